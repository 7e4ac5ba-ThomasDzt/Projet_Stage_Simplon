      ******************************************************************
      *                                                                *
      *                 DESCRIPTION DU SOUS-PROGRAMME                  *
      *                                                                *
      * gencai : ecriture d'une ligne du journal de caisse inalterable *
      * pour un reglement qui vient d'etre insere par l'appelant       *
      * (vtecpt, ecrrgl, ecracp), dans la meme transaction : la ligne  *
      * recoit le numero suivant sans trou, l'horodatage, le client,   *
      * le mode et le montant du reglement, le grand total perpetuel   *
      * (grand total de la ligne precedente plus le montant) et son    *
      * empreinte sha256, calculee sur ses champs et l'empreinte de la *
      * ligne precedente. La table est verrouillee jusqu'a la          *
      * validation de l'appelant pour que deux postes ne chainent pas  *
      * sur la meme ligne. Ne valide rien : en erreur, annule toute la *
      * transaction (reglement compris) et rend le code 1.             *
      *                                                                *
      *----------------------------------------------------------------*
      *                           TRIGRAMMES                           *
      *                                                                *
      * gencai=generation caisse                                       *
      * JCA=JOURNAL CAISSE; CAI=CAISSE; RGL=REGLEMENT; NUM=NUMERO;     *
      * GT=GRAND TOTAL; HSH=EMPREINTE (HASH); PRC=PRECEDENT;           *
      * IDF=IDENTIFIANT; UTI=UTILISATEUR; RTR=RETOUR; ERR=ERREUR;      *
      * OPE=OPERATION; AFC=AFFECTATION; VAR=VARIABLE; LEC=LECTURE;     *
      * ECR=ECRITURE; DER=DERNIERE; LGN=LIGNE; DEB=DEBUT               *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. gencai.
       AUTHOR. ThomasD.
       DATE-WRITTEN. 15-10-2026 (fr).

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.

       01 PG-IDF-RGL            PIC 9(10).
       01 PG-IDF-UTI            PIC 9(10).

      * Derniere ligne du journal : numero, grand total perpetuel et
      * empreinte, sur lesquels la nouvelle ligne est chainee.
       01 PG-NUM-PRC            PIC 9(15).
       01 PG-GT-PRC             PIC S9(12)V99.
       01 PG-HSH-PRC            PIC X(64).

       01 PG-NUM-JCA            PIC 9(15).

       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

      * Code retour rendu a l'appelant : 0 = ligne ecrite ; 1 = echec,
      * transaction annulee.
       01 WS-RTR-CAI            PIC 9(01)   VALUE 0.
           88 WS-RTR-CAI-OK                 VALUE 0.
           88 WS-RTR-CAI-ERR                VALUE 1.

      * Zones utilisees pour tracer via generr l'echec d'une des
      * ecritures SQL en cas de SQLCODE en erreur.
       01 WS-OPE-ERR            PIC X(60).
       01 WS-RTR-ERR            PIC 9(01).

       LINKAGE SECTION.
       01 LK-IDF-RGL            PIC 9(10).
       01 LK-IDF-UTI            PIC 9(10).
       01 LK-RTR-CAI            PIC 9(01).


       PROCEDURE DIVISION USING LK-IDF-RGL,
                                LK-IDF-UTI,
                                LK-RTR-CAI.

           PERFORM 0100-AFC-VAR-DEB
              THRU 0100-AFC-VAR-FIN.

           PERFORM 0200-LEC-DER-LGN-DEB
              THRU 0200-LEC-DER-LGN-FIN.

           IF WS-RTR-CAI-OK
               PERFORM 0300-ECR-LGN-DEB
                  THRU 0300-ECR-LGN-FIN
           END-IF.

           MOVE WS-RTR-CAI
           TO   LK-RTR-CAI.

           EXIT PROGRAM.

      ******************************************************************
      *                         PARAGRAPHES                            *
      ******************************************************************

       0100-AFC-VAR-DEB.

           MOVE LK-IDF-RGL
           TO   PG-IDF-RGL.

           MOVE LK-IDF-UTI
           TO   PG-IDF-UTI.

           SET WS-RTR-CAI-OK TO TRUE.

       0100-AFC-VAR-FIN.
           EXIT.

      *-----------------------------------------------------------------

      * Verrouille le journal puis lit sa derniere ligne. Journal
      * vide : la premiere ligne chaine sur une empreinte de zeros.

       0200-LEC-DER-LGN-DEB.

           EXEC SQL
               LOCK TABLE journal_caisse IN EXCLUSIVE MODE
           END-EXEC.

           IF SQLCODE NOT = 0
               EXEC SQL ROLLBACK END-EXEC
               MOVE "gencai : verrou journal_caisse"
               TO   WS-OPE-ERR
               CALL "generr" USING WS-OPE-ERR, SQLCODE, WS-RTR-ERR
               END-CALL
               SET WS-RTR-CAI-ERR TO TRUE
               GO TO 0200-LEC-DER-LGN-FIN
           END-IF.

           EXEC SQL
               SELECT num_jca, gt_jca, hash_jca
               INTO   :PG-NUM-PRC, :PG-GT-PRC, :PG-HSH-PRC
               FROM   journal_caisse
               ORDER BY num_jca DESC
               LIMIT 1
           END-EXEC.

           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE
               WHEN 100
                   MOVE 0       TO PG-NUM-PRC PG-GT-PRC
                   MOVE ALL "0" TO PG-HSH-PRC
               WHEN OTHER
                   EXEC SQL ROLLBACK END-EXEC
                   MOVE "gencai : lecture journal_caisse"
                   TO   WS-OPE-ERR
                   CALL "generr" USING WS-OPE-ERR, SQLCODE, WS-RTR-ERR
                   END-CALL
                   SET WS-RTR-CAI-ERR TO TRUE
           END-EVALUATE.

       0200-LEC-DER-LGN-FIN.
           EXIT.

      *-----------------------------------------------------------------

      * Ecrit la ligne du reglement. L'empreinte est calculee sur les
      * valeurs typees comme en table, dans l'ordre des colonnes, par
      * la meme expression que celle de vercai.

       0300-ECR-LGN-DEB.

           COMPUTE PG-NUM-JCA = PG-NUM-PRC + 1.

           EXEC SQL
               INSERT INTO journal_caisse (num_jca, horo_jca, id_rgl,
                               id_cli, mode_jca, mtt_jca, gt_jca,
                               id_uti, hash_prec_jca, hash_jca)
               SELECT v.num_jca, v.horo_jca, v.id_rgl, v.id_cli,
                      v.mode_jca, v.mtt_jca, v.gt_jca, v.id_uti,
                      v.hash_prec_jca,
                      encode(digest(v.num_jca::text
                          || '|' || to_char(v.horo_jca,
                                            'YYYYMMDDHH24MISS')
                          || '|' || v.id_rgl::text
                          || '|' || v.id_cli::text
                          || '|' || v.mode_jca
                          || '|' || v.mtt_jca::text
                          || '|' || v.gt_jca::text
                          || '|' || v.id_uti::text
                          || '|' || v.hash_prec_jca,
                          'sha256'), 'hex')
               FROM  (SELECT CAST(:PG-NUM-JCA AS BIGINT)   AS num_jca,
                             LOCALTIMESTAMP(0)             AS horo_jca,
                             r.id_rgl                      AS id_rgl,
                             r.id_cli                      AS id_cli,
                             CAST(COALESCE(r.mode_rgl, '')
                                  AS VARCHAR(14))          AS mode_jca,
                             CAST(r.mtt_rgl AS NUMERIC(12,2))
                                                           AS mtt_jca,
                             CAST(:PG-GT-PRC + r.mtt_rgl
                                  AS NUMERIC(14,2))        AS gt_jca,
                             CAST(:PG-IDF-UTI AS INTEGER)  AS id_uti,
                             CAST(:PG-HSH-PRC AS VARCHAR(64))
                                                       AS hash_prec_jca
                      FROM   reglement r
                      WHERE  r.id_rgl = :PG-IDF-RGL) v
           END-EXEC.

           IF SQLCODE NOT = 0
               EXEC SQL ROLLBACK END-EXEC
               MOVE "gencai : insertion journal_caisse"
               TO   WS-OPE-ERR
               CALL "generr" USING WS-OPE-ERR, SQLCODE, WS-RTR-ERR
               END-CALL
               SET WS-RTR-CAI-ERR TO TRUE
           END-IF.

       0300-ECR-LGN-FIN.
           EXIT.
