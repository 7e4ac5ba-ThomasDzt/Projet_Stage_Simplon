      ******************************************************************
      *                                                                *
      *                 DESCRIPTION DU SOUS-PROGRAMME                  *
      *                                                                *
      * gesrpr : revue du rapprochement bancaire. Liste les mouvements *
      * du releve que imprlv n'a pas su rapprocher (statut 'a_revoir') *
      * et les reglements clients et paiements fournisseur que la      *
      * banque n'a pas encore vus passer (hors especes), puis permet   *
      * de rapprocher a la main un mouvement d'un reglement (credit)   *
      * ou d'un paiement fournisseur (debit) de meme montant (ou du    *
      * total d'une remise de cheques de remchq pour un credit), ou    *
      * d'ecarter un mouvement avec son motif (frais bancaires,        *
      * virement inconnu...). Chaque decision est journalisee via      *
      * genlog (type_log = 'rapprochement').                           *
      *                                                                *
      *----------------------------------------------------------------*
      *                           TRIGRAMMES                           *
      *                                                                *
      * gesrpr=gestion rapprochement                                   *
      * RPR=RAPPROCHEMENT; RLV=RELEVE; RGL=REGLEMENT; RGF=REGLEMENT    *
      * FOURNISSEUR; REV=A REVOIR; NBQ=NON BANQUE; SNS=SENS;           *
      * MTT=MONTANT; LIB=LIBELLE; REF=REFERENCE; MTF=MOTIF; STA=STATUT;*
      * ECA=ECART; MAN=MANUEL; NBR=NOMBRE; CHX=CHOIX; RSU=RESULTAT;    *
      * AFF=AFFICHAGE; LST=LISTE; SSI=SAISIE; ACT=ACTION; LRR=LEURRE;  *
      * EDT=EDITION; REM=REMISE; DEB=DEBUT                             *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. gesrpr.
       AUTHOR. ThomasD.
       DATE-WRITTEN. 15-10-2026 (fr).

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.

      * Mouvement du releve traite.
       01 PG-IDF-RLV            PIC 9(10).
       01 PG-DAT-RLV            PIC X(10).
       01 PG-SNS-RLV            PIC X(01).
       01 PG-MTT-RLV            PIC 9(10)V99.
       01 PG-MTF-RLV            PIC X(40).

      * Reglement client ou paiement fournisseur rapproche.
       01 PG-IDF-RGL            PIC 9(10).
       01 PG-MTT-RGL            PIC 9(10)V99.
       01 PG-RPR-RGL            PIC X(01).

      * Lignes listees.
       01 PG-IDF-RSU            PIC 9(10).
       01 PG-DAT-RSU            PIC X(10).
       01 PG-SNS-RSU            PIC X(01).
       01 PG-MTT-RSU            PIC 9(10)V99.
       01 PG-LIB-RSU            PIC X(31).
       01 PG-NOM-RSU            PIC X(50).
       01 PG-MOD-RSU            PIC X(14).

       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

      * Declaration du curseur des mouvements a revoir.
       EXEC SQL
           DECLARE C-REV CURSOR FOR
               SELECT id_rlv, TO_CHAR(date_rlv, 'YYYY-MM-DD'),
                      sens_rlv, mtt_rlv, COALESCE(lib_rlv, ' ')
               FROM   releve_bancaire
               WHERE  statut_rlv = 'a_revoir'
               ORDER BY date_rlv, id_rlv
       END-EXEC.

      * Declaration du curseur des reglements clients (C) et
      * paiements fournisseur (D) non encore vus en banque.
       EXEC SQL
           DECLARE C-NBQ CURSOR FOR
               SELECT 'C', r.id_rgl,
                      TO_CHAR(r.date_rgl, 'YYYY-MM-DD'),
                      r.mtt_rgl, COALESCE(r.mode_rgl, ' '), k.nom_cli
               FROM   reglement r
               JOIN   client k ON k.id_cli = r.id_cli
               WHERE  COALESCE(r.rpr_rgl, 'N') = 'N'
               AND    COALESCE(r.mode_rgl, ' ') <> 'especes'
               UNION ALL
               SELECT 'D', r.id_rgf,
                      TO_CHAR(r.date_rgf, 'YYYY-MM-DD'),
                      r.mtt_rgf, COALESCE(r.mode_rgf, ' '), o.nom_fou
               FROM   reglement_fournisseur r
               JOIN   facture_fournisseur f ON f.id_ffo = r.id_ffo
               JOIN   fournisseur o ON o.id_fou = f.id_fou
               WHERE  COALESCE(r.rpr_rgf, 'N') = 'N'
               AND    COALESCE(r.mode_rgf, ' ') <> 'especes'
               ORDER BY 1, 3, 2
       END-EXEC.

       01 WS-LRR                PIC X(01).

       01 WS-CHX                PIC X(01).
       01 WS-IDF-RLV            PIC 9(10).
       01 WS-IDF-RGL            PIC 9(10).
       01 WS-MTF-RLV            PIC X(40).
       01 WS-NBR-LGN            PIC 9(05)   VALUE 0.

       01 WS-IDF-EDT            PIC Z(09)9.
       01 WS-IDF-RGL-EDT        PIC Z(09)9.
       01 WS-MTT-EDT            PIC Z(10).99.

      * Zone de session partagee : qui est connecte sur ce poste.
       COPY session.

      * Zones utilisees pour generer le log de decision via genlog.
      * id_pie/qte_log/lien_log ne s'appliquent pas : ils restent a
      * zero (ecrits a NULL par genlog).
       01 WS-MSG-LOG            PIC X(100).
       01 WS-TYP-LOG            PIC X(20)   VALUE "rapprochement".
       01 WS-IDF-PIE-NUL        PIC 9(10)   VALUE 0.
       01 WS-QTE-LOG-NUL        PIC S9(10)  VALUE 0.
       01 WS-LIEN-LOG-NUL       PIC 9(10)   VALUE 0.
       01 WS-RTR-LOG            PIC 9(01).

      * Zones utilisees pour tracer via generr l'echec d'une des
      * ecritures SQL en cas de SQLCODE en erreur.
       01 WS-OPE-ERR            PIC X(60).
       01 WS-RTR-ERR            PIC 9(01).


       PROCEDURE DIVISION.

           PERFORM 0100-LST-REV-DEB
              THRU 0100-LST-REV-FIN.

           PERFORM 0200-LST-NBQ-DEB
              THRU 0200-LST-NBQ-FIN.

           PERFORM 0300-SSI-ACT-DEB
              THRU 0300-SSI-ACT-FIN.

           EXIT PROGRAM.

      ******************************************************************
      *                         PARAGRAPHES                            *
      ******************************************************************

       0100-LST-REV-DEB.

           MOVE 0 TO WS-NBR-LGN.

           DISPLAY "Mouvements du releve a revoir :".
           DISPLAY "Ligne       Date        Sens      Montant  Libelle".

           EXEC SQL OPEN C-REV END-EXEC.

           EXEC SQL
               FETCH C-REV
               INTO  :PG-IDF-RSU, :PG-DAT-RSU, :PG-SNS-RSU,
                     :PG-MTT-RSU, :PG-LIB-RSU
           END-EXEC.

           PERFORM 0150-AFF-REV-DEB
              THRU 0150-AFF-REV-FIN
              UNTIL SQLCODE NOT = 0.

           EXEC SQL CLOSE C-REV END-EXEC.

           IF WS-NBR-LGN = 0
               DISPLAY "(aucun mouvement a revoir)"
           END-IF.

           EXIT.
       0100-LST-REV-FIN.

      *-----------------------------------------------------------------

       0150-AFF-REV-DEB.

           ADD 1 TO WS-NBR-LGN.

           MOVE PG-IDF-RSU TO WS-IDF-EDT.
           MOVE PG-MTT-RSU TO WS-MTT-EDT.

           DISPLAY WS-IDF-EDT "  " PG-DAT-RSU "  " PG-SNS-RSU "  "
                   WS-MTT-EDT "  " PG-LIB-RSU.

           EXEC SQL
               FETCH C-REV
               INTO  :PG-IDF-RSU, :PG-DAT-RSU, :PG-SNS-RSU,
                     :PG-MTT-RSU, :PG-LIB-RSU
           END-EXEC.

           EXIT.
       0150-AFF-REV-FIN.

      *-----------------------------------------------------------------

       0200-LST-NBQ-DEB.

           MOVE 0 TO WS-NBR-LGN.

           DISPLAY " ".
           DISPLAY "Reglements (C) et paiements fournisseur (D) non "
                   "vus en banque :".
           DISPLAY "Sens  Reglement   Date             Montant  Mode  "
                   "          Tiers".

           EXEC SQL OPEN C-NBQ END-EXEC.

           EXEC SQL
               FETCH C-NBQ
               INTO  :PG-SNS-RSU, :PG-IDF-RSU, :PG-DAT-RSU,
                     :PG-MTT-RSU, :PG-MOD-RSU, :PG-NOM-RSU
           END-EXEC.

           PERFORM 0250-AFF-NBQ-DEB
              THRU 0250-AFF-NBQ-FIN
              UNTIL SQLCODE NOT = 0.

           EXEC SQL CLOSE C-NBQ END-EXEC.

           IF WS-NBR-LGN = 0
               DISPLAY "(aucun reglement en attente de banque)"
           END-IF.

           EXIT.
       0200-LST-NBQ-FIN.

      *-----------------------------------------------------------------

       0250-AFF-NBQ-DEB.

           ADD 1 TO WS-NBR-LGN.

           MOVE PG-IDF-RSU TO WS-IDF-EDT.
           MOVE PG-MTT-RSU TO WS-MTT-EDT.

           DISPLAY PG-SNS-RSU "     " WS-IDF-EDT "  " PG-DAT-RSU "  "
                   WS-MTT-EDT "  " PG-MOD-RSU "  " PG-NOM-RSU.

           EXEC SQL
               FETCH C-NBQ
               INTO  :PG-SNS-RSU, :PG-IDF-RSU, :PG-DAT-RSU,
                     :PG-MTT-RSU, :PG-MOD-RSU, :PG-NOM-RSU
           END-EXEC.

           EXIT.
       0250-AFF-NBQ-FIN.

      *-----------------------------------------------------------------

       0300-SSI-ACT-DEB.

           DISPLAY " ".
           DISPLAY "1 - Rapprocher un mouvement d'un reglement".
           DISPLAY "2 - Ecarter un mouvement (frais, virement inconnu)".
           DISPLAY "0 - Quitter".
           DISPLAY "Votre choix :".
           ACCEPT WS-CHX.

           IF WS-CHX = "1" OR WS-CHX = "2"
               DISPLAY "Numero de ligne du releve :"
               ACCEPT WS-IDF-RLV

               MOVE WS-IDF-RLV TO PG-IDF-RLV

               EXEC SQL
                   SELECT TO_CHAR(date_rlv, 'YYYY-MM-DD'), sens_rlv,
                          mtt_rlv
                   INTO   :PG-DAT-RLV, :PG-SNS-RLV, :PG-MTT-RLV
                   FROM   releve_bancaire
                   WHERE  id_rlv     = :PG-IDF-RLV
                   AND    statut_rlv = 'a_revoir'
               END-EXEC

               IF SQLCODE NOT = 0
                   DISPLAY "Mouvement inconnu ou deja traite."
               ELSE
                   EVALUATE WS-CHX
                       WHEN "1"
                           PERFORM 0400-RPR-MAN-DEB
                              THRU 0400-RPR-MAN-FIN

                       WHEN "2"
                           PERFORM 0500-ECA-RLV-DEB
                              THRU 0500-ECA-RLV-FIN
                   END-EVALUATE
               END-IF

               DISPLAY "Appuyez sur entree"
               ACCEPT WS-LRR
           END-IF.

           EXIT.
       0300-SSI-ACT-FIN.

      *-----------------------------------------------------------------

      * Rapproche le mouvement d'un reglement client (credit) ou d'un
      * paiement fournisseur (debit) non encore rapproche et de meme
      * montant : un reglement mal saisi se corrige d'abord. Un credit
      * peut aussi etre le total d'une remise de cheques (0450).

       0400-RPR-MAN-DEB.

           IF PG-SNS-RLV = "C"
               DISPLAY "Numero du reglement client (0 = remise de "
                       "cheques) :"
           ELSE
               DISPLAY "Numero du paiement fournisseur :"
           END-IF.
           ACCEPT WS-IDF-RGL.

           IF PG-SNS-RLV = "C" AND WS-IDF-RGL = 0
               PERFORM 0450-RPR-REM-DEB
                  THRU 0450-RPR-REM-FIN
               GO TO 0400-RPR-MAN-FIN
           END-IF.

           MOVE WS-IDF-RGL TO PG-IDF-RGL.

           IF PG-SNS-RLV = "C"
               EXEC SQL
                   SELECT mtt_rgl, COALESCE(rpr_rgl, 'N')
                   INTO   :PG-MTT-RGL, :PG-RPR-RGL
                   FROM   reglement
                   WHERE  id_rgl = :PG-IDF-RGL
               END-EXEC
           ELSE
               EXEC SQL
                   SELECT mtt_rgf, COALESCE(rpr_rgf, 'N')
                   INTO   :PG-MTT-RGL, :PG-RPR-RGL
                   FROM   reglement_fournisseur
                   WHERE  id_rgf = :PG-IDF-RGL
               END-EXEC
           END-IF.

           IF SQLCODE NOT = 0
               DISPLAY "Reglement inconnu."
               GO TO 0400-RPR-MAN-FIN
           END-IF.

           IF PG-RPR-RGL = "O"
               DISPLAY "Reglement deja rapproche."
               GO TO 0400-RPR-MAN-FIN
           END-IF.

           IF PG-MTT-RGL NOT = PG-MTT-RLV
               DISPLAY "Montants differents : corriger d'abord le "
                       "reglement."
               GO TO 0400-RPR-MAN-FIN
           END-IF.

           IF PG-SNS-RLV = "C"
               EXEC SQL
                   UPDATE reglement
                   SET    rpr_rgl      = 'O',
                          date_rpr_rgl = TO_DATE(:PG-DAT-RLV,
                                                 'YYYY-MM-DD')
                   WHERE  id_rgl = :PG-IDF-RGL
               END-EXEC
           ELSE
               EXEC SQL
                   UPDATE reglement_fournisseur
                   SET    rpr_rgf      = 'O',
                          date_rpr_rgf = TO_DATE(:PG-DAT-RLV,
                                                 'YYYY-MM-DD')
                   WHERE  id_rgf = :PG-IDF-RGL
               END-EXEC
           END-IF.

           IF SQLCODE = 0
               IF PG-SNS-RLV = "C"
                   EXEC SQL
                       UPDATE releve_bancaire
                       SET    statut_rlv = 'rapproche',
                              id_rgl     = :PG-IDF-RGL
                       WHERE  id_rlv = :PG-IDF-RLV
                   END-EXEC
               ELSE
                   EXEC SQL
                       UPDATE releve_bancaire
                       SET    statut_rlv = 'rapproche',
                              id_rgf     = :PG-IDF-RGL
                       WHERE  id_rlv = :PG-IDF-RLV
                   END-EXEC
               END-IF
           END-IF.

           IF SQLCODE = 0
               EXEC SQL COMMIT END-EXEC

               MOVE WS-IDF-RLV TO WS-IDF-EDT
               MOVE WS-IDF-RGL TO WS-IDF-RGL-EDT
               MOVE SPACES TO WS-MSG-LOG
               STRING 'Mouvement ' DELIMITED BY SIZE
                      FUNCTION TRIM (WS-IDF-EDT) DELIMITED BY SIZE
                      ' rapproche du reglement ' DELIMITED BY SIZE
                      PG-SNS-RLV '/' DELIMITED BY SIZE
                      FUNCTION TRIM (WS-IDF-RGL-EDT) DELIMITED BY SIZE
                      '.' DELIMITED BY SIZE
                      INTO WS-MSG-LOG
               END-STRING

               CALL "genlog" USING WS-MSG-LOG,
                                   WS-TYP-LOG,
                                   SESS-IDF-UTI,
                                   WS-IDF-PIE-NUL,
                                   WS-QTE-LOG-NUL,
                                   WS-LIEN-LOG-NUL,
                                   WS-RTR-LOG
               END-CALL

               DISPLAY "Mouvement rapproche."
           ELSE
               EXEC SQL ROLLBACK END-EXEC
               MOVE "gesrpr : rapprochement manuel"
               TO   WS-OPE-ERR
               CALL "generr" USING WS-OPE-ERR, SQLCODE, WS-RTR-ERR
               END-CALL
               DISPLAY "Erreur a l'enregistrement."
           END-IF.

       0400-RPR-MAN-FIN.
           EXIT.

      *-----------------------------------------------------------------

      * Rapproche un credit du total d'une remise de cheques non
      * encore rapprochee : la remise et tous ses cheques sont
      * marques.

       0450-RPR-REM-DEB.

           DISPLAY "Numero de la remise de cheques :".
           ACCEPT WS-IDF-RGL.

           MOVE WS-IDF-RGL TO PG-IDF-RGL.

           EXEC SQL
               SELECT mtt_rem, COALESCE(rpr_rem, 'N')
               INTO   :PG-MTT-RGL, :PG-RPR-RGL
               FROM   remise_cheque
               WHERE  id_rem = :PG-IDF-RGL
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY "Remise inconnue."
               GO TO 0450-RPR-REM-FIN
           END-IF.

           IF PG-RPR-RGL = "O"
               DISPLAY "Remise deja rapprochee."
               GO TO 0450-RPR-REM-FIN
           END-IF.

           IF PG-MTT-RGL NOT = PG-MTT-RLV
               DISPLAY "Montants differents : verifier la remise."
               GO TO 0450-RPR-REM-FIN
           END-IF.

           EXEC SQL
               UPDATE remise_cheque
               SET    rpr_rem = 'O'
               WHERE  id_rem = :PG-IDF-RGL
           END-EXEC.

           IF SQLCODE = 0
               EXEC SQL
                   UPDATE reglement
                   SET    rpr_rgl      = 'O',
                          date_rpr_rgl = TO_DATE(:PG-DAT-RLV,
                                                 'YYYY-MM-DD')
                   WHERE  id_rem = :PG-IDF-RGL
               END-EXEC
           END-IF.

           IF SQLCODE = 0
               EXEC SQL
                   UPDATE releve_bancaire
                   SET    statut_rlv = 'rapproche',
                          id_rem     = :PG-IDF-RGL
                   WHERE  id_rlv = :PG-IDF-RLV
               END-EXEC
           END-IF.

           IF SQLCODE = 0
               EXEC SQL COMMIT END-EXEC

               MOVE WS-IDF-RLV TO WS-IDF-EDT
               MOVE WS-IDF-RGL TO WS-IDF-RGL-EDT
               MOVE SPACES TO WS-MSG-LOG
               STRING 'Mouvement ' DELIMITED BY SIZE
                      FUNCTION TRIM (WS-IDF-EDT) DELIMITED BY SIZE
                      ' rapproche de la remise de cheques '
                      DELIMITED BY SIZE
                      FUNCTION TRIM (WS-IDF-RGL-EDT) DELIMITED BY SIZE
                      '.' DELIMITED BY SIZE
                      INTO WS-MSG-LOG
               END-STRING

               CALL "genlog" USING WS-MSG-LOG,
                                   WS-TYP-LOG,
                                   SESS-IDF-UTI,
                                   WS-IDF-PIE-NUL,
                                   WS-QTE-LOG-NUL,
                                   WS-LIEN-LOG-NUL,
                                   WS-RTR-LOG
               END-CALL

               DISPLAY "Mouvement rapproche."
           ELSE
               EXEC SQL ROLLBACK END-EXEC
               MOVE "gesrpr : rapprochement remise de cheques"
               TO   WS-OPE-ERR
               CALL "generr" USING WS-OPE-ERR, SQLCODE, WS-RTR-ERR
               END-CALL
               DISPLAY "Erreur a l'enregistrement."
           END-IF.

       0450-RPR-REM-FIN.
           EXIT.

      *-----------------------------------------------------------------

      * Ecarte le mouvement avec son motif : il ne remonte plus dans
      * les anomalies, le motif restant consultable sur la ligne.

       0500-ECA-RLV-DEB.

           DISPLAY "Motif (frais bancaires, virement inconnu...) :".
           ACCEPT WS-MTF-RLV.

           IF WS-MTF-RLV = SPACES
               DISPLAY "Motif absent, mouvement conserve."
               GO TO 0500-ECA-RLV-FIN
           END-IF.

           MOVE WS-MTF-RLV TO PG-MTF-RLV.

           EXEC SQL
               UPDATE releve_bancaire
               SET    statut_rlv = 'ecarte',
                      mtf_rlv    = TRIM(:PG-MTF-RLV)
               WHERE  id_rlv = :PG-IDF-RLV
           END-EXEC.

           IF SQLCODE = 0
               EXEC SQL COMMIT END-EXEC

               MOVE WS-IDF-RLV TO WS-IDF-EDT
               MOVE SPACES TO WS-MSG-LOG
               STRING 'Mouvement ' DELIMITED BY SIZE
                      FUNCTION TRIM (WS-IDF-EDT) DELIMITED BY SIZE
                      ' ecarte : ' DELIMITED BY SIZE
                      WS-MTF-RLV DELIMITED BY SIZE
                      INTO WS-MSG-LOG
               END-STRING

               CALL "genlog" USING WS-MSG-LOG,
                                   WS-TYP-LOG,
                                   SESS-IDF-UTI,
                                   WS-IDF-PIE-NUL,
                                   WS-QTE-LOG-NUL,
                                   WS-LIEN-LOG-NUL,
                                   WS-RTR-LOG
               END-CALL

               DISPLAY "Mouvement ecarte."
           ELSE
               EXEC SQL ROLLBACK END-EXEC
               MOVE "gesrpr : mise a l'ecart releve_bancaire"
               TO   WS-OPE-ERR
               CALL "generr" USING WS-OPE-ERR, SQLCODE, WS-RTR-ERR
               END-CALL
               DISPLAY "Erreur a l'enregistrement."
           END-IF.

       0500-ECA-RLV-FIN.
           EXIT.
