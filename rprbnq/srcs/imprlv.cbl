      ******************************************************************
      *                             ENTETE                             *
      *                                                                *
      * imprlv : import du releve bancaire quotidien au format CFONB   *
      * 120 (fichier RELBNQ) et rapprochement automatique. Chaque      *
      * mouvement (enregistrement 04) est range dans releve_bancaire ; *
      * un credit est rapproche d'un reglement client (reglement) ou   *
      * du total d'une remise de cheques (remise_cheque, remchq), un   *
      * debit d'un paiement fournisseur (reglement_fournisseur), non   *
      * encore rapproches, de meme montant et dont la date tombe dans  *
      * la fenetre [date d'operation - 10 j ; + 3 j]. Entre plusieurs  *
      * candidats, celui dont le nom du client (du fournisseur, ou le  *
      * numero de sa facture) figure dans le libelle ou la reference   *
      * du mouvement l'emporte, puis le plus proche en date. Le        *
      * reglement rapproche est marque (rpr_rgl/rpr_rgf = 'O', date de *
      * l'operation) ; un mouvement sans correspondance reste          *
      * 'a_revoir' pour l'ecran gesrpr. Un mouvement deja importe est  *
      * ignore, le fichier peut donc etre relu sans risque. En fin de  *
      * traitement, le rapport d'anomalies RAPRPR (genspl) liste les   *
      * mouvements a revoir et les reglements que la banque n'a        *
      * toujours pas vus passer passe la fenetre (hors especes,        *
      * deposees en masse).                                            *
      *                                                                *
      *----------------------------------------------------------------*
      *                           TRIGRAMMES                           *
      *                                                                *
      * imprlv=import releve                                           *
      * RLV=RELEVE; CFO=CFONB; ENR=ENREGISTREMENT; BNQ=BANQUE;         *
      * OPE=OPERATION; INT=INTERNE; GUI=GUICHET; DEV=DEVISE;           *
      * DEC=DECIMALES; CPT=COMPTE; REJ=REJET; VAL=VALEUR; LIB=LIBELLE; *
      * ECR=ECRITURE; EXO=EXONERATION; IND=INDISPONIBILITE;            *
      * MTT=MONTANT; CHF=CHIFFRES; SGN=SIGNE; REF=REFERENCE;           *
      * CRD=CREDIT; RGL=REGLEMENT; RGF=REGLEMENT FOURNISSEUR;          *
      * FEN=FENETRE; AVA=AVANT; APR=APRES; TXT=TEXTE; RPR=RAPPROCHE;   *
      * REV=A REVOIR; NBQ=NON BANQUE; NBC=NBQ CLIENT; NBF=NBQ          *
      * FOURNISSEUR; DBL=DOUBLON; NBR=NOMBRE; LUS=LUES; EOF=FIN DE     *
      * FICHIER; STA=STATUT; SPL=SPOOL; RAP=RAPPORT; EDT=EDITION;      *
      * TRT=TRAITEMENT; BCL=BOUCLE; LEC=LECTURE; REM=REMISE;           *
      * DEB=DEBUT                                                      *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. imprlv.
       AUTHOR. ThomasD.
       DATE-WRITTEN. 15-10-2026 (fr).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT F-RLV ASSIGN TO "RELBNQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STA-RLV.

           SELECT F-RAP ASSIGN TO WS-FIC-SPL
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

      * Enregistrement CFONB 120 ; seuls les mouvements (code 04) sont
      * exploites, les soldes (01, 07) et complements (05) sont
      * seulement comptes.
       FD F-RLV.
       01 REC-RLV.
           05 RLV-COD-ENR       PIC X(02).
           05 RLV-COD-BNQ       PIC X(05).
           05 RLV-COD-OPE-INT   PIC X(04).
           05 RLV-COD-GUI       PIC X(05).
           05 RLV-COD-DEV       PIC X(03).
           05 RLV-NBR-DEC       PIC X(01).
           05 FILLER            PIC X(01).
           05 RLV-NUM-CPT       PIC X(11).
           05 RLV-COD-OPE       PIC X(02).
           05 RLV-DAT-OPE       PIC X(06).
           05 RLV-COD-REJ       PIC X(02).
           05 RLV-DAT-VAL       PIC X(06).
           05 RLV-LIB           PIC X(31).
           05 FILLER            PIC X(02).
           05 RLV-NUM-ECR       PIC X(07).
           05 RLV-IND-EXO       PIC X(01).
           05 RLV-IND-IND       PIC X(01).
           05 RLV-MTT-CHF       PIC X(13).
           05 RLV-MTT-SGN       PIC X(01).
           05 RLV-REF           PIC X(16).

       FD F-RAP.
       01 REC-RAP               PIC X(120).

       WORKING-STORAGE SECTION.

      * Nom de fichier date attribue par genspl pour le rapport
      * d'anomalies.
       01 WS-FIC-SPL            PIC X(50).
       01 WS-NOM-RAP            PIC X(14)   VALUE "RAPRPR".
       01 WS-IDF-UTI-NUL        PIC 9(10)   VALUE 0.
       01 WS-RTR-SPL            PIC 9(01).

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.

       COPY dbconfig.

      * Fenetre de rapprochement en jours autour de la date
      * d'operation : un reglement est saisi avant de passer en
      * banque, rarement apres. Seules valeurs a changer pour
      * l'ajuster.
       01 PG-FEN-AVA            PIC 9(03)   VALUE 10.
       01 PG-FEN-APR            PIC 9(03)   VALUE 3.

      * Mouvement courant du releve.
       01 PG-CPT-RLV            PIC X(11).
       01 PG-NUM-ECR            PIC X(07).
       01 PG-DAT-RLV            PIC X(10).
       01 PG-SNS-RLV            PIC X(01).
       01 PG-MTT-RLV            PIC 9(10)V99.
       01 PG-LIB-RLV            PIC X(31).
       01 PG-REF-RLV            PIC X(16).
       01 PG-TXT-RLV            PIC X(48).
       01 PG-STA-RLV            PIC X(10).
       01 PG-NBR-DBL            PIC 9(05).

      * Reglement, paiement fournisseur ou remise de cheques
      * rapproche (zero si aucun).
       01 PG-IDF-RGL            PIC 9(10).
       01 PG-IDF-RGF            PIC 9(10).
       01 PG-IDF-REM            PIC 9(10).

      * Lignes du rapport d'anomalies.
       01 PG-DAT-RSU            PIC X(10).
       01 PG-SNS-RSU            PIC X(01).
       01 PG-MTT-RSU            PIC 9(10)V99.
       01 PG-LIB-RSU            PIC X(31).
       01 PG-REF-RSU            PIC X(16).
       01 PG-IDF-RSU            PIC 9(10).
       01 PG-NOM-RSU            PIC X(50).
       01 PG-MOD-RSU            PIC X(14).

       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

      * Declaration du curseur des mouvements restant a revoir,
      * toutes dates d'import confondues.
       EXEC SQL
           DECLARE C-REV CURSOR FOR
               SELECT TO_CHAR(date_rlv, 'YYYY-MM-DD'), sens_rlv,
                      mtt_rlv, COALESCE(lib_rlv, ' '),
                      COALESCE(ref_rlv, ' ')
               FROM   releve_bancaire
               WHERE  statut_rlv = 'a_revoir'
               ORDER BY date_rlv, id_rlv
       END-EXEC.

      * Declaration du curseur des reglements clients que la banque
      * n'a pas vus passer la fenetre echue.
       EXEC SQL
           DECLARE C-NBC CURSOR FOR
               SELECT r.id_rgl, TO_CHAR(r.date_rgl, 'YYYY-MM-DD'),
                      r.mtt_rgl, COALESCE(r.mode_rgl, ' '), k.nom_cli
               FROM   reglement r
               JOIN   client k ON k.id_cli = r.id_cli
               WHERE  COALESCE(r.rpr_rgl, 'N') = 'N'
               AND    COALESCE(r.mode_rgl, ' ') <> 'especes'
               AND    r.date_rgl < CURRENT_DATE - :PG-FEN-AVA
               ORDER BY r.date_rgl, r.id_rgl
       END-EXEC.

      * Declaration du curseur des paiements fournisseur que la
      * banque n'a pas vus passer la fenetre echue.
       EXEC SQL
           DECLARE C-NBF CURSOR FOR
               SELECT r.id_rgf, TO_CHAR(r.date_rgf, 'YYYY-MM-DD'),
                      r.mtt_rgf, COALESCE(r.mode_rgf, ' '), o.nom_fou
               FROM   reglement_fournisseur r
               JOIN   facture_fournisseur f ON f.id_ffo = r.id_ffo
               JOIN   fournisseur o ON o.id_fou = f.id_fou
               WHERE  COALESCE(r.rpr_rgf, 'N') = 'N'
               AND    COALESCE(r.mode_rgf, ' ') <> 'especes'
               AND    r.date_rgf < CURRENT_DATE - :PG-FEN-AVA
               ORDER BY r.date_rgf, r.id_rgf
       END-EXEC.

       01 WS-STA-RLV            PIC X(02).
           88 WS-STA-RLV-OK                 VALUE "00".

       01 WS-EOF-RLV            PIC X(01)   VALUE "N".
           88 WS-EOF-RLV-OUI                VALUE "O".
           88 WS-EOF-RLV-NON                VALUE "N".

      * Date CFONB JJMMAA, recomposee en AAAA-MM-JJ.
       01 WS-DAT-CFO.
           05 WS-DAT-CFO-JJ     PIC X(02).
           05 WS-DAT-CFO-MM     PIC X(02).
           05 WS-DAT-CFO-AA     PIC X(02).

      * Montant CFONB : 13 chiffres puis un caractere portant a la
      * fois le dernier chiffre et le signe ('{', 'A'-'I' pour un
      * credit ; '}', 'J'-'R' pour un debit).
       01 WS-SGN-CFO            PIC X(01).
           88 WS-SGN-CFO-CRD                VALUE "{" "A" THRU "I".
           88 WS-SGN-CFO-DEB                VALUE "}" "J" THRU "R".
       01 WS-MTT-CFO.
           05 WS-MTT-CFO-CHF    PIC X(13).
           05 WS-MTT-CFO-DER    PIC X(01).
       01 WS-MTT-CFO-NUM REDEFINES WS-MTT-CFO
                                PIC 9(14).
       01 WS-NBR-DEC            PIC 9(01).

       01 WS-NBR-LUS            PIC 9(07)   VALUE 0.
       01 WS-NBR-MVT            PIC 9(07)   VALUE 0.
       01 WS-NBR-RPR            PIC 9(07)   VALUE 0.
       01 WS-NBR-REV            PIC 9(07)   VALUE 0.
       01 WS-NBR-DBL            PIC 9(07)   VALUE 0.
       01 WS-NBR-REJ            PIC 9(07)   VALUE 0.
       01 WS-NBR-ANO            PIC 9(07)   VALUE 0.

       01 WS-NBR-EDT            PIC Z(06)9.
       01 WS-MTT-EDT            PIC Z(10).99.
       01 WS-IDF-EDT            PIC Z(09)9.

      * Zones utilisees pour tracer via generr l'echec d'une des
      * ecritures SQL en cas de SQLCODE en erreur.
       01 WS-OPE-ERR            PIC X(60).
       01 WS-RTR-ERR            PIC 9(01).


       PROCEDURE DIVISION.

           PERFORM 1000-INITIALISATION-DEB
              THRU 1000-INITIALISATION-FIN.

           PERFORM 2000-TRT-BCL-DEB
              THRU 2000-TRT-BCL-FIN
              UNTIL WS-EOF-RLV-OUI.

           PERFORM 3000-RAP-ANO-DEB
              THRU 3000-RAP-ANO-FIN.

           PERFORM 4000-FINALISATION-DEB
              THRU 4000-FINALISATION-FIN.

           STOP RUN.

      ******************************************************************
      *                         PARAGRAPHES                            *
      ******************************************************************

       1000-INITIALISATION-DEB.

           DISPLAY "Connexion a la base de donnees...".
           EXEC SQL
               CONNECT :PG-IDENTIFIANT
               IDENTIFIED BY :PG-MOT-PASSE
               USING :PG-NOM-BASE
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY "Erreur de connexion SQLCODE: " SQLCODE
           ELSE
               DISPLAY "Connexion reussie"
           END-IF.

           EXEC SQL COMMIT END-EXEC.

           OPEN INPUT F-RLV.

           IF NOT WS-STA-RLV-OK
               DISPLAY "Releve RELBNQ introuvable (statut "
                       WS-STA-RLV ") : rapport d'anomalies seul."
               SET WS-EOF-RLV-OUI TO TRUE
               GO TO 1000-INITIALISATION-FIN
           END-IF.

           PERFORM 1200-LEC-RLV-DEB
              THRU 1200-LEC-RLV-FIN.

       1000-INITIALISATION-FIN.
           EXIT.

      *-----------------------------------------------------------------

       1200-LEC-RLV-DEB.

           READ F-RLV
               AT END SET WS-EOF-RLV-OUI TO TRUE
           END-READ.

           EXIT.
       1200-LEC-RLV-FIN.

      *-----------------------------------------------------------------

       2000-TRT-BCL-DEB.

           ADD 1 TO WS-NBR-LUS.

           IF RLV-COD-ENR = "04"
               PERFORM 2100-TRT-MVT-DEB
                  THRU 2100-TRT-MVT-FIN
           END-IF.

           PERFORM 1200-LEC-RLV-DEB
              THRU 1200-LEC-RLV-FIN.

           EXIT.
       2000-TRT-BCL-FIN.

      *-----------------------------------------------------------------

      * Decode le mouvement (date, sens, montant), ecarte les
      * doublons d'un import precedent, cherche le reglement
      * correspondant puis enregistre le mouvement.

       2100-TRT-MVT-DEB.

           MOVE RLV-DAT-OPE TO WS-DAT-CFO.
           MOVE RLV-MTT-SGN TO WS-SGN-CFO.
           MOVE RLV-MTT-CHF TO WS-MTT-CFO-CHF.

           IF WS-DAT-CFO NOT NUMERIC
           OR WS-MTT-CFO-CHF NOT NUMERIC
           OR (NOT WS-SGN-CFO-CRD AND NOT WS-SGN-CFO-DEB)
               ADD 1 TO WS-NBR-REJ
               DISPLAY "Mouvement illisible ignore : " RLV-NUM-ECR
                       " " RLV-LIB
               GO TO 2100-TRT-MVT-FIN
           END-IF.

           ADD 1 TO WS-NBR-MVT.

           IF WS-SGN-CFO-CRD
               MOVE "C" TO PG-SNS-RLV
           ELSE
               MOVE "D" TO PG-SNS-RLV
           END-IF.

           INSPECT WS-SGN-CFO CONVERTING "{ABCDEFGHI}JKLMNOPQR"
                                      TO "01234567890123456789".
           MOVE WS-SGN-CFO TO WS-MTT-CFO-DER.

           IF RLV-NBR-DEC NUMERIC
               MOVE RLV-NBR-DEC TO WS-NBR-DEC
           ELSE
               MOVE 2 TO WS-NBR-DEC
           END-IF.

           COMPUTE PG-MTT-RLV = WS-MTT-CFO-NUM / (10 ** WS-NBR-DEC).

           MOVE SPACES TO PG-DAT-RLV.
           STRING "20" WS-DAT-CFO-AA "-" WS-DAT-CFO-MM "-"
                  WS-DAT-CFO-JJ
                  DELIMITED BY SIZE INTO PG-DAT-RLV
           END-STRING.

           MOVE RLV-NUM-CPT TO PG-CPT-RLV.
           MOVE RLV-NUM-ECR TO PG-NUM-ECR.
           MOVE RLV-LIB     TO PG-LIB-RLV.
           MOVE RLV-REF     TO PG-REF-RLV.

           MOVE SPACES TO PG-TXT-RLV.
           STRING RLV-LIB " " RLV-REF
                  DELIMITED BY SIZE INTO PG-TXT-RLV
           END-STRING.

           EXEC SQL
               SELECT COUNT(*)
               INTO   :PG-NBR-DBL
               FROM   releve_bancaire
               WHERE  cpt_rlv     = :PG-CPT-RLV
               AND    date_rlv    = TO_DATE(:PG-DAT-RLV, 'YYYY-MM-DD')
               AND    num_ecr_rlv = :PG-NUM-ECR
               AND    mtt_rlv     = :PG-MTT-RLV
               AND    sens_rlv    = :PG-SNS-RLV
           END-EXEC.

           IF PG-NBR-DBL > 0
               ADD 1 TO WS-NBR-DBL
               GO TO 2100-TRT-MVT-FIN
           END-IF.

           MOVE 0 TO PG-IDF-RGL.
           MOVE 0 TO PG-IDF-RGF.
           MOVE 0 TO PG-IDF-REM.

           IF PG-SNS-RLV = "C"
               PERFORM 2200-RCH-RGL-DEB
                  THRU 2200-RCH-RGL-FIN
           ELSE
               PERFORM 2300-RCH-RGF-DEB
                  THRU 2300-RCH-RGF-FIN
           END-IF.

           PERFORM 2400-INS-RLV-DEB
              THRU 2400-INS-RLV-FIN.

       2100-TRT-MVT-FIN.
           EXIT.

      *-----------------------------------------------------------------

      * Credit : reglement client non rapproche de meme montant, dans
      * la fenetre, le nom du client lu dans le libelle ou la
      * reference passant devant, puis le plus proche en date. Un
      * cheque remis ne se rapproche qu'au travers de sa remise,
      * creditee en une fois par la banque.

       2200-RCH-RGL-DEB.

           EXEC SQL
               SELECT r.id_rgl
               INTO   :PG-IDF-RGL
               FROM   reglement r
               JOIN   client k ON k.id_cli = r.id_cli
               WHERE  COALESCE(r.rpr_rgl, 'N') = 'N'
               AND    r.id_rem IS NULL
               AND    r.mtt_rgl = :PG-MTT-RLV
               AND    r.date_rgl BETWEEN
                      TO_DATE(:PG-DAT-RLV, 'YYYY-MM-DD') - :PG-FEN-AVA
                  AND TO_DATE(:PG-DAT-RLV, 'YYYY-MM-DD') + :PG-FEN-APR
               ORDER BY
                   CASE WHEN TRIM(k.nom_cli) <> ''
                        AND  POSITION(UPPER(TRIM(k.nom_cli))
                                      IN UPPER(:PG-TXT-RLV)) > 0
                        THEN 0 ELSE 1 END,
                   ABS(TO_DATE(:PG-DAT-RLV, 'YYYY-MM-DD')
                       - r.date_rgl),
                   r.id_rgl
               FETCH FIRST 1 ROW ONLY
           END-EXEC.

           IF SQLCODE NOT = 0
               MOVE 0 TO PG-IDF-RGL
               PERFORM 2250-RCH-REM-DEB
                  THRU 2250-RCH-REM-FIN
           END-IF.

           EXIT.
       2200-RCH-RGL-FIN.

      *-----------------------------------------------------------------

      * Credit sans reglement correspondant : remise de cheques non
      * rapprochee dont le total est celui du credit, dans la fenetre.

       2250-RCH-REM-DEB.

           EXEC SQL
               SELECT id_rem
               INTO   :PG-IDF-REM
               FROM   remise_cheque
               WHERE  COALESCE(rpr_rem, 'N') = 'N'
               AND    mtt_rem = :PG-MTT-RLV
               AND    date_rem BETWEEN
                      TO_DATE(:PG-DAT-RLV, 'YYYY-MM-DD') - :PG-FEN-AVA
                  AND TO_DATE(:PG-DAT-RLV, 'YYYY-MM-DD') + :PG-FEN-APR
               ORDER BY ABS(TO_DATE(:PG-DAT-RLV, 'YYYY-MM-DD')
                            - date_rem),
                        id_rem
               FETCH FIRST 1 ROW ONLY
           END-EXEC.

           IF SQLCODE NOT = 0
               MOVE 0 TO PG-IDF-REM
           END-IF.

           EXIT.
       2250-RCH-REM-FIN.

      *-----------------------------------------------------------------

      * Debit : paiement fournisseur non rapproche de meme montant,
      * dans la fenetre, le numero de facture ou le nom du
      * fournisseur lu dans le libelle ou la reference passant devant.

       2300-RCH-RGF-DEB.

           EXEC SQL
               SELECT r.id_rgf
               INTO   :PG-IDF-RGF
               FROM   reglement_fournisseur r
               JOIN   facture_fournisseur f ON f.id_ffo = r.id_ffo
               JOIN   fournisseur o ON o.id_fou = f.id_fou
               WHERE  COALESCE(r.rpr_rgf, 'N') = 'N'
               AND    r.mtt_rgf = :PG-MTT-RLV
               AND    r.date_rgf BETWEEN
                      TO_DATE(:PG-DAT-RLV, 'YYYY-MM-DD') - :PG-FEN-AVA
                  AND TO_DATE(:PG-DAT-RLV, 'YYYY-MM-DD') + :PG-FEN-APR
               ORDER BY
                   CASE WHEN (TRIM(f.num_ffo) <> ''
                              AND POSITION(UPPER(TRIM(f.num_ffo))
                                           IN UPPER(:PG-TXT-RLV)) > 0)
                        OR   (TRIM(o.nom_fou) <> ''
                              AND POSITION(UPPER(TRIM(o.nom_fou))
                                           IN UPPER(:PG-TXT-RLV)) > 0)
                        THEN 0 ELSE 1 END,
                   ABS(TO_DATE(:PG-DAT-RLV, 'YYYY-MM-DD')
                       - r.date_rgf),
                   r.id_rgf
               FETCH FIRST 1 ROW ONLY
           END-EXEC.

           IF SQLCODE NOT = 0
               MOVE 0 TO PG-IDF-RGF
           END-IF.

           EXIT.
       2300-RCH-RGF-FIN.

      *-----------------------------------------------------------------

      * Enregistre le mouvement et, s'il est rapproche, marque le
      * reglement correspondant (ou la remise et tous ses cheques),
      * dans la meme transaction.

       2400-INS-RLV-DEB.

           IF PG-IDF-RGL NOT = 0 OR PG-IDF-RGF NOT = 0
           OR PG-IDF-REM NOT = 0
               MOVE "rapproche" TO PG-STA-RLV
           ELSE
               MOVE "a_revoir"  TO PG-STA-RLV
           END-IF.

           EXEC SQL
               INSERT INTO releve_bancaire (cpt_rlv, num_ecr_rlv,
                               date_rlv, sens_rlv, mtt_rlv, lib_rlv,
                               ref_rlv, statut_rlv, id_rgl, id_rgf,
                               id_rem)
               VALUES (:PG-CPT-RLV, :PG-NUM-ECR,
                      TO_DATE(:PG-DAT-RLV, 'YYYY-MM-DD'),
                      :PG-SNS-RLV, :PG-MTT-RLV, TRIM(:PG-LIB-RLV),
                      TRIM(:PG-REF-RLV), :PG-STA-RLV,
                      NULLIF(:PG-IDF-RGL, 0), NULLIF(:PG-IDF-RGF, 0),
                      NULLIF(:PG-IDF-REM, 0))
           END-EXEC.

           IF SQLCODE = 0 AND PG-IDF-RGL NOT = 0
               EXEC SQL
                   UPDATE reglement
                   SET    rpr_rgl      = 'O',
                          date_rpr_rgl = TO_DATE(:PG-DAT-RLV,
                                                 'YYYY-MM-DD')
                   WHERE  id_rgl = :PG-IDF-RGL
               END-EXEC
           END-IF.

           IF SQLCODE = 0 AND PG-IDF-RGF NOT = 0
               EXEC SQL
                   UPDATE reglement_fournisseur
                   SET    rpr_rgf      = 'O',
                          date_rpr_rgf = TO_DATE(:PG-DAT-RLV,
                                                 'YYYY-MM-DD')
                   WHERE  id_rgf = :PG-IDF-RGF
               END-EXEC
           END-IF.

           IF SQLCODE = 0 AND PG-IDF-REM NOT = 0
               EXEC SQL
                   UPDATE remise_cheque
                   SET    rpr_rem = 'O'
                   WHERE  id_rem = :PG-IDF-REM
               END-EXEC
               IF SQLCODE = 0
                   EXEC SQL
                       UPDATE reglement
                       SET    rpr_rgl      = 'O',
                              date_rpr_rgl = TO_DATE(:PG-DAT-RLV,
                                                     'YYYY-MM-DD')
                       WHERE  id_rem = :PG-IDF-REM
                   END-EXEC
               END-IF
           END-IF.

           IF SQLCODE = 0
               EXEC SQL COMMIT END-EXEC
               IF PG-STA-RLV = "rapproche"
                   ADD 1 TO WS-NBR-RPR
               ELSE
                   ADD 1 TO WS-NBR-REV
               END-IF
           ELSE
               EXEC SQL ROLLBACK END-EXEC
               MOVE "imprlv : insertion releve_bancaire"
               TO   WS-OPE-ERR
               CALL "generr" USING WS-OPE-ERR, SQLCODE, WS-RTR-ERR
               END-CALL
               ADD 1 TO WS-NBR-REJ
           END-IF.

           EXIT.
       2400-INS-RLV-FIN.

      *-----------------------------------------------------------------

      * Rapport d'anomalies : mouvements a revoir (frais, virements
      * inconnus, reglements mal saisis) et reglements jamais vus en
      * banque passe la fenetre.

       3000-RAP-ANO-DEB.

           CALL "genspl" USING WS-NOM-RAP
                               WS-IDF-UTI-NUL
                               WS-FIC-SPL
                               WS-RTR-SPL
           END-CALL.

           OPEN OUTPUT F-RAP.

           MOVE "Rapprochement bancaire : anomalies" TO REC-RAP.
           WRITE REC-RAP.

           MOVE SPACES TO REC-RAP.
           WRITE REC-RAP.
           MOVE "Mouvements du releve a revoir :" TO REC-RAP.
           WRITE REC-RAP.
           MOVE SPACES TO REC-RAP.
           STRING "Date        Sens      Montant  Libelle             "
                  "            Reference"
                  DELIMITED BY SIZE INTO REC-RAP
           END-STRING.
           WRITE REC-RAP.

           EXEC SQL OPEN C-REV END-EXEC.

           EXEC SQL
               FETCH C-REV
               INTO  :PG-DAT-RSU, :PG-SNS-RSU, :PG-MTT-RSU,
                     :PG-LIB-RSU, :PG-REF-RSU
           END-EXEC.

           PERFORM 3100-RAP-REV-DEB
              THRU 3100-RAP-REV-FIN
              UNTIL SQLCODE NOT = 0.

           EXEC SQL CLOSE C-REV END-EXEC.

           MOVE SPACES TO REC-RAP.
           WRITE REC-RAP.
           MOVE "Reglements clients non vus en banque :" TO REC-RAP.
           WRITE REC-RAP.
           MOVE SPACES TO REC-RAP.
           STRING "Reglement   Date             Montant  Mode          "
                  "  Client"
                  DELIMITED BY SIZE INTO REC-RAP
           END-STRING.
           WRITE REC-RAP.

           EXEC SQL OPEN C-NBC END-EXEC.

           EXEC SQL
               FETCH C-NBC
               INTO  :PG-IDF-RSU, :PG-DAT-RSU, :PG-MTT-RSU,
                     :PG-MOD-RSU, :PG-NOM-RSU
           END-EXEC.

           PERFORM 3200-RAP-NBC-DEB
              THRU 3200-RAP-NBC-FIN
              UNTIL SQLCODE NOT = 0.

           EXEC SQL CLOSE C-NBC END-EXEC.

           MOVE SPACES TO REC-RAP.
           WRITE REC-RAP.
           MOVE "Paiements fournisseur non vus en banque :" TO REC-RAP.
           WRITE REC-RAP.
           MOVE SPACES TO REC-RAP.
           STRING "Paiement    Date             Montant  Mode          "
                  "  Fournisseur"
                  DELIMITED BY SIZE INTO REC-RAP
           END-STRING.
           WRITE REC-RAP.

           EXEC SQL OPEN C-NBF END-EXEC.

           EXEC SQL
               FETCH C-NBF
               INTO  :PG-IDF-RSU, :PG-DAT-RSU, :PG-MTT-RSU,
                     :PG-MOD-RSU, :PG-NOM-RSU
           END-EXEC.

           PERFORM 3300-RAP-NBF-DEB
              THRU 3300-RAP-NBF-FIN
              UNTIL SQLCODE NOT = 0.

           EXEC SQL CLOSE C-NBF END-EXEC.

           CLOSE F-RAP.

           EXIT.
       3000-RAP-ANO-FIN.

      *-----------------------------------------------------------------

       3100-RAP-REV-DEB.

           ADD 1 TO WS-NBR-ANO.

           MOVE PG-MTT-RSU TO WS-MTT-EDT.

           MOVE SPACES TO REC-RAP.
           STRING PG-DAT-RSU "  " PG-SNS-RSU "    " WS-MTT-EDT "  "
                  PG-LIB-RSU " " PG-REF-RSU
                  DELIMITED BY SIZE INTO REC-RAP
           END-STRING.
           WRITE REC-RAP.

           EXEC SQL
               FETCH C-REV
               INTO  :PG-DAT-RSU, :PG-SNS-RSU, :PG-MTT-RSU,
                     :PG-LIB-RSU, :PG-REF-RSU
           END-EXEC.

           EXIT.
       3100-RAP-REV-FIN.

      *-----------------------------------------------------------------

       3200-RAP-NBC-DEB.

           PERFORM 3400-ECR-NBQ-DEB
              THRU 3400-ECR-NBQ-FIN.

           EXEC SQL
               FETCH C-NBC
               INTO  :PG-IDF-RSU, :PG-DAT-RSU, :PG-MTT-RSU,
                     :PG-MOD-RSU, :PG-NOM-RSU
           END-EXEC.

           EXIT.
       3200-RAP-NBC-FIN.

      *-----------------------------------------------------------------

       3300-RAP-NBF-DEB.

           PERFORM 3400-ECR-NBQ-DEB
              THRU 3400-ECR-NBQ-FIN.

           EXEC SQL
               FETCH C-NBF
               INTO  :PG-IDF-RSU, :PG-DAT-RSU, :PG-MTT-RSU,
                     :PG-MOD-RSU, :PG-NOM-RSU
           END-EXEC.

           EXIT.
       3300-RAP-NBF-FIN.

      *-----------------------------------------------------------------

      * Ligne commune aux reglements clients et fournisseur non vus
      * en banque.

       3400-ECR-NBQ-DEB.

           ADD 1 TO WS-NBR-ANO.

           MOVE PG-IDF-RSU TO WS-IDF-EDT.
           MOVE PG-MTT-RSU TO WS-MTT-EDT.

           MOVE SPACES TO REC-RAP.
           STRING WS-IDF-EDT "  " PG-DAT-RSU "  " WS-MTT-EDT "  "
                  PG-MOD-RSU "  " PG-NOM-RSU
                  DELIMITED BY SIZE INTO REC-RAP
           END-STRING.
           WRITE REC-RAP.

           EXIT.
       3400-ECR-NBQ-FIN.

      *-----------------------------------------------------------------

       4000-FINALISATION-DEB.

           IF WS-STA-RLV-OK
               CLOSE F-RLV
           END-IF.

           DISPLAY "Import du releve termine :".
           MOVE WS-NBR-LUS TO WS-NBR-EDT.
           DISPLAY "  enregistrements lus      : " WS-NBR-EDT.
           MOVE WS-NBR-MVT TO WS-NBR-EDT.
           DISPLAY "  mouvements               : " WS-NBR-EDT.
           MOVE WS-NBR-RPR TO WS-NBR-EDT.
           DISPLAY "  rapproches               : " WS-NBR-EDT.
           MOVE WS-NBR-REV TO WS-NBR-EDT.
           DISPLAY "  a revoir (ecran gesrpr)  : " WS-NBR-EDT.
           MOVE WS-NBR-DBL TO WS-NBR-EDT.
           DISPLAY "  deja importes, ignores   : " WS-NBR-EDT.
           MOVE WS-NBR-REJ TO WS-NBR-EDT.
           DISPLAY "  illisibles ou en erreur  : " WS-NBR-EDT.
           MOVE WS-NBR-ANO TO WS-NBR-EDT.
           DISPLAY "  anomalies au rapport     : " WS-NBR-EDT.

           EXIT.
       4000-FINALISATION-FIN.
