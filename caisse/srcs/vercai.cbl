      ******************************************************************
      *                                                                *
      *                 DESCRIPTION DU SOUS-PROGRAMME                  *
      *                                                                *
      * vercai : verification du journal de caisse inalterable, pour   *
      * le controle fiscal. Relit journal_caisse dans l'ordre des      *
      * numeros et recalcule pour chaque ligne son empreinte sha256    *
      * (meme expression que gencai) : numero manquant, empreinte      *
      * precedente qui ne correspond pas, empreinte recalculee         *
      * differente de l'empreinte stockee ou grand total perpetuel     *
      * incoherent sont autant de ruptures. Relit ensuite              *
      * cloture_caisse de la meme facon (meme expression que jnlcai)   *
      * et controle que le nombre et le total de chaque cloture        *
      * correspondent aux lignes du journal qu'elle couvre. Chaque     *
      * rupture est affichee et ecrite dans le fichier spoole VERCAI   *
      * (genspl, reaffichable via cnsspl) ; le resultat est journalise *
      * via genlog (type_log = 'caisse').                              *
      *                                                                *
      *----------------------------------------------------------------*
      *                           TRIGRAMMES                           *
      *                                                                *
      * vercai=verification caisse                                     *
      * JCA=JOURNAL CAISSE; CLO=CLOTURE; CAI=CAISSE; NUM=NUMERO;       *
      * HSH=EMPREINTE (HASH); CAL=CALCULEE; PRC=PRECEDENT;             *
      * GT=GRAND TOTAL; MTT=MONTANT; TOT=TOTAL; NBR=NOMBRE;            *
      * TRN=TRANSACTION; TYP=TYPE; DAT=DATE; RUP=RUPTURE; LGN=LIGNE;   *
      * ANO=ANOMALIE; RSU=RESULTAT; SPL=SPOOL; FIC=FICHIER;            *
      * RAP=RAPPORT; RTR=RETOUR; EDT=EDITION; LRR=LEURRE; INI=INIT;    *
      * VER=VERIFICATION; ATT=ATTENDU; DEB=DEBUT                       *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. vercai.
       AUTHOR. ThomasD.
       DATE-WRITTEN. 15-10-2026 (fr).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT F-VER ASSIGN TO WS-FIC-SPL
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD F-VER.
       01 REC-VER               PIC X(160).

       WORKING-STORAGE SECTION.

      * Nom de fichier date attribue par genspl.
       01 WS-FIC-SPL            PIC X(50).
       01 WS-NOM-RAP            PIC X(14)   VALUE "VERCAI".
       01 WS-IDF-UTI-NUL        PIC 9(10)   VALUE 0.
       01 WS-RTR-SPL            PIC 9(01).

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.

      * Ligne du journal : numero, chainage stocke, empreinte
      * recalculee, montant et grand total.
       01 PG-NUM-JCA-RSU        PIC 9(15).
       01 PG-HSH-PRC-RSU        PIC X(64).
       01 PG-HSH-RSU            PIC X(64).
       01 PG-HSH-CAL-RSU        PIC X(64).
       01 PG-MTT-JCA-RSU        PIC S9(10)V99.
       01 PG-GT-JCA-RSU         PIC S9(12)V99.

      * Cloture : numero, type, periode, chainage, et nombre et total
      * stockes face a ceux recalcules sur les lignes couvertes.
       01 PG-NUM-CLO-RSU        PIC 9(09).
       01 PG-TYP-CLO-RSU        PIC X(01).
       01 PG-DAT-CLO-RSU        PIC X(10).
       01 PG-NBR-TRN-RSU        PIC 9(09).
       01 PG-TOT-CLO-RSU        PIC S9(12)V99.
       01 PG-NBR-TRN-CAL        PIC 9(09).
       01 PG-TOT-CLO-CAL        PIC S9(12)V99.

       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

      * Declaration du curseur des lignes du journal avec leur
      * empreinte recalculee (meme expression que gencai).
       EXEC SQL
           DECLARE C-JCA CURSOR FOR
               SELECT num_jca, hash_prec_jca, hash_jca,
                      encode(digest(num_jca::text
                          || '|' || to_char(horo_jca,
                                            'YYYYMMDDHH24MISS')
                          || '|' || id_rgl::text
                          || '|' || id_cli::text
                          || '|' || mode_jca
                          || '|' || mtt_jca::text
                          || '|' || gt_jca::text
                          || '|' || id_uti::text
                          || '|' || hash_prec_jca,
                          'sha256'), 'hex'),
                      mtt_jca, gt_jca
               FROM   journal_caisse
               ORDER BY num_jca
       END-EXEC.

      * Declaration du curseur des clotures avec leur empreinte
      * recalculee (meme expression que jnlcai), et le nombre et le
      * total recalcules sur les lignes du journal couvertes.
       EXEC SQL
           DECLARE C-CLO CURSOR FOR
               SELECT c.num_clo, c.typ_clo,
                      TO_CHAR(c.deb_clo, 'DD/MM/YYYY'),
                      c.hash_prec_clo, c.hash_clo,
                      encode(digest(c.num_clo::text
                          || '|' || c.typ_clo
                          || '|' || to_char(c.deb_clo, 'YYYYMMDD')
                          || '|' || to_char(c.fin_clo, 'YYYYMMDD')
                          || '|' || c.num_deb_jca::text
                          || '|' || c.num_fin_jca::text
                          || '|' || c.nbr_trn_clo::text
                          || '|' || c.tot_clo::text
                          || '|' || c.gt_clo::text
                          || '|' || to_char(c.horo_clo,
                                            'YYYYMMDDHH24MISS')
                          || '|' || c.id_uti::text
                          || '|' || c.hash_prec_clo,
                          'sha256'), 'hex'),
                      c.nbr_trn_clo, c.tot_clo,
                      (SELECT COUNT(*)
                       FROM   journal_caisse j
                       WHERE  j.num_jca BETWEEN c.num_deb_jca
                                            AND c.num_fin_jca),
                      (SELECT COALESCE(SUM(j.mtt_jca), 0)
                       FROM   journal_caisse j
                       WHERE  j.num_jca BETWEEN c.num_deb_jca
                                            AND c.num_fin_jca)
               FROM   cloture_caisse c
               ORDER BY c.num_clo
       END-EXEC.

       01 WS-LRR                PIC X(01).

      * Numero, empreinte et grand total attendus pour l'element
      * suivant de la chaine en cours de verification.
       01 WS-NUM-ATT            PIC 9(15).
       01 WS-HSH-ATT            PIC X(64).
       01 WS-GT-ATT             PIC S9(12)V99.

       01 WS-NBR-LGN            PIC 9(09)   VALUE 0.
       01 WS-NBR-CLO            PIC 9(09)   VALUE 0.
       01 WS-NBR-RUP            PIC 9(07)   VALUE 0.

      * Anomalie courante et element concerne, pour l'affichage et le
      * fichier.
       01 WS-LIB-ANO            PIC X(60).
       01 WS-LIB-ELT            PIC X(30).

       01 WS-NUM-EDT            PIC Z(14)9.
       01 WS-NBR-LGN-EDT        PIC Z(08)9.
       01 WS-NBR-CLO-EDT        PIC Z(08)9.
       01 WS-NBR-RUP-EDT        PIC Z(06)9.

      * Zones utilisees pour journaliser le resultat via genlog.
       01 WS-MSG-LOG            PIC X(100).
       01 WS-TYP-LOG            PIC X(20)   VALUE "caisse".
       01 WS-IDF-PIE-NUL        PIC 9(10)   VALUE 0.
       01 WS-QTE-LOG-NUL        PIC S9(10)  VALUE 0.
       01 WS-LIEN-LOG-NUL       PIC 9(10)   VALUE 0.
       01 WS-RTR-LOG            PIC 9(01).

      * Zone de session partagee : qui lance la verification.
       COPY session.


       PROCEDURE DIVISION.

           PERFORM 0100-INI-VER-DEB
              THRU 0100-INI-VER-FIN.

           PERFORM 0200-VER-JCA-DEB
              THRU 0200-VER-JCA-FIN.

           PERFORM 0300-VER-CLO-DEB
              THRU 0300-VER-CLO-FIN.

           PERFORM 0400-FIN-VER-DEB
              THRU 0400-FIN-VER-FIN.

           EXIT PROGRAM.

      ******************************************************************
      *                         PARAGRAPHES                            *
      ******************************************************************

       0100-INI-VER-DEB.

           DISPLAY "Verification du journal de caisse inalterable".

           CALL "genspl" USING WS-NOM-RAP
                               WS-IDF-UTI-NUL
                               WS-FIC-SPL
                               WS-RTR-SPL
           END-CALL.

           OPEN OUTPUT F-VER.

           MOVE "Verification du journal de caisse - element;anomalie"
           TO   REC-VER.
           WRITE REC-VER.

       0100-INI-VER-FIN.
           EXIT.

      *-----------------------------------------------------------------

      * Chaine des lignes du journal : la premiere ligne porte le
      * numero 1 et chaine sur une empreinte de zeros.

       0200-VER-JCA-DEB.

           MOVE 1       TO WS-NUM-ATT.
           MOVE ALL "0" TO WS-HSH-ATT.
           MOVE 0       TO WS-GT-ATT.

           EXEC SQL OPEN C-JCA END-EXEC.

           EXEC SQL
               FETCH C-JCA
               INTO  :PG-NUM-JCA-RSU, :PG-HSH-PRC-RSU, :PG-HSH-RSU,
                     :PG-HSH-CAL-RSU, :PG-MTT-JCA-RSU, :PG-GT-JCA-RSU
           END-EXEC.

           PERFORM 0250-VER-LGN-DEB
              THRU 0250-VER-LGN-FIN
              UNTIL SQLCODE NOT = 0.

           EXEC SQL CLOSE C-JCA END-EXEC.

           MOVE WS-NBR-LGN TO WS-NBR-LGN-EDT.

           DISPLAY FUNCTION TRIM (WS-NBR-LGN-EDT)
                   " ligne(s) du journal verifiee(s).".

       0200-VER-JCA-FIN.
           EXIT.

      *-----------------------------------------------------------------

       0250-VER-LGN-DEB.

           ADD 1 TO WS-NBR-LGN.
           ADD PG-MTT-JCA-RSU TO WS-GT-ATT.

           MOVE PG-NUM-JCA-RSU TO WS-NUM-EDT.
           MOVE SPACES TO WS-LIB-ELT.
           STRING "Ligne " FUNCTION TRIM (WS-NUM-EDT)
                  DELIMITED BY SIZE INTO WS-LIB-ELT
           END-STRING.

           IF PG-NUM-JCA-RSU NOT = WS-NUM-ATT
               MOVE "numero inattendu (ligne manquante)" TO WS-LIB-ANO
               PERFORM 0900-ECR-RUP-DEB
                  THRU 0900-ECR-RUP-FIN
           END-IF.

           IF PG-HSH-PRC-RSU NOT = WS-HSH-ATT
               MOVE "empreinte precedente differente (chaine rompue)"
               TO   WS-LIB-ANO
               PERFORM 0900-ECR-RUP-DEB
                  THRU 0900-ECR-RUP-FIN
           END-IF.

           IF PG-HSH-CAL-RSU NOT = PG-HSH-RSU
               MOVE "empreinte recalculee differente (ligne alteree)"
               TO   WS-LIB-ANO
               PERFORM 0900-ECR-RUP-DEB
                  THRU 0900-ECR-RUP-FIN
           END-IF.

           IF PG-GT-JCA-RSU NOT = WS-GT-ATT
               MOVE "grand total perpetuel incoherent" TO WS-LIB-ANO
               PERFORM 0900-ECR-RUP-DEB
                  THRU 0900-ECR-RUP-FIN
           END-IF.

      * La suite de la chaine se verifie par rapport a ce qui est
      * stocke : une rupture n'est signalee qu'une fois.

           COMPUTE WS-NUM-ATT = PG-NUM-JCA-RSU + 1.
           MOVE PG-HSH-RSU    TO WS-HSH-ATT.
           MOVE PG-GT-JCA-RSU TO WS-GT-ATT.

           EXEC SQL
               FETCH C-JCA
               INTO  :PG-NUM-JCA-RSU, :PG-HSH-PRC-RSU, :PG-HSH-RSU,
                     :PG-HSH-CAL-RSU, :PG-MTT-JCA-RSU, :PG-GT-JCA-RSU
           END-EXEC.

       0250-VER-LGN-FIN.
           EXIT.

      *-----------------------------------------------------------------

      * Chaine des clotures (tous types confondus), et coherence de
      * chaque cloture avec les lignes du journal qu'elle couvre.

       0300-VER-CLO-DEB.

           MOVE 1       TO WS-NUM-ATT.
           MOVE ALL "0" TO WS-HSH-ATT.

           EXEC SQL OPEN C-CLO END-EXEC.

           EXEC SQL
               FETCH C-CLO
               INTO  :PG-NUM-CLO-RSU, :PG-TYP-CLO-RSU, :PG-DAT-CLO-RSU,
                     :PG-HSH-PRC-RSU, :PG-HSH-RSU, :PG-HSH-CAL-RSU,
                     :PG-NBR-TRN-RSU, :PG-TOT-CLO-RSU,
                     :PG-NBR-TRN-CAL, :PG-TOT-CLO-CAL
           END-EXEC.

           PERFORM 0350-VER-UNE-CLO-DEB
              THRU 0350-VER-UNE-CLO-FIN
              UNTIL SQLCODE NOT = 0.

           EXEC SQL CLOSE C-CLO END-EXEC.

           MOVE WS-NBR-CLO TO WS-NBR-CLO-EDT.

           DISPLAY FUNCTION TRIM (WS-NBR-CLO-EDT)
                   " cloture(s) verifiee(s).".

       0300-VER-CLO-FIN.
           EXIT.

      *-----------------------------------------------------------------

       0350-VER-UNE-CLO-DEB.

           ADD 1 TO WS-NBR-CLO.

           MOVE PG-NUM-CLO-RSU TO WS-NUM-EDT.
           MOVE SPACES TO WS-LIB-ELT.
           STRING "Cloture " PG-TYP-CLO-RSU " "
                  FUNCTION TRIM (WS-NUM-EDT) " du "
                  PG-DAT-CLO-RSU
                  DELIMITED BY SIZE INTO WS-LIB-ELT
           END-STRING.

           IF PG-NUM-CLO-RSU NOT = WS-NUM-ATT
               MOVE "numero inattendu (cloture manquante)"
               TO   WS-LIB-ANO
               PERFORM 0900-ECR-RUP-DEB
                  THRU 0900-ECR-RUP-FIN
           END-IF.

           IF PG-HSH-PRC-RSU NOT = WS-HSH-ATT
               MOVE "empreinte precedente differente (chaine rompue)"
               TO   WS-LIB-ANO
               PERFORM 0900-ECR-RUP-DEB
                  THRU 0900-ECR-RUP-FIN
           END-IF.

           IF PG-HSH-CAL-RSU NOT = PG-HSH-RSU
               MOVE "empreinte recalculee differente (cloture alteree)"
               TO   WS-LIB-ANO
               PERFORM 0900-ECR-RUP-DEB
                  THRU 0900-ECR-RUP-FIN
           END-IF.

           IF PG-NBR-TRN-RSU NOT = PG-NBR-TRN-CAL
              OR PG-TOT-CLO-RSU NOT = PG-TOT-CLO-CAL
               MOVE "nombre ou total different des lignes couvertes"
               TO   WS-LIB-ANO
               PERFORM 0900-ECR-RUP-DEB
                  THRU 0900-ECR-RUP-FIN
           END-IF.

           COMPUTE WS-NUM-ATT = PG-NUM-CLO-RSU + 1.
           MOVE PG-HSH-RSU TO WS-HSH-ATT.

           EXEC SQL
               FETCH C-CLO
               INTO  :PG-NUM-CLO-RSU, :PG-TYP-CLO-RSU, :PG-DAT-CLO-RSU,
                     :PG-HSH-PRC-RSU, :PG-HSH-RSU, :PG-HSH-CAL-RSU,
                     :PG-NBR-TRN-RSU, :PG-TOT-CLO-RSU,
                     :PG-NBR-TRN-CAL, :PG-TOT-CLO-CAL
           END-EXEC.

       0350-VER-UNE-CLO-FIN.
           EXIT.

      *-----------------------------------------------------------------

      * Resultat : chaine intacte ou nombre de ruptures, a l'ecran, au
      * fichier et au journal des operations.

       0400-FIN-VER-DEB.

           MOVE WS-NBR-RUP TO WS-NBR-RUP-EDT.
           MOVE SPACES TO WS-MSG-LOG.

           IF WS-NBR-RUP = 0
               STRING "Verification du journal de caisse : "
                      "chaines intactes."
                      DELIMITED BY SIZE INTO WS-MSG-LOG
               END-STRING
           ELSE
               STRING "Verification du journal de caisse : "
                      FUNCTION TRIM (WS-NBR-RUP-EDT)
                      " rupture(s) detectee(s)."
                      DELIMITED BY SIZE INTO WS-MSG-LOG
               END-STRING
           END-IF.

           DISPLAY FUNCTION TRIM (WS-MSG-LOG).

           MOVE WS-MSG-LOG TO REC-VER.
           WRITE REC-VER.

           CLOSE F-VER.

           CALL "genlog" USING WS-MSG-LOG,
                               WS-TYP-LOG,
                               SESS-IDF-UTI,
                               WS-IDF-PIE-NUL,
                               WS-QTE-LOG-NUL,
                               WS-LIEN-LOG-NUL,
                               WS-RTR-LOG
           END-CALL.

           DISPLAY "Rapport ecrit (fichier VERCAI du spool).".
           DISPLAY "Appuyez sur entree".
           ACCEPT WS-LRR.

       0400-FIN-VER-FIN.
           EXIT.

      *-----------------------------------------------------------------

      * Signale une rupture sur l'element courant.

       0900-ECR-RUP-DEB.

           ADD 1 TO WS-NBR-RUP.

           DISPLAY "RUPTURE - " FUNCTION TRIM (WS-LIB-ELT) " : "
                   FUNCTION TRIM (WS-LIB-ANO).

           MOVE SPACES TO REC-VER.
           STRING FUNCTION TRIM (WS-LIB-ELT) ";"
                  FUNCTION TRIM (WS-LIB-ANO)
                  DELIMITED BY SIZE INTO REC-VER
           END-STRING.
           WRITE REC-VER.

       0900-ECR-RUP-FIN.
           EXIT.
