      ******************************************************************
      *                             ENTETE                             *
      *                                                                *
      * imptch : chargement par lot des taux de change du jour dans    *
      * taux_change, depuis le fichier TAUXCHG publie par la banque    *
      * (une ligne par devise, champs separes par ";") au format       *
      * devise;date;taux : code ISO de la devise, date AAAA-MM-JJ      *
      * (vide = date du jour) et valeur en euros d'une unite de devise *
      * avec le point decimal. Un taux deja connu pour la devise et le *
      * jour est remplace, ce qui permet de recharger un fichier       *
      * corrige. L'euro est ignore (taux 1 implicite) ; une devise     *
      * absente ou un taux nul ou illisible partent en rejet dans      *
      * TAUXCHGR avec le motif. Pendant par lot de l'ecran gestch.     *
      *                                                                *
      *----------------------------------------------------------------*
      *                           TRIGRAMMES                           *
      *                                                                *
      * imptch=import taux de change                                   *
      * TCH=TAUX DE CHANGE; DEV=DEVISE; DAT=DATE; TAU=TAUX; ZON=ZONE;  *
      * REJ=REJET; MTF=MOTIF; NBR=NOMBRE; LUS=LUES; INS=INSERES;       *
      * EUR=EURO; EOF=FIN DE FICHIER; STA=STATUT; LEC=LECTURE;         *
      * RPT=RAPPORT; ECR=ECRITURE; BCL=BOUCLE; EDT=EDITION; DEB=DEBUT  *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. imptch.
       AUTHOR. ThomasD.
       DATE-WRITTEN. 15-10-2026 (fr).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT F-TCH ASSIGN TO "TAUXCHG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STA-TCH.

           SELECT F-TCH-RPT ASSIGN TO "TAUXCHGR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STA-RPT.

       DATA DIVISION.
       FILE SECTION.

       FD F-TCH.
       01 REC-TCH               PIC X(60).

       FD F-TCH-RPT.
       01 REC-TCH-RPT           PIC X(120).

       WORKING-STORAGE SECTION.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.

       COPY dbconfig.

       01 PG-DEV-TCH            PIC X(03).
       01 PG-DAT-TCH            PIC X(10).
       01 PG-TAU-TCH            PIC 9(05)V9(06).

       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       01 WS-STA-TCH            PIC X(02).
           88 WS-STA-TCH-OK                VALUE "00".
           88 WS-STA-TCH-EOF               VALUE "10".

       01 WS-STA-RPT            PIC X(02).

       01 WS-EOF-TCH            PIC X(01)   VALUE "N".
           88 WS-EOF-TCH-OUI                VALUE "O".
           88 WS-EOF-TCH-NON                VALUE "N".

      * Zones de decoupe de la ligne courante.
       01 WS-ZON-DEV            PIC X(10).
       01 WS-ZON-DAT            PIC X(10).
       01 WS-ZON-TAU            PIC X(20).

       01 WS-TAU-TCH-N          PIC 9(05)V9(06).

       01 WS-NBR-LUS            PIC 9(07)   VALUE 0.
       01 WS-NBR-INS            PIC 9(07)   VALUE 0.
       01 WS-NBR-EUR            PIC 9(07)   VALUE 0.
       01 WS-NBR-REJ            PIC 9(07)   VALUE 0.
       01 WS-MTF-REJ            PIC X(50).

       01 WS-NBR-LUS-EDT        PIC Z(07).
       01 WS-NBR-INS-EDT        PIC Z(07).
       01 WS-NBR-EUR-EDT        PIC Z(07).
       01 WS-NBR-REJ-EDT        PIC Z(07).

      * Zones utilisees pour tracer via generr l'echec d'une des
      * ecritures SQL en cas de SQLCODE en erreur.
       01 WS-OPE-ERR            PIC X(60).
       01 WS-RTR-ERR            PIC 9(01).


       PROCEDURE DIVISION.

           PERFORM 1000-INITIALISATION-DEB
              THRU 1000-INITIALISATION-FIN.

           PERFORM 2000-TRT-BCL-DEB
              THRU 2000-TRT-BCL-FIN
              UNTIL WS-EOF-TCH-OUI.

           PERFORM 3000-FINALISATION-DEB
              THRU 3000-FINALISATION-FIN.

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

           OPEN INPUT  F-TCH.
           OPEN OUTPUT F-TCH-RPT.

           MOVE "devise;date;taux => rejet" TO REC-TCH-RPT.
           WRITE REC-TCH-RPT.

           PERFORM 1200-LEC-TCH-DEB
              THRU 1200-LEC-TCH-FIN.

           EXIT.
       1000-INITIALISATION-FIN.

      *-----------------------------------------------------------------

       1200-LEC-TCH-DEB.

           READ F-TCH
               AT END SET WS-EOF-TCH-OUI TO TRUE
           END-READ.

           EXIT.
       1200-LEC-TCH-FIN.

      *-----------------------------------------------------------------

      * Decoupe et controle la ligne, puis pose le taux du jour de la
      * devise (remplacement d'un taux deja charge).

       2000-TRT-BCL-DEB.

           ADD 1 TO WS-NBR-LUS.

           MOVE SPACES TO WS-ZON-DEV WS-ZON-DAT WS-ZON-TAU.

           UNSTRING REC-TCH DELIMITED BY ";"
               INTO WS-ZON-DEV, WS-ZON-DAT, WS-ZON-TAU
           END-UNSTRING.

           MOVE FUNCTION UPPER-CASE (WS-ZON-DEV) TO WS-ZON-DEV.

           IF WS-ZON-DEV = SPACES
               MOVE "devise absente" TO WS-MTF-REJ
               PERFORM 2300-ECR-REJ-DEB
                  THRU 2300-ECR-REJ-FIN
               GO TO 2000-TRT-BCL-SUI
           END-IF.

           IF WS-ZON-DEV = "EUR"
               ADD 1 TO WS-NBR-EUR
               GO TO 2000-TRT-BCL-SUI
           END-IF.

           MOVE 0 TO WS-TAU-TCH-N.

           IF WS-ZON-TAU NOT = SPACES
               COMPUTE WS-TAU-TCH-N = FUNCTION NUMVAL (WS-ZON-TAU)
           END-IF.

           IF WS-TAU-TCH-N = 0
               MOVE "taux nul ou illisible" TO WS-MTF-REJ
               PERFORM 2300-ECR-REJ-DEB
                  THRU 2300-ECR-REJ-FIN
               GO TO 2000-TRT-BCL-SUI
           END-IF.

           PERFORM 2200-INS-TCH-DEB
              THRU 2200-INS-TCH-FIN.

       2000-TRT-BCL-SUI.
           PERFORM 1200-LEC-TCH-DEB
              THRU 1200-LEC-TCH-FIN.

           EXIT.
       2000-TRT-BCL-FIN.

      *-----------------------------------------------------------------

      * Pose le taux du jour ; date vide = date du jour.

       2200-INS-TCH-DEB.

           MOVE WS-ZON-DEV   TO PG-DEV-TCH.
           MOVE WS-ZON-DAT   TO PG-DAT-TCH.
           MOVE WS-TAU-TCH-N TO PG-TAU-TCH.

           EXEC SQL
               INSERT INTO taux_change (code_dev, date_tch, taux_tch)
               VALUES (:PG-DEV-TCH,
                      (CASE WHEN TRIM(:PG-DAT-TCH) = ''
                            THEN CURRENT_DATE
                            ELSE TO_DATE(:PG-DAT-TCH, 'YYYY-MM-DD')
                       END),
                      :PG-TAU-TCH)
               ON CONFLICT (code_dev, date_tch)
               DO UPDATE SET taux_tch = EXCLUDED.taux_tch
           END-EXEC.

           IF SQLCODE NOT = 0
               EXEC SQL ROLLBACK END-EXEC
               MOVE "imptch : insertion taux_change"
               TO   WS-OPE-ERR
               CALL "generr" USING WS-OPE-ERR, SQLCODE, WS-RTR-ERR
               END-CALL
               MOVE "date invalide ou erreur SQL" TO WS-MTF-REJ
               PERFORM 2300-ECR-REJ-DEB
                  THRU 2300-ECR-REJ-FIN
               GO TO 2200-INS-TCH-FIN
           END-IF.

           EXEC SQL COMMIT END-EXEC.

           ADD 1 TO WS-NBR-INS.

       2200-INS-TCH-FIN.
           EXIT.

      *-----------------------------------------------------------------

       2300-ECR-REJ-DEB.

           ADD 1 TO WS-NBR-REJ.

           MOVE SPACES TO REC-TCH-RPT.
           STRING REC-TCH DELIMITED BY SIZE
                  " => rejetee : " DELIMITED BY SIZE
                  FUNCTION TRIM (WS-MTF-REJ) DELIMITED BY SIZE
                  INTO REC-TCH-RPT
           END-STRING.
           WRITE REC-TCH-RPT.

           EXIT.
       2300-ECR-REJ-FIN.

      *-----------------------------------------------------------------

       3000-FINALISATION-DEB.

           CLOSE F-TCH.
           CLOSE F-TCH-RPT.

           MOVE WS-NBR-LUS TO WS-NBR-LUS-EDT.
           MOVE WS-NBR-INS TO WS-NBR-INS-EDT.
           MOVE WS-NBR-EUR TO WS-NBR-EUR-EDT.
           MOVE WS-NBR-REJ TO WS-NBR-REJ-EDT.

           DISPLAY "Import termine : "
                   FUNCTION TRIM (WS-NBR-LUS-EDT) " ligne(s) lue(s), "
                   FUNCTION TRIM (WS-NBR-INS-EDT) " taux pose(s), "
                   FUNCTION TRIM (WS-NBR-EUR-EDT) " euro ignore(s), "
                   FUNCTION TRIM (WS-NBR-REJ-EDT)
                   " rejet(s) (voir TAUXCHGR).".

           EXIT.
       3000-FINALISATION-FIN.
