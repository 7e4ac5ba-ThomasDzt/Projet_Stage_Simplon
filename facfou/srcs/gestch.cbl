      ******************************************************************
      *                                                                *
      *                 DESCRIPTION DU SOUS-PROGRAMME                  *
      *                                                                *
      * gestch : saisie des taux de change (table taux_change). Liste  *
      * le dernier taux connu de chaque devise, puis saisit, une       *
      * devise apres l'autre (code ISO, blanc pour terminer), le taux  *
      * d'un jour : valeur en euros d'une unite de devise (1 USD =     *
      * 0.920000 EUR).                                                 *
      * Une date laissee a blanc vaut la date du jour ; un taux deja   *
      * saisi pour ce jour est remplace. C'est le pendant a l'ecran du *
      * chargement par lot imptch ; les taux servent aux achats en     *
      * devises (rchtch : impsup, ecrffo, ecrrgf). Chaque taux pose    *
      * est journalise via genlog (type_log = 'taux_change').          *
      *                                                                *
      *----------------------------------------------------------------*
      *                           TRIGRAMMES                           *
      *                                                                *
      * gestch=gestion taux de change                                  *
      * TCH=TAUX DE CHANGE; DEV=DEVISE; DAT=DATE; TAU=TAUX;            *
      * NBR=NOMBRE; RSU=RESULTAT; LST=LISTE; AFF=AFFICHAGE;            *
      * SSI=SAISIE; INS=INSERTION; FIN=FIN; OPE=OPERATION; ERR=ERREUR; *
      * RTR=RETOUR; EDT=EDITION; LRR=LEURRE; DEB=DEBUT                 *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. gestch.
       AUTHOR. ThomasD.
       DATE-WRITTEN. 15-10-2026 (fr).

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.

       01 PG-DEV-TCH            PIC X(03).
       01 PG-DAT-TCH            PIC X(10).
       01 PG-TAU-TCH            PIC 9(05)V9(06).

      * Dernier taux connu de chaque devise.
       01 PG-DEV-TCH-RSU        PIC X(03).
       01 PG-DAT-TCH-RSU        PIC X(10).
       01 PG-TAU-TCH-RSU        PIC 9(05)V9(06).

       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

      * Declaration du curseur du dernier taux de chaque devise.
       EXEC SQL
           DECLARE C-TCH CURSOR FOR
               SELECT DISTINCT ON (code_dev) code_dev,
                      TO_CHAR(date_tch, 'DD/MM/YYYY'), taux_tch
               FROM   taux_change
               ORDER BY code_dev, date_tch DESC
       END-EXEC.

       01 WS-LRR                PIC X(01).
       01 WS-DEV-TCH            PIC X(03).
       01 WS-DAT-TCH            PIC X(10).
       01 WS-TAU-TCH            PIC 9(05)V9(06).
       01 WS-NBR-TCH            PIC 9(05)   VALUE 0.

       01 WS-FIN-SSI            PIC X(01)   VALUE "N".
           88 WS-FIN-SSI-OUI                VALUE "O".
           88 WS-FIN-SSI-NON                VALUE "N".

       01 WS-TAU-TCH-EDT        PIC Z(04)9.9(06).

      * Zone de session partagee : qui est connecte sur ce poste.
       COPY session.

      * Zones utilisees pour journaliser chaque taux pose via genlog.
       01 WS-MSG-LOG            PIC X(100).
       01 WS-TYP-LOG            PIC X(20)   VALUE "taux_change".
       01 WS-IDF-PIE-NUL        PIC 9(10)   VALUE 0.
       01 WS-QTE-LOG-NUL        PIC S9(10)  VALUE 0.
       01 WS-LIEN-LOG-NUL       PIC 9(10)   VALUE 0.
       01 WS-RTR-LOG            PIC 9(01).

      * Zones utilisees pour tracer via generr l'echec de l'ecriture
      * du taux en cas de SQLCODE en erreur.
       01 WS-OPE-ERR            PIC X(60).
       01 WS-RTR-ERR            PIC 9(01).


       PROCEDURE DIVISION.

           PERFORM 0100-LST-TCH-DEB
              THRU 0100-LST-TCH-FIN.

           SET WS-FIN-SSI-NON TO TRUE.

           PERFORM 0200-SSI-TCH-DEB
              THRU 0200-SSI-TCH-FIN
              UNTIL WS-FIN-SSI-OUI.

           EXIT PROGRAM.

      ******************************************************************
      *                         PARAGRAPHES                            *
      ******************************************************************

       0100-LST-TCH-DEB.

           MOVE 0 TO WS-NBR-TCH.

           DISPLAY "Derniers taux de change (1 devise = n EUR) :".
           DISPLAY "Devise  Date        Taux".

           EXEC SQL OPEN C-TCH END-EXEC.

           EXEC SQL
               FETCH C-TCH
               INTO  :PG-DEV-TCH-RSU, :PG-DAT-TCH-RSU, :PG-TAU-TCH-RSU
           END-EXEC.

           PERFORM 0150-AFF-TCH-DEB
              THRU 0150-AFF-TCH-FIN
              UNTIL SQLCODE NOT = 0.

           EXEC SQL CLOSE C-TCH END-EXEC.

           IF WS-NBR-TCH = 0
               DISPLAY "(aucun taux de change saisi)"
           END-IF.

           EXIT.
       0100-LST-TCH-FIN.

      *-----------------------------------------------------------------

       0150-AFF-TCH-DEB.

           ADD 1 TO WS-NBR-TCH.

           MOVE PG-TAU-TCH-RSU TO WS-TAU-TCH-EDT.

           DISPLAY PG-DEV-TCH-RSU "     " PG-DAT-TCH-RSU "  "
                   WS-TAU-TCH-EDT.

           EXEC SQL
               FETCH C-TCH
               INTO  :PG-DEV-TCH-RSU, :PG-DAT-TCH-RSU, :PG-TAU-TCH-RSU
           END-EXEC.

           EXIT.
       0150-AFF-TCH-FIN.

      *-----------------------------------------------------------------

      * Saisit une devise, la date et le taux du jour, puis pose le
      * taux (remplacement d'un taux deja saisi pour ce jour).

       0200-SSI-TCH-DEB.

           DISPLAY "Devise (code ISO, blanc pour terminer) :".
           ACCEPT WS-DEV-TCH.

           IF WS-DEV-TCH = SPACES
               SET WS-FIN-SSI-OUI TO TRUE
               GO TO 0200-SSI-TCH-FIN
           END-IF.

           MOVE FUNCTION UPPER-CASE (WS-DEV-TCH) TO WS-DEV-TCH.

           IF WS-DEV-TCH = "EUR"
               DISPLAY "L'euro est la devise de tenue : taux 1."
               GO TO 0200-SSI-TCH-FIN
           END-IF.

           DISPLAY "Date du taux (AAAA-MM-JJ, blanc = aujourd'hui) :".
           ACCEPT WS-DAT-TCH.

           DISPLAY "Valeur en euros d'une unite de devise :".
           ACCEPT WS-TAU-TCH.

           IF WS-TAU-TCH = 0
               DISPLAY "Taux nul refuse."
               GO TO 0200-SSI-TCH-FIN
           END-IF.

           MOVE WS-DEV-TCH TO PG-DEV-TCH.
           MOVE WS-DAT-TCH TO PG-DAT-TCH.
           MOVE WS-TAU-TCH TO PG-TAU-TCH.

           IF PG-DAT-TCH = SPACES
               EXEC SQL
                   SELECT TO_CHAR(CURRENT_DATE, 'YYYY-MM-DD')
                   INTO   :PG-DAT-TCH
               END-EXEC
           END-IF.

           EXEC SQL
               INSERT INTO taux_change (code_dev, date_tch, taux_tch)
               VALUES (:PG-DEV-TCH,
                      TO_DATE(:PG-DAT-TCH, 'YYYY-MM-DD'), :PG-TAU-TCH)
               ON CONFLICT (code_dev, date_tch)
               DO UPDATE SET taux_tch = EXCLUDED.taux_tch
           END-EXEC.

           IF SQLCODE NOT = 0
               EXEC SQL ROLLBACK END-EXEC
               MOVE "gestch : insertion taux_change"
               TO   WS-OPE-ERR
               CALL "generr" USING WS-OPE-ERR, SQLCODE, WS-RTR-ERR
               END-CALL
               DISPLAY "Erreur a l'enregistrement du taux (date "
                       "invalide ?)."
               GO TO 0200-SSI-TCH-FIN
           END-IF.

           EXEC SQL COMMIT END-EXEC.

           MOVE WS-TAU-TCH TO WS-TAU-TCH-EDT.

           MOVE SPACES TO WS-MSG-LOG.
           STRING 'Taux de change ' DELIMITED BY SIZE
                  PG-DEV-TCH DELIMITED BY SIZE
                  ' du ' DELIMITED BY SIZE
                  PG-DAT-TCH DELIMITED BY SIZE
                  ' : ' DELIMITED BY SIZE
                  FUNCTION TRIM (WS-TAU-TCH-EDT) DELIMITED BY SIZE
                  ' EUR.' DELIMITED BY SIZE
                  INTO WS-MSG-LOG
           END-STRING.

           CALL "genlog" USING WS-MSG-LOG,
                               WS-TYP-LOG,
                               SESS-IDF-UTI,
                               WS-IDF-PIE-NUL,
                               WS-QTE-LOG-NUL,
                               WS-LIEN-LOG-NUL,
                               WS-RTR-LOG
           END-CALL.

           DISPLAY "Taux enregistre.".

       0200-SSI-TCH-FIN.
           EXIT.
