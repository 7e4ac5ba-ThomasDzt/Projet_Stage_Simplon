      * traitement par lot qui, pour chaque client professionnel       *
      * actif, cumule son chiffre d'affaires glissant des 365 derniers *
      * jours (commande_ligne, hors commandes annulees), en deduit la  *
      * remise du bareme - paliers lus au demarrage dans les           *
      * parametres genrem_ca_1..3 et genrem_rem_1..3 (lecprm,          *
      * entretenus dans gesprm ; a defaut les valeurs codees           *
      * ci-dessous) et rappeles en tete du compte rendu - et propose   *
      * le changement (hausse ou baisse) quand elle differe de la      *
      * remise courante de la fiche. Une proposition encore a l'etat   *
      * 'propose' bloque les doublons. L'application passe par l'ecran *
      * d'approbation gesrem. A lancer une fois l'an, avant les        *
      * negociations.                                                  *
      *                                                                *
      *----------------------------------------------------------------*
      *                           TRIGRAMMES                           *
      * genrem=generation revue remises                                *
      * REM=REMISE; CLI=CLIENT; CA=CHIFFRE D'AFFAIRES; SUG=SUGGESTION; *
      * BAR=BAREME; NBR=NOMBRE; RSU=RESULTAT; SLC=SELECTION;           *
      * INS=INSERTION; CAL=CALCUL; DEB=DEBUT; PRM=PARAMETRE; COD=      *
      * CODE; VAL=VALEUR; DFT=DEFAUT; RTR=RETOUR; LEC=LECTURE; EDT=    *
      * EDITION; AFF=AFFICHAGE                                         *
      ******************************************************************

       IDENTIFICATION DIVISION.
               ORDER BY id_cli
       END-EXEC.

      * Bareme des remises par palier de chiffre d'affaires annuel :
      * valeurs par defaut, remplacees au demarrage par les
      * parametres genrem_ca_n / genrem_rem_n.
       01 WS-BAR-CA-3           PIC 9(08)   VALUE 50000.
       01 WS-BAR-REM-3          PIC 9(02)V99 VALUE 15.00.
       01 WS-BAR-CA-2           PIC 9(08)   VALUE 20000.

       01 WS-NBR-CLI-EDT        PIC Z(05).
       01 WS-NBR-SUG-EDT        PIC Z(05).
       01 WS-BAR-CA-EDT         PIC Z(07)9.
       01 WS-BAR-REM-EDT        PIC Z9.99.

      * Zones echangees avec lecprm : code du parametre, valeur par
      * defaut (valeur historique du traitement) et valeur retenue.
       01 WS-COD-PRM            PIC X(20).
       01 WS-VAL-DFT            PIC 9(09)V99.
       01 WS-VAL-PRM            PIC 9(09)V99.
       01 WS-RTR-PRM            PIC 9(01).

      * Zones utilisees pour tracer via generr l'echec d'une des
      * ecritures SQL en cas de SQLCODE en erreur.

           DISPLAY "Revue des remises commerciales (365 jours)...".

           PERFORM 1100-LEC-PRM-DEB
              THRU 1100-LEC-PRM-FIN.

           PERFORM 1200-AFF-BAR-DEB
              THRU 1200-AFF-BAR-FIN.

           EXIT.
       1000-INITIALISATION-FIN.

      *-----------------------------------------------------------------

      * Lit les paliers du bareme dans la table des parametres ; a
      * defaut, les valeurs historiques sont conservees.

       1100-LEC-PRM-DEB.

           MOVE "genrem_ca_1"    TO WS-COD-PRM.
           MOVE WS-BAR-CA-1      TO WS-VAL-DFT.
           CALL "lecprm" USING WS-COD-PRM, WS-VAL-DFT,
                               WS-VAL-PRM, WS-RTR-PRM
           END-CALL.
           MOVE WS-VAL-PRM       TO WS-BAR-CA-1.

           MOVE "genrem_rem_1"   TO WS-COD-PRM.
           MOVE WS-BAR-REM-1     TO WS-VAL-DFT.
           CALL "lecprm" USING WS-COD-PRM, WS-VAL-DFT,
                               WS-VAL-PRM, WS-RTR-PRM
           END-CALL.
           MOVE WS-VAL-PRM       TO WS-BAR-REM-1.

           MOVE "genrem_ca_2"    TO WS-COD-PRM.
           MOVE WS-BAR-CA-2      TO WS-VAL-DFT.
           CALL "lecprm" USING WS-COD-PRM, WS-VAL-DFT,
                               WS-VAL-PRM, WS-RTR-PRM
           END-CALL.
           MOVE WS-VAL-PRM       TO WS-BAR-CA-2.

           MOVE "genrem_rem_2"   TO WS-COD-PRM.
           MOVE WS-BAR-REM-2     TO WS-VAL-DFT.
           CALL "lecprm" USING WS-COD-PRM, WS-VAL-DFT,
                               WS-VAL-PRM, WS-RTR-PRM
           END-CALL.
           MOVE WS-VAL-PRM       TO WS-BAR-REM-2.

           MOVE "genrem_ca_3"    TO WS-COD-PRM.
           MOVE WS-BAR-CA-3      TO WS-VAL-DFT.
           CALL "lecprm" USING WS-COD-PRM, WS-VAL-DFT,
                               WS-VAL-PRM, WS-RTR-PRM
           END-CALL.
           MOVE WS-VAL-PRM       TO WS-BAR-CA-3.

           MOVE "genrem_rem_3"   TO WS-COD-PRM.
           MOVE WS-BAR-REM-3     TO WS-VAL-DFT.
           CALL "lecprm" USING WS-COD-PRM, WS-VAL-DFT,
                               WS-VAL-PRM, WS-RTR-PRM
           END-CALL.
           MOVE WS-VAL-PRM       TO WS-BAR-REM-3.

           EXIT.
       1100-LEC-PRM-FIN.

      *-----------------------------------------------------------------

      * Rappelle le bareme applique en tete du compte rendu.

       1200-AFF-BAR-DEB.

           DISPLAY "Bareme applique :".

           MOVE WS-BAR-CA-1  TO WS-BAR-CA-EDT.
           MOVE WS-BAR-REM-1 TO WS-BAR-REM-EDT.
           DISPLAY "  CA >= " WS-BAR-CA-EDT " EUR : remise "
                   WS-BAR-REM-EDT " %".

           MOVE WS-BAR-CA-2  TO WS-BAR-CA-EDT.
           MOVE WS-BAR-REM-2 TO WS-BAR-REM-EDT.
           DISPLAY "  CA >= " WS-BAR-CA-EDT " EUR : remise "
                   WS-BAR-REM-EDT " %".

           MOVE WS-BAR-CA-3  TO WS-BAR-CA-EDT.
           MOVE WS-BAR-REM-3 TO WS-BAR-REM-EDT.
           DISPLAY "  CA >= " WS-BAR-CA-EDT " EUR : remise "
                   WS-BAR-REM-EDT " %".

           EXIT.
       1200-AFF-BAR-FIN.

      *-----------------------------------------------------------------

       2000-TRT-CLI-DEB.
