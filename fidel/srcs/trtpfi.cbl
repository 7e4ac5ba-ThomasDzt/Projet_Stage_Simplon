      ******************************************************************
      *                                                                *
      *                 DESCRIPTION DU SOUS-PROGRAMME                  *
      *                                                                *
      * trtpfi : expiration des points de fidelite. Etape de fin de    *
      * mois de la chaine nocturne (trtnoc) qui, le dernier jour du    *
      * mois seulement (meme garde que trtstm et clovai), fait expirer *
      * les points gagnes depuis plus de dur_pfi_soc mois (table       *
      * societe, entretenue par gessoc). Les points consommes          *
      * (utilisations, reprises sur avoir, expirations deja passees)   *
      * sont imputes sur les gains les plus anciens : pour chaque      *
      * client au solde positif, le reliquat a expirer est la somme    *
      * des gains anterieurs a la date limite moins tout ce qui a deja *
      * ete debite, plafonne au solde. Il est passe en mouvement 'E'   *
      * dans mouvement_fidelite et deduit de pts_fid_cli, les deux     *
      * valides ensemble client par client.                            *
      *                                                                *
      *----------------------------------------------------------------*
      *                           TRIGRAMMES                           *
      *                                                                *
      * trtpfi=traitement points fidelite                              *
      * PFI=POINTS FIDELITE; MFI=MOUVEMENT FIDELITE; PTS=POINTS;       *
      * CLI=CLIENT; DUR=DUREE; EXP=EXPIRATION; FIN=FIN; MOI=MOIS;      *
      * IDF=IDENTIFIANT; NBR=NOMBRE; ERR=ERREUR; RTR=RETOUR;           *
      * TRT=TRAITEMENT; SUI=SUITE; EDT=EDITION; OPE=OPERATION;         *
      * DEB=DEBUT                                                      *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. trtpfi.
       AUTHOR. ThomasD.
       DATE-WRITTEN. 15-10-2026 (fr).

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.

       COPY dbconfig.

      * Vaut 1 lorsque la date du jour est le dernier jour du mois.
       01 PG-FIN-MOI            PIC 9(01).

      * Duree de validite des points, en mois.
       01 PG-DUR-PFI            PIC 9(03).

      * Client traite et points qui expirent (negatif a l'ecriture).
       01 PG-IDF-CLI            PIC 9(10).
       01 PG-PTS-EXP            PIC S9(09).

       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

      * Declaration du curseur des clients ayant des points a faire
      * expirer : gains anterieurs a la date limite, moins tous les
      * debits deja passes (premiers gagnes, premiers consommes),
      * plafonne au solde. WITH HOLD : chaque client est valide
      * pendant le parcours.
       EXEC SQL
           DECLARE C-EXP CURSOR WITH HOLD FOR
               SELECT c.id_cli,
                      LEAST(c.pts_fid_cli,
                            COALESCE(SUM(CASE WHEN m.pts_mfi > 0
                                AND m.date_mfi < CURRENT_DATE
                                    - :PG-DUR-PFI * INTERVAL '1 month'
                                THEN m.pts_mfi END), 0)
                          + COALESCE(SUM(CASE WHEN m.pts_mfi < 0
                                THEN m.pts_mfi END), 0))
               FROM   client c
               JOIN   mouvement_fidelite m ON m.id_cli = c.id_cli
               WHERE  c.pts_fid_cli > 0
               GROUP BY c.id_cli, c.pts_fid_cli
               HAVING LEAST(c.pts_fid_cli,
                            COALESCE(SUM(CASE WHEN m.pts_mfi > 0
                                AND m.date_mfi < CURRENT_DATE
                                    - :PG-DUR-PFI * INTERVAL '1 month'
                                THEN m.pts_mfi END), 0)
                          + COALESCE(SUM(CASE WHEN m.pts_mfi < 0
                                THEN m.pts_mfi END), 0)) > 0
               ORDER BY c.id_cli
       END-EXEC.

       01 WS-NBR-CLI            PIC 9(07)   VALUE 0.
       01 WS-NBR-PTS            PIC 9(10)   VALUE 0.
       01 WS-NBR-ERR            PIC 9(07)   VALUE 0.
       01 WS-NBR-CLI-EDT        PIC Z(07).
       01 WS-NBR-PTS-EDT        PIC Z(10).
       01 WS-NBR-ERR-EDT        PIC Z(07).

      * Zones utilisees pour tracer via generr l'echec d'une des
      * ecritures SQL en cas de SQLCODE en erreur.
       01 WS-OPE-ERR            PIC X(60).
       01 WS-RTR-ERR            PIC 9(01).


       PROCEDURE DIVISION.

           PERFORM 1000-INITIALISATION-DEB
              THRU 1000-INITIALISATION-FIN.

           IF PG-FIN-MOI = 1
               PERFORM 2000-TRT-EXP-DEB
                  THRU 2000-TRT-EXP-FIN
           END-IF.

           PERFORM 3000-FINALISATION-DEB
              THRU 3000-FINALISATION-FIN.

      * EXIT PROGRAM plutot que STOP RUN : termine normalement un
      * lancement autonome, mais rend la main a l'appelant lorsque ce
      * programme est invoque comme etape d'une chaine de traitement.
           EXIT PROGRAM.

      ******************************************************************
      *                         PARAGRAPHES                            *
      ******************************************************************

       1000-INITIALISATION-DEB.

           EXEC SQL
               CONNECT :PG-IDENTIFIANT
               IDENTIFIED BY :PG-MOT-PASSE
               USING :PG-NOM-BASE
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY "Erreur de connexion SQLCODE: " SQLCODE
           END-IF.

           EXEC SQL COMMIT END-EXEC.

      * Meme garde de fin de mois que trtstm : hors fin de mois,
      * l'etape ne fait rien.

           EXEC SQL
               SELECT CASE WHEN CURRENT_DATE =
                          (date_trunc('month', CURRENT_DATE)
                           + interval '1 month - 1 day')::date
                      THEN 1 ELSE 0 END
               INTO   :PG-FIN-MOI
           END-EXEC.

           IF PG-FIN-MOI NOT = 1
               DISPLAY "Pas une fin de mois : aucun point expire."
               GO TO 1000-INITIALISATION-FIN
           END-IF.

           EXEC SQL
               SELECT COALESCE(dur_pfi_soc, 24)
               INTO   :PG-DUR-PFI
               FROM   societe
               FETCH FIRST 1 ROW ONLY
           END-EXEC.

           IF SQLCODE NOT = 0
               MOVE 24 TO PG-DUR-PFI
           END-IF.

           DISPLAY "Expiration des points de fidelite...".

       1000-INITIALISATION-FIN.
           EXIT.

      *-----------------------------------------------------------------

      * Parcourt le curseur des clients a points expires jusqu'a
      * epuisement.

       2000-TRT-EXP-DEB.

           EXEC SQL OPEN C-EXP END-EXEC.

           EXEC SQL
               FETCH C-EXP
               INTO  :PG-IDF-CLI, :PG-PTS-EXP
           END-EXEC.

           PERFORM 2100-EXP-CLI-DEB
              THRU 2100-EXP-CLI-FIN
              UNTIL SQLCODE NOT = 0.

           EXEC SQL CLOSE C-EXP END-EXEC.

           EXIT.
       2000-TRT-EXP-FIN.

      *-----------------------------------------------------------------

      * Passe le mouvement d'expiration du client courant et le deduit
      * de son solde, les deux ecritures validees ensemble. En erreur,
      * les points restent acquis et seront repris a la prochaine fin
      * de mois.

       2100-EXP-CLI-DEB.

           COMPUTE PG-PTS-EXP = 0 - PG-PTS-EXP.

           EXEC SQL
               INSERT INTO mouvement_fidelite (id_cli, date_mfi,
                               typ_mfi, pts_mfi)
               VALUES (:PG-IDF-CLI, CURRENT_DATE, 'E', :PG-PTS-EXP)
           END-EXEC.

           IF SQLCODE NOT = 0
               EXEC SQL ROLLBACK END-EXEC
               MOVE "trtpfi : insertion mouvement_fidelite"
               TO   WS-OPE-ERR
               CALL "generr" USING WS-OPE-ERR, SQLCODE, WS-RTR-ERR
               END-CALL
               ADD 1 TO WS-NBR-ERR
               GO TO 2100-EXP-CLI-SUI
           END-IF.

           EXEC SQL
               UPDATE client
               SET    pts_fid_cli = pts_fid_cli + :PG-PTS-EXP
               WHERE  id_cli = :PG-IDF-CLI
           END-EXEC.

           IF SQLCODE NOT = 0
               EXEC SQL ROLLBACK END-EXEC
               MOVE "trtpfi : maj pts_fid_cli"
               TO   WS-OPE-ERR
               CALL "generr" USING WS-OPE-ERR, SQLCODE, WS-RTR-ERR
               END-CALL
               ADD 1 TO WS-NBR-ERR
               GO TO 2100-EXP-CLI-SUI
           END-IF.

           EXEC SQL COMMIT END-EXEC.

           ADD 1 TO WS-NBR-CLI.
           COMPUTE WS-NBR-PTS = WS-NBR-PTS - PG-PTS-EXP.

       2100-EXP-CLI-SUI.

           EXEC SQL
               FETCH C-EXP
               INTO  :PG-IDF-CLI, :PG-PTS-EXP
           END-EXEC.

           EXIT.
       2100-EXP-CLI-FIN.

      *-----------------------------------------------------------------

       3000-FINALISATION-DEB.

           IF PG-FIN-MOI = 1
               MOVE WS-NBR-CLI TO WS-NBR-CLI-EDT
               MOVE WS-NBR-PTS TO WS-NBR-PTS-EDT
               MOVE WS-NBR-ERR TO WS-NBR-ERR-EDT

               DISPLAY "Traitement termine : "
                       FUNCTION TRIM (WS-NBR-PTS-EDT)
                       " point(s) expire(s) pour "
                       FUNCTION TRIM (WS-NBR-CLI-EDT)
                       " client(s), "
                       FUNCTION TRIM (WS-NBR-ERR-EDT) " en erreur."
           END-IF.

           EXIT.
       3000-FINALISATION-FIN.
