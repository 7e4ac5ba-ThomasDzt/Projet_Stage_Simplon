      ******************************************************************
      *                                                                *
      *                 DESCRIPTION DU SOUS-PROGRAMME                  *
      *                                                                *
      * trtmrg : balayage nocturne des marges. Etape de la chaine      *
      * nocturne, placee apres l'application des changements de prix   *
      * planifies (trtppx) : clot d'abord ('C', marge retablie) les    *
      * alertes d'erosion de marge ouvertes ou acquittees dont la      *
      * piece a retrouve le minimum de la societe (prix corrige hors   *
      * cnsamg, cout redescendu), n'a plus de prix de vente ou a ete   *
      * desactivee ; puis soumet chaque piece active ayant un prix de  *
      * vente a vermrg, qui ouvre une alerte (file cnsamg et           *
      * notification des achats) pour toute marge sous le minimum - y  *
      * compris celles derivees hors d'une liberation gesqua (frais    *
      * d'approche gesfap, baisse de prix planifiee...).               *
      *                                                                *
      *----------------------------------------------------------------*
      *                           TRIGRAMMES                           *
      *                                                                *
      * trtmrg=traitement marges                                       *
      * MRG=MARGE; AMG=ALERTE MARGE; PIE=PIECE; NBR=NOMBRE; CLO=       *
      * CLOSE; ALR=ALERTE; ENC=EN COURS; ERR=ERREUR; IDF=IDENTIFIANT;  *
      * RTR=RETOUR; TRT=TRAITEMENT; EDT=EDITION; MAJ=MISE A JOUR;      *
      * DEB=DEBUT                                                      *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. trtmrg.
       AUTHOR. ThomasD.
       DATE-WRITTEN. 15-10-2026 (fr).

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.

       COPY dbconfig.

       01 PG-IDF-PIE            PIC 9(10).
       01 PG-NBR-CLO            PIC 9(07).

       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

      * Declaration du curseur des pieces actives ayant un prix de
      * vente. WITH HOLD : vermrg valide chaque alerte pendant le
      * parcours.
       EXEC SQL
           DECLARE C-PIE CURSOR WITH HOLD FOR
               SELECT id_pie
               FROM   piece
               WHERE  COALESCE(actif_pie, 'O') = 'O'
               AND    COALESCE(prix_vente_pie, 0) > 0
               ORDER BY id_pie
       END-EXEC.

      * Code retour de vermrg.
       01 WS-RTR-MRG            PIC 9(01).
           88 WS-RTR-MRG-OK                 VALUE 0.
           88 WS-RTR-MRG-ALR                VALUE 1.
           88 WS-RTR-MRG-ENC                VALUE 2.
           88 WS-RTR-MRG-ERR                VALUE 3.

       01 WS-NBR-PIE            PIC 9(07)   VALUE 0.
       01 WS-NBR-ALR            PIC 9(07)   VALUE 0.
       01 WS-NBR-ENC            PIC 9(07)   VALUE 0.
       01 WS-NBR-ERR            PIC 9(07)   VALUE 0.
       01 WS-NBR-CLO            PIC 9(07)   VALUE 0.
       01 WS-NBR-PIE-EDT        PIC Z(07).
       01 WS-NBR-ALR-EDT        PIC Z(07).
       01 WS-NBR-ENC-EDT        PIC Z(07).
       01 WS-NBR-ERR-EDT        PIC Z(07).
       01 WS-NBR-CLO-EDT        PIC Z(07).

      * Zones utilisees pour tracer via generr l'echec d'une des
      * ecritures SQL en cas de SQLCODE en erreur.
       01 WS-OPE-ERR            PIC X(60).
       01 WS-RTR-ERR            PIC 9(01).


       PROCEDURE DIVISION.

           PERFORM 1000-INITIALISATION-DEB
              THRU 1000-INITIALISATION-FIN.

           PERFORM 2000-CLO-AMG-DEB
              THRU 2000-CLO-AMG-FIN.

           PERFORM 2500-TRT-PIE-DEB
              THRU 2500-TRT-PIE-FIN.

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

           DISPLAY "Balayage des marges des pieces...".

           EXEC SQL
               CONNECT :PG-IDENTIFIANT
               IDENTIFIED BY :PG-MOT-PASSE
               USING :PG-NOM-BASE
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY "Erreur de connexion SQLCODE: " SQLCODE
           END-IF.

           EXEC SQL COMMIT END-EXEC.

           EXIT.
       1000-INITIALISATION-FIN.

      *-----------------------------------------------------------------

      * Clot les alertes devenues sans objet : marge revenue au
      * minimum de la societe, piece sans prix de vente ou inactive.

       2000-CLO-AMG-DEB.

           EXEC SQL
               SELECT COUNT(*)
               INTO   :PG-NBR-CLO
               FROM   alerte_marge a
               JOIN   piece p ON p.id_pie = a.id_pie
               WHERE  a.statut_amg IN ('O', 'A')
               AND    (COALESCE(p.actif_pie, 'O') <> 'O'
                       OR COALESCE(p.prix_vente_pie, 0) = 0
                       OR ROUND((p.prix_vente_pie
                                 - COALESCE(p.prix_unitaire_pie, 0))
                                * 100 / p.prix_vente_pie, 2)
                          >= COALESCE((SELECT MAX(s.mrg_min_soc)
                                       FROM   societe s), 10.00))
           END-EXEC.

           IF SQLCODE = 0 AND PG-NBR-CLO > 0
               PERFORM 2100-MAJ-AMG-DEB
                  THRU 2100-MAJ-AMG-FIN
           END-IF.

           EXIT.
       2000-CLO-AMG-FIN.

      *-----------------------------------------------------------------

       2100-MAJ-AMG-DEB.

           EXEC SQL
               UPDATE alerte_marge a
               SET    statut_amg   = 'C',
                      note_amg     = 'marge retablie',
                      date_trt_amg = CURRENT_DATE
               FROM   piece p
               WHERE  p.id_pie = a.id_pie
               AND    a.statut_amg IN ('O', 'A')
               AND    (COALESCE(p.actif_pie, 'O') <> 'O'
                       OR COALESCE(p.prix_vente_pie, 0) = 0
                       OR ROUND((p.prix_vente_pie
                                 - COALESCE(p.prix_unitaire_pie, 0))
                                * 100 / p.prix_vente_pie, 2)
                          >= COALESCE((SELECT MAX(s.mrg_min_soc)
                                       FROM   societe s), 10.00))
           END-EXEC.

           IF SQLCODE = 0
               EXEC SQL COMMIT END-EXEC
               MOVE PG-NBR-CLO TO WS-NBR-CLO
           ELSE
               EXEC SQL ROLLBACK END-EXEC
               MOVE "trtmrg : cloture alerte_marge"
               TO   WS-OPE-ERR
               CALL "generr" USING WS-OPE-ERR, SQLCODE, WS-RTR-ERR
               END-CALL
           END-IF.

           EXIT.
       2100-MAJ-AMG-FIN.

      *-----------------------------------------------------------------

      * Parcourt le curseur des pieces jusqu'a epuisement.

       2500-TRT-PIE-DEB.

           EXEC SQL OPEN C-PIE END-EXEC.

           EXEC SQL
               FETCH C-PIE
               INTO  :PG-IDF-PIE
           END-EXEC.

           PERFORM 2600-VER-PIE-DEB
              THRU 2600-VER-PIE-FIN
              UNTIL SQLCODE NOT = 0.

           EXEC SQL CLOSE C-PIE END-EXEC.

           EXIT.
       2500-TRT-PIE-FIN.

      *-----------------------------------------------------------------

      * Soumet la piece courante a vermrg et compte le resultat.

       2600-VER-PIE-DEB.

           ADD 1 TO WS-NBR-PIE.

           CALL "vermrg" USING PG-IDF-PIE,
                               WS-RTR-MRG
           END-CALL.

           EVALUATE TRUE
               WHEN WS-RTR-MRG-ALR
                   ADD 1 TO WS-NBR-ALR
               WHEN WS-RTR-MRG-ENC
                   ADD 1 TO WS-NBR-ENC
               WHEN WS-RTR-MRG-ERR
                   ADD 1 TO WS-NBR-ERR
           END-EVALUATE.

           EXEC SQL
               FETCH C-PIE
               INTO  :PG-IDF-PIE
           END-EXEC.

           EXIT.
       2600-VER-PIE-FIN.

      *-----------------------------------------------------------------

       3000-FINALISATION-DEB.

           MOVE WS-NBR-PIE TO WS-NBR-PIE-EDT.
           MOVE WS-NBR-ALR TO WS-NBR-ALR-EDT.
           MOVE WS-NBR-ENC TO WS-NBR-ENC-EDT.
           MOVE WS-NBR-ERR TO WS-NBR-ERR-EDT.
           MOVE WS-NBR-CLO TO WS-NBR-CLO-EDT.

           DISPLAY "Traitement termine : "
                   FUNCTION TRIM (WS-NBR-PIE-EDT)
                   " piece(s) controlee(s), "
                   FUNCTION TRIM (WS-NBR-ALR-EDT)
                   " nouvelle(s) alerte(s), "
                   FUNCTION TRIM (WS-NBR-ENC-EDT)
                   " deja en alerte, "
                   FUNCTION TRIM (WS-NBR-CLO-EDT)
                   " alerte(s) close(s), "
                   FUNCTION TRIM (WS-NBR-ERR-EDT) " en erreur.".

           EXIT.
       3000-FINALISATION-FIN.
