      ******************************************************************
      *                                                                *
      *                 DESCRIPTION DU SOUS-PROGRAMME                  *
      *                                                                *
      * vermoi : verification qu'une date de piece comptable (facture, *
      * avoir, reglement, paiement ou facture fournisseur) tombe dans  *
      * un mois encore ouvert, par lecture de la table                 *
      * periode_comptable tenue par clomoi (un mois sans ligne est     *
      * ouvert). Pour un mois clos, rend la date de report : le        *
      * premier jour du premier mois ouvert qui suit, a condition      *
      * qu'il ne soit pas posterieur au jour meme ; l'appelant choisit *
      * de refuser la piece ou de la redater avec un avertissement.    *
      * Utilise la connexion de l'appelant.                            *
      *                                                                *
      * Code retour rendu a l'appelant : 0 = mois ouvert (date rendue  *
      * inchangee) ; 1 = mois clos, date de report rendue ; 2 = mois   *
      * clos sans mois ouvert jusqu'a ce jour (piece a refuser) ;      *
      * 3 = date invalide ou erreur SQL (piece a refuser, par          *
      * prudence).                                                     *
      *                                                                *
      *----------------------------------------------------------------*
      *                           TRIGRAMMES                           *
      *                                                                *
      * vermoi=verification mois                                       *
      * PCP=PERIODE COMPTABLE; MOI=MOIS; DAT=DATE; OUV=OUVERTE (DATE   *
      * DE REPORT); CLO=CLOS; NBR=NOMBRE; RTR=RETOUR; SLC=SELECTION;   *
      * RPT=REPORT; DEB=DEBUT                                          *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. vermoi.
       AUTHOR. ThomasD.
       DATE-WRITTEN. 15-10-2026 (fr).

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.

       01 PG-DAT-PCP         PIC X(10).
       01 PG-MOI-PCP         PIC X(07).
       01 PG-NBR-CLO         PIC 9(05).
       01 PG-DAT-OUV         PIC X(10).

       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

      * Code retour rendu a l'appelant.
       01 WS-RTR-PCP         PIC 9(01)   VALUE 0.
           88 WS-RTR-PCP-OUV             VALUE 0.
           88 WS-RTR-PCP-RPT             VALUE 1.
           88 WS-RTR-PCP-CLO             VALUE 2.
           88 WS-RTR-PCP-INV             VALUE 3.

       LINKAGE SECTION.
       01 LK-DAT-PCP         PIC X(10).
       01 LK-DAT-OUV         PIC X(10).
       01 LK-RTR-PCP         PIC 9(01).


       PROCEDURE DIVISION USING LK-DAT-PCP,
                                LK-DAT-OUV,
                                LK-RTR-PCP.

           MOVE LK-DAT-PCP TO PG-DAT-PCP.
           MOVE LK-DAT-PCP TO PG-DAT-OUV.
           MOVE 0          TO WS-RTR-PCP.

           PERFORM 0100-SLC-MOI-DEB
              THRU 0100-SLC-MOI-FIN.

           IF WS-RTR-PCP-RPT
               PERFORM 0200-SLC-RPT-DEB
                  THRU 0200-SLC-RPT-FIN
           END-IF.

           MOVE PG-DAT-OUV
           TO   LK-DAT-OUV.
           MOVE WS-RTR-PCP
           TO   LK-RTR-PCP.

           EXIT PROGRAM.

      ******************************************************************
      *                         PARAGRAPHES                            *
      ******************************************************************

      * Recherche du mois de la date parmi les mois clos.

       0100-SLC-MOI-DEB.

           IF PG-DAT-PCP (1:4) NOT NUMERIC
               OR PG-DAT-PCP (5:1) NOT = "-"
               OR PG-DAT-PCP (6:2) NOT NUMERIC
               OR PG-DAT-PCP (8:1) NOT = "-"
               OR PG-DAT-PCP (9:2) NOT NUMERIC
               SET WS-RTR-PCP-INV TO TRUE
               GO TO 0100-SLC-MOI-FIN
           END-IF.

           MOVE PG-DAT-PCP (1:7) TO PG-MOI-PCP.

           EXEC SQL
               SELECT COUNT(*)
               INTO   :PG-NBR-CLO
               FROM   periode_comptable
               WHERE  mois_pcp   = :PG-MOI-PCP
               AND    statut_pcp = 'clos'
           END-EXEC.

           IF SQLCODE NOT = 0
               SET WS-RTR-PCP-INV TO TRUE
               GO TO 0100-SLC-MOI-FIN
           END-IF.

           IF PG-NBR-CLO > 0
               SET WS-RTR-PCP-RPT TO TRUE
           END-IF.

       0100-SLC-MOI-FIN.
           EXIT.

      *-----------------------------------------------------------------

      * Premier jour du premier mois ouvert apres le mois clos, borne
      * au jour meme : une piece n'est jamais redatee dans le futur.

       0200-SLC-RPT-DEB.

           EXEC SQL
               SELECT COALESCE(TO_CHAR(MIN(g.m), 'YYYY-MM-DD'), ' ')
               INTO   :PG-DAT-OUV
               FROM   GENERATE_SERIES(
                          DATE_TRUNC('month',
                              TO_DATE(:PG-DAT-PCP, 'YYYY-MM-DD'))
                          + INTERVAL '1 month',
                          CURRENT_DATE::TIMESTAMP,
                          INTERVAL '1 month') AS g(m)
               WHERE  NOT EXISTS (SELECT 1
                                  FROM   periode_comptable p
                                  WHERE  p.mois_pcp =
                                         TO_CHAR(g.m, 'YYYY-MM')
                                  AND    p.statut_pcp = 'clos')
           END-EXEC.

           IF SQLCODE NOT = 0
               MOVE PG-DAT-PCP TO PG-DAT-OUV
               SET WS-RTR-PCP-INV TO TRUE
               GO TO 0200-SLC-RPT-FIN
           END-IF.

           IF PG-DAT-OUV = SPACES
               MOVE PG-DAT-PCP TO PG-DAT-OUV
               SET WS-RTR-PCP-CLO TO TRUE
           END-IF.

       0200-SLC-RPT-FIN.
           EXIT.
