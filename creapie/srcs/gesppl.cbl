      ******************************************************************
      *                                                                *
      *                 DESCRIPTION DU SOUS-PROGRAMME                  *
      *                                                                *
      * gesppl : paliers de prix degressifs d'une piece (table         *
      * piece_palier), appele depuis l'ecran d'edition piece edpie.    *
      * Liste les paliers de la piece (quantite minimale, prix         *
      * unitaire HT) a cote de son prix de vente, puis permet d'en     *
      * ajouter un ou d'en changer le prix (meme quantite minimale),   *
      * ou d'en supprimer un. Chaque changement est trace dans         *
      * hist_modif via genmod sur la fiche piece. rchppl retient a la  *
      * saisie le palier atteint par la quantite de la ligne.          *
      *                                                                *
      *----------------------------------------------------------------*
      *                           TRIGRAMMES                           *
      *                                                                *
      * gesppl=gestion paliers                                         *
      * PPL=PALIER; PIE=PIECE; NOM=NOM; PVT=PRIX DE VENTE; PRX=PRIX;   *
      * QTE=QUANTITE; MIN=MINIMUM; IDF=IDENTIFIANT; NBR=NOMBRE;        *
      * CHX=CHOIX; RSU=RESULTAT; RTR=RETOUR; AJT=AJOUT;                *
      * SUP=SUPPRESSION; AFF=AFFICHAGE; SSI=SAISIE; LRR=LEURRE;        *
      * EDT=EDITION; ANC=ANCIEN; NOU=NOUVEAU; TAB=TABLE; CLE=CLE;      *
      * CHP=CHAMP; VAL=VALEUR; MOD=MODIFICATION; OPE=OPERATION;        *
      * ERR=ERREUR; DEB=DEBUT                                          *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. gesppl.
       AUTHOR. ThomasD.
       DATE-WRITTEN. 15-10-2026 (fr).

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.

       01 PG-IDF-PIE            PIC 9(10).
       01 PG-NOM-PIE            PIC X(30).
       01 PG-PVT-PIE            PIC 9(08)V99.

       01 PG-QTE-MIN-PPL        PIC 9(05).
       01 PG-PRX-PPL            PIC 9(08)V99.
       01 PG-ANC-PRX-PPL        PIC 9(08)V99.

       01 PG-QTE-MIN-PPL-RSU    PIC 9(05).
       01 PG-PRX-PPL-RSU        PIC 9(08)V99.

       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

      * Declaration du curseur des paliers de la piece.
       EXEC SQL
           DECLARE C-PPL CURSOR FOR
               SELECT qte_min_ppl, prix_ppl
               FROM   piece_palier
               WHERE  id_pie = :PG-IDF-PIE
               ORDER BY qte_min_ppl
       END-EXEC.

       01 WS-LRR                PIC X(01).
       01 WS-CHX                PIC X(01).

       01 WS-FIN-PPL            PIC X(01)   VALUE "N".
           88 WS-FIN-PPL-OUI                VALUE "O".
           88 WS-FIN-PPL-NON                VALUE "N".

       01 WS-QTE-MIN-PPL        PIC 9(05).
       01 WS-PRX-PPL            PIC 9(08)V99.
       01 WS-NBR-PPL            PIC 9(03)   VALUE 0.

       01 WS-QTE-MIN-PPL-EDT    PIC Z(04)9.
       01 WS-PRX-PPL-EDT        PIC Z(07)9.99.
       01 WS-PVT-PIE-EDT        PIC Z(07)9.99.

      * Zones utilisees pour tracer via generr l'echec d'une des
      * ecritures SQL en cas de SQLCODE en erreur.
       01 WS-OPE-ERR            PIC X(60).
       01 WS-RTR-ERR            PIC 9(01).

      * Zone de session partagee : l'utilisateur a l'origine de la
      * modification, trace avec chaque changement de palier.
       COPY session.

      * Zones echangees avec genmod pour tracer chaque palier ajoute,
      * reprice ou supprime sur la fiche piece (champ prix_ppl suivi
      * de la quantite minimale, valeur vide = pas de palier).
       01 WS-TAB-MOD            PIC X(14)   VALUE "piece".
       01 WS-CLE-MOD            PIC X(30).
       01 WS-CHP-MOD            PIC X(20).
       01 WS-ANC-VAL            PIC X(100).
       01 WS-NOU-VAL            PIC X(100).
       01 WS-RTR-MOD            PIC 9(01).

       LINKAGE SECTION.
       01 LK-IDF-PIE            PIC 9(10).


       PROCEDURE DIVISION USING LK-IDF-PIE.

           MOVE LK-IDF-PIE TO PG-IDF-PIE.

           EXEC SQL
               SELECT nom_pie,
                      COALESCE(NULLIF(prix_vente_pie, 0),
                               prix_unitaire_pie)
               INTO   :PG-NOM-PIE, :PG-PVT-PIE
               FROM   piece
               WHERE  id_pie = :PG-IDF-PIE
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY "Piece inconnue."

               DISPLAY "Appuyez sur entree"
               ACCEPT WS-LRR
               EXIT PROGRAM
           END-IF.

           SET WS-FIN-PPL-NON TO TRUE.

           PERFORM 0100-AFF-PPL-DEB
              THRU 0100-AFF-PPL-FIN
              UNTIL WS-FIN-PPL-OUI.

           EXIT PROGRAM.

      ******************************************************************
      *                         PARAGRAPHES                            *
      ******************************************************************

      * Liste les paliers de la piece puis propose une action ; le
      * choix 0 rend la main a edpie.

       0100-AFF-PPL-DEB.

           MOVE 0 TO WS-NBR-PPL.

           MOVE PG-PVT-PIE TO WS-PVT-PIE-EDT.

           DISPLAY " ".
           DISPLAY "Paliers de prix de " FUNCTION TRIM (PG-NOM-PIE)
                   " (prix de vente : "
                   FUNCTION TRIM (WS-PVT-PIE-EDT) ") :".
           DISPLAY "A partir de     Prix unitaire HT".

           EXEC SQL OPEN C-PPL END-EXEC.

           EXEC SQL
               FETCH C-PPL
               INTO  :PG-QTE-MIN-PPL-RSU, :PG-PRX-PPL-RSU
           END-EXEC.

           PERFORM 0150-AFF-UN-PPL-DEB
              THRU 0150-AFF-UN-PPL-FIN
              UNTIL SQLCODE NOT = 0.

           EXEC SQL CLOSE C-PPL END-EXEC.

           IF WS-NBR-PPL = 0
               DISPLAY "(aucun palier : la piece se vend a son prix "
                       "de vente quelle que soit la quantite)"
           END-IF.

           PERFORM 0200-SSI-ACT-DEB
              THRU 0200-SSI-ACT-FIN.

       0100-AFF-PPL-FIN.
           EXIT.

      *-----------------------------------------------------------------

       0150-AFF-UN-PPL-DEB.

           ADD 1 TO WS-NBR-PPL.

           MOVE PG-QTE-MIN-PPL-RSU TO WS-QTE-MIN-PPL-EDT.
           MOVE PG-PRX-PPL-RSU     TO WS-PRX-PPL-EDT.

           DISPLAY WS-QTE-MIN-PPL-EDT "           " WS-PRX-PPL-EDT.

           EXEC SQL
               FETCH C-PPL
               INTO  :PG-QTE-MIN-PPL-RSU, :PG-PRX-PPL-RSU
           END-EXEC.

           EXIT.
       0150-AFF-UN-PPL-FIN.

      *-----------------------------------------------------------------

       0200-SSI-ACT-DEB.

           DISPLAY "1 - Ajouter un palier ou changer son prix".
           DISPLAY "2 - Supprimer un palier".
           DISPLAY "0 - Retour a la fiche piece".
           DISPLAY "Votre choix :".
           ACCEPT WS-CHX.

           EVALUATE WS-CHX
               WHEN "1"
                   PERFORM 0300-AJT-PPL-DEB
                      THRU 0300-AJT-PPL-FIN

                   DISPLAY "Appuyez sur entree"
                   ACCEPT WS-LRR

               WHEN "2"
                   PERFORM 0400-SUP-PPL-DEB
                      THRU 0400-SUP-PPL-FIN

                   DISPLAY "Appuyez sur entree"
                   ACCEPT WS-LRR

               WHEN OTHER
                   SET WS-FIN-PPL-OUI TO TRUE
           END-EVALUATE.

           EXIT.
       0200-SSI-ACT-FIN.

      *-----------------------------------------------------------------

      * Un palier part d'au moins 2 pieces (a l'unite, c'est le prix
      * de vente qui s'applique) ; une quantite minimale deja connue
      * voit simplement son prix remplace.

       0300-AJT-PPL-DEB.

           DISPLAY "A partir de combien de pieces :".
           MOVE 0 TO WS-QTE-MIN-PPL.
           ACCEPT WS-QTE-MIN-PPL.

           IF WS-QTE-MIN-PPL < 2
               DISPLAY "Quantite minimale inferieure a 2, palier "
                       "ignore."
               GO TO 0300-AJT-PPL-FIN
           END-IF.

           DISPLAY "Prix unitaire HT a partir de cette quantite :".
           MOVE 0 TO WS-PRX-PPL.
           ACCEPT WS-PRX-PPL.

           IF WS-PRX-PPL = 0
               DISPLAY "Prix nul, palier ignore."
               GO TO 0300-AJT-PPL-FIN
           END-IF.

           IF WS-PRX-PPL NOT < PG-PVT-PIE
               DISPLAY "Attention : prix non inferieur au prix de "
                       "vente, le palier ne s'appliquera pas tant "
                       "que ce dernier ne baissera pas."
           END-IF.

           MOVE WS-QTE-MIN-PPL TO PG-QTE-MIN-PPL.
           MOVE WS-PRX-PPL     TO PG-PRX-PPL.

           EXEC SQL
               SELECT prix_ppl
               INTO   :PG-ANC-PRX-PPL
               FROM   piece_palier
               WHERE  id_pie = :PG-IDF-PIE
               AND    qte_min_ppl = :PG-QTE-MIN-PPL
           END-EXEC.

           IF SQLCODE = 0
               MOVE PG-ANC-PRX-PPL TO WS-PRX-PPL-EDT
               MOVE WS-PRX-PPL-EDT TO WS-ANC-VAL

               EXEC SQL
                   UPDATE piece_palier
                   SET    prix_ppl = :PG-PRX-PPL
                   WHERE  id_pie = :PG-IDF-PIE
                   AND    qte_min_ppl = :PG-QTE-MIN-PPL
               END-EXEC
           ELSE
               MOVE SPACES TO WS-ANC-VAL

               EXEC SQL
                   INSERT INTO piece_palier (id_pie, qte_min_ppl,
                                             prix_ppl)
                   VALUES (:PG-IDF-PIE, :PG-QTE-MIN-PPL, :PG-PRX-PPL)
               END-EXEC
           END-IF.

           IF SQLCODE NOT = 0
               EXEC SQL ROLLBACK END-EXEC
               MOVE "gesppl : maj piece_palier"
               TO   WS-OPE-ERR
               CALL "generr" USING WS-OPE-ERR, SQLCODE, WS-RTR-ERR
               END-CALL
               DISPLAY "Erreur lors de l'enregistrement du palier."
               GO TO 0300-AJT-PPL-FIN
           END-IF.

           EXEC SQL COMMIT END-EXEC.

           MOVE PG-PRX-PPL     TO WS-PRX-PPL-EDT.
           MOVE WS-PRX-PPL-EDT TO WS-NOU-VAL.

           PERFORM 0500-HST-PPL-DEB
              THRU 0500-HST-PPL-FIN.

           DISPLAY "Palier enregistre.".

       0300-AJT-PPL-FIN.
           EXIT.

      *-----------------------------------------------------------------

      * Les lignes deja saisies au prix du palier le gardent : il est
      * fige sur chacune d'elles.

       0400-SUP-PPL-DEB.

           DISPLAY "Quantite minimale du palier a supprimer :".
           MOVE 0 TO WS-QTE-MIN-PPL.
           ACCEPT WS-QTE-MIN-PPL.

           MOVE WS-QTE-MIN-PPL TO PG-QTE-MIN-PPL.

           EXEC SQL
               SELECT prix_ppl
               INTO   :PG-ANC-PRX-PPL
               FROM   piece_palier
               WHERE  id_pie = :PG-IDF-PIE
               AND    qte_min_ppl = :PG-QTE-MIN-PPL
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY "Aucun palier a cette quantite pour la piece."
               GO TO 0400-SUP-PPL-FIN
           END-IF.

           EXEC SQL
               DELETE FROM piece_palier
               WHERE  id_pie = :PG-IDF-PIE
               AND    qte_min_ppl = :PG-QTE-MIN-PPL
           END-EXEC.

           IF SQLCODE NOT = 0
               EXEC SQL ROLLBACK END-EXEC
               MOVE "gesppl : suppression piece_palier"
               TO   WS-OPE-ERR
               CALL "generr" USING WS-OPE-ERR, SQLCODE, WS-RTR-ERR
               END-CALL
               DISPLAY "Erreur lors de la suppression du palier."
               GO TO 0400-SUP-PPL-FIN
           END-IF.

           EXEC SQL COMMIT END-EXEC.

           MOVE PG-ANC-PRX-PPL TO WS-PRX-PPL-EDT.
           MOVE WS-PRX-PPL-EDT TO WS-ANC-VAL.
           MOVE SPACES         TO WS-NOU-VAL.

           PERFORM 0500-HST-PPL-DEB
              THRU 0500-HST-PPL-FIN.

           DISPLAY "Palier supprime.".

       0400-SUP-PPL-FIN.
           EXIT.

      *-----------------------------------------------------------------

      * Trace le changement de palier sur la fiche piece, le champ
      * portant la quantite minimale concernee (prix_ppl_10...).

       0500-HST-PPL-DEB.

           MOVE PG-IDF-PIE     TO WS-CLE-MOD.
           MOVE PG-QTE-MIN-PPL TO WS-QTE-MIN-PPL-EDT.
           MOVE SPACES         TO WS-CHP-MOD.

           STRING "prix_ppl_" DELIMITED BY SIZE
                  FUNCTION TRIM (WS-QTE-MIN-PPL-EDT) DELIMITED BY SIZE
                  INTO WS-CHP-MOD
           END-STRING.

           CALL "genmod" USING WS-TAB-MOD
                               WS-CLE-MOD
                               WS-CHP-MOD
                               WS-ANC-VAL
                               WS-NOU-VAL
                               SESS-IDF-UTI
                               WS-RTR-MOD
           END-CALL.

       0500-HST-PPL-FIN.
           EXIT.
