      ******************************************************************
      *                                                                *
      *                 DESCRIPTION DU SOUS-PROGRAMME                  *
      *                                                                *
      * cnspvh : consultation des pieces adaptees a un vehicule.       *
      * Appele depuis la saisie de commande (ecracmd, vehicule de la   *
      * commande) ou depuis la consultation article (cnsart, id a      *
      * zero : le vehicule est demande, par son id ou par marque,      *
      * modele et annee modele). Liste chaque ligne piece active dont  *
      * l'article est rattache au vehicule dans le catalogue           *
      * d'adaptation piece_vehicule (par reference article ou par id   *
      * de piece ; modele NULL = toute la marque ; bornes d'annees     *
      * NULL = ouvertes), depot par depot avec son stock, pour que le  *
      * comptoir voie d'un coup d'oeil ce qui monte et ou le prendre.  *
      * N'ecrit rien en base.                                          *
      *                                                                *
      *----------------------------------------------------------------*
      *                           TRIGRAMMES                           *
      *                                                                *
      * cnspvh=consultation pieces vehicule                            *
      * PVH=PIECE VEHICULE (ADAPTATION); VEH=VEHICULE; PIE=PIECE;      *
      * MRQ=MARQUE; MDL=MODELE; ANN=ANNEE; IMM=IMMATRICULATION;        *
      * DEP=DEPOT; QTE=QUANTITE; NOM=NOM; REF=REFERENCE; ART=ARTICLE;  *
      * IDF=IDENTIFIANT; NBR=NOMBRE; RSU=RESULTAT; SSI=SAISIE;         *
      * AFF=AFFICHAGE; EDT=EDITION; LRR=LEURRE; DEB=DEBUT              *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. cnspvh.
       AUTHOR. ThomasD.
       DATE-WRITTEN. 15-10-2026 (fr).

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.

       01 PG-IDF-VEH            PIC 9(10).
       01 PG-IMM-VEH            PIC X(12).
       01 PG-MRQ-VEH            PIC X(20).
       01 PG-MDL-VEH            PIC X(20).
       01 PG-ANN-VEH            PIC 9(04).

       01 PG-IDF-PIE-RSU        PIC 9(10).
       01 PG-NOM-PIE-RSU        PIC X(30).
       01 PG-DEP-PIE-RSU        PIC X(20).
       01 PG-QTE-PIE-RSU        PIC 9(10).
       01 PG-REF-ART-RSU        PIC X(20).

       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

      * Declaration du curseur des lignes piece actives adaptees au
      * vehicule, article par article puis depot par depot.
       EXEC SQL
           DECLARE C-PVH CURSOR FOR
               SELECT p.id_pie, p.nom_pie, p.depot_pie, p.qt_pie,
                      COALESCE(p.ref_art_pie, ' ')
               FROM   piece p
               WHERE  COALESCE(p.actif_pie, 'O') = 'O'
               AND    EXISTS
                     (SELECT 1
                      FROM   piece_vehicule f
                      WHERE  (f.id_pie = p.id_pie
                              OR f.ref_art_pie = p.ref_art_pie)
                      AND    f.marque_pvh = UPPER(TRIM(:PG-MRQ-VEH))
                      AND    (f.modele_pvh IS NULL
                              OR TRIM(:PG-MDL-VEH) = ''
                              OR f.modele_pvh
                                 = UPPER(TRIM(:PG-MDL-VEH)))
                      AND    (:PG-ANN-VEH = 0
                              OR ((f.annee_deb_pvh IS NULL
                                   OR f.annee_deb_pvh <= :PG-ANN-VEH)
                              AND (f.annee_fin_pvh IS NULL
                                   OR f.annee_fin_pvh
                                      >= :PG-ANN-VEH))))
               ORDER BY p.nom_pie, p.ref_art_pie, p.depot_pie
       END-EXEC.

       01 WS-LRR                PIC X(01).

       01 WS-IDF-VEH            PIC 9(10).
       01 WS-MRQ-VEH            PIC X(20).
       01 WS-MDL-VEH            PIC X(20).
       01 WS-ANN-VEH            PIC 9(04).
       01 WS-NBR-PIE            PIC 9(05)   VALUE 0.

       01 WS-IDF-PIE-EDT        PIC Z(10).
       01 WS-QTE-PIE-EDT        PIC Z(10).
       01 WS-ANN-VEH-EDT        PIC Z(04).
       01 WS-NBR-PIE-EDT        PIC Z(05).

       LINKAGE SECTION.
       01 LK-IDF-VEH            PIC 9(10).


       PROCEDURE DIVISION USING LK-IDF-VEH.

           PERFORM 0100-SSI-VEH-DEB
              THRU 0100-SSI-VEH-FIN.

           IF PG-MRQ-VEH NOT = SPACES
               PERFORM 0200-AFF-PVH-DEB
                  THRU 0200-AFF-PVH-FIN
           END-IF.

           DISPLAY "Appuyez sur entree".
           ACCEPT WS-LRR.

           EXIT PROGRAM.

      ******************************************************************
      *                         PARAGRAPHES                            *
      ******************************************************************

      * Vehicule de l'appelant, ou demande : par son id, ou a defaut
      * par marque, modele (vide = tous) et annee modele (0 = toutes).

       0100-SSI-VEH-DEB.

           MOVE SPACES TO PG-MRQ-VEH PG-MDL-VEH PG-IMM-VEH.
           MOVE 0      TO PG-ANN-VEH.

           MOVE LK-IDF-VEH TO WS-IDF-VEH.

           IF WS-IDF-VEH = 0
               DISPLAY "Pieces adaptees - id du vehicule "
                       "(0 = par marque/modele) :"
               ACCEPT WS-IDF-VEH
           END-IF.

           IF WS-IDF-VEH NOT = 0
               MOVE WS-IDF-VEH TO PG-IDF-VEH

               EXEC SQL
                   SELECT immat_veh, COALESCE(marque_veh, ' '),
                          COALESCE(modele_veh, ' '),
                          COALESCE(annee_veh, 0)
                   INTO   :PG-IMM-VEH, :PG-MRQ-VEH, :PG-MDL-VEH,
                          :PG-ANN-VEH
                   FROM   vehicule
                   WHERE  id_veh = :PG-IDF-VEH
               END-EXEC

               IF SQLCODE NOT = 0
                   DISPLAY "Vehicule inconnu."
                   MOVE SPACES TO PG-MRQ-VEH
                   GO TO 0100-SSI-VEH-FIN
               END-IF

               IF PG-MRQ-VEH = SPACES
                   DISPLAY "Vehicule sans marque : aucune recherche "
                           "possible (voir gesveh)."
               END-IF

               GO TO 0100-SSI-VEH-FIN
           END-IF.

           DISPLAY "Marque :".
           MOVE SPACES TO WS-MRQ-VEH.
           ACCEPT WS-MRQ-VEH.

           IF WS-MRQ-VEH = SPACES
               DISPLAY "Marque absente, recherche abandonnee."
               GO TO 0100-SSI-VEH-FIN
           END-IF.

           DISPLAY "Modele (vide = tous) :".
           MOVE SPACES TO WS-MDL-VEH.
           ACCEPT WS-MDL-VEH.

           DISPLAY "Annee modele (0 = toutes) :".
           MOVE 0 TO WS-ANN-VEH.
           ACCEPT WS-ANN-VEH.

           MOVE WS-MRQ-VEH TO PG-MRQ-VEH.
           MOVE WS-MDL-VEH TO PG-MDL-VEH.
           MOVE WS-ANN-VEH TO PG-ANN-VEH.

       0100-SSI-VEH-FIN.
           EXIT.

      *-----------------------------------------------------------------

      * Deroule les lignes piece adaptees avec leur depot et leur
      * stock.

       0200-AFF-PVH-DEB.

           MOVE 0 TO WS-NBR-PIE.
           MOVE PG-ANN-VEH TO WS-ANN-VEH-EDT.

           DISPLAY "Pieces adaptees a " FUNCTION TRIM (PG-MRQ-VEH)
                   " " FUNCTION TRIM (PG-MDL-VEH)
                   " " FUNCTION TRIM (WS-ANN-VEH-EDT)
                   " " FUNCTION TRIM (PG-IMM-VEH) " :".
           DISPLAY "Piece       Depot                Qte        "
                   "Ref. article          Nom".

           EXEC SQL OPEN C-PVH END-EXEC.

           EXEC SQL
               FETCH C-PVH
               INTO  :PG-IDF-PIE-RSU, :PG-NOM-PIE-RSU,
                     :PG-DEP-PIE-RSU, :PG-QTE-PIE-RSU,
                     :PG-REF-ART-RSU
           END-EXEC.

           PERFORM 0250-AFF-UN-PIE-DEB
              THRU 0250-AFF-UN-PIE-FIN
              UNTIL SQLCODE NOT = 0.

           EXEC SQL CLOSE C-PVH END-EXEC.

           IF WS-NBR-PIE = 0
               DISPLAY "Aucune piece referencee pour ce vehicule."
           ELSE
               MOVE WS-NBR-PIE TO WS-NBR-PIE-EDT
               DISPLAY "-----------------------------------------"
               DISPLAY FUNCTION TRIM (WS-NBR-PIE-EDT)
                       " ligne(s) piece adaptee(s)."
           END-IF.

       0200-AFF-PVH-FIN.
           EXIT.

      *-----------------------------------------------------------------

       0250-AFF-UN-PIE-DEB.

           ADD 1 TO WS-NBR-PIE.

           MOVE PG-IDF-PIE-RSU TO WS-IDF-PIE-EDT.
           MOVE PG-QTE-PIE-RSU TO WS-QTE-PIE-EDT.

           DISPLAY WS-IDF-PIE-EDT "  " PG-DEP-PIE-RSU " "
                   WS-QTE-PIE-EDT " " PG-REF-ART-RSU "  "
                   PG-NOM-PIE-RSU.

           EXEC SQL
               FETCH C-PVH
               INTO  :PG-IDF-PIE-RSU, :PG-NOM-PIE-RSU,
                     :PG-DEP-PIE-RSU, :PG-QTE-PIE-RSU,
                     :PG-REF-ART-RSU
           END-EXEC.

           EXIT.
       0250-AFF-UN-PIE-FIN.
