      ******************************************************************
      *                                                                *
      *                 DESCRIPTION DU SOUS-PROGRAMME                  *
      *                                                                *
      * verpvh : controle d'adaptation d'une piece a un vehicule. Pour *
      * une piece et un vehicule (table vehicule : marque, modele,     *
      * annee modele), cherche dans le catalogue d'adaptation          *
      * piece_vehicule une ligne qui rattache la piece - par sa        *
      * reference article ou par son id - a la marque du vehicule, a   *
      * son modele (ou a toute la marque) et a une plage d'annees qui  *
      * contient son annee modele (annee inconnue : toute plage        *
      * convient). Rend un code que l'appelant (ecracmd) traduit en    *
      * avertissement ; ne bloque rien et n'ecrit rien en base.        *
      *                                                                *
      *----------------------------------------------------------------*
      *                           TRIGRAMMES                           *
      *                                                                *
      * verpvh=verification piece vehicule                             *
      * PVH=PIECE VEHICULE (ADAPTATION); PIE=PIECE; VEH=VEHICULE;      *
      * MRQ=MARQUE; MDL=MODELE; ANN=ANNEE; ADP=ADAPTEE; NBR=NOMBRE;    *
      * IDF=IDENTIFIANT; RTR=RETOUR; SLC=SELECTION; AFC=AFFECTATION;   *
      * VAR=VARIABLE; DEB=DEBUT                                        *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. verpvh.
       AUTHOR. ThomasD.
       DATE-WRITTEN. 15-10-2026 (fr).

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.

       01 PG-IDF-PIE         PIC 9(10).
       01 PG-IDF-VEH         PIC 9(10).
       01 PG-MRQ-VEH         PIC X(20).
       01 PG-MDL-VEH         PIC X(20).
       01 PG-ANN-VEH         PIC 9(04).

      * Lignes du catalogue rattachees a la piece, et parmi elles
      * celles qui couvrent le vehicule.
       01 PG-NBR-PVH         PIC 9(05).
       01 PG-NBR-ADP         PIC 9(05).

       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

      * Code retour rendu a l'appelant : 0 = piece referencee pour le
      * vehicule ; 1 = piece referencee pour d'autres vehicules
      * seulement ; 2 = piece absente du catalogue d'adaptation ;
      * 3 = vehicule inconnu ou sans marque, aucun controle possible.
       01 WS-RTR-PVH         PIC 9(01)   VALUE 0.
           88 WS-RTR-PVH-OK              VALUE 0.
           88 WS-RTR-PVH-AUT             VALUE 1.
           88 WS-RTR-PVH-ABS             VALUE 2.
           88 WS-RTR-PVH-VEH-INV         VALUE 3.

       LINKAGE SECTION.
       01 LK-IDF-PIE         PIC 9(10).
       01 LK-IDF-VEH         PIC 9(10).
       01 LK-RTR-PVH         PIC 9(01).


       PROCEDURE DIVISION USING LK-IDF-PIE,
                                LK-IDF-VEH,
                                LK-RTR-PVH.

           PERFORM 0100-AFC-VAR-DEB
              THRU 0100-AFC-VAR-FIN.

           PERFORM 0200-SLC-VEH-DEB
              THRU 0200-SLC-VEH-FIN.

           IF WS-RTR-PVH-OK
               PERFORM 0300-SLC-PVH-DEB
                  THRU 0300-SLC-PVH-FIN
           END-IF.

           MOVE WS-RTR-PVH
           TO   LK-RTR-PVH.

           EXIT PROGRAM.

      ******************************************************************
      *                         PARAGRAPHES                            *
      ******************************************************************

       0100-AFC-VAR-DEB.

           MOVE LK-IDF-PIE
           TO   PG-IDF-PIE.

           MOVE LK-IDF-VEH
           TO   PG-IDF-VEH.

           SET WS-RTR-PVH-OK TO TRUE.

       0100-AFC-VAR-FIN.
           EXIT.

      *-----------------------------------------------------------------

      * Marque, modele et annee modele du vehicule ; sans marque, le
      * catalogue ne peut rien dire.

       0200-SLC-VEH-DEB.

           EXEC SQL
               SELECT COALESCE(marque_veh, ' '),
                      COALESCE(modele_veh, ' '),
                      COALESCE(annee_veh, 0)
               INTO   :PG-MRQ-VEH, :PG-MDL-VEH, :PG-ANN-VEH
               FROM   vehicule
               WHERE  id_veh = :PG-IDF-VEH
           END-EXEC.

           IF SQLCODE NOT = 0 OR PG-MRQ-VEH = SPACES
               SET WS-RTR-PVH-VEH-INV TO TRUE
           END-IF.

       0200-SLC-VEH-FIN.
           EXIT.

      *-----------------------------------------------------------------

      * Lignes du catalogue de la piece (par son id ou par sa
      * reference article) et, parmi elles, celles qui couvrent la
      * marque, le modele et l'annee du vehicule.

       0300-SLC-PVH-DEB.

           EXEC SQL
               SELECT COUNT(f.id_pvh),
                      COALESCE(SUM(CASE
                          WHEN f.marque_pvh = UPPER(TRIM(:PG-MRQ-VEH))
                          AND  (f.modele_pvh IS NULL
                                OR f.modele_pvh
                                   = UPPER(TRIM(:PG-MDL-VEH)))
                          AND  (:PG-ANN-VEH = 0
                                OR ((f.annee_deb_pvh IS NULL
                                     OR f.annee_deb_pvh <= :PG-ANN-VEH)
                                AND (f.annee_fin_pvh IS NULL
                                     OR f.annee_fin_pvh
                                        >= :PG-ANN-VEH)))
                          THEN 1 ELSE 0 END), 0)
               INTO   :PG-NBR-PVH, :PG-NBR-ADP
               FROM   piece p
               JOIN   piece_vehicule f
                 ON   f.id_pie = p.id_pie
                 OR   f.ref_art_pie = p.ref_art_pie
               WHERE  p.id_pie = :PG-IDF-PIE
           END-EXEC.

           EVALUATE TRUE
               WHEN SQLCODE NOT = 0
                   SET WS-RTR-PVH-ABS TO TRUE
               WHEN PG-NBR-ADP > 0
                   SET WS-RTR-PVH-OK TO TRUE
               WHEN PG-NBR-PVH > 0
                   SET WS-RTR-PVH-AUT TO TRUE
               WHEN OTHER
                   SET WS-RTR-PVH-ABS TO TRUE
           END-EVALUATE.

       0300-SLC-PVH-FIN.
           EXIT.
