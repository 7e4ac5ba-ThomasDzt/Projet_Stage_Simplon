      * entierement livree, et les sur-livraisons, livraisons          *
      * partielles ou livraisons sans commande sont signalees dans     *
      * IMPSUPR, pour que la reception ne tamponne plus a l'aveugle.   *
      * Une commande fournisseur passee pour une commande speciale     *
      * client (piece_commande.id_lgn_cmd) est rapprochee en priorite, *
      * et la reception en quarantaine en garde la reference           *
      * (id_cmd_pie) : gesqua la reservera au client a la liberation.  *
      * Une commande en livraison directe (liv_dir_cmd_pie = 'O') est  *
      * expediee chez le client et ne passe pas par notre stock : elle *
      * n'est jamais rapprochee d'une livraison.                       *
      * Au format a reference fournisseur, la quantite et le prix sont *
      * ceux de l'unite d'achat du fournisseur (carton, bidon...) :    *
      * la quantite est convertie en unites de stock (rchcnv) pour le  *
      * rapprochement et les etiquettes, et la quarantaine garde la    *
      * quantite livree avec l'unite et le facteur, que gesqua         *
      * convertit a la liberation avant le credit de stock. L'ancien   *
      * format id_pie;qte_liv reste en unites de stock.                *
      * Le prix d'un fournisseur facturant en devise (devise_fou) est  *
      * converti en euros au taux du jour de reception (rchtch) avant  *
      * la quarantaine et le cout moyen pondere ; reception_prix garde *
      * le prix en devise, la devise et le taux. Une ligne chiffree    *
      * dont la devise n'a aucun taux connu est rejetee dans IMPSUPR.  *
      *                                                                *
      *----------------------------------------------------------------*
      *                           TRIGRAMMES                           *
      * IMPORT; RPT=RAPPORT; LGN=LIGNE; LIV=LIVRAISON; QTE=QUANTITE;   *
      * PIE=PIECE; DEP=DEPOT; NOM=NOM; STA=STATUT; EOF=FIN DE FICHIER; *
      * NBR=NOMBRE; ECH=ECHEC; SLC=SELECTION; RTR=RETOUR; BCL=BOUCLE;  *
      * APL=APPEL; LEC=LECTURE; UNA=UNITE D'ACHAT; FAC=FACTEUR;        *
      * CNV=CONVERSION; STK=STOCK; DEV=DEVISE; TCH=TAUX DE CHANGE;     *
      * DEB=DEBUT                                                      *
      ******************************************************************

       IDENTIFICATION DIVISION.
       01 PG-STA-CPO            PIC X(14).
       01 PG-QTE-LIV            PIC 9(10).

      * Ligne client d'une commande speciale rattachee a la commande
      * rapprochee (0 = commande de stock), et reception en
      * quarantaine creee pour la ligne livree, qui en garde la trace.
       01 PG-IDF-LGN-CPO        PIC 9(10).
       01 PG-IDF-QUA            PIC 9(10).

      * Fournisseur et reference portes par la ligne au format a
      * reference fournisseur, pour la traduction via fournisseur_ref
      * et le rapprochement restreint a ce fournisseur.
       01 PG-PRU-NVO            PIC 9(08)V99.
       01 PG-CST-LIV            PIC 9(08)V99.

      * Unite d'achat et facteur de conversion portes sur la
      * reception en quarantaine.
       01 PG-UNA-QUA            PIC X(10).
       01 PG-FAC-CNV            PIC 9(05).

      * Devise de facturation du fournisseur, taux du jour et prix en
      * devise, historises avec la ligne dans reception_prix.
       01 PG-DEV-FOU            PIC X(03).
       01 PG-TCH-LIV            PIC 9(05)V9(06).
       01 PG-CST-DEV            PIC 9(08)V99.

       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.
      * absent ou vide), le prix de la piece n'est pas retouche.
       01 WS-CST-LIV            PIC 9(08)V99 VALUE 0.

      * Prix facture dans la devise du fournisseur, tel que lu sur le
      * bordereau, et taux du jour qui le convertit en euros dans
      * WS-CST-LIV (rchtch ; 1 pour l'euro).
       01 WS-CST-DEV            PIC 9(08)V99 VALUE 0.
       01 WS-DAT-TCH-NUL        PIC X(10)   VALUE SPACES.
       01 WS-TCH-LIV            PIC 9(05)V9(06) VALUE 1.
       01 WS-RTR-TCH            PIC 9(01).
           88 WS-RTR-TCH-OK                VALUE 0.

      * Numero de lot fournisseur de la ligne courante (cinquieme
      * champ facultatif du format a reference fournisseur), credite
      * dans piece_lot par le circuit d'ajout de majpie.
      * majpie sert desormais le premier expire en premier.
       01 WS-DAT-DLUO           PIC X(10)   VALUE SPACES.

      * Unite d'achat du fournisseur pour la piece livree, facteur de
      * conversion en unites de stock (rchcnv ; 'unite' et 1 pour
      * l'ancien format, qui ne porte pas de fournisseur) et quantite
      * livree convertie en unites de stock.
       01 WS-UNA-PFO            PIC X(10).
       01 WS-FAC-CNV            PIC 9(05).
       01 WS-RTR-CNV            PIC 9(01).
       01 WS-QTE-STK            PIC 9(10).

      * Format de la ligne courante : 'O' = reference fournisseur.
       01 WS-FMT-REF            PIC X(01)   VALUE "N".
           88 WS-FMT-REF-OUI               VALUE "O".
           88 WS-MTF-RPT-IDF-INC            VALUE 1.
           88 WS-MTF-RPT-REJ-MAJ            VALUE 2.
           88 WS-MTF-RPT-REF-INC            VALUE 3.
           88 WS-MTF-RPT-TCH-ABS            VALUE 4.

       01 WS-NBR-LGN-EDT        PIC Z(10).
       01 WS-NBR-OK-EDT         PIC Z(10).
                          WS-ZON-5 WS-ZON-6.
           MOVE 0 TO WS-NBR-ZON.
           MOVE 0 TO WS-CST-LIV.
           MOVE 0 TO WS-CST-DEV.
           MOVE 1 TO WS-TCH-LIV.
           MOVE "EUR" TO PG-DEV-FOU.
           MOVE SPACES TO WS-NUM-LOT.
           MOVE SPACES TO WS-DAT-DLUO.

      * Place la ligne recue en quarantaine (reception_quarantaine),
      * hors stock vendable : c'est la liberation qualite (gesqua) qui
      * postera le credit de stock via majpie, avec le lot, la DLUO et
      * le cout conserves ici, ainsi que l'unite d'achat et le facteur
      * qui lui permettront de convertir en unites de stock. Une piece
      * desactivee est rejetee comme l'aurait fait majpie.

       2400-INS-QUA-DEB.

               GO TO 2400-INS-QUA-FIN
           END-IF.

           MOVE "unite" TO WS-UNA-PFO.
           MOVE 1       TO WS-FAC-CNV.

           IF WS-FMT-REF-OUI
               CALL "rchcnv" USING PG-IDF-PIE
                                   PG-IDF-FOU-LIV
                                   WS-UNA-PFO
                                   WS-FAC-CNV
                                   WS-RTR-CNV
               END-CALL
           END-IF.

           COMPUTE WS-QTE-STK = WS-QTE-LIV-N * WS-FAC-CNV.

      * Prix en devise : converti en euros au taux du jour avant la
      * quarantaine ; sans taux connu, la ligne est rejetee plutot que
      * de fausser le cout moyen pondere.

           MOVE WS-CST-LIV TO WS-CST-DEV.

           IF WS-CST-LIV NOT = 0 AND WS-FMT-REF-OUI
               PERFORM 2420-CNV-DEV-DEB
                  THRU 2420-CNV-DEV-FIN

               IF NOT WS-RTR-TCH-OK
                   SET WS-MTF-RPT-TCH-ABS TO TRUE
                   PERFORM 2300-ECR-RPT-DEB
                      THRU 2300-ECR-RPT-FIN
                   GO TO 2400-INS-QUA-FIN
               END-IF
           END-IF.

           MOVE WS-NUM-LOT  TO PG-NUM-LOT-DLUO.
           MOVE WS-DAT-DLUO TO PG-DAT-DLUO.
           MOVE WS-CST-LIV  TO PG-CST-LIV.
           MOVE WS-QTE-LIV-N TO PG-QTE-LIV.
           MOVE WS-UNA-PFO  TO PG-UNA-QUA.
           MOVE WS-FAC-CNV  TO PG-FAC-CNV.

           EXEC SQL
               INSERT INTO reception_quarantaine (id_pie, depot_pie,
                               num_lot, date_dluo, qte_qua, prix_liv,
                               date_qua, statut_qua, unite_achat_qua,
                               fact_conv_qua)
               VALUES (:PG-IDF-PIE, :PG-DEP-PIE,
                      (CASE WHEN TRIM(:PG-NUM-LOT-DLUO) = ''
                            THEN NULL ELSE :PG-NUM-LOT-DLUO END),
                            ELSE TO_DATE(:PG-DAT-DLUO,
                                         'YYYY-MM-DD') END),
                      :PG-QTE-LIV, :PG-CST-LIV, CURRENT_DATE,
                      'attente', :PG-UNA-QUA, :PG-FAC-CNV)
               RETURNING id_qua INTO :PG-IDF-QUA
           END-EXEC.

           IF SQLCODE = 0

      *-----------------------------------------------------------------

      * Relit la devise de facturation du fournisseur et convertit le
      * prix lu en euros au taux du jour (rchtch ; 1 pour l'euro).

       2420-CNV-DEV-DEB.

           SET WS-RTR-TCH-OK TO TRUE.

           EXEC SQL
               SELECT COALESCE(devise_fou, 'EUR')
               INTO   :PG-DEV-FOU
               FROM   fournisseur
               WHERE  id_fou = :PG-IDF-FOU-LIV
           END-EXEC.

           IF SQLCODE NOT = 0
               MOVE "EUR" TO PG-DEV-FOU
           END-IF.

           CALL "rchtch" USING PG-DEV-FOU
                               WS-DAT-TCH-NUL
                               WS-TCH-LIV
                               WS-RTR-TCH
           END-CALL.

           IF WS-RTR-TCH-OK
               COMPUTE WS-CST-LIV ROUNDED = WS-CST-DEV * WS-TCH-LIV
           END-IF.

           EXIT.
       2420-CNV-DEV-FIN.

      *-----------------------------------------------------------------

      * Ecrit l'etiquette de la ligne recue dans le fichier IMPSUPL :
      * la piece repart en rayon avec l'etiquette du systeme, pas
      * celle du fournisseur.
           MOVE PG-IDF-PIE   TO ETQ-IDF-PIE.
           MOVE PG-DEP-PIE   TO ETQ-DEP-PIE.
           MOVE WS-NUM-LOT   TO ETQ-NUM-LOT.
           MOVE WS-QTE-STK   TO ETQ-QTE-LIV.

           WRITE REC-IMP-ETQ.


      * Rapprochement livraison/commande : recherche la plus ancienne
      * commande fournisseur encore ouverte (brouillon, validee ou
      * envoyee) pour la piece livree et lui rattache la reception,
      * en unites de stock comme la commande.
      * Une livraison sans commande ouverte est signalee dans IMPSUPR
      * plutot que tamponnee sans controle. Une commande speciale
      * client (id_lgn_cmd renseigne) passe avant les commandes de
      * stock : le client attend la piece nommement.

       2500-RAP-CPO-DEB.

           MOVE WS-QTE-STK TO PG-QTE-LIV.

      * Lorsque la ligne porte le fournisseur (format a reference
      * fournisseur), le rapprochement est restreint a ses commandes ;
           IF WS-FMT-REF-OUI
               EXEC SQL
                   SELECT id_cmd_pie, qte_cmd_pie,
                          COALESCE(qte_rec_cmd_pie, 0), statut_cmd_pie,
                          COALESCE(id_lgn_cmd, 0)
                   INTO   :PG-IDF-CPO, :PG-QTE-CMD-CPO,
                          :PG-QTE-REC-CPO, :PG-STA-CPO,
                          :PG-IDF-LGN-CPO
                   FROM   piece_commande
                   WHERE  id_pie = :PG-IDF-PIE
                   AND    id_fou = :PG-IDF-FOU-LIV
                   AND    statut_cmd_pie IN ('brouillon', 'validee',
                                             'envoyee')
                   AND    COALESCE(liv_dir_cmd_pie, 'N') = 'N'
                   ORDER BY CASE WHEN id_lgn_cmd IS NULL THEN 1
                                 ELSE 0 END,
                            date_cmd_pie, id_cmd_pie
                   FETCH FIRST 1 ROW ONLY
               END-EXEC
           ELSE
               EXEC SQL
                   SELECT id_cmd_pie, qte_cmd_pie,
                          COALESCE(qte_rec_cmd_pie, 0), statut_cmd_pie,
                          COALESCE(id_lgn_cmd, 0)
                   INTO   :PG-IDF-CPO, :PG-QTE-CMD-CPO,
                          :PG-QTE-REC-CPO, :PG-STA-CPO,
                          :PG-IDF-LGN-CPO
                   FROM   piece_commande
                   WHERE  id_pie = :PG-IDF-PIE
                   AND    statut_cmd_pie IN ('brouillon', 'validee',
                                             'envoyee')
                   AND    COALESCE(liv_dir_cmd_pie, 'N') = 'N'
                   ORDER BY CASE WHEN id_lgn_cmd IS NULL THEN 1
                                 ELSE 0 END,
                            date_cmd_pie, id_cmd_pie
                   FETCH FIRST 1 ROW ONLY
               END-EXEC
           END-IF.

      * Cumule la quantite livree sur la commande rapprochee, la clot
      * lorsqu'elle est entierement livree, et signale dans IMPSUPR un
      * trop-livre ou un reste a livrer. La reception d'une commande
      * speciale est marquee, dans la meme transaction, de la commande
      * fournisseur qu'elle sert.

       2600-MAJ-CPO-DEB.

               WHERE  id_cmd_pie = :PG-IDF-CPO
           END-EXEC.

           IF SQLCODE = 0 AND PG-IDF-LGN-CPO NOT = 0
               EXEC SQL
                   UPDATE reception_quarantaine
                   SET    id_cmd_pie = :PG-IDF-CPO
                   WHERE  id_qua = :PG-IDF-QUA
               END-EXEC
           END-IF.

           IF SQLCODE = 0
               EXEC SQL COMMIT END-EXEC

                          INTO REC-IMP-SUR
                   END-STRING

               WHEN WS-MTF-RPT-TCH-ABS
                   STRING REC-IMP-SUP DELIMITED BY SIZE
                          " => rejetee : aucun taux de change "
                          PG-DEV-FOU " connu (voir gestch)"
                          DELIMITED BY SIZE
                          INTO REC-IMP-SUR
                   END-STRING

               WHEN OTHER
                   STRING REC-IMP-SUP DELIMITED BY SIZE
                          " => rejetee : piece desactivee ou mise en"
      * facturee au-dessus est signalee dans IMPSUPR (informative, pas
      * un rejet : le stock est deja poste). Chaque ligne chiffree est
      * historisee dans reception_prix, matiere du rapport mensuel de
      * variance prix d'achat rapvpa. Prix negocie et prix facture se
      * comparent dans la devise du fournisseur ; l'historique les
      * porte en euros au taux du jour, avec le prix en devise.

       2800-CTL-PRX-REF-DEB.

           IF PG-PRX-REF > 0 AND WS-CST-DEV > PG-PRX-REF
               ADD 1 TO WS-NBR-RAP

               STRING REC-IMP-SUP DELIMITED BY SIZE

           MOVE WS-QTE-LIV-N TO PG-QTE-RPX.
           MOVE WS-CST-LIV   TO PG-CST-LIV.
           MOVE WS-CST-DEV   TO PG-CST-DEV.
           MOVE WS-TCH-LIV   TO PG-TCH-LIV.

           EXEC SQL
               INSERT INTO reception_prix (id_fou, id_pie, ref_fou,
                               date_rec, qte_liv, prix_liv, prix_ref,
                               devise_rpx, taux_rpx, prix_dev_rpx)
               VALUES (:PG-IDF-FOU-LIV, :PG-IDF-PIE,
                      :PG-REF-FOU-LIV, CURRENT_DATE, :PG-QTE-RPX,
                      :PG-CST-LIV,
                      (CASE WHEN :PG-PRX-REF = 0 THEN NULL
                            ELSE ROUND(:PG-PRX-REF * :PG-TCH-LIV, 2)
                       END),
                      :PG-DEV-FOU, :PG-TCH-LIV, :PG-CST-DEV)
           END-EXEC.

           IF SQLCODE = 0
