      * retenu, et le montant total - de quoi repondre a "qu'y         *
      * avait-il dans ma commande de mardi" sans interroger la base a  *
      * la main.                                                       *
      * Les bons de livraison de la commande sont affiches ensuite,    *
      * avec leurs colis, leur poids et le numero de suivi du          *
      * transporteur (saisui) lorsque l'envoi est parti par lui.       *
      *                                                                *
      *----------------------------------------------------------------*
      *                           TRIGRAMMES                           *
      * PRX=PRIX; MTT=MONTANT; TOT=TOTAL; DAT=DATE; STA=STATUT;        *
      * NOM=NOM; IDF=IDENTIFIANT; NBR=NOMBRE; RSU=RESULTAT;            *
      * SLC=SELECTION; AFF=AFFICHAGE; EDT=EDITION; LRR=LEURRE;         *
      * BLV=BON DE LIVRAISON; NUM=NUMERO; COL=COLIS; PDS=POIDS;        *
      * SUI=SUIVI; DEB=DEBUT                                           *
      ******************************************************************

       IDENTIFICATION DIVISION.
       01 PG-QTE-LGN-RSU        PIC 9(05).
       01 PG-PRX-LGN-RSU        PIC 9(08)V99.

      * Bons de livraison de la commande et suivi transporteur.
       01 PG-NUM-BL-RSU         PIC 9(10).
       01 PG-DAT-BL-RSU         PIC X(10).
       01 PG-NBR-COL-RSU        PIC 9(05).
       01 PG-PDS-BL-RSU         PIC 9(07)V999.
       01 PG-NUM-SUI-RSU        PIC X(30).

       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.
      * consultee.
       EXEC SQL
           DECLARE C-LGN-CNS CURSOR FOR
               SELECT COALESCE(p.nom_pie, s.lib_prs),
                      l.qte_lgn_cmd, l.prix_lgn_cmd
               FROM   commande_ligne l
               LEFT JOIN piece p      ON p.id_pie = l.id_pie
               LEFT JOIN prestation s ON s.id_prs = l.id_prs
               WHERE  l.id_cmd = :PG-IDF-CMD
               ORDER BY l.id_lgn_cmd
       END-EXEC.

      * Declaration du curseur des bons de livraison de la commande.
       EXEC SQL
           DECLARE C-BLV-CNS CURSOR FOR
               SELECT num_bl, TO_CHAR(date_bl, 'DD/MM/YYYY'),
                      COALESCE(nb_colis_bl, 1),
                      COALESCE(poids_bl, 0),
                      COALESCE(num_suivi_bl, ' ')
               FROM   bon_livraison
               WHERE  id_cmd = :PG-IDF-CMD
               ORDER BY num_bl
       END-EXEC.

       01 WS-LRR                PIC X(01).

       01 WS-IDF-CMD            PIC 9(10).
       01 WS-MTT-LGN-EDT        PIC Z(10).99.
       01 WS-MTT-TOT-EDT        PIC Z(10).99.
       01 WS-NBR-LGN-EDT        PIC Z(05).
       01 WS-NUM-BL-EDT         PIC Z(10).
       01 WS-NBR-COL-EDT        PIC Z(05).
       01 WS-PDS-BL-EDT         PIC Z(06)9.999.


       PROCEDURE DIVISION.
               DISPLAY FUNCTION TRIM (WS-NBR-LGN-EDT)
                       " ligne(s), total "
                       FUNCTION TRIM (WS-MTT-TOT-EDT) " EUR."

               PERFORM 0500-AFF-BLV-DEB
                  THRU 0500-AFF-BLV-FIN

               DISPLAY "============================================"
           END-IF.


           EXIT.
       0450-AFF-UNE-LGN-FIN.

      *-----------------------------------------------------------------

      * Affiche les bons de livraison emis pour la commande (genbl),
      * avec le nombre de colis, le poids et le numero de suivi
      * transporteur saisi dans saisui.

       0500-AFF-BLV-DEB.

           EXEC SQL OPEN C-BLV-CNS END-EXEC.

           EXEC SQL
               FETCH C-BLV-CNS
               INTO  :PG-NUM-BL-RSU, :PG-DAT-BL-RSU, :PG-NBR-COL-RSU,
                     :PG-PDS-BL-RSU, :PG-NUM-SUI-RSU
           END-EXEC.

           IF SQLCODE = 0
               DISPLAY "--------------------------------------------"
           END-IF.

           PERFORM 0550-AFF-UN-BLV-DEB
              THRU 0550-AFF-UN-BLV-FIN
              UNTIL SQLCODE NOT = 0.

           EXEC SQL CLOSE C-BLV-CNS END-EXEC.

           EXIT.
       0500-AFF-BLV-FIN.

      *-----------------------------------------------------------------

       0550-AFF-UN-BLV-DEB.

           MOVE PG-NUM-BL-RSU  TO WS-NUM-BL-EDT.
           MOVE PG-NBR-COL-RSU TO WS-NBR-COL-EDT.
           MOVE PG-PDS-BL-RSU  TO WS-PDS-BL-EDT.

           DISPLAY "Bon de livraison " FUNCTION TRIM (WS-NUM-BL-EDT)
                   " du " PG-DAT-BL-RSU " - "
                   FUNCTION TRIM (WS-NBR-COL-EDT) " colis, "
                   FUNCTION TRIM (WS-PDS-BL-EDT) " kg".

           IF PG-NUM-SUI-RSU NOT = SPACES
               DISPLAY "  Suivi transporteur : "
                       FUNCTION TRIM (PG-NUM-SUI-RSU)
           END-IF.

           EXEC SQL
               FETCH C-BLV-CNS
               INTO  :PG-NUM-BL-RSU, :PG-DAT-BL-RSU, :PG-NBR-COL-RSU,
                     :PG-PDS-BL-RSU, :PG-NUM-SUI-RSU
           END-EXEC.

           EXIT.
       0550-AFF-UN-BLV-FIN.
