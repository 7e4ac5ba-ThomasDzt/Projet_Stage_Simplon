      * generation de brouillon de majpie choisit le premier           *
      * fournisseur actif de cette liste ; gescpo peut changer le      *
      * fournisseur d'un brouillon avant validation.                   *
      * Chaque entree porte aussi l'unite d'achat du fournisseur       *
      * (carton, bidon...) et le nombre d'unites de stock qu'elle      *
      * contient : expcpo commande dans cette unite, impsup, impack et *
      * gesqua convertissent les quantites recues en unites de stock.  *
      * Le prix negocie est celui de l'unite d'achat.                  *
      * Chaque entree porte enfin la duree de garantie accordee par le *
      * fournisseur sur la piece, en mois : gesrin la controle a       *
      * l'ouverture d'une reclamation sous garantie (gesgar).          *
      *                                                                *
      *----------------------------------------------------------------*
      *                           TRIGRAMMES                           *
      * PFO=PIECE-FOURNISSEUR; PIE=PIECE; FOU=FOURNISSEUR; PRX=PRIX;   *
      * DLA=DELAI; ORD=ORDRE; ACF=ACTIF; IDF=IDENTIFIANT; NBR=NOMBRE;  *
      * CHX=CHOIX; RSU=RESULTAT; SSI=SAISIE; INS=INSERTION;            *
      * MAJ=MISE A JOUR; AFF=AFFICHAGE; LRR=LEURRE; UNA=UNITE D'ACHAT; *
      * FAC=FACTEUR; CNV=CONVERSION; GAR=GARANTIE; DEB=DEBUT           *
      ******************************************************************

       IDENTIFICATION DIVISION.
       01 PG-DLA-PFO            PIC 9(03).
       01 PG-ORD-PFO            PIC 9(02).
       01 PG-IDF-PFO            PIC 9(10).
       01 PG-UNA-PFO            PIC X(10).
       01 PG-FAC-CNV            PIC 9(05).
       01 PG-GAR-PFO            PIC 9(03).

       01 PG-IDF-PFO-RSU        PIC 9(10).
       01 PG-IDF-FOU-RSU        PIC 9(10).
       01 PG-DLA-PFO-RSU        PIC 9(03).
       01 PG-ORD-PFO-RSU        PIC 9(02).
       01 PG-ACF-PFO-RSU        PIC X(01).
       01 PG-UNA-PFO-RSU        PIC X(10).
       01 PG-FAC-CNV-RSU        PIC 9(05).
       01 PG-GAR-PFO-RSU        PIC 9(03).

       EXEC SQL END DECLARE SECTION END-EXEC.

               SELECT k.id_pfo, k.id_fou, f.nom_fou,
                      COALESCE(k.prix_pfo, 0),
                      COALESCE(k.delai_pfo, 0), k.ordre_pfo,
                      k.actif_pfo,
                      COALESCE(k.unite_achat_pfo, 'unite'),
                      COALESCE(k.fact_conv_pfo, 1),
                      COALESCE(k.garantie_mois_pfo, 0)
               FROM   piece_fournisseur k
               JOIN   fournisseur f ON f.id_fou = k.id_fou
               WHERE  k.id_pie = :PG-IDF-PIE
       01 WS-ORD-PFO            PIC 9(02).
       01 WS-IDF-PFO            PIC 9(10).

      * Unite d'achat du fournisseur et nombre d'unites de stock
      * qu'elle contient ; a blanc et a zero : l'unite, facteur 1.
       01 WS-UNA-PFO            PIC X(10).
       01 WS-FAC-CNV            PIC 9(05).

      * Duree de garantie du fournisseur sur la piece, en mois
      * (0 = aucune garantie connue).
       01 WS-GAR-PFO            PIC 9(03).

       01 WS-NBR-PFO            PIC 9(03)   VALUE 0.

       01 WS-IDF-PFO-EDT        PIC Z(10).
       01 WS-PRX-PFO-EDT        PIC Z(08).99.
       01 WS-DLA-PFO-EDT        PIC Z(03).
       01 WS-ORD-PFO-EDT        PIC Z(02).
       01 WS-FAC-CNV-EDT        PIC Z(05).
       01 WS-GAR-PFO-EDT        PIC Z(03).

      * Zones utilisees pour tracer via generr l'echec d'une des
      * ecritures SQL en cas de SQLCODE en erreur.
               GO TO 0200-AJT-PFO-FIN
           END-IF.

           DISPLAY "Unite d'achat (carton, bidon... ; vide = unite) :".
           ACCEPT WS-UNA-PFO.

           IF WS-UNA-PFO = SPACES
               MOVE "unite" TO WS-UNA-PFO
           END-IF.

           DISPLAY "Unites de stock par unite d'achat (0 = 1) :".
           ACCEPT WS-FAC-CNV.

           IF WS-FAC-CNV = 0
               MOVE 1 TO WS-FAC-CNV
           END-IF.

           DISPLAY "Prix negocie par unite d'achat (0 = non negocie) :".
           ACCEPT WS-PRX-PFO.

           DISPLAY "Delai de livraison en jours :".
               MOVE 1 TO WS-ORD-PFO
           END-IF.

           DISPLAY "Garantie fournisseur en mois (0 = aucune) :".
           ACCEPT WS-GAR-PFO.

           MOVE WS-PRX-PFO TO PG-PRX-PFO.
           MOVE WS-DLA-PFO TO PG-DLA-PFO.
           MOVE WS-ORD-PFO TO PG-ORD-PFO.
           MOVE WS-UNA-PFO TO PG-UNA-PFO.
           MOVE WS-FAC-CNV TO PG-FAC-CNV.
           MOVE WS-GAR-PFO TO PG-GAR-PFO.

           EXEC SQL
               INSERT INTO piece_fournisseur (id_pie, id_fou,
                               prix_pfo, delai_pfo, ordre_pfo,
                               actif_pfo, unite_achat_pfo,
                               fact_conv_pfo, garantie_mois_pfo)
               VALUES (:PG-IDF-PIE, :PG-IDF-FOU, :PG-PRX-PFO,
                      :PG-DLA-PFO, :PG-ORD-PFO, 'O', :PG-UNA-PFO,
                      :PG-FAC-CNV, :PG-GAR-PFO)
           END-EXEC.

           IF SQLCODE = 0
           MOVE WS-IDF-PIE TO PG-IDF-PIE.

           DISPLAY "Entree      Fournisseur  Nom                    "
                   "Prix        Delai Ordre Actif Unite d'achat"
                   "  Garantie".

           EXEC SQL OPEN C-PFO END-EXEC.

               INTO  :PG-IDF-PFO-RSU, :PG-IDF-FOU-RSU,
                     :PG-NOM-FOU-RSU, :PG-PRX-PFO-RSU,
                     :PG-DLA-PFO-RSU, :PG-ORD-PFO-RSU,
                     :PG-ACF-PFO-RSU, :PG-UNA-PFO-RSU,
                     :PG-FAC-CNV-RSU, :PG-GAR-PFO-RSU
           END-EXEC.

           PERFORM 0450-AFF-UN-PFO-DEB
           MOVE PG-PRX-PFO-RSU TO WS-PRX-PFO-EDT.
           MOVE PG-DLA-PFO-RSU TO WS-DLA-PFO-EDT.
           MOVE PG-ORD-PFO-RSU TO WS-ORD-PFO-EDT.
           MOVE PG-FAC-CNV-RSU TO WS-FAC-CNV-EDT.
           MOVE PG-GAR-PFO-RSU TO WS-GAR-PFO-EDT.

           DISPLAY WS-IDF-PFO-EDT " " WS-IDF-FOU-EDT " "
                   PG-NOM-FOU-RSU(1:22) " " WS-PRX-PFO-EDT " "
                   WS-DLA-PFO-EDT "   " WS-ORD-PFO-EDT "    "
                   PG-ACF-PFO-RSU "     "
                   FUNCTION TRIM (PG-UNA-PFO-RSU) " de "
                   FUNCTION TRIM (WS-FAC-CNV-EDT) "  "
                   FUNCTION TRIM (WS-GAR-PFO-EDT) " mois".

           EXEC SQL
               FETCH C-PFO
               INTO  :PG-IDF-PFO-RSU, :PG-IDF-FOU-RSU,
                     :PG-NOM-FOU-RSU, :PG-PRX-PFO-RSU,
                     :PG-DLA-PFO-RSU, :PG-ORD-PFO-RSU,
                     :PG-ACF-PFO-RSU, :PG-UNA-PFO-RSU,
                     :PG-FAC-CNV-RSU, :PG-GAR-PFO-RSU
           END-EXEC.

           EXIT.
