      * les informations necessaires a l'aide de la SCREEN SECTION.    *
      * Le programme appelle le sous-programme creapie afin d'inserer  *
      * les informations dans la base de donnees.                      *
      * L'eco-participation (montant unitaire HT facture en sus du     *
      * prix de vente) et son eco-organisme sont saisis avec la piece, *
      * ainsi que la consigne d'une piece d'echange standard.          *
      * La famille (ou sous-famille) de la piece, facultative, est     *
      * controlee par creapie contre le referentiel famille.           *
      * Le code-barres EAN-13 du fabricant, facultatif, est controle   *
      * par verean (cle de controle) avant la creation.                *
      * Le poids unitaire (kg) et les dimensions (cm, facultatives)    *
      * servent au poids des colis de genbl et au manifeste            *
      * transporteur (mantrp).                                         *
      *                                                                *
      *----------------------------------------------------------------*
      *                           TRIGRAMMES                           *
      * UNITAIRE; FOU=FOURNISSEUR; IDF=IDENTIFIANT; ECR=ECRAN;         *
      * CRE=CREATION; ENT=ENTREE; LRR=LEURRE; CLR=COULEUR; TXT=TEXTE;  *
      * FND=FOND; CHX=CHOIX; AFF=AFFICHAGE; DEB=DEBUT; MSG=MESSAGE;    *
      * ERR=ERREUR; BCL=BOUCLE; APL=APPEL; PRG=PROGRAMME;              *
      * ECO=ECO-PARTICIPATION; ORG=ORGANISME; CSG=CONSIGNE;            *
      * FAM=FAMILLE; EAN=CODE EAN; VLR=VALEUR; RTR=RETOUR;             *
      * PDS=POIDS; LNG=LONGUEUR; LRG=LARGEUR; HAU=HAUTEUR              *
      ******************************************************************

       IDENTIFICATION DIVISION.
       01 WS-DEP-PIE           PIC X(20)   VALUE "PRINCIPAL".
       01 WS-ART-PIE           PIC X(20)   VALUE SPACES.
       01 WS-EMP-PIE           PIC X(10)   VALUE SPACES.
       01 WS-ECO-PIE           PIC 9(05)V99 VALUE 0.
       01 WS-ORG-ECO           PIC X(10)   VALUE SPACES.
       01 WS-CSG-PIE           PIC 9(05)V99 VALUE 0.
       01 WS-FAM-PIE           PIC X(10)   VALUE SPACES.
       01 WS-EAN-PIE           PIC X(13)   VALUE SPACES.
       01 WS-PDS-PIE           PIC 9(05)V999 VALUE 0.
       01 WS-LNG-PIE           PIC 9(04)   VALUE 0.
       01 WS-LRG-PIE           PIC 9(04)   VALUE 0.
       01 WS-HAU-PIE           PIC 9(04)   VALUE 0.
       01 WS-IDF-PIE           PIC 9(10).

      * Code retour de verean : 0 = cle EAN correcte.
       01 WS-VLR-RTR-EAN       PIC 9(01).
           88 WS-VLR-EAN-OK                VALUE 0.

      * Code retour de verdep : 0 = depot connu du referentiel.
       01 WS-VLR-RTR-DEP       PIC 9(01).
           88 WS-VLR-DEP-OK                VALUE 0.
       01 WS-HEU-ECR           PIC X(05).

      * Code retour de creapie : 0 = insertion reussie ; 1 = erreur
      * SQL a l'insertion ; 2 = eco-organisme absent ou inconnu ;
      * 3 = famille inconnue du referentiel.
       01 WS-RTR-INS           PIC 9(01).
           88 WS-RTR-INS-OK                VALUE 0.
           88 WS-RTR-INS-ERR               VALUE 1.
           88 WS-RTR-INS-ORG-INV           VALUE 2.
           88 WS-RTR-INS-FAM-INV           VALUE 3.

       SCREEN SECTION.

           05 LINE 07 COL 36 PIC 9(10) TO   WS-QTE-PIE.
           05 LINE 07 COL 46 PIC X(01) VALUE "]".

           05 LINE 07 COL 50 VALUE "Code EAN :".
           05 LINE 07 COL 64 PIC X(01) VALUE "[".
           05 LINE 07 COL 65 PIC X(13) TO   WS-EAN-PIE.
           05 LINE 07 COL 78 PIC X(01) VALUE "]".

           05 LINE 08 COL 03 VALUE "Poids unitaire (kg) :".
           05 LINE 08 COL 35 PIC X(01) VALUE "[".
           05 LINE 08 COL 36 PIC 9(05)V999 TO WS-PDS-PIE.
           05 LINE 08 COL 44 PIC X(01) VALUE "]".

           05 LINE 08 COL 50 VALUE "L/l/H cm :".
           05 LINE 08 COL 61 PIC X(01) VALUE "[".
           05 LINE 08 COL 62 PIC 9(04) TO   WS-LNG-PIE.
           05 LINE 08 COL 66 PIC X(01) VALUE "]".
           05 LINE 08 COL 67 PIC X(01) VALUE "[".
           05 LINE 08 COL 68 PIC 9(04) TO   WS-LRG-PIE.
           05 LINE 08 COL 72 PIC X(01) VALUE "]".
           05 LINE 08 COL 73 PIC X(01) VALUE "[".
           05 LINE 08 COL 74 PIC 9(04) TO   WS-HAU-PIE.
           05 LINE 08 COL 78 PIC X(01) VALUE "]".

           05 LINE 09 COL 03 VALUE "Seuil d'alerte de stock bas :".
           05 LINE 09 COL 35 PIC X(01) VALUE "[".
           05 LINE 09 COL 36 PIC 9(10) TO   WS-SUL-PIE.
           05 LINE 10 COL 36 PIC X(01) TO   WS-SRL-PIE.
           05 LINE 10 COL 37 PIC X(01) VALUE "]".

           05 LINE 10 COL 50 VALUE "Famille :".
           05 LINE 10 COL 64 PIC X(01) VALUE "[".
           05 LINE 10 COL 65 PIC X(10) TO   WS-FAM-PIE.
           05 LINE 10 COL 75 PIC X(01) VALUE "]".

           05 LINE 13 COL 03 VALUE "Id fournisseur (0 = aucun) :".
           05 LINE 13 COL 35 PIC X(01) VALUE "[".
           05 LINE 13 COL 36 PIC 9(10) TO   WS-FOU-PIE.
           05 LINE 14 COL 36 PIC 9(10) TO   WS-REA-PIE.
           05 LINE 14 COL 46 PIC X(01) VALUE "]".

           05 LINE 13 COL 50 VALUE "Eco-part. :".
           05 LINE 13 COL 64 PIC X(01) VALUE "[".
           05 LINE 13 COL 65 PIC 9(05)V99 TO WS-ECO-PIE.
           05 LINE 13 COL 72 PIC X(01) VALUE "]".

           05 LINE 14 COL 50 VALUE "Eco-organisme :".
           05 LINE 14 COL 66 PIC X(01) VALUE "[".
           05 LINE 14 COL 67 PIC X(10) TO   WS-ORG-ECO.
           05 LINE 14 COL 77 PIC X(01) VALUE "]".

           05 LINE 15 COL 50 VALUE "Consigne :".
           05 LINE 15 COL 64 PIC X(01) VALUE "[".
           05 LINE 15 COL 65 PIC 9(05)V99 TO WS-CSG-PIE.
           05 LINE 15 COL 72 PIC X(01) VALUE "]".

           05 LINE 15 COL 03 VALUE "Conditionnement (multiple) :".
           05 LINE 15 COL 35 PIC X(01) VALUE "[".
           05 LINE 15 COL 36 PIC 9(10) TO   WS-CND-PIE.
               END-IF
           END-IF.

      * Le code-barres EAN-13 du fabricant (facultatif) doit porter
      * une cle de controle correcte (verean) ; les EAN suivants se
      * saisissent depuis l'edition de la piece (gesean).

           IF WS-EAN-PIE NOT = SPACES
               CALL "verean" USING WS-EAN-PIE
                                   WS-VLR-RTR-EAN
               END-CALL

               IF NOT WS-VLR-EAN-OK
                   DISPLAY "Code EAN invalide (13 chiffres, cle de "
                           "controle), piece non creee."
                   AT LINE 22 COL 03
                   GO TO 0200-APL-PRG-SRT
               END-IF
           END-IF.

           CALL "creapie" USING WS-NOM-PIE
                                WS-QTE-PIE
                                WS-SUL-PIE
                                WS-DEP-PIE
                                WS-ART-PIE
                                WS-EMP-PIE
                                WS-ECO-PIE
                                WS-ORG-ECO
                                WS-CSG-PIE
                                WS-FAM-PIE
                                WS-EAN-PIE
                                WS-PDS-PIE
                                WS-LNG-PIE
                                WS-LRG-PIE
                                WS-HAU-PIE
                                WS-IDF-PIE
                                WS-RTR-INS
           END-CALL.
               AT LINE 22 COL 34

           ELSE
               EVALUATE TRUE
                   WHEN WS-RTR-INS-ORG-INV
                       DISPLAY "Eco-organisme absent ou inconnu, "
                               "piece non creee."
                       AT LINE 22 COL 03

                   WHEN WS-RTR-INS-FAM-INV
                       DISPLAY "Famille inconnue du referentiel, "
                               "piece non creee."
                       AT LINE 22 COL 03

                   WHEN OTHER
                       DISPLAY "Erreur lors de la creation de la "
                               "piece."
                       AT LINE 22 COL 03
               END-EVALUATE
           END-IF.

       0200-APL-PRG-SRT.
