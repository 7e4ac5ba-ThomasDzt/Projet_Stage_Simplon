      * piece existante, a l'aide de la SCREEN SECTION. Le programme   *
      * appelle le sous-programme gespie afin de repercuter les        *
      * modifications dans la base de donnees.                         *
      * L'eco-participation (montant unitaire HT facture en sus du     *
      * prix de vente) et son eco-organisme sont edites avec la fiche, *
      * ainsi que la consigne d'une piece d'echange standard.          *
      * Le choix 3 ouvre les paliers de prix degressifs de la piece    *
      * (gesppl), appliques a la saisie selon la quantite de la ligne. *
      * Le choix 4 ouvre les codes-barres EAN-13 de la piece (gesean), *
      * par lesquels elle peut etre saisie ou scannee.                 *
      * La famille (ou sous-famille) de la piece est editee avec la    *
      * fiche et controlee par gespie contre le referentiel famille.   *
      * Le poids unitaire (kg) et les dimensions (cm) de la piece,     *
      * utilises pour le poids des colis de genbl, sont edites avec la *
      * fiche.                                                         *
      * Le choix 5 ouvre le classement marchandise dangereuse (ADR) de *
      * la piece (gesadr) : numero ONU, classe, groupe d'emballage.    *
      * Le choix 6 ouvre la nomenclature douaniere et le pays          *
      * d'origine de la piece (gesdou), repris par la declaration      *
      * d'echanges de biens decdeb.                                    *
      *                                                                *
      *----------------------------------------------------------------*
      *                           TRIGRAMMES                           *
      * FOU=FOURNISSEUR; ECR=ECRAN; EDT=EDITION; ENT=ENTREE;           *
      * LRR=LEURRE; CLR=COULEUR; TXT=TEXTE; FND=FOND; CHX=CHOIX;       *
      * AFF=AFFICHAGE; DEB=DEBUT; MSG=MESSAGE; ERR=ERREUR; BCL=BOUCLE; *
      * APL=APPEL; PRG=PROGRAMME; ECO=ECO-PARTICIPATION;               *
      * ORG=ORGANISME; CSG=CONSIGNE; PPL=PALIER; FAM=FAMILLE;          *
      * EAN=CODE EAN; PDS=POIDS; LNG=LONGUEUR; LRG=LARGEUR;            *
      * HAU=HAUTEUR; ADR=MATIERE DANGEREUSE (ADR); DOU=DOUANE          *
      ******************************************************************

       IDENTIFICATION DIVISION.
      * Emplacement (allee/etagere) de la piece dans son depot.
       01 PG-EMP-PIE           PIC X(10).

      * Eco-participation unitaire HT et eco-organisme de la piece.
       01 PG-ECO-PIE           PIC 9(05)V99.
       01 PG-ORG-ECO           PIC X(10).

      * Consigne unitaire HT d'une piece d'echange standard.
       01 PG-CSG-PIE           PIC 9(05)V99.

      * Famille ou sous-famille de la piece (a blanc = non classee).
       01 PG-FAM-PIE           PIC X(10).

      * Poids unitaire (kg) et dimensions (cm) de la piece.
       01 PG-PDS-PIE           PIC 9(05)V999.
       01 PG-LNG-PIE           PIC 9(04).
       01 PG-LRG-PIE           PIC 9(04).
       01 PG-HAU-PIE           PIC 9(04).

       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.
       01 WS-TVA-PIE           PIC 9(03)V99 VALUE 20.
       01 WS-SRL-PIE           PIC X(01)   VALUE "N".
       01 WS-EMP-PIE           PIC X(10)   VALUE SPACES.
       01 WS-ECO-PIE           PIC 9(05)V99 VALUE 0.
       01 WS-ORG-ECO           PIC X(10)   VALUE SPACES.
       01 WS-CSG-PIE           PIC 9(05)V99 VALUE 0.
       01 WS-FAM-PIE           PIC X(10)   VALUE SPACES.
       01 WS-PDS-PIE           PIC 9(05)V999 VALUE 0.
       01 WS-LNG-PIE           PIC 9(04)   VALUE 0.
       01 WS-LRG-PIE           PIC 9(04)   VALUE 0.
       01 WS-HAU-PIE           PIC 9(04)   VALUE 0.

       01 WS-CHX               PIC X(01).

       01 WS-HEU-ECR           PIC X(05).

      * Code retour de gespie : 0 = mise a jour reussie ; 1 = piece
      * inconnue ; 2 = erreur SQL ; 3 = desactivation refusee ; 4 =
      * eco-organisme invalide ; 5 = famille inconnue.
       01 WS-RTR-MAJ           PIC 9(01).
           88 WS-RTR-MAJ-OK                VALUE 0.
           88 WS-RTR-MAJ-PIE-INV           VALUE 1.
           88 WS-RTR-MAJ-ERR               VALUE 2.
           88 WS-RTR-MAJ-DES-REF           VALUE 3.
           88 WS-RTR-MAJ-ORG-INV           VALUE 4.
           88 WS-RTR-MAJ-FAM-INV           VALUE 5.

       SCREEN SECTION.

           05 LINE 09 COL 36 PIC 9(10) TO   WS-SUL-PIE.
           05 LINE 09 COL 46 PIC X(01) VALUE "]".

           05 LINE 09 COL 50 VALUE "Famille :".
           05 LINE 09 COL 58 PIC X(01) VALUE "[".
           05 LINE 09 COL 59 PIC X(10) TO   WS-FAM-PIE.
           05 LINE 09 COL 69 PIC X(01) VALUE "]".

           05 LINE 10 COL 03 VALUE "Prix de vente (0 = cout) :".
           05 LINE 10 COL 35 PIC X(01) VALUE "[".
           05 LINE 10 COL 36 PIC 9(08)V99 TO WS-PVT-PIE.
           05 LINE 11 COL 36 PIC X(01) TO   WS-ACF-PIE.
           05 LINE 11 COL 37 PIC X(01) VALUE "]".

           05 LINE 11 COL 40 VALUE "Eco-part. :".
           05 LINE 11 COL 52 PIC X(01) VALUE "[".
           05 LINE 11 COL 53 PIC 9(05)V99 TO WS-ECO-PIE.
           05 LINE 11 COL 60 PIC X(01) VALUE "]".

           05 LINE 11 COL 63 VALUE "Eco-org. :".
           05 LINE 11 COL 74 PIC X(01) VALUE "[".
           05 LINE 11 COL 75 PIC X(10) TO   WS-ORG-ECO.
           05 LINE 11 COL 85 PIC X(01) VALUE "]".

           05 LINE 12 COL 03 VALUE "Poids unitaire (kg) :".
           05 LINE 12 COL 35 PIC X(01) VALUE "[".
           05 LINE 12 COL 36 PIC 9(05)V999 TO WS-PDS-PIE.
           05 LINE 12 COL 44 PIC X(01) VALUE "]".

           05 LINE 12 COL 50 VALUE "L/l/H cm :".
           05 LINE 12 COL 61 PIC X(01) VALUE "[".
           05 LINE 12 COL 62 PIC 9(04) TO   WS-LNG-PIE.
           05 LINE 12 COL 66 PIC X(01) VALUE "]".
           05 LINE 12 COL 67 PIC X(01) VALUE "[".
           05 LINE 12 COL 68 PIC 9(04) TO   WS-LRG-PIE.
           05 LINE 12 COL 72 PIC X(01) VALUE "]".
           05 LINE 12 COL 73 PIC X(01) VALUE "[".
           05 LINE 12 COL 74 PIC 9(04) TO   WS-HAU-PIE.
           05 LINE 12 COL 78 PIC X(01) VALUE "]".

           05 LINE 13 COL 03 VALUE "Nouvel id fournisseur (0=aucun) :".
           05 LINE 13 COL 40 PIC X(01) VALUE "[".
           05 LINE 13 COL 41 PIC 9(10) TO   WS-FOU-PIE.
           05 LINE 13 COL 51 PIC X(01) VALUE "]".

           05 LINE 13 COL 55 VALUE "Consigne :".
           05 LINE 13 COL 66 PIC X(01) VALUE "[".
           05 LINE 13 COL 67 PIC 9(05)V99 TO WS-CSG-PIE.
           05 LINE 13 COL 74 PIC X(01) VALUE "]".

           05 LINE 14 COL 03 VALUE "Qte de reappro (0 = seuil) :".
           05 LINE 14 COL 40 PIC X(01) VALUE "[".
           05 LINE 14 COL 41 PIC 9(10) TO   WS-REA-PIE.

           05 LINE 17 COL 20 VALUE "1 - Mettre a jour".
           05 LINE 17 COL 47 VALUE "2 - Annuler".
           05 LINE 17 COL 62 VALUE "3 - Paliers de prix".
           05 LINE 18 COL 62 VALUE "4 - Codes EAN".
           05 LINE 19 COL 62 VALUE "5 - Classement ADR".
           05 LINE 20 COL 62 VALUE "6 - Douane (DEB)".

           05 LINE 19 COL 33 PIC X(01) VALUE "[".
           05 LINE 19 COL 34 PIC X(01) TO   WS-CHX.
                          COALESCE(prix_vente_pie, 0),
                          COALESCE(tau_tva_pie, 20.00),
                          COALESCE(serialise_pie, 'N'),
                          COALESCE(empl_pie, ''),
                          COALESCE(eco_pie, 0),
                          COALESCE(org_eco_pie, ''),
                          COALESCE(csg_pie, 0),
                          COALESCE(code_fam, ''),
                          COALESCE(poids_pie, 0),
                          COALESCE(long_pie, 0),
                          COALESCE(larg_pie, 0),
                          COALESCE(haut_pie, 0)
                   INTO   :PG-NOM-PIE, :PG-SUL-PIE, :PG-ACF-PIE,
                          :PG-FOU-PIE:PG-FOU-PIE-IND,
                          :PG-REA-PIE, :PG-CND-PIE, :PG-DEP-PIE,
                          :PG-ART-PIE:PG-ART-PIE-IND,
                          :PG-PVT-PIE, :PG-TVA-PIE, :PG-SRL-PIE,
                          :PG-EMP-PIE, :PG-ECO-PIE, :PG-ORG-ECO,
                          :PG-CSG-PIE, :PG-FAM-PIE,
                          :PG-PDS-PIE, :PG-LNG-PIE, :PG-LRG-PIE,
                          :PG-HAU-PIE
                   FROM   piece
                   WHERE  id_pie = :PG-IDF-PIE
               END-EXEC
                   MOVE PG-TVA-PIE TO WS-TVA-PIE
                   MOVE PG-SRL-PIE TO WS-SRL-PIE
                   MOVE PG-EMP-PIE TO WS-EMP-PIE
                   MOVE PG-ECO-PIE TO WS-ECO-PIE
                   MOVE PG-ORG-ECO TO WS-ORG-ECO
                   MOVE PG-CSG-PIE TO WS-CSG-PIE
                   MOVE PG-FAM-PIE TO WS-FAM-PIE
                   MOVE PG-PDS-PIE TO WS-PDS-PIE
                   MOVE PG-LNG-PIE TO WS-LNG-PIE
                   MOVE PG-LRG-PIE TO WS-LRG-PIE
                   MOVE PG-HAU-PIE TO WS-HAU-PIE

                   SET WS-FIN-BCL-OUI TO TRUE
               END-IF
                      THRU 0098-LEV-VER-FIN
                   EXIT PROGRAM

               WHEN 3
                   CALL "gesppl" USING WS-IDF-PIE
                   END-CALL

               WHEN 4
                   CALL "gesean" USING WS-IDF-PIE
                   END-CALL

               WHEN 5
                   CALL "gesadr" USING WS-IDF-PIE
                   END-CALL

               WHEN 6
                   CALL "gesdou" USING WS-IDF-PIE
                   END-CALL

               WHEN OTHER
                   PERFORM 0156-MSG-ERR-CHX-DEB
                      THRU 0156-MSG-ERR-CHX-FIN
           SET WS-FIN-BCL-NON TO TRUE.

           PERFORM UNTIL WS-FIN-BCL-OUI
               IF WS-CHX NOT = 1 AND NOT = 2 AND NOT = 3 AND NOT = 4
                         AND NOT = 5 AND NOT = 6
                   DISPLAY "Erreur de saisie, veuillez choisir 1, 2, "
                           "3, 4, 5 ou 6"
                   AT LINE 22 COL 03

                   DISPLAY "Appuyez sur entree"
                               WS-TVA-PIE
                               WS-SRL-PIE
                               WS-EMP-PIE
                               WS-ECO-PIE
                               WS-ORG-ECO
                               WS-CSG-PIE
                               WS-FAM-PIE
                               WS-PDS-PIE
                               WS-LNG-PIE
                               WS-LRG-PIE
                               WS-HAU-PIE
                               WS-RTR-MAJ
           END-CALL.

                           "ouvert, derogation non accordee."
                   AT LINE 22 COL 03

               WHEN WS-RTR-MAJ-ORG-INV
                   DISPLAY "Eco-organisme absent ou inconnu, fiche "
                           "non mise a jour."
                   AT LINE 22 COL 03

               WHEN WS-RTR-MAJ-FAM-INV
                   DISPLAY "Famille inconnue du referentiel, fiche "
                           "non mise a jour."
                   AT LINE 22 COL 03

           END-EVALUATE.

       0200-APL-PRG-SRT.
