      * insere dans la table "piece" de la BDD SQL. L'identifiant      *
      * genere (id_pie) est rendu a l'appelant. fou_pie reste NULL     *
      * lorsque LK-FOU-PIE vaut zero (aucun fournisseur de reference). *
      * L'eco-participation de la piece (montant unitaire HT, hors     *
      * prix de vente) exige son eco-organisme, controle contre le     *
      * referentiel eco_organisme avant l'insertion. La consigne d'une *
      * piece d'echange standard (montant HT rembourse au retour de la *
      * carcasse) est enregistree avec elle.                           *
      * La famille (ou sous-famille) de la piece, facultative (NULL a  *
      * blanc), doit figurer au referentiel famille.                   *
      * Le code-barres EAN-13 fourni (facultatif) est enregistre dans  *
      * piece_ean avec la piece.                                       *
      * Le poids unitaire (kg) et les dimensions (cm) de la piece,     *
      * a zero lorsqu'ils ne sont pas connus, sont enregistres avec    *
      * elle (poids des colis de genbl, manifeste transporteur).       *
      *                                                                *
      *----------------------------------------------------------------*
      *                           TRIGRAMMES                           *
      * creapie=Creation piece                                         *
      * IDF=IDENTIFIANT; PIE=PIECE; NOM=NOM; QTE=QUANTITE; SUL=SEUIL;  *
      * PRU=PRIX UNITAIRE; FOU=FOURNISSEUR; AFC=AFFECTATION;           *
      * VAR=VARIABLE; DEB=DEBUT; INS=INSERTION; RTR=RETOUR;            *
      * ECO=ECO-PARTICIPATION; ORG=ORGANISME; VER=VERIFICATION;        *
      * NBR=NOMBRE; CSG=CONSIGNE; FAM=FAMILLE; EAN=CODE EAN;           *
      * PDS=POIDS; LNG=LONGUEUR; LRG=LARGEUR; HAU=HAUTEUR              *
      ******************************************************************


       01 PG-EMP-PIE         PIC X(10).
       01 PG-IDF-PIE         PIC 9(10).

      * Eco-participation unitaire HT de la piece (batteries, huiles,
      * pneumatiques), facturee en sus du prix de vente, et
      * eco-organisme de la filiere a qui elle est declaree.
       01 PG-ECO-PIE         PIC 9(05)V99.
       01 PG-ORG-ECO         PIC X(10).
       01 PG-NBR-ORG         PIC 9(05).

      * Consigne unitaire HT d'une piece d'echange standard
      * (alternateur, demarreur, etrier), 0 = piece non consignee.
       01 PG-CSG-PIE         PIC 9(05)V99.

      * Famille ou sous-famille de la piece (referentiel famille,
      * entretenu par gesfam). A blanc, NULL en base.
       01 PG-FAM-PIE         PIC X(10).
       01 PG-NBR-FAM         PIC 9(05).

      * Code-barres EAN-13 du fabricant (cle controlee par l'ecran
      * appelant via verean), enregistre dans piece_ean. A blanc,
      * la piece est creee sans EAN.
       01 PG-EAN-PIE         PIC X(13).

      * Poids unitaire (kg) et dimensions (cm) de la piece, pour le
      * poids des colis et le manifeste transporteur.
       01 PG-PDS-PIE         PIC 9(05)V999.
       01 PG-LNG-PIE         PIC 9(04).
       01 PG-LRG-PIE         PIC 9(04).
       01 PG-HAU-PIE         PIC 9(04).

       EXEC SQL END DECLARE SECTION END-EXEC.

      * Inclusion des codes d'erreur SQLCA
       EXEC SQL INCLUDE SQLCA END-EXEC.

      * Code retour rendu a l'appelant : 0 = insertion reussie ;
      * 1 = erreur SQL a l'insertion ; 2 = eco-participation sans
      * eco-organisme, ou eco-organisme inconnu ; 3 = famille
      * inconnue du referentiel.
       01 WS-RTR-INS         PIC 9(01)   VALUE 0.
           88 WS-RTR-INS-OK              VALUE 0.
           88 WS-RTR-INS-ERR             VALUE 1.
           88 WS-RTR-INS-ORG-INV         VALUE 2.
           88 WS-RTR-INS-FAM-INV         VALUE 3.

      * Zones utilisees pour tracer via generr l'echec de l'insertion
      * de la piece en cas de SQLCODE en erreur.
       01 LK-DEP-PIE         PIC X(20).
       01 LK-ART-PIE         PIC X(20).
       01 LK-EMP-PIE         PIC X(10).
       01 LK-ECO-PIE         PIC 9(05)V99.
       01 LK-ORG-ECO         PIC X(10).
       01 LK-CSG-PIE         PIC 9(05)V99.
       01 LK-FAM-PIE         PIC X(10).
       01 LK-EAN-PIE         PIC X(13).
       01 LK-PDS-PIE         PIC 9(05)V999.
       01 LK-LNG-PIE         PIC 9(04).
       01 LK-LRG-PIE         PIC 9(04).
       01 LK-HAU-PIE         PIC 9(04).
       01 LK-IDF-PIE         PIC 9(10).
       01 LK-RTR-INS         PIC 9(01).

                                LK-DEP-PIE,
                                LK-ART-PIE,
                                LK-EMP-PIE,
                                LK-ECO-PIE,
                                LK-ORG-ECO,
                                LK-CSG-PIE,
                                LK-FAM-PIE,
                                LK-EAN-PIE,
                                LK-PDS-PIE,
                                LK-LNG-PIE,
                                LK-LRG-PIE,
                                LK-HAU-PIE,
                                LK-IDF-PIE,
                                LK-RTR-INS.

           PERFORM 0100-AFC-VAR-DEB
              THRU 0100-AFC-VAR-FIN.

      * Controle de l'eco-organisme de la piece.
           PERFORM 0120-VER-ECO-DEB
              THRU 0120-VER-ECO-FIN.

      * Controle de la famille de la piece.
           IF WS-RTR-INS-OK
               PERFORM 0125-VER-FAM-DEB
                  THRU 0125-VER-FAM-FIN
           END-IF.

      * Insertion des variables dans la table piece de la base de
      * donnée SQL.
           IF WS-RTR-INS-OK
               PERFORM 0150-INS-SQL-DEB
                  THRU 0150-INS-SQL-FIN
           END-IF.

           MOVE PG-IDF-PIE
           TO   LK-IDF-PIE.
           MOVE LK-EMP-PIE
           TO   PG-EMP-PIE.

           MOVE LK-ECO-PIE
           TO   PG-ECO-PIE.

           MOVE LK-ORG-ECO
           TO   PG-ORG-ECO.

           INSPECT PG-ORG-ECO
               CONVERTING "abcdefghijklmnopqrstuvwxyz"
                       TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

           MOVE LK-CSG-PIE
           TO   PG-CSG-PIE.

           MOVE LK-FAM-PIE
           TO   PG-FAM-PIE.

           MOVE LK-EAN-PIE
           TO   PG-EAN-PIE.

           MOVE LK-PDS-PIE
           TO   PG-PDS-PIE.

           MOVE LK-LNG-PIE
           TO   PG-LNG-PIE.

           MOVE LK-LRG-PIE
           TO   PG-LRG-PIE.

           MOVE LK-HAU-PIE
           TO   PG-HAU-PIE.

       0100-AFC-VAR-FIN.
           EXIT.

      *-----------------------------------------------------------------

      * Une eco-participation non nulle doit etre declaree a un
      * eco-organisme : le code saisi doit figurer au referentiel. Un
      * code saisi sans montant est controle de la meme facon.

       0120-VER-ECO-DEB.

           IF PG-ORG-ECO = SPACES
               IF PG-ECO-PIE NOT = 0
                   SET WS-RTR-INS-ORG-INV TO TRUE
               END-IF
               GO TO 0120-VER-ECO-FIN
           END-IF.

           EXEC SQL
               SELECT COUNT(*)
               INTO   :PG-NBR-ORG
               FROM   eco_organisme
               WHERE  code_eco = :PG-ORG-ECO
           END-EXEC.

           IF SQLCODE NOT = 0 OR PG-NBR-ORG = 0
               SET WS-RTR-INS-ORG-INV TO TRUE
           END-IF.

       0120-VER-ECO-FIN.
           EXIT.

      *-----------------------------------------------------------------

      * Une famille saisie doit figurer au referentiel famille ; a
      * blanc, la piece est creee non classee.

       0125-VER-FAM-DEB.

           IF PG-FAM-PIE = SPACES
               GO TO 0125-VER-FAM-FIN
           END-IF.

           EXEC SQL
               SELECT COUNT(*)
               INTO   :PG-NBR-FAM
               FROM   famille
               WHERE  code_fam = :PG-FAM-PIE
           END-EXEC.

           IF SQLCODE NOT = 0 OR PG-NBR-FAM = 0
               SET WS-RTR-INS-FAM-INV TO TRUE
           END-IF.

       0125-VER-FAM-FIN.
           EXIT.

      *-----------------------------------------------------------------

       0150-INS-SQL-DEB.
                               prix_unitaire_pie, prix_vente_pie,
                               tau_tva_pie, serialise_pie, fou_pie,
                               qte_rea_pie, cond_pie, depot_pie,
                               ref_art_pie, empl_pie, eco_pie,
                               org_eco_pie, csg_pie, code_fam,
                               poids_pie, long_pie, larg_pie,
                               haut_pie)
               VALUES (:PG-NOM-PIE, :PG-QTE-PIE, :PG-SUL-PIE,
                      :PG-PRU-PIE, :PG-PVT-PIE, :PG-TVA-PIE,
                      :PG-SRL-PIE,
                      (CASE WHEN TRIM(:PG-ART-PIE) = '' THEN NULL
                            ELSE :PG-ART-PIE END),
                      (CASE WHEN TRIM(:PG-EMP-PIE) = '' THEN NULL
                            ELSE :PG-EMP-PIE END),
                      :PG-ECO-PIE,
                      (CASE WHEN TRIM(:PG-ORG-ECO) = '' THEN NULL
                            ELSE :PG-ORG-ECO END),
                      :PG-CSG-PIE,
                      (CASE WHEN TRIM(:PG-FAM-PIE) = '' THEN NULL
                            ELSE :PG-FAM-PIE END),
                      :PG-PDS-PIE, :PG-LNG-PIE, :PG-LRG-PIE,
                      :PG-HAU-PIE)
               RETURNING id_pie INTO :PG-IDF-PIE
           END-EXEC.

      * L'EAN saisi est enregistre dans la meme transaction que la
      * piece.
           IF SQLCODE = 0 AND PG-EAN-PIE NOT = SPACES
               EXEC SQL
                   INSERT INTO piece_ean (code_ean, id_pie)
                   VALUES (:PG-EAN-PIE, :PG-IDF-PIE)
               END-EXEC
           END-IF.

           IF SQLCODE = 0
              EXEC SQL COMMIT END-EXEC
              SET WS-RTR-INS-OK  TO TRUE
