      * desactiver sans la supprimer (conservation de l'historique des *
      * logs/piece_hist lies a son id_pie). fou_pie reste NULL lorsque *
      * LK-FOU-PIE vaut zero (aucun fournisseur de reference).         *
      * L'eco-participation (montant unitaire HT facture en sus du     *
      * prix de vente) et son eco-organisme, controle contre le        *
      * referentiel eco_organisme, sont tracees dans hist_modif comme  *
      * les autres champs, de meme que la consigne d'une piece         *
      * d'echange standard.                                            *
      * La famille (ou sous-famille) de la piece, controlee contre le  *
      * referentiel famille (NULL a blanc), est tracee de meme.        *
      * Le poids unitaire (kg) et les dimensions (cm) de la piece sont *
      * mis a jour et traces de la meme facon.                         *
      *                                                                *
      *----------------------------------------------------------------*
      *                           TRIGRAMMES                           *
      * gespie=Gestion piece                                           *
      * IDF=IDENTIFIANT; PIE=PIECE; NOM=NOM; SUL=SEUIL; ACF=ACTIF;     *
      * FOU=FOURNISSEUR; AFC=AFFECTATION; VAR=VARIABLE; DEB=DEBUT;     *
      * VER=VERIFICATION; MAJ=MISE A JOUR; RTR=RETOUR;                 *
      * ECO=ECO-PARTICIPATION; ORG=ORGANISME; NBR=NOMBRE;              *
      * CSG=CONSIGNE; FAM=FAMILLE; PDS=POIDS; LNG=LONGUEUR;            *
      * LRG=LARGEUR; HAU=HAUTEUR                                       *
      ******************************************************************


      * valide par l'ecran appelant (veremp), trace dans hist_modif.
       01 PG-EMP-PIE         PIC X(10).

      * Eco-participation unitaire HT et eco-organisme de la filiere,
      * traces dans hist_modif.
       01 PG-ECO-PIE         PIC 9(05)V99.
       01 PG-ORG-ECO         PIC X(10).
       01 PG-NBR-ORG         PIC 9(05).

      * Consigne unitaire HT d'une piece d'echange standard, tracee
      * dans hist_modif.
       01 PG-CSG-PIE         PIC 9(05)V99.

      * Famille ou sous-famille de la piece (referentiel famille,
      * entretenu par gesfam), tracee dans hist_modif.
       01 PG-FAM-PIE         PIC X(10).
       01 PG-NBR-FAM         PIC 9(05).

      * Poids unitaire (kg) et dimensions (cm) de la piece, traces
      * dans hist_modif.
       01 PG-PDS-PIE         PIC 9(05)V999.
       01 PG-LNG-PIE         PIC 9(04).
       01 PG-LRG-PIE         PIC 9(04).
       01 PG-HAU-PIE         PIC 9(04).

      * Valeurs portees par la fiche avant la mise a jour, relues en
      * meme temps que la verification d'existence (0140) afin de
      * tracer champ par champ, via genmod, ce qui a change.
       01 PG-ANC-TVA-PIE     PIC 9(03)V99.
       01 PG-ANC-SRL-PIE     PIC X(01).
       01 PG-ANC-EMP-PIE     PIC X(10).
       01 PG-ANC-ECO-PIE     PIC 9(05)V99.
       01 PG-ANC-ORG-ECO     PIC X(10).
       01 PG-ANC-CSG-PIE     PIC 9(05)V99.
       01 PG-ANC-FAM-PIE     PIC X(10).
       01 PG-ANC-PDS-PIE     PIC 9(05)V999.
       01 PG-ANC-LNG-PIE     PIC 9(04).
       01 PG-ANC-LRG-PIE     PIC 9(04).
       01 PG-ANC-HAU-PIE     PIC 9(04).

      * Encours bloquant une desactivation : commandes fournisseur
      * non soldees et lignes de commande client non expediees qui
      * encore des commandes fournisseur ouvertes ou des lignes de
      * commande client non expediees, et la derogation n'a pas ete
      * accordee.
      * Le code 4 signale une eco-participation sans eco-organisme, ou
      * un eco-organisme inconnu du referentiel.
      * Le code 5 signale une famille inconnue du referentiel.
       01 WS-RTR-MAJ         PIC 9(01)   VALUE 0.
           88 WS-RTR-MAJ-OK              VALUE 0.
           88 WS-RTR-MAJ-PIE-INV         VALUE 1.
           88 WS-RTR-MAJ-ERR             VALUE 2.
           88 WS-RTR-MAJ-DES-REF         VALUE 3.
           88 WS-RTR-MAJ-ORG-INV         VALUE 4.
           88 WS-RTR-MAJ-FAM-INV         VALUE 5.

      * Zones utilisees pour tracer via generr l'echec de la mise a
      * jour de la piece en cas de SQLCODE en erreur.
       01 WS-NOU-VAL         PIC X(100).
       01 WS-RTR-MOD         PIC 9(01).

      * Poids edite avec sa virgule pour hist_modif.
       01 WS-PDS-PIE-EDT     PIC Z(04)9.999.

      * Encours edites annonces a l'operateur avant la derogation.
       01 WS-NBR-CPO-EDT     PIC Z(05).
       01 WS-NBR-LGN-EDT     PIC Z(05).
       01 LK-TVA-PIE         PIC 9(03)V99.
       01 LK-SRL-PIE         PIC X(01).
       01 LK-EMP-PIE         PIC X(10).
       01 LK-ECO-PIE         PIC 9(05)V99.
       01 LK-ORG-ECO         PIC X(10).
       01 LK-CSG-PIE         PIC 9(05)V99.
       01 LK-FAM-PIE         PIC X(10).
       01 LK-PDS-PIE         PIC 9(05)V999.
       01 LK-LNG-PIE         PIC 9(04).
       01 LK-LRG-PIE         PIC 9(04).
       01 LK-HAU-PIE         PIC 9(04).
       01 LK-RTR-MAJ         PIC 9(01).


                                LK-TVA-PIE,
                                LK-SRL-PIE,
                                LK-EMP-PIE,
                                LK-ECO-PIE,
                                LK-ORG-ECO,
                                LK-CSG-PIE,
                                LK-FAM-PIE,
                                LK-PDS-PIE,
                                LK-LNG-PIE,
                                LK-LRG-PIE,
                                LK-HAU-PIE,
                                LK-RTR-MAJ.


           PERFORM 0140-VER-PIE-DEB
              THRU 0140-VER-PIE-FIN.

      * Controle de l'eco-organisme de la piece.
           IF WS-RTR-MAJ-OK
               PERFORM 0142-VER-ECO-DEB
                  THRU 0142-VER-ECO-FIN
           END-IF.

      * Controle de la famille de la piece.
           IF WS-RTR-MAJ-OK
               PERFORM 0143-VER-FAM-DEB
                  THRU 0143-VER-FAM-FIN
           END-IF.

      * Une desactivation (piece encore active passee a 'N') n'est
      * appliquee qu'apres le controle des encours (0145) : commandes
      * fournisseur ouvertes et lignes de commande client non
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
               INTO   :PG-IDF-PIE, :PG-ANC-NOM-PIE, :PG-ANC-SUL-PIE,
                      :PG-ANC-ACF-PIE, :PG-ANC-FOU-PIE,
                      :PG-ANC-REA-PIE, :PG-ANC-CND-PIE,
                      :PG-ANC-DEP-PIE, :PG-ANC-ART-PIE,
                      :PG-ANC-PVT-PIE, :PG-ANC-TVA-PIE,
                      :PG-ANC-SRL-PIE, :PG-ANC-EMP-PIE,
                      :PG-ANC-ECO-PIE, :PG-ANC-ORG-ECO,
                      :PG-ANC-CSG-PIE, :PG-ANC-FAM-PIE,
                      :PG-ANC-PDS-PIE, :PG-ANC-LNG-PIE,
                      :PG-ANC-LRG-PIE, :PG-ANC-HAU-PIE
               FROM   piece
               WHERE  id_pie = :PG-IDF-PIE
           END-EXEC.

      *-----------------------------------------------------------------

      * Une eco-participation non nulle doit etre declaree a un
      * eco-organisme du referentiel (meme controle que creapie).

       0142-VER-ECO-DEB.

           IF PG-ORG-ECO = SPACES
               IF PG-ECO-PIE NOT = 0
                   SET WS-RTR-MAJ-ORG-INV TO TRUE
               END-IF
               GO TO 0142-VER-ECO-FIN
           END-IF.

           EXEC SQL
               SELECT COUNT(*)
               INTO   :PG-NBR-ORG
               FROM   eco_organisme
               WHERE  code_eco = :PG-ORG-ECO
           END-EXEC.

           IF SQLCODE NOT = 0 OR PG-NBR-ORG = 0
               SET WS-RTR-MAJ-ORG-INV TO TRUE
           END-IF.

       0142-VER-ECO-FIN.
           EXIT.

      *-----------------------------------------------------------------

      * Une famille saisie doit figurer au referentiel famille (meme
      * controle que creapie) ; a blanc, la piece redevient non
      * classee.

       0143-VER-FAM-DEB.

           IF PG-FAM-PIE = SPACES
               GO TO 0143-VER-FAM-FIN
           END-IF.

           EXEC SQL
               SELECT COUNT(*)
               INTO   :PG-NBR-FAM
               FROM   famille
               WHERE  code_fam = :PG-FAM-PIE
           END-EXEC.

           IF SQLCODE NOT = 0 OR PG-NBR-FAM = 0
               SET WS-RTR-MAJ-FAM-INV TO TRUE
           END-IF.

       0143-VER-FAM-FIN.
           EXIT.

      *-----------------------------------------------------------------

      * Mise a jour du nom, du seuil d'alerte, de l'etat actif et du
      * fournisseur de reference de la piece dans la base de donnees
      * SQL.
                      serialise_pie  = :PG-SRL-PIE,
                      empl_pie   = (CASE WHEN TRIM(:PG-EMP-PIE) = ''
                                         THEN NULL
                                         ELSE :PG-EMP-PIE END),
                      eco_pie    = :PG-ECO-PIE,
                      org_eco_pie = (CASE WHEN TRIM(:PG-ORG-ECO) = ''
                                          THEN NULL
                                          ELSE :PG-ORG-ECO END),
                      csg_pie    = :PG-CSG-PIE,
                      code_fam   = (CASE WHEN TRIM(:PG-FAM-PIE) = ''
                                         THEN NULL
                                         ELSE :PG-FAM-PIE END),
                      poids_pie  = :PG-PDS-PIE,
                      long_pie   = :PG-LNG-PIE,
                      larg_pie   = :PG-LRG-PIE,
                      haut_pie   = :PG-HAU-PIE
               WHERE  id_pie    = :PG-IDF-PIE
           END-EXEC.

                  THRU 0170-APL-MOD-FIN
           END-IF.

           IF PG-ECO-PIE NOT = PG-ANC-ECO-PIE
               MOVE "eco_pie"      TO WS-CHP-MOD
               MOVE PG-ANC-ECO-PIE TO WS-ANC-VAL
               MOVE PG-ECO-PIE     TO WS-NOU-VAL
               PERFORM 0170-APL-MOD-DEB
                  THRU 0170-APL-MOD-FIN
           END-IF.

           IF PG-ORG-ECO NOT = PG-ANC-ORG-ECO
               MOVE "org_eco_pie"  TO WS-CHP-MOD
               MOVE PG-ANC-ORG-ECO TO WS-ANC-VAL
               MOVE PG-ORG-ECO     TO WS-NOU-VAL
               PERFORM 0170-APL-MOD-DEB
                  THRU 0170-APL-MOD-FIN
           END-IF.

           IF PG-CSG-PIE NOT = PG-ANC-CSG-PIE
               MOVE "csg_pie"      TO WS-CHP-MOD
               MOVE PG-ANC-CSG-PIE TO WS-ANC-VAL
               MOVE PG-CSG-PIE     TO WS-NOU-VAL
               PERFORM 0170-APL-MOD-DEB
                  THRU 0170-APL-MOD-FIN
           END-IF.

           IF PG-FAM-PIE NOT = PG-ANC-FAM-PIE
               MOVE "code_fam"     TO WS-CHP-MOD
               MOVE PG-ANC-FAM-PIE TO WS-ANC-VAL
               MOVE PG-FAM-PIE     TO WS-NOU-VAL
               PERFORM 0170-APL-MOD-DEB
                  THRU 0170-APL-MOD-FIN
           END-IF.

           IF PG-PDS-PIE NOT = PG-ANC-PDS-PIE
               MOVE "poids_pie"    TO WS-CHP-MOD
               MOVE PG-ANC-PDS-PIE TO WS-PDS-PIE-EDT
               MOVE WS-PDS-PIE-EDT TO WS-ANC-VAL
               MOVE PG-PDS-PIE     TO WS-PDS-PIE-EDT
               MOVE WS-PDS-PIE-EDT TO WS-NOU-VAL
               PERFORM 0170-APL-MOD-DEB
                  THRU 0170-APL-MOD-FIN
           END-IF.

           IF PG-LNG-PIE NOT = PG-ANC-LNG-PIE
               MOVE "long_pie"     TO WS-CHP-MOD
               MOVE PG-ANC-LNG-PIE TO WS-ANC-VAL
               MOVE PG-LNG-PIE     TO WS-NOU-VAL
               PERFORM 0170-APL-MOD-DEB
                  THRU 0170-APL-MOD-FIN
           END-IF.

           IF PG-LRG-PIE NOT = PG-ANC-LRG-PIE
               MOVE "larg_pie"     TO WS-CHP-MOD
               MOVE PG-ANC-LRG-PIE TO WS-ANC-VAL
               MOVE PG-LRG-PIE     TO WS-NOU-VAL
               PERFORM 0170-APL-MOD-DEB
                  THRU 0170-APL-MOD-FIN
           END-IF.

           IF PG-HAU-PIE NOT = PG-ANC-HAU-PIE
               MOVE "haut_pie"     TO WS-CHP-MOD
               MOVE PG-ANC-HAU-PIE TO WS-ANC-VAL
               MOVE PG-HAU-PIE     TO WS-NOU-VAL
               PERFORM 0170-APL-MOD-DEB
                  THRU 0170-APL-MOD-FIN
           END-IF.

       0160-HST-MOD-FIN.
           EXIT.

