      * facturee sans mouvement de stock reellement pose, ce qui       *
      * laisserait qt_pie et les lignes de commande en desaccord - le  *
      * meme ecart que rcclog est charge de detecter.                  *
      * Un appel en mode 'P' (prestation) ajoute une ligne de          *
      * prestation facturable hors stock (frais de port, livraison,    *
      * main d'oeuvre, forfait du catalogue tenu par gesprs) : LK-IDF- *
      * PIE porte alors l'id de la prestation, qui doit etre active.   *
      * La ligne reprend le prix et le taux de TVA de la prestation,   *
      * sans retrait majpie ni remise client (un forfait se facture a  *
      * son tarif), et ne porte aucune piece.                          *
      * Une ligne de piece fige l'eco-participation unitaire de la     *
      * piece (eco_lgn_cmd) et son eco-organisme (org_eco_lgn) au      *
      * moment de la vente : elle est facturee en sus du prix, hors    *
      * remise client. Le prix rendu a l'ecran pour le cumul l'inclut. *
      * Une piece d'echange standard consignee recoit d'office sa      *
      * ligne de consigne (gencsg), dont le montant unitaire est aussi *
      * compris dans le prix rendu a l'ecran.                          *
      * Un appel en mode 'S' (commande speciale) ajoute une ligne de   *
      * piece a commander expressement chez le fournisseur que         *
      * LK-IDF-CLI porte alors (parmi les fournisseurs actifs de la    *
      * piece dans piece_fournisseur) : aucun retrait majpie n'est     *
      * pose, la ligne est inseree en attente fournisseur              *
      * (att_fou_lgn = 'O') avec, dans la meme transaction, la         *
      * commande fournisseur 'validee' qui lui est rattachee           *
      * (piece_commande.id_lgn_cmd). La reception est reservee pour le *
      * client a la liberation qualite (gesqua).                       *
      * Un appel en mode 'D' (livraison directe) suit le meme chemin : *
      * la ligne est marquee liv_dir_lgn = 'O' et sa commande          *
      * fournisseur liv_dir_cmd_pie = 'O', avec l'adresse du client    *
      * pour que le fournisseur expedie chez lui ; qt_pie n'est jamais *
      * touche, la ligne se libere a la confirmation de livraison du   *
      * fournisseur (impack ou gescpo).                                *
      * Une ligne de piece d'une commande a livrer apres ce jour       *
      * (date_liv_cmd, saisie par ecracmd) n'est pas retiree du stock  *
      * mais inseree en reservation (rsv_lgn = 'O'), que l'etape       *
      * trtrsv de la chaine nocturne convertira en retrait majpie a    *
      * l'approche de la livraison ; elle exige les memes droits que   *
      * le retrait (role autorise par verper, depot attribue par       *
      * verudp). Une ligne ne se vend ni ne se reserve au-dela du      *
      * disponible de la piece (stock moins reservations en cours) :   *
      * au-dela, elle part en reliquat. Un kit est toujours retire a   *
      * la saisie.                                                     *
      * Une agence rattachee a un client payeur (id_cli_pay) commande  *
      * en son nom, mais le blocage de relance et la limite de credit  *
      * sont ceux du payeur, compares a l'encours de tout le groupe.   *
      * L'entete reprend le representant de la fiche client (id_rep),  *
      * s'il est toujours actif ; ecracmd permet de le changer.        *
      * Le prix d'une ligne de piece suit le palier de prix degressif  *
      * atteint par sa quantite (rchppl), avant la remise client ; le  *
      * palier applique est fige sur la ligne (qte_ppl_lgn,            *
      * prx_ppl_lgn) pour la facture et rapmrg.                        *
      * Le stock d'un depot-vente (depot rattache a un client          *
      * garagiste, gesdep) ne se vend qu'a ce client : une ligne de    *
      * piece prise sur le depot-vente d'un autre client est refusee.  *
      *                                                                *
      *----------------------------------------------------------------*
      *                           TRIGRAMMES                           *
      * IDF=IDENTIFIANT; ACF=ACTIF; DEP=DEPOT; CUR=COURANT; RLQ=       *
      * RELIQUAT; RTR=RETOUR; VER=VERIFICATION; INS=INSERTION;         *
      * SLC=SELECTION; AFC=AFFECTATION; TYP=TYPE; VAR=VARIABLE;        *
      * TRT=TRAITEMENT; PRS=PRESTATION; ECO=ECO-PARTICIPATION;         *
      * ORG=ORGANISME; CSG=CONSIGNE; SPC=SPECIALE; FOU=FOURNISSEUR;    *
      * CPO=COMMANDE FOURNISSEUR; LIV=LIVRAISON; DIR=DIRECTE;          *
      * LIB=LIBELLE; RSV=RESERVATION; STK=STOCK; DSP=DISPONIBLE;       *
      * DEB=DEBUT; PYR=PAYEUR; REP=REPRESENTANT; PPL=PALIER;           *
      * DPV=DEPOT-VENTE; NBR=NOMBRE; DRT=DROITS; ROL=ROLE;             *
      * FNC=FONCTION; PER=PERMISSION; UDP=UTILISATEUR DEPOT            *
      ******************************************************************

       IDENTIFICATION DIVISION.
       01 PG-ACF-CLI         PIC X(01).

      * Blocage commande pose par les relances (genrel, palier 3) et
      * leve par un administrateur dans gesblc. Le blocage du client
      * payeur vaut pour toutes ses agences.
       01 PG-BLC-CLI         PIC X(01).

      * Client payeur du client de la commande (lui-meme s'il n'est
      * rattache a aucun), dont la limite de credit s'applique.
       01 PG-IDF-PYR         PIC 9(10).
       01 PG-IDF-UTI         PIC 9(10).
       01 PG-IDF-CMD         PIC 9(10).

      * prix_lgn_cmd.
       01 PG-REM-CLI         PIC 9(02)V99.

      * Palier de prix degressif retenu par rchppl pour la ligne
      * courante (quantite minimale et prix unitaire avant remise, 0 =
      * aucun), fige sur la ligne (qte_ppl_lgn, prx_ppl_lgn).
       01 PG-QTE-PPL-CUR     PIC 9(05).
       01 PG-PRX-PPL-CUR     PIC 9(08)V99.

      * Eco-participation unitaire et eco-organisme de la piece,
      * figes sur la ligne a la vente (eco_lgn_cmd, org_eco_lgn).
       01 PG-ECO-PIE-CUR     PIC 9(05)V99.
       01 PG-ORG-ECO-CUR     PIC X(10).

      * Id de la ligne de piece inseree, auquel gencsg rattache la
      * ligne de consigne d'une piece d'echange standard.
       01 PG-IDF-LGN-CUR     PIC 9(10).

      * Lot preleve, recopie vers la colonne num_lot de la ligne.
       01 PG-NUM-LOT         PIC X(20).

      * Prestation de la ligne courante (mode 'P') : id fourni par
      * l'appelant, libelle, prix et taux de TVA lus au catalogue.
       01 PG-IDF-PRS-CUR     PIC 9(10).
       01 PG-LIB-PRS-CUR     PIC X(30).
       01 PG-ACF-PRS-CUR     PIC X(01).

      * Commande speciale (mode 'S') : fournisseur retenu, prix
      * d'achat negocie chez lui (cout fige de la ligne) et commande
      * fournisseur creee pour la ligne.
       01 PG-IDF-FOU-CUR     PIC 9(10).
       01 PG-PRX-PFO-CUR     PIC 9(08)V99.
       01 PG-IDF-CPO-CUR     PIC 9(10).

      * Livraison directe (mode 'D') : 'O' sur la ligne et sur la
      * commande fournisseur, 'N' pour une commande speciale livree
      * chez nous (mode 'S').
       01 PG-LIV-DIR-CUR     PIC X(01).

      * Livraison differee (mode 'L') : 'O' quand la commande est a
      * livrer apres ce jour (ligne reservee, sans retrait), avec le
      * stock de la piece et ce qui en est deja reserve par les
      * lignes en reservation des commandes non annulees.
       01 PG-RSV-CUR         PIC X(01).
       01 PG-QTE-STK-CUR     PIC 9(10).
       01 PG-QTE-RSV-CUR     PIC 9(10).

      * Role de l'utilisateur de la saisie, relu pour les lignes qui
      * ne passent pas par le retrait majpie (reservation).
       01 PG-ROL-UTI         PIC X(14).

      * Limite de credit du client (0 = pas de limite) et encours
      * calcule avant la creation de l'entete : factures emises moins
      * reglements recus et passages en perte, hors restant du des
      * factures sous litige ouvert, plus commandes non encore
      * facturees.
       01 PG-LIM-CLI         PIC 9(10)V99.

      * Nombre de depots-vente d'un autre client que celui de la
      * commande portant la piece de la ligne (0 = vente permise).
       01 PG-NBR-DPV-REF     PIC 9(05).
       01 PG-ENC-FAC         PIC S9(10)V99.
       01 PG-ENC-CMD         PIC 9(10)V99.

      * 2 = encours au-dela de la limite de credit du client, sans
      * derogation d'un administrateur ; 3 = erreur SQL a l'insertion
      * de l'entete.
      * Mode 'L' : 0 = ligne postee (ou reservee, livraison differee) ;
      * 4 = piece inconnue ; 5 = retrait refuse pour stock insuffisant,
      * ou disponible hors reservations insuffisant (ligne conservee
      * en reliquat) ;
      * 6 = retrait refuse pour un autre motif (piece desactivee, role
      * non autorise, piece du depot-vente d'un autre client...), ligne
      * ignoree.
      * Mode 'E' egalement : 7 = client en blocage commande (relance
      * niveau 3, voir genrel), a lever par un administrateur via
      * gesblc avant toute nouvelle commande.
      * Mode 'P' : 0 = ligne de prestation inseree ; 8 = prestation
      * inconnue ou desactivee ; 3 = erreur SQL a l'insertion.
      * Mode 'S' : 0 = ligne et commande fournisseur creees ; 4 =
      * piece inconnue ; 6 = piece desactivee ou kit ; 9 = fournisseur
      * non reference (ou inactif) pour la piece ; 3 = erreur SQL.
       01 WS-RTR-CMD         PIC 9(01)   VALUE 0.
           88 WS-RTR-CMD-OK                VALUE 0.
           88 WS-RTR-CMD-CLI-INV           VALUE 1.
           88 WS-RTR-CMD-LGN-RLQ           VALUE 5.
           88 WS-RTR-CMD-LGN-REF           VALUE 6.
           88 WS-RTR-CMD-CLI-BLC           VALUE 7.
           88 WS-RTR-CMD-PRS-INV           VALUE 8.
           88 WS-RTR-CMD-FOU-INV           VALUE 9.

      * Zones utilisees pour tracer via generr l'echec d'une des
      * ecritures SQL en cas de SQLCODE en erreur.
       01 WS-OPE-ERR         PIC X(60).
       01 WS-RTR-ERR         PIC 9(01).

      * Zones d'appel de gencsg : consigne unitaire ajoutee a la
      * commande (0 = piece non consignee) et code retour.
       01 WS-CSG-LGN         PIC 9(05)V99 VALUE 0.
       01 WS-RTR-CSG         PIC 9(01).

      * Code retour de rchppl : 0 = palier applique a la ligne.
       01 WS-RTR-PPL         PIC 9(01).

      * Code retour de majpie pour la ligne courante. Le refus pour
      * stock insuffisant est distingue des autres motifs : lui seul
      * donne lieu a un reliquat (0450-INS-RLQ-DEB).
       01 WS-RTR-LOG         PIC 9(01).
       01 WS-IDF-CLI-EDT     PIC Z(10).

      * Journalisation de la commande fournisseur creee pour une
      * commande speciale (meme type que les transitions de gescpo).
       01 WS-TYP-LOG-CPO     PIC X(20)   VALUE "commande_piece".
       01 WS-QTE-LOG-CPO     PIC S9(10).
       01 WS-IDF-CPO-EDT     PIC Z(10).
       01 WS-IDF-CMD-EDT     PIC Z(10).
       01 WS-IDF-FOU-EDT     PIC Z(10).
       01 WS-LIB-SPC         PIC X(20).

      * Disponible de la piece : stock moins reservations en cours.
       01 WS-QTE-DSP         PIC S9(10).

      * Droits de l'utilisateur sur le stock pour une ligne posee sans
      * retrait majpie : meme fonction 'majpie' soumise a verper, et
      * depot de la piece attribue a l'utilisateur (verudp), comme
      * majpie les verifierait.
       01 WS-FNC-PER         PIC X(10)   VALUE "majpie".
       01 WS-RTR-PER         PIC 9(01).
           88 WS-RTR-PER-OK                VALUE 0.
       01 WS-RTR-UDP         PIC 9(01).
           88 WS-RTR-UDP-OK                VALUE 0.
       01 WS-DRT-UTI         PIC X(01).
           88 WS-DRT-UTI-OK                VALUE "O".
           88 WS-DRT-UTI-REF               VALUE "N".

       LINKAGE SECTION.
      * Mode d'appel : 'E' = creation de l'entete commande ; 'L' =
      * ajout d'une ligne sur l'entete LK-IDF-CMD ; 'P' = ajout d'une
      * ligne de prestation hors stock sur cette entete ; 'S' = ajout
      * d'une ligne de commande speciale ; 'D' = ajout d'une ligne de
      * commande speciale en livraison directe chez le client.
       01 LK-TYP-APL         PIC X(01).
           88 LK-APL-ENT                 VALUE "E".
           88 LK-APL-LGN                 VALUE "L".
           88 LK-APL-PRS                 VALUE "P".
           88 LK-APL-SPC                 VALUE "S".
           88 LK-APL-DIR                 VALUE "D".

      * Id du client (mode 'E') ou du fournisseur retenu (modes 'S'
      * et 'D').
       01 LK-IDF-CLI         PIC 9(10).
       01 LK-IDF-UTI         PIC 9(10).

      * l'appelant aux appels suivants en mode 'L'.
       01 LK-IDF-CMD         PIC 9(10).

      * Id de la piece (modes 'L', 'S', 'D') ou de la prestation (mode
      * 'P').
       01 LK-IDF-PIE         PIC 9(10).
       01 LK-QTE-LGN         PIC 9(05).

                   PERFORM 0400-TRT-LGN-DEB
                      THRU 0400-TRT-LGN-FIN

               WHEN LK-APL-PRS
                   PERFORM 0600-TRT-PRS-DEB
                      THRU 0600-TRT-PRS-FIN

               WHEN LK-APL-SPC
                   MOVE "N" TO PG-LIV-DIR-CUR
                   PERFORM 0700-TRT-SPC-DEB
                      THRU 0700-TRT-SPC-FIN

               WHEN LK-APL-DIR
                   MOVE "O" TO PG-LIV-DIR-CUR
                   PERFORM 0700-TRT-SPC-DEB
                      THRU 0700-TRT-SPC-FIN

               WHEN OTHER
                   SET WS-RTR-CMD-ERR TO TRUE
           END-EVALUATE.

           MOVE PG-IDF-CMD     TO LK-IDF-CMD.
           COMPUTE LK-PRX-LGN = PG-PRX-PIE-CUR + PG-ECO-PIE-CUR
                              + WS-CSG-LGN.
           MOVE WS-RTR-CMD     TO LK-RTR-CMD.

           EXIT PROGRAM.
       0100-AFC-VAR-DEB.

           MOVE LK-IDF-CLI TO PG-IDF-CLI.
           MOVE LK-IDF-CLI TO PG-IDF-FOU-CUR.
           MOVE LK-IDF-UTI TO PG-IDF-UTI.
           MOVE LK-IDF-CMD TO PG-IDF-CMD.
           MOVE LK-IDF-PIE TO PG-IDF-PIE-CUR.
           MOVE LK-IDF-PIE TO PG-IDF-PRS-CUR.
           MOVE LK-QTE-LGN TO PG-QTE-CUR.
           MOVE 0          TO PG-PRX-PIE-CUR.
           MOVE 0          TO PG-ECO-PIE-CUR.
           MOVE SPACES     TO PG-ORG-ECO-CUR.
           MOVE 0          TO WS-CSG-LGN.
           MOVE 0          TO WS-RTR-CMD.
           MOVE SPACES     TO WS-NUM-LOT.
           MOVE "N"        TO PG-RSV-CUR.

           EXIT.
       0100-AFC-VAR-FIN.
      * nouvelle commande, meme si sa fiche existe toujours. Un client
      * en blocage commande (bloque_cli = 'O', pose par genrel au
      * palier 3 de relance) est refuse de la meme maniere, jusqu'a la
      * levee du blocage par un administrateur dans gesblc. Une
      * agence est bloquee aussi quand son client payeur l'est.

       0150-VER-CLI-DEB.

           EXEC SQL
               SELECT k.actif_cli,
                      CASE WHEN COALESCE(k.bloque_cli, 'N') = 'O'
                             OR COALESCE(p.bloque_cli, 'N') = 'O'
                           THEN 'O' ELSE 'N' END,
                      COALESCE(k.id_cli_pay, k.id_cli)
               INTO   :PG-ACF-CLI, :PG-BLC-CLI, :PG-IDF-PYR
               FROM   client k
               LEFT JOIN client p ON p.id_cli = k.id_cli_pay
               WHERE  k.id_cli = :PG-IDF-CLI
           END-EXEC.

           IF SQLCODE NOT = 0 OR PG-ACF-CLI NOT = "O"
      *-----------------------------------------------------------------

      * Compare l'encours du client (factures emises moins reglements
      * recus et passages en perte, plus commandes non encore
      * facturees) a sa limite de credit avant de creer l'entete.
      * Pour une agence, limite et encours sont ceux de son client
      * payeur, toutes agences du groupe comprises.
      * Une limite a zero vaut absence de limite. Au-dela de la
      * limite, la commande est refusee sauf derogation d'un
      * administrateur (0180), chaque derogation etant journalisee
      * via genlog. Le restant du d'une
      * facture sous litige ouvert (geslit) ne compte pas dans
      * l'encours tant que le litige n'est pas clos. Un acompte
      * (ecracp) en diminue l'encours tant qu'il reste acquis ; a
      * rembourser ou rembourse, son reglement n'est plus compte.

       0170-VER-CRD-DEB.

               SELECT COALESCE(lim_cred_cli, 0)
               INTO   :PG-LIM-CLI
               FROM   client
               WHERE  id_cli = :PG-IDF-PYR
           END-EXEC.

           IF SQLCODE NOT = 0 OR PG-LIM-CLI = 0
               SELECT COALESCE(SUM(f.mtt_ttc), 0) -
                      (SELECT COALESCE(SUM(r.mtt_rgl), 0)
                       FROM   reglement r
                       WHERE  r.id_cli IN
                              (SELECT g.id_cli FROM client g
                               WHERE COALESCE(g.id_cli_pay, g.id_cli)
                                     = :PG-IDF-PYR)
                       AND    NOT EXISTS
                              (SELECT 1
                               FROM   acompte a
                               WHERE  a.id_rgl = r.id_rgl
                               AND    a.statut_acp IN ('a_rembourser',
                                                       'rembourse'))) -
                      (SELECT COALESCE(SUM(p.mtt_ppe), 0)
                       FROM   passage_perte p
                       WHERE  p.id_cli IN
                              (SELECT g.id_cli FROM client g
                               WHERE COALESCE(g.id_cli_pay, g.id_cli)
                                     = :PG-IDF-PYR)) -
                      COALESCE(SUM(CASE WHEN EXISTS
                                  (SELECT 1
                                   FROM   litige_facture l
                                   WHERE  l.id_fac = f.id_fac
                                   AND    l.statut_lit = 'ouvert')
                               THEN f.mtt_ttc -
                                    COALESCE((SELECT SUM(t.mtt_let)
                                       FROM reglement_lettrage t
                                       WHERE t.id_fac = f.id_fac), 0)
                               ELSE 0 END), 0)
               INTO   :PG-ENC-FAC
               FROM   facture f, commande c
               WHERE  c.id_cmd = f.id_cmd
               AND    c.id_cli IN
                      (SELECT g.id_cli FROM client g
                       WHERE COALESCE(g.id_cli_pay, g.id_cli)
                             = :PG-IDF-PYR)
           END-EXEC.

           EXEC SQL
               INTO   :PG-ENC-CMD
               FROM   commande c, commande_ligne l
               WHERE  l.id_cmd = c.id_cmd
               AND    c.id_cli IN
                      (SELECT g.id_cli FROM client g
                       WHERE COALESCE(g.id_cli_pay, g.id_cli)
                             = :PG-IDF-PYR)
               AND    COALESCE(c.statut_cmd, 'saisie')
                      NOT IN ('facturee', 'annulee')
           END-EXEC.
       0200-INS-CMD-DEB.

           EXEC SQL
               INSERT INTO commande (id_cli, date_cmd, statut_cmd,
                               id_rep)
               VALUES (:PG-IDF-CLI, CURRENT_DATE, 'saisie',
                      (SELECT c.id_rep
                       FROM   client c
                       JOIN   representant r ON r.id_rep = c.id_rep
                       WHERE  c.id_cli = :PG-IDF-CLI
                       AND    r.actif_rep = 'O'))
               RETURNING id_cmd INTO :PG-IDF-CMD
           END-EXEC.

      * Le prix capture est le prix de vente de la piece ; une fiche
      * sans prix de vente (colonne a zero) retombe sur le cout moyen
      * pondere, comme avant. Le cout en vigueur est lu a part pour
      * etre fige sur la ligne (rapport de marge rapmrg), de meme que
      * l'eco-participation de la piece et son eco-organisme.

           EXEC SQL
               SELECT nom_pie,
                      COALESCE(tau_tva_pie, 20.00),
                      depot_pie, actif_pie,
                      COALESCE(kit_pie, 'N'),
                      COALESCE(prix_vente_pie, 0),
                      COALESCE(eco_pie, 0),
                      COALESCE(org_eco_pie, ' ')
               INTO   :PG-NOM-PIE-CUR, :PG-PRX-PIE-CUR,
                      :PG-CST-PIE-CUR, :PG-TVA-PIE-CUR,
                      :PG-DEP-PIE-CUR, :PG-ACF-PIE-CUR,
                      :PG-KIT-PIE-CUR, :PG-PVT-KIT,
                      :PG-ECO-PIE-CUR, :PG-ORG-ECO-CUR
               FROM   piece
               WHERE  id_pie = :PG-IDF-PIE-CUR
           END-EXEC.

           IF SQLCODE NOT = 0
               MOVE 0 TO PG-PRX-PIE-CUR
               MOVE 0 TO PG-ECO-PIE-CUR
               SET WS-RTR-CMD-PIE-INV TO TRUE
               GO TO 0400-TRT-LGN-FIN
           END-IF.

      * Le stock d'un depot-vente reste le notre mais est reserve au
      * garage qui l'heberge : il ne se vend a aucun autre client.

           EXEC SQL
               SELECT COUNT(*)
               INTO   :PG-NBR-DPV-REF
               FROM   depots d, commande c
               WHERE  d.code_dep = :PG-DEP-PIE-CUR
               AND    d.id_cli_dep IS NOT NULL
               AND    c.id_cmd = :PG-IDF-CMD
               AND    d.id_cli_dep <> c.id_cli
           END-EXEC.

           IF SQLCODE = 0 AND PG-NBR-DPV-REF > 0
               SET WS-RTR-CMD-LGN-REF TO TRUE
               GO TO 0400-TRT-LGN-FIN
           END-IF.

      * Une piece kit (nomenclature geskit) s'eclate en retraits de
      * composants, un kit partant complet ou pas du tout ; une piece
      * simple suit le circuit habituel.
           PERFORM 0420-APL-REM-CLI-DEB
              THRU 0420-APL-REM-CLI-FIN.

           PERFORM 0410-LEC-DSP-DEB
              THRU 0410-LEC-DSP-FIN.

      * Une ligne reservee, ou mise en reliquat faute de disponible
      * hors reservations, ne passe pas par majpie : les droits de
      * l'utilisateur (role et depot) sont verifies ici, sans quoi
      * une date de livraison future suffirait a sortir du stock que
      * trtrsv retirera ensuite au nom du systeme.

           IF PG-RSV-CUR = "O" OR PG-QTE-RSV-CUR > 0
               PERFORM 0415-VER-DRT-UTI-DEB
                  THRU 0415-VER-DRT-UTI-FIN

               IF WS-DRT-UTI-REF
                   SET WS-RTR-CMD-LGN-REF TO TRUE
                   GO TO 0400-TRT-LGN-FIN
               END-IF
           END-IF.

      * Le stock deja reserve pour des livraisons differees n'est plus
      * a vendre : une ligne qui l'entamerait part en reliquat, comme
      * un retrait refuse pour stock insuffisant.

           IF PG-ACF-PIE-CUR = "O" AND PG-QTE-CUR > WS-QTE-DSP
              AND (PG-RSV-CUR = "O" OR PG-QTE-RSV-CUR > 0)
               PERFORM 0450-INS-RLQ-DEB
                  THRU 0450-INS-RLQ-FIN
               SET WS-RTR-CMD-LGN-RLQ TO TRUE
               GO TO 0400-TRT-LGN-FIN
           END-IF.

      * Livraison differee : la ligne est reservee, sans retrait ; la
      * piece doit cependant etre active pour etre vendue.

           IF PG-RSV-CUR = "O"
               IF PG-ACF-PIE-CUR = "O"
                   PERFORM 0500-INS-LGN-DEB
                      THRU 0500-INS-LGN-FIN
               ELSE
                   SET WS-RTR-CMD-LGN-REF TO TRUE
               END-IF
               GO TO 0400-TRT-LGN-FIN
           END-IF.

           CALL "majpie" USING PG-IDF-PIE-CUR
                               ZERO
                               "-"

      *-----------------------------------------------------------------

      * Relit la date de livraison souhaitee de la commande (une date
      * posterieure a ce jour vaut livraison differee) et le
      * disponible de la piece : stock moins quantites deja reservees
      * par les lignes en reservation des commandes non annulees.

       0410-LEC-DSP-DEB.

           EXEC SQL
               SELECT CASE WHEN date_liv_cmd > CURRENT_DATE
                           THEN 'O' ELSE 'N' END
               INTO   :PG-RSV-CUR
               FROM   commande
               WHERE  id_cmd = :PG-IDF-CMD
           END-EXEC.

           IF SQLCODE NOT = 0
               MOVE "N" TO PG-RSV-CUR
           END-IF.

           EXEC SQL
               SELECT p.qt_pie,
                      COALESCE((SELECT SUM(l.qte_lgn_cmd)
                                FROM   commande_ligne l
                                JOIN   commande c
                                  ON   c.id_cmd = l.id_cmd
                                WHERE  l.id_pie = p.id_pie
                                AND    l.rsv_lgn = 'O'
                                AND    COALESCE(c.statut_cmd, 'saisie')
                                       <> 'annulee'), 0)
               INTO   :PG-QTE-STK-CUR, :PG-QTE-RSV-CUR
               FROM   piece p
               WHERE  p.id_pie = :PG-IDF-PIE-CUR
           END-EXEC.

           IF SQLCODE NOT = 0
               MOVE 0 TO PG-QTE-STK-CUR
               MOVE 0 TO PG-QTE-RSV-CUR
           END-IF.

           COMPUTE WS-QTE-DSP = PG-QTE-STK-CUR - PG-QTE-RSV-CUR.

           EXIT.
       0410-LEC-DSP-FIN.

      *-----------------------------------------------------------------

      * Memes controles que majpie (0150-VER-ROL-UTI) : role de
      * l'utilisateur autorise a la fonction 'majpie' (verper), puis
      * depot de la piece attribue a l'utilisateur (verudp, sauf
      * admin). Un utilisateur inconnu est refuse.

       0415-VER-DRT-UTI-DEB.

           SET WS-DRT-UTI-OK TO TRUE.

           EXEC SQL
               SELECT role_uti
               INTO   :PG-ROL-UTI
               FROM   utilisateur
               WHERE  id_uti = :PG-IDF-UTI
           END-EXEC.

           IF SQLCODE NOT = 0
               SET WS-DRT-UTI-REF TO TRUE
               GO TO 0415-VER-DRT-UTI-FIN
           END-IF.

           CALL "verper" USING PG-ROL-UTI
                               WS-FNC-PER
                               WS-RTR-PER
           END-CALL.

           IF NOT WS-RTR-PER-OK
               SET WS-DRT-UTI-REF TO TRUE
               GO TO 0415-VER-DRT-UTI-FIN
           END-IF.

           CALL "verudp" USING PG-IDF-UTI
                               PG-DEP-PIE-CUR
                               WS-FNC-PER
                               WS-RTR-UDP
           END-CALL.

           IF NOT WS-RTR-UDP-OK
               SET WS-DRT-UTI-REF TO TRUE
           END-IF.

           EXIT.
       0415-VER-DRT-UTI-FIN.

      *-----------------------------------------------------------------

      * Applique la remise commerciale du client de la commande au
      * prix unitaire de la piece : prix_lgn_cmd capture le tarif
      * negocie, et le total rendu a l'ecran le reflete d'office. La
      * remise est relue a chaque ligne depuis l'entete, pour ne pas
      * dependre d'un etat conserve entre deux appels.
      * Le palier de prix degressif atteint par la quantite de la
      * ligne remplace d'abord le prix de vente, s'il est moins cher ;
      * la remise s'applique ensuite au prix du palier.

       0420-APL-REM-CLI-DEB.

           CALL "rchppl" USING PG-IDF-PIE-CUR
                               PG-QTE-CUR
                               PG-PRX-PIE-CUR
                               PG-QTE-PPL-CUR
                               PG-PRX-PPL-CUR
                               WS-RTR-PPL
           END-CALL.

           EXEC SQL
               SELECT COALESCE(k.remise_cli, 0)
               INTO   :PG-REM-CLI
           EXEC SQL
               INSERT INTO commande_ligne (id_cmd, id_pie, qte_lgn_cmd,
                                            prix_lgn_cmd, cout_lgn_cmd,
                                            tau_tva_lgn, num_lot,
                                            eco_lgn_cmd, org_eco_lgn,
                                            rsv_lgn, qte_ppl_lgn,
                                            prx_ppl_lgn)
               VALUES (:PG-IDF-CMD, :PG-IDF-PIE-CUR, :PG-QTE-CUR,
                       :PG-PRX-PIE-CUR, :PG-CST-PIE-CUR,
                       :PG-TVA-PIE-CUR,
                       (CASE WHEN TRIM(:PG-NUM-LOT) = '' THEN NULL
                             ELSE :PG-NUM-LOT END),
                       :PG-ECO-PIE-CUR,
                       (CASE WHEN TRIM(:PG-ORG-ECO-CUR) = '' THEN NULL
                             ELSE :PG-ORG-ECO-CUR END),
                       :PG-RSV-CUR, NULLIF(:PG-QTE-PPL-CUR, 0),
                       NULLIF(:PG-PRX-PPL-CUR, 0))
               RETURNING id_lgn_cmd INTO :PG-IDF-LGN-CUR
           END-EXEC.

      * Piece d'echange standard : la ligne de consigne suit la ligne
      * de piece, une fois celle-ci validee.

           IF SQLCODE = 0
               EXEC SQL COMMIT END-EXEC

               CALL "gencsg" USING PG-IDF-LGN-CUR,
                                   WS-CSG-LGN,
                                   WS-RTR-CSG
               END-CALL
           ELSE
               EXEC SQL ROLLBACK END-EXEC
               MOVE "ajucmd : insertion commande_ligne"

           EXIT.
       0500-INS-LGN-FIN.

      *-----------------------------------------------------------------

      * Ligne de prestation hors stock : la prestation doit exister et
      * etre active. Aucun retrait majpie n'est pose, aucune remise
      * client appliquee ; la ligne ne porte pas de piece (id_pie a
      * NULL), son cout fige est nul et elle reprend le prix et le
      * taux de TVA du catalogue.

       0600-TRT-PRS-DEB.

           EXEC SQL
               SELECT lib_prs, prix_prs,
                      COALESCE(tau_tva_prs, 20.00),
                      COALESCE(actif_prs, 'O')
               INTO   :PG-LIB-PRS-CUR, :PG-PRX-PIE-CUR,
                      :PG-TVA-PIE-CUR, :PG-ACF-PRS-CUR
               FROM   prestation
               WHERE  id_prs = :PG-IDF-PRS-CUR
           END-EXEC.

           IF SQLCODE NOT = 0 OR PG-ACF-PRS-CUR NOT = "O"
               MOVE 0 TO PG-PRX-PIE-CUR
               SET WS-RTR-CMD-PRS-INV TO TRUE
               GO TO 0600-TRT-PRS-FIN
           END-IF.

           EXEC SQL
               INSERT INTO commande_ligne (id_cmd, id_prs, qte_lgn_cmd,
                                            prix_lgn_cmd, cout_lgn_cmd,
                                            tau_tva_lgn)
               VALUES (:PG-IDF-CMD, :PG-IDF-PRS-CUR, :PG-QTE-CUR,
                       :PG-PRX-PIE-CUR, 0, :PG-TVA-PIE-CUR)
           END-EXEC.

           IF SQLCODE = 0
               EXEC SQL COMMIT END-EXEC
           ELSE
               EXEC SQL ROLLBACK END-EXEC
               MOVE "ajucmd : insertion ligne de prestation"
               TO   WS-OPE-ERR
               CALL "generr" USING WS-OPE-ERR, SQLCODE, WS-RTR-ERR
               END-CALL
               SET WS-RTR-CMD-ERR TO TRUE
           END-IF.

       0600-TRT-PRS-FIN.
           EXIT.

      *-----------------------------------------------------------------

      * Ligne de commande speciale : la piece doit exister, etre
      * active et ne pas etre un kit ; le fournisseur retenu doit etre
      * un fournisseur actif de la piece (piece_fournisseur). Le prix
      * de vente suit la piece (a defaut de prix de vente et de cout,
      * le prix d'achat chez ce fournisseur), remise client
      * appliquee, eco-participation figee comme en mode 'L' ; le cout
      * fige est le prix d'achat chez le fournisseur. Aucun retrait
      * majpie n'est pose : la ligne est inseree en attente
      * fournisseur et la commande fournisseur rattachee est creee au
      * statut 'validee' (la commande est ferme, elle echappe au
      * regroupement grpcpo des brouillons et part avec expcpo), le
      * tout dans une seule transaction. En livraison directe, la
      * ligne et la commande fournisseur sont marquees comme telles et
      * la commande porte l'adresse de livraison du client.

       0700-TRT-SPC-DEB.

           EXEC SQL
               SELECT nom_pie,
                      COALESCE(NULLIF(prix_vente_pie, 0),
                               prix_unitaire_pie, 0),
                      COALESCE(prix_unitaire_pie, 0),
                      COALESCE(tau_tva_pie, 20.00),
                      actif_pie,
                      COALESCE(kit_pie, 'N'),
                      COALESCE(eco_pie, 0),
                      COALESCE(org_eco_pie, ' ')
               INTO   :PG-NOM-PIE-CUR, :PG-PRX-PIE-CUR,
                      :PG-CST-PIE-CUR, :PG-TVA-PIE-CUR,
                      :PG-ACF-PIE-CUR, :PG-KIT-PIE-CUR,
                      :PG-ECO-PIE-CUR, :PG-ORG-ECO-CUR
               FROM   piece
               WHERE  id_pie = :PG-IDF-PIE-CUR
           END-EXEC.

           IF SQLCODE NOT = 0
               MOVE 0 TO PG-PRX-PIE-CUR
               MOVE 0 TO PG-ECO-PIE-CUR
               SET WS-RTR-CMD-PIE-INV TO TRUE
               GO TO 0700-TRT-SPC-FIN
           END-IF.

           IF PG-ACF-PIE-CUR = "N" OR PG-KIT-PIE-CUR = "O"
               MOVE 0 TO PG-PRX-PIE-CUR
               MOVE 0 TO PG-ECO-PIE-CUR
               SET WS-RTR-CMD-LGN-REF TO TRUE
               GO TO 0700-TRT-SPC-FIN
           END-IF.

           EXEC SQL
               SELECT COALESCE(prix_pfo, 0)
               INTO   :PG-PRX-PFO-CUR
               FROM   piece_fournisseur
               WHERE  id_pie = :PG-IDF-PIE-CUR
               AND    id_fou = :PG-IDF-FOU-CUR
               AND    COALESCE(actif_pfo, 'O') = 'O'
               FETCH FIRST 1 ROW ONLY
           END-EXEC.

           IF SQLCODE NOT = 0
               MOVE 0 TO PG-PRX-PIE-CUR
               MOVE 0 TO PG-ECO-PIE-CUR
               SET WS-RTR-CMD-FOU-INV TO TRUE
               GO TO 0700-TRT-SPC-FIN
           END-IF.

           IF PG-PRX-PFO-CUR NOT = 0
               MOVE PG-PRX-PFO-CUR TO PG-CST-PIE-CUR
           END-IF.

           IF PG-PRX-PIE-CUR = 0
               MOVE PG-PRX-PFO-CUR TO PG-PRX-PIE-CUR
           END-IF.

           PERFORM 0420-APL-REM-CLI-DEB
              THRU 0420-APL-REM-CLI-FIN.

           EXEC SQL
               INSERT INTO commande_ligne (id_cmd, id_pie, qte_lgn_cmd,
                                            prix_lgn_cmd, cout_lgn_cmd,
                                            tau_tva_lgn, eco_lgn_cmd,
                                            org_eco_lgn, att_fou_lgn,
                                            qte_res_lgn, liv_dir_lgn,
                                            qte_ppl_lgn, prx_ppl_lgn)
               VALUES (:PG-IDF-CMD, :PG-IDF-PIE-CUR, :PG-QTE-CUR,
                       :PG-PRX-PIE-CUR, :PG-CST-PIE-CUR,
                       :PG-TVA-PIE-CUR, :PG-ECO-PIE-CUR,
                       (CASE WHEN TRIM(:PG-ORG-ECO-CUR) = '' THEN NULL
                             ELSE :PG-ORG-ECO-CUR END),
                       'O', 0, :PG-LIV-DIR-CUR,
                       NULLIF(:PG-QTE-PPL-CUR, 0),
                       NULLIF(:PG-PRX-PPL-CUR, 0))
               RETURNING id_lgn_cmd INTO :PG-IDF-LGN-CUR
           END-EXEC.

           IF SQLCODE = 0
               EXEC SQL
                   INSERT INTO piece_commande (id_pie, id_fou,
                                   qte_cmd_pie, date_cmd_pie,
                                   statut_cmd_pie, id_lgn_cmd,
                                   liv_dir_cmd_pie, adr_liv_cmd_pie)
                   SELECT :PG-IDF-PIE-CUR, :PG-IDF-FOU-CUR,
                          :PG-QTE-CUR, CURRENT_DATE, 'validee',
                          :PG-IDF-LGN-CUR, :PG-LIV-DIR-CUR,
                          CASE WHEN :PG-LIV-DIR-CUR = 'O'
                               THEN TRIM(k.nom_cli) || ', '
                                 || TRIM(COALESCE(k.adr_cli, ''))
                                 || ', '
                                 || TRIM(COALESCE(k.cop_cli, ''))
                                 || ' '
                                 || TRIM(COALESCE(k.vil_cli, ''))
                          END
                   FROM   commande c
                   JOIN   client k ON k.id_cli = c.id_cli
                   WHERE  c.id_cmd = :PG-IDF-CMD
                   RETURNING id_cmd_pie INTO :PG-IDF-CPO-CUR
               END-EXEC
           END-IF.

           IF SQLCODE NOT = 0
               EXEC SQL ROLLBACK END-EXEC
               MOVE "ajucmd : insertion commande speciale"
               TO   WS-OPE-ERR
               CALL "generr" USING WS-OPE-ERR, SQLCODE, WS-RTR-ERR
               END-CALL
               SET WS-RTR-CMD-ERR TO TRUE
               GO TO 0700-TRT-SPC-FIN
           END-IF.

           EXEC SQL COMMIT END-EXEC.

           MOVE PG-IDF-CPO-CUR TO WS-IDF-CPO-EDT.
           MOVE PG-IDF-CMD     TO WS-IDF-CMD-EDT.
           MOVE PG-IDF-FOU-CUR TO WS-IDF-FOU-EDT.
           MOVE PG-QTE-CUR     TO WS-QTE-LOG-CPO.
           MOVE SPACES         TO WS-MSG-LOG.

           IF PG-LIV-DIR-CUR = "O"
               MOVE "livraison directe" TO WS-LIB-SPC
           ELSE
               MOVE "commande speciale" TO WS-LIB-SPC
           END-IF.

           STRING 'Commande fournisseur ' DELIMITED BY SIZE
                  FUNCTION TRIM (WS-IDF-CPO-EDT) DELIMITED BY SIZE
                  ' : ' DELIMITED BY SIZE
                  FUNCTION TRIM (WS-LIB-SPC) DELIMITED BY SIZE
                  ', fournisseur ' DELIMITED BY SIZE
                  FUNCTION TRIM (WS-IDF-FOU-EDT) DELIMITED BY SIZE
                  ', pour la commande client ' DELIMITED BY SIZE
                  FUNCTION TRIM (WS-IDF-CMD-EDT) DELIMITED BY SIZE
                  INTO WS-MSG-LOG
           END-STRING.

           CALL "genlog" USING WS-MSG-LOG,
                               WS-TYP-LOG-CPO,
                               PG-IDF-UTI,
                               PG-IDF-PIE-CUR,
                               WS-QTE-LOG-CPO,
                               WS-LIEN-LOG-NUL,
                               WS-RTR-LOG
           END-CALL.

      * Piece d'echange standard : la consigne est due des la vente,
      * comme pour une ligne servie du stock.

           CALL "gencsg" USING PG-IDF-LGN-CUR,
                               WS-CSG-LGN,
                               WS-RTR-CSG
           END-CALL.

       0700-TRT-SPC-FIN.
           EXIT.
