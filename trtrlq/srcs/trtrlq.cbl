      * un reliquat toujours a court de stock reste ouvert pour le     *
      * passage suivant. A lancer apres l'import des livraisons        *
      * fournisseur (impsup), qui est ce qui reapprovisionne le stock. *
      * La ligne servie d'une piece consignee recoit sa ligne de       *
      * consigne (gencsg), comme a la saisie.                          *
      * Le prix de la ligne servie suit le palier de prix degressif    *
      * atteint par la quantite (rchppl), avant la remise client, et   *
      * ce palier est fige sur la ligne, comme a la saisie.            *
      * Un reliquat servi marque sa commande pour un accuse de         *
      * reception revise (arc_rev_cmd), dans la meme transaction que   *
      * sa cloture ; en fin de passage, chaque commande marquee recoit *
      * son accuse revise (genarc), qui reprend les quantites servies  *
      * et les dates de disponibilite des reliquats restants.          *
      * Le reliquat d'une commande a livraison differee au-dela du     *
      * delai de preparation (parametre trtrsv_dli_jou) est servi en   *
      * reservation, sans retrait, si le disponible (stock moins       *
      * reservations) le couvre : trtrsv posera le retrait a           *
      * l'approche de la livraison, comme pour une ligne reservee a la *
      * saisie.                                                        *
      *                                                                *
      *----------------------------------------------------------------*
      *                           TRIGRAMMES                           *
      * PRX=PRIX; DEP=DEPOT; NOM=NOM; UTI=UTILISATEUR; SRV=SERVI;      *
      * NBR=NOMBRE; RTR=RETOUR; ALR=ALERTE; SUL=SEUIL; SLC=SELECTION;  *
      * APL=APPEL; MAJ=MISE A JOUR; INS=INSERTION; EDT=EDITION;        *
      * ECO=ECO-PARTICIPATION; ORG=ORGANISME; CSG=CONSIGNE;            *
      * PPL=PALIER; ARC=ACCUSE DE RECEPTION DE COMMANDE; TYP=TYPE;     *
      * REV=REVISE; DEB=DEBUT; DLI=DELAI; RSV=RESERVATION; ACF=ACTIF;  *
      * STK=STOCK; DSP=DISPONIBLE; LEC=LECTURE; PRM=PARAMETRE;         *
      * COD=CODE; VAL=VALEUR; DFT=DEFAUT                               *
      ******************************************************************

       IDENTIFICATION DIVISION.
       01 PG-IDF-PIE            PIC 9(10).
       01 PG-QTE-RLQ            PIC 9(10).

      * Delai de preparation en jours, partage avec trtrsv (parametre
      * trtrsv_dli_jou) : le reliquat d'une commande livree au-dela
      * de ce delai est servi en reservation (PG-RSV-RLQ = 'O'), sans
      * retrait, comme la ligne l'aurait ete a la saisie (ajucmd).
       01 PG-DLI-RSV            PIC 9(03)   VALUE 2.
       01 PG-RSV-RLQ            PIC X(01).

      * Reliquat servi en reservation : piece active et disponible
      * (stock moins quantites deja reservees) suffisant.
       01 PG-ACF-PIE            PIC X(01).
       01 PG-QTE-STK            PIC 9(10).
       01 PG-QTE-RSV            PIC 9(10).

       01 PG-NOM-PIE            PIC X(30).
       01 PG-PRX-PIE            PIC 9(08)V99.
       01 PG-DEP-PIE            PIC X(20).
      * Taux de TVA de la piece, recopie sur la ligne servie.
       01 PG-TVA-PIE            PIC 9(03)V99.

      * Eco-participation de la piece et eco-organisme destinataire,
      * recopies sur la ligne servie (hors remise client).
       01 PG-ECO-PIE            PIC 9(05)V99.
       01 PG-ORG-ECO            PIC X(10).

      * Id de la ligne servie, auquel gencsg rattache la ligne de
      * consigne d'une piece d'echange standard.
       01 PG-IDF-LGN            PIC 9(10).

       01 PG-QTE-LGN            PIC 9(05).

      * Remise commerciale du client de la commande (en %), appliquee
      * ajucmd a la saisie.
       01 PG-REM-CLI            PIC 9(02)V99.

      * Palier de prix degressif retenu par rchppl pour la quantite
      * servie (0 = aucun), fige sur la ligne comme a la saisie.
       01 PG-QTE-PPL            PIC 9(05).
       01 PG-PRX-PPL            PIC 9(08)V99.

      * Lot preleve, recopie vers la colonne num_lot de la ligne.
       01 PG-NUM-LOT            PIC X(20).

      * Commande marquee pour un accuse de reception revise.
       01 PG-IDF-CMD-ARC        PIC 9(10).

       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.
      * Seules les commandes encore en preparation sont servies : un
      * reliquat d'une commande annulee ou deja facturee ne doit ni
      * sortir du stock ni ajouter une ligne a une facture figee.
      * La date de livraison de la commande dit si le reliquat est
      * servi en reservation ou par un retrait immediat.
      * Le curseur est declare WITH HOLD : des COMMIT sont poses
      * pendant son parcours (mises a jour, genlog/gennot, voire
      * majpie), et un COMMIT ordinaire refermerait le curseur des la
      * premiere ligne traitee.
       EXEC SQL
           DECLARE C-RLQ CURSOR WITH HOLD FOR
               SELECT r.id_rlq, r.id_cmd, r.id_pie, r.qte_rlq,
                      CASE WHEN c.date_liv_cmd
                                > CURRENT_DATE + :PG-DLI-RSV
                           THEN 'O' ELSE 'N' END
               FROM   commande_reliquat r, commande c
               WHERE  c.id_cmd = r.id_cmd
               AND    r.statut_rlq = 'ouvert'
               ORDER BY r.date_rlq, r.id_rlq
       END-EXEC.

      * Declaration du curseur des commandes marquees pour un accuse
      * de reception revise, par ce passage ou par un passage dont
      * l'accuse n'a pu etre edite. WITH HOLD : genarc pose un COMMIT
      * par commande.
       EXEC SQL
           DECLARE C-ARC CURSOR WITH HOLD FOR
               SELECT id_cmd
               FROM   commande
               WHERE  arc_rev_cmd = 'O'
               ORDER BY id_cmd
       END-EXEC.

      * Identifiant utilisateur "systeme" au nom duquel les retraits
      * de ce traitement par lot sont postes aupres de majpie, meme
      * convention qu'impsup.
      * la ligne de commande servie.
       01 WS-NUM-LOT            PIC X(20).

      * Disponible de la piece pour un reliquat servi en reservation.
       01 WS-QTE-DSP            PIC S9(10).

      * Zones echangees avec lecprm : code du parametre, valeur par
      * defaut et valeur retenue.
       01 WS-COD-PRM            PIC X(20).
       01 WS-VAL-DFT            PIC 9(09)V99.
       01 WS-VAL-PRM            PIC 9(09)V99.
       01 WS-RTR-PRM            PIC 9(01).

       01 WS-NBR-RLQ            PIC 9(10)   VALUE 0.
       01 WS-NBR-SRV            PIC 9(10)   VALUE 0.
       01 WS-NBR-ARC            PIC 9(10)   VALUE 0.

       01 WS-NBR-RLQ-EDT        PIC Z(10).
       01 WS-NBR-SRV-EDT        PIC Z(10).
       01 WS-NBR-ARC-EDT        PIC Z(10).
       01 WS-IDF-RLQ-EDT        PIC Z(10).

      * Zones utilisees pour tracer via generr l'echec d'une des
       01 WS-OPE-ERR            PIC X(60).
       01 WS-RTR-ERR            PIC 9(01).

      * Zones d'appel de gencsg : consigne unitaire ajoutee a la
      * commande (0 = piece non consignee) et code retour.
       01 WS-CSG-LGN            PIC 9(05)V99.
       01 WS-RTR-CSG            PIC 9(01).

      * Code retour de rchppl : 0 = palier applique a la ligne.
       01 WS-RTR-PPL            PIC 9(01).

      * Accuse de reception revise (genarc) : 0 = envoye par email,
      * 1 = a envoyer par courrier, 2/3 = non edite.
       01 WS-TYP-ARC            PIC X(01)   VALUE "R".
       01 WS-RTR-ARC            PIC 9(01).
           88 WS-RTR-ARC-EMA                VALUE 0.
           88 WS-RTR-ARC-IMP                VALUE 1.


       PROCEDURE DIVISION.

           PERFORM 2000-TRT-RLQ-DEB
              THRU 2000-TRT-RLQ-FIN.

           PERFORM 2500-ARC-REV-DEB
              THRU 2500-ARC-REV-FIN.

           PERFORM 3000-FINALISATION-DEB
              THRU 3000-FINALISATION-FIN.


           EXEC SQL COMMIT END-EXEC.

           PERFORM 1100-LEC-PRM-DEB
              THRU 1100-LEC-PRM-FIN.

           EXIT.
       1000-INITIALISATION-FIN.

      *-----------------------------------------------------------------

      * Lit le delai de preparation des reservations dans la table des
      * parametres, comme trtrsv ; a defaut, 2 jours.

       1100-LEC-PRM-DEB.

           MOVE "trtrsv_dli_jou" TO WS-COD-PRM.
           MOVE PG-DLI-RSV       TO WS-VAL-DFT.
           CALL "lecprm" USING WS-COD-PRM, WS-VAL-DFT,
                               WS-VAL-PRM, WS-RTR-PRM
           END-CALL.
           MOVE WS-VAL-PRM       TO PG-DLI-RSV.

           EXIT.
       1100-LEC-PRM-FIN.

      *-----------------------------------------------------------------

      * Parcourt le curseur des reliquats ouverts et tente de servir
      * chacun jusqu'a epuisement du curseur.


           EXEC SQL
               FETCH C-RLQ
               INTO  :PG-IDF-RLQ, :PG-IDF-CMD, :PG-IDF-PIE, :PG-QTE-RLQ,
                     :PG-RSV-RLQ
           END-EXEC.

           PERFORM 2100-TRT-UN-RLQ-DEB
      * necessaires au retrait et a la ligne de commande), tente le
      * retrait via majpie, et ne sert le reliquat qu'une fois ce
      * retrait accepte. Un refus pour stock encore insuffisant laisse
      * simplement le reliquat ouvert. Le reliquat d'une commande
      * livree au-dela du delai de preparation est servi en
      * reservation, sans retrait : le stock ne sort qu'a l'approche
      * de la livraison (trtrsv). Il faut alors que la piece soit
      * active et que le disponible (stock moins reservations) couvre
      * la quantite.

       2100-TRT-UN-RLQ-DEB.

                      COALESCE(NULLIF(prix_vente_pie, 0),
                               prix_unitaire_pie),
                      prix_unitaire_pie,
                      COALESCE(tau_tva_pie, 20.00), depot_pie,
                      COALESCE(eco_pie, 0), COALESCE(org_eco_pie, ' '),
                      COALESCE(actif_pie, 'O')
               INTO   :PG-NOM-PIE, :PG-PRX-PIE, :PG-CST-PIE,
                      :PG-TVA-PIE, :PG-DEP-PIE,
                      :PG-ECO-PIE, :PG-ORG-ECO, :PG-ACF-PIE
               FROM   piece
               WHERE  id_pie = :PG-IDF-PIE
           END-EXEC.

           IF SQLCODE = 0
               IF PG-RSV-RLQ = "O"
                   PERFORM 2150-LEC-DSP-DEB
                      THRU 2150-LEC-DSP-FIN

                   IF PG-ACF-PIE = "O" AND PG-QTE-RLQ <= WS-QTE-DSP
                       PERFORM 2200-SRV-RLQ-DEB
                          THRU 2200-SRV-RLQ-FIN
                   END-IF
               ELSE
                   CALL "majpie" USING PG-IDF-PIE
                                       WS-QTE-PIE-NUL
                                       WS-TYP-CHG-RTI
                                       PG-QTE-RLQ
                                       PG-NOM-PIE
                                       WS-IDF-UTI-SYS
                                       WS-RTR-PIE
                                       WS-ALR-SUL
                                       WS-LIEN-LOG-NUL
                                       PG-DEP-PIE
                                       WS-IDF-PIE-DST-NUL
                                       WS-TYP-LOG-NUL
                                       WS-NUM-LOT
                   END-CALL

                   IF WS-RTR-PIE-OK
                       PERFORM 2200-SRV-RLQ-DEB
                          THRU 2200-SRV-RLQ-FIN
                   END-IF
               END-IF
           END-IF.

           EXEC SQL
               FETCH C-RLQ
               INTO  :PG-IDF-RLQ, :PG-IDF-CMD, :PG-IDF-PIE, :PG-QTE-RLQ,
                     :PG-RSV-RLQ
           END-EXEC.

           EXIT.

      *-----------------------------------------------------------------

      * Disponible de la piece : stock moins les quantites deja
      * reservees par les lignes en reservation des commandes non
      * annulees, meme calcul qu'ajucmd.

       2150-LEC-DSP-DEB.

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
               INTO   :PG-QTE-STK, :PG-QTE-RSV
               FROM   piece p
               WHERE  p.id_pie = :PG-IDF-PIE
           END-EXEC.

           IF SQLCODE NOT = 0
               MOVE 0 TO PG-QTE-STK
               MOVE 0 TO PG-QTE-RSV
           END-IF.

           COMPUTE WS-QTE-DSP = PG-QTE-STK - PG-QTE-RSV.

           EXIT.
       2150-LEC-DSP-FIN.

      *-----------------------------------------------------------------

      * Le retrait a ete accepte, ou la reservation est possible :
      * insere la ligne de commande au prix unitaire courant de la
      * piece (en reservation pour une livraison differee), puis clot
      * le reliquat.

       2200-SRV-RLQ-DEB.

           MOVE PG-QTE-RLQ TO PG-QTE-LGN.

      * Applique le palier de prix degressif atteint par la quantite
      * servie puis la remise commerciale du client de la commande au
      * prix unitaire courant, comme ajucmd l'aurait fait si la ligne
      * avait pu etre servie a la saisie.

           CALL "rchppl" USING PG-IDF-PIE
                               PG-QTE-LGN
                               PG-PRX-PIE
                               PG-QTE-PPL
                               PG-PRX-PPL
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
                                            qte_ppl_lgn, prx_ppl_lgn,
                                            rsv_lgn)
               VALUES (:PG-IDF-CMD, :PG-IDF-PIE, :PG-QTE-LGN,
                       :PG-PRX-PIE, :PG-CST-PIE, :PG-TVA-PIE,
                       (CASE WHEN TRIM(:PG-NUM-LOT) = '' THEN NULL
                             ELSE :PG-NUM-LOT END),
                       :PG-ECO-PIE,
                       (CASE WHEN TRIM(:PG-ORG-ECO) = '' THEN NULL
                             ELSE :PG-ORG-ECO END),
                       NULLIF(:PG-QTE-PPL, 0), NULLIF(:PG-PRX-PPL, 0),
                       :PG-RSV-RLQ)
               RETURNING id_lgn_cmd INTO :PG-IDF-LGN
           END-EXEC.

      * Le reliquat n'est clos que si la ligne de commande a bien ete
      * inseree : un echec d'insertion laisse le reliquat ouvert et
      * l'incident trace via generr, plutot que de faire disparaitre
      * la demande du client apres que le stock a deja ete retire.
      * Sa cloture marque la commande pour l'accuse revise dans la
      * meme transaction.

           IF SQLCODE = 0
               EXEC SQL COMMIT END-EXEC

               CALL "gencsg" USING PG-IDF-LGN,
                                   WS-CSG-LGN,
                                   WS-RTR-CSG
               END-CALL

               EXEC SQL
                   UPDATE commande_reliquat
                   SET    statut_rlq = 'servi'
                   WHERE  id_rlq = :PG-IDF-RLQ
               END-EXEC

               IF SQLCODE = 0
                   EXEC SQL
                       UPDATE commande
                       SET    arc_rev_cmd = 'O'
                       WHERE  id_cmd = :PG-IDF-CMD
                   END-EXEC
               END-IF

               IF SQLCODE = 0
                   EXEC SQL COMMIT END-EXEC
                   ADD 1 TO WS-NBR-SRV

                   MOVE PG-IDF-RLQ TO WS-IDF-RLQ-EDT
                   IF PG-RSV-RLQ = "O"
                       DISPLAY "Reliquat "
                               FUNCTION TRIM (WS-IDF-RLQ-EDT)
                               " servi en reservation."
                   ELSE
                       DISPLAY "Reliquat "
                               FUNCTION TRIM (WS-IDF-RLQ-EDT)
                               " servi."
                   END-IF
               ELSE
                   EXEC SQL ROLLBACK END-EXEC
                   MOVE "trtrlq : maj statut_rlq"
           EXIT.
       2200-SRV-RLQ-FIN.

      *-----------------------------------------------------------------

      * Edite l'accuse de reception revise (genarc) de chaque commande
      * dont un reliquat a ete servi : spool pour impression, et depot
      * pour envoi par email au contact du client. genarc retombe la
      * marque de la commande.

       2500-ARC-REV-DEB.

           EXEC SQL OPEN C-ARC END-EXEC.

           EXEC SQL
               FETCH C-ARC
               INTO  :PG-IDF-CMD-ARC
           END-EXEC.

           PERFORM 2550-ARC-UNE-CMD-DEB
              THRU 2550-ARC-UNE-CMD-FIN
              UNTIL SQLCODE NOT = 0.

           EXEC SQL CLOSE C-ARC END-EXEC.

           EXIT.
       2500-ARC-REV-FIN.

      *-----------------------------------------------------------------

       2550-ARC-UNE-CMD-DEB.

           CALL "genarc" USING PG-IDF-CMD-ARC,
                               WS-TYP-ARC,
                               WS-RTR-ARC
           END-CALL.

           IF WS-RTR-ARC-EMA OR WS-RTR-ARC-IMP
               ADD 1 TO WS-NBR-ARC
           END-IF.

           EXEC SQL
               FETCH C-ARC
               INTO  :PG-IDF-CMD-ARC
           END-EXEC.

           EXIT.
       2550-ARC-UNE-CMD-FIN.

      *-----------------------------------------------------------------

       3000-FINALISATION-DEB.
                   " reliquat(s) examine(s), "
                   FUNCTION TRIM (WS-NBR-SRV-EDT) " servi(s).".

           MOVE WS-NBR-ARC TO WS-NBR-ARC-EDT.

           DISPLAY FUNCTION TRIM (WS-NBR-ARC-EDT)
                   " accuse(s) de reception revise(s) edite(s).".

           EXIT.
       3000-FINALISATION-FIN.
