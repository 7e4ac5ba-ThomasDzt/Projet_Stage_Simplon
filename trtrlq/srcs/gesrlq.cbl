      * liste les reliquats ouverts d'une piece (client, anciennete),  *
      * l'operateur designe celui a servir, et le reliquat est servi   *
      * par le meme circuit que trtrlq (retrait majpie, ligne de       *
      * commande au prix de vente remise avec cout, taux de TVA et     *
      * eco-participation figes, ligne de consigne d'une piece         *
      * d'echange standard, statut 'servi'). Chaque affectation        *
      * manuelle est journalisee via genlog (type_log = 'reliquat') :  *
      * la decision de doubler la file est aussi tracable que la file. *
      * Le palier de prix degressif atteint par la quantite servie     *
      * (rchppl) precede la remise et reste fige sur la ligne.         *
      *                                                                *
      *----------------------------------------------------------------*
      *                           TRIGRAMMES                           *
      * QTE=QUANTITE; PRX=PRIX; CST=COUT; TVA=TVA; REM=REMISE;         *
      * AGE=AGE; SRV=SERVI; IDF=IDENTIFIANT; UTI=UTILISATEUR;          *
      * NBR=NOMBRE; RSU=RESULTAT; SLC=SELECTION; APL=APPEL;            *
      * INS=INSERTION; MAJ=MISE A JOUR; LRR=LEURRE; ECO=ECO-           *
      * PARTICIPATION; ORG=ORGANISME; CSG=CONSIGNE; PPL=PALIER;        *
      * DEB=DEBUT                                                      *
      ******************************************************************

       IDENTIFICATION DIVISION.
       01 PG-CST-PIE            PIC 9(08)V99.
       01 PG-TVA-PIE            PIC 9(03)V99.
       01 PG-DEP-PIE            PIC X(20).
       01 PG-ECO-PIE            PIC 9(05)V99.
       01 PG-ORG-ECO            PIC X(10).
       01 PG-IDF-LGN            PIC 9(10).

       01 PG-IDF-RLQ-RSU        PIC 9(10).
       01 PG-IDF-CMD-RSU        PIC 9(10).
       01 PG-STA-RLQ            PIC X(14).
       01 PG-QTE-LGN            PIC 9(05).
       01 PG-REM-CLI            PIC 9(02)V99.

      * Palier de prix degressif retenu par rchppl pour la quantite
      * servie (0 = aucun), fige sur la ligne comme a la saisie.
       01 PG-QTE-PPL            PIC 9(05).
       01 PG-PRX-PPL            PIC 9(08)V99.
       01 PG-NUM-LOT            PIC X(20).

       EXEC SQL END DECLARE SECTION END-EXEC.
       01 WS-OPE-ERR            PIC X(60).
       01 WS-RTR-ERR            PIC 9(01).

      * Zones d'appel de gencsg : consigne unitaire ajoutee a la
      * commande (0 = piece non consignee) et code retour.
       01 WS-CSG-LGN            PIC 9(05)V99.
       01 WS-RTR-CSG            PIC 9(01).

      * Code retour de rchppl : 0 = palier applique a la ligne.
       01 WS-RTR-PPL            PIC 9(01).


       PROCEDURE DIVISION.

                      COALESCE(NULLIF(prix_vente_pie, 0),
                               prix_unitaire_pie),
                      prix_unitaire_pie,
                      COALESCE(tau_tva_pie, 20.00), depot_pie,
                      COALESCE(eco_pie, 0), COALESCE(org_eco_pie, ' ')
               INTO   :PG-NOM-PIE, :PG-PRX-PIE, :PG-CST-PIE,
                      :PG-TVA-PIE, :PG-DEP-PIE,
                      :PG-ECO-PIE, :PG-ORG-ECO
               FROM   piece
               WHERE  id_pie = :PG-IDF-PIE
           END-EXEC.

           MOVE PG-QTE-RLQ TO PG-QTE-LGN.

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
                                            qte_ppl_lgn, prx_ppl_lgn)
               VALUES (:PG-IDF-CMD, :PG-IDF-PIE, :PG-QTE-LGN,
                       :PG-PRX-PIE, :PG-CST-PIE, :PG-TVA-PIE,
                       (CASE WHEN TRIM(:PG-NUM-LOT) = '' THEN NULL
                             ELSE :PG-NUM-LOT END),
                       :PG-ECO-PIE,
                       (CASE WHEN TRIM(:PG-ORG-ECO) = '' THEN NULL
                             ELSE :PG-ORG-ECO END),
                       NULLIF(:PG-QTE-PPL, 0), NULLIF(:PG-PRX-PPL, 0))
               RETURNING id_lgn_cmd INTO :PG-IDF-LGN
           END-EXEC.

           IF SQLCODE NOT = 0

           EXEC SQL COMMIT END-EXEC.

           CALL "gencsg" USING PG-IDF-LGN,
                               WS-CSG-LGN,
                               WS-RTR-CSG
           END-CALL.

           EXEC SQL
               UPDATE commande_reliquat
               SET    statut_rlq = 'servi'
