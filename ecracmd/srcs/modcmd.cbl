      * Chaque changement est journalise via genlog (type_log =        *
      * 'commande') : l'amendement laisse la meme piste d'audit que la *
      * saisie. Une commande deja preparee ou expediee n'est pas       *
      * modifiable ici - c'est le circuit retcli qui s'applique. Les   *
      * acomptes encore ouverts d'une commande annulee passent a       *
      * 'a_rembourser' (remboursement enregistre dans ecracp).         *
      * Une ligne de commande speciale encore en attente fournisseur   *
      * (att_fou_lgn = 'O') ne se reduit pas : elle engage une         *
      * commande fournisseur. A l'annulation, seule sa part deja       *
      * reservee (qte_res_lgn) est recreditee et sa commande           *
      * fournisseur, si elle n'est pas encore envoyee, est rejetee ;   *
      * envoyee, sa livraison rejoindra le stock libre. Une ligne en   *
      * livraison directe (liv_dir_lgn = 'O') ne se reduit pas non     *
      * plus et n'est jamais recreditee : la piece n'est pas passee    *
      * par notre stock ; sa commande fournisseur deja envoyee est     *
      * signalee, pour que les achats previennent le fournisseur.      *
      * Une ligne de livraison differee encore en reservation (rsv_lgn *
      * = 'O') n'a rien retire du stock : sa reduction ou l'annulation *
      * de la commande libere la reservation sans aucun recredit       *
      * majpie.                                                        *
      *                                                                *
      *----------------------------------------------------------------*
      *                           TRIGRAMMES                           *
      * STA=STATUT; IDF=IDENTIFIANT; UTI=UTILISATEUR; NBR=NOMBRE;      *
      * RSU=RESULTAT; SLC=SELECTION; APL=APPEL; MAJ=MISE A JOUR;       *
      * SUP=SUPPRESSION; CHX=CHOIX; AFF=AFFICHAGE; LRR=LEURRE;         *
      * ACP=ACOMPTE; ATT=ATTENTE; CPO=COMMANDE FOURNISSEUR;            *
      * ENV=ENVOYEE; DIR=DIRECTE; RSV=RESERVATION; DEB=DEBUT           *
      ******************************************************************

       IDENTIFICATION DIVISION.
       01 PG-IDF-PIE-RSU        PIC 9(10).
       01 PG-NOM-PIE-RSU        PIC X(30).
       01 PG-QTE-LGN-RSU        PIC 9(05).
       01 PG-ATT-LGN-RSU        PIC X(01).

      * Ligne en cours de reduction/suppression, avec la piece, son
      * depot et le lot fige a la vente (recredite tel quel).

       01 PG-QTE-NVL            PIC 9(05).

      * Attente fournisseur de la ligne (commande speciale), et
      * commandes fournisseur de la commande annulee deja envoyees.
       01 PG-ATT-LGN            PIC X(01).
       01 PG-NBR-CPO-ENV        PIC 9(05).

      * Acomptes de la commande annulee a rembourser au client.
       01 PG-NBR-ACP            PIC 9(05).

       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.
       EXEC SQL
           DECLARE C-MOD CURSOR FOR
               SELECT l.id_lgn_cmd, l.id_pie, p.nom_pie,
                      l.qte_lgn_cmd,
                      CASE WHEN l.liv_dir_lgn = 'O' THEN 'D'
                           WHEN l.rsv_lgn = 'O' THEN 'R'
                           ELSE COALESCE(l.att_fou_lgn, 'N')
                      END
               FROM   commande_ligne l
               JOIN   piece p ON p.id_pie = l.id_pie
               WHERE  l.id_cmd = :PG-IDF-CMD

      * Declaration du curseur des lignes a recrediter lors d'une
      * annulation complete. WITH HOLD : majpie committe pendant le
      * parcours. D'une ligne de commande speciale en attente
      * fournisseur, seule la part deja reservee est sortie du stock ;
      * d'une ligne encore en reservation (livraison differee), rien.
       EXEC SQL
           DECLARE C-ANN CURSOR WITH HOLD FOR
               SELECT l.id_lgn_cmd, l.id_pie, p.nom_pie, p.depot_pie,
                      CASE WHEN l.rsv_lgn = 'O' THEN 0
                           WHEN l.att_fou_lgn = 'O'
                             OR l.liv_dir_lgn = 'O'
                           THEN COALESCE(l.qte_res_lgn, 0)
                           ELSE l.qte_lgn_cmd
                      END,
                      l.num_lot,
                      COALESCE(p.kit_pie, 'N')
               FROM   commande_ligne l
               JOIN   piece p ON p.id_pie = l.id_pie
           EXEC SQL
               FETCH C-MOD
               INTO  :PG-IDF-LGN-RSU, :PG-IDF-PIE-RSU,
                     :PG-NOM-PIE-RSU, :PG-QTE-LGN-RSU,
                     :PG-ATT-LGN-RSU
           END-EXEC.

           PERFORM 0150-AFF-LGN-DEB
           MOVE PG-IDF-LGN-RSU TO WS-IDF-LGN-EDT.
           MOVE PG-QTE-LGN-RSU TO WS-QTE-LGN-EDT.

           EVALUATE PG-ATT-LGN-RSU
               WHEN "O"
                   DISPLAY WS-IDF-LGN-EDT "  " PG-NOM-PIE-RSU "  "
                           WS-QTE-LGN-EDT "  (attente fournisseur)"
               WHEN "D"
                   DISPLAY WS-IDF-LGN-EDT "  " PG-NOM-PIE-RSU "  "
                           WS-QTE-LGN-EDT "  (livraison directe)"
               WHEN "R"
                   DISPLAY WS-IDF-LGN-EDT "  " PG-NOM-PIE-RSU "  "
                           WS-QTE-LGN-EDT "  (reservee)"
               WHEN OTHER
                   DISPLAY WS-IDF-LGN-EDT "  " PG-NOM-PIE-RSU "  "
                           WS-QTE-LGN-EDT
           END-EVALUATE.

           EXEC SQL
               FETCH C-MOD
               INTO  :PG-IDF-LGN-RSU, :PG-IDF-PIE-RSU,
                     :PG-NOM-PIE-RSU, :PG-QTE-LGN-RSU,
                     :PG-ATT-LGN-RSU
           END-EXEC.

           EXIT.
      * Reduit une ligne a une nouvelle quantite (0 = suppression) :
      * la difference est recreditee en stock via le circuit d'ajout
      * de majpie, avec le lot fige sur la ligne, puis la ligne est
      * mise a jour ou supprimee et le changement journalise. Une
      * ligne encore en reservation n'a rien retire : seule la
      * reservation est reduite.

       0200-RED-LGN-DEB.

           EXEC SQL
               SELECT l.id_pie, p.nom_pie, p.depot_pie,
                      l.qte_lgn_cmd, l.num_lot,
                      COALESCE(p.kit_pie, 'N'),
                      CASE WHEN l.liv_dir_lgn = 'O' THEN 'D'
                           WHEN l.rsv_lgn = 'O' THEN 'R'
                           ELSE COALESCE(l.att_fou_lgn, 'N')
                      END
               INTO   :PG-IDF-PIE, :PG-NOM-PIE, :PG-DEP-PIE,
                      :PG-QTE-LGN, :PG-NUM-LOT:PG-NUM-LOT-IND,
                      :PG-KIT-PIE, :PG-ATT-LGN
               FROM   commande_ligne l
               JOIN   piece p ON p.id_pie = l.id_pie
               WHERE  l.id_lgn_cmd = :PG-IDF-LGN
               GO TO 0200-RED-LGN-FIN
           END-IF.

           IF PG-ATT-LGN = "O"
               DISPLAY "Ligne en commande speciale chez le "
                       "fournisseur : non reductible."
               GO TO 0200-RED-LGN-FIN
           END-IF.

           IF PG-ATT-LGN = "D"
               DISPLAY "Ligne en livraison directe par le "
                       "fournisseur : non reductible."
               GO TO 0200-RED-LGN-FIN
           END-IF.

           MOVE PG-QTE-LGN TO WS-QTE-LGN-EDT.
           DISPLAY "Quantite actuelle : "
                   FUNCTION TRIM (WS-QTE-LGN-EDT)

           COMPUTE WS-QTE-RND = PG-QTE-LGN - WS-QTE-NVL.

           IF PG-ATT-LGN = "R"
               GO TO 0200-RED-LGN-SUI
           END-IF.

      * Une ligne kit se recredite composant par composant via rndkit
      * (la piece kit n'a pas de stock propre) ; une piece simple
      * repasse par le circuit d'ajout de majpie, avec son lot.
               END-IF
           END-IF.

       0200-RED-LGN-SUI.

           MOVE WS-QTE-NVL TO PG-QTE-NVL.

      * La ligne de consigne rattachee a la piece suit sa quantite
      * (supprimee avant elle, la cle etrangere l'impose).

           IF WS-QTE-NVL = 0
               EXEC SQL
                   DELETE FROM commande_ligne
                   WHERE  id_lgn_csg = :PG-IDF-LGN
               END-EXEC
           ELSE
               EXEC SQL
                   UPDATE commande_ligne
                   SET    qte_lgn_cmd = :PG-QTE-NVL
                   WHERE  id_lgn_csg = :PG-IDF-LGN
               END-EXEC
           END-IF.

           IF SQLCODE = 0 OR SQLCODE = 100
               IF WS-QTE-NVL = 0
                   EXEC SQL
                       DELETE FROM commande_ligne
                       WHERE  id_lgn_cmd = :PG-IDF-LGN
                   END-EXEC
               ELSE
                   EXEC SQL
                       UPDATE commande_ligne
                       SET    qte_lgn_cmd = :PG-QTE-NVL
                       WHERE  id_lgn_cmd = :PG-IDF-LGN
                   END-EXEC
               END-IF
           END-IF.

           IF SQLCODE = 0
               EXEC SQL COMMIT END-EXEC

               MOVE WS-IDF-LGN TO WS-IDF-LGN-EDT
               MOVE WS-QTE-NVL TO WS-QTE-NVL-EDT

               IF PG-ATT-LGN = "R"
                   STRING 'Ligne ' DELIMITED BY SIZE
                          FUNCTION TRIM (WS-IDF-LGN-EDT)
                          DELIMITED BY SIZE
                          ' reduite a ' DELIMITED BY SIZE
                          FUNCTION TRIM (WS-QTE-NVL-EDT)
                          DELIMITED BY SIZE
                          ' (reservation reduite).' DELIMITED BY SIZE
                          INTO WS-MSG-LOG
                   END-STRING
               ELSE
                   STRING 'Ligne ' DELIMITED BY SIZE
                          FUNCTION TRIM (WS-IDF-LGN-EDT)
                          DELIMITED BY SIZE
                          ' reduite a ' DELIMITED BY SIZE
                          FUNCTION TRIM (WS-QTE-NVL-EDT)
                          DELIMITED BY SIZE
                          ' (stock recredite).' DELIMITED BY SIZE
                          INTO WS-MSG-LOG
                   END-STRING
               END-IF

               CALL "genlog" USING WS-MSG-LOG,
                                   WS-TYP-LOG,
                                   WS-RTR-LOG
               END-CALL

               IF PG-ATT-LGN = "R"
                   DISPLAY "Ligne mise a jour, reservation reduite."
               ELSE
                   DISPLAY "Ligne mise a jour, stock recredite."
               END-IF
           ELSE
               EXEC SQL ROLLBACK END-EXEC
               MOVE "modcmd : reduction commande_ligne"

      * Annule la commande entiere : chaque ligne est recreditee en
      * stock via majpie (avec son lot), les reliquats ouverts passes
      * a 'annule', les commandes fournisseur des commandes speciales
      * non encore envoyees rejetees, puis la commande passe au statut
      * 'annulee' et l'annulation est journalisee.

       0400-ANN-CMD-DEB.

               AND    statut_rlq = 'ouvert'
           END-EXEC.

      * La commande fournisseur d'une commande speciale non encore
      * envoyee n'a plus d'objet ; envoyee, elle sera livree et sa
      * reception rejoindra le stock libre (gesqua).

           EXEC SQL
               UPDATE piece_commande
               SET    statut_cmd_pie = 'rejetee'
               WHERE  statut_cmd_pie IN ('brouillon', 'validee')
               AND    id_lgn_cmd IN
                      (SELECT l.id_lgn_cmd
                       FROM   commande_ligne l
                       WHERE  l.id_cmd = :PG-IDF-CMD
                       AND    l.att_fou_lgn = 'O')
           END-EXEC.

           EXEC SQL COMMIT END-EXEC.

           EXEC SQL
               SELECT COUNT(*)
               INTO   :PG-NBR-CPO-ENV
               FROM   piece_commande c
               JOIN   commande_ligne l ON l.id_lgn_cmd = c.id_lgn_cmd
               WHERE  l.id_cmd = :PG-IDF-CMD
               AND    l.att_fou_lgn = 'O'
               AND    COALESCE(l.liv_dir_lgn, 'N') = 'N'
               AND    c.statut_cmd_pie = 'envoyee'
           END-EXEC.

           IF SQLCODE = 0 AND PG-NBR-CPO-ENV > 0
               DISPLAY "Commande(s) speciale(s) deja envoyee(s) au "
                       "fournisseur : la livraison rejoindra le stock."
           END-IF.

           EXEC SQL
               SELECT COUNT(*)
               INTO   :PG-NBR-CPO-ENV
               FROM   piece_commande c
               JOIN   commande_ligne l ON l.id_lgn_cmd = c.id_lgn_cmd
               WHERE  l.id_cmd = :PG-IDF-CMD
               AND    l.liv_dir_lgn = 'O'
               AND    c.statut_cmd_pie = 'envoyee'
           END-EXEC.

           IF SQLCODE = 0 AND PG-NBR-CPO-ENV > 0
               DISPLAY "Livraison(s) directe(s) deja envoyee(s) au "
                       "fournisseur : prevenir le fournisseur."
           END-IF.

           EXEC SQL
               UPDATE commande
               SET    statut_cmd = 'annulee'
           END-EXEC.

           IF SQLCODE = 0
               EXEC SQL
                   UPDATE acompte
                   SET    statut_acp = 'a_rembourser'
                   WHERE  id_cmd = :PG-IDF-CMD
                   AND    statut_acp = 'ouvert'
               END-EXEC
           END-IF.

           IF SQLCODE = 0 OR SQLCODE = 100
               EXEC SQL COMMIT END-EXEC

               MOVE WS-IDF-CMD TO WS-IDF-CMD-EDT
               END-CALL

               DISPLAY "Commande annulee, stock recredite."

               PERFORM 0480-AFF-ACP-DEB
                  THRU 0480-AFF-ACP-FIN
           ELSE
               EXEC SQL ROLLBACK END-EXEC
               MOVE "modcmd : maj statut_cmd annulee"

           MOVE PG-QTE-LGN TO WS-QTE-RND.

      * Commande speciale dont rien n'est encore reserve : aucun
      * retrait a recrediter.

           IF WS-QTE-RND = 0
               GO TO 0450-RND-UNE-LGN-SUI
           END-IF.

           IF PG-KIT-PIE = "O"
               CALL "rndkit" USING PG-IDF-PIE
                                   WS-QTE-RND
               END-IF
           END-IF.

       0450-RND-UNE-LGN-SUI.

           EXEC SQL
               FETCH C-ANN
               INTO  :PG-IDF-LGN, :PG-IDF-PIE, :PG-NOM-PIE,

           EXIT.
       0450-RND-UNE-LGN-FIN.

      *-----------------------------------------------------------------

      * Signale a l'operateur les acomptes que la commande annulee
      * laisse a rembourser au client.

       0480-AFF-ACP-DEB.

           EXEC SQL
               SELECT COUNT(*)
               INTO   :PG-NBR-ACP
               FROM   acompte
               WHERE  id_cmd = :PG-IDF-CMD
               AND    statut_acp = 'a_rembourser'
           END-EXEC.

           IF SQLCODE = 0 AND PG-NBR-ACP > 0
               DISPLAY "Acompte(s) verse(s) sur cette commande : "
                       "a rembourser au client (ecran ecracp)."
           END-IF.

       0480-AFF-ACP-FIN.
           EXIT.
