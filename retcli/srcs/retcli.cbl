      * ou renvoie au fournisseur - la moitie de ce qui revient n'est  *
      * pas revendable. Le retour reste enregistre dans                *
      * commande_retour rattache a la ligne d'origine, pour que le     *
      * volet facture/avoir puisse le retrouver. Une ligne de          *
      * prestation hors stock (frais de port, forfait) peut aussi etre *
      * reprise : seul le retour est enregistre, sans attente          *
      * d'inspection ni numero de serie, et l'avoir s'emet ensuite par *
      * ecravr. Une ligne de consigne ne se reprend ici qu'a hauteur   *
      * des pieces consignees deja rendues (remboursement sans         *
      * carcasse) ; la reprise d'une carcasse passe par retcsg.        *
      * Une ligne de commande speciale encore en attente fournisseur   *
      * (att_fou_lgn = 'O') n'a rien de livre : elle ne se reprend pas *
      * (son annulation passe par modcmd).                             *
      * Une ligne de livraison differee encore en reservation (rsv_lgn *
      * = 'O') non plus : rien n'est encore sorti du stock.            *
      *                                                                *
      *----------------------------------------------------------------*
      *                           TRIGRAMMES                           *
      * DEP=DEPOT; NOM=NOM; MAX=MAXIMUM; IDF=IDENTIFIANT;              *
      * UTI=UTILISATEUR; RTR=RETOUR (CODE); ALR=ALERTE; SLC=SELECTION; *
      * APL=APPEL; INS=INSERTION; AFF=AFFICHAGE; EDT=EDITION;          *
      * LRR=LEURRE; PRS=PRESTATION; CSG=CONSIGNE; RMB=REMBOURSABLE;    *
      * PLF=PLAFOND; ATT=ATTENTE; DEB=DEBUT                            *
      ******************************************************************

       IDENTIFICATION DIVISION.
      * Drapeau de suivi par numero de serie de la piece reprise.
       01 PG-SRL-PIE            PIC X(01).

      * Consigne : ligne de piece dont la ligne reprise est la
      * consigne, ligne de consigne de la piece reprise (0 sinon) et
      * quantite de consigne encore remboursable sans carcasse.
       01 PG-IDF-LGN-PIE        PIC 9(10).
       01 PG-IDF-LGN-CSG        PIC 9(10).
       01 PG-QTE-CSG-RMB        PIC S9(05).

      * Attente fournisseur de la ligne (commande speciale).
       01 PG-ATT-LGN            PIC X(01).

       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

      * Declaration du curseur listant les lignes de la commande avec
      * la quantite deja reprise sur chacune. Une ligne de prestation
      * hors stock (sans piece) s'affiche sous son libelle, id de
      * piece a zero.
       EXEC SQL
           DECLARE C-RET CURSOR FOR
               SELECT l.id_lgn_cmd, COALESCE(l.id_pie, 0),
                      COALESCE(p.nom_pie, s.lib_prs),
                      l.qte_lgn_cmd,
                      COALESCE((SELECT SUM(r.qte_ret)
                                FROM commande_retour r
                                WHERE r.id_lgn_cmd = l.id_lgn_cmd), 0)
               FROM   commande_ligne l
               LEFT JOIN piece p      ON p.id_pie = l.id_pie
               LEFT JOIN prestation s ON s.id_prs = l.id_prs
               WHERE  l.id_cmd = :PG-IDF-CMD
               ORDER BY l.id_lgn_cmd
       END-EXEC.
           MOVE WS-IDF-LGN TO PG-IDF-LGN.

           EXEC SQL
               SELECT COALESCE(l.id_pie, 0),
                      COALESCE(p.nom_pie, s.lib_prs),
                      COALESCE(p.depot_pie, ' '), l.qte_lgn_cmd,
                      COALESCE((SELECT SUM(r.qte_ret)
                                FROM commande_retour r
                                WHERE r.id_lgn_cmd = l.id_lgn_cmd), 0),
                      l.num_lot, COALESCE(p.serialise_pie, 'N'),
                      COALESCE(l.id_lgn_csg, 0),
                      COALESCE((SELECT MIN(k.id_lgn_cmd)
                                FROM commande_ligne k
                                WHERE k.id_lgn_csg = l.id_lgn_cmd), 0),
                      CASE WHEN l.rsv_lgn = 'O' THEN 'R'
                           ELSE COALESCE(l.att_fou_lgn, 'N')
                      END
               INTO   :PG-IDF-PIE, :PG-NOM-PIE, :PG-DEP-PIE,
                      :PG-QTE-LGN, :PG-QTE-DEJ-RET,
                      :PG-NUM-LOT:PG-NUM-LOT-IND, :PG-SRL-PIE,
                      :PG-IDF-LGN-PIE, :PG-IDF-LGN-CSG, :PG-ATT-LGN
               FROM   commande_ligne l
               LEFT JOIN piece p      ON p.id_pie = l.id_pie
               LEFT JOIN prestation s ON s.id_prs = l.id_prs
               WHERE  l.id_lgn_cmd = :PG-IDF-LGN
               AND    l.id_cmd = :PG-IDF-CMD
           END-EXEC.
           ELSE
               COMPUTE WS-QTE-MAX = PG-QTE-LGN - PG-QTE-DEJ-RET

               IF PG-IDF-LGN-PIE NOT = 0
                   PERFORM 0250-PLF-CSG-DEB
                      THRU 0250-PLF-CSG-FIN
               END-IF

               IF PG-ATT-LGN = "O" OR PG-ATT-LGN = "R"
                   MOVE 0 TO WS-QTE-MAX
               END-IF

               IF WS-QTE-MAX = 0
                   EVALUATE PG-ATT-LGN
                       WHEN "O"
                           DISPLAY "Ligne en attente fournisseur "
                                   "(commande speciale) : rien a "
                                   "reprendre."
                       WHEN "R"
                           DISPLAY "Ligne encore en reservation "
                                   "(livraison differee) : rien a "
                                   "reprendre."
                       WHEN OTHER
                           DISPLAY "Ligne deja entierement reprise."
                   END-EVALUATE

                   DISPLAY "Appuyez sur entree"
                   ACCEPT WS-LRR

      *-----------------------------------------------------------------

      * Ligne de consigne : sans carcasse, la consigne n'est
      * remboursable que pour les pieces consignees deja rendues,
      * moins ce qui a deja ete rembourse ainsi (les reprises de
      * carcasse par retcsg, qui ont leur ligne dans carcasse, ne
      * comptent pas ici).

       0250-PLF-CSG-DEB.

           EXEC SQL
               SELECT COALESCE((SELECT SUM(r.qte_ret)
                                FROM commande_retour r
                                WHERE r.id_lgn_cmd = :PG-IDF-LGN-PIE),
                               0)
                    - COALESCE((SELECT SUM(r.qte_ret)
                                FROM commande_retour r
                                WHERE r.id_lgn_cmd = :PG-IDF-LGN
                                AND NOT EXISTS
                                    (SELECT 1 FROM carcasse c
                                     WHERE c.id_ret = r.id_ret)), 0)
               INTO   :PG-QTE-CSG-RMB
           END-EXEC.

           IF SQLCODE NOT = 0 OR PG-QTE-CSG-RMB < 0
               MOVE 0 TO PG-QTE-CSG-RMB
           END-IF.

           IF PG-QTE-CSG-RMB < WS-QTE-MAX
               MOVE PG-QTE-CSG-RMB TO WS-QTE-MAX
               DISPLAY "Consigne : la reprise d'une carcasse se fait "
                       "par l'ecran retcsg ; seule la consigne des "
                       "pieces rendues se reprend ici."
           END-IF.

           EXIT.
       0250-PLF-CSG-FIN.

      *-----------------------------------------------------------------

      * Enregistre le retour rattache a la ligne d'origine puis place
      * la quantite rendue en attente d'inspection : rien n'entre en
      * stock avant la decision de l'ecran gesrin (remise en stock,
           IF SQLCODE = 0
               EXEC SQL COMMIT END-EXEC

      * Prestation hors stock : rien a inspecter ni a remettre en
      * stock, le retour ne sert qu'a l'emission de l'avoir.

               IF PG-IDF-PIE = 0
                   DISPLAY "Prestation reprise : avoir a emettre via "
                           "ecravr."
                   GO TO 0400-INS-RET-FIN
               END-IF

               PERFORM 0450-INS-RIN-DEB
                  THRU 0450-INS-RIN-FIN

               DISPLAY "Retour enregistre, en attente d'inspection "
                       "(decision via gesrin)."

               IF PG-IDF-LGN-CSG NOT = 0
                   MOVE PG-IDF-LGN-CSG TO WS-IDF-LGN-EDT
                   DISPLAY "Piece consignee : reprendre aussi la ligne "
                           "de consigne " FUNCTION TRIM (WS-IDF-LGN-EDT)
                           " pour la rembourser."
               END-IF

      * Piece serialisee : chaque unite rendue est identifiee par son
      * numero de serie, marque retourne via majser.

               DISPLAY "Erreur lors de l'enregistrement du retour."
           END-IF.

       0400-INS-RET-FIN.
           EXIT.

      *-----------------------------------------------------------------

