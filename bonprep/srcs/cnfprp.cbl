      * semaines plus tard comme un ecart rcclog inexplicable. La      *
      * confirmation fait passer la commande au statut 'preparee',     *
      * journalise via genlog comme les transitions de gescmd.         *
      * Une commande dont une ligne de commande speciale attend encore *
      * son fournisseur (att_fou_lgn = 'O') n'est pas confirmee : elle *
      * partirait sans la piece, que ni le bon de livraison ni la      *
      * facture ne reprendraient ensuite. Les lignes en livraison      *
      * directe (liv_dir_lgn = 'O'), expediees par le fournisseur chez *
      * le client, ne se prelevent pas : elles ne sont ni saisies ici  *
      * ni bloquantes.                                                 *
      * Une commande a livraison differee dont une ligne est encore en *
      * reservation (rsv_lgn = 'O') n'est pas confirmee non plus : la  *
      * piece n'est retiree du stock qu'a la conversion de la          *
      * reservation par trtrsv.                                        *
      * Une commande dont une ligne a prelever sort d'un depot non     *
      * attribue a l'utilisateur connecte n'est pas confirmee (verudp, *
      * sauf admin, la tentative est tracee).                          *
      *                                                                *
      *----------------------------------------------------------------*
      *                           TRIGRAMMES                           *
      * MNQ=MANQUANT; RLQ=RELIQUAT; ALR=ALERTE; STA=STATUT;            *
      * IDF=IDENTIFIANT; UTI=UTILISATEUR; NBR=NOMBRE; RSU=RESULTAT;    *
      * SLC=SELECTION; APL=APPEL; MAJ=MISE A JOUR; INS=INSERTION;      *
      * LRR=LEURRE; ATT=ATTENTE; DIR=DIRECTE; RSV=RESERVATION;         *
      * UDP=UTILISATEUR DEPOT; FNC=FONCTION; DEB=DEBUT                 *
      ******************************************************************

       IDENTIFICATION DIVISION.

       01 PG-NBR-ALR-OUV        PIC 9(05).

      * Lignes de commande speciale encore en attente fournisseur.
       01 PG-NBR-ATT            PIC 9(05).

      * Utilisateur connecte et premier depot de la commande qui ne
      * lui est pas attribue (blanc si aucun).
       01 PG-IDF-UTI            PIC 9(10).
       01 PG-DEP-UDP            PIC X(20).

       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.
               FROM   commande_ligne l
               JOIN   piece p ON p.id_pie = l.id_pie
               WHERE  l.id_cmd = :PG-IDF-CMD
               AND    COALESCE(l.liv_dir_lgn, 'N') = 'N'
               AND    COALESCE(l.rsv_lgn, 'N') = 'N'
               ORDER BY p.depot_pie,
                        COALESCE(p.empl_pie, 'zzzzzzzzzz'),
                        p.nom_pie
      * Zone de session partagee : qui est connecte sur ce poste.
       COPY session.

      * Zones echangees avec verudp : les depots des lignes a prelever
      * doivent etre attribues a l'utilisateur connecte.
       01 WS-FNC-UDP            PIC X(10)   VALUE "cnfprp".
       01 WS-RTR-UDP            PIC 9(01).
           88 WS-RTR-UDP-OK                VALUE 0.

       01 WS-IDF-CMD-EDT        PIC Z(10).
       01 WS-QTE-LGN-EDT        PIC Z(05).
       01 WS-NBR-LGN-EDT        PIC Z(05).
               GO TO 0100-SSI-CMD-SRT
           END-IF.

           EXEC SQL
               SELECT COUNT(*)
               INTO   :PG-NBR-ATT
               FROM   commande_ligne
               WHERE  id_cmd = :PG-IDF-CMD
               AND    att_fou_lgn = 'O'
               AND    COALESCE(liv_dir_lgn, 'N') = 'N'
           END-EXEC.

           IF SQLCODE = 0 AND PG-NBR-ATT > 0
               DISPLAY "Commande speciale en attente fournisseur : le "
                       "picking se confirme apres reception."
               GO TO 0100-SSI-CMD-SRT
           END-IF.

           EXEC SQL
               SELECT COUNT(*)
               INTO   :PG-NBR-ATT
               FROM   commande_ligne
               WHERE  id_cmd = :PG-IDF-CMD
               AND    id_pie IS NOT NULL
               AND    rsv_lgn = 'O'
           END-EXEC.

           IF SQLCODE = 0 AND PG-NBR-ATT > 0
               DISPLAY "Livraison differee encore en reservation : le "
                       "picking se confirme apres conversion."
               GO TO 0100-SSI-CMD-SRT
           END-IF.

      * Controle d'acces aux depots avant toute ecriture : verudp
      * laisse passer un admin et trace le refus des autres.

           MOVE SESS-IDF-UTI TO PG-IDF-UTI.

           EXEC SQL
               SELECT COALESCE(MIN(p.depot_pie), ' ')
               INTO   :PG-DEP-UDP
               FROM   commande_ligne l
               JOIN   piece p ON p.id_pie = l.id_pie
               WHERE  l.id_cmd = :PG-IDF-CMD
               AND    COALESCE(l.liv_dir_lgn, 'N') = 'N'
               AND    COALESCE(l.rsv_lgn, 'N') = 'N'
               AND    NOT EXISTS (SELECT 1
                                  FROM   utilisateur_depot u
                                  WHERE  u.id_uti = :PG-IDF-UTI
                                  AND    u.code_dep = p.depot_pie)
           END-EXEC.

           IF SQLCODE = 0 AND PG-DEP-UDP NOT = SPACES
               CALL "verudp" USING PG-IDF-UTI
                                   PG-DEP-UDP
                                   WS-FNC-UDP
                                   WS-RTR-UDP
               END-CALL

               IF NOT WS-RTR-UDP-OK
                   DISPLAY "Depot " FUNCTION TRIM (PG-DEP-UDP)
                           " non attribue a votre compte, "
                           "confirmation refusee."
                   GO TO 0100-SSI-CMD-SRT
               END-IF
           END-IF.

           DISPLAY "Quantites prelevees (ligne par ligne) :".

           EXEC SQL OPEN C-PRP END-EXEC.
               END-IF
           END-IF.

      * La ligne de consigne rattachee a la piece suit sa quantite
      * (supprimee avant elle, la cle etrangere l'impose).

           IF WS-QTE-PRL = 0
               EXEC SQL
                   DELETE FROM commande_ligne
                   WHERE  id_lgn_csg = :PG-IDF-LGN
               END-EXEC
           ELSE
               EXEC SQL
                   UPDATE commande_ligne
                   SET    qte_lgn_cmd = :PG-QTE-PRL
                   WHERE  id_lgn_csg = :PG-IDF-LGN
               END-EXEC
           END-IF.

           IF SQLCODE = 0 OR SQLCODE = 100
               IF WS-QTE-PRL = 0
                   EXEC SQL
                       DELETE FROM commande_ligne
                       WHERE  id_lgn_cmd = :PG-IDF-LGN
                   END-EXEC
               ELSE
                   EXEC SQL
                       UPDATE commande_ligne
                       SET    qte_lgn_cmd = :PG-QTE-PRL
                       WHERE  id_lgn_cmd = :PG-IDF-LGN
                   END-EXEC
               END-IF
           END-IF.

           IF SQLCODE = 0
               EXEC SQL COMMIT END-EXEC
           ELSE
