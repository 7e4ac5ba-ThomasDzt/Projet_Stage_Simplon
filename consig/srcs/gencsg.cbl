      ******************************************************************
      *                                                                *
      *                 DESCRIPTION DU SOUS-PROGRAMME                  *
      *                                                                *
      * gencsg : generation de la ligne de consigne d'une piece        *
      * d'echange standard. Appele juste apres l'insertion d'une ligne *
      * de piece (ajucmd a la saisie, trtrlq et gesrlq au service d'un *
      * reliquat) : si la piece porte une consigne (csg_pie), ajoute a *
      * la meme commande une ligne de prestation CONSIGNE de meme      *
      * quantite, au montant unitaire de la consigne et au taux de TVA *
      * de la prestation, rattachee a la ligne de piece (id_lgn_csg).  *
      * C'est sur cette ligne que retcsg reprend les carcasses et que  *
      * genavr rembourse la consigne. Rend la consigne unitaire (0 si  *
      * la piece n'est pas consignee) pour le cumul de l'ecran.        *
      * La ligne de consigne d'une commande speciale suit l'attente    *
      * fournisseur de sa ligne de piece (att_fou_lgn), celle d'une    *
      * livraison differee sa reservation (rsv_lgn).                   *
      *                                                                *
      *----------------------------------------------------------------*
      *                           TRIGRAMMES                           *
      *                                                                *
      * gencsg=generation consigne                                     *
      * CSG=CONSIGNE; LGN=LIGNE; IDF=IDENTIFIANT; RTR=RETOUR (CODE);   *
      * SLC=SELECTION; INS=INSERTION; DEB=DEBUT                        *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. gencsg.
       AUTHOR. ThomasD.
       DATE-WRITTEN. 15-10-2026 (fr).

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.

       01 PG-IDF-LGN         PIC 9(10).
       01 PG-CSG-PIE         PIC 9(05)V99.

       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

      * Code retour rendu a l'appelant : 0 = consigne ajoutee, ou
      * piece non consignee ; 1 = erreur SQL (ligne de consigne non
      * ajoutee, trace dans log_erreurs).
       01 WS-RTR-CSG         PIC 9(01)   VALUE 0.
           88 WS-RTR-CSG-OK              VALUE 0.
           88 WS-RTR-CSG-ERR             VALUE 1.

      * Zones utilisees pour tracer via generr l'echec de l'insertion
      * de la ligne de consigne en cas de SQLCODE en erreur.
       01 WS-OPE-ERR         PIC X(60)
           VALUE "gencsg : insertion ligne de consigne".
       01 WS-RTR-ERR         PIC 9(01).

       LINKAGE SECTION.
       01 LK-IDF-LGN         PIC 9(10).
       01 LK-CSG-LGN         PIC 9(05)V99.
       01 LK-RTR-CSG         PIC 9(01).


       PROCEDURE DIVISION USING LK-IDF-LGN,
                                LK-CSG-LGN,
                                LK-RTR-CSG.

           MOVE LK-IDF-LGN TO PG-IDF-LGN.
           MOVE 0          TO PG-CSG-PIE.
           MOVE 0          TO WS-RTR-CSG.

           PERFORM 0100-SLC-CSG-DEB
              THRU 0100-SLC-CSG-FIN.

           IF PG-CSG-PIE NOT = 0
               PERFORM 0200-INS-CSG-DEB
                  THRU 0200-INS-CSG-FIN
           END-IF.

           IF WS-RTR-CSG-OK
               MOVE PG-CSG-PIE TO LK-CSG-LGN
           ELSE
               MOVE 0          TO LK-CSG-LGN
           END-IF.

           MOVE WS-RTR-CSG TO LK-RTR-CSG.

           EXIT PROGRAM.

      ******************************************************************
      *                         PARAGRAPHES                            *
      ******************************************************************

      * Consigne en vigueur de la piece portee par la ligne ; une
      * ligne introuvable ou sans piece vaut piece non consignee.

       0100-SLC-CSG-DEB.

           EXEC SQL
               SELECT COALESCE(p.csg_pie, 0)
               INTO   :PG-CSG-PIE
               FROM   commande_ligne l
               JOIN   piece p ON p.id_pie = l.id_pie
               WHERE  l.id_lgn_cmd = :PG-IDF-LGN
           END-EXEC.

           IF SQLCODE NOT = 0
               MOVE 0 TO PG-CSG-PIE
           END-IF.

           EXIT.
       0100-SLC-CSG-FIN.

      *-----------------------------------------------------------------

      * Ligne de consigne : prestation CONSIGNE, meme commande et meme
      * quantite que la ligne de piece, montant de la consigne, sans
      * cout. Une prestation CONSIGNE absente du catalogue fait
      * echouer l'insertion (aucune ligne), tracee comme une erreur.

       0200-INS-CSG-DEB.

           EXEC SQL
               INSERT INTO commande_ligne (id_cmd, id_prs, qte_lgn_cmd,
                                            prix_lgn_cmd, cout_lgn_cmd,
                                            tau_tva_lgn, id_lgn_csg,
                                            att_fou_lgn, rsv_lgn)
               SELECT l.id_cmd, s.id_prs, l.qte_lgn_cmd,
                      :PG-CSG-PIE, 0,
                      COALESCE(s.tau_tva_prs, 20.00), l.id_lgn_cmd,
                      COALESCE(l.att_fou_lgn, 'N'),
                      COALESCE(l.rsv_lgn, 'N')
               FROM   commande_ligne l
               JOIN   prestation s ON s.code_prs = 'CONSIGNE'
               WHERE  l.id_lgn_cmd = :PG-IDF-LGN
           END-EXEC.

           IF SQLCODE = 0
               EXEC SQL COMMIT END-EXEC
           ELSE
               EXEC SQL ROLLBACK END-EXEC
               CALL "generr" USING WS-OPE-ERR, SQLCODE, WS-RTR-ERR
               END-CALL
               SET WS-RTR-CSG-ERR TO TRUE
           END-IF.

           EXIT.
       0200-INS-CSG-FIN.
