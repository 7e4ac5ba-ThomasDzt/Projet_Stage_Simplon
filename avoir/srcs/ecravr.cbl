      * calcule la TVA comme genfac) puis l'imprimer, ou reimprimer un *
      * avoir deja emis. Le corps de l'avoir est edite mis en forme    *
      * pour impression, avec la piece rendue, la quantite et les      *
      * montants HT/TVA/TTC. L'emission est refusee par genavr si le   *
      * mois courant est clos. L'avoir d'une facture autoliquidee      *
      * porte, comme elle, le numero de TVA intracommunautaire du      *
      * client et la mention legale d'autoliquidation. L'avoir d'une   *
      * prestation hors stock reprise au client porte le libelle de la *
      * prestation en lieu et place de la piece.                       *
      *                                                                *
      *----------------------------------------------------------------*
      *                           TRIGRAMMES                           *
      * TVA=TVA; TAU=TAUX; NUM=NUMERO; DAT=DATE; IDF=IDENTIFIANT;      *
      * CHX=CHOIX; LRR=LEURRE; CLR=COULEUR; TXT=TEXTE; FND=FOND;       *
      * SLC=SELECTION; AFF=AFFICHAGE; IMP=IMPRESSION; APL=APPEL;       *
      * RTR=RETOUR (CODE); EDT=EDITION; DEB=DEBUT; AUT=AUTO;           *
      * LIQ=LIQUIDATION; INT=INTRACOMMUNAUTAIRE                        *
      ******************************************************************

       IDENTIFICATION DIVISION.
       01 PG-MTT-TVA           PIC 9(10)V99.
       01 PG-MTT-TTC           PIC 9(10)V99.

      * Regime de TVA fige sur l'avoir par genavr : 'O' = avoir d'une
      * vente intracommunautaire autoliquidee.
       01 PG-AUT-LIQ           PIC X(01).
       01 PG-TVA-INT           PIC X(14).

       01 PG-IDF-CLI           PIC 9(10).
       01 PG-NOM-CLI           PIC X(50).

       01 WS-NUM-AVR           PIC 9(10).

      * Code retour de genavr : 0 = avoir cree ; 1 = retour inconnu ;
      * 2 = retour deja couvert par un avoir ; 4 = erreur SQL ;
      * 5 = mois courant clos.
       01 WS-RTR-AVR           PIC 9(01).
           88 WS-RTR-AVR-OK                VALUE 0.
           88 WS-RTR-AVR-RET-INV           VALUE 1.
           88 WS-RTR-AVR-DEJ-AVR           VALUE 2.
           88 WS-RTR-AVR-ERR               VALUE 4.
           88 WS-RTR-AVR-PCP-CLO           VALUE 5.

       01 WS-CLR-TXT           PIC 9(01)       VALUE 7. *> Blanc
       01 WS-CLR-FND           PIC 9(01)       VALUE 0. *> Noir
                           "utiliser la reimpression."
                   AT LINE 22 COL 03

               WHEN WS-RTR-AVR-PCP-CLO
                   DISPLAY "Mois courant clos en comptabilite : "
                           "emission impossible."
                   AT LINE 22 COL 03

               WHEN OTHER
                   DISPLAY "Erreur lors de la generation de l'avoir."
                   AT LINE 22 COL 03

           EXEC SQL
               SELECT a.num_avr, a.date_avr, a.tau_tva,
                      a.mtt_ht, a.mtt_tva, a.mtt_ttc, a.id_cli,
                      COALESCE(a.autoliq_avr, 'N'),
                      COALESCE(a.tva_intra_avr, ' ')
               INTO   :PG-NUM-AVR, :PG-DAT-AVR, :PG-TAU-TVA,
                      :PG-MTT-HT, :PG-MTT-TVA, :PG-MTT-TTC,
                      :PG-IDF-CLI, :PG-AUT-LIQ, :PG-TVA-INT
               FROM   avoir a
               WHERE  a.id_ret = :PG-IDF-RET
           END-EXEC.
           END-EXEC.

           EXEC SQL
               SELECT COALESCE(p.nom_pie, s.lib_prs), r.qte_ret,
                      l.prix_lgn_cmd, r.date_ret
               INTO   :PG-NOM-PIE, :PG-QTE-RET, :PG-PRX-LGN,
                      :PG-DAT-RET
               FROM   commande_retour r
               JOIN   commande_ligne l ON l.id_lgn_cmd = r.id_lgn_cmd
               LEFT JOIN piece p      ON p.id_pie = l.id_pie
               LEFT JOIN prestation s ON s.id_prs = l.id_prs
               WHERE  r.id_ret = :PG-IDF-RET
           END-EXEC.

                   " du " PG-DAT-RET.
           DISPLAY "Client         : " FUNCTION TRIM (WS-IDF-CLI-EDT)
                   " - " FUNCTION TRIM (PG-NOM-CLI).

           IF PG-TVA-INT NOT = SPACES
               DISPLAY "TVA client     : " FUNCTION TRIM (PG-TVA-INT)
           END-IF.

           DISPLAY "------------------------------------------------".
           DISPLAY "Designation                     Qte   PU HT".
           DISPLAY PG-NOM-PIE " " WS-QTE-RET-EDT " "
                   FUNCTION TRIM (WS-MTT-TVA-EDT) " EUR".
           DISPLAY "Total TTC      : " FUNCTION TRIM (WS-MTT-TTC-EDT)
                   " EUR (a deduire du compte client)".

           IF PG-AUT-LIQ = "O"
               DISPLAY "------------------------"
                       "------------------------"
               DISPLAY "Autoliquidation - art. 283-2 du CGI"
               DISPLAY "art. 196 directive 2006/112/CE"
           END-IF.

           DISPLAY "================================================".

           DISPLAY "Appuyez sur entree".
