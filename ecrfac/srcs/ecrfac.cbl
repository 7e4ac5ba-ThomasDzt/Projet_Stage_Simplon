      * l'imprimer, ou reimprimer une facture deja generee. Le corps   *
      * de la facture est edite mis en forme pour impression, comme le *
      * releve de stmcli, a partir des lignes commande_ligne           *
      * reellement postees par majpie. L'echeance de la facture et la  *
      * condition de reglement du client figurent en tete. La          *
      * generation est refusee par genfac si le mois courant est clos. *
      * Une facture autoliquidee (client d'un autre Etat membre) porte *
      * le numero de TVA intracommunautaire du client et la mention    *
      * legale d'autoliquidation. Les lignes de prestation hors stock  *
      * (frais de port, main d'oeuvre, forfaits) sont imprimees sous   *
      * le libelle du catalogue, et leur part du total HT est rappelee *
      * sous celui-ci. L'eco-participation d'une piece reglementee est *
      * detaillee sous sa ligne et son total rappele sous le total HT. *
      * Les acomptes deduits par genfac sont imprimes sous le total    *
      * TTC, avec le numero de leur facture d'acompte, puis le net a   *
      * payer.                                                         *
      * La facture est adressee au contact du client designe pour les  *
      * factures (rchcnt, a defaut le client lui-meme), imprime en     *
      * tete ; une facture generee est deposee pour lui dans la boite  *
      * d'envoi (gennoc).                                              *
      * Une facture emise au client payeur d'un groupe (id_cli_fac     *
      * fige par genfac) est adressee au payeur, l'agence qui a        *
      * commande etant rappelee sous ses coordonnees.                  *
      * Une ligne vendue au prix d'un palier degressif (fige sur la    *
      * ligne a la saisie) rappelle sous elle la quantite minimale et  *
      * le prix unitaire HT du palier, avant remise client.            *
      *                                                                *
      *----------------------------------------------------------------*
      *                           TRIGRAMMES                           *
      * TVA=TVA; TAU=TAUX; NUM=NUMERO; DAT=DATE; IDF=IDENTIFIANT;      *
      * CHX=CHOIX; LRR=LEURRE; CLR=COULEUR; TXT=TEXTE; FND=FOND;       *
      * SLC=SELECTION; AFF=AFFICHAGE; IMP=IMPRESSION; APL=APPEL;       *
      * RTR=RETOUR; EDT=EDITION; DEB=DEBUT; ECH=ECHEANCE;              *
      * CRG=CONDITION DE REGLEMENT; AUT=AUTO; LIQ=LIQUIDATION;         *
      * INT=INTRACOMMUNAUTAIRE; PRS=PRESTATION; ECO=ECO-PARTICIPATION; *
      * ACP=ACOMPTE; NET=NET A PAYER; DST=DESTINATAIRE; EMA=EMAIL;     *
      * CNT=CONTACT; DOC=DOCUMENT; NOT=NOTIFICATION; MSG=MESSAGE;      *
      * AGC=AGENCE; PPL=PALIER                                         *
      ******************************************************************

       IDENTIFICATION DIVISION.
       01 PG-NUM-FAC           PIC 9(10).
       01 PG-EXE-FAC           PIC 9(04).
       01 PG-DAT-FAC           PIC X(10).
       01 PG-DAT-ECH           PIC X(10).
       01 PG-LIB-CRG           PIC X(40).
       01 PG-TAU-TVA           PIC 9(03)V99.
       01 PG-MTT-HT            PIC 9(10)V99.
       01 PG-MTT-TVA           PIC 9(10)V99.
       01 PG-MTT-TTC           PIC 9(10)V99.

      * Part HT des prestations hors stock, isolee par genfac.
       01 PG-MTT-PRS           PIC 9(10)V99.

      * Part d'eco-participation du total HT, isolee par genfac.
       01 PG-MTT-ECO           PIC 9(10)V99.

      * Total des acomptes deduits de la facture par genfac.
       01 PG-MTT-ACP           PIC 9(10)V99.

      * Regime de TVA fige sur la facture par genfac : 'O' = vente
      * intracommunautaire autoliquidee par le client.
       01 PG-AUT-LIQ           PIC X(01).
       01 PG-TVA-INT           PIC X(14).

       01 PG-IDF-CLI           PIC 9(10).
       01 PG-NOM-CLI           PIC X(50).

      * Agence qui a passe la commande, quand la facture est adressee
      * au client payeur de son groupe.
       01 PG-IDF-AGC           PIC 9(10).
       01 PG-NOM-AGC           PIC X(50).
       01 PG-ADR-CLI           PIC X(50).
       01 PG-COP-CLI           PIC 9(05).
       01 PG-VIL-CLI           PIC X(50).
       01 PG-NOM-PIE-RSU       PIC X(30).
       01 PG-QTE-LGN-RSU       PIC 9(05).
       01 PG-PRX-LGN-RSU       PIC 9(08)V99.
       01 PG-ECO-LGN-RSU       PIC 9(05)V99.

      * Palier de prix degressif fige sur la ligne (0 = aucun).
       01 PG-QTE-PPL-RSU       PIC 9(05).
       01 PG-PRX-PPL-RSU       PIC 9(08)V99.

      * Facture de la commande listee au choix de reimpression. Le
      * numero n'est unique que dans son exercice (serie annuelle) :
       01 PG-DAT-FAC-RSU       PIC X(10).
       01 PG-TTC-FAC-RSU       PIC 9(10)V99.

      * Acompte deduit de la facture imprimee : numero de la facture
      * d'acompte (exercice-numero), date et montant TTC.
       01 PG-EXE-ACP-RSU       PIC 9(04).
       01 PG-NUM-ACP-RSU       PIC 9(10).
       01 PG-DAT-ACP-RSU       PIC X(10).
       01 PG-TTC-ACP-RSU       PIC 9(10)V99.

      * Ventilation par taux de TVA de la facture imprimee.
       01 PG-TAU-FTV-RSU       PIC 9(03)V99.
       01 PG-HT-FTV-RSU        PIC 9(10)V99.
      * imprimee, pour le corps de celle-ci. Depuis la facturation
      * partielle, une commande peut porter plusieurs factures : seules
      * les lignes estampillees de la facture courante sont imprimees.
      * Une ligne de prestation hors stock (sans piece) porte le
      * libelle de la prestation. L'eco-participation de la ligne est
      * lue a part, pour etre detaillee sous celle-ci, comme le
      * palier de prix degressif qui explique son prix.
       EXEC SQL
           DECLARE C-LGN-IMP CURSOR FOR
               SELECT COALESCE(p.nom_pie, s.lib_prs),
                      l.qte_lgn_cmd, l.prix_lgn_cmd,
                      COALESCE(l.eco_lgn_cmd, 0),
                      COALESCE(l.qte_ppl_lgn, 0),
                      COALESCE(l.prx_ppl_lgn, 0)
               FROM   commande_ligne l
               LEFT JOIN piece p      ON p.id_pie = l.id_pie
               LEFT JOIN prestation s ON s.id_prs = l.id_prs
               WHERE  l.id_cmd = :PG-IDF-CMD
               AND    l.id_fac = :PG-IDF-FAC
               ORDER BY l.id_lgn_cmd
               ORDER BY tau_tva
       END-EXEC.

      * Declaration du curseur des acomptes deduits de la facture.
       EXEC SQL
           DECLARE C-ACP-IMP CURSOR FOR
               SELECT exercice_acp, num_acp, date_acp, mtt_ttc_acp
               FROM   acompte
               WHERE  id_fac = :PG-IDF-FAC
               ORDER BY id_acp
       END-EXEC.

       01 WS-LRR               PIC X(01).

       01 WS-IDF-CMD           PIC 9(10).

      * Code retour de genfac : 0 = facture creee ; 1 = commande
      * inconnue ; 2 = deja facturee ; 3 = annulee ou sans ligne ;
      * 4 = erreur SQL ; 5 = mois courant clos.
       01 WS-RTR-FAC           PIC 9(01).
           88 WS-RTR-FAC-OK                VALUE 0.
           88 WS-RTR-FAC-CMD-INV           VALUE 1.
           88 WS-RTR-FAC-DEJ-FAC           VALUE 2.
           88 WS-RTR-FAC-CMD-REF           VALUE 3.
           88 WS-RTR-FAC-ERR               VALUE 4.
           88 WS-RTR-FAC-PCP-CLO           VALUE 5.

       01 WS-CLR-TXT           PIC 9(01)       VALUE 7. *> Blanc
       01 WS-CLR-FND           PIC 9(01)       VALUE 0. *> Noir
       01 WS-TVA-SOC            PIC X(20).
       01 WS-RTR-SOC            PIC 9(01).

      * Destinataire de la facture (rchcnt) et notification deposee
      * a la generation (gennoc).
       01 WS-TYP-DOC            PIC X(01)   VALUE "F".
       01 WS-NOM-DST            PIC X(50).
       01 WS-EMA-DST            PIC X(50).
       01 WS-RTR-CNT            PIC 9(01).
           88 WS-RTR-CNT-OK                 VALUE 0.
       01 WS-MSG-NOT            PIC X(150).
       01 WS-RTR-NOT            PIC 9(01).


      * Date/heure du jour affichees dans le cadre d'ecran partage.
       01 WS-CUR-DAT-HOR       PIC X(21).
       01 WS-NUM-FAC-SER       PIC 9(05).
       01 WS-IDF-CMD-EDT       PIC Z(10).
       01 WS-IDF-CLI-EDT       PIC Z(10).
       01 WS-IDF-AGC-EDT       PIC Z(10).
       01 WS-COP-CLI-EDT       PIC Z(05).
       01 WS-QTE-LGN-EDT       PIC Z(05).
       01 WS-PRX-LGN-EDT       PIC Z(08).99.
       01 WS-QTE-PPL-EDT       PIC Z(05).
       01 WS-PRX-PPL-EDT       PIC Z(08).99.
       01 WS-MTT-LGN-EDT       PIC Z(10).99.
       01 WS-MTT-HT-EDT        PIC Z(10).99.
       01 WS-MTT-PRS-EDT       PIC Z(10).99.
       01 WS-MTT-ECO-EDT       PIC Z(10).99.
       01 WS-MTT-TVA-EDT       PIC Z(10).99.
       01 WS-MTT-TTC-EDT       PIC Z(10).99.
       01 WS-TAU-TVA-EDT       PIC Z(03).99.

      * Acomptes deduits et net a payer (TTC moins acomptes).
       01 WS-NUM-ACP-SER       PIC 9(05).
       01 WS-TTC-ACP-EDT       PIC Z(10).99.
       01 WS-MTT-NET           PIC 9(10)V99.
       01 WS-MTT-NET-EDT       PIC Z(10).99.

      * Montant HT de la ligne imprimee courante.
       01 WS-MTT-LGN           PIC 9(10)V99.

                   PERFORM 0400-IMP-FAC-DEB
                      THRU 0400-IMP-FAC-FIN

                   PERFORM 0250-NOT-FAC-DEB
                      THRU 0250-NOT-FAC-FIN

               WHEN WS-RTR-FAC-CMD-INV
                   DISPLAY "Commande inconnue."
                   AT LINE 22 COL 03
               WHEN WS-RTR-FAC-ERR
                   DISPLAY "Erreur lors de la generation de la facture."
                   AT LINE 22 COL 03

               WHEN WS-RTR-FAC-PCP-CLO
                   DISPLAY "Mois courant clos en comptabilite : "
                           "facturation impossible."
                   AT LINE 22 COL 03
           END-EVALUATE.

           IF NOT WS-RTR-FAC-OK

      *-----------------------------------------------------------------

      * Depose la facture generee dans la boite d'envoi, a l'adresse
      * de son destinataire ; sans adresse email, rien n'est depose et
      * la facture imprimee fait foi.

       0250-NOT-FAC-DEB.

           MOVE SPACES TO WS-MSG-NOT.

           STRING "Facture n. " WS-EXE-FAC-EDT "-" WS-NUM-FAC-SER
                  " du " PG-DAT-FAC " : " DELIMITED BY SIZE
                  FUNCTION TRIM (WS-MTT-TTC-EDT) DELIMITED BY SIZE
                  " EUR TTC, echeance " PG-DAT-ECH "."
                  DELIMITED BY SIZE
                  INTO WS-MSG-NOT
           END-STRING.

           CALL "gennoc" USING PG-IDF-CLI,
                               WS-TYP-DOC,
                               WS-MSG-NOT,
                               WS-RTR-NOT
           END-CALL.

       0250-NOT-FAC-FIN.
           EXIT.

      *-----------------------------------------------------------------

      * Reimpression : liste les factures de la commande (une commande
      * partiellement facturee peut en porter plusieurs - chacune
      * reste un document legal reproductible), reimprime d'office
               SELECT f.id_fac, f.num_fac,
                      COALESCE(f.exercice_fac,
                               EXTRACT(YEAR FROM f.date_fac)::INTEGER),
                      f.date_fac,
                      COALESCE(f.date_ech_fac, f.date_fac),
                      f.tau_tva,
                      f.mtt_ht, f.mtt_tva, f.mtt_ttc,
                      COALESCE(f.id_cli_fac, c.id_cli), c.id_cli,
                      COALESCE(f.autoliq_fac, 'N'),
                      COALESCE(f.tva_intra_fac, ' '),
                      COALESCE(f.mtt_prs_fac, 0),
                      COALESCE(f.mtt_eco_fac, 0),
                      COALESCE(f.mtt_acp_fac, 0)
               INTO   :PG-IDF-FAC, :PG-NUM-FAC, :PG-EXE-FAC,
                      :PG-DAT-FAC, :PG-DAT-ECH,
                      :PG-TAU-TVA, :PG-MTT-HT, :PG-MTT-TVA,
                      :PG-MTT-TTC, :PG-IDF-CLI, :PG-IDF-AGC,
                      :PG-AUT-LIQ,
                      :PG-TVA-INT, :PG-MTT-PRS, :PG-MTT-ECO,
                      :PG-MTT-ACP
               FROM   facture f
               JOIN   commande c ON c.id_cmd = f.id_cmd
               WHERE  f.id_fac = :PG-IDF-FAC
               WHERE  id_cli = :PG-IDF-CLI
           END-EXEC.

           MOVE "Comptant" TO PG-LIB-CRG.

           EXEC SQL
               SELECT g.lib_crg
               INTO   :PG-LIB-CRG
               FROM   client k
               JOIN   conditions_reglement g
                      ON g.code_crg = k.cond_rgl_cli
               WHERE  k.id_cli = :PG-IDF-CLI
           END-EXEC.

           MOVE PG-NUM-FAC TO WS-NUM-FAC-EDT.
           MOVE PG-EXE-FAC TO WS-EXE-FAC-EDT.
           MOVE PG-NUM-FAC TO WS-NUM-FAC-SER.
                   WS-NUM-FAC-SER.
           DISPLAY "================================================".
           DISPLAY "Date           : " PG-DAT-FAC.
           DISPLAY "Echeance       : " PG-DAT-ECH
                   " (" FUNCTION TRIM (PG-LIB-CRG) ")".
           DISPLAY "Commande       : " FUNCTION TRIM (WS-IDF-CMD-EDT).
           DISPLAY "Client         : " FUNCTION TRIM (WS-IDF-CLI-EDT)
                   " - " FUNCTION TRIM (PG-NOM-CLI).
           DISPLAY "Adresse        : " FUNCTION TRIM (PG-ADR-CLI).
           DISPLAY "                 " FUNCTION TRIM (WS-COP-CLI-EDT)
                   " " FUNCTION TRIM (PG-VIL-CLI).

           IF PG-IDF-AGC NOT = PG-IDF-CLI
               EXEC SQL
                   SELECT nom_cli
                   INTO   :PG-NOM-AGC
                   FROM   client
                   WHERE  id_cli = :PG-IDF-AGC
               END-EXEC

               MOVE PG-IDF-AGC TO WS-IDF-AGC-EDT

               DISPLAY "Commandee par  : "
                       FUNCTION TRIM (WS-IDF-AGC-EDT)
                       " - " FUNCTION TRIM (PG-NOM-AGC)
           END-IF.

           CALL "rchcnt" USING PG-IDF-CLI,
                               WS-TYP-DOC,
                               WS-NOM-DST,
                               WS-EMA-DST,
                               WS-RTR-CNT
           END-CALL.

           IF WS-RTR-CNT-OK
               DISPLAY "A l'attention  : " FUNCTION TRIM (WS-NOM-DST)
           END-IF.

           IF WS-EMA-DST NOT = SPACES
               DISPLAY "Envoyee a      : " FUNCTION TRIM (WS-EMA-DST)
           END-IF.

           IF PG-TVA-INT NOT = SPACES
               DISPLAY "TVA client     : " FUNCTION TRIM (PG-TVA-INT)
           END-IF.

           DISPLAY "------------------------------------------------".
           DISPLAY "Designation                     Qte   PU HT"
                   "     Total HT".
           DISPLAY "Total HT       : " FUNCTION TRIM (WS-MTT-HT-EDT)
                   " EUR".

           IF PG-MTT-PRS NOT = 0
               MOVE PG-MTT-PRS TO WS-MTT-PRS-EDT
               DISPLAY "  dont prestations : "
                       FUNCTION TRIM (WS-MTT-PRS-EDT) " EUR"
           END-IF.

           IF PG-MTT-ECO NOT = 0
               MOVE PG-MTT-ECO TO WS-MTT-ECO-EDT
               DISPLAY "  dont eco-participation : "
                       FUNCTION TRIM (WS-MTT-ECO-EDT) " EUR"
           END-IF.

           PERFORM 0600-IMP-FTV-DEB
              THRU 0600-IMP-FTV-FIN.

                   " EUR".
           DISPLAY "Total TTC      : " FUNCTION TRIM (WS-MTT-TTC-EDT)
                   " EUR".

           IF PG-MTT-ACP NOT = 0
               PERFORM 0700-IMP-ACP-DEB
                  THRU 0700-IMP-ACP-FIN
           END-IF.

           IF PG-AUT-LIQ = "O"
               DISPLAY "------------------------"
                       "------------------------"
               DISPLAY "Autoliquidation - art. 283-2 du CGI"
               DISPLAY "art. 196 directive 2006/112/CE"
           END-IF.

           DISPLAY "================================================".

           DISPLAY "Appuyez sur entree".

           EXEC SQL
               FETCH C-LGN-IMP
               INTO  :PG-NOM-PIE-RSU, :PG-QTE-LGN-RSU, :PG-PRX-LGN-RSU,
                     :PG-ECO-LGN-RSU, :PG-QTE-PPL-RSU, :PG-PRX-PPL-RSU
           END-EXEC.

           PERFORM 0550-IMP-UNE-LGN-DEB
           DISPLAY PG-NOM-PIE-RSU " " WS-QTE-LGN-EDT " "
                   WS-PRX-LGN-EDT " " WS-MTT-LGN-EDT.

      * Le palier de prix degressif applique explique le prix de la
      * ligne : il est rappele sur une sous-ligne, sans montant.

           IF PG-QTE-PPL-RSU NOT = 0
               MOVE PG-QTE-PPL-RSU TO WS-QTE-PPL-EDT
               MOVE PG-PRX-PPL-RSU TO WS-PRX-PPL-EDT
               DISPLAY "  tarif degressif a partir de "
                       FUNCTION TRIM (WS-QTE-PPL-EDT) " : "
                       FUNCTION TRIM (WS-PRX-PPL-EDT) " HT l'unite"
           END-IF.

      * L'eco-participation est facturee en sus du prix unitaire : elle
      * est detaillee sur une sous-ligne, au meme format.

           IF PG-ECO-LGN-RSU NOT = 0
               MOVE PG-ECO-LGN-RSU TO WS-PRX-LGN-EDT
               COMPUTE WS-MTT-LGN = PG-QTE-LGN-RSU * PG-ECO-LGN-RSU
               MOVE WS-MTT-LGN TO WS-MTT-LGN-EDT
               DISPLAY "  eco-participation           "
                       " " WS-QTE-LGN-EDT " "
                       WS-PRX-LGN-EDT " " WS-MTT-LGN-EDT
           END-IF.

           EXEC SQL
               FETCH C-LGN-IMP
               INTO  :PG-NOM-PIE-RSU, :PG-QTE-LGN-RSU, :PG-PRX-LGN-RSU,
                     :PG-ECO-LGN-RSU, :PG-QTE-PPL-RSU, :PG-PRX-PPL-RSU
           END-EXEC.

           EXIT.

           EXIT.
       0650-IMP-UNE-FTV-FIN.

      *-----------------------------------------------------------------

      * Imprime les acomptes deduits, chacun sous le numero de sa
      * facture d'acompte, puis le net a payer.

       0700-IMP-ACP-DEB.

           EXEC SQL OPEN C-ACP-IMP END-EXEC.

           EXEC SQL
               FETCH C-ACP-IMP
               INTO  :PG-EXE-ACP-RSU, :PG-NUM-ACP-RSU,
                     :PG-DAT-ACP-RSU, :PG-TTC-ACP-RSU
           END-EXEC.

           PERFORM 0750-IMP-UN-ACP-DEB
              THRU 0750-IMP-UN-ACP-FIN
              UNTIL SQLCODE NOT = 0.

           EXEC SQL CLOSE C-ACP-IMP END-EXEC.

           COMPUTE WS-MTT-NET = PG-MTT-TTC - PG-MTT-ACP.
           MOVE WS-MTT-NET TO WS-MTT-NET-EDT.

           DISPLAY "Net a payer    : " FUNCTION TRIM (WS-MTT-NET-EDT)
                   " EUR".

           EXIT.
       0700-IMP-ACP-FIN.

      *-----------------------------------------------------------------

       0750-IMP-UN-ACP-DEB.

           MOVE PG-NUM-ACP-RSU TO WS-NUM-ACP-SER.
           MOVE PG-TTC-ACP-RSU TO WS-TTC-ACP-EDT.

           DISPLAY "Acompte A" PG-EXE-ACP-RSU "-" WS-NUM-ACP-SER
                   " du " PG-DAT-ACP-RSU " : - "
                   FUNCTION TRIM (WS-TTC-ACP-EDT) " EUR".

           EXEC SQL
               FETCH C-ACP-IMP
               INTO  :PG-EXE-ACP-RSU, :PG-NUM-ACP-RSU,
                     :PG-DAT-ACP-RSU, :PG-TTC-ACP-RSU
           END-EXEC.

           EXIT.
       0750-IMP-UN-ACP-FIN.
