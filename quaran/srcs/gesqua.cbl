      * stock, la reception est marquee 'rebutee' et le litige se      *
      * regle avec le fournisseur). Chaque decision est journalisee    *
      * via genlog (type_log = 'quarantaine') avec le decideur.        *
      * Une reception rapprochee par impsup d'une commande speciale    *
      * client est, une fois liberee, aussitot reservee au client : un *
      * retrait majpie la sort du stock libre a concurrence du reste a *
      * servir de la ligne, qui passe postee et preparable quand elle  *
      * est entierement servie (att_fou_lgn = 'N').                    *
      * La decision n'est proposee que si le depot de la reception est *
      * attribue a l'utilisateur connecte (verudp, sauf admin).        *
      * La reception garde la quantite et le prix tels que livres dans *
      * l'unite d'achat du fournisseur (carton, bidon...) : a la       *
      * liberation, la quantite est convertie en unites de stock avec  *
      * le facteur de la reception avant le credit majpie, et le cout  *
      * par unite de stock est deduit du prix de l'unite d'achat.      *
      * Le nouveau cout est aussitot confronte au prix de vente        *
      * (vermrg) : une marge tombee sous le minimum de la societe      *
      * ouvre une alerte d'erosion de marge, traitee dans cnsamg.      *
      *                                                                *
      *----------------------------------------------------------------*
      *                           TRIGRAMMES                           *
      * LIB=LIBERATION; REB=REBUT; STA=STATUT; IDF=IDENTIFIANT;        *
      * UTI=UTILISATEUR; NBR=NOMBRE; RSU=RESULTAT; SLC=SELECTION;      *
      * APL=APPEL; MAJ=MISE A JOUR; AFF=AFFICHAGE; LRR=LEURRE;         *
      * SPC=COMMANDE SPECIALE; RES=RESERVATION; CPO=COMMANDE           *
      * FOURNISSEUR; RST=RESTE; UDP=UTILISATEUR DEPOT; FNC=FONCTION;   *
      * UNA=UNITE D'ACHAT; FAC=FACTEUR; CNV=CONVERSION; MRG=MARGE;     *
      * DEB=DEBUT                                                      *
      ******************************************************************

       01 PG-NUM-LOT-RSU        PIC X(20).
       01 PG-QTE-QUA-RSU        PIC 9(10).
       01 PG-DAT-QUA-RSU        PIC X(10).
       01 PG-IDF-CPO-RSU        PIC 9(10).

       01 PG-IDF-QUA            PIC 9(10).
       01 PG-IDF-PIE            PIC 9(10).
       01 PG-DAT-DLUO-IND       PIC S9(04) COMP-5.
       01 PG-QTE-QUA            PIC 9(10).
       01 PG-CST-LIV            PIC 9(08)V99.

      * Unite d'achat de la reception et nombre d'unites de stock
      * qu'elle contient (1 pour une reception en unites de stock).
       01 PG-UNA-QUA            PIC X(10).
       01 PG-FAC-CNV            PIC 9(05).
       01 PG-STA-QUA            PIC X(14).
       01 PG-IDF-UTI            PIC 9(10).
       01 PG-STA-NVO            PIC X(14).
       01 PG-PRU-ANC            PIC 9(08)V99.
       01 PG-PRU-NVO            PIC 9(08)V99.

      * Commande speciale servie par la reception (0 = reception de
      * stock) : commande fournisseur, ligne client en attente, sa
      * commande et son reste a servir, quantite reservee et lot
      * preleve par le retrait de reservation.
       01 PG-IDF-CPO            PIC 9(10).
       01 PG-IDF-LGN-SPC        PIC 9(10).
       01 PG-IDF-CMD-SPC        PIC 9(10).
       01 PG-STA-CMD-SPC        PIC X(14).
       01 PG-QTE-RST-SPC        PIC S9(10).
       01 PG-QTE-RES            PIC 9(10).
       01 PG-NUM-LOT-RES        PIC X(20).

       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

      * Declaration du curseur des receptions en attente de decision,
      * de la plus ancienne a la plus recente, quantites en unites de
      * stock.
       EXEC SQL
           DECLARE C-QUA CURSOR FOR
               SELECT q.id_qua, q.id_pie, p.nom_pie,
                      COALESCE(q.num_lot, ' '),
                      q.qte_qua * COALESCE(q.fact_conv_qua, 1),
                      q.date_qua, COALESCE(q.id_cmd_pie, 0)
               FROM   reception_quarantaine q
               JOIN   piece p ON p.id_pie = q.id_pie
               WHERE  q.statut_qua = 'attente'
       01 WS-TYP-LOG-NUL        PIC X(20)   VALUE SPACES.
       01 WS-NUM-LOT            PIC X(20).

      * Retrait de reservation d'une commande speciale.
       01 WS-TYP-CHG-RTI        PIC X(01)   VALUE "-".
       01 WS-QTE-RES            PIC 9(10).
       01 WS-NUM-LOT-RES        PIC X(20).

      * Zone de session partagee : qui est connecte sur ce poste.
       COPY session.

      * Zones echangees avec verudp : le depot de la reception doit
      * etre attribue a l'utilisateur connecte.
       01 WS-FNC-UDP            PIC X(10)   VALUE "gesqua".
       01 WS-RTR-UDP            PIC 9(01).
           88 WS-RTR-UDP-OK                VALUE 0.

       01 WS-IDF-QUA-EDT        PIC Z(10).
       01 WS-QTE-QUA-EDT        PIC Z(10).
       01 WS-FAC-CNV-EDT        PIC Z(05).
       01 WS-PRU-ANC-EDT        PIC Z(08).99.
       01 WS-PRU-NVO-EDT        PIC Z(08).99.

      * Code retour de vermrg : 1 = alerte d'erosion de marge ouverte.
       01 WS-RTR-MRG            PIC 9(01).
           88 WS-RTR-MRG-ALR                VALUE 1.

      * Zones utilisees pour journaliser la decision via genlog.
       01 WS-MSG-LOG            PIC X(100).
       01 WS-TYP-LOG            PIC X(20)   VALUE "quarantaine".
       01 WS-TYP-LOG-PRU        PIC X(20)   VALUE "prix_piece".
       01 WS-TYP-LOG-CMD        PIC X(20)   VALUE "commande".
       01 WS-QTE-LOG-RES        PIC S9(10).
       01 WS-QTE-RES-EDT        PIC Z(10).
       01 WS-IDF-CMD-EDT        PIC Z(10).
       01 WS-IDF-LGN-EDT        PIC Z(10).
       01 WS-QTE-LOG-NUL        PIC S9(10)  VALUE 0.
       01 WS-RTR-LOG            PIC 9(01).

               FETCH C-QUA
               INTO  :PG-IDF-QUA-RSU, :PG-IDF-PIE-RSU,
                     :PG-NOM-PIE-RSU, :PG-NUM-LOT-RSU,
                     :PG-QTE-QUA-RSU, :PG-DAT-QUA-RSU,
                     :PG-IDF-CPO-RSU
           END-EXEC.

           PERFORM 0150-AFF-UNE-QUA-DEB
                   PG-NUM-LOT-RSU "  " WS-QTE-QUA-EDT "  "
                   PG-DAT-QUA-RSU.

           IF PG-IDF-CPO-RSU NOT = 0
               DISPLAY "            (commande speciale client : "
                       "a reserver a la liberation)"
           END-IF.

           EXEC SQL
               FETCH C-QUA
               INTO  :PG-IDF-QUA-RSU, :PG-IDF-PIE-RSU,
                     :PG-NOM-PIE-RSU, :PG-NUM-LOT-RSU,
                     :PG-QTE-QUA-RSU, :PG-DAT-QUA-RSU,
                     :PG-IDF-CPO-RSU
           END-EXEC.

           EXIT.
               SELECT q.id_pie, p.nom_pie, q.depot_pie,
                      q.num_lot, q.date_dluo::VARCHAR,
                      q.qte_qua, COALESCE(q.prix_liv, 0),
                      q.statut_qua, COALESCE(p.serialise_pie, 'N'),
                      COALESCE(q.id_cmd_pie, 0),
                      COALESCE(q.unite_achat_qua, 'unite'),
                      COALESCE(q.fact_conv_qua, 1)
               INTO   :PG-IDF-PIE, :PG-NOM-PIE, :PG-DEP-PIE,
                      :PG-NUM-LOT:PG-NUM-LOT-IND,
                      :PG-DAT-DLUO:PG-DAT-DLUO-IND,
                      :PG-QTE-QUA, :PG-CST-LIV, :PG-STA-QUA,
                      :PG-SRL-PIE, :PG-IDF-CPO, :PG-UNA-QUA,
                      :PG-FAC-CNV
               FROM   reception_quarantaine q
               JOIN   piece p ON p.id_pie = q.id_pie
               WHERE  q.id_qua = :PG-IDF-QUA
               GO TO 0200-SSI-DEC-FIN
           END-IF.

           CALL "verudp" USING SESS-IDF-UTI
                               PG-DEP-PIE
                               WS-FNC-UDP
                               WS-RTR-UDP
           END-CALL.

           IF NOT WS-RTR-UDP-OK
               DISPLAY "Depot " FUNCTION TRIM (PG-DEP-PIE)
                       " non attribue a votre compte, decision refusee."

               DISPLAY "Appuyez sur entree"
               ACCEPT WS-LRR
               GO TO 0200-SSI-DEC-FIN
           END-IF.

           IF PG-FAC-CNV = 0
               MOVE 1 TO PG-FAC-CNV
           END-IF.

           IF PG-FAC-CNV > 1
               MOVE PG-QTE-QUA TO WS-QTE-QUA-EDT
               MOVE PG-FAC-CNV TO WS-FAC-CNV-EDT
               DISPLAY "Livre : " FUNCTION TRIM (WS-QTE-QUA-EDT) " "
                       FUNCTION TRIM (PG-UNA-QUA) "(s) de "
                       FUNCTION TRIM (WS-FAC-CNV-EDT)
                       " unite(s) de stock."
           END-IF.

           DISPLAY "1 - Liberer (credit de stock)".
           DISPLAY "2 - Rebuter (rien n'entre en stock)".
           DISPLAY "0 - Quitter sans decision".

      *-----------------------------------------------------------------

      * Liberation : convertit la reception de l'unite d'achat en
      * unites de stock (quantite multipliee, cout de l'unite d'achat
      * divise par le facteur), credite le stock via le circuit
      * d'ajout de majpie (avec le lot de la reception), pose la DLUO
      * sur le lot credite, met a jour le cout moyen pondere si la
      * reception etait chiffree, reserve la piece au client d'une
      * commande speciale, puis acte la decision.

       0300-LIB-QUA-DEB.

           COMPUTE PG-QTE-QUA = PG-QTE-QUA * PG-FAC-CNV.
           COMPUTE PG-CST-LIV ROUNDED = PG-CST-LIV / PG-FAC-CNV.

           MOVE PG-QTE-QUA TO WS-QTE-VRT.
           MOVE PG-NOM-PIE TO WS-NOM-PIE.


           DISPLAY "Reception liberee, stock credite.".

           IF PG-IDF-CPO NOT = 0
               PERFORM 0450-RES-SPC-DEB
                  THRU 0450-RES-SPC-FIN
           END-IF.

       0300-LIB-QUA-FIN.
           EXIT.

      * le stock relu apres le credit se decompose en ancien stock a
      * l'ancien prix et quantite liberee au cout facture (meme
      * formule qu'impsup avant la quarantaine). Le changement est
      * journalise via genlog (type_log = 'prix_piece'), puis la marge
      * de la piece est verifiee au nouveau cout (vermrg).

       0400-MAJ-PRU-DEB.

                                       WS-LIEN-LOG-NUL,
                                       WS-RTR-LOG
                   END-CALL

                   CALL "vermrg" USING PG-IDF-PIE,
                                       WS-RTR-MRG
                   END-CALL

                   IF WS-RTR-MRG-ALR
                       DISPLAY "Attention : marge de la piece sous le "
                               "minimum au nouveau cout (voir cnsamg)."
                   END-IF
               ELSE
                   EXEC SQL ROLLBACK END-EXEC
                   MOVE "gesqua : maj prix_unitaire_pie"

      *-----------------------------------------------------------------

      * Reservation d'une commande speciale : la ligne client encore
      * en attente fournisseur (commande non annulee) recoit le
      * moindre de la quantite liberee et de son reste a servir, par
      * un retrait majpie qui sort aussitot la piece du stock libre
      * (le lot preleve est fige sur la ligne, comme a la vente). La
      * ligne entierement servie passe a att_fou_lgn = 'N' : postee,
      * preparable et facturable. Le surplus eventuel reste en stock
      * libre. La reservation est journalisee via genlog
      * (type_log = 'commande').

       0450-RES-SPC-DEB.

           EXEC SQL
               SELECT l.id_lgn_cmd, l.id_cmd, c.statut_cmd,
                      l.qte_lgn_cmd - COALESCE(l.qte_res_lgn, 0)
               INTO   :PG-IDF-LGN-SPC, :PG-IDF-CMD-SPC,
                      :PG-STA-CMD-SPC, :PG-QTE-RST-SPC
               FROM   piece_commande pc
               JOIN   commande_ligne l ON l.id_lgn_cmd = pc.id_lgn_cmd
               JOIN   commande c ON c.id_cmd = l.id_cmd
               WHERE  pc.id_cmd_pie = :PG-IDF-CPO
               AND    l.att_fou_lgn = 'O'
           END-EXEC.

           IF SQLCODE NOT = 0 OR PG-STA-CMD-SPC = "annulee"
              OR PG-QTE-RST-SPC <= 0
               DISPLAY "Commande speciale servie ou annulee : la "
                       "reception reste en stock libre."
               GO TO 0450-RES-SPC-FIN
           END-IF.

           IF PG-QTE-RST-SPC < PG-QTE-QUA
               MOVE PG-QTE-RST-SPC TO WS-QTE-RES
           ELSE
               MOVE PG-QTE-QUA     TO WS-QTE-RES
           END-IF.

           MOVE SPACES TO WS-NUM-LOT-RES.

           CALL "majpie" USING PG-IDF-PIE
                               WS-QTE-PIE-NUL
                               WS-TYP-CHG-RTI
                               WS-QTE-RES
                               WS-NOM-PIE
                               SESS-IDF-UTI
                               WS-RTR-PIE
                               WS-ALR-SUL
                               WS-LIEN-LOG-NUL
                               PG-DEP-PIE
                               WS-IDF-PIE-DST-NUL
                               WS-TYP-LOG-NUL
                               WS-NUM-LOT-RES
           END-CALL.

           IF NOT WS-RTR-PIE-OK
               DISPLAY "Reservation refusee par majpie : la piece "
                       "reste en stock libre."
               GO TO 0450-RES-SPC-FIN
           END-IF.

           MOVE WS-QTE-RES     TO PG-QTE-RES.
           MOVE WS-NUM-LOT-RES TO PG-NUM-LOT-RES.

           EXEC SQL
               UPDATE commande_ligne
               SET    qte_res_lgn = COALESCE(qte_res_lgn, 0)
                                    + :PG-QTE-RES,
                      att_fou_lgn = CASE WHEN COALESCE(qte_res_lgn, 0)
                                              + :PG-QTE-RES
                                              >= qte_lgn_cmd
                                         THEN 'N' ELSE 'O' END,
                      num_lot     = COALESCE(num_lot,
                                    (CASE WHEN TRIM(:PG-NUM-LOT-RES)
                                               = '' THEN NULL
                                          ELSE :PG-NUM-LOT-RES END))
               WHERE  id_lgn_cmd = :PG-IDF-LGN-SPC
           END-EXEC.

      * La ligne de consigne d'une piece d'echange suit sa ligne.

           IF SQLCODE = 0
               EXEC SQL
                   UPDATE commande_ligne
                   SET    att_fou_lgn =
                          (SELECT s.att_fou_lgn
                           FROM   commande_ligne s
                           WHERE  s.id_lgn_cmd = :PG-IDF-LGN-SPC)
                   WHERE  id_lgn_csg = :PG-IDF-LGN-SPC
               END-EXEC
           END-IF.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               EXEC SQL ROLLBACK END-EXEC
               MOVE "gesqua : reservation commande speciale"
               TO   WS-OPE-ERR
               CALL "generr" USING WS-OPE-ERR, SQLCODE, WS-RTR-ERR
               END-CALL
               DISPLAY "Erreur a la reservation de la commande "
                       "speciale."
               GO TO 0450-RES-SPC-FIN
           END-IF.

           EXEC SQL COMMIT END-EXEC.

           MOVE WS-QTE-RES     TO WS-QTE-RES-EDT.
           MOVE WS-QTE-RES     TO WS-QTE-LOG-RES.
           MOVE PG-IDF-CMD-SPC TO WS-IDF-CMD-EDT.
           MOVE PG-IDF-LGN-SPC TO WS-IDF-LGN-EDT.
           MOVE SPACES         TO WS-MSG-LOG.

           STRING 'Commande speciale : ' DELIMITED BY SIZE
                  FUNCTION TRIM (WS-QTE-RES-EDT) DELIMITED BY SIZE
                  ' reservee(s) pour la commande ' DELIMITED BY SIZE
                  FUNCTION TRIM (WS-IDF-CMD-EDT) DELIMITED BY SIZE
                  ' (ligne ' DELIMITED BY SIZE
                  FUNCTION TRIM (WS-IDF-LGN-EDT) DELIMITED BY SIZE
                  ').' DELIMITED BY SIZE
                  INTO WS-MSG-LOG
           END-STRING.

           CALL "genlog" USING WS-MSG-LOG,
                               WS-TYP-LOG-CMD,
                               SESS-IDF-UTI,
                               PG-IDF-PIE,
                               WS-QTE-LOG-RES,
                               WS-LIEN-LOG-NUL,
                               WS-RTR-LOG
           END-CALL.

           DISPLAY FUNCTION TRIM (WS-QTE-RES-EDT)
                   " unite(s) reservee(s) pour la commande client "
                   FUNCTION TRIM (WS-IDF-CMD-EDT) ".".

           IF PG-QTE-RST-SPC <= PG-QTE-QUA
               DISPLAY "Ligne entierement servie : prete a preparer."
           END-IF.

           EXIT.
       0450-RES-SPC-FIN.

      *-----------------------------------------------------------------

      * Rebut : rien n'entre en stock, la reception est marquee
      * 'rebutee' et le litige se regle avec le fournisseur.

