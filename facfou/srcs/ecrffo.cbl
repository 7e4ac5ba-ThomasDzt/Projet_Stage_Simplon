      *                                                                *
      *                 DESCRIPTION DU SOUS-PROGRAMME                  *
      *                                                                *
      * ecrffo : saisie d'une facture fournisseur avec rapprochement a *
      * trois volets. L'operateur saisit le fournisseur (verifie       *
      * actif), le numero de facture du fournisseur et la date, puis   *
      * les lignes une par une : chaque ligne est rattachee a une      *
      * commande fournisseur (piece_commande) du meme fournisseur, et  *
      * moyen livre de la piece, a une tolerance pres. Une ligne hors  *
      * tolerance est marquee en ecart et la facture part au statut    *
      * 'litige', a revoir par les achats ; une facture sans ecart     *
      * passe a 'validee' et devient payable (le volet paiement refuse *
      * tout autre statut). Le montant de l'entete est le cumul des    *
      * lignes saisies ; la TVA deductible y est figee a la cloture    *
      * pour la declaration de TVA (raptva) : taux saisi avec l'entete *
      * (taux normal propose), montant porte par la facture (montant   *
      * calcule propose). Une facture d'un fournisseur etabli hors de  *
      * France, ou facturee en autoliquidation, est sans TVA : la TVA  *
      * due sur l'acquisition (taux normal sur la contre-valeur en     *
      * euros) est figee a part, collectee et deduite par raptva. Une  *
      * date de facture tombant dans un mois clos par le comptable     *
      * (vermoi) est reportee au premier jour du mois ouvert suivant,  *
      * avec un avertissement ; faute de mois ouvert, la saisie est    *
      * refusee.                                                       *
      * Une commande en livraison directe n'est jamais passee par le   *
      * stock : son prix facture est compare au prix d'achat fige sur  *
      * la ligne client rattachee, puis devient le cout de cette ligne *
      * (cout_lgn_cmd), pour que rapmrg en edite la marge reelle.      *
      * La facture close, l'operateur peut y repartir des frais        *
      * d'approche (fret, douane, assurance) via gesfap, qui en releve *
      * le cout moyen pondere des pieces encore en stock.              *
      * Une facture est libellee dans la devise du fournisseur         *
      * (devise_fou, figee sur la commande a sa validation) : chaque   *
      * ligne est convertie en euros au taux du jour de reception de   *
      * sa commande (rchtch) pour le rapprochement et le cout, et      *
      * l'entete garde sa contre-valeur en euros et le taux moyen qui  *
      * en resulte, repris par ecrrgf pour la perte ou le gain de      *
      * change au paiement. Une ligne sans taux connu est refusee.     *
      *                                                                *
      *----------------------------------------------------------------*
      *                           TRIGRAMMES                           *
      * REC=RECU; CST=COUT; TOL=TOLERANCE; ECA=ECART; MTT=MONTANT;     *
      * STA=STATUT; NUM=NUMERO; IDF=IDENTIFIANT; NBR=NOMBRE;           *
      * SSI=SAISIE; INS=INSERTION; MAJ=MISE A JOUR; VER=VERIFICATION;  *
      * LRR=LEURRE; DEB=DEBUT; TVA=TVA; TAU=TAUX; DAT=DATE;            *
      * PCP=PERIODE COMPTABLE; OUV=OUVERTE; LIV=LIVRAISON;             *
      * DIR=DIRECTE; FAP=FRAIS D'APPROCHE; CHX=CHOIX; DEV=DEVISE;      *
      * EUR=EURO; TCH=TAUX DE CHANGE; AUT=AUTOLIQUIDATION; PAY=PAYS;   *
      * CAL=CALCULE                                                    *
      ******************************************************************

       IDENTIFICATION DIVISION.
       01 PG-MTT-FFO            PIC 9(12)V99.
       01 PG-STA-FFO            PIC X(14).

      * Devise de la facture, contre-valeur en euros des lignes et
      * taux moyen qui en resulte, figes sur l'entete.
       01 PG-DEV-FFO            PIC X(03).
       01 PG-EUR-FFO            PIC 9(12)V99.
       01 PG-TCH-FFO            PIC 9(05)V9(06).

      * Taux et montant de TVA deductible figes sur l'entete, tels
      * que portes par la facture ; autoliquidation (O/N) et TVA
      * autoliquidee en euros (taux normal sur la contre-valeur).
       01 PG-TAU-FFO            PIC 9(03)V99.
       01 PG-TVA-FFO            PIC 9(12)V99.
       01 PG-AUT-FFO            PIC X(01).
       01 PG-TVA-AUT            PIC 9(12)V99.

      * Pays du fournisseur : hors de France, la facture est sans TVA
      * et l'acquisition est autoliquidee.
       01 PG-PAY-FOU            PIC X(02).

       01 PG-IDF-CPO            PIC 9(10).
       01 PG-IDF-PIE            PIC 9(10).
       01 PG-QTE-REC            PIC 9(10).
       01 PG-CST-PIE            PIC 9(08)V99.
       01 PG-NOM-PIE            PIC X(30).

      * Livraison directe : drapeau de la commande et ligne client
      * rattachee, dont le cout suit le prix facture.
       01 PG-LIV-DIR            PIC X(01).
       01 PG-IDF-LGN            PIC 9(10).

       01 PG-QTE-FAC            PIC 9(05).
       01 PG-PRX-FAC            PIC 9(08)V99.
       01 PG-ECA-FFO            PIC X(01).

      * Devise figee sur la commande et date de sa reception, dont le
      * taux convertit la ligne ; taux et prix en euros de la ligne.
       01 PG-DEV-CPO            PIC X(03).
       01 PG-DAT-REC            PIC X(10).
       01 PG-TCH-FAC            PIC 9(05)V9(06).
       01 PG-PRX-EUR            PIC 9(08)V99.

       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       01 WS-MTT-LGN            PIC 9(10)V99.
       01 WS-MTT-TOT            PIC 9(12)V99 VALUE 0.
       01 WS-MTT-EUR            PIC 9(12)V99 VALUE 0.
       01 WS-MTT-LGN-EUR        PIC 9(10)V99.
       01 WS-PRX-EUR            PIC 9(08)V99.
       01 WS-NBR-LGN            PIC 9(03)   VALUE 0.
       01 WS-NBR-ECA            PIC 9(03)   VALUE 0.

      * politique de controle.
       01 WS-TOL-PCT            PIC 9(02)V99 VALUE 5.00.

      * Taux normal de TVA (comme le taux par defaut de genfac) :
      * propose a la saisie et applique a l'autoliquidation. Seule
      * valeur a changer si le taux normal evolue.
       01 WS-TAU-TVA            PIC 9(03)V99 VALUE 20.00.

      * Taux de TVA saisi pour la facture, TVA calculee proposee a la
      * cloture et montant de TVA saisi (0 = montant calcule).
       01 WS-TAU-FFO            PIC 9(03)V99.
       01 WS-TVA-CAL            PIC 9(12)V99.
       01 WS-TVA-FFO            PIC 9(12)V99.
       01 WS-TAU-FFO-EDT        PIC ZZ9.99.
       01 WS-TVA-CAL-EDT        PIC Z(12).99.

      * Facture en autoliquidation : fournisseur hors de France, ou
      * reponse de l'operateur pour un fournisseur francais.
       01 WS-AUT-FFO            PIC X(01).
           88 WS-AUT-FFO-OUI                VALUE "O".

      * Borne haute du prix tolere pour la ligne courante.
       01 WS-PRX-MAX            PIC 9(08)V99.

      * Reponse a la proposition de repartir des frais d'approche sur
      * la facture close (gesfap).
       01 WS-CHX-FAP            PIC X(01).

       01 WS-FIN-SSI            PIC X(01)   VALUE "N".
           88 WS-FIN-SSI-OUI                VALUE "O".
           88 WS-FIN-SSI-NON                VALUE "N".

      * Controle de la periode comptable de la date saisie (vermoi) :
      * 0 = mois ouvert ; 1 = mois clos, date reportee rendue ;
      * 2 = mois clos sans mois ouvert depuis ; 3 = date invalide.
       01 WS-DAT-OUV            PIC X(10).
       01 WS-RTR-PCP            PIC 9(01).
           88 WS-RTR-PCP-OUV                VALUE 0.
           88 WS-RTR-PCP-RPT                VALUE 1.
           88 WS-RTR-PCP-INV                VALUE 3.

       01 WS-IDF-FFO-EDT        PIC Z(10).
       01 WS-QTE-REC-EDT        PIC Z(10).
       01 WS-CST-PIE-EDT        PIC Z(08).99.
       01 WS-MTT-TOT-EDT        PIC Z(12).99.
       01 WS-MTT-EUR-EDT        PIC Z(12).99.
       01 WS-PRX-EUR-EDT        PIC Z(08).99.
       01 WS-TCH-FAC-EDT        PIC Z(04)9.9(06).
       01 WS-NBR-LGN-EDT        PIC Z(03).
       01 WS-NBR-ECA-EDT        PIC Z(03).

      * Zone de session partagee : qui est connecte sur ce poste.
       COPY session.

      * Zones echangees avec rchtch : taux de la devise au jour de
      * reception de la ligne (1 pour l'euro).
       01 WS-TCH-FAC            PIC 9(05)V9(06).
       01 WS-RTR-TCH            PIC 9(01).
           88 WS-RTR-TCH-OK                 VALUE 0.

      * Zones utilisees pour journaliser la saisie via genlog.
       01 WS-MSG-LOG            PIC X(100).
       01 WS-TYP-LOG            PIC X(20)   VALUE "facture_fou".
       0100-SSI-ENT-DEB.

           SET WS-FIN-SSI-NON TO TRUE.
           MOVE 0 TO WS-MTT-TOT WS-MTT-EUR WS-NBR-LGN WS-NBR-ECA.

           DISPLAY "Facture fournisseur - id du fournisseur :".
           ACCEPT WS-IDF-FOU.
           MOVE WS-IDF-FOU TO PG-IDF-FOU.

           EXEC SQL
               SELECT COALESCE(actif_fou, 'O'), nom_fou,
                      COALESCE(devise_fou, 'EUR'),
                      COALESCE(pays_fou, 'FR')
               INTO   :PG-ACF-FOU, :PG-NOM-FOU, :PG-DEV-FFO,
                      :PG-PAY-FOU
               FROM   fournisseur
               WHERE  id_fou = :PG-IDF-FOU
           END-EXEC.
               GO TO 0100-SSI-ENT-SRT
           END-IF.

           IF PG-DEV-FFO NOT = "EUR"
               DISPLAY "Fournisseur facturant en " PG-DEV-FFO
                       " : prix a saisir en " PG-DEV-FFO
                       ", convertis au taux du jour de reception."
           END-IF.

           DISPLAY "Numero de facture du fournisseur :".
           ACCEPT WS-NUM-FFO.

           DISPLAY "Date de la facture (AAAA-MM-JJ) :".
           ACCEPT WS-DAT-FFO.

           CALL "vermoi" USING WS-DAT-FFO,
                               WS-DAT-OUV,
                               WS-RTR-PCP
           END-CALL.

           EVALUATE TRUE
               WHEN WS-RTR-PCP-OUV
                   CONTINUE

               WHEN WS-RTR-PCP-RPT
                   DISPLAY "Mois " WS-DAT-FFO (1:7) " clos en "
                           "comptabilite : facture enregistree au "
                           WS-DAT-OUV "."
                   MOVE WS-DAT-OUV TO WS-DAT-FFO

               WHEN WS-RTR-PCP-INV
                   DISPLAY "Date invalide."
                   GO TO 0100-SSI-ENT-SRT

               WHEN OTHER
                   DISPLAY "Mois " WS-DAT-FFO (1:7) " clos en "
                           "comptabilite et aucun mois ouvert depuis "
                           ": saisie impossible."
                   GO TO 0100-SSI-ENT-SRT
           END-EVALUATE.

           PERFORM 0150-SSI-TVA-DEB
              THRU 0150-SSI-TVA-FIN.

           MOVE WS-NUM-FFO TO PG-NUM-FFO.
           MOVE WS-DAT-FFO TO PG-DAT-FFO.
           MOVE WS-AUT-FFO TO PG-AUT-FFO.
           MOVE WS-TAU-FFO TO PG-TAU-FFO.

           EXEC SQL
               INSERT INTO facture_fournisseur (id_fou, num_ffo,
                               date_ffo, statut_ffo, devise_ffo,
                               autoliq_ffo, tau_tva_ffo)
               VALUES (:PG-IDF-FOU, :PG-NUM-FFO,
                      TO_DATE(:PG-DAT-FFO, 'YYYY-MM-DD'), 'saisie',
                      :PG-DEV-FFO, :PG-AUT-FFO, :PG-TAU-FFO)
               RETURNING id_ffo INTO :PG-IDF-FFO
           END-EXEC.


      *-----------------------------------------------------------------

      * Regime de TVA de la facture. Un fournisseur etabli hors de
      * France facture sans TVA : l'acquisition est autoliquidee. Un
      * fournisseur francais peut facturer en autoliquidation ; sinon
      * le taux porte par la facture est saisi, taux normal propose.

       0150-SSI-TVA-DEB.

           MOVE "N" TO WS-AUT-FFO.
           MOVE 0   TO WS-TAU-FFO.

           IF PG-PAY-FOU NOT = "FR"
               SET WS-AUT-FFO-OUI TO TRUE
               DISPLAY "Fournisseur etabli hors de France ("
                       PG-PAY-FOU ") : facture sans TVA, acquisition "
                       "autoliquidee."
               GO TO 0150-SSI-TVA-FIN
           END-IF.

           DISPLAY "Facture en autoliquidation (O/N, vide = N) :".
           ACCEPT WS-AUT-FFO.
           MOVE FUNCTION UPPER-CASE (WS-AUT-FFO) TO WS-AUT-FFO.

           IF WS-AUT-FFO-OUI
               GO TO 0150-SSI-TVA-FIN
           END-IF.

           MOVE "N" TO WS-AUT-FFO.
           MOVE WS-TAU-TVA TO WS-TAU-FFO-EDT.

           DISPLAY "Taux de TVA de la facture en % (0 = taux normal "
                   FUNCTION TRIM (WS-TAU-FFO-EDT) ") :".
           ACCEPT WS-TAU-FFO.

           IF WS-TAU-FFO = 0
               MOVE WS-TAU-TVA TO WS-TAU-FFO
           END-IF.

       0150-SSI-TVA-FIN.
           EXIT.

      *-----------------------------------------------------------------

      * Saisit une ligne : commande fournisseur rattachee (verifiee
      * appartenir au fournisseur de la facture), quantite facturee et
      * prix unitaire facture, puis rapproche contre le recu et le

           EXEC SQL
               SELECT k.id_pie, COALESCE(k.qte_rec_cmd_pie, 0),
                      p.nom_pie,
                      CASE WHEN k.liv_dir_cmd_pie = 'O'
                           THEN COALESCE(l.cout_lgn_cmd,
                                         p.prix_unitaire_pie, 0)
                           ELSE COALESCE(p.prix_unitaire_pie, 0)
                      END,
                      COALESCE(k.liv_dir_cmd_pie, 'N'),
                      COALESCE(k.id_lgn_cmd, 0),
                      COALESCE(k.devise_cmd_pie, :PG-DEV-FFO),
                      COALESCE(TO_CHAR(k.date_rec_cmd_pie,
                                       'YYYY-MM-DD'), :PG-DAT-FFO)
               INTO   :PG-IDF-PIE, :PG-QTE-REC, :PG-NOM-PIE,
                      :PG-CST-PIE, :PG-LIV-DIR, :PG-IDF-LGN,
                      :PG-DEV-CPO, :PG-DAT-REC
               FROM   piece_commande k
               JOIN   piece p ON p.id_pie = k.id_pie
               LEFT JOIN commande_ligne l
                      ON l.id_lgn_cmd = k.id_lgn_cmd
               WHERE  k.id_cmd_pie = :PG-IDF-CPO
               AND    k.id_fou = :PG-IDF-FOU
           END-EXEC.
               GO TO 0200-SSI-LGN-FIN
           END-IF.

      * La commande, figee a sa validation dans une autre devise que
      * celle de la facture, ne peut y etre rapprochee ; sans taux de
      * la devise au jour de la reception, la ligne ne peut etre
      * convertie en euros.

           IF PG-DEV-CPO NOT = PG-DEV-FFO
               DISPLAY "Commande passee en " PG-DEV-CPO
                       " : facture en " PG-DEV-FFO ", ligne refusee."
               GO TO 0200-SSI-LGN-FIN
           END-IF.

           CALL "rchtch" USING PG-DEV-FFO
                               PG-DAT-REC
                               WS-TCH-FAC
                               WS-RTR-TCH
           END-CALL.

           IF NOT WS-RTR-TCH-OK
               DISPLAY "Aucun taux " PG-DEV-FFO " au " PG-DAT-REC
                       " (voir gestch) : ligne refusee."
               GO TO 0200-SSI-LGN-FIN
           END-IF.

           MOVE PG-QTE-REC TO WS-QTE-REC-EDT.
           MOVE PG-CST-PIE TO WS-CST-PIE-EDT.

           DISPLAY "Quantite facturee :".
           ACCEPT WS-QTE-FAC.

           DISPLAY "Prix unitaire facture (" PG-DEV-FFO ") :".
           ACCEPT WS-PRX-FAC.

           IF WS-QTE-FAC = 0
               GO TO 0200-SSI-LGN-FIN
           END-IF.

           COMPUTE WS-PRX-EUR ROUNDED = WS-PRX-FAC * WS-TCH-FAC.

           IF PG-DEV-FFO NOT = "EUR"
               MOVE WS-PRX-EUR TO WS-PRX-EUR-EDT
               MOVE WS-TCH-FAC TO WS-TCH-FAC-EDT
               DISPLAY "Soit " FUNCTION TRIM (WS-PRX-EUR-EDT)
                       " EUR au taux du " PG-DAT-REC " ("
                       FUNCTION TRIM (WS-TCH-FAC-EDT) ")."
           END-IF.

           PERFORM 0300-VER-ECA-DEB
              THRU 0300-VER-ECA-FIN.

           MOVE WS-QTE-FAC TO PG-QTE-FAC.
           MOVE WS-PRX-FAC TO PG-PRX-FAC.
           MOVE WS-TCH-FAC TO PG-TCH-FAC.
           MOVE WS-PRX-EUR TO PG-PRX-EUR.

           EXEC SQL
               INSERT INTO facture_fournisseur_ligne (id_ffo,
                               id_cmd_pie, qte_fac, prix_fac,
                               ecart_ffo, taux_fac, prix_eur_fac)
               VALUES (:PG-IDF-FFO, :PG-IDF-CPO, :PG-QTE-FAC,
                      :PG-PRX-FAC, :PG-ECA-FFO, :PG-TCH-FAC,
                      :PG-PRX-EUR)
           END-EXEC.

      * Livraison directe : le prix facture, en euros, devient le cout
      * de la ligne client, dans la meme transaction que la ligne
      * facture.

           IF SQLCODE = 0 AND PG-LIV-DIR = "O" AND PG-IDF-LGN NOT = 0
               EXEC SQL
                   UPDATE commande_ligne
                   SET    cout_lgn_cmd = :PG-PRX-EUR
                   WHERE  id_lgn_cmd = :PG-IDF-LGN
               END-EXEC
           END-IF.

           IF SQLCODE = 0
               EXEC SQL COMMIT END-EXEC
               ADD 1 TO WS-NBR-LGN
               COMPUTE WS-MTT-LGN = WS-QTE-FAC * WS-PRX-FAC
               ADD WS-MTT-LGN TO WS-MTT-TOT
               COMPUTE WS-MTT-LGN-EUR = WS-QTE-FAC * WS-PRX-EUR
               ADD WS-MTT-LGN-EUR TO WS-MTT-EUR
           ELSE
               EXEC SQL ROLLBACK END-EXEC
               MOVE "ecrffo : insertion facture_fournisseur_ligne"

      * Rapprochement a trois volets de la ligne courante : la
      * quantite facturee ne doit pas depasser la quantite recue, et
      * le prix facture, converti en euros au taux de reception, doit
      * rester dans la tolerance au-dessus du cout moyen livre. Hors
      * bornes, la ligne est marquee en ecart et la facture partira en
      * litige.

       0300-VER-ECA-DEB.

               DISPLAY "Ecart : quantite facturee superieure au recu."
           END-IF.

           IF PG-CST-PIE NOT = 0 AND WS-PRX-EUR > WS-PRX-MAX
               MOVE "O" TO PG-ECA-FFO
               DISPLAY "Ecart : prix facture au-dela de la tolerance."
           END-IF.

      *-----------------------------------------------------------------

      * Clot la saisie : pose le montant total sur l'entete (dans la
      * devise de la facture, avec sa contre-valeur en euros et le
      * taux moyen qui en resulte), sa TVA deductible telle que portee
      * par la facture (montant calcule au taux saisi propose), ou a
      * zero en autoliquidation avec la TVA autoliquidee au taux
      * normal sur la contre-valeur en euros, et son statut final
      * ('validee' sans ecart, 'litige' sinon), puis journalise la
      * saisie via genlog.

       0400-CLO-FFO-DEB.

           END-IF.

           MOVE WS-MTT-TOT TO PG-MTT-FFO.
           MOVE WS-MTT-EUR TO PG-EUR-FFO.
           MOVE WS-TAU-FFO TO PG-TAU-FFO.

           IF WS-MTT-TOT = 0
               MOVE 1 TO PG-TCH-FFO
           ELSE
               COMPUTE PG-TCH-FFO ROUNDED = WS-MTT-EUR / WS-MTT-TOT
           END-IF.

           IF WS-AUT-FFO-OUI
               MOVE 0 TO PG-TVA-FFO
               COMPUTE PG-TVA-AUT ROUNDED =
                       WS-MTT-EUR * WS-TAU-TVA / 100
           ELSE
               MOVE 0 TO PG-TVA-AUT
               COMPUTE WS-TVA-CAL ROUNDED =
                       WS-MTT-TOT * WS-TAU-FFO / 100
               MOVE WS-TVA-CAL TO PG-TVA-FFO
               IF WS-MTT-TOT NOT = 0
                   MOVE WS-TVA-CAL TO WS-TVA-CAL-EDT
                   DISPLAY "TVA calculee : "
                           FUNCTION TRIM (WS-TVA-CAL-EDT) " "
                           PG-DEV-FFO ". Montant de TVA porte sur la "
                           "facture (0 = montant calcule) :"
                   ACCEPT WS-TVA-FFO
                   IF WS-TVA-FFO NOT = 0
                       MOVE WS-TVA-FFO TO PG-TVA-FFO
                   END-IF
               END-IF
           END-IF.

           EXEC SQL
               UPDATE facture_fournisseur
               SET    mtt_ffo     = :PG-MTT-FFO,
                      tau_tva_ffo = :PG-TAU-FFO,
                      mtt_tva_ffo = :PG-TVA-FFO,
                      tva_aut_ffo = :PG-TVA-AUT,
                      statut_ffo  = :PG-STA-FFO,
                      mtt_eur_ffo = :PG-EUR-FFO,
                      taux_ffo    = :PG-TCH-FFO
               WHERE  id_ffo = :PG-IDF-FFO
           END-EXEC.

                      FUNCTION TRIM (PG-STA-FFO) DELIMITED BY SIZE
                      ', ' DELIMITED BY SIZE
                      FUNCTION TRIM (WS-MTT-TOT-EDT) DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      PG-DEV-FFO DELIMITED BY SIZE
                      ').' DELIMITED BY SIZE
                      INTO WS-MSG-LOG
               END-STRING

               DISPLAY "Facture " FUNCTION TRIM (PG-STA-FFO) " : "
                       FUNCTION TRIM (WS-NBR-LGN-EDT) " ligne(s), "
                       FUNCTION TRIM (WS-NBR-ECA-EDT) " ecart(s), "
                       FUNCTION TRIM (WS-MTT-TOT-EDT) " " PG-DEV-FFO "."

               IF PG-DEV-FFO NOT = "EUR"
                   MOVE WS-MTT-EUR TO WS-MTT-EUR-EDT
                   DISPLAY "Contre-valeur au taux de reception : "
                           FUNCTION TRIM (WS-MTT-EUR-EDT) " EUR HT."
               END-IF

               IF WS-AUT-FFO-OUI
                   MOVE PG-TVA-AUT TO WS-TVA-CAL-EDT
                   DISPLAY "TVA autoliquidee : "
                           FUNCTION TRIM (WS-TVA-CAL-EDT) " EUR, "
                           "collectee et deductible (raptva)."
               END-IF

               DISPLAY "Frais d'approche (fret, douane, assurance) a "
                       "repartir sur cette facture (O/N) ?"
               ACCEPT WS-CHX-FAP

               IF WS-CHX-FAP = "O" OR WS-CHX-FAP = "o"
                   CALL "gesfap" USING PG-IDF-FFO
                   END-CALL
               END-IF
           ELSE
               EXEC SQL ROLLBACK END-EXEC
               MOVE "ecrffo : maj statut facture_fournisseur"
