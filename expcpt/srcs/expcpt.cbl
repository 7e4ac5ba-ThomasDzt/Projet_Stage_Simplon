      * commande saisies (enregistrements 'C'), les factures emises   *
      * (enregistrements 'F'), les reglements recus (enregistrements  *
      * 'R'), les avoirs emis (enregistrements 'A', voir genavr) et    *
      * les paiements fournisseur (enregistrements 'P', voir ecrrgf)   *
      * et les passages en perte de creances clients (enregistrements  *
      * 'X', voir ppersd et ecrppe, a porter au compte de perte),      *
      * encadres par un en-tete 'E' date et un                         *
      * pied 'T' portant les compteurs et les totaux de controle, de   *
      * sorte que la comptabilite charge les ventes du jour sans que   *
      * personne ne les ressaisisse depuis des releves imprimes. Un    *
      * rapport d'execution est ecrit dans EXPCPTR. Les montants sont  *
      * a deux decimales implicites, sans separateur. Si le jour       *
      * extrait tombe dans un mois clos par le comptable (vermoi),     *
      * aucun mouvement n'est extrait : le fichier ne porte que        *
      * l'en-tete et un pied a zero, et le rapport le signale.         *
      * Factures et avoirs portent leur regime de TVA (autoliquidation *
      * 'O' et numero de TVA intracommunautaire du client) ; le pied   *
      * et le rapport isolent les ventes intracommunautaires           *
      * autoliquidees (factures moins avoirs, montant HT). Une ligne   *
      * de prestation hors stock (frais de port, main d'oeuvre,        *
      * forfait) porte son id de prestation a la place de la piece ;   *
      * factures et avoirs portent leur part HT de prestations, que le *
      * pied et le rapport totalisent en net (factures moins avoirs)   *
      * comme chiffre d'affaires hors stock.                           *
      *                                                                *
      *----------------------------------------------------------------*
      *                           TRIGRAMMES                           *
      * expcpt=export comptable                                        *
      * CPT=COMPTABILITE; CMD=COMMANDE; LGN=LIGNE; FAC=FACTURE;        *
      * RGL=REGLEMENT; ENT=EN-TETE; TRL=TRAILER (PIED); MNT=MONTANT;   *
      * NBR=NOMBRE; TOT=TOTAL; RSU=RESULTAT; EDT=EDITION; DEB=DEBUT;   *
      * PCP=PERIODE COMPTABLE; DAT=DATE; OUV=OUVERTE; CLO=CLOS;        *
      * PPE=PASSAGE EN PERTE; AUT=AUTO; LIQ=LIQUIDATION;               *
      * INT=INTRACOMMUNAUTAIRE; AIC=AUTOLIQUIDATION INTRACOMMUNAUTAIRE *
      * PRS=PRESTATION                                                 *
      ******************************************************************

       IDENTIFICATION DIVISION.
       FILE SECTION.

       FD F-EXP-CPT.
       01 REC-EXP-CPT           PIC X(170).

       FD F-EXP-RPT.
       01 REC-EXP-RPT           PIC X(100).
       01 PG-IDF-CMD-RSU        PIC 9(10).
       01 PG-IDF-CLI-RSU        PIC 9(10).
       01 PG-IDF-PIE-RSU        PIC 9(10).
       01 PG-IDF-PRS-RSU        PIC 9(10).
       01 PG-QTE-RSU            PIC 9(05).
       01 PG-MNT-LGN-RSU        PIC 9(10)V99.

       01 PG-MNT-HT-RSU         PIC 9(10)V99.
       01 PG-MNT-TVA-RSU        PIC 9(10)V99.
       01 PG-MNT-TTC-RSU        PIC 9(10)V99.
       01 PG-AUT-LIQ-RSU        PIC X(01).
       01 PG-TVA-INT-RSU        PIC X(14).
       01 PG-MNT-PRS-RSU        PIC 9(10)V99.

      * Reglement du jour.
       01 PG-IDF-RGL-RSU        PIC 9(10).
       01 PG-MNT-AVR-HT-RSU     PIC 9(10)V99.
       01 PG-MNT-AVR-TVA-RSU    PIC 9(10)V99.
       01 PG-MNT-AVR-TTC-RSU    PIC 9(10)V99.
       01 PG-AUT-AVR-RSU        PIC X(01).
       01 PG-TVA-AVR-RSU        PIC X(14).
       01 PG-PRS-AVR-RSU        PIC 9(10)V99.

      * Passage en perte du jour.
       01 PG-IDF-PPE-RSU        PIC 9(10).
       01 PG-FAC-PPE-RSU        PIC 9(10).
       01 PG-CLI-PPE-RSU        PIC 9(10).
       01 PG-TYP-PPE-RSU        PIC X(14).
       01 PG-MNT-PPE-RSU        PIC 9(10)V99.

       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

      * Declaration du curseur des lignes de commande du jour. Une
      * ligne porte soit une piece, soit une prestation hors stock :
      * l'autre identifiant est rendu a zero.
       EXEC SQL
           DECLARE C-LGN CURSOR FOR
               SELECT c.id_cmd, c.id_cli, COALESCE(l.id_pie, 0),
                      COALESCE(l.id_prs, 0), l.qte_lgn_cmd,
                      l.qte_lgn_cmd * l.prix_lgn_cmd
               FROM   commande c, commande_ligne l
               WHERE  l.id_cmd = c.id_cmd
      * Declaration du curseur des factures emises ce jour.
       EXEC SQL
           DECLARE C-FAC CURSOR FOR
               SELECT id_fac, num_fac, mtt_ht, mtt_tva, mtt_ttc,
                      COALESCE(autoliq_fac, 'N'),
                      COALESCE(tva_intra_fac, ' '),
                      COALESCE(mtt_prs_fac, 0)
               FROM   facture
               WHERE  date_fac = CURRENT_DATE
               ORDER BY num_fac
       EXEC SQL
           DECLARE C-AVR CURSOR FOR
               SELECT id_avr, num_avr, id_cli, mtt_ht, mtt_tva,
                      mtt_ttc, COALESCE(autoliq_avr, 'N'),
                      COALESCE(tva_intra_avr, ' '),
                      COALESCE(mtt_prs_avr, 0)
               FROM   avoir
               WHERE  date_avr = CURRENT_DATE
               ORDER BY num_avr
       END-EXEC.

      * Declaration du curseur des paiements fournisseur du jour, en
      * euros (contre-valeur au taux du jour du paiement en devise).
       EXEC SQL
           DECLARE C-RGF CURSOR FOR
               SELECT r.id_rgf, r.id_ffo, f.id_fou,
                      COALESCE(r.mtt_eur_rgf, r.mtt_rgf),
                      COALESCE(r.mode_rgf, ' ')
               FROM   reglement_fournisseur r
               JOIN   facture_fournisseur f ON f.id_ffo = r.id_ffo
               ORDER BY r.id_rgf
       END-EXEC.

      * Declaration du curseur des passages en perte du jour.
       EXEC SQL
           DECLARE C-PPE CURSOR FOR
               SELECT id_ppe, id_fac, id_cli, type_ppe, mtt_ppe
               FROM   passage_perte
               WHERE  date_ppe = CURRENT_DATE
               ORDER BY id_ppe
       END-EXEC.

      * Enregistrements a format fixe du fichier EXPCPT.
       01 EXP-ENT-REC.
           05 FILLER            PIC X(01)   VALUE "E".
           05 CMD-IDF-PIE       PIC 9(10).
           05 CMD-QTE-LGN       PIC 9(05).
           05 CMD-MNT-LGN       PIC 9(10)V99.
           05 CMD-IDF-PRS       PIC 9(10).

       01 EXP-FAC-REC.
           05 FILLER            PIC X(01)   VALUE "F".
           05 FAC-MNT-HT        PIC 9(10)V99.
           05 FAC-MNT-TVA       PIC 9(10)V99.
           05 FAC-MNT-TTC       PIC 9(10)V99.
           05 FAC-AUT-LIQ       PIC X(01).
           05 FAC-TVA-INT       PIC X(14).
           05 FAC-MNT-PRS       PIC 9(10)V99.

       01 EXP-RGL-REC.
           05 FILLER            PIC X(01)   VALUE "R".
           05 AVR-MNT-HT        PIC 9(10)V99.
           05 AVR-MNT-TVA       PIC 9(10)V99.
           05 AVR-MNT-TTC       PIC 9(10)V99.
           05 AVR-AUT-LIQ       PIC X(01).
           05 AVR-TVA-INT       PIC X(14).
           05 AVR-MNT-PRS       PIC 9(10)V99.

       01 EXP-RGF-REC.
           05 FILLER            PIC X(01)   VALUE "P".
           05 RGF-MNT-RGF       PIC 9(10)V99.
           05 RGF-MOD-RGF       PIC X(14).

       01 EXP-PPE-REC.
           05 FILLER            PIC X(01)   VALUE "X".
           05 PPE-IDF-PPE       PIC 9(10).
           05 PPE-IDF-FAC       PIC 9(10).
           05 PPE-IDF-CLI       PIC 9(10).
           05 PPE-TYP-PPE       PIC X(14).
           05 PPE-MNT-PPE       PIC 9(10)V99.

       01 EXP-TRL-REC.
           05 FILLER            PIC X(01)   VALUE "T".
           05 TRL-NBR-CMD       PIC 9(07).
           05 TRL-TOT-RGL       PIC 9(12)V99.
           05 TRL-TOT-AVR       PIC 9(12)V99.
           05 TRL-TOT-RGF       PIC 9(12)V99.
           05 TRL-NBR-PPE       PIC 9(07).
           05 TRL-TOT-PPE       PIC 9(12)V99.
           05 TRL-NBR-AIC       PIC 9(07).
           05 TRL-TOT-AIC       PIC S9(12)V99.
           05 TRL-TOT-PRS       PIC S9(12)V99.

      * Compteurs et totaux de controle repris dans le pied 'T' et
      * dans le rapport d'execution.
       01 WS-NBR-RGL            PIC 9(07)   VALUE 0.
       01 WS-NBR-AVR            PIC 9(07)   VALUE 0.
       01 WS-NBR-RGF            PIC 9(07)   VALUE 0.
       01 WS-NBR-PPE            PIC 9(07)   VALUE 0.
       01 WS-TOT-CMD            PIC 9(12)V99 VALUE 0.
       01 WS-TOT-FAC            PIC 9(12)V99 VALUE 0.
       01 WS-TOT-RGL            PIC 9(12)V99 VALUE 0.
       01 WS-TOT-AVR            PIC 9(12)V99 VALUE 0.
       01 WS-TOT-RGF            PIC 9(12)V99 VALUE 0.
       01 WS-TOT-PPE            PIC 9(12)V99 VALUE 0.

      * Ventes intracommunautaires autoliquidees du jour : nombre de
      * factures et d'avoirs, montant HT net (factures - avoirs).
       01 WS-NBR-AIC            PIC 9(07)   VALUE 0.
       01 WS-TOT-AIC            PIC S9(12)V99 VALUE 0.

      * Chiffre d'affaires hors stock du jour (prestations), montant
      * HT net : part prestations des factures moins celle des avoirs.
       01 WS-TOT-PRS            PIC S9(12)V99 VALUE 0.

       01 WS-NBR-CMD-EDT        PIC Z(07).
       01 WS-NBR-FAC-EDT        PIC Z(07).
       01 WS-NBR-RGL-EDT        PIC Z(07).
       01 WS-NBR-AVR-EDT        PIC Z(07).
       01 WS-NBR-RGF-EDT        PIC Z(07).
       01 WS-NBR-PPE-EDT        PIC Z(07).
       01 WS-TOT-CMD-EDT        PIC Z(11)9.99.
       01 WS-TOT-FAC-EDT        PIC Z(11)9.99.
       01 WS-TOT-RGL-EDT        PIC Z(11)9.99.
       01 WS-TOT-AVR-EDT        PIC Z(11)9.99.
       01 WS-TOT-RGF-EDT        PIC Z(11)9.99.
       01 WS-TOT-PPE-EDT        PIC Z(11)9.99.
       01 WS-NBR-AIC-EDT        PIC Z(07).
       01 WS-TOT-AIC-EDT        PIC -Z(11)9.99.
       01 WS-TOT-PRS-EDT        PIC -Z(11)9.99.

      * Controle de la periode comptable du jour extrait (vermoi) :
      * 0 = mois ouvert ; un mois clos n'est plus extrait.
       01 WS-DAT-OUV            PIC X(10).
       01 WS-RTR-PCP            PIC 9(01).
           88 WS-RTR-PCP-OUV                VALUE 0.

       01 WS-PCP-CLO            PIC X(01)   VALUE "N".
           88 WS-PCP-CLO-OUI                VALUE "O".
           88 WS-PCP-CLO-NON                VALUE "N".


       PROCEDURE DIVISION.
           PERFORM 1000-INITIALISATION-DEB
              THRU 1000-INITIALISATION-FIN.

           IF WS-PCP-CLO-NON
               PERFORM 2000-EXP-CMD-DEB
                  THRU 2000-EXP-CMD-FIN

               PERFORM 3000-EXP-FAC-DEB
                  THRU 3000-EXP-FAC-FIN

               PERFORM 4000-EXP-RGL-DEB
                  THRU 4000-EXP-RGL-FIN

               PERFORM 4500-EXP-AVR-DEB
                  THRU 4500-EXP-AVR-FIN

               PERFORM 4700-EXP-RGF-DEB
                  THRU 4700-EXP-RGF-FIN

               PERFORM 4900-EXP-PPE-DEB
                  THRU 4900-EXP-PPE-FIN
           END-IF.

           PERFORM 5000-BILAN-DEB
              THRU 5000-BILAN-FIN.

           MOVE 0 TO WS-NBR-CMD WS-NBR-FAC WS-NBR-RGL WS-NBR-AVR
                     WS-NBR-RGF WS-TOT-CMD WS-TOT-FAC WS-TOT-RGL
                     WS-TOT-AVR WS-TOT-RGF WS-NBR-PPE WS-TOT-PPE
                     WS-NBR-AIC WS-TOT-AIC WS-TOT-PRS.

           EXEC SQL
               SELECT CURRENT_DATE

           DISPLAY "Extraction comptable du " PG-JOU-EXP "...".

           CALL "vermoi" USING PG-JOU-EXP,
                               WS-DAT-OUV,
                               WS-RTR-PCP
           END-CALL.

           IF WS-RTR-PCP-OUV
               SET WS-PCP-CLO-NON TO TRUE
           ELSE
               SET WS-PCP-CLO-OUI TO TRUE
               DISPLAY "Mois " PG-JOU-EXP (1:7) " clos en "
                       "comptabilite : aucun mouvement extrait."
           END-IF.

           EXIT.
       1000-INITIALISATION-FIN.

           EXEC SQL
               FETCH C-LGN
               INTO  :PG-IDF-CMD-RSU, :PG-IDF-CLI-RSU,
                     :PG-IDF-PIE-RSU, :PG-IDF-PRS-RSU, :PG-QTE-RSU,
                     :PG-MNT-LGN-RSU
           END-EXEC.

           PERFORM 2100-ECR-CMD-DEB
           MOVE PG-IDF-PIE-RSU TO CMD-IDF-PIE.
           MOVE PG-QTE-RSU     TO CMD-QTE-LGN.
           MOVE PG-MNT-LGN-RSU TO CMD-MNT-LGN.
           MOVE PG-IDF-PRS-RSU TO CMD-IDF-PRS.

           MOVE EXP-CMD-REC TO REC-EXP-CPT.
           WRITE REC-EXP-CPT.
           EXEC SQL
               FETCH C-LGN
               INTO  :PG-IDF-CMD-RSU, :PG-IDF-CLI-RSU,
                     :PG-IDF-PIE-RSU, :PG-IDF-PRS-RSU, :PG-QTE-RSU,
                     :PG-MNT-LGN-RSU
           END-EXEC.

           EXIT.
           EXEC SQL
               FETCH C-FAC
               INTO  :PG-IDF-FAC-RSU, :PG-NUM-FAC-RSU,
                     :PG-MNT-HT-RSU, :PG-MNT-TVA-RSU, :PG-MNT-TTC-RSU,
                     :PG-AUT-LIQ-RSU, :PG-TVA-INT-RSU,
                     :PG-MNT-PRS-RSU
           END-EXEC.

           PERFORM 3100-ECR-FAC-DEB
           MOVE PG-MNT-HT-RSU  TO FAC-MNT-HT.
           MOVE PG-MNT-TVA-RSU TO FAC-MNT-TVA.
           MOVE PG-MNT-TTC-RSU TO FAC-MNT-TTC.
           MOVE PG-AUT-LIQ-RSU TO FAC-AUT-LIQ.
           MOVE PG-TVA-INT-RSU TO FAC-TVA-INT.
           MOVE PG-MNT-PRS-RSU TO FAC-MNT-PRS.

           ADD PG-MNT-PRS-RSU TO WS-TOT-PRS.

           IF PG-AUT-LIQ-RSU = "O"
               ADD 1             TO WS-NBR-AIC
               ADD PG-MNT-HT-RSU TO WS-TOT-AIC
           END-IF.

           MOVE EXP-FAC-REC TO REC-EXP-CPT.
           WRITE REC-EXP-CPT.
           EXEC SQL
               FETCH C-FAC
               INTO  :PG-IDF-FAC-RSU, :PG-NUM-FAC-RSU,
                     :PG-MNT-HT-RSU, :PG-MNT-TVA-RSU, :PG-MNT-TTC-RSU,
                     :PG-AUT-LIQ-RSU, :PG-TVA-INT-RSU,
                     :PG-MNT-PRS-RSU
           END-EXEC.

           EXIT.
               FETCH C-AVR
               INTO  :PG-IDF-AVR-RSU, :PG-NUM-AVR-RSU,
                     :PG-CLI-AVR-RSU, :PG-MNT-AVR-HT-RSU,
                     :PG-MNT-AVR-TVA-RSU, :PG-MNT-AVR-TTC-RSU,
                     :PG-AUT-AVR-RSU, :PG-TVA-AVR-RSU,
                     :PG-PRS-AVR-RSU
           END-EXEC.

           PERFORM 4600-ECR-AVR-DEB
           MOVE PG-MNT-AVR-HT-RSU  TO AVR-MNT-HT.
           MOVE PG-MNT-AVR-TVA-RSU TO AVR-MNT-TVA.
           MOVE PG-MNT-AVR-TTC-RSU TO AVR-MNT-TTC.
           MOVE PG-AUT-AVR-RSU     TO AVR-AUT-LIQ.
           MOVE PG-TVA-AVR-RSU     TO AVR-TVA-INT.
           MOVE PG-PRS-AVR-RSU     TO AVR-MNT-PRS.

           SUBTRACT PG-PRS-AVR-RSU FROM WS-TOT-PRS.

           IF PG-AUT-AVR-RSU = "O"
               ADD 1                     TO WS-NBR-AIC
               SUBTRACT PG-MNT-AVR-HT-RSU FROM WS-TOT-AIC
           END-IF.

           MOVE EXP-AVR-REC TO REC-EXP-CPT.
           WRITE REC-EXP-CPT.
               FETCH C-AVR
               INTO  :PG-IDF-AVR-RSU, :PG-NUM-AVR-RSU,
                     :PG-CLI-AVR-RSU, :PG-MNT-AVR-HT-RSU,
                     :PG-MNT-AVR-TVA-RSU, :PG-MNT-AVR-TTC-RSU,
                     :PG-AUT-AVR-RSU, :PG-TVA-AVR-RSU,
                     :PG-PRS-AVR-RSU
           END-EXEC.

           EXIT.
           EXIT.
       4800-ECR-RGF-FIN.

      *-----------------------------------------------------------------

       4900-EXP-PPE-DEB.

           EXEC SQL OPEN C-PPE END-EXEC.

           EXEC SQL
               FETCH C-PPE
               INTO  :PG-IDF-PPE-RSU, :PG-FAC-PPE-RSU,
                     :PG-CLI-PPE-RSU, :PG-TYP-PPE-RSU,
                     :PG-MNT-PPE-RSU
           END-EXEC.

           PERFORM 4950-ECR-PPE-DEB
              THRU 4950-ECR-PPE-FIN
              UNTIL SQLCODE NOT = 0.

           EXEC SQL CLOSE C-PPE END-EXEC.

           EXIT.
       4900-EXP-PPE-FIN.

      *-----------------------------------------------------------------

       4950-ECR-PPE-DEB.

           ADD 1              TO WS-NBR-PPE.
           ADD PG-MNT-PPE-RSU TO WS-TOT-PPE.

           MOVE PG-IDF-PPE-RSU TO PPE-IDF-PPE.
           MOVE PG-FAC-PPE-RSU TO PPE-IDF-FAC.
           MOVE PG-CLI-PPE-RSU TO PPE-IDF-CLI.
           MOVE PG-TYP-PPE-RSU TO PPE-TYP-PPE.
           MOVE PG-MNT-PPE-RSU TO PPE-MNT-PPE.

           MOVE EXP-PPE-REC TO REC-EXP-CPT.
           WRITE REC-EXP-CPT.

           EXEC SQL
               FETCH C-PPE
               INTO  :PG-IDF-PPE-RSU, :PG-FAC-PPE-RSU,
                     :PG-CLI-PPE-RSU, :PG-TYP-PPE-RSU,
                     :PG-MNT-PPE-RSU
           END-EXEC.

           EXIT.
       4950-ECR-PPE-FIN.

      *-----------------------------------------------------------------

      * Ecrit le pied de controle puis le rapport d'execution : la
           MOVE WS-TOT-RGL TO TRL-TOT-RGL.
           MOVE WS-TOT-AVR TO TRL-TOT-AVR.
           MOVE WS-TOT-RGF TO TRL-TOT-RGF.
           MOVE WS-NBR-PPE TO TRL-NBR-PPE.
           MOVE WS-TOT-PPE TO TRL-TOT-PPE.
           MOVE WS-NBR-AIC TO TRL-NBR-AIC.
           MOVE WS-TOT-AIC TO TRL-TOT-AIC.
           MOVE WS-TOT-PRS TO TRL-TOT-PRS.

           MOVE EXP-TRL-REC TO REC-EXP-CPT.
           WRITE REC-EXP-CPT.
           MOVE WS-TOT-RGL TO WS-TOT-RGL-EDT.
           MOVE WS-TOT-AVR TO WS-TOT-AVR-EDT.
           MOVE WS-TOT-RGF TO WS-TOT-RGF-EDT.
           MOVE WS-NBR-PPE TO WS-NBR-PPE-EDT.
           MOVE WS-TOT-PPE TO WS-TOT-PPE-EDT.
           MOVE WS-NBR-AIC TO WS-NBR-AIC-EDT.
           MOVE WS-TOT-AIC TO WS-TOT-AIC-EDT.
           MOVE WS-TOT-PRS TO WS-TOT-PRS-EDT.

           STRING "Extraction comptable du " DELIMITED BY SIZE
                  PG-JOU-EXP DELIMITED BY SIZE
           END-STRING.
           WRITE REC-EXP-RPT.

           IF WS-PCP-CLO-OUI
               MOVE SPACES TO REC-EXP-RPT
               STRING "Mois " DELIMITED BY SIZE
                      PG-JOU-EXP (1:7) DELIMITED BY SIZE
                      " clos en comptabilite : aucun mouvement "
                      DELIMITED BY SIZE
                      "extrait." DELIMITED BY SIZE
                      INTO REC-EXP-RPT
               END-STRING
               WRITE REC-EXP-RPT
           END-IF.

           STRING "Lignes de commande : " DELIMITED BY SIZE
                  WS-NBR-CMD-EDT DELIMITED BY SIZE
                  "  montant " DELIMITED BY SIZE
           END-STRING.
           WRITE REC-EXP-RPT.

           STRING "Passages en perte  : " DELIMITED BY SIZE
                  WS-NBR-PPE-EDT DELIMITED BY SIZE
                  "  montant " DELIMITED BY SIZE
                  WS-TOT-PPE-EDT DELIMITED BY SIZE
                  INTO REC-EXP-RPT
           END-STRING.
           WRITE REC-EXP-RPT.

           STRING "dont intracom. AL  : " DELIMITED BY SIZE
                  WS-NBR-AIC-EDT DELIMITED BY SIZE
                  "  HT net  " DELIMITED BY SIZE
                  WS-TOT-AIC-EDT DELIMITED BY SIZE
                  INTO REC-EXP-RPT
           END-STRING.
           WRITE REC-EXP-RPT.

           STRING "dont prestations   : " DELIMITED BY SIZE
                  "         HT net  " DELIMITED BY SIZE
                  WS-TOT-PRS-EDT DELIMITED BY SIZE
                  INTO REC-EXP-RPT
           END-STRING.
           WRITE REC-EXP-RPT.

           CLOSE F-EXP-CPT F-EXP-RPT.

           DISPLAY "Extraction comptable terminee : "
