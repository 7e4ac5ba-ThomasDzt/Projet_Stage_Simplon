      * 'validee' (rapprochement a trois volets sans ecart) est        *
      * payable : une facture en litige ou encore en saisie est        *
      * refusee, et une facture deja payee n'encaisse plus rien. Le    *
      * paiement est plafonne au restant du TTC de la facture (HT      *
      * saisi plus la TVA deductible figee par ecrffo ; paiements      *
      * partiels permis) ; la facture passe a 'payee' une fois soldee. *
      * Chaque paiement est journalise via genlog (type_log =          *
      * 'reglement_fou'). Le paiement etant date du jour, la saisie    *
      * est refusee quand le mois courant a ete clos (vermoi).         *
      * Le paiement est saisi dans la devise de la facture ; sa        *
      * contre-valeur en euros est prise au taux du jour (rchtch) et   *
      * comparee a celle figee par ecrffo au taux de reception :       *
      * l'ecart, gain (positif) ou perte (negatif) de change, est      *
      * enregistre sur le paiement et edite par le rapport rapchg.     *
      *                                                                *
      *----------------------------------------------------------------*
      *                           TRIGRAMMES                           *
      * FOU=FOURNISSEUR; MTT=MONTANT; RST=RESTANT; MOD=MODE;           *
      * STA=STATUT; IDF=IDENTIFIANT; UTI=UTILISATEUR; SSI=SAISIE;      *
      * INS=INSERTION; MAJ=MISE A JOUR; VER=VERIFICATION; LRR=LEURRE;  *
      * DEB=DEBUT; PCP=PERIODE COMPTABLE; DAT=DATE; OUV=OUVERTE;       *
      * CUR=COURANT; HOR=HORAIRE; DEV=DEVISE; TCH=TAUX DE CHANGE;      *
      * EUR=EURO; ECA=ECART; CPT=COMPTABILISE                          *
      ******************************************************************

       IDENTIFICATION DIVISION.
       01 PG-MTT-RGF            PIC 9(10)V99.
       01 PG-MOD-RGF            PIC X(14).

      * Devise et taux moyen de reception de la facture ; taux du
      * jour, contre-valeur en euros et ecart de change du paiement.
       01 PG-DEV-FFO            PIC X(03).
       01 PG-TCH-FFO            PIC 9(05)V9(06).
       01 PG-TCH-RGF            PIC 9(05)V9(06).
       01 PG-EUR-RGF            PIC 9(10)V99.
       01 PG-ECA-RGF            PIC S9(10)V99.

       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       01 WS-MTT-RST            PIC S9(12)V99.

      * Contre-valeur du paiement au taux de reception de la facture
      * (montant comptabilise a l'achat) ; zones echangees avec rchtch
      * pour le taux du jour (1 pour l'euro).
       01 WS-EUR-CPT            PIC 9(10)V99.
       01 WS-DAT-TCH-NUL        PIC X(10)   VALUE SPACES.
       01 WS-TCH-RGF            PIC 9(05)V9(06).
       01 WS-RTR-TCH            PIC 9(01).
           88 WS-RTR-TCH-OK                   VALUE 0.
       01 WS-ECA-RGF-EDT        PIC Z(10).99.
       01 WS-EUR-RGF-EDT        PIC Z(10).99.

      * Controle de la periode comptable du jour (vermoi) : 0 = mois
      * ouvert.
       01 WS-CUR-DAT-HOR        PIC X(21).
       01 WS-DAT-PCP            PIC X(10).
       01 WS-DAT-OUV            PIC X(10).
       01 WS-RTR-PCP            PIC 9(01).
           88 WS-RTR-PCP-OUV                  VALUE 0.

       01 WS-IDF-FFO-EDT        PIC Z(10).
       01 WS-MTT-RST-EDT        PIC -Z(12).99.
       01 WS-MTT-RGF-EDT        PIC Z(10).99.

       0100-SSI-FFO-DEB.

           MOVE FUNCTION CURRENT-DATE TO WS-CUR-DAT-HOR.
           MOVE SPACES TO WS-DAT-PCP.
           STRING WS-CUR-DAT-HOR (1:4) "-" WS-CUR-DAT-HOR (5:2)
                  "-" WS-CUR-DAT-HOR (7:2)
                  DELIMITED BY SIZE INTO WS-DAT-PCP
           END-STRING.

           CALL "vermoi" USING WS-DAT-PCP,
                               WS-DAT-OUV,
                               WS-RTR-PCP
           END-CALL.

           IF NOT WS-RTR-PCP-OUV
               DISPLAY "Mois courant clos en comptabilite : paiement "
                       "impossible (voir le comptable)."
               GO TO 0100-SSI-FFO-SRT
           END-IF.

           DISPLAY "Paiement fournisseur - id de la facture :".
           ACCEPT WS-IDF-FFO.

           MOVE WS-IDF-FFO TO PG-IDF-FFO.

           EXEC SQL
               SELECT f.id_fou, f.num_ffo, f.statut_ffo,
                      f.mtt_ffo + COALESCE(f.mtt_tva_ffo, 0),
                      COALESCE((SELECT SUM(r.mtt_rgf)
                                FROM reglement_fournisseur r
                                WHERE r.id_ffo = f.id_ffo), 0),
                      COALESCE(f.devise_ffo, 'EUR'),
                      COALESCE(f.taux_ffo, 1)
               INTO   :PG-IDF-FOU, :PG-NUM-FFO, :PG-STA-FFO,
                      :PG-MTT-FFO, :PG-MTT-PAY, :PG-DEV-FFO,
                      :PG-TCH-FFO
               FROM   facture_fournisseur f
               WHERE  f.id_ffo = :PG-IDF-FFO
           END-EXEC.

           DISPLAY "Facture " FUNCTION TRIM (PG-NUM-FFO)
                   " - restant du : "
                   FUNCTION TRIM (WS-MTT-RST-EDT) " " PG-DEV-FFO ".".

      * Taux du jour de la devise, qui fixe la contre-valeur en euros
      * du paiement ; sans taux connu, le paiement ne peut etre
      * converti et attend la saisie du taux.

           CALL "rchtch" USING PG-DEV-FFO
                               WS-DAT-TCH-NUL
                               WS-TCH-RGF
                               WS-RTR-TCH
           END-CALL.

           IF NOT WS-RTR-TCH-OK
               DISPLAY "Aucun taux " PG-DEV-FFO " connu (voir gestch)"
                       " : paiement impossible."
               GO TO 0100-SSI-FFO-SRT
           END-IF.

           PERFORM 0200-SSI-RGF-DEB
              THRU 0200-SSI-RGF-FIN.

       0200-SSI-RGF-DEB.

           DISPLAY "Montant paye (" PG-DEV-FFO ") :".
           ACCEPT WS-MTT-RGF.

           IF WS-MTT-RGF = 0 OR WS-MTT-RGF > WS-MTT-RST
           MOVE WS-MTT-RGF TO PG-MTT-RGF.
           MOVE WS-MOD-RGF TO PG-MOD-RGF.

      * Ecart de change : contre-valeur comptabilisee au taux de
      * reception moins contre-valeur payee au taux du jour (positif =
      * gain, negatif = perte).

           MOVE WS-TCH-RGF TO PG-TCH-RGF.
           COMPUTE PG-EUR-RGF ROUNDED = WS-MTT-RGF * WS-TCH-RGF.
           COMPUTE WS-EUR-CPT ROUNDED = WS-MTT-RGF * PG-TCH-FFO.
           COMPUTE PG-ECA-RGF = WS-EUR-CPT - PG-EUR-RGF.

           EXEC SQL
               INSERT INTO reglement_fournisseur (id_ffo, date_rgf,
                               mtt_rgf, mode_rgf, taux_rgf,
                               mtt_eur_rgf, ecart_chg_rgf)
               VALUES (:PG-IDF-FFO, CURRENT_DATE, :PG-MTT-RGF,
                      :PG-MOD-RGF, :PG-TCH-RGF, :PG-EUR-RGF,
                      :PG-ECA-RGF)
           END-EXEC.

           IF SQLCODE NOT = 0

           STRING 'Paiement de ' DELIMITED BY SIZE
                  FUNCTION TRIM (WS-MTT-RGF-EDT) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  PG-DEV-FFO DELIMITED BY SIZE
                  ' sur la facture fournisseur '
                  DELIMITED BY SIZE
                  FUNCTION TRIM (WS-IDF-FFO-EDT) DELIMITED BY SIZE
                  '.' DELIMITED BY SIZE

           DISPLAY "Paiement enregistre.".

           IF PG-DEV-FFO NOT = "EUR"
               MOVE PG-EUR-RGF TO WS-EUR-RGF-EDT
               DISPLAY "Contre-valeur au taux du jour : "
                       FUNCTION TRIM (WS-EUR-RGF-EDT) " EUR."
           END-IF.

           IF PG-ECA-RGF > 0
               MOVE PG-ECA-RGF TO WS-ECA-RGF-EDT
               DISPLAY "Gain de change : "
                       FUNCTION TRIM (WS-ECA-RGF-EDT) " EUR."
           END-IF.

           IF PG-ECA-RGF < 0
               MOVE PG-ECA-RGF TO WS-ECA-RGF-EDT
               DISPLAY "Perte de change : "
                       FUNCTION TRIM (WS-ECA-RGF-EDT) " EUR."
           END-IF.

       0200-SSI-RGF-FIN.
           EXIT.
