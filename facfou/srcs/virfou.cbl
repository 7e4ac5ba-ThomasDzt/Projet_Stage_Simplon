      ******************************************************************
      *                                                                *
      *                 DESCRIPTION DU SOUS-PROGRAMME                  *
      *                                                                *
      * virfou : campagne de paiement des fournisseurs par virement    *
      * SEPA. Pour une date limite saisie (le jour par defaut),        *
      * propose toutes les factures fournisseur 'validee' dont         *
      * l'echeance tombe au plus tard a cette date : date de facture   *
      * plus les jours de la condition de reglement de la fiche        *
      * fournisseur (cond_rgl_fou), reportee en fin de mois si         *
      * fdm_crg = 'O', comme genfac cote clients. Chaque facture est   *
      * proposee pour son restant du TTC ; le comptable exclut ou      *
      * reintegre des lignes par leur numero (une facture dont le      *
      * fournisseur n'a pas d'IBAN reste exclue), puis valide. La      *
      * campagne est numerotee (campagne_paiement), chaque facture     *
      * retenue recoit son reglement_fournisseur (mode 'virement') et  *
      * passe a 'payee' comme dans ecrrgf, le tout dans une seule      *
      * transaction, et le fichier de virements pain.001.001.03        *
      * VIRFOU<numero>.xml est ecrit pour depot a la banque (compte    *
      * debite : IBAN/BIC de la societe, saisis par gessoc ; un        *
      * virement par facture, sans comptabilisation groupee, pour que  *
      * imprlv rapproche chaque debit). Chaque paiement est            *
      * journalise via genlog (type_log = 'reglement_fou'). Les        *
      * paiements etant dates du jour, la campagne est refusee quand   *
      * le mois courant a ete clos par le comptable (vermoi).          *
      * Le virement SEPA etant libelle en euros, seules les factures   *
      * en euros sont proposees ; une facture en devise se paie par    *
      * ecrrgf, qui en calcule l'ecart de change.                      *
      *                                                                *
      *----------------------------------------------------------------*
      *                           TRIGRAMMES                           *
      *                                                                *
      * virfou=virement fournisseurs                                   *
      * VIR=VIREMENT; CPA=CAMPAGNE; PRP=PROPOSITION; FFO=FACTURE       *
      * FOURNISSEUR; FOU=FOURNISSEUR; RGF=REGLEMENT FOURNISSEUR;       *
      * ECH=ECHEANCE; LIM=LIMITE; MTT=MONTANT; RST=RESTANT; TOT=TOTAL; *
      * RET=RETENUE; IBA=IBAN; BIC=BIC; SOC=SOCIETE; RSO=RAISON        *
      * SOCIALE; FIC=FICHIER; STA=STATUT; LGN=LIGNE; NUM=NUMERO;       *
      * NBR=NOMBRE; MAX=MAXIMUM; IDX=INDICE; TAB=TABLE; ENT=ENTREE;    *
      * SEL=SELECTION; EXC=EXCLUSION; CAL=CALCUL; CHG=CHARGEMENT;      *
      * AFF=AFFICHAGE; LST=LISTE; INS=INSERTION; PAY=PAIEMENT;         *
      * ECR=ECRITURE; XML=XML; CUR=COURANT; DAT=DATE; HOR=HORAIRE;     *
      * CHX=CHOIX; ERR=ERREUR; UTI=UTILISATEUR; EDT=EDITION;           *
      * LRR=LEURRE; DEB=DEBUT; PCP=PERIODE COMPTABLE; OUV=OUVERTE      *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. virfou.
       AUTHOR. ThomasD.
       DATE-WRITTEN. 15-10-2026 (fr).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT F-VIR ASSIGN TO WS-FIC-VIR
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STA-VIR.

       DATA DIVISION.
       FILE SECTION.

       FD F-VIR.
       01 REC-VIR               PIC X(200).

       WORKING-STORAGE SECTION.

      * Fichier de virements de la campagne : VIRFOU<numero>.xml.
       01 WS-FIC-VIR            PIC X(50).
       01 WS-STA-VIR            PIC X(02).
           88 WS-STA-VIR-OK                 VALUE "00".

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.

       01 PG-DAT-LIM            PIC X(10).

      * Compte debite : identite et coordonnees bancaires societe.
       01 PG-RSO-SOC            PIC X(50).
       01 PG-IBA-SOC            PIC X(34).
       01 PG-BIC-SOC            PIC X(11).

      * Facture proposee par le curseur.
       01 PG-IDF-FFO-RSU        PIC 9(10).
       01 PG-NUM-FFO-RSU        PIC X(30).
       01 PG-NOM-FOU-RSU        PIC X(50).
       01 PG-IBA-FOU-RSU        PIC X(34).
       01 PG-BIC-FOU-RSU        PIC X(11).
       01 PG-DAT-ECH-RSU        PIC X(10).
       01 PG-MTT-RST-RSU        PIC 9(10)V99.

      * Campagne et paiements.
       01 PG-IDF-CPA            PIC 9(10).
       01 PG-DAT-CPA            PIC X(10).
       01 PG-NBR-VIR            PIC 9(05).
       01 PG-MTT-CPA            PIC 9(10)V99.
       01 PG-IDF-UTI            PIC 9(10).
       01 PG-FIC-CPA            PIC X(50).
       01 PG-IDF-FFO            PIC 9(10).
       01 PG-MTT-RGF            PIC 9(10)V99.

       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

      * Declaration du curseur des factures 'validee' echues a la date
      * limite, avec leur restant du TTC (HT + TVA deductible moins
      * les paiements deja passes), de la plus ancienne echeance a la
      * plus recente.
       EXEC SQL
           DECLARE C-PRP CURSOR FOR
               SELECT p.id_ffo, p.num_ffo, p.nom_fou, p.iban_fou,
                      p.bic_fou, TO_CHAR(p.ech, 'DD/MM/YYYY'), p.rst
               FROM  (SELECT f.id_ffo, f.num_ffo, u.nom_fou,
                             COALESCE(u.iban_fou, ' ') AS iban_fou,
                             COALESCE(u.bic_fou, ' ') AS bic_fou,
                             CASE WHEN COALESCE(g.fdm_crg, 'N') = 'O'
                                  THEN (DATE_TRUNC('month', f.date_ffo
                                        + COALESCE(g.jours_crg, 0))
                                        + INTERVAL '1 month'
                                        - INTERVAL '1 day')::DATE
                                  ELSE f.date_ffo
                                        + COALESCE(g.jours_crg, 0)
                             END AS ech,
                             f.mtt_ffo + COALESCE(f.mtt_tva_ffo, 0)
                             - COALESCE((SELECT SUM(r.mtt_rgf)
                                         FROM reglement_fournisseur r
                                         WHERE r.id_ffo = f.id_ffo), 0)
                             AS rst
                      FROM   facture_fournisseur f
                      JOIN   fournisseur u ON u.id_fou = f.id_fou
                      LEFT JOIN conditions_reglement g
                             ON g.code_crg = u.cond_rgl_fou
                      WHERE  f.statut_ffo = 'validee'
                      AND    COALESCE(f.devise_ffo, 'EUR') = 'EUR') p
               WHERE  p.ech <= TO_DATE(:PG-DAT-LIM, 'YYYY-MM-DD')
               AND    p.rst > 0
               ORDER BY p.ech, p.nom_fou, p.id_ffo
       END-EXEC.

       01 WS-LRR                PIC X(01).
       01 WS-CHX                PIC X(01).
       01 WS-DAT-LIM            PIC X(10).
       01 WS-NUM-LGN            PIC 9(03).

      * Factures proposees (200 au plus par campagne) et indicateur
      * de retenue ('N' = exclue par le comptable ou sans IBAN).
       01 WS-NBR-PRP            PIC 9(03)   VALUE 0.
       01 WS-MAX-PRP            PIC 9(03)   VALUE 200.
       01 WS-TAB-PRP.
           05 WS-ENT-PRP        OCCURS 200 TIMES.
               10 WS-PRP-IDF    PIC 9(10).
               10 WS-PRP-NUM    PIC X(30).
               10 WS-PRP-FOU    PIC X(50).
               10 WS-PRP-IBA    PIC X(34).
               10 WS-PRP-BIC    PIC X(11).
               10 WS-PRP-ECH    PIC X(10).
               10 WS-PRP-MTT    PIC 9(10)V99.
               10 WS-PRP-RET    PIC X(01).
                   88 WS-PRP-RET-OUI        VALUE "O".
                   88 WS-PRP-RET-NON        VALUE "N".
       01 WS-IDX-PRP            PIC 9(03).

       01 WS-NBR-VIR            PIC 9(03)   VALUE 0.
       01 WS-TOT-VIR            PIC 9(10)V99 VALUE 0.

       01 WS-FIN-SEL            PIC X(01)   VALUE "N".
           88 WS-FIN-SEL-OUI                VALUE "O".
           88 WS-FIN-SEL-NON                VALUE "N".

       01 WS-ERR-CPA            PIC X(01)   VALUE "N".
           88 WS-ERR-CPA-OUI                VALUE "O".
           88 WS-ERR-CPA-NON                VALUE "N".

      * Horodatage de creation du message (CreDtTm).
       01 WS-CUR-DAT-HOR        PIC X(21).
       01 WS-DAT-HOR-XML        PIC X(19).

      * Controle de la periode comptable du jour (vermoi) : 0 = mois
      * ouvert.
       01 WS-DAT-PCP            PIC X(10).
       01 WS-DAT-OUV            PIC X(10).
       01 WS-RTR-PCP            PIC 9(01).
           88 WS-RTR-PCP-OUV                VALUE 0.

      * Zones du fichier XML : references, montants au point decimal,
      * noms sans les caracteres reserves du XML.
       01 WS-IDF-MSG            PIC X(16).
       01 WS-IDF-E2E            PIC X(13).
       01 WS-MTT-XML            PIC Z(09)9.99.
       01 WS-NBR-XML            PIC Z(04)9.
       01 WS-NOM-XML            PIC X(50).
       01 WS-NUM-XML            PIC X(30).

       01 WS-LGN-EDT            PIC ZZ9.
       01 WS-IDF-EDT            PIC Z(09)9.
       01 WS-MTT-EDT            PIC Z(10).99.
       01 WS-NBR-EDT            PIC Z(04)9.
       01 WS-MRQ-EDT            PIC X(10).

      * Zone de session partagee : qui est connecte sur ce poste.
       COPY session.

      * Zones utilisees pour journaliser chaque paiement via genlog,
      * comme ecrrgf.
       01 WS-MSG-LOG            PIC X(100).
       01 WS-TYP-LOG            PIC X(20)   VALUE "reglement_fou".
       01 WS-IDF-PIE-NUL        PIC 9(10)   VALUE 0.
       01 WS-QTE-LOG-NUL        PIC S9(10)  VALUE 0.
       01 WS-LIEN-LOG-NUL       PIC 9(10)   VALUE 0.
       01 WS-RTR-LOG            PIC 9(01).

      * Zones utilisees pour tracer via generr l'echec d'une des
      * ecritures SQL en cas de SQLCODE en erreur.
       01 WS-OPE-ERR            PIC X(60).
       01 WS-RTR-ERR            PIC 9(01).


       PROCEDURE DIVISION.

           PERFORM 0100-SSI-CPA-DEB
              THRU 0100-SSI-CPA-FIN.

           EXIT PROGRAM.

      ******************************************************************
      *                         PARAGRAPHES                            *
      ******************************************************************

      * Controle le compte a debiter, saisit la date limite, charge
      * les propositions puis enchaine sur les exclusions et la
      * validation de la campagne.

       0100-SSI-CPA-DEB.

           MOVE 0 TO WS-NBR-PRP.
           MOVE 0 TO WS-NBR-VIR.
           MOVE 0 TO WS-TOT-VIR.

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
               DISPLAY "Mois courant clos en comptabilite : campagne "
                       "impossible (voir le comptable)."
               GO TO 0100-SSI-CPA-SRT
           END-IF.

           EXEC SQL
               SELECT raison_soc, COALESCE(iban_soc, ' '),
                      COALESCE(bic_soc, ' ')
               INTO   :PG-RSO-SOC, :PG-IBA-SOC, :PG-BIC-SOC
               FROM   societe
               FETCH FIRST 1 ROW ONLY
           END-EXEC.

           IF SQLCODE NOT = 0 OR PG-IBA-SOC = SPACES
               DISPLAY "IBAN de la societe absent : a saisir dans "
                       "l'identite de la societe avant toute "
                       "campagne."
               GO TO 0100-SSI-CPA-SRT
           END-IF.

           DISPLAY "Campagne de virements fournisseurs - date limite "
                   "d'echeance (AAAA-MM-JJ, vide = ce jour) :".
           ACCEPT WS-DAT-LIM.

           IF WS-DAT-LIM = SPACES
               MOVE FUNCTION CURRENT-DATE TO WS-CUR-DAT-HOR
               STRING WS-CUR-DAT-HOR (1:4) "-" WS-CUR-DAT-HOR (5:2)
                      "-" WS-CUR-DAT-HOR (7:2)
                      DELIMITED BY SIZE INTO WS-DAT-LIM
               END-STRING
           END-IF.

           IF WS-DAT-LIM (1:4) NOT NUMERIC
               OR WS-DAT-LIM (5:1) NOT = "-"
               OR WS-DAT-LIM (6:2) NOT NUMERIC
               OR WS-DAT-LIM (8:1) NOT = "-"
               OR WS-DAT-LIM (9:2) NOT NUMERIC
               DISPLAY "Date invalide."
               GO TO 0100-SSI-CPA-SRT
           END-IF.

           MOVE WS-DAT-LIM TO PG-DAT-LIM.

           PERFORM 0150-CHG-PRP-DEB
              THRU 0150-CHG-PRP-FIN.

           IF WS-NBR-PRP = 0
               DISPLAY "Aucune facture validee echue a cette date."
               GO TO 0100-SSI-CPA-SRT
           END-IF.

           PERFORM 0200-AFF-LST-DEB
              THRU 0200-AFF-LST-FIN.

           SET WS-FIN-SEL-NON TO TRUE.

           PERFORM 0300-EXC-FFO-DEB
              THRU 0300-EXC-FFO-FIN
              UNTIL WS-FIN-SEL-OUI.

           PERFORM 0350-CAL-TOT-DEB
              THRU 0350-CAL-TOT-FIN.

           IF WS-NBR-VIR = 0
               DISPLAY "Aucune facture retenue, pas de campagne."
               GO TO 0100-SSI-CPA-SRT
           END-IF.

           MOVE WS-NBR-VIR TO WS-NBR-EDT.
           MOVE WS-TOT-VIR TO WS-MTT-EDT.
           DISPLAY "Campagne de " FUNCTION TRIM (WS-NBR-EDT)
                   " virement(s) pour " FUNCTION TRIM (WS-MTT-EDT)
                   " EUR.".
           DISPLAY "1 - Valider la campagne et ecrire le fichier "
                   "de virements".
           DISPLAY "2 - Annuler".
           DISPLAY "Votre choix :".
           ACCEPT WS-CHX.

           IF WS-CHX = "1"
               PERFORM 0400-INS-CPA-DEB
                  THRU 0400-INS-CPA-FIN
           END-IF.

       0100-SSI-CPA-SRT.

           DISPLAY "Appuyez sur entree".
           ACCEPT WS-LRR.

       0100-SSI-CPA-FIN.
           EXIT.

      *-----------------------------------------------------------------

      * Charge les factures echues dans la table des propositions :
      * retenues d'office, sauf celles d'un fournisseur sans IBAN.

       0150-CHG-PRP-DEB.

           EXEC SQL OPEN C-PRP END-EXEC.

           EXEC SQL
               FETCH C-PRP
               INTO  :PG-IDF-FFO-RSU, :PG-NUM-FFO-RSU,
                     :PG-NOM-FOU-RSU, :PG-IBA-FOU-RSU,
                     :PG-BIC-FOU-RSU, :PG-DAT-ECH-RSU,
                     :PG-MTT-RST-RSU
           END-EXEC.

           PERFORM 0160-CHG-LGN-DEB
              THRU 0160-CHG-LGN-FIN
              UNTIL SQLCODE NOT = 0
              OR    WS-NBR-PRP = WS-MAX-PRP.

           IF SQLCODE = 0
               DISPLAY "Plus de 200 factures echues : les suivantes "
                       "passeront dans une prochaine campagne."
           END-IF.

           EXEC SQL CLOSE C-PRP END-EXEC.

           EXIT.
       0150-CHG-PRP-FIN.

      *-----------------------------------------------------------------

       0160-CHG-LGN-DEB.

           ADD 1 TO WS-NBR-PRP.

           MOVE PG-IDF-FFO-RSU TO WS-PRP-IDF (WS-NBR-PRP).
           MOVE PG-NUM-FFO-RSU TO WS-PRP-NUM (WS-NBR-PRP).
           MOVE PG-NOM-FOU-RSU TO WS-PRP-FOU (WS-NBR-PRP).
           MOVE PG-IBA-FOU-RSU TO WS-PRP-IBA (WS-NBR-PRP).
           MOVE PG-BIC-FOU-RSU TO WS-PRP-BIC (WS-NBR-PRP).
           MOVE PG-DAT-ECH-RSU TO WS-PRP-ECH (WS-NBR-PRP).
           MOVE PG-MTT-RST-RSU TO WS-PRP-MTT (WS-NBR-PRP).

           IF PG-IBA-FOU-RSU = SPACES
               SET WS-PRP-RET-NON (WS-NBR-PRP) TO TRUE
           ELSE
               SET WS-PRP-RET-OUI (WS-NBR-PRP) TO TRUE
           END-IF.

           EXEC SQL
               FETCH C-PRP
               INTO  :PG-IDF-FFO-RSU, :PG-NUM-FFO-RSU,
                     :PG-NOM-FOU-RSU, :PG-IBA-FOU-RSU,
                     :PG-BIC-FOU-RSU, :PG-DAT-ECH-RSU,
                     :PG-MTT-RST-RSU
           END-EXEC.

           EXIT.
       0160-CHG-LGN-FIN.

      *-----------------------------------------------------------------

      * Liste numerotee des propositions, avec la marque des lignes
      * exclues ou sans IBAN.

       0200-AFF-LST-DEB.

           DISPLAY "Lgn Echeance   Fournisseur               "
                   "Facture              Restant du".

           PERFORM 0250-AFF-LGN-DEB
              THRU 0250-AFF-LGN-FIN
              VARYING WS-IDX-PRP FROM 1 BY 1
              UNTIL WS-IDX-PRP > WS-NBR-PRP.

           EXIT.
       0200-AFF-LST-FIN.

      *-----------------------------------------------------------------

       0250-AFF-LGN-DEB.

           MOVE WS-IDX-PRP TO WS-LGN-EDT.
           MOVE WS-PRP-MTT (WS-IDX-PRP) TO WS-MTT-EDT.

           EVALUATE TRUE
               WHEN WS-PRP-IBA (WS-IDX-PRP) = SPACES
                   MOVE "sans IBAN" TO WS-MRQ-EDT
               WHEN WS-PRP-RET-NON (WS-IDX-PRP)
                   MOVE "exclue" TO WS-MRQ-EDT
               WHEN OTHER
                   MOVE SPACES TO WS-MRQ-EDT
           END-EVALUATE.

           DISPLAY WS-LGN-EDT " " WS-PRP-ECH (WS-IDX-PRP) " "
                   WS-PRP-FOU (WS-IDX-PRP) (1:25) " "
                   WS-PRP-NUM (WS-IDX-PRP) (1:15) " "
                   WS-MTT-EDT " " WS-MRQ-EDT.

           EXIT.
       0250-AFF-LGN-FIN.

      *-----------------------------------------------------------------

      * Exclut une ligne retenue ou reintegre une ligne exclue. 0
      * termine les exclusions ; 999 reaffiche la liste.

       0300-EXC-FFO-DEB.

           DISPLAY "Ligne a exclure/reintegrer (0 = terminer, "
                   "999 = reafficher) :".
           ACCEPT WS-NUM-LGN.

           IF WS-NUM-LGN = 0
               SET WS-FIN-SEL-OUI TO TRUE
               GO TO 0300-EXC-FFO-FIN
           END-IF.

           IF WS-NUM-LGN = 999
               PERFORM 0200-AFF-LST-DEB
                  THRU 0200-AFF-LST-FIN
               GO TO 0300-EXC-FFO-FIN
           END-IF.

           IF WS-NUM-LGN > WS-NBR-PRP
               DISPLAY "Ligne inconnue."
               GO TO 0300-EXC-FFO-FIN
           END-IF.

           IF WS-PRP-IBA (WS-NUM-LGN) = SPACES
               DISPLAY "Fournisseur sans IBAN : facture non payable "
                       "par virement (fiche a completer)."
               GO TO 0300-EXC-FFO-FIN
           END-IF.

           IF WS-PRP-RET-OUI (WS-NUM-LGN)
               SET WS-PRP-RET-NON (WS-NUM-LGN) TO TRUE
               DISPLAY "Facture " FUNCTION TRIM (WS-PRP-NUM
                       (WS-NUM-LGN)) " exclue."
           ELSE
               SET WS-PRP-RET-OUI (WS-NUM-LGN) TO TRUE
               DISPLAY "Facture " FUNCTION TRIM (WS-PRP-NUM
                       (WS-NUM-LGN)) " reintegree."
           END-IF.

           PERFORM 0350-CAL-TOT-DEB
              THRU 0350-CAL-TOT-FIN.

           MOVE WS-TOT-VIR TO WS-MTT-EDT.
           DISPLAY "Total retenu : " FUNCTION TRIM (WS-MTT-EDT)
                   " EUR.".

       0300-EXC-FFO-FIN.
           EXIT.

      *-----------------------------------------------------------------

      * Nombre et total des factures retenues.

       0350-CAL-TOT-DEB.

           MOVE 0 TO WS-NBR-VIR.
           MOVE 0 TO WS-TOT-VIR.

           PERFORM 0360-CAL-LGN-DEB
              THRU 0360-CAL-LGN-FIN
              VARYING WS-IDX-PRP FROM 1 BY 1
              UNTIL WS-IDX-PRP > WS-NBR-PRP.

           EXIT.
       0350-CAL-TOT-FIN.

      *-----------------------------------------------------------------

       0360-CAL-LGN-DEB.

           IF WS-PRP-RET-OUI (WS-IDX-PRP)
               ADD 1 TO WS-NBR-VIR
               ADD WS-PRP-MTT (WS-IDX-PRP) TO WS-TOT-VIR
           END-IF.

           EXIT.
       0360-CAL-LGN-FIN.

      *-----------------------------------------------------------------

      * Numerote la campagne, passe les paiements et ecrit le fichier
      * de virements dans une seule transaction : une facture payee
      * ou remise en cause entre-temps par un autre poste, ou un
      * fichier impossible a ecrire, fait tout annuler.

       0400-INS-CPA-DEB.

           MOVE WS-NBR-VIR   TO PG-NBR-VIR.
           MOVE WS-TOT-VIR   TO PG-MTT-CPA.
           MOVE SESS-IDF-UTI TO PG-IDF-UTI.

           EXEC SQL
               INSERT INTO campagne_paiement (date_cpa, date_lim_cpa,
                               nbr_vir_cpa, mtt_cpa, id_uti)
               VALUES (CURRENT_DATE,
                      TO_DATE(:PG-DAT-LIM, 'YYYY-MM-DD'),
                      :PG-NBR-VIR, :PG-MTT-CPA, :PG-IDF-UTI)
               RETURNING id_cpa, TO_CHAR(date_cpa, 'YYYY-MM-DD')
               INTO :PG-IDF-CPA, :PG-DAT-CPA
           END-EXEC.

           IF SQLCODE NOT = 0
               EXEC SQL ROLLBACK END-EXEC
               MOVE "virfou : insertion campagne_paiement"
               TO   WS-OPE-ERR
               CALL "generr" USING WS-OPE-ERR, SQLCODE, WS-RTR-ERR
               END-CALL
               DISPLAY "Erreur a l'enregistrement de la campagne."
               GO TO 0400-INS-CPA-FIN
           END-IF.

           MOVE SPACES TO WS-IDF-MSG.
           STRING "VIRFOU" PG-IDF-CPA DELIMITED BY SIZE
                  INTO WS-IDF-MSG
           END-STRING.

           MOVE SPACES TO WS-FIC-VIR.
           STRING WS-IDF-MSG ".xml" DELIMITED BY SIZE
                  INTO WS-FIC-VIR
           END-STRING.

           SET WS-ERR-CPA-NON TO TRUE.

           PERFORM 0450-PAY-FFO-DEB
              THRU 0450-PAY-FFO-FIN
              VARYING WS-IDX-PRP FROM 1 BY 1
              UNTIL WS-IDX-PRP > WS-NBR-PRP
              OR    WS-ERR-CPA-OUI.

           IF WS-ERR-CPA-OUI
               EXEC SQL ROLLBACK END-EXEC
               DISPLAY "Une facture a ete payee ou modifiee "
                       "entre-temps : campagne annulee, recommencez."
               GO TO 0400-INS-CPA-FIN
           END-IF.

           MOVE WS-FIC-VIR TO PG-FIC-CPA.

           EXEC SQL
               UPDATE campagne_paiement
               SET    fic_cpa = :PG-FIC-CPA
               WHERE  id_cpa  = :PG-IDF-CPA
           END-EXEC.

           PERFORM 0500-ECR-VIR-DEB
              THRU 0500-ECR-VIR-FIN.

           IF WS-ERR-CPA-OUI
               EXEC SQL ROLLBACK END-EXEC
               DISPLAY "Fichier de virements impossible a ecrire : "
                       "campagne annulee."
               GO TO 0400-INS-CPA-FIN
           END-IF.

           EXEC SQL COMMIT END-EXEC.

           PERFORM 0480-LOG-PAY-DEB
              THRU 0480-LOG-PAY-FIN
              VARYING WS-IDX-PRP FROM 1 BY 1
              UNTIL WS-IDX-PRP > WS-NBR-PRP.

           MOVE PG-IDF-CPA TO WS-IDF-EDT.
           DISPLAY "Campagne " FUNCTION TRIM (WS-IDF-EDT)
                   " enregistree, factures soldees (statut payee).".
           DISPLAY "Fichier a deposer a la banque : "
                   FUNCTION TRIM (WS-FIC-VIR).

       0400-INS-CPA-FIN.
           EXIT.

      *-----------------------------------------------------------------

      * Paiement d'une facture retenue pour son restant du, puis
      * passage a 'payee' (soldee), comme ecrrgf. Une facture qui
      * n'est plus 'validee' (SQLCODE 100) arrete la campagne.

       0450-PAY-FFO-DEB.

           IF WS-PRP-RET-NON (WS-IDX-PRP)
               GO TO 0450-PAY-FFO-FIN
           END-IF.

           MOVE WS-PRP-IDF (WS-IDX-PRP) TO PG-IDF-FFO.
           MOVE WS-PRP-MTT (WS-IDX-PRP) TO PG-MTT-RGF.

           EXEC SQL
               INSERT INTO reglement_fournisseur (id_ffo, date_rgf,
                               mtt_rgf, mode_rgf, id_cpa,
                               mtt_eur_rgf)
               VALUES (:PG-IDF-FFO, CURRENT_DATE, :PG-MTT-RGF,
                      'virement', :PG-IDF-CPA, :PG-MTT-RGF)
           END-EXEC.

           IF SQLCODE NOT = 0
               MOVE "virfou : insertion reglement_fournisseur"
               TO   WS-OPE-ERR
               CALL "generr" USING WS-OPE-ERR, SQLCODE, WS-RTR-ERR
               END-CALL
               SET WS-ERR-CPA-OUI TO TRUE
               GO TO 0450-PAY-FFO-FIN
           END-IF.

           EXEC SQL
               UPDATE facture_fournisseur
               SET    statut_ffo = 'payee'
               WHERE  id_ffo = :PG-IDF-FFO
               AND    statut_ffo = 'validee'
           END-EXEC.

           IF SQLCODE NOT = 0
               SET WS-ERR-CPA-OUI TO TRUE
           END-IF.

       0450-PAY-FFO-FIN.
           EXIT.

      *-----------------------------------------------------------------

       0480-LOG-PAY-DEB.

           IF WS-PRP-RET-NON (WS-IDX-PRP)
               GO TO 0480-LOG-PAY-FIN
           END-IF.

           MOVE WS-PRP-IDF (WS-IDX-PRP) TO WS-IDF-EDT.
           MOVE WS-PRP-MTT (WS-IDX-PRP) TO WS-MTT-EDT.

           MOVE SPACES TO WS-MSG-LOG.
           STRING 'Paiement de ' DELIMITED BY SIZE
                  FUNCTION TRIM (WS-MTT-EDT) DELIMITED BY SIZE
                  ' EUR sur la facture fournisseur '
                  DELIMITED BY SIZE
                  FUNCTION TRIM (WS-IDF-EDT) DELIMITED BY SIZE
                  ' (virement ' DELIMITED BY SIZE
                  WS-IDF-MSG DELIMITED BY SPACE
                  ').' DELIMITED BY SIZE
                  INTO WS-MSG-LOG
           END-STRING.

           CALL "genlog" USING WS-MSG-LOG,
                               WS-TYP-LOG,
                               SESS-IDF-UTI,
                               WS-IDF-PIE-NUL,
                               WS-QTE-LOG-NUL,
                               WS-LIEN-LOG-NUL,
                               WS-RTR-LOG
           END-CALL.

       0480-LOG-PAY-FIN.
           EXIT.

      *-----------------------------------------------------------------

      * Fichier pain.001.001.03 : en-tete de groupe, un lot de
      * paiement unique (service SEPA, frais partages SLEV, execution
      * demandee le jour de la campagne, BtchBookg a false pour un
      * debit par virement sur le releve), puis un virement par
      * facture retenue.

       0500-ECR-VIR-DEB.

           OPEN OUTPUT F-VIR.

           IF NOT WS-STA-VIR-OK
               SET WS-ERR-CPA-OUI TO TRUE
               GO TO 0500-ECR-VIR-FIN
           END-IF.

           MOVE FUNCTION CURRENT-DATE TO WS-CUR-DAT-HOR.
           MOVE SPACES TO WS-DAT-HOR-XML.
           STRING WS-CUR-DAT-HOR (1:4) "-" WS-CUR-DAT-HOR (5:2) "-"
                  WS-CUR-DAT-HOR (7:2) "T" WS-CUR-DAT-HOR (9:2) ":"
                  WS-CUR-DAT-HOR (11:2) ":" WS-CUR-DAT-HOR (13:2)
                  DELIMITED BY SIZE INTO WS-DAT-HOR-XML
           END-STRING.

           MOVE WS-NBR-VIR TO WS-NBR-XML.
           MOVE WS-TOT-VIR TO WS-MTT-XML.
           MOVE PG-RSO-SOC TO WS-NOM-XML.
           INSPECT WS-NOM-XML CONVERTING "&<>" TO "+()".

           MOVE '<?xml version="1.0" encoding="UTF-8"?>' TO REC-VIR.
           WRITE REC-VIR.
           MOVE SPACES TO REC-VIR.
           STRING '<Document xmlns="urn:iso:std:iso:20022:tech:xsd:'
                  'pain.001.001.03">' DELIMITED BY SIZE INTO REC-VIR
           END-STRING.
           WRITE REC-VIR.
           MOVE " <CstmrCdtTrfInitn>" TO REC-VIR.
           WRITE REC-VIR.

           MOVE "  <GrpHdr>" TO REC-VIR.
           WRITE REC-VIR.
           MOVE SPACES TO REC-VIR.
           STRING "   <MsgId>" DELIMITED BY SIZE
                  WS-IDF-MSG DELIMITED BY SPACE
                  "</MsgId>" DELIMITED BY SIZE INTO REC-VIR
           END-STRING.
           WRITE REC-VIR.
           MOVE SPACES TO REC-VIR.
           STRING "   <CreDtTm>" WS-DAT-HOR-XML "</CreDtTm>"
                  DELIMITED BY SIZE INTO REC-VIR
           END-STRING.
           WRITE REC-VIR.
           MOVE SPACES TO REC-VIR.
           STRING "   <NbOfTxs>" DELIMITED BY SIZE
                  FUNCTION TRIM (WS-NBR-XML) DELIMITED BY SIZE
                  "</NbOfTxs>" DELIMITED BY SIZE INTO REC-VIR
           END-STRING.
           WRITE REC-VIR.
           MOVE SPACES TO REC-VIR.
           STRING "   <CtrlSum>" DELIMITED BY SIZE
                  FUNCTION TRIM (WS-MTT-XML) DELIMITED BY SIZE
                  "</CtrlSum>" DELIMITED BY SIZE INTO REC-VIR
           END-STRING.
           WRITE REC-VIR.
           MOVE SPACES TO REC-VIR.
           STRING "   <InitgPty><Nm>" DELIMITED BY SIZE
                  FUNCTION TRIM (WS-NOM-XML) DELIMITED BY SIZE
                  "</Nm></InitgPty>" DELIMITED BY SIZE INTO REC-VIR
           END-STRING.
           WRITE REC-VIR.
           MOVE "  </GrpHdr>" TO REC-VIR.
           WRITE REC-VIR.

           MOVE "  <PmtInf>" TO REC-VIR.
           WRITE REC-VIR.
           MOVE SPACES TO REC-VIR.
           STRING "   <PmtInfId>" DELIMITED BY SIZE
                  WS-IDF-MSG DELIMITED BY SPACE
                  "</PmtInfId>" DELIMITED BY SIZE INTO REC-VIR
           END-STRING.
           WRITE REC-VIR.
           MOVE "   <PmtMtd>TRF</PmtMtd>" TO REC-VIR.
           WRITE REC-VIR.
           MOVE "   <BtchBookg>false</BtchBookg>" TO REC-VIR.
           WRITE REC-VIR.
           MOVE SPACES TO REC-VIR.
           STRING "   <NbOfTxs>" DELIMITED BY SIZE
                  FUNCTION TRIM (WS-NBR-XML) DELIMITED BY SIZE
                  "</NbOfTxs>" DELIMITED BY SIZE INTO REC-VIR
           END-STRING.
           WRITE REC-VIR.
           MOVE SPACES TO REC-VIR.
           STRING "   <CtrlSum>" DELIMITED BY SIZE
                  FUNCTION TRIM (WS-MTT-XML) DELIMITED BY SIZE
                  "</CtrlSum>" DELIMITED BY SIZE INTO REC-VIR
           END-STRING.
           WRITE REC-VIR.
           MOVE "   <PmtTpInf><SvcLvl><Cd>SEPA</Cd></SvcLvl></PmtTpInf>"
           TO   REC-VIR.
           WRITE REC-VIR.
           MOVE SPACES TO REC-VIR.
           STRING "   <ReqdExctnDt>" PG-DAT-CPA "</ReqdExctnDt>"
                  DELIMITED BY SIZE INTO REC-VIR
           END-STRING.
           WRITE REC-VIR.
           MOVE SPACES TO REC-VIR.
           STRING "   <Dbtr><Nm>" DELIMITED BY SIZE
                  FUNCTION TRIM (WS-NOM-XML) DELIMITED BY SIZE
                  "</Nm></Dbtr>" DELIMITED BY SIZE INTO REC-VIR
           END-STRING.
           WRITE REC-VIR.
           MOVE SPACES TO REC-VIR.
           STRING "   <DbtrAcct><Id><IBAN>" DELIMITED BY SIZE
                  PG-IBA-SOC DELIMITED BY SPACE
                  "</IBAN></Id></DbtrAcct>" DELIMITED BY SIZE
                  INTO REC-VIR
           END-STRING.
           WRITE REC-VIR.

      * Sans BIC societe, la banque le deduit de l'IBAN.
           MOVE SPACES TO REC-VIR.
           IF PG-BIC-SOC = SPACES
               STRING "   <DbtrAgt><FinInstnId><Othr><Id>NOTPROVIDED"
                      "</Id></Othr></FinInstnId></DbtrAgt>"
                      DELIMITED BY SIZE INTO REC-VIR
               END-STRING
           ELSE
               STRING "   <DbtrAgt><FinInstnId><BIC>" DELIMITED BY SIZE
                      PG-BIC-SOC DELIMITED BY SPACE
                      "</BIC></FinInstnId></DbtrAgt>" DELIMITED BY SIZE
                      INTO REC-VIR
               END-STRING
           END-IF.
           WRITE REC-VIR.
           MOVE "   <ChrgBr>SLEV</ChrgBr>" TO REC-VIR.
           WRITE REC-VIR.

           PERFORM 0550-ECR-TXN-DEB
              THRU 0550-ECR-TXN-FIN
              VARYING WS-IDX-PRP FROM 1 BY 1
              UNTIL WS-IDX-PRP > WS-NBR-PRP.

           MOVE "  </PmtInf>" TO REC-VIR.
           WRITE REC-VIR.
           MOVE " </CstmrCdtTrfInitn>" TO REC-VIR.
           WRITE REC-VIR.
           MOVE "</Document>" TO REC-VIR.
           WRITE REC-VIR.

           CLOSE F-VIR.

       0500-ECR-VIR-FIN.
           EXIT.

      *-----------------------------------------------------------------

      * Un virement : reference de bout en bout FFO<id facture>,
      * montant, banque du fournisseur (omise sans BIC), nom, IBAN et
      * numero de facture en motif.

       0550-ECR-TXN-DEB.

           IF WS-PRP-RET-NON (WS-IDX-PRP)
               GO TO 0550-ECR-TXN-FIN
           END-IF.

           MOVE SPACES TO WS-IDF-E2E.
           STRING "FFO" WS-PRP-IDF (WS-IDX-PRP) DELIMITED BY SIZE
                  INTO WS-IDF-E2E
           END-STRING.

           MOVE WS-PRP-MTT (WS-IDX-PRP) TO WS-MTT-XML.
           MOVE WS-PRP-FOU (WS-IDX-PRP) TO WS-NOM-XML.
           INSPECT WS-NOM-XML CONVERTING "&<>" TO "+()".
           MOVE WS-PRP-NUM (WS-IDX-PRP) TO WS-NUM-XML.
           INSPECT WS-NUM-XML CONVERTING "&<>" TO "+()".

           MOVE "   <CdtTrfTxInf>" TO REC-VIR.
           WRITE REC-VIR.
           MOVE SPACES TO REC-VIR.
           STRING "    <PmtId><EndToEndId>" WS-IDF-E2E
                  "</EndToEndId></PmtId>" DELIMITED BY SIZE
                  INTO REC-VIR
           END-STRING.
           WRITE REC-VIR.
           MOVE SPACES TO REC-VIR.
           STRING '    <Amt><InstdAmt Ccy="EUR">' DELIMITED BY SIZE
                  FUNCTION TRIM (WS-MTT-XML) DELIMITED BY SIZE
                  "</InstdAmt></Amt>" DELIMITED BY SIZE INTO REC-VIR
           END-STRING.
           WRITE REC-VIR.

           IF WS-PRP-BIC (WS-IDX-PRP) NOT = SPACES
               MOVE SPACES TO REC-VIR
               STRING "    <CdtrAgt><FinInstnId><BIC>"
                      DELIMITED BY SIZE
                      WS-PRP-BIC (WS-IDX-PRP) DELIMITED BY SPACE
                      "</BIC></FinInstnId></CdtrAgt>" DELIMITED BY SIZE
                      INTO REC-VIR
               END-STRING
               WRITE REC-VIR
           END-IF.

           MOVE SPACES TO REC-VIR.
           STRING "    <Cdtr><Nm>" DELIMITED BY SIZE
                  FUNCTION TRIM (WS-NOM-XML) DELIMITED BY SIZE
                  "</Nm></Cdtr>" DELIMITED BY SIZE INTO REC-VIR
           END-STRING.
           WRITE REC-VIR.
           MOVE SPACES TO REC-VIR.
           STRING "    <CdtrAcct><Id><IBAN>" DELIMITED BY SIZE
                  WS-PRP-IBA (WS-IDX-PRP) DELIMITED BY SPACE
                  "</IBAN></Id></CdtrAcct>" DELIMITED BY SIZE
                  INTO REC-VIR
           END-STRING.
           WRITE REC-VIR.
           MOVE SPACES TO REC-VIR.
           STRING "    <RmtInf><Ustrd>Facture " DELIMITED BY SIZE
                  FUNCTION TRIM (WS-NUM-XML) DELIMITED BY SIZE
                  "</Ustrd></RmtInf>" DELIMITED BY SIZE INTO REC-VIR
           END-STRING.
           WRITE REC-VIR.
           MOVE "   </CdtTrfTxInf>" TO REC-VIR.
           WRITE REC-VIR.

       0550-ECR-TXN-FIN.
           EXIT.
