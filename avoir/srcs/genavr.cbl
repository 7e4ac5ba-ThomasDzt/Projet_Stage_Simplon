      * l'avoir. La creation est journalisee via genlog                *
      * (type_log = 'avoir'). La balance agee raprgl deduit les avoirs *
      * du solde du client, et expcpt les exporte en comptabilite.     *
      * L'avoir etant date du jour, il est refuse quand le mois        *
      * courant a ete clos par le comptable (vermoi, ecran clomoi).    *
      * L'avoir d'une facture autoliquidee (client d'un autre Etat     *
      * membre) suit son regime : 0 %, autoliq_avr = 'O' et numero de  *
      * TVA intracommunautaire repris de la facture. Le retour d'une   *
      * ligne de prestation hors stock (frais de port, forfait repris  *
      * au client) donne un avoir dont le montant HT est aussi porte   *
      * dans mtt_prs_avr, en deduction du chiffre d'affaires hors      *
      * stock. L'eco-participation facturee sur la ligne rendue est    *
      * remboursee avec elle (base HT) et isolee dans mtt_eco_avr, en  *
      * deduction de la declaration rapeco.                            *
      * Les points de fidelite gagnes sur la facture d'origine sont    *
      * repris a proportion de l'avoir (genpfi, mode 'A').             *
      *                                                                *
      *----------------------------------------------------------------*
      *                           TRIGRAMMES                           *
      * QTE=QUANTITE; PRX=PRIX; MTT=MONTANT; TVA=TVA; TAU=TAUX;        *
      * NUM=NUMERO; IDF=IDENTIFIANT; UTI=UTILISATEUR; RTR=RETOUR       *
      * (CODE); AFC=AFFECTATION; VER=VERIFICATION; CAL=CALCUL;         *
      * INS=INSERTION; SLC=SELECTION; DEB=DEBUT; PCP=PERIODE           *
      * COMPTABLE; DAT=DATE; OUV=OUVERTE; CUR=COURANT; HOR=HORAIRE;    *
      * AUT=AUTO; LIQ=LIQUIDATION; INT=INTRACOMMUNAUTAIRE;             *
      * PRS=PRESTATION; ECO=ECO-PARTICIPATION; PFI=POINTS FIDELITE;    *
      * PTS=POINTS                                                     *
      ******************************************************************

       IDENTIFICATION DIVISION.

       01 PG-QTE-RET         PIC 9(05).
       01 PG-PRX-LGN         PIC 9(08)V99.
       01 PG-ECO-LGN         PIC 9(05)V99.

      * Taux de TVA applique : celui fige sur la ligne d'origine a la
      * vente (tau_tva_lgn) ; les lignes anterieures au taux par piece
      * retombent sur le taux normal.
       01 PG-TAU-TVA         PIC 9(03)V99 VALUE 20.00.

      * Regime de TVA de la facture d'origine de la ligne rendue :
      * 'O' = autoliquidation, l'avoir est alors emis a 0 % avec le
      * numero de TVA intracommunautaire fige sur la facture.
       01 PG-AUT-LIQ         PIC X(01).
       01 PG-TVA-INT         PIC X(14).

       01 PG-MTT-HT          PIC 9(10)V99.
       01 PG-MTT-TVA         PIC 9(10)V99.
       01 PG-MTT-TTC         PIC 9(10)V99.

      * Ligne rendue portant une prestation hors stock ('O') : le
      * montant HT de l'avoir est alors isole dans mtt_prs_avr.
       01 PG-LGN-PRS         PIC X(01).
       01 PG-MTT-PRS         PIC 9(10)V99.

      * Part d'eco-participation remboursee (quantite x eco_lgn_cmd).
       01 PG-MTT-ECO         PIC 9(10)V99.

       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

      * Code retour rendu a l'appelant : 0 = avoir cree ; 1 = retour
      * inconnu ; 2 = retour deja couvert par un avoir ; 4 = erreur
      * SQL ; 5 = mois courant clos (periode comptable).
       01 WS-RTR-AVR         PIC 9(01)   VALUE 0.
           88 WS-RTR-AVR-OK              VALUE 0.
           88 WS-RTR-AVR-RET-INV         VALUE 1.
           88 WS-RTR-AVR-DEJ-AVR         VALUE 2.
           88 WS-RTR-AVR-ERR             VALUE 4.
           88 WS-RTR-AVR-PCP-CLO         VALUE 5.

      * Controle de la periode comptable du jour (vermoi) : 0 = mois
      * ouvert.
       01 WS-CUR-DAT-HOR     PIC X(21).
       01 WS-DAT-PCP         PIC X(10).
       01 WS-DAT-OUV         PIC X(10).
       01 WS-RTR-PCP         PIC 9(01).
           88 WS-RTR-PCP-OUV             VALUE 0.

      * Zones utilisees pour generer le log de creation d'avoir via
      * genlog. id_pie/qte_log/lien_log ne concernent pas un avoir :
       01 WS-NUM-AVR-EDT     PIC Z(10).
       01 WS-IDF-RET-EDT     PIC Z(10).

      * Zones echangees avec genpfi : reprise des points de fidelite
      * gagnes sur la facture d'origine (sans effet si elle n'en a pas
      * rapporte).
       01 WS-MOD-PFI         PIC X(01)   VALUE "A".
       01 WS-IDF-CLI-PFI     PIC 9(10).
       01 WS-PTS-PFI         PIC 9(09).
       01 WS-RTR-PFI         PIC 9(01).

      * Zones utilisees pour tracer via generr l'echec d'une des
      * ecritures SQL en cas de SQLCODE en erreur.
       01 WS-OPE-ERR         PIC X(60).
           PERFORM 0100-VER-RET-DEB
              THRU 0100-VER-RET-FIN.

           IF WS-RTR-AVR-OK
               PERFORM 0150-VER-PCP-DEB
                  THRU 0150-VER-PCP-FIN
           END-IF.

           IF WS-RTR-AVR-OK
               PERFORM 0200-CAL-MTT-DEB
                  THRU 0200-CAL-MTT-FIN
       0100-VER-RET-DEB.

           EXEC SQL
               SELECT r.qte_ret, l.prix_lgn_cmd,
                      COALESCE(l.eco_lgn_cmd, 0), c.id_cli,
                      CASE WHEN f.autoliq_fac = 'O' THEN 0
                           ELSE COALESCE(l.tau_tva_lgn, 20.00)
                      END,
                      COALESCE(f.autoliq_fac, 'N'),
                      COALESCE(f.tva_intra_fac, ' '),
                      CASE WHEN l.id_prs IS NOT NULL THEN 'O'
                           ELSE 'N'
                      END
               INTO   :PG-QTE-RET, :PG-PRX-LGN,
                      :PG-ECO-LGN, :PG-IDF-CLI,
                      :PG-TAU-TVA, :PG-AUT-LIQ, :PG-TVA-INT,
                      :PG-LGN-PRS
               FROM   commande_retour r
               JOIN   commande_ligne l ON l.id_lgn_cmd = r.id_lgn_cmd
               JOIN   commande c ON c.id_cmd = l.id_cmd
               LEFT JOIN facture f ON f.id_fac = l.id_fac
               WHERE  r.id_ret = :PG-IDF-RET
           END-EXEC.


      *-----------------------------------------------------------------

      * L'avoir est date du jour : refuse si le comptable a deja clos
      * le mois courant.

       0150-VER-PCP-DEB.

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
               SET WS-RTR-AVR-PCP-CLO TO TRUE
           END-IF.

           EXIT.
       0150-VER-PCP-FIN.

      *-----------------------------------------------------------------

      * Valorise la quantite reprise au prix facture et calcule la TVA
      * comme genfac : le montant rendu au client est exactement celui
      * qu'il avait paye pour les pieces rendues, eco-participation
      * comprise.

       0200-CAL-MTT-DEB.

           COMPUTE PG-MTT-ECO = PG-QTE-RET * PG-ECO-LGN.
           COMPUTE PG-MTT-HT  = PG-QTE-RET * PG-PRX-LGN + PG-MTT-ECO.
           COMPUTE PG-MTT-TVA ROUNDED =
                   PG-MTT-HT * PG-TAU-TVA / 100.
           COMPUTE PG-MTT-TTC = PG-MTT-HT + PG-MTT-TVA.

           IF PG-LGN-PRS = "O"
               MOVE PG-MTT-HT TO PG-MTT-PRS
           ELSE
               MOVE 0 TO PG-MTT-PRS
           END-IF.

           EXIT.
       0200-CAL-MTT-FIN.


           EXEC SQL
               INSERT INTO avoir (id_ret, id_cli, num_avr, date_avr,
                               tau_tva, mtt_ht, mtt_tva, mtt_ttc,
                               autoliq_avr, tva_intra_avr,
                               mtt_prs_avr, mtt_eco_avr)
               VALUES (:PG-IDF-RET, :PG-IDF-CLI, :PG-NUM-AVR,
                      CURRENT_DATE, :PG-TAU-TVA, :PG-MTT-HT,
                      :PG-MTT-TVA, :PG-MTT-TTC, :PG-AUT-LIQ,
                      CASE WHEN :PG-AUT-LIQ = 'O'
                           THEN NULLIF(TRIM(:PG-TVA-INT), '')
                      END,
                      :PG-MTT-PRS, :PG-MTT-ECO)
               RETURNING id_avr INTO :PG-IDF-AVR
           END-EXEC.

                                   WS-LIEN-LOG-NUL,
                                   WS-RTR-LOG
               END-CALL

               CALL "genpfi" USING WS-MOD-PFI,
                                   PG-IDF-AVR,
                                   LK-IDF-UTI,
                                   WS-IDF-CLI-PFI,
                                   WS-PTS-PFI,
                                   WS-RTR-PFI
               END-CALL
           ELSE
               EXEC SQL ROLLBACK END-EXEC
               MOVE "genavr : insertion avoir"
