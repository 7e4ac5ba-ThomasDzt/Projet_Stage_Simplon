      * restantes. La commande ne passe au statut 'facturee' que       *
      * lorsqu'il ne lui reste ni ligne non facturee ni reliquat       *
      * ouvert. La creation est journalisee via genlog                 *
      * (type_log = 'facture'). L'echeance (date_ech_fac) est calculee *
      * depuis la condition de reglement du client (cond_rgl_cli) :    *
      * date de facture + jours, reportee en fin de mois si la         *
      * condition le prevoit ; un client sans condition est comptant.  *
      * La facture etant datee du jour, elle est refusee quand le mois *
      * courant a ete clos par le comptable (vermoi, ecran clomoi).    *
      * Un client professionnel d'un autre Etat membre pourvu d'un     *
      * numero de TVA intracommunautaire est facture en                *
      * autoliquidation : toutes les lignes a 0 %, facture marquee     *
      * autoliq_fac = 'O' avec le numero du client fige a l'emission   *
      * (mention imprimee par ecrfac, declaration DES par rapdes). Les *
      * lignes de prestation hors stock (frais de port, main d'oeuvre, *
      * forfaits, sans piece) sont facturees avec les autres a leur    *
      * taux ; leur montant HT est en outre isole dans mtt_prs_fac     *
      * (chiffre d'affaires hors stock repris par rapvte et expcpt).   *
      * L'eco-participation des pieces reglementees (eco_lgn_cmd,      *
      * figee sur la ligne) s'ajoute au prix unitaire dans la base HT  *
      * et suit le taux de TVA de la ligne ; son total est isole dans  *
      * mtt_eco_fac pour l'edition et la declaration rapeco. Les       *
      * acomptes ouverts de la commande (ecracp) sont deduits de la    *
      * facture dans la limite de son TTC : mtt_acp_fac en porte le    *
      * total, chaque acompte passe a 'deduit' rattache a la facture   *
      * et son reglement est lettre sur elle. Une commande facturee    *
      * en totalite qui garde un acompte non deduit le voit passer a   *
      * 'a_rembourser'.                                                *
      * Une ligne de commande speciale encore en attente fournisseur   *
      * (att_fou_lgn = 'O', avec sa consigne eventuelle) n'est pas     *
      * facturee ; comme un reliquat ouvert, elle retient la commande  *
      * hors du statut 'facturee' jusqu'a sa reception.                *
      * Il en va de meme d'une ligne de livraison differee encore en   *
      * reservation (rsv_lgn = 'O') : elle n'est facturee qu'une fois  *
      * convertie en retrait par trtrsv.                               *
      * Une agence rattachee a un client payeur (id_cli_pay, siege du  *
      * groupe) est facturee au payeur : condition de reglement et     *
      * regime de TVA sont ceux du payeur, fige sur la facture comme   *
      * client facture (id_cli_fac), tandis que la commande garde      *
      * l'agence qui a commande.                                       *
      * Un client particulier facture gagne ses points de fidelite sur *
      * le TTC de la facture (genpfi, mode 'G').                       *
      *                                                                *
      *----------------------------------------------------------------*
      *                           TRIGRAMMES                           *
      * MTT=MONTANT; TVA=TVA; TAU=TAUX; NUM=NUMERO; STA=STATUT;        *
      * IDF=IDENTIFIANT; UTI=UTILISATEUR; NBR=NOMBRE; RTR=RETOUR;      *
      * AFC=AFFECTATION; VER=VERIFICATION; CAL=CALCUL; INS=INSERTION;  *
      * SLC=SELECTION; VAR=VARIABLE; DEB=DEBUT; ECH=ECHEANCE;          *
      * PCP=PERIODE COMPTABLE; DAT=DATE; OUV=OUVERTE; CUR=COURANT;     *
      * HOR=HORAIRE; AUT=AUTO; LIQ=LIQUIDATION; INT=INTRACOMMUNAUTAIRE *
      * PRS=PRESTATION; ECO=ECO-PARTICIPATION; ACP=ACOMPTE;            *
      * DED=DEDUCTION; RST=RESTANT; RGL=REGLEMENT; ATT=ATTENTE;        *
      * PYR=PAYEUR; PFI=POINTS FIDELITE; PTS=POINTS                    *
      ******************************************************************

       IDENTIFICATION DIVISION.
      * exercice et repart a 1 au premier janvier, sans intervention.
       01 PG-EXE-FAC         PIC 9(04).

      * Date d'echeance de la facture (AAAA-MM-JJ), deduite de la
      * condition de reglement du client payeur de la commande.
       01 PG-DAT-ECH         PIC X(10).

      * Taux de TVA par defaut, applique aux lignes anterieures au
      * taux par piece (tau_tva_lgn NULL). Seule valeur a changer si
      * le taux normal evolue.
       01 PG-MTT-TVA         PIC 9(10)V99.
       01 PG-MTT-TTC         PIC 9(10)V99.

      * Part HT des prestations hors stock (lignes sans piece) dans
      * le montant facture.
       01 PG-MTT-PRS         PIC 9(10)V99.

      * Part d'eco-participation (quantite x eco_lgn_cmd) comprise
      * dans le montant HT facture.
       01 PG-MTT-ECO         PIC 9(10)V99.

      * Nombre de factures deja emises pour la commande (pour
      * distinguer "tout est deja facture" de "rien a facturer") et
      * nombre de reliquats encore ouverts et de lignes de commande
      * speciale en attente fournisseur (la commande ne passe a
      * 'facturee' que lorsqu'il n'en reste plus).
       01 PG-NBR-FAC-EXI     PIC 9(05).
       01 PG-NBR-RLQ-OUV     PIC 9(05).

      * Regime de TVA de la facture, lu sur le client payeur de la
      * commande : 'O' = autoliquidation (professionnel d'un autre
      * Etat membre pourvu d'un numero de TVA intracommunautaire),
      * numero fige sur la facture.
       01 PG-AUT-LIQ         PIC X(01).
       01 PG-TVA-INT         PIC X(14).

      * Client facture : le payeur de l'agence qui commande (siege du
      * groupe), ou le client de la commande lui-meme.
       01 PG-IDF-PYR         PIC 9(10).

      * Acompte ouvert de la commande en cours de deduction et total
      * deduit de la facture.
       01 PG-IDF-ACP         PIC 9(10).
       01 PG-IDF-RGL-ACP     PIC 9(10).
       01 PG-TTC-ACP         PIC 9(10)V99.
       01 PG-MTT-ACP         PIC 9(10)V99.

       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.
      * celle-ci (facturation partielle puis complementaire), et la
      * TVA est calculee taux par taux depuis que chaque piece porte
      * le sien (tau_tva_lgn, fige a la vente ; NULL = taux normal
      * pour les lignes anterieures). En autoliquidation, toutes les
      * lignes tombent dans un seul groupe a 0 %. La base HT d'une
      * ligne comprend son eco-participation.
       EXEC SQL
           DECLARE C-LGN-FAC CURSOR FOR
               SELECT CASE WHEN :PG-AUT-LIQ = 'O' THEN 0
                           ELSE COALESCE(tau_tva_lgn, :PG-TAU-TVA)
                      END,
                      COUNT(*),
                      SUM(qte_lgn_cmd *
                          (prix_lgn_cmd + COALESCE(eco_lgn_cmd, 0)))
               FROM   commande_ligne
               WHERE  id_cmd = :PG-IDF-CMD
               AND    id_fac IS NULL
               AND    COALESCE(att_fou_lgn, 'N') = 'N'
               AND    COALESCE(rsv_lgn, 'N') = 'N'
               GROUP BY 1
               ORDER BY 1
       END-EXEC.

      * Declaration du curseur des acomptes ouverts de la commande,
      * du plus ancien au plus recent. WITH HOLD : chaque deduction
      * est committee a part.
       EXEC SQL
           DECLARE C-ACP CURSOR WITH HOLD FOR
               SELECT id_acp, id_rgl, mtt_ttc_acp
               FROM   acompte
               WHERE  id_cmd = :PG-IDF-CMD
               AND    statut_acp = 'ouvert'
               ORDER BY id_acp
       END-EXEC.

      * Restant de la facture sur lequel un acompte peut encore etre
      * deduit.
       01 WS-RST-ACP         PIC 9(10)V99.

      * TVA du groupe de taux courant, cumulee dans les totaux.
       01 WS-MTT-GRP-TVA     PIC 9(10)V99.

      * Code retour rendu a l'appelant : 0 = facture creee ;
      * 1 = commande inconnue ; 2 = commande entierement facturee
      * (aucune ligne nouvelle depuis la derniere facture) ;
      * 3 = commande annulee ou sans ligne ; 4 = erreur SQL ;
      * 5 = mois courant clos (periode comptable).
       01 WS-RTR-FAC         PIC 9(01)   VALUE 0.
           88 WS-RTR-FAC-OK              VALUE 0.
           88 WS-RTR-FAC-CMD-INV         VALUE 1.
           88 WS-RTR-FAC-DEJ-FAC         VALUE 2.
           88 WS-RTR-FAC-CMD-REF         VALUE 3.
           88 WS-RTR-FAC-ERR             VALUE 4.
           88 WS-RTR-FAC-PCP-CLO         VALUE 5.

      * Controle de la periode comptable du jour (vermoi) : 0 = mois
      * ouvert.
       01 WS-CUR-DAT-HOR     PIC X(21).
       01 WS-DAT-PCP         PIC X(10).
       01 WS-DAT-OUV         PIC X(10).
       01 WS-RTR-PCP         PIC 9(01).
           88 WS-RTR-PCP-OUV             VALUE 0.

      * Zones utilisees pour generer le log de creation de facture via
      * genlog. id_pie/qte_log/lien_log ne concernent pas une facture :
       01 WS-NUM-FAC-EDT     PIC Z(10).
       01 WS-IDF-CMD-EDT     PIC Z(10).

      * Zones echangees avec genpfi : credit des points de fidelite du
      * client particulier facture (sans effet pour les autres).
       01 WS-MOD-PFI         PIC X(01)   VALUE "G".
       01 WS-IDF-CLI-PFI     PIC 9(10).
       01 WS-PTS-PFI         PIC 9(09).
       01 WS-RTR-PFI         PIC 9(01).

      * Zones utilisees pour tracer via generr l'echec d'une des
      * ecritures SQL en cas de SQLCODE en erreur.
       01 WS-OPE-ERR         PIC X(60).
           MOVE LK-IDF-CMD TO PG-IDF-CMD.
           MOVE 0          TO PG-IDF-FAC.
           MOVE 0          TO PG-NUM-FAC.
           MOVE 0          TO WS-RTR-FAC.

           PERFORM 0100-VER-CMD-DEB
              THRU 0100-VER-CMD-FIN.

           IF WS-RTR-FAC-OK
               PERFORM 0150-VER-PCP-DEB
                  THRU 0150-VER-PCP-FIN
           END-IF.

           IF WS-RTR-FAC-OK
               PERFORM 0200-CAL-MTT-DEB
                  THRU 0200-CAL-MTT-FIN
               END-IF
           END-IF.

      * Regime de TVA du client payeur : autoliquidation pour un
      * professionnel etabli dans un autre Etat membre et identifie
      * a la TVA (numero controle par vertva a la saisie).

           MOVE "N"    TO PG-AUT-LIQ.
           MOVE SPACES TO PG-TVA-INT.
           MOVE 0      TO PG-IDF-PYR.

           IF WS-RTR-FAC-OK
               EXEC SQL
                   SELECT CASE WHEN COALESCE(k.pays_cli, 'FR') <> 'FR'
                                AND k.tva_intra_cli IS NOT NULL
                                AND k.typ_cli = 'E'
                               THEN 'O' ELSE 'N' END,
                          COALESCE(k.tva_intra_cli, ' '),
                          k.id_cli
                   INTO   :PG-AUT-LIQ, :PG-TVA-INT, :PG-IDF-PYR
                   FROM   commande c
                   JOIN   client b ON b.id_cli = c.id_cli
                   JOIN   client k
                          ON k.id_cli = COALESCE(b.id_cli_pay, b.id_cli)
                   WHERE  c.id_cmd = :PG-IDF-CMD
               END-EXEC

               IF SQLCODE NOT = 0
                   MOVE "N"    TO PG-AUT-LIQ
                   MOVE SPACES TO PG-TVA-INT
                   MOVE 0      TO PG-IDF-PYR
               END-IF
           END-IF.

           EXIT.
       0100-VER-CMD-FIN.

      *-----------------------------------------------------------------

      * La facture est datee du jour : refusee si le comptable a deja
      * clos le mois courant.

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
               SET WS-RTR-FAC-PCP-CLO TO TRUE
           END-IF.

           EXIT.
       0150-VER-PCP-FIN.

      *-----------------------------------------------------------------

      * Cumule, taux par taux, le montant HT et la TVA des
      * commande_ligne a facturer : la TVA est calculee par taux (et
      * non sur le total), et la ventilation est conservee pour etre

           MOVE 0 TO PG-MTT-HT.
           MOVE 0 TO PG-MTT-TVA.
           MOVE 0 TO PG-MTT-PRS.
           MOVE 0 TO PG-MTT-ECO.
           MOVE 0 TO WS-NBR-LGN.
           MOVE 0 TO WS-NBR-TVA.

               END-IF
           ELSE
               COMPUTE PG-MTT-TTC = PG-MTT-HT + PG-MTT-TVA

               EXEC SQL
                   SELECT COALESCE(SUM(qte_lgn_cmd * prix_lgn_cmd), 0)
                   INTO   :PG-MTT-PRS
                   FROM   commande_ligne
                   WHERE  id_cmd = :PG-IDF-CMD
                   AND    id_fac IS NULL
                   AND    COALESCE(att_fou_lgn, 'N') = 'N'
                   AND    COALESCE(rsv_lgn, 'N') = 'N'
                   AND    id_prs IS NOT NULL
               END-EXEC

               IF SQLCODE NOT = 0
                   MOVE 0 TO PG-MTT-PRS
               END-IF

               EXEC SQL
                   SELECT COALESCE(SUM(qte_lgn_cmd *
                                       COALESCE(eco_lgn_cmd, 0)), 0)
                   INTO   :PG-MTT-ECO
                   FROM   commande_ligne
                   WHERE  id_cmd = :PG-IDF-CMD
                   AND    id_fac IS NULL
                   AND    COALESCE(att_fou_lgn, 'N') = 'N'
                   AND    COALESCE(rsv_lgn, 'N') = 'N'
               END-EXEC

               IF SQLCODE NOT = 0
                   MOVE 0 TO PG-MTT-ECO
               END-IF
           END-IF.

           EXIT.
               INTO   :PG-EXE-FAC
           END-EXEC.

      * Echeance : date du jour + jours de la condition du payeur,
      * portee au dernier jour du mois pour une condition fin de
      * mois ; sans condition connue, la facture est a vue.

           EXEC SQL
               SELECT TO_CHAR(
                      CASE WHEN COALESCE(g.fdm_crg, 'N') = 'O'
                           THEN (DATE_TRUNC('month', CURRENT_DATE
                                 + COALESCE(g.jours_crg, 0))
                                 + INTERVAL '1 month'
                                 - INTERVAL '1 day')::DATE
                           ELSE CURRENT_DATE
                                 + COALESCE(g.jours_crg, 0)
                      END, 'YYYY-MM-DD')
               INTO   :PG-DAT-ECH
               FROM   commande c
               JOIN   client b ON b.id_cli = c.id_cli
               JOIN   client k
                      ON k.id_cli = COALESCE(b.id_cli_pay, b.id_cli)
               LEFT JOIN conditions_reglement g
                      ON g.code_crg = k.cond_rgl_cli
               WHERE  c.id_cmd = :PG-IDF-CMD
           END-EXEC.

           IF SQLCODE NOT = 0
               MOVE SPACES TO PG-DAT-ECH
               EXEC SQL
                   SELECT TO_CHAR(CURRENT_DATE, 'YYYY-MM-DD')
                   INTO   :PG-DAT-ECH
               END-EXEC
           END-IF.

           EXEC SQL
               LOCK TABLE facture IN EXCLUSIVE MODE
           END-EXEC.

           EXEC SQL
               INSERT INTO facture (id_cmd, num_fac, exercice_fac,
                               date_fac, date_ech_fac, tau_tva,
                               mtt_ht, mtt_tva, mtt_ttc,
                               autoliq_fac, tva_intra_fac,
                               mtt_prs_fac, mtt_eco_fac,
                               id_cli_fac)
               VALUES (:PG-IDF-CMD, :PG-NUM-FAC, :PG-EXE-FAC,
                      CURRENT_DATE, TO_DATE(:PG-DAT-ECH, 'YYYY-MM-DD'),
                      :PG-TAU-FAC, :PG-MTT-HT, :PG-MTT-TVA,
                      :PG-MTT-TTC, :PG-AUT-LIQ,
                      CASE WHEN :PG-AUT-LIQ = 'O'
                           THEN NULLIF(TRIM(:PG-TVA-INT), '')
                      END,
                      :PG-MTT-PRS, :PG-MTT-ECO,
                      NULLIF(:PG-IDF-PYR, 0))
               RETURNING id_fac INTO :PG-IDF-FAC
           END-EXEC.


               PERFORM 0350-MRQ-LGN-DEB
                  THRU 0350-MRQ-LGN-FIN

               PERFORM 0370-DED-ACP-DEB
                  THRU 0370-DED-ACP-FIN

               CALL "genpfi" USING WS-MOD-PFI,
                                   PG-IDF-FAC,
                                   LK-IDF-UTI,
                                   WS-IDF-CLI-PFI,
                                   WS-PTS-PFI,
                                   WS-RTR-PFI
               END-CALL
           ELSE
               EXEC SQL ROLLBACK END-EXEC
               MOVE "genfac : insertion facture"
      *-----------------------------------------------------------------

      * Estampille les lignes facturees avec la facture emise : une
      * ligne servie plus tard par trtrlq, ou une ligne de commande
      * speciale encore en attente fournisseur, restera a id_fac NULL
      * et partira sur la facture complementaire suivante.

       0350-MRQ-LGN-DEB.

               SET    id_fac = :PG-IDF-FAC
               WHERE  id_cmd = :PG-IDF-CMD
               AND    id_fac IS NULL
               AND    COALESCE(att_fou_lgn, 'N') = 'N'
               AND    COALESCE(rsv_lgn, 'N') = 'N'
           END-EXEC.

           IF SQLCODE = 0

      *-----------------------------------------------------------------

      * Deduit de la facture les acomptes ouverts de la commande, tant
      * que l'acompte tient dans le restant de la facture (un acompte
      * plus fort qu'une facture partielle attend la facture
      * complementaire). Chaque acompte deduit est rattache a la
      * facture et son reglement lettre sur elle : la balance agee et
      * les relances ne voient plus que le net a payer. La facture
      * garde son TTC plein ; mtt_acp_fac porte le total deduit.

       0370-DED-ACP-DEB.

           MOVE 0          TO PG-MTT-ACP.
           MOVE PG-MTT-TTC TO WS-RST-ACP.

           EXEC SQL OPEN C-ACP END-EXEC.

           EXEC SQL
               FETCH C-ACP
               INTO  :PG-IDF-ACP, :PG-IDF-RGL-ACP, :PG-TTC-ACP
           END-EXEC.

           PERFORM 0380-DED-UN-ACP-DEB
              THRU 0380-DED-UN-ACP-FIN
              UNTIL SQLCODE NOT = 0.

           EXEC SQL CLOSE C-ACP END-EXEC.

           IF PG-MTT-ACP = 0
               GO TO 0370-DED-ACP-FIN
           END-IF.

           EXEC SQL
               UPDATE facture
               SET    mtt_acp_fac = :PG-MTT-ACP
               WHERE  id_fac = :PG-IDF-FAC
           END-EXEC.

           IF SQLCODE = 0
               EXEC SQL COMMIT END-EXEC
           ELSE
               EXEC SQL ROLLBACK END-EXEC
               MOVE "genfac : deduction des acomptes"
               TO   WS-OPE-ERR
               CALL "generr" USING WS-OPE-ERR, SQLCODE, WS-RTR-ERR
               END-CALL
           END-IF.

       0370-DED-ACP-FIN.
           EXIT.

      *-----------------------------------------------------------------

       0380-DED-UN-ACP-DEB.

           IF PG-TTC-ACP > WS-RST-ACP
               GO TO 0380-DED-UN-ACP-SUI
           END-IF.

           EXEC SQL
               UPDATE acompte
               SET    statut_acp = 'deduit',
                      id_fac     = :PG-IDF-FAC
               WHERE  id_acp = :PG-IDF-ACP
           END-EXEC.

           IF SQLCODE = 0
               EXEC SQL
                   INSERT INTO reglement_lettrage (id_rgl, id_fac,
                                   mtt_let, date_let)
                   VALUES (:PG-IDF-RGL-ACP, :PG-IDF-FAC, :PG-TTC-ACP,
                          CURRENT_DATE)
               END-EXEC
           END-IF.

           IF SQLCODE = 0
               EXEC SQL COMMIT END-EXEC
               ADD PG-TTC-ACP      TO PG-MTT-ACP
               SUBTRACT PG-TTC-ACP FROM WS-RST-ACP
           ELSE
               EXEC SQL ROLLBACK END-EXEC
               MOVE "genfac : lettrage acompte"
               TO   WS-OPE-ERR
               CALL "generr" USING WS-OPE-ERR, SQLCODE, WS-RTR-ERR
               END-CALL
           END-IF.

       0380-DED-UN-ACP-SUI.

           EXEC SQL
               FETCH C-ACP
               INTO  :PG-IDF-ACP, :PG-IDF-RGL-ACP, :PG-TTC-ACP
           END-EXEC.

       0380-DED-UN-ACP-FIN.
           EXIT.

      *-----------------------------------------------------------------

      * La commande n'avance au statut 'facturee' de son cycle de vie
      * (voir gescmd) que lorsqu'il ne lui reste aucun reliquat
      * ouvert ni ligne de commande speciale en attente fournisseur
      * ni ligne de livraison differee encore en reservation :
      * tant qu'une ligne attend le stock, la commande reste
      * dans son statut courant pour que trtrlq continue de la servir,
      * et la facture complementaire suivra.

       0400-MAJ-STA-CMD-DEB.

           EXEC SQL
               SELECT COUNT(*) +
                      (SELECT COUNT(*)
                       FROM   commande_ligne
                       WHERE  id_cmd = :PG-IDF-CMD
                       AND    (att_fou_lgn = 'O'
                               OR rsv_lgn = 'O'))
               INTO   :PG-NBR-RLQ-OUV
               FROM   commande_reliquat
               WHERE  id_cmd = :PG-IDF-CMD
               WHERE  id_cmd = :PG-IDF-CMD
           END-EXEC.

      * Commande entierement facturee : un acompte qui n'a pu etre
      * deduit (commande reduite sous son montant) est a rembourser.

           IF SQLCODE = 0
               EXEC SQL
                   UPDATE acompte
                   SET    statut_acp = 'a_rembourser'
                   WHERE  id_cmd = :PG-IDF-CMD
                   AND    statut_acp = 'ouvert'
               END-EXEC
           END-IF.

           IF SQLCODE = 0 OR SQLCODE = 100
               EXEC SQL COMMIT END-EXEC
           ELSE
               EXEC SQL ROLLBACK END-EXEC
