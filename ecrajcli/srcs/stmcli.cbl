      * juste apres sa creation par ecrajcli. Le releve inclut         *
      * egalement l'historique des commandes du client (table          *
      * commande/commande_ligne) depuis que ce module existe.          *
      * Deux vues : 'A' (agence) releve le client seul, en rappelant   *
      * le client payeur qui recoit ses factures s'il est rattache a   *
      * un groupe ; 'G' (groupe) remonte au client payeur et consolide *
      * le groupe : fiche du payeur, liste des agences rattachees,     *
      * puis historique des commandes de tout le groupe, regroupe par  *
      * agence.                                                        *
      * 'F' (fidelite) releve les points d'un client particulier : le  *
      * grand livre mouvement_fidelite (gains sur facture, reprises    *
      * sur avoir, utilisations en reglement, expirations) avec sa     *
      * piece et le solde au fil de l'eau, puis le solde courant et sa *
      * valeur en euros.                                               *
      *                                                                *
      *----------------------------------------------------------------*
      *                           TRIGRAMMES                           *
      * ADR=ADRESSE; ACF=ACTIF; TYP=TYPE; SIR=SIRET; RTR=RETOUR;       *
      * CMD=COMMANDE; PIE=PIECE; NOM=NOM; QTE=QUANTITE; PRX=PRIX;      *
      * DAT=DATE; RSU=RESULTAT; SLC=SELECTION; AFF=AFFICHAGE; DEB=DEBUT*
      * VUE=VUE (AGENCE/GROUPE); PYR=PAYEUR; AGC=AGENCE; GRP=GROUPE;   *
      * FID=FIDELITE; PFI=POINTS FIDELITE; MFI=MOUVEMENT FIDELITE;     *
      * PTS=POINTS; SLD=SOLDE; VAL=VALEUR; FAC=FACTURE; AVR=AVOIR;     *
      * RGL=REGLEMENT; CUM=CUMUL                                       *
      ******************************************************************

       IDENTIFICATION DIVISION.
       01 PG-SIR-CLI         PIC 9(14).
       01 PG-SIR-CLI-IND     PIC S9(04) COMP-5.

      * Vue demandee ('A' agence, 'G' groupe consolide) et client
      * payeur du client (0 s'il paie lui-meme).
       01 PG-VUE-STM         PIC X(01).
       01 PG-IDF-PYR         PIC 9(10).
       01 PG-NOM-PYR         PIC X(50).

      * Agence rattachee au payeur (vue groupe).
       01 PG-IDF-AGC-RSU     PIC 9(10).
       01 PG-NOM-AGC-RSU     PIC X(50).
       01 PG-VIL-AGC-RSU     PIC X(50).

       01 PG-IDF-CMD-RSU     PIC 9(10).
       01 PG-IDF-CLI-RSU     PIC 9(10).
       01 PG-DAT-CMD-RSU     PIC X(10).

      * Immatriculation du vehicule rattache a la commande (fichier
       01 PG-QTE-LGN-RSU     PIC 9(05).
       01 PG-PRX-LGN-RSU     PIC 9(08)V99.

      * Mouvement de points (vue fidelite) : piece d'origine (numero
      * de facture ou d'avoir, id du reglement), solde courant du
      * client et valeur du point.
       01 PG-DAT-MFI-RSU     PIC X(10).
       01 PG-TYP-MFI-RSU     PIC X(01).
       01 PG-PTS-MFI-RSU     PIC S9(09).
       01 PG-NUM-FAC-RSU     PIC 9(10).
       01 PG-NUM-AVR-RSU     PIC 9(10).
       01 PG-IDF-RGL-RSU     PIC 9(10).
       01 PG-SLD-PFI         PIC S9(09).
       01 PG-VAL-PTS         PIC 9(02)V9(04).

       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       EXEC SQL
           DECLARE C-CMD CURSOR FOR
               SELECT c.id_cmd, c.date_cmd,
                      COALESCE(p.nom_pie, s.lib_prs),
                      l.qte_lgn_cmd, l.prix_lgn_cmd,
                      COALESCE(v.immat_veh, ' '), c.id_cli
               FROM   commande c
               JOIN   commande_ligne l ON l.id_cmd = c.id_cmd
               LEFT JOIN piece p       ON p.id_pie = l.id_pie
               LEFT JOIN prestation s  ON s.id_prs = l.id_prs
               LEFT JOIN vehicule v    ON v.id_veh = c.id_veh
               WHERE  c.id_cli = :PG-IDF-CLI
               OR     (:PG-VUE-STM = 'G'
                       AND c.id_cli IN (SELECT g.id_cli
                                        FROM   client g
                                        WHERE  g.id_cli_pay =
                                               :PG-IDF-CLI))
               ORDER BY CASE WHEN :PG-VUE-STM = 'G'
                             THEN c.id_cli ELSE 0 END,
                        COALESCE(v.immat_veh, ' '), c.date_cmd,
                        c.id_cmd
       END-EXEC.

      * Agences rattachees au client payeur (vue groupe).
       EXEC SQL
           DECLARE C-AGC CURSOR FOR
               SELECT id_cli, nom_cli, COALESCE(vil_cli, ' ')
               FROM   client
               WHERE  id_cli_pay = :PG-IDF-CLI
               ORDER BY id_cli
       END-EXEC.

      * Grand livre des points du client (vue fidelite), dans
      * l'ordre chronologique.
       EXEC SQL
           DECLARE C-MFI CURSOR FOR
               SELECT m.date_mfi, m.typ_mfi, m.pts_mfi,
                      COALESCE(f.num_fac, 0), COALESCE(a.num_avr, 0),
                      COALESCE(m.id_rgl, 0)
               FROM   mouvement_fidelite m
               LEFT JOIN facture f ON f.id_fac = m.id_fac
               LEFT JOIN avoir a   ON a.id_avr = m.id_avr
               WHERE  m.id_cli = :PG-IDF-CLI
               ORDER BY m.date_mfi, m.id_mfi
       END-EXEC.

      * Code retour rendu a l'appelant : 0 = releve affiche ;
      * 1 = client inconnu.
       01 WS-RTR-STM         PIC 9(01)   VALUE 0.
           88 WS-RTR-STM-OK              VALUE 0.
           88 WS-RTR-STM-CLI-INV         VALUE 1.

      * Vue du releve recue de l'appelant : 'G' = groupe consolide,
      * 'F' = points de fidelite, toute autre valeur = agence (le
      * client seul).
       01 WS-VUE-STM         PIC X(01).
           88 WS-VUE-STM-AGC             VALUE "A".
           88 WS-VUE-STM-GRP             VALUE "G".
           88 WS-VUE-STM-FID             VALUE "F".

      * Agence de la ligne de commande precedente (vue groupe), pour
      * n'imprimer l'entete d'agence qu'au changement.
       01 WS-IDF-AGC-PRC     PIC 9(10).

       01 WS-IND-CLI-EDT     PIC Z(03).
       01 WS-TEL-CLI-EDT     PIC Z(10).
       01 WS-COP-CLI-EDT     PIC Z(05).
       01 WS-SIR-CLI-EDT     PIC Z(14).

       01 WS-IDF-CMD-EDT     PIC Z(10).
       01 WS-IDF-AGC-EDT     PIC Z(10).

      * Identite de la societe pour l'en-tete imprime, lue via gensoc
      * (table societe, entretenue par gessoc).
       01 WS-QTE-LGN-EDT     PIC Z(05).
       01 WS-PRX-LGN-EDT     PIC Z(08).99.

      * Vue fidelite : cumul des points au fil du grand livre, libelle
      * du mouvement et zones d'edition.
       01 WS-CUM-PTS         PIC S9(09).
       01 WS-LIB-MFI         PIC X(12).
       01 WS-REF-MFI         PIC X(20).
       01 WS-PTS-MFI-EDT     PIC -Z(08)9.
       01 WS-CUM-PTS-EDT     PIC -Z(08)9.
       01 WS-NUM-DOC-EDT     PIC Z(10).
       01 WS-VAL-SLD         PIC S9(08)V99.
       01 WS-VAL-SLD-EDT     PIC -Z(07)9.99.

       LINKAGE SECTION.
       01 LK-IDF-CLI         PIC 9(10).
       01 LK-VUE-STM         PIC X(01).
       01 LK-RTR-STM         PIC 9(01).


       PROCEDURE DIVISION USING LK-IDF-CLI,
                                LK-VUE-STM,
                                LK-RTR-STM.

           MOVE LK-IDF-CLI TO PG-IDF-CLI.

           EVALUATE LK-VUE-STM
               WHEN "G"
                   SET WS-VUE-STM-GRP TO TRUE
               WHEN "F"
                   SET WS-VUE-STM-FID TO TRUE
               WHEN OTHER
                   SET WS-VUE-STM-AGC TO TRUE
           END-EVALUATE.

           MOVE WS-VUE-STM TO PG-VUE-STM.

           PERFORM 0100-SLC-CLI-DEB
              THRU 0100-SLC-CLI-FIN.

               PERFORM 0200-AFF-RLV-DEB
                  THRU 0200-AFF-RLV-FIN

               IF WS-VUE-STM-GRP
                   PERFORM 0250-AFF-AGC-DEB
                      THRU 0250-AFF-AGC-FIN
               END-IF

               IF WS-VUE-STM-FID
                   PERFORM 0400-AFF-PFI-DEB
                      THRU 0400-AFF-PFI-FIN
               ELSE
                   PERFORM 0300-AFF-CMD-DEB
                      THRU 0300-AFF-CMD-FIN
               END-IF
           END-IF.

           MOVE WS-RTR-STM
      *                         PARAGRAPHES                            *
      ******************************************************************

      * En vue groupe, le releve porte sur le client payeur du client
      * saisi (lui-meme s'il n'est rattache a aucun groupe).

       0100-SLC-CLI-DEB.

           IF WS-VUE-STM-GRP
               EXEC SQL
                   SELECT COALESCE(id_cli_pay, id_cli)
                   INTO   :PG-IDF-PYR
                   FROM   client
                   WHERE  id_cli = :PG-IDF-CLI
               END-EXEC

               IF SQLCODE NOT = 0
                   SET WS-RTR-STM-CLI-INV TO TRUE
                   GO TO 0100-SLC-CLI-FIN
               END-IF

               MOVE PG-IDF-PYR TO PG-IDF-CLI
           END-IF.

           EXEC SQL
               SELECT nom_cli, ema_cli, ind_cli, tel_cli, cop_cli,
                      vil_cli, adr_cli, actif_cli, typ_cli,
                      siret_cli, COALESCE(id_cli_pay, 0)
               INTO   :PG-NOM-CLI, :PG-EMA-CLI, :PG-IND-CLI,
                      :PG-TEL-CLI, :PG-COP-CLI, :PG-VIL-CLI,
                      :PG-ADR-CLI, :PG-ACF-CLI, :PG-TYP-CLI,
                      :PG-SIR-CLI:PG-SIR-CLI-IND, :PG-IDF-PYR
               FROM   client
               WHERE  id_cli = :PG-IDF-CLI
           END-EXEC.

           IF SQLCODE NOT = 0
               SET WS-RTR-STM-CLI-INV TO TRUE
               GO TO 0100-SLC-CLI-FIN
           END-IF.

           MOVE SPACES TO PG-NOM-PYR.

           IF PG-IDF-PYR NOT = 0
               EXEC SQL
                   SELECT nom_cli
                   INTO   :PG-NOM-PYR
                   FROM   client
                   WHERE  id_cli = :PG-IDF-PYR
               END-EXEC
           END-IF.

       0100-SLC-CLI-FIN.
           EXIT.

      *-----------------------------------------------------------------

                       "  TVA " FUNCTION TRIM (WS-TVA-SOC)
           END-IF.

           EVALUATE TRUE
               WHEN WS-VUE-STM-GRP
                   DISPLAY
                   "          RELEVE CONSOLIDE DU GROUPE             "
               WHEN WS-VUE-STM-FID
                   DISPLAY
                   "          RELEVE DE POINTS DE FIDELITE           "
               WHEN OTHER
                   DISPLAY
                   "          CONFIRMATION DE CREATION CLIENT        "
           END-EVALUATE.

           DISPLAY "================================================".
           DISPLAY "Id client      : " PG-IDF-CLI.
           DISPLAY "Nom            : " PG-NOM-CLI.
               DISPLAY "Statut         : Inactif"
           END-IF.

           IF PG-IDF-PYR NOT = 0
               MOVE PG-IDF-PYR TO WS-IDF-AGC-EDT
               DISPLAY "Facture a      : "
                       FUNCTION TRIM (WS-IDF-AGC-EDT)
                       " - " FUNCTION TRIM (PG-NOM-PYR)
           END-IF.

           DISPLAY "================================================".

           EXIT.

      *-----------------------------------------------------------------

      * Vue groupe : liste les agences rattachees au client payeur.

       0250-AFF-AGC-DEB.

           DISPLAY "Agences rattachees".
           DISPLAY "------------------------------------------------".

           EXEC SQL OPEN C-AGC END-EXEC.

           EXEC SQL
               FETCH C-AGC
               INTO  :PG-IDF-AGC-RSU, :PG-NOM-AGC-RSU, :PG-VIL-AGC-RSU
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY "(aucune agence rattachee)"
           END-IF.

           PERFORM 0260-AFF-UNE-AGC-DEB
              THRU 0260-AFF-UNE-AGC-FIN
              UNTIL SQLCODE NOT = 0.

           EXEC SQL CLOSE C-AGC END-EXEC.

           DISPLAY "================================================".

           EXIT.
       0250-AFF-AGC-FIN.

      *-----------------------------------------------------------------

       0260-AFF-UNE-AGC-DEB.

           MOVE PG-IDF-AGC-RSU TO WS-IDF-AGC-EDT.

           DISPLAY "Agence " FUNCTION TRIM (WS-IDF-AGC-EDT)
                   " - " FUNCTION TRIM (PG-NOM-AGC-RSU)
                   " (" FUNCTION TRIM (PG-VIL-AGC-RSU) ")".

           EXEC SQL
               FETCH C-AGC
               INTO  :PG-IDF-AGC-RSU, :PG-NOM-AGC-RSU, :PG-VIL-AGC-RSU
           END-EXEC.

           EXIT.
       0260-AFF-UNE-AGC-FIN.

      *-----------------------------------------------------------------

      * Parcourt le curseur des commandes du client et affiche chaque
      * ligne (piece, quantite, prix) pour impression, regroupees par
      * vehicule quand la commande en porte un (fichier gesveh). En
      * vue groupe, les commandes de tout le groupe sont regroupees
      * par client qui a commande.

       0300-AFF-CMD-DEB.

           DISPLAY "Historique des commandes".
           DISPLAY "------------------------------------------------".

           MOVE 0 TO WS-IDF-AGC-PRC.

           EXEC SQL OPEN C-CMD END-EXEC.

           EXEC SQL
               FETCH C-CMD
               INTO  :PG-IDF-CMD-RSU, :PG-DAT-CMD-RSU, :PG-NOM-PIE-RSU,
                     :PG-QTE-LGN-RSU, :PG-PRX-LGN-RSU,
                     :PG-IMM-VEH-RSU, :PG-IDF-CLI-RSU
           END-EXEC.

           IF SQLCODE NOT = 0
           MOVE PG-QTE-LGN-RSU  TO WS-QTE-LGN-EDT.
           MOVE PG-PRX-LGN-RSU  TO WS-PRX-LGN-EDT.

           IF WS-VUE-STM-GRP AND PG-IDF-CLI-RSU NOT = WS-IDF-AGC-PRC
               MOVE PG-IDF-CLI-RSU TO WS-IDF-AGC-PRC
               MOVE PG-IDF-CLI-RSU TO WS-IDF-AGC-EDT
               DISPLAY "Commandes du client "
                       FUNCTION TRIM (WS-IDF-AGC-EDT) " :"
           END-IF.

           IF PG-IMM-VEH-RSU = SPACES
               DISPLAY "Commande " FUNCTION TRIM (WS-IDF-CMD-EDT)
                       " du " PG-DAT-CMD-RSU " : "
               FETCH C-CMD
               INTO  :PG-IDF-CMD-RSU, :PG-DAT-CMD-RSU, :PG-NOM-PIE-RSU,
                     :PG-QTE-LGN-RSU, :PG-PRX-LGN-RSU,
                     :PG-IMM-VEH-RSU, :PG-IDF-CLI-RSU
           END-EXEC.

           EXIT.
       0310-AFF-LGN-CMD-FIN.

      *-----------------------------------------------------------------

      * Vue fidelite : parcourt le grand livre des points du client,
      * chaque mouvement avec sa piece et le solde cumule, puis
      * affiche le solde courant de la fiche et sa valeur en euros.

       0400-AFF-PFI-DEB.

           DISPLAY "Mouvements de points".
           DISPLAY "------------------------------------------------".

           MOVE 0 TO WS-CUM-PTS.

           EXEC SQL OPEN C-MFI END-EXEC.

           EXEC SQL
               FETCH C-MFI
               INTO  :PG-DAT-MFI-RSU, :PG-TYP-MFI-RSU,
                     :PG-PTS-MFI-RSU, :PG-NUM-FAC-RSU,
                     :PG-NUM-AVR-RSU, :PG-IDF-RGL-RSU
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY "(aucun mouvement)"
           END-IF.

           PERFORM 0410-AFF-LGN-MFI-DEB
              THRU 0410-AFF-LGN-MFI-FIN
              UNTIL SQLCODE NOT = 0.

           EXEC SQL CLOSE C-MFI END-EXEC.

           EXEC SQL
               SELECT COALESCE(c.pts_fid_cli, 0),
                      COALESCE(s.val_pts_soc, 0.01)
               INTO   :PG-SLD-PFI, :PG-VAL-PTS
               FROM   client c, societe s
               WHERE  c.id_cli = :PG-IDF-CLI
               FETCH FIRST 1 ROW ONLY
           END-EXEC.

           IF SQLCODE NOT = 0
               MOVE WS-CUM-PTS TO PG-SLD-PFI
               MOVE 0          TO PG-VAL-PTS
           END-IF.

           COMPUTE WS-VAL-SLD = PG-SLD-PFI * PG-VAL-PTS.

           MOVE PG-SLD-PFI TO WS-CUM-PTS-EDT.
           MOVE WS-VAL-SLD TO WS-VAL-SLD-EDT.

           DISPLAY "------------------------------------------------".
           DISPLAY "Solde de points : " FUNCTION TRIM (WS-CUM-PTS-EDT)
                   " (valeur " FUNCTION TRIM (WS-VAL-SLD-EDT)
                   " EUR)".
           DISPLAY "================================================".

           EXIT.
       0400-AFF-PFI-FIN.

      *-----------------------------------------------------------------

       0410-AFF-LGN-MFI-DEB.

           ADD PG-PTS-MFI-RSU TO WS-CUM-PTS.

           MOVE SPACES TO WS-REF-MFI.

           EVALUATE PG-TYP-MFI-RSU
               WHEN "G"
                   MOVE "Gain" TO WS-LIB-MFI
                   MOVE PG-NUM-FAC-RSU TO WS-NUM-DOC-EDT
                   STRING "facture " FUNCTION TRIM (WS-NUM-DOC-EDT)
                          DELIMITED BY SIZE INTO WS-REF-MFI
                   END-STRING
               WHEN "A"
                   MOVE "Reprise" TO WS-LIB-MFI
                   MOVE PG-NUM-AVR-RSU TO WS-NUM-DOC-EDT
                   STRING "avoir " FUNCTION TRIM (WS-NUM-DOC-EDT)
                          DELIMITED BY SIZE INTO WS-REF-MFI
                   END-STRING
               WHEN "U"
                   MOVE "Utilisation" TO WS-LIB-MFI
                   MOVE PG-IDF-RGL-RSU TO WS-NUM-DOC-EDT
                   STRING "reglement " FUNCTION TRIM (WS-NUM-DOC-EDT)
                          DELIMITED BY SIZE INTO WS-REF-MFI
                   END-STRING
               WHEN OTHER
                   MOVE "Expiration" TO WS-LIB-MFI
           END-EVALUATE.

           MOVE PG-PTS-MFI-RSU TO WS-PTS-MFI-EDT.
           MOVE WS-CUM-PTS     TO WS-CUM-PTS-EDT.

           DISPLAY PG-DAT-MFI-RSU " " WS-LIB-MFI " " WS-REF-MFI
                   " " WS-PTS-MFI-EDT "  solde "
                   FUNCTION TRIM (WS-CUM-PTS-EDT).

           EXEC SQL
               FETCH C-MFI
               INTO  :PG-DAT-MFI-RSU, :PG-TYP-MFI-RSU,
                     :PG-PTS-MFI-RSU, :PG-NUM-FAC-RSU,
                     :PG-NUM-AVR-RSU, :PG-IDF-RGL-RSU
           END-EXEC.

           EXIT.
       0410-AFF-LGN-MFI-FIN.
