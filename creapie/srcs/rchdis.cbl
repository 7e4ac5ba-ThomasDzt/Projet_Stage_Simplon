      ******************************************************************
      *                                                                *
      *                 DESCRIPTION DU SOUS-PROGRAMME                  *
      *                                                                *
      * rchdis : recherche de la date de disponibilite d'une quantite  *
      * en reliquat, selon la regle de l'ecran cnsdis : le stock       *
      * courant moins le reserve (lignes en reservation des commandes  *
      * non annulees) est nette des reliquats ouverts de la piece      *
      * servis avant celui demande (premier arrive, premier servi,     *
      * comme trtrlq) et de ce reliquat lui-meme ; s'il reste du       *
      * manque, les receptions attendues des commandes fournisseur     *
      * ouvertes (hors commandes speciales client) sont deroulees dans *
      * l'ordre des dates promises jusqu'a le couvrir. Un reliquat a   *
      * zero donne la date d'une unite de plus apres tous les          *
      * reliquats ouverts, comme cnsdis. N'ecrit rien en base.         *
      *                                                                *
      * Code retour rendu a l'appelant : 0 = disponible des a present  *
      * (servi au prochain passage de trtrlq) ; 1 = disponible a la    *
      * date rendue (AAAA-MM-JJ, date promise par le fournisseur) ;    *
      * 2 = couvert par une commande fournisseur sans date promise ;   *
      * 3 = aucune reception attendue ne couvre le manque (voir les    *
      * achats) ; 4 = piece inconnue ou erreur SQL.                    *
      *                                                                *
      *----------------------------------------------------------------*
      *                           TRIGRAMMES                           *
      *                                                                *
      * rchdis=recherche disponibilite                                 *
      * DIS=DISPONIBILITE; PIE=PIECE; RLQ=RELIQUAT; RSV=RESERVE; ATT=  *
      * RECEPTION ATTENDUE; QTE=QUANTITE; DAT=DATE; DSP=DISPONIBLE;    *
      * NET=NET; IDF=IDENTIFIANT; RSU=RESULTAT; RTR=RETOUR; SLC=       *
      * SELECTION; DRL=DEROULEMENT; DEB=DEBUT                          *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. rchdis.
       AUTHOR. ThomasD.
       DATE-WRITTEN. 15-10-2026 (fr).

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.

       01 PG-IDF-PIE         PIC 9(10).
       01 PG-IDF-RLQ         PIC 9(10).
       01 PG-QTE-PIE         PIC 9(10).
       01 PG-QTE-RSV         PIC 9(10).
       01 PG-QTE-RLQ         PIC 9(10).

       01 PG-QTE-ATT-RSU     PIC 9(10).
       01 PG-DAT-ATT-RSU     PIC X(10).

       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

      * Declaration du curseur des receptions attendues, celui de
      * cnsdis : reste a livrer des commandes fournisseur ouvertes,
      * de la date promise la plus proche a la plus lointaine (sans
      * date promise en dernier), hors commandes speciales.
       EXEC SQL
           DECLARE C-ATT CURSOR FOR
               SELECT c.qte_cmd_pie - COALESCE(c.qte_rec_cmd_pie, 0),
                      COALESCE(c.date_prom_cmd_pie::VARCHAR, ' ')
               FROM   piece_commande c
               WHERE  c.id_pie = :PG-IDF-PIE
               AND    c.statut_cmd_pie IN ('brouillon', 'validee',
                                           'envoyee')
               AND    c.qte_cmd_pie
                      - COALESCE(c.qte_rec_cmd_pie, 0) > 0
               AND    c.id_lgn_cmd IS NULL
               ORDER BY COALESCE(c.date_prom_cmd_pie,
                                 DATE '9999-12-31'), c.id_cmd_pie
       END-EXEC.

      * Disponible net : stock moins reserve, moins les reliquats a
      * servir jusqu'a celui demande inclus. Il repasse a zero ou
      * au-dessus a la reception qui couvre le manque.
       01 WS-QTE-NET         PIC S9(10).

      * Code retour rendu a l'appelant.
       01 WS-RTR-DIS         PIC 9(01)   VALUE 0.
           88 WS-RTR-DIS-IMM             VALUE 0.
           88 WS-RTR-DIS-DAT             VALUE 1.
           88 WS-RTR-DIS-SNS-DAT         VALUE 2.
           88 WS-RTR-DIS-AUC             VALUE 3.
           88 WS-RTR-DIS-INV             VALUE 4.

       01 WS-DAT-DIS         PIC X(10)   VALUE SPACES.

       LINKAGE SECTION.
       01 LK-IDF-PIE         PIC 9(10).
       01 LK-IDF-RLQ         PIC 9(10).
       01 LK-DAT-DIS         PIC X(10).
       01 LK-RTR-DIS         PIC 9(01).


       PROCEDURE DIVISION USING LK-IDF-PIE,
                                LK-IDF-RLQ,
                                LK-DAT-DIS,
                                LK-RTR-DIS.

           MOVE LK-IDF-PIE TO PG-IDF-PIE.
           MOVE LK-IDF-RLQ TO PG-IDF-RLQ.
           MOVE SPACES     TO WS-DAT-DIS.
           SET WS-RTR-DIS-IMM TO TRUE.

           PERFORM 0100-SLC-DSP-DEB
              THRU 0100-SLC-DSP-FIN.

           IF WS-RTR-DIS-IMM AND WS-QTE-NET < 0
               SET WS-RTR-DIS-AUC TO TRUE

               PERFORM 0200-DRL-ATT-DEB
                  THRU 0200-DRL-ATT-FIN
           END-IF.

           MOVE WS-DAT-DIS
           TO   LK-DAT-DIS.
           MOVE WS-RTR-DIS
           TO   LK-RTR-DIS.

           EXIT PROGRAM.

      ******************************************************************
      *                         PARAGRAPHES                            *
      ******************************************************************

      * Disponible net de la piece pour le reliquat demande : stock,
      * reserve, puis reliquats ouverts servis avant lui et lui-meme
      * (ordre de trtrlq : date du reliquat puis id). Sans reliquat
      * designe, tous les reliquats ouverts et une unite de plus.

       0100-SLC-DSP-DEB.

           EXEC SQL
               SELECT qt_pie
               INTO   :PG-QTE-PIE
               FROM   piece
               WHERE  id_pie = :PG-IDF-PIE
           END-EXEC.

           IF SQLCODE NOT = 0
               SET WS-RTR-DIS-INV TO TRUE
               GO TO 0100-SLC-DSP-FIN
           END-IF.

           EXEC SQL
               SELECT COALESCE(SUM(l.qte_lgn_cmd), 0)
               INTO   :PG-QTE-RSV
               FROM   commande_ligne l
               JOIN   commande c ON c.id_cmd = l.id_cmd
               WHERE  l.id_pie = :PG-IDF-PIE
               AND    l.rsv_lgn = 'O'
               AND    COALESCE(c.statut_cmd, 'saisie') <> 'annulee'
           END-EXEC.

           IF SQLCODE NOT = 0
               SET WS-RTR-DIS-INV TO TRUE
               GO TO 0100-SLC-DSP-FIN
           END-IF.

           IF PG-IDF-RLQ = 0
               EXEC SQL
                   SELECT COALESCE(SUM(qte_rlq), 0) + 1
                   INTO   :PG-QTE-RLQ
                   FROM   commande_reliquat
                   WHERE  id_pie = :PG-IDF-PIE
                   AND    statut_rlq = 'ouvert'
               END-EXEC
           ELSE
               EXEC SQL
                   SELECT COALESCE(SUM(r.qte_rlq), 0)
                   INTO   :PG-QTE-RLQ
                   FROM   commande_reliquat r,
                          commande_reliquat d
                   WHERE  d.id_rlq = :PG-IDF-RLQ
                   AND    r.id_pie = d.id_pie
                   AND    r.statut_rlq = 'ouvert'
                   AND    (r.date_rlq < d.date_rlq
                           OR (r.date_rlq = d.date_rlq
                               AND r.id_rlq <= d.id_rlq))
               END-EXEC
           END-IF.

           IF SQLCODE NOT = 0
               SET WS-RTR-DIS-INV TO TRUE
               GO TO 0100-SLC-DSP-FIN
           END-IF.

           COMPUTE WS-QTE-NET = PG-QTE-PIE - PG-QTE-RSV - PG-QTE-RLQ.

       0100-SLC-DSP-FIN.
           EXIT.

      *-----------------------------------------------------------------

      * Deroule les receptions attendues dans l'ordre des dates
      * promises et retient celle a laquelle le manque est couvert.

       0200-DRL-ATT-DEB.

           EXEC SQL OPEN C-ATT END-EXEC.

           EXEC SQL
               FETCH C-ATT
               INTO  :PG-QTE-ATT-RSU, :PG-DAT-ATT-RSU
           END-EXEC.

           PERFORM 0250-DRL-UNE-ATT-DEB
              THRU 0250-DRL-UNE-ATT-FIN
              UNTIL SQLCODE NOT = 0.

           EXEC SQL CLOSE C-ATT END-EXEC.

       0200-DRL-ATT-FIN.
           EXIT.

      *-----------------------------------------------------------------

       0250-DRL-UNE-ATT-DEB.

           IF WS-QTE-NET < 0
               ADD PG-QTE-ATT-RSU TO WS-QTE-NET

               IF WS-QTE-NET >= 0
                   IF PG-DAT-ATT-RSU = SPACES
                       SET WS-RTR-DIS-SNS-DAT TO TRUE
                   ELSE
                       SET WS-RTR-DIS-DAT TO TRUE
                       MOVE PG-DAT-ATT-RSU TO WS-DAT-DIS
                   END-IF
               END-IF
           END-IF.

           EXEC SQL
               FETCH C-ATT
               INTO  :PG-QTE-ATT-RSU, :PG-DAT-ATT-RSU
           END-EXEC.

       0250-DRL-UNE-ATT-FIN.
           EXIT.
