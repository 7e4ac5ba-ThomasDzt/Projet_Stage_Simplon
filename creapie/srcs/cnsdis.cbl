      * ouvertes (reste a livrer, date promise capturee par gescpo)    *
      * sont deroulees dans l'ordre des dates jusqu'a ce que le        *
      * manque soit couvert. Le comptoir annonce une date au lieu de   *
      * "rappelez la semaine prochaine". Les commandes fournisseur     *
      * passees pour une commande speciale client n'y comptent pas :   *
      * leur reception est deja promise a ce client.                   *
      * Le stock reserve par les livraisons differees (lignes en       *
      * reservation des commandes non annulees, voir ajucmd) est       *
      * deduit comme les reliquats : le disponible affiche est le      *
      * stock moins le reserve, puis net des reliquats.                *
      *                                                                *
      *----------------------------------------------------------------*
      *                           TRIGRAMMES                           *
      * DIS=DISPONIBILITE; PIE=PIECE; RLQ=RELIQUAT; REC=RECEPTION;     *
      * CPO=COMMANDE FOURNISSEUR; QTE=QUANTITE; DAT=DATE; NET=NET;     *
      * NBR=NOMBRE; RSU=RESULTAT; SLC=SELECTION; AFF=AFFICHAGE;        *
      * LRR=LEURRE; RSV=RESERVE; DSP=DISPONIBLE; DEB=DEBUT             *
      ******************************************************************

       IDENTIFICATION DIVISION.
       01 PG-NOM-PIE            PIC X(30).
       01 PG-QTE-PIE            PIC 9(10).
       01 PG-QTE-RLQ            PIC 9(10).
       01 PG-QTE-RSV            PIC 9(10).

       01 PG-QTE-ATT-RSU        PIC 9(10).
       01 PG-DAT-ATT-RSU        PIC X(10).
      * Declaration du curseur des receptions attendues : reste a
      * livrer des commandes fournisseur ouvertes, de la date promise
      * la plus proche a la plus lointaine (les commandes sans date
      * promise arrivent en dernier), hors commandes speciales.
       EXEC SQL
           DECLARE C-ATT CURSOR FOR
               SELECT c.qte_cmd_pie - COALESCE(c.qte_rec_cmd_pie, 0),
                                           'envoyee')
               AND    c.qte_cmd_pie
                      - COALESCE(c.qte_rec_cmd_pie, 0) > 0
               AND    c.id_lgn_cmd IS NULL
               ORDER BY COALESCE(c.date_prom_cmd_pie,
                                 DATE '9999-12-31'), c.id_cmd_pie
       END-EXEC.

       01 WS-IDF-PIE            PIC 9(10).

      * Disponible : stock courant moins reserve. Disponible net :
      * disponible moins reliquats ouverts ; il devient positif a la
      * reception qui couvre le manque.
       01 WS-QTE-DSP            PIC S9(10).
       01 WS-QTE-NET            PIC S9(10).
       01 WS-NBR-ATT            PIC 9(03)   VALUE 0.
       01 WS-DAT-COU            PIC X(10)   VALUE SPACES.

       01 WS-QTE-PIE-EDT        PIC Z(10).
       01 WS-QTE-RLQ-EDT        PIC Z(10).
       01 WS-QTE-RSV-EDT        PIC Z(10).
       01 WS-QTE-DSP-EDT        PIC -Z(10).
       01 WS-QTE-NET-EDT        PIC -Z(10).
       01 WS-QTE-ATT-EDT        PIC Z(10).

      *                         PARAGRAPHES                            *
      ******************************************************************

      * Demande la piece, calcule le disponible (stock moins reserve)
      * et le disponible net (moins les reliquats ouverts), puis
      * deroule les receptions attendues.

       0100-SSI-PIE-DEB.

               AND    statut_rlq = 'ouvert'
           END-EXEC.

           EXEC SQL
               SELECT COALESCE(SUM(l.qte_lgn_cmd), 0)
               INTO   :PG-QTE-RSV
               FROM   commande_ligne l
               JOIN   commande c ON c.id_cmd = l.id_cmd
               WHERE  l.id_pie = :PG-IDF-PIE
               AND    l.rsv_lgn = 'O'
               AND    COALESCE(c.statut_cmd, 'saisie') <> 'annulee'
           END-EXEC.

           COMPUTE WS-QTE-DSP = PG-QTE-PIE - PG-QTE-RSV.
           COMPUTE WS-QTE-NET = WS-QTE-DSP - PG-QTE-RLQ.

           MOVE PG-QTE-PIE TO WS-QTE-PIE-EDT.
           MOVE PG-QTE-RSV TO WS-QTE-RSV-EDT.
           MOVE WS-QTE-DSP TO WS-QTE-DSP-EDT.
           MOVE PG-QTE-RLQ TO WS-QTE-RLQ-EDT.
           MOVE WS-QTE-NET TO WS-QTE-NET-EDT.

           DISPLAY "Piece          : " FUNCTION TRIM (PG-NOM-PIE).
           DISPLAY "Stock courant  : "
                   FUNCTION TRIM (WS-QTE-PIE-EDT).
           DISPLAY "Reserve (livraisons differees) : "
                   FUNCTION TRIM (WS-QTE-RSV-EDT).
           DISPLAY "Disponible     : "
                   FUNCTION TRIM (WS-QTE-DSP-EDT).
           DISPLAY "Reliquats ouverts (deja promis) : "
                   FUNCTION TRIM (WS-QTE-RLQ-EDT).
           DISPLAY "Disponible net : "
