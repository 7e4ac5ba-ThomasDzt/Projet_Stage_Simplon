      ******************************************************************
      *                                                                *
      *                 DESCRIPTION DU SOUS-PROGRAMME                  *
      *                                                                *
      * cnscsp : consultation des commandes speciales en attente       *
      * fournisseur. Repond au comptoir "ou en est ma piece" : pour    *
      * un client (ou pour tous, id a zero), liste chaque ligne de     *
      * commande speciale encore en attente (att_fou_lgn = 'O') avec   *
      * la commande client, le client, la piece, la quantite commandee *
      * et deja reservee, le fournisseur, la commande fournisseur      *
      * rattachee avec son statut (validee, envoyee, recue...), la     *
      * date promise capturee par gescpo et la quantite deja livree    *
      * (en quarantaine si elle n'est pas encore reservee). Les        *
      * commandes fournisseur dont la date promise est depassee sont   *
      * signalees en retard, comme dans rapcpr. Une ligne en livraison *
      * directe est signalee comme telle, avec l'adresse du client.    *
      *                                                                *
      *----------------------------------------------------------------*
      *                           TRIGRAMMES                           *
      *                                                                *
      * cnscsp=consultation commandes speciales                        *
      * CSP=COMMANDE SPECIALE; CMD=COMMANDE; CLI=CLIENT; LGN=LIGNE;    *
      * PIE=PIECE; FOU=FOURNISSEUR; CPO=COMMANDE FOURNISSEUR;          *
      * QTE=QUANTITE; RES=RESERVEE; REC=RECUE; STA=STATUT; DAT=DATE;   *
      * PRM=PROMISE; RTD=RETARD; IDF=IDENTIFIANT; NBR=NOMBRE;          *
      * RSU=RESULTAT; SSI=SAISIE; AFF=AFFICHAGE; EDT=EDITION;          *
      * LRR=LEURRE; LIV=LIVRAISON; DIR=DIRECTE; ADR=ADRESSE;           *
      * DEB=DEBUT                                                      *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. cnscsp.
       AUTHOR. ThomasD.
       DATE-WRITTEN. 15-10-2026 (fr).

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.

      * Client filtre (0 = tous les clients).
       01 PG-IDF-CLI            PIC 9(10).
       01 PG-NOM-CLI            PIC X(50).

       01 PG-IDF-CMD-RSU        PIC 9(10).
       01 PG-DAT-CMD-RSU        PIC X(10).
       01 PG-NOM-CLI-RSU        PIC X(50).
       01 PG-IDF-PIE-RSU        PIC 9(10).
       01 PG-NOM-PIE-RSU        PIC X(30).
       01 PG-QTE-LGN-RSU        PIC 9(05).
       01 PG-QTE-RES-RSU        PIC 9(05).
       01 PG-NOM-FOU-RSU        PIC X(50).
       01 PG-IDF-CPO-RSU        PIC 9(10).
       01 PG-STA-CPO-RSU        PIC X(14).
       01 PG-DAT-PRM-RSU        PIC X(10).
       01 PG-QTE-REC-RSU        PIC 9(10).
       01 PG-RTD-CPO-RSU        PIC X(01).
       01 PG-LIV-DIR-RSU        PIC X(01).
       01 PG-ADR-LIV-RSU        PIC X(150).

       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

      * Declaration du curseur des lignes de commande speciale en
      * attente fournisseur, du client choisi (ou de tous), de la plus
      * ancienne commande a la plus recente. Une commande fournisseur
      * envoyee dont la date promise est passee est marquee en retard.
       EXEC SQL
           DECLARE C-CSP CURSOR FOR
               SELECT c.id_cmd, c.date_cmd, k.nom_cli,
                      l.id_pie, p.nom_pie, l.qte_lgn_cmd,
                      COALESCE(l.qte_res_lgn, 0),
                      COALESCE(f.nom_fou, ' '),
                      COALESCE(pc.id_cmd_pie, 0),
                      COALESCE(pc.statut_cmd_pie, '(aucune)'),
                      COALESCE(pc.date_prom_cmd_pie::VARCHAR,
                               '(sans date)'),
                      COALESCE(pc.qte_rec_cmd_pie, 0),
                      CASE WHEN pc.statut_cmd_pie = 'envoyee'
                            AND pc.date_prom_cmd_pie < CURRENT_DATE
                           THEN 'O' ELSE 'N'
                      END,
                      COALESCE(l.liv_dir_lgn, 'N'),
                      COALESCE(pc.adr_liv_cmd_pie, ' ')
               FROM   commande_ligne l
               JOIN   commande c ON c.id_cmd = l.id_cmd
               JOIN   client k   ON k.id_cli = c.id_cli
               JOIN   piece p    ON p.id_pie = l.id_pie
               LEFT JOIN piece_commande pc
                      ON pc.id_lgn_cmd = l.id_lgn_cmd
               LEFT JOIN fournisseur f ON f.id_fou = pc.id_fou
               WHERE  l.att_fou_lgn = 'O'
               AND    l.id_pie IS NOT NULL
               AND    COALESCE(c.statut_cmd, 'saisie') <> 'annulee'
               AND    (:PG-IDF-CLI = 0 OR c.id_cli = :PG-IDF-CLI)
               ORDER BY c.date_cmd, c.id_cmd, l.id_lgn_cmd
       END-EXEC.

       01 WS-LRR                PIC X(01).

       01 WS-IDF-CLI            PIC 9(10).
       01 WS-NBR-CSP            PIC 9(05)   VALUE 0.
       01 WS-NBR-RTD            PIC 9(05)   VALUE 0.

       01 WS-IDF-CMD-EDT        PIC Z(10).
       01 WS-IDF-PIE-EDT        PIC Z(10).
       01 WS-IDF-CPO-EDT        PIC Z(10).
       01 WS-QTE-LGN-EDT        PIC Z(05).
       01 WS-QTE-RES-EDT        PIC Z(05).
       01 WS-QTE-REC-EDT        PIC Z(10).
       01 WS-NBR-CSP-EDT        PIC Z(05).
       01 WS-NBR-RTD-EDT        PIC Z(05).


       PROCEDURE DIVISION.

           PERFORM 0100-SSI-CLI-DEB
              THRU 0100-SSI-CLI-FIN.

           EXIT PROGRAM.

      ******************************************************************
      *                         PARAGRAPHES                            *
      ******************************************************************

      * Demande le client (0 = tous), verifie qu'il existe, puis
      * liste ses commandes speciales en attente.

       0100-SSI-CLI-DEB.

           MOVE 0 TO WS-NBR-CSP.
           MOVE 0 TO WS-NBR-RTD.

           DISPLAY "Commandes speciales en attente - id du client "
                   "(0 = tous) :".
           ACCEPT WS-IDF-CLI.

           MOVE WS-IDF-CLI TO PG-IDF-CLI.

           IF PG-IDF-CLI NOT = 0
               EXEC SQL
                   SELECT nom_cli
                   INTO   :PG-NOM-CLI
                   FROM   client
                   WHERE  id_cli = :PG-IDF-CLI
               END-EXEC

               IF SQLCODE NOT = 0
                   DISPLAY "Client inconnu."
                   GO TO 0100-SSI-CLI-SRT
               END-IF

               DISPLAY "Client : " FUNCTION TRIM (PG-NOM-CLI)
           END-IF.

           DISPLAY "------------------------------------------------".

           EXEC SQL OPEN C-CSP END-EXEC.

           EXEC SQL
               FETCH C-CSP
               INTO  :PG-IDF-CMD-RSU, :PG-DAT-CMD-RSU,
                     :PG-NOM-CLI-RSU, :PG-IDF-PIE-RSU,
                     :PG-NOM-PIE-RSU, :PG-QTE-LGN-RSU,
                     :PG-QTE-RES-RSU, :PG-NOM-FOU-RSU,
                     :PG-IDF-CPO-RSU, :PG-STA-CPO-RSU,
                     :PG-DAT-PRM-RSU, :PG-QTE-REC-RSU,
                     :PG-RTD-CPO-RSU, :PG-LIV-DIR-RSU,
                     :PG-ADR-LIV-RSU
           END-EXEC.

           PERFORM 0200-AFF-UNE-CSP-DEB
              THRU 0200-AFF-UNE-CSP-FIN
              UNTIL SQLCODE NOT = 0.

           EXEC SQL CLOSE C-CSP END-EXEC.

           IF WS-NBR-CSP = 0
               DISPLAY "(aucune commande speciale en attente)"
           ELSE
               MOVE WS-NBR-CSP TO WS-NBR-CSP-EDT
               MOVE WS-NBR-RTD TO WS-NBR-RTD-EDT

               DISPLAY "Total : " FUNCTION TRIM (WS-NBR-CSP-EDT)
                       " ligne(s) en attente, dont "
                       FUNCTION TRIM (WS-NBR-RTD-EDT)
                       " en retard fournisseur."
           END-IF.

           DISPLAY "------------------------------------------------".

       0100-SSI-CLI-SRT.
           DISPLAY "Appuyez sur entree".
           ACCEPT WS-LRR.

           EXIT.
       0100-SSI-CLI-FIN.

      *-----------------------------------------------------------------

      * Affiche une ligne en attente : commande client et piece, puis
      * ou en est la commande fournisseur rattachee.

       0200-AFF-UNE-CSP-DEB.

           ADD 1 TO WS-NBR-CSP.

           MOVE PG-IDF-CMD-RSU TO WS-IDF-CMD-EDT.
           MOVE PG-IDF-PIE-RSU TO WS-IDF-PIE-EDT.
           MOVE PG-IDF-CPO-RSU TO WS-IDF-CPO-EDT.
           MOVE PG-QTE-LGN-RSU TO WS-QTE-LGN-EDT.
           MOVE PG-QTE-RES-RSU TO WS-QTE-RES-EDT.
           MOVE PG-QTE-REC-RSU TO WS-QTE-REC-EDT.

           DISPLAY "Commande " FUNCTION TRIM (WS-IDF-CMD-EDT)
                   " du " PG-DAT-CMD-RSU " - "
                   FUNCTION TRIM (PG-NOM-CLI-RSU).
           DISPLAY "  Piece " FUNCTION TRIM (WS-IDF-PIE-EDT) " "
                   FUNCTION TRIM (PG-NOM-PIE-RSU) " : "
                   FUNCTION TRIM (WS-QTE-LGN-EDT) " commandee(s), "
                   FUNCTION TRIM (WS-QTE-RES-EDT) " reservee(s)".
           DISPLAY "  Fournisseur " FUNCTION TRIM (PG-NOM-FOU-RSU)
                   ", commande " FUNCTION TRIM (WS-IDF-CPO-EDT)
                   " " FUNCTION TRIM (PG-STA-CPO-RSU)
                   ", promise le " PG-DAT-PRM-RSU
                   ", livree(s) " FUNCTION TRIM (WS-QTE-REC-EDT).

           IF PG-LIV-DIR-RSU = "O"
               DISPLAY "  Livraison directe chez : "
                       FUNCTION TRIM (PG-ADR-LIV-RSU)
           END-IF.

           IF PG-RTD-CPO-RSU = "O"
               ADD 1 TO WS-NBR-RTD
               DISPLAY "  ** EN RETARD : relancer le fournisseur **"
           END-IF.

           EXEC SQL
               FETCH C-CSP
               INTO  :PG-IDF-CMD-RSU, :PG-DAT-CMD-RSU,
                     :PG-NOM-CLI-RSU, :PG-IDF-PIE-RSU,
                     :PG-NOM-PIE-RSU, :PG-QTE-LGN-RSU,
                     :PG-QTE-RES-RSU, :PG-NOM-FOU-RSU,
                     :PG-IDF-CPO-RSU, :PG-STA-CPO-RSU,
                     :PG-DAT-PRM-RSU, :PG-QTE-REC-RSU,
                     :PG-RTD-CPO-RSU, :PG-LIV-DIR-RSU,
                     :PG-ADR-LIV-RSU
           END-EXEC.

           EXIT.
       0200-AFF-UNE-CSP-FIN.
