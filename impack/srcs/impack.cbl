      * tout le reste part en rejet dans ACKSUPR avec le motif -       *
      * gescpo montre ainsi ce que le fournisseur s'est engage a       *
      * livrer, pas ce qu'on lui a demande.                            *
      * Une commande en livraison directe (liv_dir_cmd_pie = 'O')      *
      * recoit en plus le code 'L' : le fournisseur confirme avoir     *
      * livre le client (id_cmd_pie;L;qte_livree;date_livraison). La   *
      * commande passe a 'recue' sans aucun mouvement de stock, et la  *
      * ligne client rattachee (avec sa consigne) quitte l'attente     *
      * fournisseur pour etre facturee par genfac ; une livraison      *
      * partielle ramene la ligne client a la quantite livree et est   *
      * signalee dans ACKSUPR.                                         *
      * Les quantites confirmees ou livrees sont exprimees dans        *
      * l'unite d'achat du fournisseur, comme celles qu'expcpo lui a   *
      * transmises : elles sont converties en unites de stock (rchcnv) *
      * avant d'etre posees sur la commande.                           *
      *                                                                *
      *----------------------------------------------------------------*
      *                           TRIGRAMMES                           *
      * ACK=ACCUSE; CPO=COMMANDE FOURNISSEUR; QTE=QUANTITE;            *
      * PROM=PROMISE; REV=REVISION; REJ=REJET; MTF=MOTIF; NBR=NOMBRE;  *
      * LUS=LUES; EOF=FIN DE FICHIER; STA=STATUT; LEC=LECTURE;         *
      * BCL=BOUCLE; LIV=LIVRAISON; DIR=DIRECTE; LGN=LIGNE; PIE=PIECE;  *
      * FOU=FOURNISSEUR; UNA=UNITE D'ACHAT; FAC=FACTEUR;               *
      * CNV=CONVERSION; DEB=DEBUT                                      *
      ******************************************************************

       IDENTIFICATION DIVISION.
       01 PG-QTE-CNF            PIC 9(10).
       01 PG-DAT-PROM           PIC X(10).

      * Piece et fournisseur de la commande, pour la conversion des
      * quantites de l'unite d'achat en unites de stock.
       01 PG-IDF-PIE            PIC 9(10).
       01 PG-IDF-FOU            PIC 9(10).

      * Livraison directe : drapeau de la commande, ligne client
      * rattachee, quantite et date de livraison confirmees.
       01 PG-LIV-DIR            PIC X(01).
       01 PG-IDF-LGN            PIC 9(10).
       01 PG-QTE-LIV            PIC 9(10).
       01 PG-DAT-LIV            PIC X(10).

       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.
       01 WS-IDF-CPO-N          PIC 9(10).
       01 WS-QTE-CNF-N          PIC 9(10).

      * Unite d'achat et facteur de conversion du couple
      * piece/fournisseur de la commande (rchcnv).
       01 WS-UNA-PFO            PIC X(10).
       01 WS-FAC-CNV            PIC 9(05).
       01 WS-RTR-CNV            PIC 9(01).

       01 WS-NBR-LUS            PIC 9(07)   VALUE 0.
       01 WS-NBR-ACC            PIC 9(07)   VALUE 0.
       01 WS-NBR-REV            PIC 9(07)   VALUE 0.
       01 WS-NBR-REJ-FOU        PIC 9(07)   VALUE 0.
       01 WS-NBR-REJ            PIC 9(07)   VALUE 0.
       01 WS-NBR-LIV            PIC 9(07)   VALUE 0.
       01 WS-MTF-REJ            PIC X(50).

       01 WS-QTE-CMD-EDT        PIC Z(10).
       01 WS-NBR-REV-EDT        PIC Z(07).
       01 WS-NBR-RJF-EDT        PIC Z(07).
       01 WS-NBR-REJ-EDT        PIC Z(07).
       01 WS-NBR-LIV-EDT        PIC Z(07).

      * Zones utilisees pour tracer via generr l'echec d'une des
      * ecritures SQL en cas de SQLCODE en erreur.
           MOVE WS-IDF-CPO-N TO PG-IDF-CPO.

           EXEC SQL
               SELECT qte_cmd_pie, statut_cmd_pie,
                      COALESCE(liv_dir_cmd_pie, 'N'),
                      COALESCE(id_lgn_cmd, 0), id_pie,
                      COALESCE(id_fou, 0)
               INTO   :PG-QTE-CMD, :PG-STA-CPO, :PG-LIV-DIR,
                      :PG-IDF-LGN, :PG-IDF-PIE, :PG-IDF-FOU
               FROM   piece_commande
               WHERE  id_cmd_pie = :PG-IDF-CPO
           END-EXEC.
               GO TO 2000-TRT-BCL-SUI
           END-IF.

           CALL "rchcnv" USING PG-IDF-PIE
                               PG-IDF-FOU
                               WS-UNA-PFO
                               WS-FAC-CNV
                               WS-RTR-CNV
           END-CALL.

           EVALUATE WS-COD-ACK
               WHEN "A"
                   PERFORM 2100-TRT-ACC-DEB
                   PERFORM 2200-TRT-REF-DEB
                      THRU 2200-TRT-REF-FIN

               WHEN "L"
                   PERFORM 2250-TRT-LIV-DEB
                      THRU 2250-TRT-LIV-FIN

               WHEN OTHER
                   MOVE "code accuse inconnu (A/R/L attendu)"
                   TO WS-MTF-REJ
                   PERFORM 2300-ECR-REJ-DEB
                      THRU 2300-ECR-REJ-FIN

      *-----------------------------------------------------------------

      * Ligne acceptee : la quantite confirmee, convertie de l'unite
      * d'achat en unites de stock (a defaut, celle demandee), devient
      * l'engagement de la commande, la date
      * promise alimente le suivi des retards ; toute revision de
      * quantite est signalee dans ACKSUPR avec l'ancienne valeur.


           IF WS-ZON-3 NOT = SPACES
               COMPUTE WS-QTE-CNF-N = FUNCTION NUMVAL (WS-ZON-3)
                                      * WS-FAC-CNV
           ELSE
               MOVE PG-QTE-CMD TO WS-QTE-CNF-N
           END-IF.
           EXIT.
       2200-TRT-REF-FIN.

      *-----------------------------------------------------------------

      * Confirmation de livraison directe : seule une commande marquee
      * en livraison directe l'accepte. La quantite livree, convertie
      * en unites de stock (a defaut, celle commandee, sans depasser
      * celle-ci) et la date de livraison (a defaut, le jour) sont
      * posees sur la commande, qui
      * passe a 'recue' sans mouvement de stock ; la ligne client
      * rattachee et sa consigne quittent l'attente fournisseur, a la
      * quantite livree, et deviennent facturables.

       2250-TRT-LIV-DEB.

           IF PG-LIV-DIR NOT = "O"
               MOVE "commande hors livraison directe (code L)"
               TO WS-MTF-REJ
               PERFORM 2300-ECR-REJ-DEB
                  THRU 2300-ECR-REJ-FIN
               GO TO 2250-TRT-LIV-FIN
           END-IF.

           IF WS-ZON-3 NOT = SPACES
               COMPUTE WS-QTE-CNF-N = FUNCTION NUMVAL (WS-ZON-3)
                                      * WS-FAC-CNV
           ELSE
               MOVE PG-QTE-CMD TO WS-QTE-CNF-N
           END-IF.

           IF WS-QTE-CNF-N = 0
               MOVE "quantite livree nulle sur une livraison"
               TO WS-MTF-REJ
               PERFORM 2300-ECR-REJ-DEB
                  THRU 2300-ECR-REJ-FIN
               GO TO 2250-TRT-LIV-FIN
           END-IF.

           IF WS-QTE-CNF-N > PG-QTE-CMD
               MOVE PG-QTE-CMD TO WS-QTE-CNF-N
           END-IF.

           MOVE WS-QTE-CNF-N TO PG-QTE-LIV.
           MOVE WS-ZON-4     TO PG-DAT-LIV.

           IF WS-ZON-4 = SPACES
               EXEC SQL
                   UPDATE piece_commande
                   SET    qte_rec_cmd_pie  = :PG-QTE-LIV,
                          date_rec_cmd_pie = CURRENT_DATE,
                          statut_cmd_pie   = 'recue'
                   WHERE  id_cmd_pie = :PG-IDF-CPO
               END-EXEC
           ELSE
               EXEC SQL
                   UPDATE piece_commande
                   SET    qte_rec_cmd_pie  = :PG-QTE-LIV,
                          date_rec_cmd_pie =
                              TO_DATE(:PG-DAT-LIV, 'YYYY-MM-DD'),
                          statut_cmd_pie   = 'recue'
                   WHERE  id_cmd_pie = :PG-IDF-CPO
               END-EXEC
           END-IF.

           IF SQLCODE = 0
               EXEC SQL
                   UPDATE commande_ligne
                   SET    att_fou_lgn = 'N',
                          qte_lgn_cmd = LEAST(qte_lgn_cmd, :PG-QTE-LIV)
                   WHERE  id_lgn_cmd = :PG-IDF-LGN
                   OR     id_lgn_csg = :PG-IDF-LGN
               END-EXEC
           END-IF.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               EXEC SQL ROLLBACK END-EXEC
               MOVE "impack : confirmation livraison directe"
               TO   WS-OPE-ERR
               CALL "generr" USING WS-OPE-ERR, SQLCODE, WS-RTR-ERR
               END-CALL
               MOVE "erreur SQL" TO WS-MTF-REJ
               PERFORM 2300-ECR-REJ-DEB
                  THRU 2300-ECR-REJ-FIN
               GO TO 2250-TRT-LIV-FIN
           END-IF.

           EXEC SQL COMMIT END-EXEC.

           ADD 1 TO WS-NBR-LIV.

           IF WS-QTE-CNF-N < PG-QTE-CMD
               MOVE PG-QTE-CMD   TO WS-QTE-CMD-EDT
               MOVE WS-QTE-CNF-N TO WS-QTE-CNF-EDT

               STRING REC-ACK DELIMITED BY SIZE
                      " => livraison directe partielle, ligne client "
                      DELIMITED BY SIZE
                      "ramenee de " DELIMITED BY SIZE
                      FUNCTION TRIM (WS-QTE-CMD-EDT)
                      DELIMITED BY SIZE
                      " a " DELIMITED BY SIZE
                      FUNCTION TRIM (WS-QTE-CNF-EDT)
                      DELIMITED BY SIZE
                      INTO REC-ACK-RPT
               END-STRING
               WRITE REC-ACK-RPT
           END-IF.

       2250-TRT-LIV-FIN.
           EXIT.

      *-----------------------------------------------------------------

       2300-ECR-REJ-DEB.
           MOVE WS-NBR-REV     TO WS-NBR-REV-EDT.
           MOVE WS-NBR-REJ-FOU TO WS-NBR-RJF-EDT.
           MOVE WS-NBR-REJ     TO WS-NBR-REJ-EDT.
           MOVE WS-NBR-LIV     TO WS-NBR-LIV-EDT.

           DISPLAY "Import termine : "
                   FUNCTION TRIM (WS-NBR-LUS-EDT) " ligne(s) lue(s), "
                   FUNCTION TRIM (WS-NBR-REV-EDT) " revisee(s), "
                   FUNCTION TRIM (WS-NBR-RJF-EDT)
                   " refusee(s) fournisseur, "
                   FUNCTION TRIM (WS-NBR-LIV-EDT)
                   " livraison(s) directe(s), "
                   FUNCTION TRIM (WS-NBR-REJ-EDT)
                   " rejet(s) (voir ACKSUPR).".

