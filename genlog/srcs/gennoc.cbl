      ******************************************************************
      *                                                                *
      *                 DESCRIPTION DU SOUS-PROGRAMME                  *
      *                                                                *
      * gennoc : depot dans la boite d'envoi (table notifications,     *
      * comme gennot) d'un document emis pour un client : facture      *
      * (ecrfac), releve (trtstm), relance (genrel) ou confirmation de *
      * commande (ecracmd). Le destinataire est rendu par rchcnt - le  *
      * contact du client designe pour ce type de document, a defaut   *
      * le client lui-meme - et son adresse email est portee par la    *
      * notification (ema_not) ; la notification est rangee sous le    *
      * destinataire 'client', que trtnot met en forme dans le fichier *
      * NOTIF.client avec l'adresse de chaque message. Un destinataire *
      * sans adresse email ne recoit rien : le document imprime fait   *
      * foi.                                                           *
      *                                                                *
      *----------------------------------------------------------------*
      *                           TRIGRAMMES                           *
      *                                                                *
      * gennoc=generation notification client                          *
      * NOT=NOTIFICATION; CLI=CLIENT; TYP=TYPE; DOC=DOCUMENT;          *
      * DST=DESTINATAIRE; NOM=NOM; EMA=EMAIL; MSG=MESSAGE;             *
      * CNT=CONTACT; RTR=RETOUR; INS=INSERTION; DEB=DEBUT              *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. gennoc.
       AUTHOR. ThomasD.
       DATE-WRITTEN. 15-10-2026 (fr).

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.

       01 PG-DST-NOT         PIC X(30)   VALUE "client".
       01 PG-TYP-NOT         PIC X(20).
       01 PG-MSG-NOT         PIC X(150).
       01 PG-EMA-NOT         PIC X(50).

       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

      * Destinataire du document rendu par rchcnt.
       01 WS-NOM-DST         PIC X(50).
       01 WS-EMA-DST         PIC X(50).
       01 WS-RTR-CNT         PIC 9(01).
           88 WS-RTR-CNT-OK              VALUE 0.
           88 WS-RTR-CNT-CLI             VALUE 1.
           88 WS-RTR-CNT-SNS-EMA         VALUE 2.
           88 WS-RTR-CNT-CLI-INV         VALUE 3.

      * Code retour rendu a l'appelant : 0 = notification deposee ;
      * 1 = erreur SQL a l'insertion ; 2 = destinataire sans adresse
      * email (ou client inconnu), rien n'est depose.
       01 WS-RTR-NOT         PIC 9(01)   VALUE 0.
           88 WS-RTR-NOT-OK              VALUE 0.
           88 WS-RTR-NOT-ERR             VALUE 1.
           88 WS-RTR-NOT-SNS-EMA         VALUE 2.

      * Zones utilisees pour tracer via generr l'echec de l'insertion
      * de la notification en cas de SQLCODE en erreur.
       01 WS-OPE-ERR         PIC X(60)
           VALUE "gennoc : insertion notifications".
       01 WS-RTR-ERR         PIC 9(01).

       LINKAGE SECTION.
       01 LK-IDF-CLI         PIC 9(10).
       01 LK-TYP-DOC         PIC X(01).
       01 LK-MSG-NOT         PIC X(150).
       01 LK-RTR-NOT         PIC 9(01).


       PROCEDURE DIVISION USING LK-IDF-CLI,
                                LK-TYP-DOC,
                                LK-MSG-NOT,
                                LK-RTR-NOT.

           SET WS-RTR-NOT-OK TO TRUE.

           CALL "rchcnt" USING LK-IDF-CLI,
                               LK-TYP-DOC,
                               WS-NOM-DST,
                               WS-EMA-DST,
                               WS-RTR-CNT
           END-CALL.

           IF WS-RTR-CNT-SNS-EMA OR WS-RTR-CNT-CLI-INV
               SET WS-RTR-NOT-SNS-EMA TO TRUE
           ELSE
               PERFORM 0100-INS-NOT-DEB
                  THRU 0100-INS-NOT-FIN
           END-IF.

           MOVE WS-RTR-NOT
           TO   LK-RTR-NOT.

           EXIT PROGRAM.

      ******************************************************************
      *                         PARAGRAPHES                            *
      ******************************************************************

       0100-INS-NOT-DEB.

           EVALUATE LK-TYP-DOC
               WHEN "F"
                   MOVE "facture"  TO PG-TYP-NOT
               WHEN "S"
                   MOVE "releve"   TO PG-TYP-NOT
               WHEN "R"
                   MOVE "relance"  TO PG-TYP-NOT
               WHEN OTHER
                   MOVE "commande" TO PG-TYP-NOT
           END-EVALUATE.

           MOVE WS-EMA-DST TO PG-EMA-NOT.
           MOVE SPACES     TO PG-MSG-NOT.

           STRING "A l'attention de " DELIMITED BY SIZE
                  FUNCTION TRIM (WS-NOM-DST) DELIMITED BY SIZE
                  " : " DELIMITED BY SIZE
                  FUNCTION TRIM (LK-MSG-NOT) DELIMITED BY SIZE
                  INTO PG-MSG-NOT
           END-STRING.

           EXEC SQL
               INSERT INTO notifications (date_not, heure_not,
                               dest_not, type_not, msg_not,
                               statut_not, ema_not)
               VALUES (CURRENT_DATE, CURRENT_TIME, :PG-DST-NOT,
                      :PG-TYP-NOT, :PG-MSG-NOT, 'A', :PG-EMA-NOT)
           END-EXEC.

           IF SQLCODE = 0
              EXEC SQL COMMIT END-EXEC
              SET WS-RTR-NOT-OK  TO TRUE

           ELSE
              EXEC SQL ROLLBACK END-EXEC
              CALL "generr" USING WS-OPE-ERR, SQLCODE, WS-RTR-ERR
              END-CALL
              SET WS-RTR-NOT-ERR TO TRUE
           END-IF.

           EXIT.
       0100-INS-NOT-FIN.
