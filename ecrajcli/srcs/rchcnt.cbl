      ******************************************************************
      *                                                                *
      *                 DESCRIPTION DU SOUS-PROGRAMME                  *
      *                                                                *
      * rchcnt : recherche du destinataire d'un document client. Pour  *
      * un client et un type de document (F = facture, S = releve, R = *
      * relance, C = confirmation de commande), rend le nom et         *
      * l'adresse email du premier contact actif du client designe     *
      * pour ce document (table contact_client, ecran gescnt) - de     *
      * preference un contact pourvu d'un email. Sans contact designe, *
      * le document revient au client lui-meme (nom_cli, ema_cli),     *
      * comme avant. N'ecrit rien en base.                             *
      *                                                                *
      *----------------------------------------------------------------*
      *                           TRIGRAMMES                           *
      *                                                                *
      * rchcnt=recherche contact                                       *
      * CNT=CONTACT; CLI=CLIENT; TYP=TYPE; DOC=DOCUMENT;               *
      * DST=DESTINATAIRE; NOM=NOM; EMA=EMAIL; RTR=RETOUR;              *
      * SLC=SELECTION; AFC=AFFECTATION; VAR=VARIABLE; DEB=DEBUT        *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. rchcnt.
       AUTHOR. ThomasD.
       DATE-WRITTEN. 15-10-2026 (fr).

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.

       01 PG-IDF-CLI         PIC 9(10).
       01 PG-TYP-DOC         PIC X(01).
       01 PG-NOM-CLI         PIC X(50).
       01 PG-EMA-CLI         PIC X(50).
       01 PG-NOM-CNT         PIC X(50).
       01 PG-EMA-CNT         PIC X(50).

       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

      * Code retour rendu a l'appelant : 0 = contact designe pour ce
      * document ; 1 = aucun contact designe, repli sur le client ;
      * 2 = destinataire sans adresse email (document a imprimer
      * seulement) ; 3 = client inconnu.
       01 WS-RTR-CNT         PIC 9(01)   VALUE 0.
           88 WS-RTR-CNT-OK              VALUE 0.
           88 WS-RTR-CNT-CLI             VALUE 1.
           88 WS-RTR-CNT-SNS-EMA         VALUE 2.
           88 WS-RTR-CNT-CLI-INV         VALUE 3.

       LINKAGE SECTION.
       01 LK-IDF-CLI         PIC 9(10).
       01 LK-TYP-DOC         PIC X(01).
       01 LK-NOM-DST         PIC X(50).
       01 LK-EMA-DST         PIC X(50).
       01 LK-RTR-CNT         PIC 9(01).


       PROCEDURE DIVISION USING LK-IDF-CLI,
                                LK-TYP-DOC,
                                LK-NOM-DST,
                                LK-EMA-DST,
                                LK-RTR-CNT.

           PERFORM 0100-AFC-VAR-DEB
              THRU 0100-AFC-VAR-FIN.

           PERFORM 0200-SLC-CLI-DEB
              THRU 0200-SLC-CLI-FIN.

           IF NOT WS-RTR-CNT-CLI-INV
               PERFORM 0300-SLC-CNT-DEB
                  THRU 0300-SLC-CNT-FIN
           END-IF.

           MOVE WS-RTR-CNT
           TO   LK-RTR-CNT.

           EXIT PROGRAM.

      ******************************************************************
      *                         PARAGRAPHES                            *
      ******************************************************************

       0100-AFC-VAR-DEB.

           MOVE LK-IDF-CLI
           TO   PG-IDF-CLI.

           MOVE LK-TYP-DOC
           TO   PG-TYP-DOC.

           MOVE SPACES
           TO   LK-NOM-DST
                LK-EMA-DST.

           SET WS-RTR-CNT-OK TO TRUE.

       0100-AFC-VAR-FIN.
           EXIT.

      *-----------------------------------------------------------------

      * Le client lui-meme est le destinataire par defaut.

       0200-SLC-CLI-DEB.

           EXEC SQL
               SELECT nom_cli, COALESCE(ema_cli, ' ')
               INTO   :PG-NOM-CLI, :PG-EMA-CLI
               FROM   client
               WHERE  id_cli = :PG-IDF-CLI
           END-EXEC.

           IF SQLCODE NOT = 0
               SET WS-RTR-CNT-CLI-INV TO TRUE
           ELSE
               MOVE PG-NOM-CLI TO LK-NOM-DST
               MOVE PG-EMA-CLI TO LK-EMA-DST
           END-IF.

       0200-SLC-CLI-FIN.
           EXIT.

      *-----------------------------------------------------------------

      * Premier contact actif designe pour ce type de document, ceux
      * pourvus d'un email d'abord. Un contact sans email garde son
      * nom en tete du document, l'email du client servant d'adresse.

       0300-SLC-CNT-DEB.

           EXEC SQL
               SELECT nom_cnt, COALESCE(ema_cnt, ' ')
               INTO   :PG-NOM-CNT, :PG-EMA-CNT
               FROM   contact_client
               WHERE  id_cli = :PG-IDF-CLI
               AND    actif_cnt = 'O'
               AND    ((:PG-TYP-DOC = 'F' AND doc_fac_cnt = 'O')
                    OR (:PG-TYP-DOC = 'S' AND doc_stm_cnt = 'O')
                    OR (:PG-TYP-DOC = 'R' AND doc_rel_cnt = 'O')
                    OR (:PG-TYP-DOC = 'C' AND doc_cmd_cnt = 'O'))
               ORDER BY CASE WHEN TRIM(COALESCE(ema_cnt, '')) = ''
                             THEN 1 ELSE 0 END,
                        id_cnt
               LIMIT 1
           END-EXEC.

           IF SQLCODE = 0
               SET WS-RTR-CNT-OK TO TRUE
               MOVE PG-NOM-CNT TO LK-NOM-DST

               IF PG-EMA-CNT NOT = SPACES
                   MOVE PG-EMA-CNT TO LK-EMA-DST
               END-IF
           ELSE
               SET WS-RTR-CNT-CLI TO TRUE
           END-IF.

           IF LK-EMA-DST = SPACES
               SET WS-RTR-CNT-SNS-EMA TO TRUE
           END-IF.

       0300-SLC-CNT-FIN.
           EXIT.
