      ******************************************************************
      *                                                                *
      *                 DESCRIPTION DU SOUS-PROGRAMME                  *
      *                                                                *
      * gescnt : contacts d'un client (table contact_client), appele   *
      * depuis l'ecran d'edition client edcli. Liste les contacts du   *
      * client (nom, fonction, email, telephone, documents recus),     *
      * puis permet d'en ajouter un - email controle par verema,       *
      * indicatif et telephone par vertel quand ils sont saisis -, de  *
      * modifier les documents qu'il recoit (factures, releves,        *
      * relances, confirmations de commande), ou de le desactiver      *
      * (meme drapeau 'O'/'N' que les autres referentiels). rchcnt     *
      * adresse ensuite chaque document au premier contact actif       *
      * designe, a defaut a l'email du client.                         *
      *                                                                *
      *----------------------------------------------------------------*
      *                           TRIGRAMMES                           *
      *                                                                *
      * gescnt=gestion contacts                                        *
      * CNT=CONTACT; CLI=CLIENT; NOM=NOM; FNC=FONCTION; EMA=EMAIL;     *
      * IND=INDICATIF; TEL=TELEPHONE; FAC=FACTURE; STM=RELEVE;         *
      * REL=RELANCE; CMD=COMMANDE; DOC=DOCUMENT; ACF=ACTIF;            *
      * IDF=IDENTIFIANT; NBR=NOMBRE; CHX=CHOIX; RSU=RESULTAT;          *
      * RTR=RETOUR; VLR=VALEUR; AJT=AJOUT; MOD=MODIFICATION;           *
      * DES=DESACTIVATION; AFF=AFFICHAGE; SSI=SAISIE; LRR=LEURRE;      *
      * CVT=CONVERSION; DEB=DEBUT                                      *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. gescnt.
       AUTHOR. ThomasD.
       DATE-WRITTEN. 15-10-2026 (fr).

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.

       01 PG-IDF-CLI            PIC 9(10).
       01 PG-NOM-CLI            PIC X(50).

       01 PG-IDF-CNT            PIC 9(10).
       01 PG-NOM-CNT            PIC X(50).
       01 PG-FNC-CNT            PIC X(30).
       01 PG-EMA-CNT            PIC X(50).
       01 PG-IND-CNT            PIC 9(03).
       01 PG-TEL-CNT            PIC 9(10).
       01 PG-DOC-FAC            PIC X(01).
       01 PG-DOC-STM            PIC X(01).
       01 PG-DOC-REL            PIC X(01).
       01 PG-DOC-CMD            PIC X(01).

       01 PG-IDF-CNT-RSU        PIC 9(10).
       01 PG-NOM-CNT-RSU        PIC X(50).
       01 PG-FNC-CNT-RSU        PIC X(30).
       01 PG-EMA-CNT-RSU        PIC X(50).
       01 PG-IND-CNT-RSU        PIC 9(03).
       01 PG-TEL-CNT-RSU        PIC 9(10).
       01 PG-DOC-FAC-RSU        PIC X(01).
       01 PG-DOC-STM-RSU        PIC X(01).
       01 PG-DOC-REL-RSU        PIC X(01).
       01 PG-DOC-CMD-RSU        PIC X(01).
       01 PG-ACF-CNT-RSU        PIC X(01).

       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

      * Declaration du curseur des contacts du client.
       EXEC SQL
           DECLARE C-CNT CURSOR FOR
               SELECT id_cnt, nom_cnt, COALESCE(fnc_cnt, ' '),
                      COALESCE(ema_cnt, ' '), COALESCE(ind_cnt, 0),
                      COALESCE(tel_cnt, 0), doc_fac_cnt, doc_stm_cnt,
                      doc_rel_cnt, doc_cmd_cnt, actif_cnt
               FROM   contact_client
               WHERE  id_cli = :PG-IDF-CLI
               ORDER BY id_cnt
       END-EXEC.

       01 WS-LRR                PIC X(01).
       01 WS-CHX                PIC X(01).

       01 WS-FIN-CNT            PIC X(01)   VALUE "N".
           88 WS-FIN-CNT-OUI                VALUE "O".
           88 WS-FIN-CNT-NON                VALUE "N".

       01 WS-IDF-CNT            PIC 9(10).
       01 WS-NOM-CNT            PIC X(50).
       01 WS-FNC-CNT            PIC X(30).
       01 WS-EMA-CNT            PIC X(50).
       01 WS-IND-CNT            PIC Z(03).
       01 WS-TEL-CNT            PIC Z(10).
       01 WS-IND-CNT-SSI        PIC 9(03).
       01 WS-TEL-CNT-SSI        PIC 9(10).
       01 WS-NBR-CNT            PIC 9(03)   VALUE 0.

      * Documents recus par le contact (O/N) : factures, releves,
      * relances, confirmations de commande.
       01 WS-DOC-FAC            PIC X(01).
       01 WS-DOC-STM            PIC X(01).
       01 WS-DOC-REL            PIC X(01).
       01 WS-DOC-CMD            PIC X(01).
       01 WS-DOC-SSI            PIC X(01).

       01 WS-IDF-CNT-EDT        PIC Z(10).
       01 WS-IND-CNT-EDT        PIC Z(03).
       01 WS-TEL-CNT-EDT        PIC Z(10).

      * Codes retour de verema (0 = email plausible) et de vertel
      * (0 = indicatif et telephone plausibles).
       01 WS-VLR-RTR            PIC 9(01).
           88 WS-VLR-RTR-OK                 VALUE 0.
       01 WS-VLR-RTR-TEL        PIC 9(01).
           88 WS-VLR-RTR-TEL-OK             VALUE 0.

      * Zones utilisees pour tracer via generr l'echec d'une des
      * ecritures SQL en cas de SQLCODE en erreur.
       01 WS-OPE-ERR            PIC X(60).
       01 WS-RTR-ERR            PIC 9(01).

       LINKAGE SECTION.
       01 LK-IDF-CLI            PIC 9(10).


       PROCEDURE DIVISION USING LK-IDF-CLI.

           MOVE LK-IDF-CLI TO PG-IDF-CLI.

           EXEC SQL
               SELECT nom_cli
               INTO   :PG-NOM-CLI
               FROM   client
               WHERE  id_cli = :PG-IDF-CLI
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY "Client inconnu."

               DISPLAY "Appuyez sur entree"
               ACCEPT WS-LRR
               EXIT PROGRAM
           END-IF.

           SET WS-FIN-CNT-NON TO TRUE.

           PERFORM 0100-AFF-CNT-DEB
              THRU 0100-AFF-CNT-FIN
              UNTIL WS-FIN-CNT-OUI.

           EXIT PROGRAM.

      ******************************************************************
      *                         PARAGRAPHES                            *
      ******************************************************************

      * Liste les contacts du client puis propose une action ; le
      * choix 0 rend la main a edcli.

       0100-AFF-CNT-DEB.

           MOVE 0 TO WS-NBR-CNT.

           DISPLAY " ".
           DISPLAY "Contacts de " FUNCTION TRIM (PG-NOM-CLI) " :".
           DISPLAY "Id          Nom / fonction / email / telephone"
                   "          Documents  Actif".
           DISPLAY "            (documents : F=factures R=releves "
                   "L=relances C=commandes)".

           EXEC SQL OPEN C-CNT END-EXEC.

           EXEC SQL
               FETCH C-CNT
               INTO  :PG-IDF-CNT-RSU, :PG-NOM-CNT-RSU,
                     :PG-FNC-CNT-RSU, :PG-EMA-CNT-RSU,
                     :PG-IND-CNT-RSU, :PG-TEL-CNT-RSU,
                     :PG-DOC-FAC-RSU, :PG-DOC-STM-RSU,
                     :PG-DOC-REL-RSU, :PG-DOC-CMD-RSU,
                     :PG-ACF-CNT-RSU
           END-EXEC.

           PERFORM 0150-AFF-UN-CNT-DEB
              THRU 0150-AFF-UN-CNT-FIN
              UNTIL SQLCODE NOT = 0.

           EXEC SQL CLOSE C-CNT END-EXEC.

           IF WS-NBR-CNT = 0
               DISPLAY "(aucun contact : les documents partent a "
                       "l'email du client)"
           END-IF.

           PERFORM 0200-SSI-ACT-DEB
              THRU 0200-SSI-ACT-FIN.

       0100-AFF-CNT-FIN.
           EXIT.

      *-----------------------------------------------------------------

       0150-AFF-UN-CNT-DEB.

           ADD 1 TO WS-NBR-CNT.

           MOVE PG-IDF-CNT-RSU TO WS-IDF-CNT-EDT.
           MOVE PG-IND-CNT-RSU TO WS-IND-CNT-EDT.
           MOVE PG-TEL-CNT-RSU TO WS-TEL-CNT-EDT.

           MOVE SPACES TO WS-DOC-FAC WS-DOC-STM WS-DOC-REL WS-DOC-CMD.

           IF PG-DOC-FAC-RSU = "O"
               MOVE "F" TO WS-DOC-FAC
           END-IF.

           IF PG-DOC-STM-RSU = "O"
               MOVE "R" TO WS-DOC-STM
           END-IF.

           IF PG-DOC-REL-RSU = "O"
               MOVE "L" TO WS-DOC-REL
           END-IF.

           IF PG-DOC-CMD-RSU = "O"
               MOVE "C" TO WS-DOC-CMD
           END-IF.

           DISPLAY WS-IDF-CNT-EDT "  " PG-NOM-CNT-RSU (1:30) " "
                   FUNCTION TRIM (PG-FNC-CNT-RSU) "  "
                   WS-DOC-FAC WS-DOC-STM WS-DOC-REL WS-DOC-CMD "  "
                   PG-ACF-CNT-RSU.
           DISPLAY "            " FUNCTION TRIM (PG-EMA-CNT-RSU)
                   "  +" FUNCTION TRIM (WS-IND-CNT-EDT) " "
                   FUNCTION TRIM (WS-TEL-CNT-EDT).

           EXEC SQL
               FETCH C-CNT
               INTO  :PG-IDF-CNT-RSU, :PG-NOM-CNT-RSU,
                     :PG-FNC-CNT-RSU, :PG-EMA-CNT-RSU,
                     :PG-IND-CNT-RSU, :PG-TEL-CNT-RSU,
                     :PG-DOC-FAC-RSU, :PG-DOC-STM-RSU,
                     :PG-DOC-REL-RSU, :PG-DOC-CMD-RSU,
                     :PG-ACF-CNT-RSU
           END-EXEC.

           EXIT.
       0150-AFF-UN-CNT-FIN.

      *-----------------------------------------------------------------

       0200-SSI-ACT-DEB.

           DISPLAY "1 - Ajouter un contact".
           DISPLAY "2 - Modifier les documents recus par un contact".
           DISPLAY "3 - Desactiver un contact".
           DISPLAY "0 - Retour a la fiche client".
           DISPLAY "Votre choix :".
           ACCEPT WS-CHX.

           EVALUATE WS-CHX
               WHEN "1"
                   PERFORM 0300-AJT-CNT-DEB
                      THRU 0300-AJT-CNT-FIN

                   DISPLAY "Appuyez sur entree"
                   ACCEPT WS-LRR

               WHEN "2"
                   PERFORM 0400-MOD-DOC-DEB
                      THRU 0400-MOD-DOC-FIN

                   DISPLAY "Appuyez sur entree"
                   ACCEPT WS-LRR

               WHEN "3"
                   PERFORM 0500-DES-CNT-DEB
                      THRU 0500-DES-CNT-FIN

                   DISPLAY "Appuyez sur entree"
                   ACCEPT WS-LRR

               WHEN OTHER
                   SET WS-FIN-CNT-OUI TO TRUE
           END-EVALUATE.

           EXIT.
       0200-SSI-ACT-FIN.

      *-----------------------------------------------------------------

      * Nouveau contact : nom obligatoire ; email et telephone
      * facultatifs mais controles quand ils sont saisis.

       0300-AJT-CNT-DEB.

           DISPLAY "Nom du contact :".
           ACCEPT WS-NOM-CNT.

           IF WS-NOM-CNT = SPACES
               DISPLAY "Nom absent, contact ignore."
               GO TO 0300-AJT-CNT-FIN
           END-IF.

           DISPLAY "Fonction (comptabilite, chef d'atelier...) :".
           ACCEPT WS-FNC-CNT.

           DISPLAY "Email (vide = aucun) :".
           ACCEPT WS-EMA-CNT.

           IF WS-EMA-CNT NOT = SPACES
               CALL "verema" USING WS-EMA-CNT
                                   WS-VLR-RTR
               END-CALL

               IF NOT WS-VLR-RTR-OK
                   DISPLAY "Email invalide, contact ignore."
                   GO TO 0300-AJT-CNT-FIN
               END-IF
           END-IF.

           DISPLAY "Indicatif (0 = pas de telephone) :".
           MOVE 0 TO WS-IND-CNT-SSI.
           ACCEPT WS-IND-CNT-SSI.

           MOVE 0 TO WS-TEL-CNT-SSI.

           IF WS-IND-CNT-SSI NOT = 0
               DISPLAY "Telephone :"
               ACCEPT WS-TEL-CNT-SSI

               MOVE WS-IND-CNT-SSI TO WS-IND-CNT
               MOVE WS-TEL-CNT-SSI TO WS-TEL-CNT

               CALL "vertel" USING WS-IND-CNT
                                   WS-TEL-CNT
                                   WS-VLR-RTR-TEL
               END-CALL

               IF NOT WS-VLR-RTR-TEL-OK
                   DISPLAY "Telephone invalide, contact ignore."
                   GO TO 0300-AJT-CNT-FIN
               END-IF
           END-IF.

           PERFORM 0600-SSI-DOC-DEB
              THRU 0600-SSI-DOC-FIN.

           MOVE WS-NOM-CNT     TO PG-NOM-CNT.
           MOVE WS-FNC-CNT     TO PG-FNC-CNT.
           MOVE WS-EMA-CNT     TO PG-EMA-CNT.
           MOVE WS-IND-CNT-SSI TO PG-IND-CNT.
           MOVE WS-TEL-CNT-SSI TO PG-TEL-CNT.

           EXEC SQL
               INSERT INTO contact_client (id_cli, nom_cnt, fnc_cnt,
                               ema_cnt, ind_cnt, tel_cnt,
                               doc_fac_cnt, doc_stm_cnt, doc_rel_cnt,
                               doc_cmd_cnt, actif_cnt)
               VALUES (:PG-IDF-CLI, :PG-NOM-CNT,
                      NULLIF(TRIM(:PG-FNC-CNT), ''),
                      NULLIF(TRIM(:PG-EMA-CNT), ''),
                      NULLIF(:PG-IND-CNT, 0), NULLIF(:PG-TEL-CNT, 0),
                      :PG-DOC-FAC, :PG-DOC-STM, :PG-DOC-REL,
                      :PG-DOC-CMD, 'O')
               RETURNING id_cnt INTO :PG-IDF-CNT
           END-EXEC.

           IF SQLCODE = 0
               EXEC SQL COMMIT END-EXEC

               MOVE PG-IDF-CNT TO WS-IDF-CNT-EDT
               DISPLAY "Contact cree, id : "
                       FUNCTION TRIM (WS-IDF-CNT-EDT) "."
           ELSE
               EXEC SQL ROLLBACK END-EXEC
               MOVE "gescnt : insertion contact"
               TO   WS-OPE-ERR
               CALL "generr" USING WS-OPE-ERR, SQLCODE, WS-RTR-ERR
               END-CALL
               DISPLAY "Erreur lors de la creation du contact."
           END-IF.

       0300-AJT-CNT-FIN.
           EXIT.

      *-----------------------------------------------------------------

       0400-MOD-DOC-DEB.

           DISPLAY "Id du contact :".
           ACCEPT WS-IDF-CNT.

           MOVE WS-IDF-CNT TO PG-IDF-CNT.

           PERFORM 0600-SSI-DOC-DEB
              THRU 0600-SSI-DOC-FIN.

           EXEC SQL
               UPDATE contact_client
               SET    doc_fac_cnt = :PG-DOC-FAC,
                      doc_stm_cnt = :PG-DOC-STM,
                      doc_rel_cnt = :PG-DOC-REL,
                      doc_cmd_cnt = :PG-DOC-CMD
               WHERE  id_cnt = :PG-IDF-CNT
               AND    id_cli = :PG-IDF-CLI
               AND    actif_cnt = 'O'
           END-EXEC.

           IF SQLCODE = 0
               EXEC SQL COMMIT END-EXEC
               DISPLAY "Documents du contact mis a jour."
           ELSE
               EXEC SQL ROLLBACK END-EXEC
               DISPLAY "Contact inconnu pour ce client ou inactif."
           END-IF.

       0400-MOD-DOC-FIN.
           EXIT.

      *-----------------------------------------------------------------

       0500-DES-CNT-DEB.

           DISPLAY "Id du contact a desactiver :".
           ACCEPT WS-IDF-CNT.

           MOVE WS-IDF-CNT TO PG-IDF-CNT.

           EXEC SQL
               UPDATE contact_client
               SET    actif_cnt = 'N'
               WHERE  id_cnt = :PG-IDF-CNT
               AND    id_cli = :PG-IDF-CLI
               AND    actif_cnt = 'O'
           END-EXEC.

           IF SQLCODE = 0
               EXEC SQL COMMIT END-EXEC
               DISPLAY "Contact desactive."
           ELSE
               EXEC SQL ROLLBACK END-EXEC
               DISPLAY "Contact inconnu pour ce client ou deja "
                       "inactif."
           END-IF.

       0500-DES-CNT-FIN.
           EXIT.

      *-----------------------------------------------------------------

      * Saisit les quatre documents recus par le contact ; toute
      * reponse autre que O vaut N.

       0600-SSI-DOC-DEB.

           DISPLAY "Recoit les factures (O/N) :".
           MOVE "N" TO WS-DOC-SSI.
           ACCEPT WS-DOC-SSI.
           PERFORM 0650-CVT-DOC-DEB
              THRU 0650-CVT-DOC-FIN.
           MOVE WS-DOC-SSI TO PG-DOC-FAC.

           DISPLAY "Recoit les releves (O/N) :".
           MOVE "N" TO WS-DOC-SSI.
           ACCEPT WS-DOC-SSI.
           PERFORM 0650-CVT-DOC-DEB
              THRU 0650-CVT-DOC-FIN.
           MOVE WS-DOC-SSI TO PG-DOC-STM.

           DISPLAY "Recoit les relances (O/N) :".
           MOVE "N" TO WS-DOC-SSI.
           ACCEPT WS-DOC-SSI.
           PERFORM 0650-CVT-DOC-DEB
              THRU 0650-CVT-DOC-FIN.
           MOVE WS-DOC-SSI TO PG-DOC-REL.

           DISPLAY "Recoit les confirmations de commande (O/N) :".
           MOVE "N" TO WS-DOC-SSI.
           ACCEPT WS-DOC-SSI.
           PERFORM 0650-CVT-DOC-DEB
              THRU 0650-CVT-DOC-FIN.
           MOVE WS-DOC-SSI TO PG-DOC-CMD.

       0600-SSI-DOC-FIN.
           EXIT.

      *-----------------------------------------------------------------

       0650-CVT-DOC-DEB.

           IF WS-DOC-SSI = "O" OR WS-DOC-SSI = "o"
               MOVE "O" TO WS-DOC-SSI
           ELSE
               MOVE "N" TO WS-DOC-SSI
           END-IF.

       0650-CVT-DOC-FIN.
           EXIT.
