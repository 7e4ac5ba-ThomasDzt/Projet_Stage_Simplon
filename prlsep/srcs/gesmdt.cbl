      ******************************************************************
      *                                                                *
      *                 DESCRIPTION DU SOUS-PROGRAMME                  *
      *                                                                *
      * gesmdt : registre des mandats de prelevement SEPA des clients  *
      * en compte (table mandat_sepa), lu par le traitement mensuel    *
      * prlcli. Liste les mandats connus, puis permet d'en enregistrer *
      * un (client, reference unique de mandat RUM, date de signature, *
      * IBAN/BIC controles par veriban) ou de desactiver/reactiver un  *
      * mandat existant. Un client n'a qu'un mandat actif : le         *
      * nouveau mandat d'un client (changement de banque) desactive    *
      * l'ancien. Une RUM laissee vide est composee d'office           *
      * (RUM-<id client>-<date de signature>). Chaque modification est *
      * journalisee via genlog (type_log = 'mandat_sepa').             *
      *                                                                *
      *----------------------------------------------------------------*
      *                           TRIGRAMMES                           *
      *                                                                *
      * gesmdt=gestion mandats                                         *
      * MDT=MANDAT; RUM=REFERENCE UNIQUE DE MANDAT; SIG=SIGNATURE;     *
      * CLI=CLIENT; NOM=NOM; IBA=IBAN; BIC=BIC; ACF=ACTIF; DAT=DATE;   *
      * IDF=IDENTIFIANT; NBR=NOMBRE; CHX=CHOIX; RSU=RESULTAT;          *
      * VLR=VALIDATION; INS=INSERTION; BAS=BASCULE; AFF=AFFICHAGE;     *
      * LST=LISTE; SSI=SAISIE; ACT=ACTION; EDT=EDITION; LRR=LEURRE;    *
      * DEB=DEBUT                                                      *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. gesmdt.
       AUTHOR. ThomasD.
       DATE-WRITTEN. 15-10-2026 (fr).

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.

       01 PG-IDF-MDT            PIC 9(10).
       01 PG-IDF-CLI            PIC 9(10).
       01 PG-NOM-CLI            PIC X(50).
       01 PG-RUM-MDT            PIC X(35).
       01 PG-DAT-SIG            PIC X(10).
       01 PG-IBA-MDT            PIC X(34).
       01 PG-BIC-MDT            PIC X(11).
       01 PG-ACF-MDT            PIC X(01).
       01 PG-NBR-MDT            PIC 9(05).

      * Mandats listes avant la saisie.
       01 PG-IDF-MDT-RSU        PIC 9(10).
       01 PG-IDF-CLI-RSU        PIC 9(10).
       01 PG-NOM-CLI-RSU        PIC X(50).
       01 PG-RUM-MDT-RSU        PIC X(35).
       01 PG-DAT-SIG-RSU        PIC X(10).
       01 PG-IBA-MDT-RSU        PIC X(34).
       01 PG-ACF-MDT-RSU        PIC X(01).

       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

      * Declaration du curseur listant les mandats, actifs en tete.
       EXEC SQL
           DECLARE C-MDT CURSOR FOR
               SELECT m.id_mdt, m.id_cli, k.nom_cli, m.rum_mdt,
                      TO_CHAR(m.date_sig_mdt, 'DD/MM/YYYY'),
                      m.iban_mdt, COALESCE(m.actif_mdt, 'O')
               FROM   mandat_sepa m
               JOIN   client k ON k.id_cli = m.id_cli
               ORDER BY COALESCE(m.actif_mdt, 'O') DESC, k.nom_cli,
                        m.id_mdt
       END-EXEC.

       01 WS-LRR                PIC X(01).
       01 WS-CHX                PIC X(01).
       01 WS-NBR-MDT            PIC 9(05)   VALUE 0.

       01 WS-IDF-CLI            PIC 9(10).
       01 WS-IDF-MDT            PIC 9(10).
       01 WS-RUM-MDT            PIC X(35).
       01 WS-DAT-SIG            PIC X(10).
       01 WS-IBA-MDT            PIC X(34).
       01 WS-BIC-MDT            PIC X(11).

       01 WS-IDF-EDT            PIC Z(09)9.

      * Code retour du controle IBAN/BIC (veriban) : 0 = valide.
       01 WS-VLR-RTR-IBA        PIC 9(01).
           88 WS-VLR-IBA-OK                 VALUE 0.

      * Zone de session partagee : qui est connecte sur ce poste.
       COPY session.

      * Zones utilisees pour generer le log de modification via
      * genlog. id_pie/qte_log/lien_log ne s'appliquent pas : ils
      * restent a zero (ecrits a NULL par genlog).
       01 WS-MSG-LOG            PIC X(100).
       01 WS-TYP-LOG            PIC X(20)   VALUE "mandat_sepa".
       01 WS-IDF-PIE-NUL        PIC 9(10)   VALUE 0.
       01 WS-QTE-LOG-NUL        PIC S9(10)  VALUE 0.
       01 WS-LIEN-LOG-NUL       PIC 9(10)   VALUE 0.
       01 WS-RTR-LOG            PIC 9(01).

      * Zones utilisees pour tracer via generr l'echec d'une des
      * ecritures SQL en cas de SQLCODE en erreur.
       01 WS-OPE-ERR            PIC X(60).
       01 WS-RTR-ERR            PIC 9(01).


       PROCEDURE DIVISION.

           PERFORM 0100-LST-MDT-DEB
              THRU 0100-LST-MDT-FIN.

           PERFORM 0200-SSI-ACT-DEB
              THRU 0200-SSI-ACT-FIN.

           EXIT PROGRAM.

      ******************************************************************
      *                         PARAGRAPHES                            *
      ******************************************************************

       0100-LST-MDT-DEB.

           MOVE 0 TO WS-NBR-MDT.

           DISPLAY "Mandats de prelevement SEPA :".
           DISPLAY "Mandat     Client                     RUM          "
                   "        Signe le   IBAN                        Act".

           EXEC SQL OPEN C-MDT END-EXEC.

           EXEC SQL
               FETCH C-MDT
               INTO  :PG-IDF-MDT-RSU, :PG-IDF-CLI-RSU,
                     :PG-NOM-CLI-RSU, :PG-RUM-MDT-RSU,
                     :PG-DAT-SIG-RSU, :PG-IBA-MDT-RSU,
                     :PG-ACF-MDT-RSU
           END-EXEC.

           PERFORM 0150-AFF-MDT-DEB
              THRU 0150-AFF-MDT-FIN
              UNTIL SQLCODE NOT = 0.

           EXEC SQL CLOSE C-MDT END-EXEC.

           IF WS-NBR-MDT = 0
               DISPLAY "(aucun mandat enregistre)"
           END-IF.

           EXIT.
       0100-LST-MDT-FIN.

      *-----------------------------------------------------------------

       0150-AFF-MDT-DEB.

           ADD 1 TO WS-NBR-MDT.

           MOVE PG-IDF-MDT-RSU TO WS-IDF-EDT.

           DISPLAY WS-IDF-EDT " " PG-NOM-CLI-RSU (1:26) " "
                   PG-RUM-MDT-RSU (1:20) " " PG-DAT-SIG-RSU " "
                   PG-IBA-MDT-RSU (1:27) " " PG-ACF-MDT-RSU.

           EXEC SQL
               FETCH C-MDT
               INTO  :PG-IDF-MDT-RSU, :PG-IDF-CLI-RSU,
                     :PG-NOM-CLI-RSU, :PG-RUM-MDT-RSU,
                     :PG-DAT-SIG-RSU, :PG-IBA-MDT-RSU,
                     :PG-ACF-MDT-RSU
           END-EXEC.

           EXIT.
       0150-AFF-MDT-FIN.

      *-----------------------------------------------------------------

       0200-SSI-ACT-DEB.

           DISPLAY "1 - Enregistrer un mandat".
           DISPLAY "2 - Desactiver / reactiver un mandat".
           DISPLAY "0 - Quitter".
           DISPLAY "Votre choix :".
           ACCEPT WS-CHX.

           EVALUATE WS-CHX
               WHEN "1"
                   PERFORM 0300-INS-MDT-DEB
                      THRU 0300-INS-MDT-FIN

               WHEN "2"
                   PERFORM 0400-BAS-MDT-DEB
                      THRU 0400-BAS-MDT-FIN
           END-EVALUATE.

           IF WS-CHX = "1" OR WS-CHX = "2"
               DISPLAY "Appuyez sur entree"
               ACCEPT WS-LRR
           END-IF.

           EXIT.
       0200-SSI-ACT-FIN.

      *-----------------------------------------------------------------

      * Enregistre un mandat signe. Le mandat actif precedent du
      * client est desactive dans la meme transaction.

       0300-INS-MDT-DEB.

           DISPLAY "Id du client :".
           ACCEPT WS-IDF-CLI.

           MOVE WS-IDF-CLI TO PG-IDF-CLI.

           EXEC SQL
               SELECT nom_cli
               INTO   :PG-NOM-CLI
               FROM   client
               WHERE  id_cli = :PG-IDF-CLI
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY "Client inconnu."
               GO TO 0300-INS-MDT-FIN
           END-IF.

           DISPLAY "Client : " FUNCTION TRIM (PG-NOM-CLI).

           DISPLAY "Date de signature du mandat (AAAA-MM-JJ) :".
           ACCEPT WS-DAT-SIG.

           IF WS-DAT-SIG (1:4) NOT NUMERIC
               OR WS-DAT-SIG (5:1) NOT = "-"
               OR WS-DAT-SIG (6:2) NOT NUMERIC
               OR WS-DAT-SIG (8:1) NOT = "-"
               OR WS-DAT-SIG (9:2) NOT NUMERIC
               DISPLAY "Date invalide."
               GO TO 0300-INS-MDT-FIN
           END-IF.

           DISPLAY "Reference unique de mandat (vide = composee "
                   "d'office) :".
           ACCEPT WS-RUM-MDT.

           IF WS-RUM-MDT = SPACES
               MOVE WS-IDF-CLI TO WS-IDF-EDT
               STRING "RUM-" DELIMITED BY SIZE
                      FUNCTION TRIM (WS-IDF-EDT) DELIMITED BY SIZE
                      "-" WS-DAT-SIG (1:4) WS-DAT-SIG (6:2)
                      WS-DAT-SIG (9:2) DELIMITED BY SIZE
                      INTO WS-RUM-MDT
               END-STRING
           END-IF.

           DISPLAY "IBAN du client :".
           ACCEPT WS-IBA-MDT.
           DISPLAY "BIC (facultatif) :".
           ACCEPT WS-BIC-MDT.

           IF WS-IBA-MDT = SPACES
               DISPLAY "IBAN absent, mandat ignore."
               GO TO 0300-INS-MDT-FIN
           END-IF.

           CALL "veriban" USING WS-IBA-MDT
                                WS-BIC-MDT
                                WS-VLR-RTR-IBA
           END-CALL.

           IF NOT WS-VLR-IBA-OK
               DISPLAY "IBAN ou BIC invalide, mandat ignore."
               GO TO 0300-INS-MDT-FIN
           END-IF.

           MOVE WS-RUM-MDT TO PG-RUM-MDT.
           MOVE WS-DAT-SIG TO PG-DAT-SIG.
           MOVE WS-IBA-MDT TO PG-IBA-MDT.
           MOVE WS-BIC-MDT TO PG-BIC-MDT.

           EXEC SQL
               UPDATE mandat_sepa
               SET    actif_mdt = 'N'
               WHERE  id_cli = :PG-IDF-CLI
               AND    actif_mdt = 'O'
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               EXEC SQL ROLLBACK END-EXEC
               MOVE "gesmdt : desactivation mandat precedent"
               TO   WS-OPE-ERR
               CALL "generr" USING WS-OPE-ERR, SQLCODE, WS-RTR-ERR
               END-CALL
               DISPLAY "Erreur a l'enregistrement du mandat."
               GO TO 0300-INS-MDT-FIN
           END-IF.

           EXEC SQL
               INSERT INTO mandat_sepa (id_cli, rum_mdt, date_sig_mdt,
                               iban_mdt, bic_mdt, actif_mdt)
               VALUES (:PG-IDF-CLI, :PG-RUM-MDT,
                      TO_DATE(:PG-DAT-SIG, 'YYYY-MM-DD'),
                      :PG-IBA-MDT, NULLIF(TRIM(:PG-BIC-MDT), ''), 'O')
               RETURNING id_mdt INTO :PG-IDF-MDT
           END-EXEC.

           IF SQLCODE NOT = 0
               EXEC SQL ROLLBACK END-EXEC
               MOVE "gesmdt : insertion mandat_sepa"
               TO   WS-OPE-ERR
               CALL "generr" USING WS-OPE-ERR, SQLCODE, WS-RTR-ERR
               END-CALL
               DISPLAY "Erreur a l'enregistrement (RUM deja connue ?)."
               GO TO 0300-INS-MDT-FIN
           END-IF.

           EXEC SQL COMMIT END-EXEC.

           MOVE SPACES TO WS-MSG-LOG.
           STRING 'Mandat ' DELIMITED BY SIZE
                  WS-RUM-MDT DELIMITED BY SPACE
                  ' enregistre pour le client ' DELIMITED BY SIZE
                  FUNCTION TRIM (PG-NOM-CLI) DELIMITED BY SIZE
                  '.' DELIMITED BY SIZE
                  INTO WS-MSG-LOG
           END-STRING.

           CALL "genlog" USING WS-MSG-LOG,
                               WS-TYP-LOG,
                               SESS-IDF-UTI,
                               WS-IDF-PIE-NUL,
                               WS-QTE-LOG-NUL,
                               WS-LIEN-LOG-NUL,
                               WS-RTR-LOG
           END-CALL.

           DISPLAY "Mandat " FUNCTION TRIM (WS-RUM-MDT)
                   " enregistre et actif.".

       0300-INS-MDT-FIN.
           EXIT.

      *-----------------------------------------------------------------

      * Bascule l'etat d'un mandat. Un mandat n'est reactive que si
      * le client n'en a pas deja un autre d'actif.

       0400-BAS-MDT-DEB.

           DISPLAY "Numero du mandat :".
           ACCEPT WS-IDF-MDT.

           MOVE WS-IDF-MDT TO PG-IDF-MDT.

           EXEC SQL
               SELECT id_cli, rum_mdt, COALESCE(actif_mdt, 'O')
               INTO   :PG-IDF-CLI, :PG-RUM-MDT, :PG-ACF-MDT
               FROM   mandat_sepa
               WHERE  id_mdt = :PG-IDF-MDT
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY "Mandat inconnu."
               GO TO 0400-BAS-MDT-FIN
           END-IF.

           IF PG-ACF-MDT = "O"
               MOVE "N" TO PG-ACF-MDT
           ELSE
               EXEC SQL
                   SELECT COUNT(*)
                   INTO   :PG-NBR-MDT
                   FROM   mandat_sepa
                   WHERE  id_cli = :PG-IDF-CLI
                   AND    actif_mdt = 'O'
               END-EXEC

               IF PG-NBR-MDT > 0
                   DISPLAY "Le client a deja un mandat actif : "
                           "desactivez-le d'abord."
                   GO TO 0400-BAS-MDT-FIN
               END-IF

               MOVE "O" TO PG-ACF-MDT
           END-IF.

           EXEC SQL
               UPDATE mandat_sepa
               SET    actif_mdt = :PG-ACF-MDT
               WHERE  id_mdt = :PG-IDF-MDT
           END-EXEC.

           IF SQLCODE NOT = 0
               EXEC SQL ROLLBACK END-EXEC
               MOVE "gesmdt : maj actif_mdt"
               TO   WS-OPE-ERR
               CALL "generr" USING WS-OPE-ERR, SQLCODE, WS-RTR-ERR
               END-CALL
               DISPLAY "Erreur lors de la mise a jour."
               GO TO 0400-BAS-MDT-FIN
           END-IF.

           EXEC SQL COMMIT END-EXEC.

           MOVE SPACES TO WS-MSG-LOG.
           IF PG-ACF-MDT = "O"
               STRING 'Mandat ' DELIMITED BY SIZE
                      PG-RUM-MDT DELIMITED BY SPACE
                      ' reactive.' DELIMITED BY SIZE
                      INTO WS-MSG-LOG
               END-STRING
           ELSE
               STRING 'Mandat ' DELIMITED BY SIZE
                      PG-RUM-MDT DELIMITED BY SPACE
                      ' desactive.' DELIMITED BY SIZE
                      INTO WS-MSG-LOG
               END-STRING
           END-IF.

           CALL "genlog" USING WS-MSG-LOG,
                               WS-TYP-LOG,
                               SESS-IDF-UTI,
                               WS-IDF-PIE-NUL,
                               WS-QTE-LOG-NUL,
                               WS-LIEN-LOG-NUL,
                               WS-RTR-LOG
           END-CALL.

           DISPLAY FUNCTION TRIM (WS-MSG-LOG).

       0400-BAS-MDT-FIN.
           EXIT.
