      ******************************************************************
      *                                                                *
      *                 DESCRIPTION DU SOUS-PROGRAMME                  *
      *                                                                *
      * mantrp : manifeste transporteur de fin de journee. Reprend les *
      * bons de livraison du jour (genbl) expedies par transporteur    *
      * (transp_bl = 'O') et ecrit, dans le fichier spoole MANTRP      *
      * (genspl), une ligne par bon au format d'import du              *
      * transporteur : reference (numero du bon), date, destinataire,  *
      * adresse de livraison de la commande (gesadl, a defaut celle    *
      * du client), pays, telephone, courriel, nombre de colis et      *
      * poids. Le formulaire web du transporteur n'est plus ressaisi   *
      * bon par bon. Les commandes parties en tournee (gestrn) n'y     *
      * figurent pas. La date traitee est passee en argument de la     *
      * ligne de commande (AAAA-MM-JJ), a defaut la date du jour.      *
      *                                                                *
      *----------------------------------------------------------------*
      *                           TRIGRAMMES                           *
      *                                                                *
      * mantrp=manifeste transporteur                                  *
      * MNF=MANIFESTE; BLV=BON DE LIVRAISON; NUM=NUMERO; DAT=DATE;     *
      * CLI=CLIENT; NOM=NOM; LIB=LIBELLE; ADL=ADRESSE DE LIVRAISON;    *
      * ADR=ADRESSE; COP=CODE POSTAL; VIL=VILLE; PAY=PAYS;             *
      * IND=INDICATIF; TEL=TELEPHONE; EMA=EMAIL; COL=COLIS;            *
      * PDS=POIDS; NBR=NOMBRE; TOT=TOTAL; EXE=EXECUTION;               *
      * ARG=ARGUMENT; SPL=SPOOL; FIC=FICHIER; RSU=RESULTAT;            *
      * AFF=AFFICHAGE; EDT=EDITION; DEB=DEBUT                          *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. mantrp.
       AUTHOR. ThomasD.
       DATE-WRITTEN. 15-10-2026 (fr).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT F-MAN-TRP ASSIGN TO WS-FIC-SPL
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD F-MAN-TRP.
       01 REC-MAN-TRP           PIC X(300).

       WORKING-STORAGE SECTION.

      * Nom de fichier date attribue par genspl.
       01 WS-FIC-SPL            PIC X(50).
       01 WS-NOM-MNF            PIC X(14)   VALUE "MANTRP".
       01 WS-IDF-UTI-NUL        PIC 9(10)   VALUE 0.
       01 WS-RTR-SPL            PIC 9(01).

      * Date des bons a reprendre : argument de la ligne de commande
      * (AAAA-MM-JJ), a defaut la date du jour.
       01 WS-EXE-ARG            PIC X(10).

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.

       COPY dbconfig.

       01 PG-DAT-MNF            PIC X(10).

       01 PG-NUM-BL-RSU         PIC 9(10).
       01 PG-NOM-CLI-RSU        PIC X(50).
       01 PG-LIB-ADL-RSU        PIC X(30).
       01 PG-ADR-LIV-RSU        PIC X(50).
       01 PG-COP-LIV-RSU        PIC 9(05).
       01 PG-VIL-LIV-RSU        PIC X(50).
       01 PG-PAY-CLI-RSU        PIC X(02).
       01 PG-IND-CLI-RSU        PIC 9(03).
       01 PG-TEL-CLI-RSU        PIC 9(10).
       01 PG-EMA-CLI-RSU        PIC X(50).
       01 PG-NBR-COL-RSU        PIC 9(05).
       01 PG-PDS-BL-RSU         PIC 9(07)V999.

       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

      * Declaration du curseur des bons du jour partis par
      * transporteur, hors commandes livrees en tournee, avec
      * l'adresse de livraison de la commande (meme reprise que genbl).
       EXEC SQL
           DECLARE C-MNF CURSOR FOR
               SELECT b.num_bl, k.nom_cli,
                      COALESCE(a.lib_adl, ' '),
                      COALESCE(a.adr_adl, k.adr_cli, ' '),
                      COALESCE(a.cop_adl, k.cop_cli, 0),
                      COALESCE(a.vil_adl, k.vil_cli, ' '),
                      COALESCE(k.pays_cli, 'FR'),
                      COALESCE(k.ind_cli, 0), COALESCE(k.tel_cli, 0),
                      COALESCE(k.ema_cli, ' '),
                      COALESCE(b.nb_colis_bl, 1),
                      COALESCE(b.poids_bl, 0)
               FROM   bon_livraison b
               JOIN   commande c ON c.id_cmd = b.id_cmd
               JOIN   client k   ON k.id_cli = c.id_cli
               LEFT JOIN adresse_livraison a ON a.id_adl = c.id_adl
               WHERE  b.date_bl = CAST(:PG-DAT-MNF AS DATE)
               AND    COALESCE(b.transp_bl, 'N') = 'O'
               AND    NOT EXISTS (SELECT 1
                                  FROM   tournee_commande t
                                  WHERE  t.id_cmd = b.id_cmd)
               ORDER BY b.num_bl
       END-EXEC.

       01 WS-NBR-BL             PIC 9(05)   VALUE 0.
       01 WS-NBR-COL-TOT        PIC 9(07)   VALUE 0.
       01 WS-PDS-TOT            PIC 9(09)V999 VALUE 0.

      * Telephone au format international (+indicatif numero), a
      * blanc lorsque le client n'en a pas.
       01 WS-TEL-MNF            PIC X(16).

       01 WS-NUM-BL-EDT         PIC Z(10).
       01 WS-IND-CLI-EDT        PIC Z(03).
       01 WS-TEL-CLI-EDT        PIC Z(10).
       01 WS-NBR-COL-EDT        PIC Z(05).
       01 WS-PDS-BL-EDT         PIC Z(06)9.999.
       01 WS-NBR-BL-EDT         PIC Z(05).
       01 WS-NBR-COL-TOT-EDT    PIC Z(07).
       01 WS-PDS-TOT-EDT        PIC Z(08)9.999.


       PROCEDURE DIVISION.

           PERFORM 1000-INITIALISATION-DEB
              THRU 1000-INITIALISATION-FIN.

           PERFORM 2000-MAN-TRP-DEB
              THRU 2000-MAN-TRP-FIN.

           PERFORM 3000-MAN-TOT-DEB
              THRU 3000-MAN-TOT-FIN.

           STOP RUN.

      ******************************************************************
      *                         PARAGRAPHES                            *
      ******************************************************************

       1000-INITIALISATION-DEB.

           ACCEPT WS-EXE-ARG FROM COMMAND-LINE.

           EXEC SQL
               CONNECT :PG-IDENTIFIANT
               IDENTIFIED BY :PG-MOT-PASSE
               USING :PG-NOM-BASE
           END-EXEC.

           EXEC SQL COMMIT END-EXEC.

           IF WS-EXE-ARG = SPACES
               EXEC SQL
                   SELECT TO_CHAR(CURRENT_DATE, 'YYYY-MM-DD')
                   INTO   :PG-DAT-MNF
               END-EXEC
           ELSE
               MOVE WS-EXE-ARG TO PG-DAT-MNF
           END-IF.

           DISPLAY "Manifeste transporteur du " PG-DAT-MNF.
           DISPLAY "-------------------------------------------------".
           DISPLAY "Bon        Destinataire              Ville       "
                   "         Colis      Poids".

           CALL "genspl" USING WS-NOM-MNF
                               WS-IDF-UTI-NUL
                               WS-FIC-SPL
                               WS-RTR-SPL
           END-CALL.

           OPEN OUTPUT F-MAN-TRP.

           STRING "reference;date_expedition;destinataire;complement;"
                  "adresse;code_postal;ville;pays;telephone;email;"
                  "nb_colis;poids_kg"
                  DELIMITED BY SIZE INTO REC-MAN-TRP
           END-STRING.
           WRITE REC-MAN-TRP.

           EXIT.
       1000-INITIALISATION-FIN.

      *-----------------------------------------------------------------

       2000-MAN-TRP-DEB.

           EXEC SQL OPEN C-MNF END-EXEC.

           EXEC SQL
               FETCH C-MNF
               INTO  :PG-NUM-BL-RSU, :PG-NOM-CLI-RSU,
                     :PG-LIB-ADL-RSU, :PG-ADR-LIV-RSU,
                     :PG-COP-LIV-RSU, :PG-VIL-LIV-RSU,
                     :PG-PAY-CLI-RSU, :PG-IND-CLI-RSU,
                     :PG-TEL-CLI-RSU, :PG-EMA-CLI-RSU,
                     :PG-NBR-COL-RSU, :PG-PDS-BL-RSU
           END-EXEC.

           PERFORM 2100-AFF-RSU-MNF-DEB
              THRU 2100-AFF-RSU-MNF-FIN
              UNTIL SQLCODE NOT = 0.

           EXEC SQL CLOSE C-MNF END-EXEC.

           CLOSE F-MAN-TRP.

           EXIT.
       2000-MAN-TRP-FIN.

      *-----------------------------------------------------------------

      * Une ligne par bon, dans l'ordre des numeros de bon.

       2100-AFF-RSU-MNF-DEB.

           ADD 1              TO WS-NBR-BL.
           ADD PG-NBR-COL-RSU TO WS-NBR-COL-TOT.
           ADD PG-PDS-BL-RSU  TO WS-PDS-TOT.

           MOVE PG-NUM-BL-RSU  TO WS-NUM-BL-EDT.
           MOVE PG-NBR-COL-RSU TO WS-NBR-COL-EDT.
           MOVE PG-PDS-BL-RSU  TO WS-PDS-BL-EDT.

           MOVE SPACES TO WS-TEL-MNF.

           IF PG-TEL-CLI-RSU NOT = 0
               MOVE PG-IND-CLI-RSU TO WS-IND-CLI-EDT
               MOVE PG-TEL-CLI-RSU TO WS-TEL-CLI-EDT

               STRING "+" FUNCTION TRIM (WS-IND-CLI-EDT)
                      FUNCTION TRIM (WS-TEL-CLI-EDT)
                      DELIMITED BY SIZE INTO WS-TEL-MNF
               END-STRING
           END-IF.

           DISPLAY WS-NUM-BL-EDT " " PG-NOM-CLI-RSU(1:25) " "
                   PG-VIL-LIV-RSU(1:20) " " WS-NBR-COL-EDT " "
                   WS-PDS-BL-EDT.

           MOVE SPACES TO REC-MAN-TRP.

           STRING FUNCTION TRIM (WS-NUM-BL-EDT) ";"
                  PG-DAT-MNF ";"
                  FUNCTION TRIM (PG-NOM-CLI-RSU) ";"
                  FUNCTION TRIM (PG-LIB-ADL-RSU) ";"
                  FUNCTION TRIM (PG-ADR-LIV-RSU) ";"
                  PG-COP-LIV-RSU ";"
                  FUNCTION TRIM (PG-VIL-LIV-RSU) ";"
                  PG-PAY-CLI-RSU ";"
                  FUNCTION TRIM (WS-TEL-MNF) ";"
                  FUNCTION TRIM (PG-EMA-CLI-RSU) ";"
                  FUNCTION TRIM (WS-NBR-COL-EDT) ";"
                  FUNCTION TRIM (WS-PDS-BL-EDT)
                  DELIMITED BY SIZE INTO REC-MAN-TRP
           END-STRING.
           WRITE REC-MAN-TRP.

           EXEC SQL
               FETCH C-MNF
               INTO  :PG-NUM-BL-RSU, :PG-NOM-CLI-RSU,
                     :PG-LIB-ADL-RSU, :PG-ADR-LIV-RSU,
                     :PG-COP-LIV-RSU, :PG-VIL-LIV-RSU,
                     :PG-PAY-CLI-RSU, :PG-IND-CLI-RSU,
                     :PG-TEL-CLI-RSU, :PG-EMA-CLI-RSU,
                     :PG-NBR-COL-RSU, :PG-PDS-BL-RSU
           END-EXEC.

           EXIT.
       2100-AFF-RSU-MNF-FIN.

      *-----------------------------------------------------------------

       3000-MAN-TOT-DEB.

           MOVE WS-NBR-BL      TO WS-NBR-BL-EDT.
           MOVE WS-NBR-COL-TOT TO WS-NBR-COL-TOT-EDT.
           MOVE WS-PDS-TOT     TO WS-PDS-TOT-EDT.

           DISPLAY "-------------------------------------------------".
           DISPLAY "Bons au manifeste : " FUNCTION TRIM (WS-NBR-BL-EDT)
                   ", " FUNCTION TRIM (WS-NBR-COL-TOT-EDT)
                   " colis, " FUNCTION TRIM (WS-PDS-TOT-EDT)
                   " kg (voir MANTRP).".

           EXIT.
       3000-MAN-TOT-FIN.
