      ******************************************************************
      *                                                                *
      *                 DESCRIPTION DU SOUS-PROGRAMME                  *
      *                                                                *
      * saisui : saisie des numeros de suivi transporteur. Liste les   *
      * bons de livraison partis par transporteur (genbl, manifeste    *
      * mantrp) qui n'ont pas encore de numero de suivi, puis, bon par *
      * bon (numero de bon, 0 pour terminer), enregistre le numero     *
      * rendu par le transporteur sur le bon. Un numero deja saisi     *
      * peut etre corrige ; le changement est trace via genmod. Le     *
      * numero est affiche avec la commande dans cnscmd.               *
      *                                                                *
      *----------------------------------------------------------------*
      *                           TRIGRAMMES                           *
      *                                                                *
      * saisui=saisie suivi transporteur                               *
      * SUI=SUIVI; BLV=BON DE LIVRAISON; NUM=NUMERO; IDF=IDENTIFIANT;  *
      * CMD=COMMANDE; CLI=CLIENT; NOM=NOM; DAT=DATE; TRP=TRANSPORTEUR; *
      * ANC=ANCIEN; NBR=NOMBRE; RSU=RESULTAT; TAB=TABLE; CLE=CLE;      *
      * CHP=CHAMP; VAL=VALEUR; NOU=NOUVEAU; MOD=MODIFICATION;          *
      * OPE=OPERATION; ERR=ERREUR; RTR=RETOUR; LST=LISTE; SSI=SAISIE;  *
      * AFF=AFFICHAGE; EDT=EDITION; LRR=LEURRE; DEB=DEBUT              *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. saisui.
       AUTHOR. ThomasD.
       DATE-WRITTEN. 15-10-2026 (fr).

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.

       01 PG-NUM-BL             PIC 9(10).
       01 PG-IDF-BL             PIC 9(10).
       01 PG-IDF-CMD            PIC 9(10).
       01 PG-NOM-CLI            PIC X(50).
       01 PG-TRP-BL             PIC X(01).
       01 PG-ANC-SUI            PIC X(30).
       01 PG-NUM-SUI            PIC X(30).

      * Bons par transporteur encore sans numero de suivi.
       01 PG-NUM-BL-RSU         PIC 9(10).
       01 PG-DAT-BL-RSU         PIC X(10).
       01 PG-NOM-CLI-RSU        PIC X(50).

       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

      * Declaration du curseur des bons par transporteur sans numero
      * de suivi, les plus anciens en premier.
       EXEC SQL
           DECLARE C-SUI CURSOR FOR
               SELECT b.num_bl, TO_CHAR(b.date_bl, 'DD/MM/YYYY'),
                      k.nom_cli
               FROM   bon_livraison b
               JOIN   commande c ON c.id_cmd = b.id_cmd
               JOIN   client k   ON k.id_cli = c.id_cli
               WHERE  COALESCE(b.transp_bl, 'N') = 'O'
               AND    COALESCE(TRIM(b.num_suivi_bl), '') = ''
               ORDER BY b.date_bl, b.num_bl
       END-EXEC.

       01 WS-LRR                PIC X(01).
       01 WS-NUM-BL             PIC 9(10).
       01 WS-NUM-SUI            PIC X(30).
       01 WS-NBR-SUI            PIC 9(05)   VALUE 0.

       01 WS-FIN-SSI            PIC X(01)   VALUE "N".
           88 WS-FIN-SSI-OUI                VALUE "O".
           88 WS-FIN-SSI-NON                VALUE "N".

       01 WS-NUM-BL-EDT         PIC Z(10).
       01 WS-IDF-CMD-EDT        PIC Z(10).

      * Zone de session partagee : qui est connecte sur ce poste.
       COPY session.

      * Zones echangees avec genmod pour tracer l'ancien et le nouveau
      * numero de suivi du bon.
       01 WS-TAB-MOD            PIC X(14)   VALUE "bon_livraison".
       01 WS-CLE-MOD            PIC X(30).
       01 WS-CHP-MOD            PIC X(20)   VALUE "num_suivi_bl".
       01 WS-ANC-VAL            PIC X(100).
       01 WS-NOU-VAL            PIC X(100).
       01 WS-RTR-MOD            PIC 9(01).

      * Zones utilisees pour tracer via generr l'echec de la mise a
      * jour en cas de SQLCODE en erreur.
       01 WS-OPE-ERR            PIC X(60).
       01 WS-RTR-ERR            PIC 9(01).


       PROCEDURE DIVISION.

           PERFORM 0100-LST-SUI-DEB
              THRU 0100-LST-SUI-FIN.

           SET WS-FIN-SSI-NON TO TRUE.

           PERFORM 0200-SSI-SUI-DEB
              THRU 0200-SSI-SUI-FIN
              UNTIL WS-FIN-SSI-OUI.

           EXIT PROGRAM.

      ******************************************************************
      *                         PARAGRAPHES                            *
      ******************************************************************

      * Liste les bons partis par transporteur en attente de leur
      * numero de suivi.

       0100-LST-SUI-DEB.

           MOVE 0 TO WS-NBR-SUI.

           DISPLAY "Bons par transporteur sans numero de suivi :".
           DISPLAY "Bon         Date        Client".

           EXEC SQL OPEN C-SUI END-EXEC.

           EXEC SQL
               FETCH C-SUI
               INTO  :PG-NUM-BL-RSU, :PG-DAT-BL-RSU, :PG-NOM-CLI-RSU
           END-EXEC.

           PERFORM 0150-AFF-SUI-DEB
              THRU 0150-AFF-SUI-FIN
              UNTIL SQLCODE NOT = 0.

           EXEC SQL CLOSE C-SUI END-EXEC.

           IF WS-NBR-SUI = 0
               DISPLAY "(aucun bon en attente de numero de suivi)"
           END-IF.

           EXIT.
       0100-LST-SUI-FIN.

      *-----------------------------------------------------------------

       0150-AFF-SUI-DEB.

           ADD 1 TO WS-NBR-SUI.

           MOVE PG-NUM-BL-RSU TO WS-NUM-BL-EDT.

           DISPLAY WS-NUM-BL-EDT "  " PG-DAT-BL-RSU "  "
                   FUNCTION TRIM (PG-NOM-CLI-RSU).

           EXEC SQL
               FETCH C-SUI
               INTO  :PG-NUM-BL-RSU, :PG-DAT-BL-RSU, :PG-NOM-CLI-RSU
           END-EXEC.

           EXIT.
       0150-AFF-SUI-FIN.

      *-----------------------------------------------------------------

      * Saisit un numero de bon puis son numero de suivi. Seul un bon
      * parti par transporteur en recoit un ; un numero laisse a blanc
      * ne change rien.

       0200-SSI-SUI-DEB.

           DISPLAY "Numero du bon de livraison (0 pour terminer) :".
           ACCEPT WS-NUM-BL.

           IF WS-NUM-BL = 0
               SET WS-FIN-SSI-OUI TO TRUE
               GO TO 0200-SSI-SUI-FIN
           END-IF.

           MOVE WS-NUM-BL TO PG-NUM-BL.

           EXEC SQL
               SELECT b.id_bl, b.id_cmd, k.nom_cli,
                      COALESCE(b.transp_bl, 'N'),
                      COALESCE(b.num_suivi_bl, ' ')
               INTO   :PG-IDF-BL, :PG-IDF-CMD, :PG-NOM-CLI,
                      :PG-TRP-BL, :PG-ANC-SUI
               FROM   bon_livraison b
               JOIN   commande c ON c.id_cmd = b.id_cmd
               JOIN   client k   ON k.id_cli = c.id_cli
               WHERE  b.num_bl = :PG-NUM-BL
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY "Bon de livraison inconnu."
               GO TO 0200-SSI-SUI-FIN
           END-IF.

           IF PG-TRP-BL NOT = "O"
               DISPLAY "Bon non expedie par transporteur : pas de "
                       "numero de suivi."
               GO TO 0200-SSI-SUI-FIN
           END-IF.

           MOVE PG-IDF-CMD TO WS-IDF-CMD-EDT.

           DISPLAY "Commande " FUNCTION TRIM (WS-IDF-CMD-EDT)
                   " - " FUNCTION TRIM (PG-NOM-CLI).

           IF PG-ANC-SUI NOT = SPACES
               DISPLAY "Numero de suivi actuel : "
                       FUNCTION TRIM (PG-ANC-SUI)
           END-IF.

           DISPLAY "Numero de suivi transporteur :".
           ACCEPT WS-NUM-SUI.

           IF WS-NUM-SUI = SPACES OR WS-NUM-SUI = PG-ANC-SUI
               DISPLAY "Numero de suivi inchange."
               GO TO 0200-SSI-SUI-FIN
           END-IF.

           MOVE WS-NUM-SUI TO PG-NUM-SUI.

           EXEC SQL
               UPDATE bon_livraison
               SET    num_suivi_bl = :PG-NUM-SUI
               WHERE  id_bl = :PG-IDF-BL
           END-EXEC.

           IF SQLCODE NOT = 0
               EXEC SQL ROLLBACK END-EXEC
               MOVE "saisui : maj num_suivi_bl"
               TO   WS-OPE-ERR
               CALL "generr" USING WS-OPE-ERR, SQLCODE, WS-RTR-ERR
               END-CALL
               DISPLAY "Erreur lors de l'enregistrement du numero."
               GO TO 0200-SSI-SUI-FIN
           END-IF.

           EXEC SQL COMMIT END-EXEC.

           MOVE PG-NUM-BL  TO WS-CLE-MOD.
           MOVE PG-ANC-SUI TO WS-ANC-VAL.
           MOVE PG-NUM-SUI TO WS-NOU-VAL.

           CALL "genmod" USING WS-TAB-MOD
                               WS-CLE-MOD
                               WS-CHP-MOD
                               WS-ANC-VAL
                               WS-NOU-VAL
                               SESS-IDF-UTI
                               WS-RTR-MOD
           END-CALL.

           DISPLAY "Numero de suivi enregistre.".

       0200-SSI-SUI-FIN.
           EXIT.
