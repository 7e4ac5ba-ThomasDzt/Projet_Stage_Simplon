      ******************************************************************
      *                                                                *
      *                 DESCRIPTION DU SOUS-PROGRAMME                  *
      *                                                                *
      * geslit : registre des litiges sur factures clients (table      *
      * litige_facture). Liste les litiges ouverts, puis permet d'en   *
      * ouvrir un sur une facture (numero et exercice, motif, login du *
      * responsable - l'operateur par defaut) ou d'en clore un comme   *
      * resolu ou solde par un avoir (numero d'avoir du meme client),  *
      * avec une note de resolution obligatoire. Une facture n'a qu'un *
      * litige ouvert a la fois. Tant que le litige est ouvert, la     *
      * facture n'est plus relancee par genrel et son restant du sort  *
      * de l'encours controle par ajucmd ; raprgl en montre le montant *
      * et raplit edite la liste agee des litiges ouverts. Chaque      *
      * ouverture et cloture est journalisee via genlog                *
      * (type_log = 'litige').                                         *
      *                                                                *
      *----------------------------------------------------------------*
      *                           TRIGRAMMES                           *
      *                                                                *
      * geslit=gestion litiges                                         *
      * LIT=LITIGE; FAC=FACTURE; EXE=EXERCICE; NUM=NUMERO; SER=SERIE;  *
      * CLI=CLIENT; NOM=NOM; RST=RESTANT DU; MTF=MOTIF;                *
      * RSP=RESPONSABLE; UTI=UTILISATEUR; STA=STATUT; RES=RESOLUTION;  *
      * AVR=AVOIR; OUV=OUVERTURE; CLO=CLOTURE; DAT=DATE; JOU=JOURS;    *
      * IDF=IDENTIFIANT; NBR=NOMBRE; CHX=CHOIX; RSU=RESULTAT;          *
      * AFF=AFFICHAGE; LST=LISTE; SSI=SAISIE; ACT=ACTION; EDT=EDITION; *
      * LRR=LEURRE; DEB=DEBUT                                          *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. geslit.
       AUTHOR. ThomasD.
       DATE-WRITTEN. 15-10-2026 (fr).

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.

       01 PG-IDF-LIT            PIC 9(10).
       01 PG-IDF-FAC            PIC 9(10).
       01 PG-NUM-FAC            PIC 9(10).
       01 PG-EXE-FAC            PIC 9(04).
       01 PG-IDF-CLI            PIC 9(10).
       01 PG-NOM-CLI            PIC X(50).
       01 PG-RST-FAC            PIC S9(10)V99.
       01 PG-MTF-LIT            PIC X(60).
       01 PG-NOM-UTI-RSP        PIC X(30).
       01 PG-IDF-UTI-RSP        PIC 9(10).
       01 PG-STA-LIT            PIC X(10).
       01 PG-NOT-RES            PIC X(100).
       01 PG-NUM-AVR            PIC 9(10).
       01 PG-IDF-AVR            PIC 9(10).
       01 PG-NBR-LIT            PIC 9(05).

      * Litiges ouverts listes avant la saisie.
       01 PG-IDF-LIT-RSU        PIC 9(10).
       01 PG-EXE-FAC-RSU        PIC 9(04).
       01 PG-NUM-FAC-RSU        PIC 9(10).
       01 PG-NOM-CLI-RSU        PIC X(50).
       01 PG-DAT-OUV-RSU        PIC X(10).
       01 PG-NBR-JOU-RSU        PIC 9(05).
       01 PG-NOM-UTI-RSU        PIC X(30).
       01 PG-RST-FAC-RSU        PIC S9(10)V99.

       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

      * Declaration du curseur des litiges ouverts, les plus anciens
      * en tete, avec le restant du de la facture contestee.
       EXEC SQL
           DECLARE C-LIT CURSOR FOR
               SELECT l.id_lit,
                      COALESCE(f.exercice_fac,
                               EXTRACT(YEAR FROM f.date_fac)::INTEGER),
                      f.num_fac, k.nom_cli,
                      TO_CHAR(l.date_ouv_lit, 'DD/MM/YYYY'),
                      CURRENT_DATE - l.date_ouv_lit, u.nom_uti,
                      f.mtt_ttc -
                      COALESCE((SELECT SUM(t.mtt_let)
                                FROM reglement_lettrage t
                                WHERE t.id_fac = f.id_fac), 0)
               FROM   litige_facture l
               JOIN   facture f    ON f.id_fac = l.id_fac
               JOIN   commande c   ON c.id_cmd = f.id_cmd
               JOIN   client k     ON k.id_cli = c.id_cli
               JOIN   utilisateur u ON u.id_uti = l.id_uti_rsp
               WHERE  l.statut_lit = 'ouvert'
               ORDER BY l.date_ouv_lit, l.id_lit
       END-EXEC.

       01 WS-LRR                PIC X(01).
       01 WS-CHX                PIC X(01).
       01 WS-NBR-LIT            PIC 9(05)   VALUE 0.

       01 WS-IDF-LIT            PIC 9(10).
       01 WS-NUM-FAC            PIC 9(10).
       01 WS-EXE-FAC            PIC 9(04).
       01 WS-MTF-LIT            PIC X(60).
       01 WS-NOM-UTI-RSP        PIC X(30).
       01 WS-NOT-RES            PIC X(100).
       01 WS-NUM-AVR            PIC 9(10).

      * Issue de la cloture saisie : R = resolu, A = avoir emis.
       01 WS-STA-CLO            PIC X(01).
           88 WS-STA-CLO-RES                VALUE "R" "r".
           88 WS-STA-CLO-AVR                VALUE "A" "a".

       01 WS-NUM-FAC-SER        PIC 9(05).
       01 WS-IDF-EDT            PIC Z(09)9.
       01 WS-JOU-EDT            PIC Z(04)9.
       01 WS-MTT-EDT            PIC Z(10).99.

      * Zone de session partagee : qui est connecte sur ce poste.
       COPY session.

      * Zones utilisees pour generer le log de modification via
      * genlog. id_pie/qte_log/lien_log ne s'appliquent pas : ils
      * restent a zero (ecrits a NULL par genlog).
       01 WS-MSG-LOG            PIC X(100).
       01 WS-TYP-LOG            PIC X(20)   VALUE "litige".
       01 WS-IDF-PIE-NUL        PIC 9(10)   VALUE 0.
       01 WS-QTE-LOG-NUL        PIC S9(10)  VALUE 0.
       01 WS-LIEN-LOG-NUL       PIC 9(10)   VALUE 0.
       01 WS-RTR-LOG            PIC 9(01).

      * Zones utilisees pour tracer via generr l'echec d'une des
      * ecritures SQL en cas de SQLCODE en erreur.
       01 WS-OPE-ERR            PIC X(60).
       01 WS-RTR-ERR            PIC 9(01).


       PROCEDURE DIVISION.

           PERFORM 0100-LST-LIT-DEB
              THRU 0100-LST-LIT-FIN.

           PERFORM 0200-SSI-ACT-DEB
              THRU 0200-SSI-ACT-FIN.

           EXIT PROGRAM.

      ******************************************************************
      *                         PARAGRAPHES                            *
      ******************************************************************

       0100-LST-LIT-DEB.

           MOVE 0 TO WS-NBR-LIT.

           DISPLAY "Litiges ouverts sur factures clients :".
           DISPLAY "Litige     Facture    Client                     "
                   "Ouvert le  Jours Responsable     Restant du".

           EXEC SQL OPEN C-LIT END-EXEC.

           EXEC SQL
               FETCH C-LIT
               INTO  :PG-IDF-LIT-RSU, :PG-EXE-FAC-RSU,
                     :PG-NUM-FAC-RSU, :PG-NOM-CLI-RSU,
                     :PG-DAT-OUV-RSU, :PG-NBR-JOU-RSU,
                     :PG-NOM-UTI-RSU, :PG-RST-FAC-RSU
           END-EXEC.

           PERFORM 0150-AFF-LIT-DEB
              THRU 0150-AFF-LIT-FIN
              UNTIL SQLCODE NOT = 0.

           EXEC SQL CLOSE C-LIT END-EXEC.

           IF WS-NBR-LIT = 0
               DISPLAY "(aucun litige ouvert)"
           END-IF.

           EXIT.
       0100-LST-LIT-FIN.

      *-----------------------------------------------------------------

       0150-AFF-LIT-DEB.

           ADD 1 TO WS-NBR-LIT.

           MOVE PG-IDF-LIT-RSU TO WS-IDF-EDT.
           MOVE PG-NUM-FAC-RSU TO WS-NUM-FAC-SER.
           MOVE PG-NBR-JOU-RSU TO WS-JOU-EDT.
           MOVE PG-RST-FAC-RSU TO WS-MTT-EDT.

           DISPLAY WS-IDF-EDT " " PG-EXE-FAC-RSU "-" WS-NUM-FAC-SER
                   " " PG-NOM-CLI-RSU (1:26) " " PG-DAT-OUV-RSU " "
                   WS-JOU-EDT " " PG-NOM-UTI-RSU (1:15) " "
                   WS-MTT-EDT.

           EXEC SQL
               FETCH C-LIT
               INTO  :PG-IDF-LIT-RSU, :PG-EXE-FAC-RSU,
                     :PG-NUM-FAC-RSU, :PG-NOM-CLI-RSU,
                     :PG-DAT-OUV-RSU, :PG-NBR-JOU-RSU,
                     :PG-NOM-UTI-RSU, :PG-RST-FAC-RSU
           END-EXEC.

           EXIT.
       0150-AFF-LIT-FIN.

      *-----------------------------------------------------------------

       0200-SSI-ACT-DEB.

           DISPLAY "1 - Ouvrir un litige sur une facture".
           DISPLAY "2 - Clore un litige".
           DISPLAY "0 - Quitter".
           DISPLAY "Votre choix :".
           ACCEPT WS-CHX.

           EVALUATE WS-CHX
               WHEN "1"
                   PERFORM 0300-OUV-LIT-DEB
                      THRU 0300-OUV-LIT-FIN

               WHEN "2"
                   PERFORM 0400-CLO-LIT-DEB
                      THRU 0400-CLO-LIT-FIN
           END-EVALUATE.

           IF WS-CHX = "1" OR WS-CHX = "2"
               DISPLAY "Appuyez sur entree"
               ACCEPT WS-LRR
           END-IF.

           EXIT.
       0200-SSI-ACT-FIN.

      *-----------------------------------------------------------------

      * Ouvre un litige sur une facture encore due. Le responsable est
      * saisi par son login ; laisse vide, c'est l'operateur.

       0300-OUV-LIT-DEB.

           DISPLAY "Numero de la facture contestee :".
           ACCEPT WS-NUM-FAC.

           DISPLAY "Exercice de la facture (ex. 2026) :".
           ACCEPT WS-EXE-FAC.

           MOVE WS-NUM-FAC TO PG-NUM-FAC.
           MOVE WS-EXE-FAC TO PG-EXE-FAC.

           EXEC SQL
               SELECT f.id_fac, k.id_cli, k.nom_cli,
                      f.mtt_ttc -
                      COALESCE((SELECT SUM(t.mtt_let)
                                FROM reglement_lettrage t
                                WHERE t.id_fac = f.id_fac), 0)
               INTO   :PG-IDF-FAC, :PG-IDF-CLI, :PG-NOM-CLI,
                      :PG-RST-FAC
               FROM   facture f
               JOIN   commande c ON c.id_cmd = f.id_cmd
               JOIN   client k   ON k.id_cli = c.id_cli
               WHERE  f.num_fac = :PG-NUM-FAC
               AND    COALESCE(f.exercice_fac,
                               EXTRACT(YEAR FROM f.date_fac))
                      = :PG-EXE-FAC
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY "Facture inconnue."
               GO TO 0300-OUV-LIT-FIN
           END-IF.

           IF PG-RST-FAC <= 0
               DISPLAY "Facture entierement lettree : rien a contester."
               GO TO 0300-OUV-LIT-FIN
           END-IF.

           EXEC SQL
               SELECT COUNT(*)
               INTO   :PG-NBR-LIT
               FROM   litige_facture
               WHERE  id_fac = :PG-IDF-FAC
               AND    statut_lit = 'ouvert'
           END-EXEC.

           IF PG-NBR-LIT > 0
               DISPLAY "Un litige est deja ouvert sur cette facture."
               GO TO 0300-OUV-LIT-FIN
           END-IF.

           MOVE PG-RST-FAC TO WS-MTT-EDT.
           DISPLAY "Client     : " FUNCTION TRIM (PG-NOM-CLI).
           DISPLAY "Restant du : " FUNCTION TRIM (WS-MTT-EDT) " EUR".

           DISPLAY "Motif du litige (piece erronee, prix...) :".
           ACCEPT WS-MTF-LIT.

           IF WS-MTF-LIT = SPACES
               DISPLAY "Motif obligatoire."
               GO TO 0300-OUV-LIT-FIN
           END-IF.

           DISPLAY "Login du responsable (vide = vous-meme) :".
           ACCEPT WS-NOM-UTI-RSP.

           IF WS-NOM-UTI-RSP = SPACES
               MOVE SESS-IDF-UTI TO PG-IDF-UTI-RSP
           ELSE
               MOVE WS-NOM-UTI-RSP TO PG-NOM-UTI-RSP

               EXEC SQL
                   SELECT id_uti
                   INTO   :PG-IDF-UTI-RSP
                   FROM   utilisateur
                   WHERE  nom_uti = :PG-NOM-UTI-RSP
               END-EXEC

               IF SQLCODE NOT = 0
                   DISPLAY "Utilisateur inconnu."
                   GO TO 0300-OUV-LIT-FIN
               END-IF
           END-IF.

           MOVE WS-MTF-LIT TO PG-MTF-LIT.

           EXEC SQL
               INSERT INTO litige_facture (id_fac, date_ouv_lit,
                               motif_lit, id_uti_rsp, statut_lit)
               VALUES (:PG-IDF-FAC, CURRENT_DATE, :PG-MTF-LIT,
                      :PG-IDF-UTI-RSP, 'ouvert')
               RETURNING id_lit INTO :PG-IDF-LIT
           END-EXEC.

           IF SQLCODE NOT = 0
               EXEC SQL ROLLBACK END-EXEC
               MOVE "geslit : insertion litige_facture"
               TO   WS-OPE-ERR
               CALL "generr" USING WS-OPE-ERR, SQLCODE, WS-RTR-ERR
               END-CALL
               DISPLAY "Erreur a l'ouverture du litige."
               GO TO 0300-OUV-LIT-FIN
           END-IF.

           EXEC SQL COMMIT END-EXEC.

           MOVE PG-IDF-LIT TO WS-IDF-EDT.
           MOVE PG-NUM-FAC TO WS-NUM-FAC-SER.

           MOVE SPACES TO WS-MSG-LOG.
           STRING 'Litige ' DELIMITED BY SIZE
                  FUNCTION TRIM (WS-IDF-EDT) DELIMITED BY SIZE
                  ' ouvert sur la facture ' DELIMITED BY SIZE
                  PG-EXE-FAC "-" WS-NUM-FAC-SER DELIMITED BY SIZE
                  ' : ' DELIMITED BY SIZE
                  FUNCTION TRIM (WS-MTF-LIT) DELIMITED BY SIZE
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

           DISPLAY "Litige " FUNCTION TRIM (WS-IDF-EDT)
                   " ouvert : facture suspendue des relances.".

       0300-OUV-LIT-FIN.
           EXIT.

      *-----------------------------------------------------------------

      * Clot un litige ouvert, resolu ou solde par un avoir du meme
      * client, avec sa note de resolution.

       0400-CLO-LIT-DEB.

           DISPLAY "Numero du litige :".
           ACCEPT WS-IDF-LIT.

           MOVE WS-IDF-LIT TO PG-IDF-LIT.

           EXEC SQL
               SELECT l.statut_lit, k.id_cli
               INTO   :PG-STA-LIT, :PG-IDF-CLI
               FROM   litige_facture l
               JOIN   facture f  ON f.id_fac = l.id_fac
               JOIN   commande c ON c.id_cmd = f.id_cmd
               JOIN   client k   ON k.id_cli = c.id_cli
               WHERE  l.id_lit = :PG-IDF-LIT
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY "Litige inconnu."
               GO TO 0400-CLO-LIT-FIN
           END-IF.

           IF PG-STA-LIT NOT = "ouvert"
               DISPLAY "Ce litige est deja clos."
               GO TO 0400-CLO-LIT-FIN
           END-IF.

           DISPLAY "Issue : R = resolu, A = avoir emis :".
           ACCEPT WS-STA-CLO.

           IF NOT WS-STA-CLO-RES AND NOT WS-STA-CLO-AVR
               DISPLAY "Issue invalide."
               GO TO 0400-CLO-LIT-FIN
           END-IF.

           MOVE 0 TO PG-IDF-AVR.

           IF WS-STA-CLO-AVR
               MOVE "avoir_emis" TO PG-STA-LIT

               DISPLAY "Numero de l'avoir emis :"
               ACCEPT WS-NUM-AVR

               MOVE WS-NUM-AVR TO PG-NUM-AVR

               EXEC SQL
                   SELECT id_avr
                   INTO   :PG-IDF-AVR
                   FROM   avoir
                   WHERE  num_avr = :PG-NUM-AVR
                   AND    id_cli  = :PG-IDF-CLI
               END-EXEC

               IF SQLCODE NOT = 0
                   DISPLAY "Avoir inconnu pour ce client."
                   GO TO 0400-CLO-LIT-FIN
               END-IF
           ELSE
               MOVE "resolu" TO PG-STA-LIT
           END-IF.

           DISPLAY "Note de resolution :".
           ACCEPT WS-NOT-RES.

           IF WS-NOT-RES = SPACES
               DISPLAY "Note de resolution obligatoire."
               GO TO 0400-CLO-LIT-FIN
           END-IF.

           MOVE WS-NOT-RES TO PG-NOT-RES.

           EXEC SQL
               UPDATE litige_facture
               SET    statut_lit   = :PG-STA-LIT,
                      date_clo_lit = CURRENT_DATE,
                      note_res_lit = :PG-NOT-RES,
                      id_avr       = NULLIF(:PG-IDF-AVR, 0)
               WHERE  id_lit = :PG-IDF-LIT
               AND    statut_lit = 'ouvert'
           END-EXEC.

           IF SQLCODE NOT = 0
               EXEC SQL ROLLBACK END-EXEC
               MOVE "geslit : cloture litige_facture"
               TO   WS-OPE-ERR
               CALL "generr" USING WS-OPE-ERR, SQLCODE, WS-RTR-ERR
               END-CALL
               DISPLAY "Erreur a la cloture du litige."
               GO TO 0400-CLO-LIT-FIN
           END-IF.

           EXEC SQL COMMIT END-EXEC.

           MOVE PG-IDF-LIT TO WS-IDF-EDT.

           MOVE SPACES TO WS-MSG-LOG.
           STRING 'Litige ' DELIMITED BY SIZE
                  FUNCTION TRIM (WS-IDF-EDT) DELIMITED BY SIZE
                  ' clos (' DELIMITED BY SIZE
                  PG-STA-LIT DELIMITED BY SPACE
                  ') : ' DELIMITED BY SIZE
                  FUNCTION TRIM (WS-NOT-RES) DELIMITED BY SIZE
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

           DISPLAY "Litige " FUNCTION TRIM (WS-IDF-EDT)
                   " clos : la facture reprend le cycle de relance "
                   "si elle reste due.".

       0400-CLO-LIT-FIN.
           EXIT.
