      ******************************************************************
      *                                                                *
      *                 DESCRIPTION DU SOUS-PROGRAMME                  *
      *                                                                *
      * ecrppe : passage en perte d'une creance irrecouvrable (client  *
      * en liquidation, creance abandonnee). L'operateur saisit la     *
      * facture (numero et exercice) ; son restant du (TTC moins       *
      * lettrage, meme calcul que raprgl) est passe en perte en        *
      * totalite avec un motif obligatoire, apres l'accord d'un        *
      * second utilisateur habilite a la fonction vldppe (authuti puis *
      * verper, meme mecanique que la confirmation superviseur de      *
      * majpie et gespie). Dans une seule transaction, le passage en   *
      * perte 'irrecouvrable' est enregistre (passage_perte, saisi par *
      * l'operateur et valide par le confirmateur) et lettre sur la    *
      * facture comme un reglement : la facture sort de raprgl, des    *
      * relances genrel et des prelevements. expcpt l'exporte en       *
      * enregistrement 'X' vers le compte de perte. Journalise via     *
      * genlog (type 'passage_perte'). Refuse si le mois du jour est   *
      * clos en comptabilite (vermoi).                                 *
      *                                                                *
      *----------------------------------------------------------------*
      *                           TRIGRAMMES                           *
      *                                                                *
      * ecrppe=ecran passage en perte                                  *
      * PPE=PASSAGE EN PERTE; FAC=FACTURE; EXE=EXERCICE; NUM=NUMERO;   *
      * SER=SERIE; CLI=CLIENT; NOM=NOM; TTC=TOUTES TAXES COMPRISES;    *
      * RST=RESTANT DU; MTF=MOTIF; UTI=UTILISATEUR; CNF=CONFIRMATION;  *
      * CNX=CONNEXION; MDP=MOT DE PASSE; ROL=ROLE; FNC=FONCTION;       *
      * PER=PERMISSION; SSI=SAISIE; ENR=ENREGISTREMENT; EDT=EDITION;   *
      * LRR=LEURRE; CUR=COURANT; DAT=DATE; HOR=HORAIRE; DEB=DEBUT;     *
      * PCP=PERIODE COMPTABLE; OUV=OUVERTE; RTR=RETOUR                 *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. ecrppe.
       AUTHOR. ThomasD.
       DATE-WRITTEN. 15-10-2026 (fr).

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.

       01 PG-NUM-FAC            PIC 9(10).
       01 PG-EXE-FAC            PIC 9(04).
       01 PG-IDF-FAC            PIC 9(10).
       01 PG-IDF-CLI            PIC 9(10).
       01 PG-NOM-CLI            PIC X(50).
       01 PG-MTT-TTC            PIC 9(10)V99.
       01 PG-RST-FAC            PIC S9(10)V99.
       01 PG-MTT-PPE            PIC 9(10)V99.
       01 PG-MTF-PPE            PIC X(60).
       01 PG-IDF-UTI-SAI        PIC 9(10).
       01 PG-IDF-UTI-VLD        PIC 9(10).
       01 PG-IDF-PPE            PIC 9(10).

       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       01 WS-LRR                PIC X(01).
       01 WS-CNF                PIC X(01).
       01 WS-NUM-FAC            PIC 9(10).
       01 WS-EXE-FAC            PIC 9(04).
       01 WS-MTF-PPE            PIC X(60).

       01 WS-NUM-FAC-SER        PIC 9(05).
       01 WS-IDF-EDT            PIC Z(09)9.
       01 WS-MTT-EDT            PIC Z(10).99.
       01 WS-TTC-EDT            PIC Z(10).99.

      * Controle de la periode comptable du jour (vermoi) :
      * 0 = mois ouvert.
       01 WS-CUR-DAT-HOR        PIC X(21).
       01 WS-DAT-PCP            PIC X(10).
       01 WS-DAT-OUV            PIC X(10).
       01 WS-RTR-PCP            PIC 9(01).
           88 WS-RTR-PCP-OUV                VALUE 0.

      * Identifiants du second utilisateur saisis pour valider le
      * passage en perte, verifies via authuti puis verper (meme
      * mecanique que la confirmation superviseur de majpie pour les
      * mouvements importants).
       01 WS-NOM-UTI-CNF        PIC X(30).
       01 WS-MDP-UTI-CNF        PIC X(30).
       01 WS-IDF-UTI-CNF        PIC 9(10).
       01 WS-ROL-UTI-CNF        PIC X(14).
       01 WS-RTR-CNX-CNF        PIC 9(01).
           88 WS-RTR-CNX-CNF-OK             VALUE 0.

       01 WS-FNC-PER            PIC X(10)   VALUE "vldppe".
       01 WS-RTR-PER            PIC 9(01).
           88 WS-RTR-PER-OK                 VALUE 0.

      * Zone de session partagee : qui est connecte sur ce poste.
       COPY session.

      * Zones utilisees pour generer le log du passage en perte via
      * genlog. id_pie/qte_log/lien_log ne s'appliquent pas : ils
      * restent a zero (ecrits a NULL par genlog).
       01 WS-MSG-LOG            PIC X(100).
       01 WS-TYP-LOG            PIC X(20)   VALUE "passage_perte".
       01 WS-IDF-PIE-NUL        PIC 9(10)   VALUE 0.
       01 WS-QTE-LOG-NUL        PIC S9(10)  VALUE 0.
       01 WS-LIEN-LOG-NUL       PIC 9(10)   VALUE 0.
       01 WS-RTR-LOG            PIC 9(01).

      * Zones utilisees pour tracer via generr l'echec d'une des
      * ecritures SQL en cas de SQLCODE en erreur.
       01 WS-OPE-ERR            PIC X(60).
       01 WS-RTR-ERR            PIC 9(01).


       PROCEDURE DIVISION.

           PERFORM 0100-SSI-PPE-DEB
              THRU 0100-SSI-PPE-FIN.

           EXIT PROGRAM.

      ******************************************************************
      *                         PARAGRAPHES                            *
      ******************************************************************

       0100-SSI-PPE-DEB.

           MOVE FUNCTION CURRENT-DATE TO WS-CUR-DAT-HOR.
           MOVE SPACES TO WS-DAT-PCP.
           STRING WS-CUR-DAT-HOR (1:4) "-" WS-CUR-DAT-HOR (5:2) "-"
                  WS-CUR-DAT-HOR (7:2) DELIMITED BY SIZE
                  INTO WS-DAT-PCP
           END-STRING.

           CALL "vermoi" USING WS-DAT-PCP,
                               WS-DAT-OUV,
                               WS-RTR-PCP
           END-CALL.

           IF NOT WS-RTR-PCP-OUV
               DISPLAY "Mois courant clos en comptabilite : passage "
                       "en perte impossible."
               GO TO 0100-SSI-PPE-SRT
           END-IF.

           DISPLAY "Numero de la facture a passer en perte :".
           ACCEPT WS-NUM-FAC.

           DISPLAY "Exercice de la facture (ex. 2026) :".
           ACCEPT WS-EXE-FAC.

           MOVE WS-NUM-FAC TO PG-NUM-FAC.
           MOVE WS-EXE-FAC TO PG-EXE-FAC.

           EXEC SQL
               SELECT f.id_fac, k.id_cli, k.nom_cli, f.mtt_ttc,
                      f.mtt_ttc -
                      COALESCE((SELECT SUM(t.mtt_let)
                                FROM reglement_lettrage t
                                WHERE t.id_fac = f.id_fac), 0)
               INTO   :PG-IDF-FAC, :PG-IDF-CLI, :PG-NOM-CLI,
                      :PG-MTT-TTC, :PG-RST-FAC
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
               GO TO 0100-SSI-PPE-SRT
           END-IF.

           IF PG-RST-FAC <= 0
               DISPLAY "Facture deja entierement lettree : rien a "
                       "passer en perte."
               GO TO 0100-SSI-PPE-SRT
           END-IF.

           MOVE PG-RST-FAC TO PG-MTT-PPE.
           MOVE PG-MTT-TTC TO WS-TTC-EDT.
           MOVE PG-MTT-PPE TO WS-MTT-EDT.
           MOVE PG-NUM-FAC TO WS-NUM-FAC-SER.

           DISPLAY "Facture   : " PG-EXE-FAC "-" WS-NUM-FAC-SER.
           DISPLAY "Client    : " FUNCTION TRIM (PG-NOM-CLI).
           DISPLAY "TTC       : " FUNCTION TRIM (WS-TTC-EDT) " EUR".
           DISPLAY "Restant du: " FUNCTION TRIM (WS-MTT-EDT) " EUR".

           DISPLAY "Motif du passage en perte (liquidation, ...) :".
           ACCEPT WS-MTF-PPE.

           IF WS-MTF-PPE = SPACES
               DISPLAY "Motif obligatoire."
               GO TO 0100-SSI-PPE-SRT
           END-IF.

           DISPLAY "Passer le restant du en perte (O/N) ?".
           ACCEPT WS-CNF.

           IF WS-CNF NOT = "O" AND WS-CNF NOT = "o"
               DISPLAY "Passage en perte non enregistre."
               GO TO 0100-SSI-PPE-SRT
           END-IF.

           PERFORM 0200-CNF-ADM-DEB
              THRU 0200-CNF-ADM-FIN.

           IF NOT WS-RTR-PER-OK
               GO TO 0100-SSI-PPE-SRT
           END-IF.

           PERFORM 0300-ENR-PPE-DEB
              THRU 0300-ENR-PPE-FIN.

       0100-SSI-PPE-SRT.

           DISPLAY "Appuyez sur entree".
           ACCEPT WS-LRR.

       0100-SSI-PPE-FIN.
           EXIT.

      *-----------------------------------------------------------------

      * Accord d'un second utilisateur habilite a valider les passages
      * en perte (authuti puis verper). L'operateur ne peut valider
      * sa propre saisie. Sans accord valide, WS-RTR-PER reste en
      * refus et rien n'est enregistre.

       0200-CNF-ADM-DEB.

           MOVE 1 TO WS-RTR-PER.

           DISPLAY "Validation d'un administrateur requise.".
           DISPLAY "Login du confirmateur :".
           ACCEPT WS-NOM-UTI-CNF.

           DISPLAY "Mot de passe du confirmateur :".
           ACCEPT WS-MDP-UTI-CNF.

           CALL "authuti" USING WS-NOM-UTI-CNF
                                WS-MDP-UTI-CNF
                                WS-RTR-CNX-CNF
                                WS-IDF-UTI-CNF
                                WS-ROL-UTI-CNF
           END-CALL.

           IF NOT WS-RTR-CNX-CNF-OK
               DISPLAY "Confirmation refusee, passage en perte annule."
               GO TO 0200-CNF-ADM-FIN
           END-IF.

           IF WS-IDF-UTI-CNF = SESS-IDF-UTI
               DISPLAY "Le confirmateur doit etre un autre "
                       "utilisateur, passage en perte annule."
               GO TO 0200-CNF-ADM-FIN
           END-IF.

           CALL "verper" USING WS-ROL-UTI-CNF
                               WS-FNC-PER
                               WS-RTR-PER
           END-CALL.

           IF NOT WS-RTR-PER-OK
               DISPLAY "Role du confirmateur non habilite, "
                       "passage en perte annule."
           END-IF.

       0200-CNF-ADM-FIN.
           EXIT.

      *-----------------------------------------------------------------

      * Passage en perte puis lettrage de la facture pour son restant
      * du, dans une seule transaction.

       0300-ENR-PPE-DEB.

           MOVE WS-MTF-PPE     TO PG-MTF-PPE.
           MOVE SESS-IDF-UTI   TO PG-IDF-UTI-SAI.
           MOVE WS-IDF-UTI-CNF TO PG-IDF-UTI-VLD.

           EXEC SQL
               INSERT INTO passage_perte (type_ppe, id_fac, id_cli,
                               mtt_ppe, date_ppe, motif_ppe,
                               id_uti_sai, id_uti_vld)
               VALUES ('irrecouvrable', :PG-IDF-FAC, :PG-IDF-CLI,
                      :PG-MTT-PPE, CURRENT_DATE, :PG-MTF-PPE,
                      :PG-IDF-UTI-SAI, :PG-IDF-UTI-VLD)
               RETURNING id_ppe INTO :PG-IDF-PPE
           END-EXEC.

           IF SQLCODE NOT = 0
               MOVE "ecrppe : insertion passage_perte"
               TO   WS-OPE-ERR
               EXEC SQL ROLLBACK END-EXEC
               CALL "generr" USING WS-OPE-ERR, SQLCODE, WS-RTR-ERR
               END-CALL
               DISPLAY "Erreur a l'enregistrement du passage en perte."
               GO TO 0300-ENR-PPE-FIN
           END-IF.

           EXEC SQL
               INSERT INTO reglement_lettrage (id_ppe, id_fac,
                               mtt_let, date_let)
               VALUES (:PG-IDF-PPE, :PG-IDF-FAC, :PG-MTT-PPE,
                      CURRENT_DATE)
           END-EXEC.

           IF SQLCODE NOT = 0
               MOVE "ecrppe : insertion reglement_lettrage"
               TO   WS-OPE-ERR
               EXEC SQL ROLLBACK END-EXEC
               CALL "generr" USING WS-OPE-ERR, SQLCODE, WS-RTR-ERR
               END-CALL
               DISPLAY "Erreur a l'enregistrement du passage en perte."
               GO TO 0300-ENR-PPE-FIN
           END-IF.

           EXEC SQL COMMIT END-EXEC.

           MOVE PG-IDF-PPE TO WS-IDF-EDT.

           MOVE SPACES TO WS-MSG-LOG.
           STRING 'Passage en perte irrecouvrable ' DELIMITED BY SIZE
                  FUNCTION TRIM (WS-IDF-EDT) DELIMITED BY SIZE
                  ' facture ' DELIMITED BY SIZE
                  PG-EXE-FAC "-" WS-NUM-FAC-SER DELIMITED BY SIZE
                  ' : ' DELIMITED BY SIZE
                  FUNCTION TRIM (WS-MTT-EDT) DELIMITED BY SIZE
                  ' EUR (' DELIMITED BY SIZE
                  FUNCTION TRIM (WS-MTF-PPE) DELIMITED BY SIZE
                  ')' DELIMITED BY SIZE
                  INTO WS-MSG-LOG
           END-STRING.

           CALL "genlog" USING WS-MSG-LOG,
                               WS-TYP-LOG,
                               WS-IDF-UTI-CNF,
                               WS-IDF-PIE-NUL,
                               WS-QTE-LOG-NUL,
                               WS-LIEN-LOG-NUL,
                               WS-RTR-LOG
           END-CALL.

           DISPLAY "Passage en perte " FUNCTION TRIM (WS-IDF-EDT)
                   " enregistre, facture soldee.".

       0300-ENR-PPE-FIN.
           EXIT.
