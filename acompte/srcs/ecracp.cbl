      ******************************************************************
      *                                                                *
      *                 DESCRIPTION DU SOUS-PROGRAMME                  *
      *                                                                *
      * ecracp : acomptes sur commande. Pour une piece couteuse ou non *
      * reprise, un acompte est demande au client a la commande ; il   *
      * etait jusqu'ici saisi par ecrrgl comme un reglement non        *
      * affecte. L'ecran l'enregistre desormais contre une commande    *
      * precise (ni annulee ni facturee) : le reglement recu est       *
      * insere dans reglement et l'acompte dans la table acompte,      *
      * numerote par exercice dans une serie propre (A2026-00001), et  *
      * la facture d'acompte est imprimee avec les mentions legales    *
      * (HT/TVA/TTC, autoliquidation le cas echeant). genfac deduit    *
      * les acomptes ouverts de la facture de la commande, ecrfac      *
      * imprime la deduction. L'ecran liste en tete les acomptes a     *
      * rembourser (commande annulee par modcmd, ou facturee pour un   *
      * montant inferieur) et permet d'en constater le remboursement,  *
      * ainsi que de reimprimer une facture d'acompte. Refuse si le    *
      * mois courant est clos (vermoi). Chaque acompte et chaque       *
      * remboursement est journalise via genlog (type 'acompte').      *
      * Le reglement de l'acompte est inscrit au journal de caisse     *
      * inalterable par gencai, dans la meme transaction.              *
      *                                                                *
      *----------------------------------------------------------------*
      *                           TRIGRAMMES                           *
      *                                                                *
      * ecracp=ecran acomptes                                          *
      * ACP=ACOMPTE; CMD=COMMANDE; CLI=CLIENT; RGL=REGLEMENT;          *
      * MOD=MODE; MTT=MONTANT; TAU=TAUX; TVA=TVA; EXE=EXERCICE;        *
      * NUM=NUMERO; SER=SERIE; STA=STATUT; RMB=REMBOURSEMENT;          *
      * AUT=AUTO; LIQ=LIQUIDATION; INT=INTRACOMMUNAUTAIRE;             *
      * IDF=IDENTIFIANT; UTI=UTILISATEUR; DAT=DATE; PCP=PERIODE        *
      * COMPTABLE; OUV=OUVERT; SSI=SAISIE; INS=INSERTION; IMP=         *
      * IMPRESSION; RIM=REIMPRESSION; AFF=AFFICHAGE; NBR=NOMBRE;       *
      * RSU=RESULTAT; RTR=RETOUR; EDT=EDITION; LRR=LEURRE; DEB=DEBUT;  *
      * CAI=CAISSE                                                     *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. ecracp.
       AUTHOR. ThomasD.
       DATE-WRITTEN. 15-10-2026 (fr).

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.

       01 PG-IDF-CMD            PIC 9(10).
       01 PG-IDF-CLI            PIC 9(10).
       01 PG-STA-CMD            PIC X(20).
       01 PG-NOM-CLI            PIC X(50).
       01 PG-ADR-CLI            PIC X(50).
       01 PG-COP-CLI            PIC 9(05).
       01 PG-VIL-CLI            PIC X(50).

      * Regime de TVA du client, determine comme dans genfac : 'O' =
      * autoliquidation, l'acompte est alors facture a 0 %.
       01 PG-AUT-LIQ            PIC X(01).
       01 PG-TVA-INT            PIC X(14).

       01 PG-IDF-ACP            PIC 9(10).
       01 PG-IDF-RGL            PIC 9(10).
       01 PG-EXE-ACP            PIC 9(04).
       01 PG-NUM-ACP            PIC 9(05).
       01 PG-DAT-ACP            PIC X(10).
       01 PG-STA-ACP            PIC X(14).
       01 PG-TAU-TVA            PIC 9(03)V99.
       01 PG-MTT-HT             PIC 9(10)V99.
       01 PG-MTT-TVA            PIC 9(10)V99.
       01 PG-MTT-TTC            PIC 9(10)V99.
       01 PG-MOD-RGL            PIC X(14).
       01 PG-IDF-UTI            PIC 9(10).

       01 PG-EXE-ACP-RSU        PIC 9(04).
       01 PG-NUM-ACP-RSU        PIC 9(05).
       01 PG-IDF-CMD-RSU        PIC 9(10).
       01 PG-NOM-CLI-RSU        PIC X(50).
       01 PG-TTC-ACP-RSU        PIC 9(10)V99.

       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

      * Declaration du curseur des acomptes a rembourser, du plus
      * ancien au plus recent.
       EXEC SQL
           DECLARE C-RMB CURSOR FOR
               SELECT a.exercice_acp, a.num_acp, a.id_cmd, c.nom_cli,
                      a.mtt_ttc_acp
               FROM   acompte a
               JOIN   client c ON c.id_cli = a.id_cli
               WHERE  a.statut_acp = 'a_rembourser'
               ORDER BY a.exercice_acp, a.num_acp
       END-EXEC.

       01 WS-LRR                PIC X(01).
       01 WS-CHX                PIC X(01).
       01 WS-CFM                PIC X(01).

       01 WS-IDF-CMD            PIC 9(10).
       01 WS-MTT-TTC            PIC 9(10)V99.
       01 WS-MOD-RGL            PIC X(14).
       01 WS-EXE-ACP            PIC 9(04).
       01 WS-NUM-ACP            PIC 9(05).

       01 WS-NBR-RMB            PIC 9(05)   VALUE 0.

      * Retour de gencai, qui inscrit le reglement de l'acompte au
      * journal de caisse inalterable.
       01 WS-RTR-CAI            PIC 9(01).
           88 WS-RTR-CAI-OK                 VALUE 0.

      * Zone de session partagee : qui est connecte sur ce poste.
       COPY session.

      * Controle de la periode comptable du jour (vermoi) : 0 = mois
      * ouvert.
       01 WS-CUR-DAT-HOR        PIC X(21).
       01 WS-DAT-PCP            PIC X(10).
       01 WS-DAT-OUV            PIC X(10).
       01 WS-RTR-PCP            PIC 9(01).
           88 WS-RTR-PCP-OUV                VALUE 0.

      * Identite de la societe pour l'en-tete imprime, lue via gensoc
      * (table societe, entretenue par gessoc).
       01 WS-RSO-SOC            PIC X(50).
       01 WS-ADR-SOC            PIC X(50).
       01 WS-VIL-SOC            PIC X(60).
       01 WS-SIR-SOC            PIC X(14).
       01 WS-TVA-SOC            PIC X(20).
       01 WS-RTR-SOC            PIC 9(01).

       01 WS-IDF-CMD-EDT        PIC Z(10).
       01 WS-IDF-CLI-EDT        PIC Z(10).
       01 WS-COP-CLI-EDT        PIC Z(05).
       01 WS-EXE-ACP-EDT        PIC 9(04).
       01 WS-NUM-ACP-SER        PIC 9(05).
       01 WS-TAU-TVA-EDT        PIC Z(03).99.
       01 WS-MTT-HT-EDT         PIC Z(10).99.
       01 WS-MTT-TVA-EDT        PIC Z(10).99.
       01 WS-MTT-TTC-EDT        PIC Z(10).99.

      * Zones utilisees pour journaliser via genlog.
       01 WS-MSG-LOG            PIC X(100).
       01 WS-TYP-LOG            PIC X(20)   VALUE "acompte".
       01 WS-IDF-PIE-NUL        PIC 9(10)   VALUE 0.
       01 WS-QTE-LOG-NUL        PIC S9(10)  VALUE 0.
       01 WS-LIEN-LOG-NUL       PIC 9(10)   VALUE 0.
       01 WS-RTR-LOG            PIC 9(01).

      * Zones utilisees pour tracer via generr l'echec d'une des
      * ecritures SQL en cas de SQLCODE en erreur.
       01 WS-OPE-ERR            PIC X(60).
       01 WS-RTR-ERR            PIC 9(01).


       PROCEDURE DIVISION.

           PERFORM 0100-AFF-RMB-DEB
              THRU 0100-AFF-RMB-FIN.

           DISPLAY "1. Enregistrer un acompte".
           DISPLAY "2. Reimprimer une facture d'acompte".
           DISPLAY "3. Constater un remboursement".
           DISPLAY "0. Retour".
           ACCEPT WS-CHX.

           EVALUATE WS-CHX
               WHEN "1"
                   PERFORM 0200-SSI-ACP-DEB
                      THRU 0200-SSI-ACP-FIN

               WHEN "2"
                   PERFORM 0400-RIM-ACP-DEB
                      THRU 0400-RIM-ACP-FIN

               WHEN "3"
                   PERFORM 0600-RMB-ACP-DEB
                      THRU 0600-RMB-ACP-FIN

               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

           DISPLAY "Appuyez sur entree".
           ACCEPT WS-LRR.

           EXIT PROGRAM.

      ******************************************************************
      *                         PARAGRAPHES                            *
      ******************************************************************

      * Liste en tete les acomptes a rembourser au client.

       0100-AFF-RMB-DEB.

           MOVE 0 TO WS-NBR-RMB.

           DISPLAY "Acomptes sur commande".
           DISPLAY "-------------------------------------------------".
           DISPLAY "Acomptes a rembourser :".
           DISPLAY "Numero       Commande  Client                     "
                   "             TTC".

           EXEC SQL OPEN C-RMB END-EXEC.

           EXEC SQL
               FETCH C-RMB
               INTO  :PG-EXE-ACP-RSU, :PG-NUM-ACP-RSU,
                     :PG-IDF-CMD-RSU, :PG-NOM-CLI-RSU,
                     :PG-TTC-ACP-RSU
           END-EXEC.

           PERFORM 0150-AFF-UN-RMB-DEB
              THRU 0150-AFF-UN-RMB-FIN
              UNTIL SQLCODE NOT = 0.

           EXEC SQL CLOSE C-RMB END-EXEC.

           IF WS-NBR-RMB = 0
               DISPLAY "(aucun acompte a rembourser)"
           END-IF.

           DISPLAY "-------------------------------------------------".

           EXIT.
       0100-AFF-RMB-FIN.

      *-----------------------------------------------------------------

       0150-AFF-UN-RMB-DEB.

           ADD 1 TO WS-NBR-RMB.

           MOVE PG-EXE-ACP-RSU TO WS-EXE-ACP-EDT.
           MOVE PG-NUM-ACP-RSU TO WS-NUM-ACP-SER.
           MOVE PG-IDF-CMD-RSU TO WS-IDF-CMD-EDT.
           MOVE PG-TTC-ACP-RSU TO WS-MTT-TTC-EDT.

           DISPLAY "A" WS-EXE-ACP-EDT "-" WS-NUM-ACP-SER " "
                   WS-IDF-CMD-EDT "  " PG-NOM-CLI-RSU (1:30) " "
                   WS-MTT-TTC-EDT.

           EXEC SQL
               FETCH C-RMB
               INTO  :PG-EXE-ACP-RSU, :PG-NUM-ACP-RSU,
                     :PG-IDF-CMD-RSU, :PG-NOM-CLI-RSU,
                     :PG-TTC-ACP-RSU
           END-EXEC.

           EXIT.
       0150-AFF-UN-RMB-FIN.

      *-----------------------------------------------------------------

      * Saisit la commande (existante, ni annulee ni facturee), le
      * montant TTC verse et son mode de reglement, puis enchaine sur
      * l'enregistrement. Refuse si le mois courant est clos.

       0200-SSI-ACP-DEB.

           MOVE FUNCTION CURRENT-DATE TO WS-CUR-DAT-HOR.
           MOVE SPACES TO WS-DAT-PCP.
           STRING WS-CUR-DAT-HOR (1:4) "-" WS-CUR-DAT-HOR (5:2)
                  "-" WS-CUR-DAT-HOR (7:2)
                  DELIMITED BY SIZE INTO WS-DAT-PCP
           END-STRING.

           CALL "vermoi" USING WS-DAT-PCP,
                               WS-DAT-OUV,
                               WS-RTR-PCP
           END-CALL.

           IF NOT WS-RTR-PCP-OUV
               DISPLAY "Mois courant clos en comptabilite : "
                       "saisie impossible."
               GO TO 0200-SSI-ACP-FIN
           END-IF.

           DISPLAY "Id de la commande :".
           ACCEPT WS-IDF-CMD.

           MOVE WS-IDF-CMD TO PG-IDF-CMD.

           EXEC SQL
               SELECT c.id_cli, COALESCE(c.statut_cmd, 'saisie'),
                      k.nom_cli,
                      CASE WHEN COALESCE(k.pays_cli, 'FR') <> 'FR'
                            AND k.tva_intra_cli IS NOT NULL
                            AND k.typ_cli = 'E'
                           THEN 'O' ELSE 'N' END
               INTO   :PG-IDF-CLI, :PG-STA-CMD, :PG-NOM-CLI,
                      :PG-AUT-LIQ
               FROM   commande c
               JOIN   client k ON k.id_cli = c.id_cli
               WHERE  c.id_cmd = :PG-IDF-CMD
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY "Commande inconnue."
               GO TO 0200-SSI-ACP-FIN
           END-IF.

           IF PG-STA-CMD = "annulee" OR PG-STA-CMD = "facturee"
               DISPLAY "Commande " FUNCTION TRIM (PG-STA-CMD)
                       " : acompte impossible."
               GO TO 0200-SSI-ACP-FIN
           END-IF.

           DISPLAY "Client : " FUNCTION TRIM (PG-NOM-CLI).

           DISPLAY "Montant TTC de l'acompte :".
           ACCEPT WS-MTT-TTC.

           IF WS-MTT-TTC = 0
               DISPLAY "Montant invalide, acompte abandonne."
               GO TO 0200-SSI-ACP-FIN
           END-IF.

           DISPLAY "Mode de reglement (cheque, especes, virement, "
                   "carte) :".
           ACCEPT WS-MOD-RGL.

           IF WS-MOD-RGL NOT = "cheque"
              AND WS-MOD-RGL NOT = "especes"
              AND WS-MOD-RGL NOT = "virement"
              AND WS-MOD-RGL NOT = "carte"
               DISPLAY "Mode de reglement invalide, acompte "
                       "abandonne."
               GO TO 0200-SSI-ACP-FIN
           END-IF.

           PERFORM 0300-INS-ACP-DEB
              THRU 0300-INS-ACP-FIN.

       0200-SSI-ACP-FIN.
           EXIT.

      *-----------------------------------------------------------------

      * Ventile le TTC verse en HT et TVA au taux normal (0 % en
      * autoliquidation), numerote l'acompte dans la serie de
      * l'exercice, puis insere le reglement et l'acompte dans la
      * meme transaction. La facture d'acompte est imprimee aussitot.

       0300-INS-ACP-DEB.

           MOVE WS-MTT-TTC   TO PG-MTT-TTC.
           MOVE WS-MOD-RGL   TO PG-MOD-RGL.
           MOVE SESS-IDF-UTI TO PG-IDF-UTI.

           IF PG-AUT-LIQ = "O"
               MOVE 0 TO PG-TAU-TVA
           ELSE
               MOVE 20 TO PG-TAU-TVA
           END-IF.

           COMPUTE PG-MTT-HT ROUNDED =
                   PG-MTT-TTC * 100 / (100 + PG-TAU-TVA).
           COMPUTE PG-MTT-TVA = PG-MTT-TTC - PG-MTT-HT.

           EXEC SQL
               SELECT EXTRACT(YEAR FROM CURRENT_DATE)::INTEGER
               INTO   :PG-EXE-ACP
           END-EXEC.

           EXEC SQL
               LOCK TABLE acompte IN EXCLUSIVE MODE
           END-EXEC.

           EXEC SQL
               SELECT COALESCE(MAX(num_acp), 0) + 1
               INTO   :PG-NUM-ACP
               FROM   acompte
               WHERE  exercice_acp = :PG-EXE-ACP
           END-EXEC.

           EXEC SQL
               INSERT INTO reglement (id_cli, date_rgl, mtt_rgl,
                               mode_rgl)
               VALUES (:PG-IDF-CLI, CURRENT_DATE, :PG-MTT-TTC,
                      :PG-MOD-RGL)
               RETURNING id_rgl INTO :PG-IDF-RGL
           END-EXEC.

           IF SQLCODE = 0
               EXEC SQL
                   INSERT INTO acompte (id_cmd, id_cli, exercice_acp,
                                   num_acp, date_acp, tau_tva_acp,
                                   mtt_ht_acp, mtt_tva_acp,
                                   mtt_ttc_acp, id_rgl, statut_acp,
                                   id_uti)
                   VALUES (:PG-IDF-CMD, :PG-IDF-CLI, :PG-EXE-ACP,
                          :PG-NUM-ACP, CURRENT_DATE, :PG-TAU-TVA,
                          :PG-MTT-HT, :PG-MTT-TVA, :PG-MTT-TTC,
                          :PG-IDF-RGL, 'ouvert', :PG-IDF-UTI)
                   RETURNING id_acp INTO :PG-IDF-ACP
               END-EXEC
           END-IF.

           IF SQLCODE NOT = 0
               EXEC SQL ROLLBACK END-EXEC
               MOVE "ecracp : insertion acompte"
               TO   WS-OPE-ERR
               CALL "generr" USING WS-OPE-ERR, SQLCODE, WS-RTR-ERR
               END-CALL
               DISPLAY "Erreur lors de l'enregistrement de l'acompte."
               GO TO 0300-INS-ACP-FIN
           END-IF.

           CALL "gencai" USING PG-IDF-RGL,
                               PG-IDF-UTI,
                               WS-RTR-CAI
           END-CALL.

           IF NOT WS-RTR-CAI-OK
               DISPLAY "Erreur au journal de caisse : acompte non "
                       "enregistre."
               GO TO 0300-INS-ACP-FIN
           END-IF.

           EXEC SQL COMMIT END-EXEC.

           MOVE PG-EXE-ACP TO WS-EXE-ACP-EDT.
           MOVE PG-NUM-ACP TO WS-NUM-ACP-SER.
           MOVE PG-IDF-CMD TO WS-IDF-CMD-EDT.

           MOVE SPACES TO WS-MSG-LOG.
           STRING 'Acompte A' DELIMITED BY SIZE
                  WS-EXE-ACP-EDT DELIMITED BY SIZE
                  '-' DELIMITED BY SIZE
                  WS-NUM-ACP-SER DELIMITED BY SIZE
                  ' sur la commande ' DELIMITED BY SIZE
                  FUNCTION TRIM (WS-IDF-CMD-EDT) DELIMITED BY SIZE
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

           PERFORM 0500-IMP-ACP-DEB
              THRU 0500-IMP-ACP-FIN.

       0300-INS-ACP-FIN.
           EXIT.

      *-----------------------------------------------------------------

      * Reimprime une facture d'acompte a partir de son exercice et de
      * son numero.

       0400-RIM-ACP-DEB.

           DISPLAY "Exercice de l'acompte (ex. 2026) :".
           ACCEPT WS-EXE-ACP.

           DISPLAY "Numero de l'acompte :".
           ACCEPT WS-NUM-ACP.

           MOVE WS-EXE-ACP TO PG-EXE-ACP.
           MOVE WS-NUM-ACP TO PG-NUM-ACP.

           EXEC SQL
               SELECT id_acp
               INTO   :PG-IDF-ACP
               FROM   acompte
               WHERE  exercice_acp = :PG-EXE-ACP
               AND    num_acp = :PG-NUM-ACP
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY "Acompte inconnu."
               GO TO 0400-RIM-ACP-FIN
           END-IF.

           PERFORM 0500-IMP-ACP-DEB
              THRU 0500-IMP-ACP-FIN.

       0400-RIM-ACP-FIN.
           EXIT.

      *-----------------------------------------------------------------

      * Edite la facture d'acompte telle qu'enregistree : entete
      * legale (numero de la serie A, date), commande et client,
      * ventilation HT/TVA/TTC et, pour un client autoliquide, la
      * mention legale d'autoliquidation.

       0500-IMP-ACP-DEB.

           EXEC SQL
               SELECT a.exercice_acp, a.num_acp,
                      TO_CHAR(a.date_acp, 'YYYY-MM-DD'),
                      a.id_cmd, a.id_cli, a.tau_tva_acp,
                      a.mtt_ht_acp, a.mtt_tva_acp, a.mtt_ttc_acp,
                      COALESCE(a.statut_acp, 'ouvert'),
                      k.nom_cli, COALESCE(k.adr_cli, ' '),
                      COALESCE(k.cop_cli, 0), COALESCE(k.vil_cli, ' '),
                      COALESCE(k.tva_intra_cli, ' ')
               INTO   :PG-EXE-ACP, :PG-NUM-ACP, :PG-DAT-ACP,
                      :PG-IDF-CMD, :PG-IDF-CLI, :PG-TAU-TVA,
                      :PG-MTT-HT, :PG-MTT-TVA, :PG-MTT-TTC,
                      :PG-STA-ACP,
                      :PG-NOM-CLI, :PG-ADR-CLI,
                      :PG-COP-CLI, :PG-VIL-CLI,
                      :PG-TVA-INT
               FROM   acompte a
               JOIN   client k ON k.id_cli = a.id_cli
               WHERE  a.id_acp = :PG-IDF-ACP
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY "Acompte introuvable."
               GO TO 0500-IMP-ACP-FIN
           END-IF.

           MOVE PG-EXE-ACP TO WS-EXE-ACP-EDT.
           MOVE PG-NUM-ACP TO WS-NUM-ACP-SER.
           MOVE PG-IDF-CMD TO WS-IDF-CMD-EDT.
           MOVE PG-IDF-CLI TO WS-IDF-CLI-EDT.
           MOVE PG-COP-CLI TO WS-COP-CLI-EDT.
           MOVE PG-TAU-TVA TO WS-TAU-TVA-EDT.
           MOVE PG-MTT-HT  TO WS-MTT-HT-EDT.
           MOVE PG-MTT-TVA TO WS-MTT-TVA-EDT.
           MOVE PG-MTT-TTC TO WS-MTT-TTC-EDT.

           CALL "gensoc" USING WS-RSO-SOC,
                               WS-ADR-SOC,
                               WS-VIL-SOC,
                               WS-SIR-SOC,
                               WS-TVA-SOC,
                               WS-RTR-SOC
           END-CALL.

           DISPLAY " ".
           DISPLAY "================================================".
           DISPLAY "   " FUNCTION TRIM (WS-RSO-SOC).
           DISPLAY "   " FUNCTION TRIM (WS-ADR-SOC) " "
                   FUNCTION TRIM (WS-VIL-SOC).

           IF WS-SIR-SOC NOT = SPACES
               DISPLAY "   SIRET " WS-SIR-SOC
                       "  TVA " FUNCTION TRIM (WS-TVA-SOC)
           END-IF.

           DISPLAY "      FACTURE D'ACOMPTE N. A" WS-EXE-ACP-EDT "-"
                   WS-NUM-ACP-SER.
           DISPLAY "================================================".
           DISPLAY "Date           : " PG-DAT-ACP.
           DISPLAY "Commande       : " FUNCTION TRIM (WS-IDF-CMD-EDT).
           DISPLAY "Client         : " FUNCTION TRIM (WS-IDF-CLI-EDT)
                   " - " FUNCTION TRIM (PG-NOM-CLI).
           DISPLAY "Adresse        : " FUNCTION TRIM (PG-ADR-CLI).
           DISPLAY "                 " FUNCTION TRIM (WS-COP-CLI-EDT)
                   " " FUNCTION TRIM (PG-VIL-CLI).

           IF PG-TVA-INT NOT = SPACES AND PG-TAU-TVA = 0
               DISPLAY "TVA client     : " FUNCTION TRIM (PG-TVA-INT)
           END-IF.

           DISPLAY "------------------------------------------------".
           DISPLAY "Acompte a valoir sur la commande "
                   FUNCTION TRIM (WS-IDF-CMD-EDT).
           DISPLAY "Total HT       : " FUNCTION TRIM (WS-MTT-HT-EDT)
                   " EUR".
           DISPLAY "TVA "  FUNCTION TRIM (WS-TAU-TVA-EDT) " %    : "
                   FUNCTION TRIM (WS-MTT-TVA-EDT) " EUR".
           DISPLAY "Total TTC      : " FUNCTION TRIM (WS-MTT-TTC-EDT)
                   " EUR".
           DISPLAY "Acquitte, deductible de la facture de la commande.".

           IF PG-TAU-TVA = 0 AND PG-TVA-INT NOT = SPACES
               DISPLAY "------------------------"
                       "------------------------"
               DISPLAY "Autoliquidation - art. 283-2 du CGI"
               DISPLAY "art. 196 directive 2006/112/CE"
           END-IF.

           IF PG-STA-ACP NOT = "ouvert"
               DISPLAY "Statut         : " FUNCTION TRIM (PG-STA-ACP)
           END-IF.

           DISPLAY "================================================".

       0500-IMP-ACP-FIN.
           EXIT.

      *-----------------------------------------------------------------

      * Constate le remboursement d'un acompte a rembourser : le
      * statut passe a 'rembourse', date du jour. Le reglement
      * d'origine cesse alors de compter dans le solde client
      * (raprgl, trtstm) et dans l'encours (ajucmd). Refuse si le mois
      * courant est clos.

       0600-RMB-ACP-DEB.

           MOVE FUNCTION CURRENT-DATE TO WS-CUR-DAT-HOR.
           MOVE SPACES TO WS-DAT-PCP.
           STRING WS-CUR-DAT-HOR (1:4) "-" WS-CUR-DAT-HOR (5:2)
                  "-" WS-CUR-DAT-HOR (7:2)
                  DELIMITED BY SIZE INTO WS-DAT-PCP
           END-STRING.

           CALL "vermoi" USING WS-DAT-PCP,
                               WS-DAT-OUV,
                               WS-RTR-PCP
           END-CALL.

           IF NOT WS-RTR-PCP-OUV
               DISPLAY "Mois courant clos en comptabilite : "
                       "remboursement impossible."
               GO TO 0600-RMB-ACP-FIN
           END-IF.

           DISPLAY "Exercice de l'acompte rembourse (ex. 2026) :".
           ACCEPT WS-EXE-ACP.

           DISPLAY "Numero de l'acompte rembourse :".
           ACCEPT WS-NUM-ACP.

           MOVE WS-EXE-ACP TO PG-EXE-ACP.
           MOVE WS-NUM-ACP TO PG-NUM-ACP.

           EXEC SQL
               SELECT id_acp, mtt_ttc_acp, COALESCE(statut_acp, ' ')
               INTO   :PG-IDF-ACP, :PG-MTT-TTC, :PG-STA-ACP
               FROM   acompte
               WHERE  exercice_acp = :PG-EXE-ACP
               AND    num_acp = :PG-NUM-ACP
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY "Acompte inconnu."
               GO TO 0600-RMB-ACP-FIN
           END-IF.

           IF PG-STA-ACP NOT = "a_rembourser"
               DISPLAY "Acompte " FUNCTION TRIM (PG-STA-ACP)
                       " : pas de remboursement a constater."
               GO TO 0600-RMB-ACP-FIN
           END-IF.

           MOVE PG-MTT-TTC TO WS-MTT-TTC-EDT.
           DISPLAY "Confirmer le remboursement de "
                   FUNCTION TRIM (WS-MTT-TTC-EDT) " EUR (O/N) ?".
           ACCEPT WS-CFM.

           IF WS-CFM NOT = "O"
               DISPLAY "Remboursement abandonne."
               GO TO 0600-RMB-ACP-FIN
           END-IF.

           EXEC SQL
               UPDATE acompte
               SET    statut_acp = 'rembourse',
                      date_rmb_acp = CURRENT_DATE
               WHERE  id_acp = :PG-IDF-ACP
               AND    statut_acp = 'a_rembourser'
           END-EXEC.

           IF SQLCODE NOT = 0
               EXEC SQL ROLLBACK END-EXEC
               MOVE "ecracp : maj statut_acp rembourse"
               TO   WS-OPE-ERR
               CALL "generr" USING WS-OPE-ERR, SQLCODE, WS-RTR-ERR
               END-CALL
               DISPLAY "Erreur lors du remboursement."
               GO TO 0600-RMB-ACP-FIN
           END-IF.

           EXEC SQL COMMIT END-EXEC.

           MOVE PG-EXE-ACP TO WS-EXE-ACP-EDT.
           MOVE PG-NUM-ACP TO WS-NUM-ACP-SER.

           MOVE SPACES TO WS-MSG-LOG.
           STRING 'Remboursement de l''acompte A' DELIMITED BY SIZE
                  WS-EXE-ACP-EDT DELIMITED BY SIZE
                  '-' DELIMITED BY SIZE
                  WS-NUM-ACP-SER DELIMITED BY SIZE
                  ', ' DELIMITED BY SIZE
                  FUNCTION TRIM (WS-MTT-TTC-EDT) DELIMITED BY SIZE
                  ' EUR' DELIMITED BY SIZE
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

           DISPLAY "Remboursement constate.".

       0600-RMB-ACP-FIN.
           EXIT.
