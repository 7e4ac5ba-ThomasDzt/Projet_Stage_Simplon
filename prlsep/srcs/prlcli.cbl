      ******************************************************************
      *                             ENTETE                             *
      *                                                                *
      * prlcli : campagne mensuelle de prelevement SEPA des clients en *
      * compte titulaires d'un mandat actif (mandat_sepa, ecran        *
      * gesmdt). Pour une date d'echeance de prelevement passee en     *
      * ligne de commande (AAAA-MM-JJ, J+5 par defaut), chaque client  *
      * mandate est preleve du total de ses factures ouvertes echues a *
      * cette date (TTC moins lettrage, meme calcul que raprgl), hors  *
      * factures sous litige ouvert (geslit), dans la limite de son    *
      * solde (factures moins reglements, avoirs et passages en perte, *
      * comme raprgl) : un client dont le solde est nul ou crediteur   *
      * n'est pas preleve. Les factures sont rattachees au client      *
      * facture (id_cli_fac, a defaut payeur du client de la           *
      * commande), si bien que celles des agences d'un groupe sont     *
      * prelevees sur le mandat du payeur. La campagne est numerotee   *
      * (campagne_prelevement) ; pour chaque client le reglement       *
      * attendu est pre-enregistre (mode 'prelevement', a la date      *
      * d'echeance), lettre sur ces factures de la plus ancienne a la  *
      * plus recente jusqu'a concurrence du montant preleve, et le     *
      * prelevement est trace (table prelevement) pour que rejprl      *
      * puisse l'annuler si la banque le rejette. Le fichier           *
      * pain.008.001.02 PRLCLI<numero>.xml est ensuite ecrit pour      *
      * depot a la banque : schema CORE, identifiant creancier SEPA    *
      * (ics_soc) et compte credite de la societe (saisis par gessoc), *
      * un lot FRST pour les premiers prelevements d'un mandat et un   *
      * lot RCUR pour les suivants. Le tout forme une seule            *
      * transaction : une erreur SQL ou un fichier impossible a ecrire *
      * annule la campagne. Une echeance tombant dans un mois clos     *
      * (vermoi) est refusee.                                          *
      *                                                                *
      *----------------------------------------------------------------*
      *                           TRIGRAMMES                           *
      *                                                                *
      * prlcli=prelevement clients                                     *
      * PRL=PRELEVEMENT; CPR=CAMPAGNE DE PRELEVEMENT; MDT=MANDAT;      *
      * RUM=REFERENCE UNIQUE DE MANDAT; SIG=SIGNATURE; ICS=IDENTIFIANT *
      * CREANCIER SEPA; SEQ=SEQUENCE; FRS=FIRST (PREMIER); RCR=        *
      * RECURRENT; CLI=CLIENT; RGL=REGLEMENT; LET=LETTRAGE;            *
      * ECH=ECHEANCE; ARG=ARGUMENT; MTT=MONTANT; TOT=TOTAL;            *
      * IBA=IBAN; BIC=BIC; SOC=SOCIETE; RSO=RAISON SOCIALE;            *
      * FIC=FICHIER; STA=STATUT; NBR=NOMBRE; MAX=MAXIMUM; IDX=INDICE;  *
      * TAB=TABLE; ENT=ENTREE; CHG=CHARGEMENT; ENR=ENREGISTREMENT;     *
      * ECR=ECRITURE; LOT=LOT; TXN=TRANSACTION; XML=XML; CUR=COURANT;  *
      * DAT=DATE; HOR=HORAIRE; VLD=VALIDE; ARR=ARRET; ERR=ERREUR;      *
      * EDT=EDITION; DEB=DEBUT; PCP=PERIODE COMPTABLE; OUV=OUVERTE;    *
      * SLD=SOLDE; CAL=CALCUL; FAC=FACTURE; AVR=AVOIR; PPE=PASSAGE EN  *
      * PERTE                                                          *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. prlcli.
       AUTHOR. ThomasD.
       DATE-WRITTEN. 15-10-2026 (fr).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT F-PRL ASSIGN TO WS-FIC-PRL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STA-PRL.

       DATA DIVISION.
       FILE SECTION.

       FD F-PRL.
       01 REC-PRL               PIC X(200).

       WORKING-STORAGE SECTION.

      * Fichier de prelevements de la campagne : PRLCLI<numero>.xml.
       01 WS-FIC-PRL            PIC X(50).
       01 WS-STA-PRL            PIC X(02).
           88 WS-STA-PRL-OK                 VALUE "00".

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.

       COPY dbconfig.

       01 PG-DAT-ECH            PIC X(10).
       01 PG-DAT-VLD            PIC X(01).

      * Creancier : identite, compte credite et ICS de la societe.
       01 PG-RSO-SOC            PIC X(50).
       01 PG-IBA-SOC            PIC X(34).
       01 PG-BIC-SOC            PIC X(11).
       01 PG-ICS-SOC            PIC X(35).

      * Client mandate rendu par le curseur.
       01 PG-IDF-MDT-RSU        PIC 9(10).
       01 PG-IDF-CLI-RSU        PIC 9(10).
       01 PG-NOM-CLI-RSU        PIC X(50).
       01 PG-RUM-MDT-RSU        PIC X(35).
       01 PG-DAT-SIG-RSU        PIC X(10).
       01 PG-IBA-MDT-RSU        PIC X(34).
       01 PG-BIC-MDT-RSU        PIC X(11).
       01 PG-SEQ-PRL-RSU        PIC X(04).
       01 PG-MTT-PRL-RSU        PIC 9(10)V99.

      * Composantes du solde du client mandate, calcule comme raprgl :
      * factures moins reglements, avoirs et passages en perte.
       01 PG-MTT-FAC            PIC 9(10)V99.
       01 PG-MTT-RGL            PIC 9(10)V99.
       01 PG-MTT-AVR            PIC 9(10)V99.
       01 PG-MTT-PPE            PIC 9(10)V99.

      * Campagne, reglement et prelevement en cours d'ecriture.
       01 PG-IDF-CPR            PIC 9(10).
       01 PG-NBR-PRL            PIC 9(05).
       01 PG-MTT-CPR            PIC 9(10)V99.
       01 PG-FIC-CPR            PIC X(50).
       01 PG-IDF-CLI            PIC 9(10).
       01 PG-IDF-MDT            PIC 9(10).
       01 PG-IDF-RGL            PIC 9(10).
       01 PG-IDF-PRL            PIC 9(10).
       01 PG-MTT-PRL            PIC 9(10)V99.
       01 PG-SEQ-PRL            PIC X(04).

       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

      * Declaration du curseur des clients a mandat actif ayant des
      * factures ouvertes echues a la date de prelevement, avec le
      * total a prelever et la sequence SEPA : FRST tant que le
      * mandat n'a jamais ete preleve avec succes, RCUR ensuite.
      * Les factures sont portees par le client facture (id_cli_fac,
      * payeur du client de la commande pour les factures
      * anterieures, comme ecrrgl et raprgl) : celles des agences sont
      * prelevees sur le mandat de leur payeur. Une facture sous
      * litige ouvert (geslit) n'est pas prelevee. Le total est
      * ensuite plafonne au solde du client (2150-CAL-SLD).
       EXEC SQL
           DECLARE C-CLI CURSOR FOR
               SELECT d.id_mdt, d.id_cli, k.nom_cli, d.rum_mdt,
                      TO_CHAR(d.date_sig_mdt, 'YYYY-MM-DD'),
                      d.iban_mdt, COALESCE(d.bic_mdt, ' '),
                      CASE WHEN EXISTS (SELECT 1
                                        FROM   prelevement p
                                        WHERE  p.id_mdt = d.id_mdt
                                        AND    p.statut_prl = 'emis')
                           THEN 'RCUR' ELSE 'FRST' END,
                      o.rst
               FROM   mandat_sepa d
               JOIN   client k ON k.id_cli = d.id_cli
               JOIN  (SELECT COALESCE(f.id_cli_fac,
                                      COALESCE(b.id_cli_pay, b.id_cli))
                                 AS id_cli,
                             SUM(f.mtt_ttc -
                                 COALESCE((SELECT SUM(t.mtt_let)
                                  FROM reglement_lettrage t
                                  WHERE t.id_fac = f.id_fac), 0)) AS rst
                      FROM   facture f
                      JOIN   commande m ON m.id_cmd = f.id_cmd
                      JOIN   client b ON b.id_cli = m.id_cli
                      WHERE  COALESCE(f.date_ech_fac, f.date_fac)
                             <= TO_DATE(:PG-DAT-ECH, 'YYYY-MM-DD')
                      AND    f.mtt_ttc -
                             COALESCE((SELECT SUM(t.mtt_let)
                              FROM reglement_lettrage t
                              WHERE t.id_fac = f.id_fac), 0) > 0
                      AND    NOT EXISTS (SELECT 1
                              FROM litige_facture l
                              WHERE l.id_fac = f.id_fac
                              AND   l.statut_lit = 'ouvert')
                      GROUP BY COALESCE(f.id_cli_fac,
                               COALESCE(b.id_cli_pay, b.id_cli))) o
                      ON o.id_cli = d.id_cli
               WHERE  d.actif_mdt = 'O'
               ORDER BY k.nom_cli, d.id_cli
       END-EXEC.

       01 WS-EXE-ARG            PIC X(10).

      * Clients a prelever (500 au plus par campagne), charges avant
      * toute ecriture : le curseur est ferme quand la transaction
      * de la campagne commence.
       01 WS-NBR-PRL            PIC 9(03)   VALUE 0.
       01 WS-MAX-PRL            PIC 9(03)   VALUE 500.
       01 WS-TAB-PRL.
           05 WS-ENT-PRL        OCCURS 500 TIMES.
               10 WS-PRL-MDT    PIC 9(10).
               10 WS-PRL-CLI    PIC 9(10).
               10 WS-PRL-NOM    PIC X(50).
               10 WS-PRL-RUM    PIC X(35).
               10 WS-PRL-SIG    PIC X(10).
               10 WS-PRL-IBA    PIC X(34).
               10 WS-PRL-BIC    PIC X(11).
               10 WS-PRL-SEQ    PIC X(04).
               10 WS-PRL-MTT    PIC 9(10)V99.
               10 WS-PRL-IDF    PIC 9(10).
       01 WS-IDX-PRL            PIC 9(03).

       01 WS-TOT-PRL            PIC 9(10)V99 VALUE 0.
       01 WS-NBR-FRS            PIC 9(03)   VALUE 0.
       01 WS-TOT-FRS            PIC 9(10)V99 VALUE 0.
       01 WS-NBR-RCR            PIC 9(03)   VALUE 0.
       01 WS-TOT-RCR            PIC 9(10)V99 VALUE 0.
       01 WS-NBR-IGN            PIC 9(05)   VALUE 0.

      * Solde du client courant et clients ecartes car soldes (un
      * reglement ou un avoir non affecte couvre deja leurs factures).
       01 WS-MTT-SLD            PIC S9(10)V99.
       01 WS-NBR-SLD            PIC 9(05)   VALUE 0.

      * Lot en cours d'ecriture dans le fichier (FRST ou RCUR).
       01 WS-SEQ-CUR            PIC X(04).

       01 WS-ARR                PIC X(01)   VALUE "N".
           88 WS-ARR-OUI                    VALUE "O".
           88 WS-ARR-NON                    VALUE "N".

       01 WS-ERR-CPR            PIC X(01)   VALUE "N".
           88 WS-ERR-CPR-OUI                VALUE "O".
           88 WS-ERR-CPR-NON                VALUE "N".

      * Horodatage de creation du message (CreDtTm).
       01 WS-CUR-DAT-HOR        PIC X(21).
       01 WS-DAT-HOR-XML        PIC X(19).

      * Controle de la periode comptable de l'echeance (vermoi) :
      * 0 = mois ouvert.
       01 WS-DAT-OUV            PIC X(10).
       01 WS-RTR-PCP            PIC 9(01).
           88 WS-RTR-PCP-OUV                VALUE 0.

      * Zones du fichier XML : references, montants au point decimal,
      * noms sans les caracteres reserves du XML.
       01 WS-IDF-MSG            PIC X(16).
       01 WS-IDF-LOT            PIC X(21).
       01 WS-IDF-E2E            PIC X(13).
       01 WS-MTT-XML            PIC Z(09)9.99.
       01 WS-NBR-XML            PIC Z(04)9.
       01 WS-NOM-XML            PIC X(50).
       01 WS-RUM-XML            PIC X(35).

       01 WS-IDF-EDT            PIC Z(09)9.
       01 WS-MTT-EDT            PIC Z(10).99.
       01 WS-NBR-EDT            PIC Z(04)9.

      * Zones utilisees pour tracer via generr l'echec d'une des
      * ecritures SQL en cas de SQLCODE en erreur.
       01 WS-OPE-ERR            PIC X(60).
       01 WS-RTR-ERR            PIC 9(01).


       PROCEDURE DIVISION.

           PERFORM 1000-INITIALISATION-DEB
              THRU 1000-INITIALISATION-FIN.

           IF WS-ARR-NON
               PERFORM 2000-CHG-CLI-DEB
                  THRU 2000-CHG-CLI-FIN
           END-IF.

           IF WS-ARR-NON AND WS-NBR-PRL > 0
               PERFORM 3000-ENR-CPR-DEB
                  THRU 3000-ENR-CPR-FIN
           END-IF.

           PERFORM 4000-FINALISATION-DEB
              THRU 4000-FINALISATION-FIN.

           STOP RUN.

      ******************************************************************
      *                         PARAGRAPHES                            *
      ******************************************************************

      * Connexion, date d'echeance (argument ou J+5) et controle des
      * coordonnees du creancier : sans ICS ni IBAN societe, la
      * banque refuserait le fichier.

       1000-INITIALISATION-DEB.

           ACCEPT WS-EXE-ARG FROM COMMAND-LINE.

           DISPLAY "Connexion a la base de donnees...".
           EXEC SQL
               CONNECT :PG-IDENTIFIANT
               IDENTIFIED BY :PG-MOT-PASSE
               USING :PG-NOM-BASE
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY "Erreur de connexion SQLCODE: " SQLCODE
           ELSE
               DISPLAY "Connexion reussie"
           END-IF.

           EXEC SQL COMMIT END-EXEC.

           IF WS-EXE-ARG = SPACES
               EXEC SQL
                   SELECT TO_CHAR(CURRENT_DATE + 5, 'YYYY-MM-DD')
                   INTO   :PG-DAT-ECH
               END-EXEC
           ELSE
               MOVE WS-EXE-ARG TO PG-DAT-ECH
           END-IF.

           IF PG-DAT-ECH (1:4) NOT NUMERIC
               OR PG-DAT-ECH (5:1) NOT = "-"
               OR PG-DAT-ECH (6:2) NOT NUMERIC
               OR PG-DAT-ECH (8:1) NOT = "-"
               OR PG-DAT-ECH (9:2) NOT NUMERIC
               DISPLAY "Date d'echeance invalide (AAAA-MM-JJ) : "
                       WS-EXE-ARG
               SET WS-ARR-OUI TO TRUE
               GO TO 1000-INITIALISATION-FIN
           END-IF.

           EXEC SQL
               SELECT CASE WHEN TO_DATE(:PG-DAT-ECH, 'YYYY-MM-DD')
                                > CURRENT_DATE
                           THEN 'O' ELSE 'N' END
               INTO   :PG-DAT-VLD
           END-EXEC.

           IF SQLCODE NOT = 0 OR PG-DAT-VLD NOT = "O"
               DISPLAY "La date d'echeance doit etre posterieure a ce "
                       "jour : " PG-DAT-ECH
               SET WS-ARR-OUI TO TRUE
               GO TO 1000-INITIALISATION-FIN
           END-IF.

           CALL "vermoi" USING PG-DAT-ECH,
                               WS-DAT-OUV,
                               WS-RTR-PCP
           END-CALL.

           IF NOT WS-RTR-PCP-OUV
               DISPLAY "Le mois de l'echeance est clos en "
                       "comptabilite : " PG-DAT-ECH
               SET WS-ARR-OUI TO TRUE
               GO TO 1000-INITIALISATION-FIN
           END-IF.

           EXEC SQL
               SELECT raison_soc, COALESCE(iban_soc, ' '),
                      COALESCE(bic_soc, ' '), COALESCE(ics_soc, ' ')
               INTO   :PG-RSO-SOC, :PG-IBA-SOC, :PG-BIC-SOC,
                      :PG-ICS-SOC
               FROM   societe
               FETCH FIRST 1 ROW ONLY
           END-EXEC.

           IF SQLCODE NOT = 0 OR PG-IBA-SOC = SPACES
                              OR PG-ICS-SOC = SPACES
               DISPLAY "IBAN ou identifiant creancier SEPA de la "
                       "societe absent : a saisir dans l'identite de "
                       "la societe avant tout prelevement."
               SET WS-ARR-OUI TO TRUE
               GO TO 1000-INITIALISATION-FIN
           END-IF.

           DISPLAY "Prelevements des factures echues au " PG-DAT-ECH.

       1000-INITIALISATION-FIN.
           EXIT.

      *-----------------------------------------------------------------

       2000-CHG-CLI-DEB.

           EXEC SQL OPEN C-CLI END-EXEC.

           EXEC SQL
               FETCH C-CLI
               INTO  :PG-IDF-MDT-RSU, :PG-IDF-CLI-RSU,
                     :PG-NOM-CLI-RSU, :PG-RUM-MDT-RSU,
                     :PG-DAT-SIG-RSU, :PG-IBA-MDT-RSU,
                     :PG-BIC-MDT-RSU, :PG-SEQ-PRL-RSU,
                     :PG-MTT-PRL-RSU
           END-EXEC.

           PERFORM 2100-CHG-LGN-DEB
              THRU 2100-CHG-LGN-FIN
              UNTIL SQLCODE NOT = 0.

           EXEC SQL CLOSE C-CLI END-EXEC.

           EXIT.
       2000-CHG-CLI-FIN.

      *-----------------------------------------------------------------

      * Un client au-dela de la capacite de la table est reporte a la
      * campagne suivante.

       2100-CHG-LGN-DEB.

           PERFORM 2150-CAL-SLD-DEB
              THRU 2150-CAL-SLD-FIN.

           IF WS-MTT-SLD <= 0
               ADD 1 TO WS-NBR-SLD
               DISPLAY "Client solde (reglement ou avoir non "
                       "affecte) : " PG-NOM-CLI-RSU
           ELSE
               IF WS-NBR-PRL >= WS-MAX-PRL
                   ADD 1 TO WS-NBR-IGN
                   DISPLAY "Client reporte (campagne pleine) : "
                           PG-NOM-CLI-RSU
               ELSE
                   ADD 1 TO WS-NBR-PRL
                   MOVE PG-IDF-MDT-RSU TO WS-PRL-MDT (WS-NBR-PRL)
                   MOVE PG-IDF-CLI-RSU TO WS-PRL-CLI (WS-NBR-PRL)
                   MOVE PG-NOM-CLI-RSU TO WS-PRL-NOM (WS-NBR-PRL)
                   MOVE PG-RUM-MDT-RSU TO WS-PRL-RUM (WS-NBR-PRL)
                   MOVE PG-DAT-SIG-RSU TO WS-PRL-SIG (WS-NBR-PRL)
                   MOVE PG-IBA-MDT-RSU TO WS-PRL-IBA (WS-NBR-PRL)
                   MOVE PG-BIC-MDT-RSU TO WS-PRL-BIC (WS-NBR-PRL)
                   MOVE PG-SEQ-PRL-RSU TO WS-PRL-SEQ (WS-NBR-PRL)
                   MOVE PG-MTT-PRL-RSU TO WS-PRL-MTT (WS-NBR-PRL)
                   MOVE 0              TO WS-PRL-IDF (WS-NBR-PRL)

                   ADD PG-MTT-PRL-RSU TO WS-TOT-PRL
                   IF PG-SEQ-PRL-RSU = "FRST"
                       ADD 1              TO WS-NBR-FRS
                       ADD PG-MTT-PRL-RSU TO WS-TOT-FRS
                   ELSE
                       ADD 1              TO WS-NBR-RCR
                       ADD PG-MTT-PRL-RSU TO WS-TOT-RCR
                   END-IF
               END-IF
           END-IF.

           EXEC SQL
               FETCH C-CLI
               INTO  :PG-IDF-MDT-RSU, :PG-IDF-CLI-RSU,
                     :PG-NOM-CLI-RSU, :PG-RUM-MDT-RSU,
                     :PG-DAT-SIG-RSU, :PG-IBA-MDT-RSU,
                     :PG-BIC-MDT-RSU, :PG-SEQ-PRL-RSU,
                     :PG-MTT-PRL-RSU
           END-EXEC.

           EXIT.
       2100-CHG-LGN-FIN.

      *-----------------------------------------------------------------

      * Solde du client mandate, calcule comme la balance raprgl sur
      * les clients dont il est le payeur : factures moins reglements
      * (hors acomptes non encore deduits), avoirs et passages en
      * perte. Le montant preleve est plafonne a ce solde : une
      * facture dont le litige a ete regle par avoir, ou un reglement
      * recu mais non lettre, ne sont pas preleves une seconde fois.

       2150-CAL-SLD-DEB.

           EXEC SQL
               SELECT COALESCE(SUM(f.mtt_ttc), 0)
               INTO   :PG-MTT-FAC
               FROM   facture f
               JOIN   commande m ON m.id_cmd = f.id_cmd
               WHERE  m.id_cli IN (SELECT g.id_cli FROM client g
                             WHERE  COALESCE(g.id_cli_pay, g.id_cli)
                                    = :PG-IDF-CLI-RSU)
           END-EXEC.

           EXEC SQL
               SELECT COALESCE(SUM(mtt_rgl), 0)
               INTO   :PG-MTT-RGL
               FROM   reglement r
               WHERE  r.id_cli IN (SELECT g.id_cli FROM client g
                             WHERE  COALESCE(g.id_cli_pay, g.id_cli)
                                    = :PG-IDF-CLI-RSU)
               AND    NOT EXISTS (SELECT 1
                                  FROM   acompte a
                                  WHERE  a.id_rgl = r.id_rgl
                                  AND    a.statut_acp <> 'deduit')
           END-EXEC.

           EXEC SQL
               SELECT COALESCE(SUM(mtt_ttc), 0)
               INTO   :PG-MTT-AVR
               FROM   avoir
               WHERE  id_cli IN (SELECT g.id_cli FROM client g
                             WHERE  COALESCE(g.id_cli_pay, g.id_cli)
                                    = :PG-IDF-CLI-RSU)
           END-EXEC.

           EXEC SQL
               SELECT COALESCE(SUM(mtt_ppe), 0)
               INTO   :PG-MTT-PPE
               FROM   passage_perte
               WHERE  id_cli IN (SELECT g.id_cli FROM client g
                             WHERE  COALESCE(g.id_cli_pay, g.id_cli)
                                    = :PG-IDF-CLI-RSU)
           END-EXEC.

           COMPUTE WS-MTT-SLD = PG-MTT-FAC - PG-MTT-RGL - PG-MTT-AVR
                              - PG-MTT-PPE.

           IF WS-MTT-SLD > 0 AND WS-MTT-SLD < PG-MTT-PRL-RSU
               MOVE WS-MTT-SLD TO PG-MTT-PRL-RSU
           END-IF.

           EXIT.
       2150-CAL-SLD-FIN.

      *-----------------------------------------------------------------

      * Numerote la campagne, pre-enregistre reglements, lettrages et
      * prelevements puis ecrit le fichier, dans une seule
      * transaction.

       3000-ENR-CPR-DEB.

           MOVE WS-NBR-PRL TO PG-NBR-PRL.
           MOVE WS-TOT-PRL TO PG-MTT-CPR.

           EXEC SQL
               INSERT INTO campagne_prelevement (date_ech_cpr,
                               nbr_prl_cpr, mtt_cpr)
               VALUES (TO_DATE(:PG-DAT-ECH, 'YYYY-MM-DD'),
                      :PG-NBR-PRL, :PG-MTT-CPR)
               RETURNING id_cpr INTO :PG-IDF-CPR
           END-EXEC.

           IF SQLCODE NOT = 0
               EXEC SQL ROLLBACK END-EXEC
               MOVE "prlcli : insertion campagne_prelevement"
               TO   WS-OPE-ERR
               CALL "generr" USING WS-OPE-ERR, SQLCODE, WS-RTR-ERR
               END-CALL
               SET WS-ERR-CPR-OUI TO TRUE
               GO TO 3000-ENR-CPR-FIN
           END-IF.

           MOVE SPACES TO WS-IDF-MSG.
           STRING "PRLCLI" PG-IDF-CPR DELIMITED BY SIZE
                  INTO WS-IDF-MSG
           END-STRING.

           MOVE SPACES TO WS-FIC-PRL.
           STRING WS-IDF-MSG ".xml" DELIMITED BY SIZE
                  INTO WS-FIC-PRL
           END-STRING.

           PERFORM 3100-ENR-PRL-DEB
              THRU 3100-ENR-PRL-FIN
              VARYING WS-IDX-PRL FROM 1 BY 1
              UNTIL WS-IDX-PRL > WS-NBR-PRL
              OR    WS-ERR-CPR-OUI.

           IF WS-ERR-CPR-OUI
               EXEC SQL ROLLBACK END-EXEC
               GO TO 3000-ENR-CPR-FIN
           END-IF.

           MOVE WS-FIC-PRL TO PG-FIC-CPR.

           EXEC SQL
               UPDATE campagne_prelevement
               SET    fic_cpr = :PG-FIC-CPR
               WHERE  id_cpr  = :PG-IDF-CPR
           END-EXEC.

           PERFORM 3500-ECR-PRL-DEB
              THRU 3500-ECR-PRL-FIN.

           IF WS-ERR-CPR-OUI
               EXEC SQL ROLLBACK END-EXEC
               DISPLAY "Fichier de prelevements impossible a ecrire "
                       "(statut " WS-STA-PRL ") : campagne annulee."
               GO TO 3000-ENR-CPR-FIN
           END-IF.

           EXEC SQL COMMIT END-EXEC.

       3000-ENR-CPR-FIN.
           EXIT.

      *-----------------------------------------------------------------

      * Reglement attendu du client, lettre sur les factures ouvertes
      * echues de la plus ancienne a la plus recente, chacune pour son
      * restant du, jusqu'a concurrence du montant preleve (plafonne
      * au solde) : la derniere facture atteinte peut n'etre lettree
      * qu'en partie. Prelevement rattache ensuite a la campagne et
      * au mandat.

       3100-ENR-PRL-DEB.

           MOVE WS-PRL-CLI (WS-IDX-PRL) TO PG-IDF-CLI.
           MOVE WS-PRL-MDT (WS-IDX-PRL) TO PG-IDF-MDT.
           MOVE WS-PRL-MTT (WS-IDX-PRL) TO PG-MTT-PRL.
           MOVE WS-PRL-SEQ (WS-IDX-PRL) TO PG-SEQ-PRL.

           EXEC SQL
               INSERT INTO reglement (id_cli, date_rgl, mtt_rgl,
                               mode_rgl)
               VALUES (:PG-IDF-CLI,
                      TO_DATE(:PG-DAT-ECH, 'YYYY-MM-DD'),
                      :PG-MTT-PRL, 'prelevement')
               RETURNING id_rgl INTO :PG-IDF-RGL
           END-EXEC.

           IF SQLCODE NOT = 0
               MOVE "prlcli : insertion reglement"
               TO   WS-OPE-ERR
               CALL "generr" USING WS-OPE-ERR, SQLCODE, WS-RTR-ERR
               END-CALL
               SET WS-ERR-CPR-OUI TO TRUE
               GO TO 3100-ENR-PRL-FIN
           END-IF.

           EXEC SQL
               INSERT INTO reglement_lettrage (id_rgl, id_fac,
                               mtt_let, date_let)
               SELECT :PG-IDF-RGL, o.id_fac,
                      LEAST(o.rst, :PG-MTT-PRL - (o.cum - o.rst)),
                      TO_DATE(:PG-DAT-ECH, 'YYYY-MM-DD')
               FROM  (SELECT f.id_fac,
                             f.mtt_ttc -
                             COALESCE((SELECT SUM(t.mtt_let)
                              FROM reglement_lettrage t
                              WHERE t.id_fac = f.id_fac), 0) AS rst,
                             SUM(f.mtt_ttc -
                             COALESCE((SELECT SUM(t.mtt_let)
                              FROM reglement_lettrage t
                              WHERE t.id_fac = f.id_fac), 0))
                             OVER (ORDER BY COALESCE(f.date_ech_fac,
                                                     f.date_fac),
                                            f.date_fac, f.id_fac)
                                 AS cum
                      FROM   facture f
                      JOIN   commande m ON m.id_cmd = f.id_cmd
                      JOIN   client b ON b.id_cli = m.id_cli
                      WHERE  COALESCE(f.id_cli_fac,
                                      COALESCE(b.id_cli_pay, b.id_cli))
                             = :PG-IDF-CLI
                      AND    COALESCE(f.date_ech_fac, f.date_fac)
                             <= TO_DATE(:PG-DAT-ECH, 'YYYY-MM-DD')
                      AND    f.mtt_ttc -
                             COALESCE((SELECT SUM(t.mtt_let)
                              FROM reglement_lettrage t
                              WHERE t.id_fac = f.id_fac), 0) > 0
                      AND    NOT EXISTS (SELECT 1
                              FROM litige_facture l
                              WHERE l.id_fac = f.id_fac
                              AND   l.statut_lit = 'ouvert')) o
               WHERE  o.cum - o.rst < :PG-MTT-PRL
           END-EXEC.

           IF SQLCODE NOT = 0
               MOVE "prlcli : insertion reglement_lettrage"
               TO   WS-OPE-ERR
               CALL "generr" USING WS-OPE-ERR, SQLCODE, WS-RTR-ERR
               END-CALL
               SET WS-ERR-CPR-OUI TO TRUE
               GO TO 3100-ENR-PRL-FIN
           END-IF.

           EXEC SQL
               INSERT INTO prelevement (id_cpr, id_mdt, id_cli,
                               id_rgl, mtt_prl, seq_prl)
               VALUES (:PG-IDF-CPR, :PG-IDF-MDT, :PG-IDF-CLI,
                      :PG-IDF-RGL, :PG-MTT-PRL, :PG-SEQ-PRL)
               RETURNING id_prl INTO :PG-IDF-PRL
           END-EXEC.

           IF SQLCODE NOT = 0
               MOVE "prlcli : insertion prelevement"
               TO   WS-OPE-ERR
               CALL "generr" USING WS-OPE-ERR, SQLCODE, WS-RTR-ERR
               END-CALL
               SET WS-ERR-CPR-OUI TO TRUE
               GO TO 3100-ENR-PRL-FIN
           END-IF.

           MOVE PG-IDF-PRL TO WS-PRL-IDF (WS-IDX-PRL).

       3100-ENR-PRL-FIN.
           EXIT.

      *-----------------------------------------------------------------

      * Fichier pain.008.001.02 : en-tete de groupe puis un lot par
      * sequence SEPA presente (FRST, RCUR), prelevement demande a la
      * date d'echeance, BtchBookg a false pour un credit par
      * prelevement sur le releve.

       3500-ECR-PRL-DEB.

           OPEN OUTPUT F-PRL.

           IF NOT WS-STA-PRL-OK
               SET WS-ERR-CPR-OUI TO TRUE
               GO TO 3500-ECR-PRL-FIN
           END-IF.

           MOVE FUNCTION CURRENT-DATE TO WS-CUR-DAT-HOR.
           MOVE SPACES TO WS-DAT-HOR-XML.
           STRING WS-CUR-DAT-HOR (1:4) "-" WS-CUR-DAT-HOR (5:2) "-"
                  WS-CUR-DAT-HOR (7:2) "T" WS-CUR-DAT-HOR (9:2) ":"
                  WS-CUR-DAT-HOR (11:2) ":" WS-CUR-DAT-HOR (13:2)
                  DELIMITED BY SIZE INTO WS-DAT-HOR-XML
           END-STRING.

           MOVE WS-NBR-PRL TO WS-NBR-XML.
           MOVE WS-TOT-PRL TO WS-MTT-XML.
           MOVE PG-RSO-SOC TO WS-NOM-XML.
           INSPECT WS-NOM-XML CONVERTING "&<>" TO "+()".

           MOVE '<?xml version="1.0" encoding="UTF-8"?>' TO REC-PRL.
           WRITE REC-PRL.
           MOVE SPACES TO REC-PRL.
           STRING '<Document xmlns="urn:iso:std:iso:20022:tech:xsd:'
                  'pain.008.001.02">' DELIMITED BY SIZE INTO REC-PRL
           END-STRING.
           WRITE REC-PRL.
           MOVE " <CstmrDrctDbtInitn>" TO REC-PRL.
           WRITE REC-PRL.

           MOVE "  <GrpHdr>" TO REC-PRL.
           WRITE REC-PRL.
           MOVE SPACES TO REC-PRL.
           STRING "   <MsgId>" DELIMITED BY SIZE
                  WS-IDF-MSG DELIMITED BY SPACE
                  "</MsgId>" DELIMITED BY SIZE INTO REC-PRL
           END-STRING.
           WRITE REC-PRL.
           MOVE SPACES TO REC-PRL.
           STRING "   <CreDtTm>" WS-DAT-HOR-XML "</CreDtTm>"
                  DELIMITED BY SIZE INTO REC-PRL
           END-STRING.
           WRITE REC-PRL.
           MOVE SPACES TO REC-PRL.
           STRING "   <NbOfTxs>" DELIMITED BY SIZE
                  FUNCTION TRIM (WS-NBR-XML) DELIMITED BY SIZE
                  "</NbOfTxs>" DELIMITED BY SIZE INTO REC-PRL
           END-STRING.
           WRITE REC-PRL.
           MOVE SPACES TO REC-PRL.
           STRING "   <CtrlSum>" DELIMITED BY SIZE
                  FUNCTION TRIM (WS-MTT-XML) DELIMITED BY SIZE
                  "</CtrlSum>" DELIMITED BY SIZE INTO REC-PRL
           END-STRING.
           WRITE REC-PRL.
           MOVE SPACES TO REC-PRL.
           STRING "   <InitgPty><Nm>" DELIMITED BY SIZE
                  FUNCTION TRIM (WS-NOM-XML) DELIMITED BY SIZE
                  "</Nm></InitgPty>" DELIMITED BY SIZE INTO REC-PRL
           END-STRING.
           WRITE REC-PRL.
           MOVE "  </GrpHdr>" TO REC-PRL.
           WRITE REC-PRL.

           IF WS-NBR-FRS > 0
               MOVE "FRST"     TO WS-SEQ-CUR
               MOVE WS-NBR-FRS TO WS-NBR-XML
               MOVE WS-TOT-FRS TO WS-MTT-XML
               PERFORM 3600-ECR-LOT-DEB
                  THRU 3600-ECR-LOT-FIN
           END-IF.

           IF WS-NBR-RCR > 0
               MOVE "RCUR"     TO WS-SEQ-CUR
               MOVE WS-NBR-RCR TO WS-NBR-XML
               MOVE WS-TOT-RCR TO WS-MTT-XML
               PERFORM 3600-ECR-LOT-DEB
                  THRU 3600-ECR-LOT-FIN
           END-IF.

           MOVE " </CstmrDrctDbtInitn>" TO REC-PRL.
           WRITE REC-PRL.
           MOVE "</Document>" TO REC-PRL.
           WRITE REC-PRL.

           CLOSE F-PRL.

       3500-ECR-PRL-FIN.
           EXIT.

      *-----------------------------------------------------------------

      * Un lot : type de prelevement CORE et sequence, creancier
      * (nom, compte, banque, ICS), puis les prelevements de la
      * sequence.

       3600-ECR-LOT-DEB.

           MOVE SPACES TO WS-IDF-LOT.
           STRING WS-IDF-MSG DELIMITED BY SPACE
                  "-" WS-SEQ-CUR DELIMITED BY SIZE
                  INTO WS-IDF-LOT
           END-STRING.

           MOVE "  <PmtInf>" TO REC-PRL.
           WRITE REC-PRL.
           MOVE SPACES TO REC-PRL.
           STRING "   <PmtInfId>" DELIMITED BY SIZE
                  WS-IDF-LOT DELIMITED BY SPACE
                  "</PmtInfId>" DELIMITED BY SIZE INTO REC-PRL
           END-STRING.
           WRITE REC-PRL.
           MOVE "   <PmtMtd>DD</PmtMtd>" TO REC-PRL.
           WRITE REC-PRL.
           MOVE "   <BtchBookg>false</BtchBookg>" TO REC-PRL.
           WRITE REC-PRL.
           MOVE SPACES TO REC-PRL.
           STRING "   <NbOfTxs>" DELIMITED BY SIZE
                  FUNCTION TRIM (WS-NBR-XML) DELIMITED BY SIZE
                  "</NbOfTxs>" DELIMITED BY SIZE INTO REC-PRL
           END-STRING.
           WRITE REC-PRL.
           MOVE SPACES TO REC-PRL.
           STRING "   <CtrlSum>" DELIMITED BY SIZE
                  FUNCTION TRIM (WS-MTT-XML) DELIMITED BY SIZE
                  "</CtrlSum>" DELIMITED BY SIZE INTO REC-PRL
           END-STRING.
           WRITE REC-PRL.
           MOVE SPACES TO REC-PRL.
           STRING "   <PmtTpInf><SvcLvl><Cd>SEPA</Cd></SvcLvl>"
                  "<LclInstrm><Cd>CORE</Cd></LclInstrm><SeqTp>"
                  WS-SEQ-CUR "</SeqTp></PmtTpInf>"
                  DELIMITED BY SIZE INTO REC-PRL
           END-STRING.
           WRITE REC-PRL.
           MOVE SPACES TO REC-PRL.
           STRING "   <ReqdColltnDt>" PG-DAT-ECH "</ReqdColltnDt>"
                  DELIMITED BY SIZE INTO REC-PRL
           END-STRING.
           WRITE REC-PRL.
           MOVE PG-RSO-SOC TO WS-NOM-XML.
           INSPECT WS-NOM-XML CONVERTING "&<>" TO "+()".
           MOVE SPACES TO REC-PRL.
           STRING "   <Cdtr><Nm>" DELIMITED BY SIZE
                  FUNCTION TRIM (WS-NOM-XML) DELIMITED BY SIZE
                  "</Nm></Cdtr>" DELIMITED BY SIZE INTO REC-PRL
           END-STRING.
           WRITE REC-PRL.
           MOVE SPACES TO REC-PRL.
           STRING "   <CdtrAcct><Id><IBAN>" DELIMITED BY SIZE
                  PG-IBA-SOC DELIMITED BY SPACE
                  "</IBAN></Id></CdtrAcct>" DELIMITED BY SIZE
                  INTO REC-PRL
           END-STRING.
           WRITE REC-PRL.

      * Sans BIC societe, la banque le deduit de l'IBAN.
           MOVE SPACES TO REC-PRL.
           IF PG-BIC-SOC = SPACES
               STRING "   <CdtrAgt><FinInstnId><Othr><Id>NOTPROVIDED"
                      "</Id></Othr></FinInstnId></CdtrAgt>"
                      DELIMITED BY SIZE INTO REC-PRL
               END-STRING
           ELSE
               STRING "   <CdtrAgt><FinInstnId><BIC>" DELIMITED BY SIZE
                      PG-BIC-SOC DELIMITED BY SPACE
                      "</BIC></FinInstnId></CdtrAgt>" DELIMITED BY SIZE
                      INTO REC-PRL
               END-STRING
           END-IF.
           WRITE REC-PRL.
           MOVE "   <ChrgBr>SLEV</ChrgBr>" TO REC-PRL.
           WRITE REC-PRL.
           MOVE SPACES TO REC-PRL.
           STRING "   <CdtrSchmeId><Id><PrvtId><Othr><Id>"
                  DELIMITED BY SIZE
                  PG-ICS-SOC DELIMITED BY SPACE
                  "</Id><SchmeNm><Prtry>SEPA</Prtry></SchmeNm>"
                  "</Othr></PrvtId></Id></CdtrSchmeId>"
                  DELIMITED BY SIZE INTO REC-PRL
           END-STRING.
           WRITE REC-PRL.

           PERFORM 3650-ECR-TXN-DEB
              THRU 3650-ECR-TXN-FIN
              VARYING WS-IDX-PRL FROM 1 BY 1
              UNTIL WS-IDX-PRL > WS-NBR-PRL.

           MOVE "  </PmtInf>" TO REC-PRL.
           WRITE REC-PRL.

       3600-ECR-LOT-FIN.
           EXIT.

      *-----------------------------------------------------------------

      * Un prelevement : reference de bout en bout PRL<id
      * prelevement> (reprise par la banque dans ses rejets), montant,
      * mandat (RUM, date de signature), banque du client (NOTPROVIDED
      * sans BIC), nom et IBAN.

       3650-ECR-TXN-DEB.

           IF WS-PRL-SEQ (WS-IDX-PRL) NOT = WS-SEQ-CUR
               GO TO 3650-ECR-TXN-FIN
           END-IF.

           MOVE SPACES TO WS-IDF-E2E.
           STRING "PRL" WS-PRL-IDF (WS-IDX-PRL) DELIMITED BY SIZE
                  INTO WS-IDF-E2E
           END-STRING.

           MOVE WS-PRL-MTT (WS-IDX-PRL) TO WS-MTT-XML.
           MOVE WS-PRL-NOM (WS-IDX-PRL) TO WS-NOM-XML.
           INSPECT WS-NOM-XML CONVERTING "&<>" TO "+()".
           MOVE WS-PRL-RUM (WS-IDX-PRL) TO WS-RUM-XML.
           INSPECT WS-RUM-XML CONVERTING "&<>" TO "+()".

           MOVE "   <DrctDbtTxInf>" TO REC-PRL.
           WRITE REC-PRL.
           MOVE SPACES TO REC-PRL.
           STRING "    <PmtId><EndToEndId>" WS-IDF-E2E
                  "</EndToEndId></PmtId>" DELIMITED BY SIZE
                  INTO REC-PRL
           END-STRING.
           WRITE REC-PRL.
           MOVE SPACES TO REC-PRL.
           STRING '    <InstdAmt Ccy="EUR">' DELIMITED BY SIZE
                  FUNCTION TRIM (WS-MTT-XML) DELIMITED BY SIZE
                  "</InstdAmt>" DELIMITED BY SIZE INTO REC-PRL
           END-STRING.
           WRITE REC-PRL.
           MOVE SPACES TO REC-PRL.
           STRING "    <DrctDbtTx><MndtRltdInf><MndtId>"
                  DELIMITED BY SIZE
                  FUNCTION TRIM (WS-RUM-XML) DELIMITED BY SIZE
                  "</MndtId><DtOfSgntr>" DELIMITED BY SIZE
                  WS-PRL-SIG (WS-IDX-PRL) DELIMITED BY SIZE
                  "</DtOfSgntr></MndtRltdInf></DrctDbtTx>"
                  DELIMITED BY SIZE INTO REC-PRL
           END-STRING.
           WRITE REC-PRL.

           MOVE SPACES TO REC-PRL.
           IF WS-PRL-BIC (WS-IDX-PRL) = SPACES
               STRING "    <DbtrAgt><FinInstnId><Othr><Id>NOTPROVIDED"
                      "</Id></Othr></FinInstnId></DbtrAgt>"
                      DELIMITED BY SIZE INTO REC-PRL
               END-STRING
           ELSE
               STRING "    <DbtrAgt><FinInstnId><BIC>"
                      DELIMITED BY SIZE
                      WS-PRL-BIC (WS-IDX-PRL) DELIMITED BY SPACE
                      "</BIC></FinInstnId></DbtrAgt>" DELIMITED BY SIZE
                      INTO REC-PRL
               END-STRING
           END-IF.
           WRITE REC-PRL.

           MOVE SPACES TO REC-PRL.
           STRING "    <Dbtr><Nm>" DELIMITED BY SIZE
                  FUNCTION TRIM (WS-NOM-XML) DELIMITED BY SIZE
                  "</Nm></Dbtr>" DELIMITED BY SIZE INTO REC-PRL
           END-STRING.
           WRITE REC-PRL.
           MOVE SPACES TO REC-PRL.
           STRING "    <DbtrAcct><Id><IBAN>" DELIMITED BY SIZE
                  WS-PRL-IBA (WS-IDX-PRL) DELIMITED BY SPACE
                  "</IBAN></Id></DbtrAcct>" DELIMITED BY SIZE
                  INTO REC-PRL
           END-STRING.
           WRITE REC-PRL.
           MOVE SPACES TO REC-PRL.
           STRING "    <RmtInf><Ustrd>Factures echues au " PG-DAT-ECH
                  "</Ustrd></RmtInf>" DELIMITED BY SIZE INTO REC-PRL
           END-STRING.
           WRITE REC-PRL.
           MOVE "   </DrctDbtTxInf>" TO REC-PRL.
           WRITE REC-PRL.

       3650-ECR-TXN-FIN.
           EXIT.

      *-----------------------------------------------------------------

       4000-FINALISATION-DEB.

           IF WS-ARR-OUI
               GO TO 4000-FINALISATION-FIN
           END-IF.

           IF WS-NBR-PRL = 0
               DISPLAY "Aucune facture echue a prelever."
               MOVE WS-NBR-SLD TO WS-NBR-EDT
               DISPLAY "  clients soldes ecartes       : " WS-NBR-EDT
               GO TO 4000-FINALISATION-FIN
           END-IF.

           IF WS-ERR-CPR-OUI
               DISPLAY "Campagne de prelevement annulee, rien n'a ete "
                       "enregistre."
               GO TO 4000-FINALISATION-FIN
           END-IF.

           MOVE PG-IDF-CPR TO WS-IDF-EDT.
           DISPLAY "Campagne de prelevement "
                   FUNCTION TRIM (WS-IDF-EDT) " enregistree :".
           MOVE WS-NBR-FRS TO WS-NBR-EDT.
           MOVE WS-TOT-FRS TO WS-MTT-EDT.
           DISPLAY "  premiers prelevements (FRST) : " WS-NBR-EDT
                   "  " WS-MTT-EDT " EUR".
           MOVE WS-NBR-RCR TO WS-NBR-EDT.
           MOVE WS-TOT-RCR TO WS-MTT-EDT.
           DISPLAY "  prelevements recurrents (RCUR): " WS-NBR-EDT
                   "  " WS-MTT-EDT " EUR".
           MOVE WS-NBR-IGN TO WS-NBR-EDT.
           DISPLAY "  clients reportes             : " WS-NBR-EDT.
           MOVE WS-NBR-SLD TO WS-NBR-EDT.
           DISPLAY "  clients soldes ecartes       : " WS-NBR-EDT.
           DISPLAY "Fichier a deposer a la banque : "
                   FUNCTION TRIM (WS-FIC-PRL).

       4000-FINALISATION-FIN.
           EXIT.
