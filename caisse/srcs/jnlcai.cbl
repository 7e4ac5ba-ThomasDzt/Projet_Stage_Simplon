      *                 DESCRIPTION DU SOUS-PROGRAMME                  *
      *                                                                *
      * jnlcai : journal de caisse de fin de journee. Etape de la      *
      * chaine nocturne (trtnoc, lancee au terminal en fin de journee) *
      * qui totalise les reglements du jour par mode de paiement       *
      * (especes, cheque, carte...), met en regard les cheques recus   *
      * et les cheques remis en banque du jour (bordereaux remchq) en  *
      * listant les cheques des jours precedents restes dans le        *
      * tiroir, saisit le montant d'especes reellement compte dans le  *
      * tiroir, affiche et journalise l'ecart via genlog (type_log =   *
      * 'caisse'), et ecrit le journal complet dans le fichier spoole  *
      * CAISSE (genspl, reaffichable via cnsspl) : le tiroir se        *
      * rapproche des ecritures chaque soir, pas au cahier a spirale.  *
      * Le journal scelle ensuite la cloture journaliere (ticket Z) du *
      * journal de caisse inalterable (lignes ecrites par gencai) dans *
      * cloture_caisse : lignes non encore cloturees, nombre, total de *
      * la periode, grand total perpetuel et empreinte sha256 chainee  *
      * sur la cloture precedente. Le dernier jour du mois, la cloture *
      * mensuelle cumule les Z du mois ; le dernier jour de l'annee,   *
      * la cloture annuelle cumule les mensuelles. Une cloture deja    *
      * scellee pour la periode n'est pas refaite. vercai verifie les  *
      * deux chaines.                                                  *
      *                                                                *
      *----------------------------------------------------------------*
      *                           TRIGRAMMES                           *
      * jnlcai=journal caisse                                          *
      * CAI=CAISSE; RGL=REGLEMENT; MOD=MODE; MTT=MONTANT; ESP=ESPECES; *
      * CPT=COMPTE; ECA=ECART; NBR=NOMBRE; RSU=RESULTAT; SPL=SPOOL;    *
      * FIC=FICHIER; EDT=EDITION; CHQ=CHEQUE; RCU=RECU; REM=REMISE;    *
      * TIR=TIROIR; CLO=CLOTURE; JCA=JOURNAL CAISSE; TYP=TYPE;         *
      * NUM=NUMERO; TRN=TRANSACTION; TOT=TOTAL; GT=GRAND TOTAL;        *
      * HSH=EMPREINTE (HASH); PRC=PRECEDENT; AGR=AGREGAT; SCL=SCELLE;  *
      * JOU=JOUR; MOI=MOIS; ANN=ANNEE; FIN=FIN; ERR=ERREUR;            *
      * OPE=OPERATION; DEB=DEBUT                                       *
      ******************************************************************

       IDENTIFICATION DIVISION.
      * du tiroir.
       01 PG-MTT-ESP            PIC 9(12)V99.

      * Cheques recus et cheques remis en banque ce jour (remchq),
      * et cheques des jours precedents restes dans le tiroir.
       01 PG-NBR-CHQ-RCU        PIC 9(05).
       01 PG-MTT-CHQ-RCU        PIC 9(12)V99.
       01 PG-NBR-CHQ-REM        PIC 9(05).
       01 PG-MTT-CHQ-REM        PIC 9(12)V99.
       01 PG-IDF-RGL-RSU        PIC 9(10).
       01 PG-DAT-RGL-RSU        PIC X(10).
       01 PG-NOM-CLI-RSU        PIC X(50).

      * Vaut 1 le dernier jour du mois, resp. de l'annee : clotures
      * mensuelle et annuelle.
       01 PG-FIN-MOI            PIC 9(01).
       01 PG-FIN-ANN            PIC 9(01).

      * Cloture en cours de scellement : type ('J', 'M' ou 'A'),
      * lignes du journal couvertes, nombre de transactions, total de
      * la periode, et cloture precedente sur laquelle elle chaine.
       01 PG-TYP-CLO            PIC X(01).
       01 PG-NBR-CLO            PIC 9(05).
       01 PG-NUM-DEB            PIC 9(15).
       01 PG-NUM-FIN            PIC 9(15).
       01 PG-NBR-TRN            PIC 9(09).
       01 PG-TOT-CLO            PIC S9(12)V99.
       01 PG-NUM-PRC            PIC 9(09).
       01 PG-HSH-PRC            PIC X(64).
       01 PG-NUM-CLO            PIC 9(09).
       01 PG-IDF-UTI            PIC 9(10).
       01 PG-GT-CLO             PIC S9(12)V99.
       01 PG-HSH-CLO            PIC X(64).

       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.
               ORDER BY COALESCE(mode_rgl, '(sans mode)')
       END-EXEC.

      * Declaration du curseur des cheques recus avant ce jour et
      * toujours pas remis en banque (ni remise, ni rapprochement).
       EXEC SQL
           DECLARE C-TIR CURSOR FOR
               SELECT r.id_rgl, TO_CHAR(r.date_rgl, 'DD/MM/YYYY'),
                      r.mtt_rgl, k.nom_cli
               FROM   reglement r
               JOIN   client k ON k.id_cli = r.id_cli
               WHERE  r.mode_rgl = 'cheque'
               AND    r.id_rem IS NULL
               AND    COALESCE(r.rpr_rgl, 'N') = 'N'
               AND    r.date_rgl < CURRENT_DATE
               ORDER BY r.date_rgl, r.id_rgl
       END-EXEC.

       01 WS-MTT-CPT            PIC 9(12)V99.
       01 WS-MTT-ECA            PIC S9(12)V99.
       01 WS-TOT-JOU            PIC 9(12)V99 VALUE 0.
       01 WS-NBR-MOD            PIC 9(03)   VALUE 0.
       01 WS-NBR-TIR            PIC 9(05)   VALUE 0.
       01 WS-NBR-CHQ-EDT        PIC Z(04)9.
       01 WS-IDF-RGL-EDT        PIC Z(09)9.

       01 WS-NBR-RGL-EDT        PIC Z(05).
       01 WS-MTT-RGL-EDT        PIC Z(12).99.
       01 WS-MTT-CPT-EDT        PIC Z(12).99.
       01 WS-MTT-ECA-EDT        PIC -Z(12).99.

      * Libelle et editions de la cloture scellee.
       01 WS-LIB-CLO            PIC X(20).
       01 WS-NBR-TRN-EDT        PIC Z(08)9.
       01 WS-TOT-CLO-EDT        PIC -Z(11).99.
       01 WS-GT-CLO-EDT         PIC -Z(11).99.
       01 WS-NUM-CLO-EDT        PIC Z(08)9.

      * Zones utilisees pour tracer via generr l'echec d'une des
      * ecritures SQL en cas de SQLCODE en erreur.
       01 WS-OPE-ERR            PIC X(60).
       01 WS-RTR-ERR            PIC 9(01).

      * Zone de session partagee : qui cloture la caisse. Lancee par
      * la chaine hors session, l'utilisateur systeme habituel est
      * retenu pour la journalisation.
           PERFORM 2000-JNL-MOD-DEB
              THRU 2000-JNL-MOD-FIN.

           PERFORM 2500-JNL-CHQ-DEB
              THRU 2500-JNL-CHQ-FIN.

           PERFORM 3000-RAP-TIR-DEB
              THRU 3000-RAP-TIR-FIN.

           PERFORM 4000-CLO-CAI-DEB
              THRU 4000-CLO-CAI-FIN.

      * EXIT PROGRAM plutot que STOP RUN : termine normalement un
      * appel depuis la chaine trtnoc sans arreter celle-ci.


      *-----------------------------------------------------------------

      * Cheques : recus ce jour face aux cheques remis en banque ce
      * jour (bordereaux remchq), puis detail des cheques des jours
      * precedents toujours dans le tiroir - un cheque oublie se voit
      * des le lendemain soir.

       2500-JNL-CHQ-DEB.

           EXEC SQL
               SELECT COUNT(*), COALESCE(SUM(mtt_rgl), 0)
               INTO   :PG-NBR-CHQ-RCU, :PG-MTT-CHQ-RCU
               FROM   reglement
               WHERE  date_rgl = CURRENT_DATE
               AND    mode_rgl = 'cheque'
           END-EXEC.

           EXEC SQL
               SELECT COALESCE(SUM(nbr_chq), 0),
                      COALESCE(SUM(mtt_rem), 0)
               INTO   :PG-NBR-CHQ-REM, :PG-MTT-CHQ-REM
               FROM   remise_cheque
               WHERE  date_rem = CURRENT_DATE
           END-EXEC.

           MOVE PG-NBR-CHQ-RCU TO WS-NBR-CHQ-EDT.
           MOVE PG-MTT-CHQ-RCU TO WS-MTT-RGL-EDT.

           DISPLAY "Cheques recus ce jour  : "
                   FUNCTION TRIM (WS-NBR-CHQ-EDT) " pour "
                   FUNCTION TRIM (WS-MTT-RGL-EDT) " EUR.".

           MOVE SPACES TO REC-CAI.
           STRING "Cheques recus;" DELIMITED BY SIZE
                  FUNCTION TRIM (WS-NBR-CHQ-EDT) DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  FUNCTION TRIM (WS-MTT-RGL-EDT) DELIMITED BY SIZE
                  INTO REC-CAI
           END-STRING.
           WRITE REC-CAI.

           MOVE PG-NBR-CHQ-REM TO WS-NBR-CHQ-EDT.
           MOVE PG-MTT-CHQ-REM TO WS-MTT-RGL-EDT.

           DISPLAY "Cheques remis ce jour  : "
                   FUNCTION TRIM (WS-NBR-CHQ-EDT) " pour "
                   FUNCTION TRIM (WS-MTT-RGL-EDT) " EUR.".

           MOVE SPACES TO REC-CAI.
           STRING "Cheques remis;" DELIMITED BY SIZE
                  FUNCTION TRIM (WS-NBR-CHQ-EDT) DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  FUNCTION TRIM (WS-MTT-RGL-EDT) DELIMITED BY SIZE
                  INTO REC-CAI
           END-STRING.
           WRITE REC-CAI.

           MOVE 0 TO WS-NBR-TIR.

           EXEC SQL OPEN C-TIR END-EXEC.

           EXEC SQL
               FETCH C-TIR
               INTO  :PG-IDF-RGL-RSU, :PG-DAT-RGL-RSU,
                     :PG-MTT-RGL-RSU, :PG-NOM-CLI-RSU
           END-EXEC.

           PERFORM 2550-JNL-TIR-DEB
              THRU 2550-JNL-TIR-FIN
              UNTIL SQLCODE NOT = 0.

           EXEC SQL CLOSE C-TIR END-EXEC.

           IF WS-NBR-TIR = 0
               DISPLAY "Aucun cheque des jours precedents dans le "
                       "tiroir."
           END-IF.

           EXIT.
       2500-JNL-CHQ-FIN.

      *-----------------------------------------------------------------

       2550-JNL-TIR-DEB.

           ADD 1 TO WS-NBR-TIR.

           IF WS-NBR-TIR = 1
               DISPLAY "ATTENTION : cheques des jours precedents "
                       "toujours dans le tiroir :"
           END-IF.

           MOVE PG-IDF-RGL-RSU TO WS-IDF-RGL-EDT.
           MOVE PG-MTT-RGL-RSU TO WS-MTT-RGL-EDT.

           DISPLAY "  " PG-DAT-RGL-RSU " reglement "
                   FUNCTION TRIM (WS-IDF-RGL-EDT) " "
                   FUNCTION TRIM (WS-MTT-RGL-EDT) " EUR "
                   FUNCTION TRIM (PG-NOM-CLI-RSU).

           MOVE SPACES TO REC-CAI.
           STRING "Cheque non remis;" PG-DAT-RGL-RSU ";"
                  FUNCTION TRIM (WS-IDF-RGL-EDT) ";"
                  FUNCTION TRIM (WS-MTT-RGL-EDT) ";"
                  FUNCTION TRIM (PG-NOM-CLI-RSU)
                  DELIMITED BY SIZE INTO REC-CAI
           END-STRING.
           WRITE REC-CAI.

           EXEC SQL
               FETCH C-TIR
               INTO  :PG-IDF-RGL-RSU, :PG-DAT-RGL-RSU,
                     :PG-MTT-RGL-RSU, :PG-NOM-CLI-RSU
           END-EXEC.

           EXIT.
       2550-JNL-TIR-FIN.

      *-----------------------------------------------------------------

      * Rapprochement du tiroir : le montant d'especes compte est
      * saisi et compare aux especes encaissees du jour ; l'ecart est
      * affiche, ecrit au journal et journalise via genlog.
           END-STRING.
           WRITE REC-CAI.

           STRING 'Cloture de caisse : ecart de ' DELIMITED BY SIZE
                  FUNCTION TRIM (WS-MTT-ECA-EDT) DELIMITED BY SIZE
                  ' EUR (compte ' DELIMITED BY SIZE
                               WS-RTR-LOG
           END-CALL.

           EXIT.
       3000-RAP-TIR-FIN.

      *-----------------------------------------------------------------

      * Clotures du journal de caisse inalterable : ticket Z chaque
      * soir, cloture mensuelle le dernier jour du mois, annuelle le
      * dernier jour de l'annee (apres la mensuelle de decembre).

       4000-CLO-CAI-DEB.

           MOVE WS-IDF-UTI-JNL TO PG-IDF-UTI.

           EXEC SQL
               SELECT CASE WHEN CURRENT_DATE =
                          (date_trunc('month', CURRENT_DATE)
                           + interval '1 month - 1 day')::date
                      THEN 1 ELSE 0 END,
                      CASE WHEN CURRENT_DATE =
                          (date_trunc('year', CURRENT_DATE)
                           + interval '1 year - 1 day')::date
                      THEN 1 ELSE 0 END
               INTO   :PG-FIN-MOI, :PG-FIN-ANN
           END-EXEC.

           MOVE "J" TO PG-TYP-CLO.
           MOVE "Ticket Z du jour" TO WS-LIB-CLO.
           PERFORM 4500-SCL-CLO-DEB
              THRU 4500-SCL-CLO-FIN.

           IF PG-FIN-MOI = 1
               MOVE "M" TO PG-TYP-CLO
               MOVE "Cloture mensuelle" TO WS-LIB-CLO
               PERFORM 4500-SCL-CLO-DEB
                  THRU 4500-SCL-CLO-FIN
           END-IF.

           IF PG-FIN-ANN = 1
               MOVE "A" TO PG-TYP-CLO
               MOVE "Cloture annuelle" TO WS-LIB-CLO
               PERFORM 4500-SCL-CLO-DEB
                  THRU 4500-SCL-CLO-FIN
           END-IF.

           CLOSE F-CAI.

           DISPLAY "Journal de caisse ecrit (fichier CAISSE du "
                   "spool).".

           EXIT.
       4000-CLO-CAI-FIN.

      *-----------------------------------------------------------------

      * Ticket Z : toutes les lignes du journal posterieures au
      * dernier Z (un soir sans cloture est rattrape le lendemain).

       4100-AGR-JOU-DEB.

           EXEC SQL
               SELECT COALESCE(MAX(num_fin_jca), 0) + 1
               INTO   :PG-NUM-DEB
               FROM   cloture_caisse
               WHERE  typ_clo = 'J'
           END-EXEC.

           IF SQLCODE NOT = 0
               GO TO 4100-AGR-JOU-FIN
           END-IF.

           EXEC SQL
               SELECT COUNT(*), COALESCE(SUM(mtt_jca), 0),
                      COALESCE(MAX(num_jca), :PG-NUM-DEB - 1)
               INTO   :PG-NBR-TRN, :PG-TOT-CLO, :PG-NUM-FIN
               FROM   journal_caisse
               WHERE  num_jca >= :PG-NUM-DEB
           END-EXEC.

       4100-AGR-JOU-FIN.
           EXIT.

      *-----------------------------------------------------------------

      * Cloture mensuelle : cumul des tickets Z du mois.

       4200-AGR-MOI-DEB.

           EXEC SQL
               SELECT COALESCE(SUM(nbr_trn_clo), 0),
                      COALESCE(SUM(tot_clo), 0),
                      COALESCE(MIN(num_deb_jca), 0),
                      COALESCE(MAX(num_fin_jca), 0)
               INTO   :PG-NBR-TRN, :PG-TOT-CLO, :PG-NUM-DEB,
                      :PG-NUM-FIN
               FROM   cloture_caisse
               WHERE  typ_clo = 'J'
               AND    deb_clo >= date_trunc('month', CURRENT_DATE)
           END-EXEC.

       4200-AGR-MOI-FIN.
           EXIT.

      *-----------------------------------------------------------------

      * Cloture annuelle : cumul des clotures mensuelles de l'annee.

       4300-AGR-ANN-DEB.

           EXEC SQL
               SELECT COALESCE(SUM(nbr_trn_clo), 0),
                      COALESCE(SUM(tot_clo), 0),
                      COALESCE(MIN(num_deb_jca), 0),
                      COALESCE(MAX(num_fin_jca), 0)
               INTO   :PG-NBR-TRN, :PG-TOT-CLO, :PG-NUM-DEB,
                      :PG-NUM-FIN
               FROM   cloture_caisse
               WHERE  typ_clo = 'M'
               AND    deb_clo >= date_trunc('year', CURRENT_DATE)
           END-EXEC.

       4300-AGR-ANN-FIN.
           EXIT.

      *-----------------------------------------------------------------

      * Scelle une cloture du type demande, sous verrou du journal et
      * des clotures pour qu'aucun encaissement ne s'intercale. Une
      * cloture deja scellee pour la periode n'est pas refaite.

       4500-SCL-CLO-DEB.

           EXEC SQL
               LOCK TABLE journal_caisse, cloture_caisse
               IN EXCLUSIVE MODE
           END-EXEC.

           EXEC SQL
               SELECT COUNT(*)
               INTO   :PG-NBR-CLO
               FROM   cloture_caisse
               WHERE  typ_clo = :PG-TYP-CLO
               AND    deb_clo = CASE :PG-TYP-CLO
                          WHEN 'J' THEN CURRENT_DATE
                          WHEN 'M' THEN
                              date_trunc('month', CURRENT_DATE)::date
                          ELSE date_trunc('year', CURRENT_DATE)::date
                      END
           END-EXEC.

           IF SQLCODE NOT = 0
               EXEC SQL ROLLBACK END-EXEC
               MOVE "jnlcai : lecture cloture_caisse"
               TO   WS-OPE-ERR
               CALL "generr" USING WS-OPE-ERR, SQLCODE, WS-RTR-ERR
               END-CALL
               GO TO 4500-SCL-CLO-FIN
           END-IF.

           IF PG-NBR-CLO > 0
               EXEC SQL COMMIT END-EXEC
               DISPLAY FUNCTION TRIM (WS-LIB-CLO)
                       " deja scelle pour la periode."
               GO TO 4500-SCL-CLO-FIN
           END-IF.

           EVALUATE PG-TYP-CLO
               WHEN "J"
                   PERFORM 4100-AGR-JOU-DEB
                      THRU 4100-AGR-JOU-FIN
               WHEN "M"
                   PERFORM 4200-AGR-MOI-DEB
                      THRU 4200-AGR-MOI-FIN
               WHEN OTHER
                   PERFORM 4300-AGR-ANN-DEB
                      THRU 4300-AGR-ANN-FIN
           END-EVALUATE.

           IF SQLCODE NOT = 0
               EXEC SQL ROLLBACK END-EXEC
               MOVE "jnlcai : agregat cloture_caisse"
               TO   WS-OPE-ERR
               CALL "generr" USING WS-OPE-ERR, SQLCODE, WS-RTR-ERR
               END-CALL
               GO TO 4500-SCL-CLO-FIN
           END-IF.

      * Cloture precedente, tous types confondus : la chaine des
      * clotures demarre sur une empreinte de zeros.

           EXEC SQL
               SELECT num_clo, hash_clo
               INTO   :PG-NUM-PRC, :PG-HSH-PRC
               FROM   cloture_caisse
               ORDER BY num_clo DESC
               LIMIT 1
           END-EXEC.

           IF SQLCODE = 100
               MOVE 0       TO PG-NUM-PRC
               MOVE ALL "0" TO PG-HSH-PRC
           END-IF.

           COMPUTE PG-NUM-CLO = PG-NUM-PRC + 1.

      * Le grand total perpetuel est celui de la derniere ligne
      * couverte. L'empreinte est calculee sur les valeurs typees
      * comme en table, dans l'ordre des colonnes, par la meme
      * expression que celle de vercai.

           EXEC SQL
               INSERT INTO cloture_caisse (num_clo, typ_clo, deb_clo,
                               fin_clo, num_deb_jca, num_fin_jca,
                               nbr_trn_clo, tot_clo, gt_clo, horo_clo,
                               id_uti, hash_prec_clo, hash_clo)
               SELECT v.num_clo, v.typ_clo, v.deb_clo, v.fin_clo,
                      v.num_deb_jca, v.num_fin_jca, v.nbr_trn_clo,
                      v.tot_clo, v.gt_clo, v.horo_clo, v.id_uti,
                      v.hash_prec_clo,
                      encode(digest(v.num_clo::text
                          || '|' || v.typ_clo
                          || '|' || to_char(v.deb_clo, 'YYYYMMDD')
                          || '|' || to_char(v.fin_clo, 'YYYYMMDD')
                          || '|' || v.num_deb_jca::text
                          || '|' || v.num_fin_jca::text
                          || '|' || v.nbr_trn_clo::text
                          || '|' || v.tot_clo::text
                          || '|' || v.gt_clo::text
                          || '|' || to_char(v.horo_clo,
                                            'YYYYMMDDHH24MISS')
                          || '|' || v.id_uti::text
                          || '|' || v.hash_prec_clo,
                          'sha256'), 'hex')
               FROM  (SELECT CAST(:PG-NUM-CLO AS INTEGER)  AS num_clo,
                             CAST(:PG-TYP-CLO AS CHAR(1))  AS typ_clo,
                             CASE :PG-TYP-CLO
                                 WHEN 'J' THEN CURRENT_DATE
                                 WHEN 'M' THEN date_trunc('month',
                                     CURRENT_DATE)::date
                                 ELSE date_trunc('year',
                                     CURRENT_DATE)::date
                             END                           AS deb_clo,
                             CURRENT_DATE                  AS fin_clo,
                             CAST(:PG-NUM-DEB AS BIGINT)
                                                       AS num_deb_jca,
                             CAST(:PG-NUM-FIN AS BIGINT)
                                                       AS num_fin_jca,
                             CAST(:PG-NBR-TRN AS INTEGER)
                                                       AS nbr_trn_clo,
                             CAST(:PG-TOT-CLO AS NUMERIC(14,2))
                                                           AS tot_clo,
                             CAST(COALESCE((SELECT j.gt_jca
                                  FROM   journal_caisse j
                                  WHERE  j.num_jca = :PG-NUM-FIN), 0)
                                  AS NUMERIC(14,2))        AS gt_clo,
                             LOCALTIMESTAMP(0)             AS horo_clo,
                             CAST(:PG-IDF-UTI AS INTEGER)  AS id_uti,
                             CAST(:PG-HSH-PRC AS VARCHAR(64))
                                                     AS hash_prec_clo) v
               RETURNING gt_clo, hash_clo
               INTO      :PG-GT-CLO, :PG-HSH-CLO
           END-EXEC.

           IF SQLCODE NOT = 0
               EXEC SQL ROLLBACK END-EXEC
               MOVE "jnlcai : insertion cloture_caisse"
               TO   WS-OPE-ERR
               CALL "generr" USING WS-OPE-ERR, SQLCODE, WS-RTR-ERR
               END-CALL
               DISPLAY FUNCTION TRIM (WS-LIB-CLO) " non scelle : "
                       "erreur."
               GO TO 4500-SCL-CLO-FIN
           END-IF.

           EXEC SQL COMMIT END-EXEC.

           MOVE PG-NUM-CLO TO WS-NUM-CLO-EDT.
           MOVE PG-NBR-TRN TO WS-NBR-TRN-EDT.
           MOVE PG-TOT-CLO TO WS-TOT-CLO-EDT.
           MOVE PG-GT-CLO  TO WS-GT-CLO-EDT.

           DISPLAY FUNCTION TRIM (WS-LIB-CLO) " n. "
                   FUNCTION TRIM (WS-NUM-CLO-EDT) " scelle : "
                   FUNCTION TRIM (WS-NBR-TRN-EDT) " transaction(s), "
                   FUNCTION TRIM (WS-TOT-CLO-EDT) " EUR, grand total "
                   FUNCTION TRIM (WS-GT-CLO-EDT) " EUR.".
           DISPLAY "Empreinte : " PG-HSH-CLO.

           MOVE SPACES TO REC-CAI.
           STRING FUNCTION TRIM (WS-LIB-CLO) ";"
                  FUNCTION TRIM (WS-NUM-CLO-EDT) ";"
                  FUNCTION TRIM (WS-NBR-TRN-EDT) ";"
                  FUNCTION TRIM (WS-TOT-CLO-EDT) ";"
                  FUNCTION TRIM (WS-GT-CLO-EDT)
                  DELIMITED BY SIZE INTO REC-CAI
           END-STRING.
           WRITE REC-CAI.

           MOVE SPACES TO REC-CAI.
           STRING "Empreinte;" PG-HSH-CLO
                  DELIMITED BY SIZE INTO REC-CAI
           END-STRING.
           WRITE REC-CAI.

           MOVE SPACES TO WS-MSG-LOG.
           STRING FUNCTION TRIM (WS-LIB-CLO) DELIMITED BY SIZE
                  ' scelle : ' DELIMITED BY SIZE
                  FUNCTION TRIM (WS-TOT-CLO-EDT) DELIMITED BY SIZE
                  ' EUR, grand total ' DELIMITED BY SIZE
                  FUNCTION TRIM (WS-GT-CLO-EDT) DELIMITED BY SIZE
                  ' EUR.' DELIMITED BY SIZE
                  INTO WS-MSG-LOG
           END-STRING.

           CALL "genlog" USING WS-MSG-LOG,
                               WS-TYP-LOG,
                               WS-IDF-UTI-JNL,
                               WS-IDF-PIE-NUL,
                               WS-QTE-LOG-NUL,
                               WS-LIEN-LOG-NUL,
                               WS-RTR-LOG
           END-CALL.

       4500-SCL-CLO-FIN.
           EXIT.
