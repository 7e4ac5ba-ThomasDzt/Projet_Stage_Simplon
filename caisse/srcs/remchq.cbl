      ******************************************************************
      *                                                                *
      *                 DESCRIPTION DU SOUS-PROGRAMME                  *
      *                                                                *
      * remchq : bordereau de remise de cheques. Liste les cheques     *
      * encaisses (reglement au mode 'cheque', saisis par ecrrgl ou    *
      * vtecpt) encore dans le tiroir : ni remis, ni deja vus en       *
      * banque. Le caissier les choisit un a un (numero de reglement,  *
      * 0 pour terminer), puis valide : la remise est numerotee        *
      * (remise_cheque), son numero porte sur chaque reglement choisi, *
      * et le bordereau (tireur, montant, nombre et total) est ecrit   *
      * dans le fichier spoole REMCHQ (genspl) pour impression. La     *
      * remise est journalisee via genlog (type_log = 'remise_cheque') *
      * et sera rapprochee en un seul credit par imprlv.               *
      *                                                                *
      *----------------------------------------------------------------*
      *                           TRIGRAMMES                           *
      *                                                                *
      * remchq=remise cheques                                          *
      * REM=REMISE; CHQ=CHEQUE; RGL=REGLEMENT; CLI=CLIENT; TIR=TIREUR; *
      * MTT=MONTANT; TOT=TOTAL; TAB=TABLE; ENT=ENTREE; IDX=INDICE;     *
      * MAX=MAXIMUM; SEL=SELECTION; BRD=BORDEREAU; SOC=SOCIETE;        *
      * RSO=RAISON SOCIALE; ADR=ADRESSE; VIL=VILLE; SIR=SIRET;         *
      * NBR=NOMBRE; CHX=CHOIX; RSU=RESULTAT; AFF=AFFICHAGE; LST=LISTE; *
      * INS=INSERTION; EDT=EDITION; SPL=SPOOL; LRR=LEURRE; DEB=DEBUT   *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. remchq.
       AUTHOR. ThomasD.
       DATE-WRITTEN. 15-10-2026 (fr).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT F-BRD ASSIGN TO WS-FIC-SPL
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD F-BRD.
       01 REC-BRD               PIC X(100).

       WORKING-STORAGE SECTION.

      * Nom de fichier date attribue par genspl.
       01 WS-FIC-SPL            PIC X(50).
       01 WS-NOM-RAP            PIC X(14)   VALUE "REMCHQ".
       01 WS-IDF-UTI-NUL        PIC 9(10)   VALUE 0.
       01 WS-RTR-SPL            PIC 9(01).

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.

       01 PG-IDF-RGL            PIC 9(10).
       01 PG-MTT-RGL            PIC 9(10)V99.
       01 PG-NOM-CLI            PIC X(50).
       01 PG-IDF-REM            PIC 9(10).
       01 PG-NBR-CHQ            PIC 9(05).
       01 PG-MTT-REM            PIC 9(10)V99.
       01 PG-IDF-UTI            PIC 9(10).
       01 PG-DAT-REM            PIC X(10).

      * Cheques du tiroir listes avant la selection.
       01 PG-IDF-RGL-RSU        PIC 9(10).
       01 PG-DAT-RGL-RSU        PIC X(10).
       01 PG-MTT-RGL-RSU        PIC 9(10)V99.
       01 PG-NOM-CLI-RSU        PIC X(50).

       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

      * Declaration du curseur des cheques restes dans le tiroir, du
      * plus ancien au plus recent.
       EXEC SQL
           DECLARE C-CHQ CURSOR FOR
               SELECT r.id_rgl, TO_CHAR(r.date_rgl, 'DD/MM/YYYY'),
                      r.mtt_rgl, k.nom_cli
               FROM   reglement r
               JOIN   client k ON k.id_cli = r.id_cli
               WHERE  r.mode_rgl = 'cheque'
               AND    r.id_rem IS NULL
               AND    COALESCE(r.rpr_rgl, 'N') = 'N'
               ORDER BY r.date_rgl, r.id_rgl
       END-EXEC.

       01 WS-LRR                PIC X(01).
       01 WS-CHX                PIC X(01).
       01 WS-IDF-RGL            PIC 9(10).
       01 WS-NBR-TIR            PIC 9(05)   VALUE 0.

      * Cheques choisis pour la remise (50 au plus par bordereau).
       01 WS-NBR-SEL            PIC 9(02)   VALUE 0.
       01 WS-MAX-SEL            PIC 9(02)   VALUE 50.
       01 WS-TOT-SEL            PIC 9(10)V99 VALUE 0.
       01 WS-TAB-SEL.
           05 WS-ENT-SEL        OCCURS 50 TIMES.
               10 WS-SEL-IDF    PIC 9(10).
               10 WS-SEL-MTT    PIC 9(10)V99.
               10 WS-SEL-TIR    PIC X(50).
       01 WS-IDX-SEL            PIC 9(02).

       01 WS-FIN-SEL            PIC X(01)   VALUE "N".
           88 WS-FIN-SEL-OUI                VALUE "O".
           88 WS-FIN-SEL-NON                VALUE "N".

       01 WS-DEJ-SEL            PIC X(01).
           88 WS-DEJ-SEL-OUI                VALUE "O".
           88 WS-DEJ-SEL-NON                VALUE "N".

      * Identite de la societe (gensoc) en tete du bordereau.
       01 WS-RSO-SOC            PIC X(50).
       01 WS-ADR-SOC            PIC X(50).
       01 WS-VIL-SOC            PIC X(60).
       01 WS-SIR-SOC            PIC X(14).
       01 WS-TVA-SOC            PIC X(20).
       01 WS-RTR-SOC            PIC 9(01).

       01 WS-IDF-EDT            PIC Z(09)9.
       01 WS-MTT-EDT            PIC Z(10).99.
       01 WS-NBR-EDT            PIC Z(04)9.

      * Zone de session partagee : qui est connecte sur ce poste.
       COPY session.

      * Zones utilisees pour generer le log de remise via genlog.
      * id_pie/qte_log/lien_log ne s'appliquent pas : ils restent a
      * zero (ecrits a NULL par genlog).
       01 WS-MSG-LOG            PIC X(100).
       01 WS-TYP-LOG            PIC X(20)   VALUE "remise_cheque".
       01 WS-IDF-PIE-NUL        PIC 9(10)   VALUE 0.
       01 WS-QTE-LOG-NUL        PIC S9(10)  VALUE 0.
       01 WS-LIEN-LOG-NUL       PIC 9(10)   VALUE 0.
       01 WS-RTR-LOG            PIC 9(01).

      * Zones utilisees pour tracer via generr l'echec d'une des
      * ecritures SQL en cas de SQLCODE en erreur.
       01 WS-OPE-ERR            PIC X(60).
       01 WS-RTR-ERR            PIC 9(01).


       PROCEDURE DIVISION.

           PERFORM 0100-LST-CHQ-DEB
              THRU 0100-LST-CHQ-FIN.

           EXIT PROGRAM.

      ******************************************************************
      *                         PARAGRAPHES                            *
      ******************************************************************

      * Liste les cheques du tiroir puis enchaine sur la selection et
      * la validation de la remise.

       0100-LST-CHQ-DEB.

           MOVE 0 TO WS-NBR-TIR.
           MOVE 0 TO WS-NBR-SEL.
           MOVE 0 TO WS-TOT-SEL.

           DISPLAY "Cheques en attente de remise :".
           DISPLAY "Reglement   Date               Montant  Tireur".

           EXEC SQL OPEN C-CHQ END-EXEC.

           EXEC SQL
               FETCH C-CHQ
               INTO  :PG-IDF-RGL-RSU, :PG-DAT-RGL-RSU,
                     :PG-MTT-RGL-RSU, :PG-NOM-CLI-RSU
           END-EXEC.

           PERFORM 0150-AFF-CHQ-DEB
              THRU 0150-AFF-CHQ-FIN
              UNTIL SQLCODE NOT = 0.

           EXEC SQL CLOSE C-CHQ END-EXEC.

           IF WS-NBR-TIR = 0
               DISPLAY "(aucun cheque en attente de remise)"
               GO TO 0100-LST-CHQ-SRT
           END-IF.

           SET WS-FIN-SEL-NON TO TRUE.

           PERFORM 0200-SEL-CHQ-DEB
              THRU 0200-SEL-CHQ-FIN
              UNTIL WS-FIN-SEL-OUI.

           IF WS-NBR-SEL = 0
               DISPLAY "Aucun cheque choisi, pas de remise."
               GO TO 0100-LST-CHQ-SRT
           END-IF.

           MOVE WS-NBR-SEL TO WS-NBR-EDT.
           MOVE WS-TOT-SEL TO WS-MTT-EDT.
           DISPLAY "Remise de " FUNCTION TRIM (WS-NBR-EDT)
                   " cheque(s) pour " FUNCTION TRIM (WS-MTT-EDT)
                   " EUR.".
           DISPLAY "1 - Valider la remise".
           DISPLAY "2 - Annuler".
           DISPLAY "Votre choix :".
           ACCEPT WS-CHX.

           IF WS-CHX = "1"
               PERFORM 0300-INS-REM-DEB
                  THRU 0300-INS-REM-FIN
           END-IF.

       0100-LST-CHQ-SRT.

           DISPLAY "Appuyez sur entree".
           ACCEPT WS-LRR.

       0100-LST-CHQ-FIN.
           EXIT.

      *-----------------------------------------------------------------

       0150-AFF-CHQ-DEB.

           ADD 1 TO WS-NBR-TIR.

           MOVE PG-IDF-RGL-RSU TO WS-IDF-EDT.
           MOVE PG-MTT-RGL-RSU TO WS-MTT-EDT.

           DISPLAY WS-IDF-EDT "  " PG-DAT-RGL-RSU "  " WS-MTT-EDT
                   "  " PG-NOM-CLI-RSU.

           EXEC SQL
               FETCH C-CHQ
               INTO  :PG-IDF-RGL-RSU, :PG-DAT-RGL-RSU,
                     :PG-MTT-RGL-RSU, :PG-NOM-CLI-RSU
           END-EXEC.

           EXIT.
       0150-AFF-CHQ-FIN.

      *-----------------------------------------------------------------

      * Ajoute un cheque a la remise : il doit etre dans le tiroir et
      * pas deja choisi. 0 termine la selection, comme le bordereau
      * plein.

       0200-SEL-CHQ-DEB.

           DISPLAY "Reglement a remettre (0 = terminer) :".
           ACCEPT WS-IDF-RGL.

           IF WS-IDF-RGL = 0
               SET WS-FIN-SEL-OUI TO TRUE
               GO TO 0200-SEL-CHQ-FIN
           END-IF.

           SET WS-DEJ-SEL-NON TO TRUE.
           PERFORM 0250-RCH-SEL-DEB
              THRU 0250-RCH-SEL-FIN
              VARYING WS-IDX-SEL FROM 1 BY 1
              UNTIL WS-IDX-SEL > WS-NBR-SEL.

           IF WS-DEJ-SEL-OUI
               DISPLAY "Cheque deja choisi."
               GO TO 0200-SEL-CHQ-FIN
           END-IF.

           MOVE WS-IDF-RGL TO PG-IDF-RGL.

           EXEC SQL
               SELECT r.mtt_rgl, k.nom_cli
               INTO   :PG-MTT-RGL, :PG-NOM-CLI
               FROM   reglement r
               JOIN   client k ON k.id_cli = r.id_cli
               WHERE  r.id_rgl = :PG-IDF-RGL
               AND    r.mode_rgl = 'cheque'
               AND    r.id_rem IS NULL
               AND    COALESCE(r.rpr_rgl, 'N') = 'N'
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY "Cheque inconnu ou deja remis."
               GO TO 0200-SEL-CHQ-FIN
           END-IF.

           ADD 1 TO WS-NBR-SEL.
           MOVE PG-IDF-RGL TO WS-SEL-IDF (WS-NBR-SEL).
           MOVE PG-MTT-RGL TO WS-SEL-MTT (WS-NBR-SEL).
           MOVE PG-NOM-CLI TO WS-SEL-TIR (WS-NBR-SEL).
           ADD PG-MTT-RGL TO WS-TOT-SEL.

           MOVE WS-TOT-SEL TO WS-MTT-EDT.
           DISPLAY "Ajoute. Total de la remise : "
                   FUNCTION TRIM (WS-MTT-EDT) " EUR.".

           IF WS-NBR-SEL = WS-MAX-SEL
               DISPLAY "Bordereau complet (50 cheques)."
               SET WS-FIN-SEL-OUI TO TRUE
           END-IF.

       0200-SEL-CHQ-FIN.
           EXIT.

      *-----------------------------------------------------------------

       0250-RCH-SEL-DEB.

           IF WS-SEL-IDF (WS-IDX-SEL) = WS-IDF-RGL
               SET WS-DEJ-SEL-OUI TO TRUE
           END-IF.

           EXIT.
       0250-RCH-SEL-FIN.

      *-----------------------------------------------------------------

      * Numerote la remise et y rattache chaque cheque choisi, dans
      * une seule transaction : un cheque remis entre-temps par un
      * autre poste fait tout annuler.

       0300-INS-REM-DEB.

           MOVE WS-NBR-SEL   TO PG-NBR-CHQ.
           MOVE WS-TOT-SEL   TO PG-MTT-REM.
           MOVE SESS-IDF-UTI TO PG-IDF-UTI.

           EXEC SQL
               INSERT INTO remise_cheque (date_rem, nbr_chq, mtt_rem,
                               id_uti)
               VALUES (CURRENT_DATE, :PG-NBR-CHQ, :PG-MTT-REM,
                      :PG-IDF-UTI)
               RETURNING id_rem, TO_CHAR(date_rem, 'DD/MM/YYYY')
               INTO :PG-IDF-REM, :PG-DAT-REM
           END-EXEC.

           IF SQLCODE NOT = 0
               EXEC SQL ROLLBACK END-EXEC
               MOVE "remchq : insertion remise_cheque"
               TO   WS-OPE-ERR
               CALL "generr" USING WS-OPE-ERR, SQLCODE, WS-RTR-ERR
               END-CALL
               DISPLAY "Erreur a l'enregistrement de la remise."
               GO TO 0300-INS-REM-FIN
           END-IF.

           PERFORM 0350-MAJ-RGL-DEB
              THRU 0350-MAJ-RGL-FIN
              VARYING WS-IDX-SEL FROM 1 BY 1
              UNTIL WS-IDX-SEL > WS-NBR-SEL
              OR    SQLCODE NOT = 0.

           IF SQLCODE NOT = 0
               EXEC SQL ROLLBACK END-EXEC
               DISPLAY "Un cheque a ete remis entre-temps : remise "
                       "annulee, recommencez."
               GO TO 0300-INS-REM-FIN
           END-IF.

           EXEC SQL COMMIT END-EXEC.

           MOVE PG-IDF-REM TO WS-IDF-EDT.
           MOVE WS-TOT-SEL TO WS-MTT-EDT.
           MOVE SPACES TO WS-MSG-LOG.
           STRING 'Remise de cheques ' DELIMITED BY SIZE
                  FUNCTION TRIM (WS-IDF-EDT) DELIMITED BY SIZE
                  ' : ' DELIMITED BY SIZE
                  FUNCTION TRIM (WS-MTT-EDT) DELIMITED BY SIZE
                  ' EUR.' DELIMITED BY SIZE
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

           PERFORM 0400-EDT-BRD-DEB
              THRU 0400-EDT-BRD-FIN.

           DISPLAY "Remise " FUNCTION TRIM (WS-IDF-EDT)
                   " enregistree, bordereau ecrit (fichier REMCHQ "
                   "du spool).".

       0300-INS-REM-FIN.
           EXIT.

      *-----------------------------------------------------------------

      * Un cheque remis ou rapproche entre sa selection et la
      * validation n'est plus mis a jour : SQLCODE 100 arrete la
      * boucle et annule la remise.

       0350-MAJ-RGL-DEB.

           MOVE WS-SEL-IDF (WS-IDX-SEL) TO PG-IDF-RGL.

           EXEC SQL
               UPDATE reglement
               SET    id_rem = :PG-IDF-REM
               WHERE  id_rgl = :PG-IDF-RGL
               AND    id_rem IS NULL
               AND    COALESCE(rpr_rgl, 'N') = 'N'
           END-EXEC.

           EXIT.
       0350-MAJ-RGL-FIN.

      *-----------------------------------------------------------------

      * Bordereau : en-tete societe, numero et date de remise, une
      * ligne par cheque (tireur, montant), nombre et total.

       0400-EDT-BRD-DEB.

           CALL "gensoc" USING WS-RSO-SOC,
                               WS-ADR-SOC,
                               WS-VIL-SOC,
                               WS-SIR-SOC,
                               WS-TVA-SOC,
                               WS-RTR-SOC
           END-CALL.

           CALL "genspl" USING WS-NOM-RAP
                               WS-IDF-UTI-NUL
                               WS-FIC-SPL
                               WS-RTR-SPL
           END-CALL.

           OPEN OUTPUT F-BRD.

           MOVE WS-RSO-SOC TO REC-BRD.
           WRITE REC-BRD.
           MOVE WS-ADR-SOC TO REC-BRD.
           WRITE REC-BRD.
           MOVE WS-VIL-SOC TO REC-BRD.
           WRITE REC-BRD.

           MOVE SPACES TO REC-BRD.
           WRITE REC-BRD.

           MOVE SPACES TO REC-BRD.
           STRING "Bordereau de remise de cheques n. " DELIMITED BY SIZE
                  FUNCTION TRIM (WS-IDF-EDT) DELIMITED BY SIZE
                  " du " PG-DAT-REM DELIMITED BY SIZE
                  INTO REC-BRD
           END-STRING.
           WRITE REC-BRD.

           MOVE SPACES TO REC-BRD.
           WRITE REC-BRD.
           MOVE SPACES    TO REC-BRD.
           MOVE "Tireur"  TO REC-BRD (1:6).
           MOVE "Montant" TO REC-BRD (62:7).
           WRITE REC-BRD.

           PERFORM 0450-EDT-LGN-DEB
              THRU 0450-EDT-LGN-FIN
              VARYING WS-IDX-SEL FROM 1 BY 1
              UNTIL WS-IDX-SEL > WS-NBR-SEL.

           MOVE WS-NBR-SEL TO WS-NBR-EDT.
           MOVE WS-TOT-SEL TO WS-MTT-EDT.

           MOVE SPACES TO REC-BRD.
           WRITE REC-BRD.
           MOVE SPACES TO REC-BRD.
           STRING "Nombre de cheques : " DELIMITED BY SIZE
                  FUNCTION TRIM (WS-NBR-EDT) DELIMITED BY SIZE
                  INTO REC-BRD
           END-STRING.
           WRITE REC-BRD.
           MOVE SPACES TO REC-BRD.
           STRING "Total de la remise : " DELIMITED BY SIZE
                  FUNCTION TRIM (WS-MTT-EDT) DELIMITED BY SIZE
                  " EUR" DELIMITED BY SIZE
                  INTO REC-BRD
           END-STRING.
           WRITE REC-BRD.

           CLOSE F-BRD.

           EXIT.
       0400-EDT-BRD-FIN.

      *-----------------------------------------------------------------

       0450-EDT-LGN-DEB.

           MOVE WS-SEL-MTT (WS-IDX-SEL) TO WS-MTT-EDT.

           MOVE SPACES TO REC-BRD.
           STRING WS-SEL-TIR (WS-IDX-SEL) "     " WS-MTT-EDT
                  DELIMITED BY SIZE INTO REC-BRD
           END-STRING.
           WRITE REC-BRD.

           EXIT.
       0450-EDT-LGN-FIN.
