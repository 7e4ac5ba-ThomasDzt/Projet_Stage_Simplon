      ******************************************************************
      *                                                                *
      *                 DESCRIPTION DU SOUS-PROGRAMME                  *
      *                                                                *
      * clomoi : cloture des periodes comptables mensuelles (table     *
      * periode_comptable). Liste les mois deja clos ou rouverts, puis *
      * permet de clore un mois declare (le mois courant au plus tard) *
      * ou, exceptionnellement, de rouvrir un mois clos avec un motif  *
      * et une confirmation. Un mois clos est refuse par les programmes*
      * qui creent ou datent une piece comptable (genfac, genavr,      *
      * ecrrgl, ecrrgf, virfou, prlcli, rejprl ; ecrffo redate au      *
      * premier mois ouvert) via vermoi, et expcpt n'en exporte plus   *
      * rien. Cloture et reouverture sont journalisees via genlog      *
      * (type_log = 'periode_comptable').                              *
      *                                                                *
      *----------------------------------------------------------------*
      *                           TRIGRAMMES                           *
      *                                                                *
      * clomoi=cloture mois                                            *
      * PCP=PERIODE COMPTABLE; MOI=MOIS; STA=STATUT; CLO=CLOTURE;      *
      * ROU=REOUVERTURE; MTF=MOTIF; UTI=UTILISATEUR; DAT=DATE;         *
      * CUR=COURANT; HOR=HORAIRE; NBR=NOMBRE; CHX=CHOIX; CNF=          *
      * CONFIRMATION; RSU=RESULTAT; AFF=AFFICHAGE; LST=LISTE;          *
      * SSI=SAISIE; ACT=ACTION; LRR=LEURRE; DEB=DEBUT                  *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. clomoi.
       AUTHOR. ThomasD.
       DATE-WRITTEN. 15-10-2026 (fr).

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.

       01 PG-MOI-PCP            PIC X(07).
       01 PG-STA-PCP            PIC X(06).
       01 PG-IDF-UTI            PIC 9(10).

      * Mois listes avant la saisie.
       01 PG-MOI-PCP-RSU        PIC X(07).
       01 PG-STA-PCP-RSU        PIC X(06).
       01 PG-UTI-PCP-RSU        PIC X(30).
       01 PG-DAT-CLO-RSU        PIC X(10).

       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

      * Declaration du curseur listant les mois deja traites, du plus
      * recent au plus ancien, avec l'auteur et la date de cloture.
       EXEC SQL
           DECLARE C-PCP CURSOR FOR
               SELECT p.mois_pcp, p.statut_pcp,
                      COALESCE(u.nom_uti, ' '),
                      COALESCE(TO_CHAR(p.date_clo_pcp, 'DD/MM/YYYY'),
                               ' ')
               FROM   periode_comptable p
               LEFT JOIN utilisateur u ON u.id_uti = p.id_uti_clo
               ORDER BY p.mois_pcp DESC
               LIMIT 24
       END-EXEC.

       01 WS-LRR                PIC X(01).
       01 WS-CHX                PIC X(01).
       01 WS-CNF                PIC X(01).
       01 WS-NBR-PCP            PIC 9(03)   VALUE 0.

       01 WS-MOI-PCP            PIC X(07).
       01 WS-MTF-ROU            PIC X(50).

      * Mois courant (AAAA-MM) : on ne clot pas un mois a venir.
       01 WS-CUR-DAT-HOR        PIC X(21).
       01 WS-MOI-CUR            PIC X(07).

      * Zone de session partagee : qui est connecte sur ce poste.
       COPY session.

      * Zones utilisees pour generer le log de cloture via genlog.
      * id_pie/qte_log/lien_log ne s'appliquent pas : ils restent a
      * zero (ecrits a NULL par genlog).
       01 WS-MSG-LOG            PIC X(100).
       01 WS-TYP-LOG            PIC X(20)   VALUE "periode_comptable".
       01 WS-IDF-PIE-NUL        PIC 9(10)   VALUE 0.
       01 WS-QTE-LOG-NUL        PIC S9(10)  VALUE 0.
       01 WS-LIEN-LOG-NUL       PIC 9(10)   VALUE 0.
       01 WS-RTR-LOG            PIC 9(01).

      * Zones utilisees pour tracer via generr l'echec d'une des
      * ecritures SQL en cas de SQLCODE en erreur.
       01 WS-OPE-ERR            PIC X(60).
       01 WS-RTR-ERR            PIC 9(01).


       PROCEDURE DIVISION.

           PERFORM 0100-LST-PCP-DEB
              THRU 0100-LST-PCP-FIN.

           PERFORM 0200-SSI-ACT-DEB
              THRU 0200-SSI-ACT-FIN.

           EXIT PROGRAM.

      ******************************************************************
      *                         PARAGRAPHES                            *
      ******************************************************************

       0100-LST-PCP-DEB.

           MOVE 0 TO WS-NBR-PCP.

           DISPLAY "Periodes comptables (mois sans ligne = ouvert) :".
           DISPLAY "Mois     Statut Cloture par                    le".

           EXEC SQL OPEN C-PCP END-EXEC.

           EXEC SQL
               FETCH C-PCP
               INTO  :PG-MOI-PCP-RSU, :PG-STA-PCP-RSU,
                     :PG-UTI-PCP-RSU, :PG-DAT-CLO-RSU
           END-EXEC.

           PERFORM 0150-AFF-PCP-DEB
              THRU 0150-AFF-PCP-FIN
              UNTIL SQLCODE NOT = 0.

           EXEC SQL CLOSE C-PCP END-EXEC.

           IF WS-NBR-PCP = 0
               DISPLAY "(aucun mois clos)"
           END-IF.

           EXIT.
       0100-LST-PCP-FIN.

      *-----------------------------------------------------------------

       0150-AFF-PCP-DEB.

           ADD 1 TO WS-NBR-PCP.

           DISPLAY PG-MOI-PCP-RSU "  " PG-STA-PCP-RSU " "
                   PG-UTI-PCP-RSU " " PG-DAT-CLO-RSU.

           EXEC SQL
               FETCH C-PCP
               INTO  :PG-MOI-PCP-RSU, :PG-STA-PCP-RSU,
                     :PG-UTI-PCP-RSU, :PG-DAT-CLO-RSU
           END-EXEC.

           EXIT.
       0150-AFF-PCP-FIN.

      *-----------------------------------------------------------------

       0200-SSI-ACT-DEB.

           DISPLAY "1 - Clore un mois".
           DISPLAY "2 - Rouvrir un mois clos (exceptionnel)".
           DISPLAY "0 - Quitter".
           DISPLAY "Votre choix :".
           ACCEPT WS-CHX.

           IF WS-CHX NOT = "1" AND WS-CHX NOT = "2"
               GO TO 0200-SSI-ACT-FIN
           END-IF.

           DISPLAY "Mois (AAAA-MM) :".
           ACCEPT WS-MOI-PCP.

           IF WS-MOI-PCP (1:4) NOT NUMERIC
               OR WS-MOI-PCP (5:1) NOT = "-"
               OR WS-MOI-PCP (6:2) NOT NUMERIC
               OR WS-MOI-PCP (6:2) < "01"
               OR WS-MOI-PCP (6:2) > "12"
               DISPLAY "Mois invalide."
               GO TO 0200-SSI-ACT-SRT
           END-IF.

           MOVE WS-MOI-PCP TO PG-MOI-PCP.
           MOVE "ouvert"   TO PG-STA-PCP.

           EXEC SQL
               SELECT statut_pcp
               INTO   :PG-STA-PCP
               FROM   periode_comptable
               WHERE  mois_pcp = :PG-MOI-PCP
           END-EXEC.

           EVALUATE WS-CHX
               WHEN "1"
                   PERFORM 0300-CLO-MOI-DEB
                      THRU 0300-CLO-MOI-FIN

               WHEN "2"
                   PERFORM 0400-ROU-MOI-DEB
                      THRU 0400-ROU-MOI-FIN
           END-EVALUATE.

       0200-SSI-ACT-SRT.

           DISPLAY "Appuyez sur entree".
           ACCEPT WS-LRR.

       0200-SSI-ACT-FIN.
           EXIT.

      *-----------------------------------------------------------------

      * Clot le mois : la ligne est creee, ou reprise si le mois
      * avait deja ete clos puis rouvert.

       0300-CLO-MOI-DEB.

           IF PG-STA-PCP = "clos"
               DISPLAY "Ce mois est deja clos."
               GO TO 0300-CLO-MOI-FIN
           END-IF.

           MOVE FUNCTION CURRENT-DATE TO WS-CUR-DAT-HOR.
           MOVE SPACES TO WS-MOI-CUR.
           STRING WS-CUR-DAT-HOR (1:4) "-" WS-CUR-DAT-HOR (5:2)
                  DELIMITED BY SIZE INTO WS-MOI-CUR
           END-STRING.

           IF WS-MOI-PCP > WS-MOI-CUR
               DISPLAY "Un mois a venir ne peut pas etre clos."
               GO TO 0300-CLO-MOI-FIN
           END-IF.

           MOVE SESS-IDF-UTI TO PG-IDF-UTI.

           EXEC SQL
               INSERT INTO periode_comptable (mois_pcp, statut_pcp,
                               id_uti_clo, date_clo_pcp)
               VALUES (:PG-MOI-PCP, 'clos', :PG-IDF-UTI, CURRENT_DATE)
               ON CONFLICT (mois_pcp) DO UPDATE
               SET    statut_pcp   = 'clos',
                      id_uti_clo   = :PG-IDF-UTI,
                      date_clo_pcp = CURRENT_DATE
           END-EXEC.

           IF SQLCODE NOT = 0
               EXEC SQL ROLLBACK END-EXEC
               MOVE "clomoi : cloture periode_comptable"
               TO   WS-OPE-ERR
               CALL "generr" USING WS-OPE-ERR, SQLCODE, WS-RTR-ERR
               END-CALL
               DISPLAY "Erreur lors de la cloture."
               GO TO 0300-CLO-MOI-FIN
           END-IF.

           EXEC SQL COMMIT END-EXEC.

           MOVE SPACES TO WS-MSG-LOG.
           STRING 'Cloture de la periode comptable ' DELIMITED BY SIZE
                  WS-MOI-PCP DELIMITED BY SIZE
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

           DISPLAY "Mois " WS-MOI-PCP " clos : plus aucune piece ne "
                   "peut y etre datee.".

       0300-CLO-MOI-FIN.
           EXIT.

      *-----------------------------------------------------------------

      * Reouverture exceptionnelle (piece oubliee, erreur de
      * declaration) : motif obligatoire, repris dans le journal.

       0400-ROU-MOI-DEB.

           IF PG-STA-PCP NOT = "clos"
               DISPLAY "Ce mois n'est pas clos."
               GO TO 0400-ROU-MOI-FIN
           END-IF.

           DISPLAY "Motif de la reouverture :".
           ACCEPT WS-MTF-ROU.

           IF WS-MTF-ROU = SPACES
               DISPLAY "Motif obligatoire, mois laisse clos."
               GO TO 0400-ROU-MOI-FIN
           END-IF.

           DISPLAY "Rouvrir " WS-MOI-PCP " deja declare (O/N) ?".
           ACCEPT WS-CNF.

           IF WS-CNF NOT = "O" AND WS-CNF NOT = "o"
               DISPLAY "Mois laisse clos."
               GO TO 0400-ROU-MOI-FIN
           END-IF.

           EXEC SQL
               UPDATE periode_comptable
               SET    statut_pcp = 'ouvert'
               WHERE  mois_pcp = :PG-MOI-PCP
           END-EXEC.

           IF SQLCODE NOT = 0
               EXEC SQL ROLLBACK END-EXEC
               MOVE "clomoi : reouverture periode_comptable"
               TO   WS-OPE-ERR
               CALL "generr" USING WS-OPE-ERR, SQLCODE, WS-RTR-ERR
               END-CALL
               DISPLAY "Erreur lors de la reouverture."
               GO TO 0400-ROU-MOI-FIN
           END-IF.

           EXEC SQL COMMIT END-EXEC.

           MOVE SPACES TO WS-MSG-LOG.
           STRING 'Reouverture de la periode ' DELIMITED BY SIZE
                  WS-MOI-PCP DELIMITED BY SIZE
                  ' : ' DELIMITED BY SIZE
                  WS-MTF-ROU DELIMITED BY SIZE
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

           DISPLAY "Mois " WS-MOI-PCP " rouvert.".

       0400-ROU-MOI-FIN.
           EXIT.
