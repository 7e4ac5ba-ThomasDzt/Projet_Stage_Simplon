      ******************************************************************
      *                                                                *
      *                 DESCRIPTION DU SOUS-PROGRAMME                  *
      *                                                                *
      * gescfl : entretien du referentiel des couples de fonctions     *
      * incompatibles (table conflit_fonction, separation des          *
      * taches). Liste les couples connus, puis permet d'en ajouter un *
      * ou d'en retirer un. Un couple est range dans l'ordre           *
      * alphabetique des deux codes fonction (nom du programme), ce    *
      * qui interdit de le saisir deux fois dans un ordre different.   *
      * Chaque cote peut porter le type_log que la fonction ecrit dans *
      * logs, utilise par rapcfl pour reperer un utilisateur ayant     *
      * lui-meme execute les deux cotes. gesper s'appuie sur ce        *
      * referentiel avant d'accorder une fonction a un role. Chaque    *
      * modification est journalisee via genlog (type_log =            *
      * 'permission').                                                 *
      *                                                                *
      *----------------------------------------------------------------*
      *                           TRIGRAMMES                           *
      *                                                                *
      * gescfl=gestion conflits de fonctions                           *
      * CFL=CONFLIT; FNC=FONCTION; LIB=LIBELLE; TYP=TYPE; LOG=LOG;     *
      * NBR=NOMBRE; CHX=CHOIX; TMP=TEMPORAIRE; RSU=RESULTAT; INS=      *
      * INSERTION; SUP=SUPPRESSION; AFF=AFFICHAGE; ORD=ORDRE; IND=     *
      * INDICATEUR; LRR=LEURRE; DEB=DEBUT                              *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. gescfl.
       AUTHOR. ThomasD.
       DATE-WRITTEN. 15-10-2026 (fr).

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.

       01 PG-FNC-A-CFL          PIC X(10).
       01 PG-FNC-B-CFL          PIC X(10).
       01 PG-LIB-CFL            PIC X(40).
       01 PG-TYP-LOG-A          PIC X(20).
       01 PG-TYP-LOG-B          PIC X(20).

       01 PG-FNC-A-RSU          PIC X(10).
       01 PG-FNC-B-RSU          PIC X(10).
       01 PG-LIB-RSU            PIC X(40).
       01 PG-TYP-LOG-A-RSU      PIC X(20).
       01 PG-TYP-LOG-A-IND      PIC S9(04) COMP-5.
       01 PG-TYP-LOG-B-RSU      PIC X(20).
       01 PG-TYP-LOG-B-IND      PIC S9(04) COMP-5.

       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

      * Declaration du curseur listant les couples du referentiel.
       EXEC SQL
           DECLARE C-CFL CURSOR FOR
               SELECT fnc_a_cfl, fnc_b_cfl, lib_cfl,
                      typ_log_a_cfl, typ_log_b_cfl
               FROM   conflit_fonction
               ORDER BY fnc_a_cfl, fnc_b_cfl
       END-EXEC.

       01 WS-LRR                PIC X(01).

       01 WS-FNC-A-CFL          PIC X(10).
       01 WS-FNC-B-CFL          PIC X(10).
       01 WS-LIB-CFL            PIC X(40).
       01 WS-TYP-LOG-A          PIC X(20).
       01 WS-TYP-LOG-B          PIC X(20).
       01 WS-FNC-TMP            PIC X(10).
       01 WS-TYP-LOG-TMP        PIC X(20).
       01 WS-CHX                PIC X(01).
       01 WS-NBR-CFL            PIC 9(03)   VALUE 0.

      * Zone de session partagee : qui est connecte sur ce poste.
       COPY session.

      * Zones utilisees pour generer le log de modification via
      * genlog. id_pie/qte_log/lien_log ne s'appliquent pas : ils
      * restent a zero (ecrits a NULL par genlog).
       01 WS-MSG-LOG            PIC X(100).
       01 WS-TYP-LOG            PIC X(20)   VALUE "permission".
       01 WS-IDF-PIE-NUL        PIC 9(10)   VALUE 0.
       01 WS-QTE-LOG-NUL        PIC S9(10)  VALUE 0.
       01 WS-LIEN-LOG-NUL       PIC 9(10)   VALUE 0.
       01 WS-RTR-LOG            PIC 9(01).

      * Zones utilisees pour tracer via generr l'echec d'une des
      * ecritures SQL en cas de SQLCODE en erreur.
       01 WS-OPE-ERR            PIC X(60).
       01 WS-RTR-ERR            PIC 9(01).


       PROCEDURE DIVISION.

           PERFORM 0100-LST-CFL-DEB
              THRU 0100-LST-CFL-FIN.

           PERFORM 0200-SSI-ACT-DEB
              THRU 0200-SSI-ACT-FIN.

           EXIT PROGRAM.

      ******************************************************************
      *                         PARAGRAPHES                            *
      ******************************************************************

       0100-LST-CFL-DEB.

           MOVE 0 TO WS-NBR-CFL.

           DISPLAY "Couples de fonctions incompatibles :".

           EXEC SQL OPEN C-CFL END-EXEC.

           EXEC SQL
               FETCH C-CFL
               INTO  :PG-FNC-A-RSU, :PG-FNC-B-RSU, :PG-LIB-RSU,
                     :PG-TYP-LOG-A-RSU:PG-TYP-LOG-A-IND,
                     :PG-TYP-LOG-B-RSU:PG-TYP-LOG-B-IND
           END-EXEC.

           PERFORM 0150-AFF-CFL-DEB
              THRU 0150-AFF-CFL-FIN
              UNTIL SQLCODE NOT = 0.

           EXEC SQL CLOSE C-CFL END-EXEC.

           IF WS-NBR-CFL = 0
               DISPLAY "(referentiel vide)"
           END-IF.

       0100-LST-CFL-FIN.
           EXIT.

      *-----------------------------------------------------------------

       0150-AFF-CFL-DEB.

           ADD 1 TO WS-NBR-CFL.

           IF PG-TYP-LOG-A-IND < 0
               MOVE SPACES TO PG-TYP-LOG-A-RSU
           END-IF.

           IF PG-TYP-LOG-B-IND < 0
               MOVE SPACES TO PG-TYP-LOG-B-RSU
           END-IF.

           DISPLAY "  " PG-FNC-A-RSU " / " PG-FNC-B-RSU " - "
                   PG-LIB-RSU.

           IF PG-TYP-LOG-A-RSU NOT = SPACES
           OR PG-TYP-LOG-B-RSU NOT = SPACES
               DISPLAY "      logs : "
                       FUNCTION TRIM (PG-TYP-LOG-A-RSU) " / "
                       FUNCTION TRIM (PG-TYP-LOG-B-RSU)
           END-IF.

           EXEC SQL
               FETCH C-CFL
               INTO  :PG-FNC-A-RSU, :PG-FNC-B-RSU, :PG-LIB-RSU,
                     :PG-TYP-LOG-A-RSU:PG-TYP-LOG-A-IND,
                     :PG-TYP-LOG-B-RSU:PG-TYP-LOG-B-IND
           END-EXEC.

       0150-AFF-CFL-FIN.
           EXIT.

      *-----------------------------------------------------------------

       0200-SSI-ACT-DEB.

           DISPLAY "1 - Ajouter un couple incompatible".
           DISPLAY "2 - Retirer un couple incompatible".
           DISPLAY "0 - Quitter".
           DISPLAY "Votre choix :".
           ACCEPT WS-CHX.

           IF WS-CHX = "1" OR WS-CHX = "2"
               DISPLAY "Premiere fonction (nom du programme) :"
               ACCEPT WS-FNC-A-CFL
               DISPLAY "Seconde fonction (nom du programme) :"
               ACCEPT WS-FNC-B-CFL

               MOVE SPACES TO WS-TYP-LOG-A
               MOVE SPACES TO WS-TYP-LOG-B

               EVALUATE WS-CHX
                   WHEN "1"
                       PERFORM 0300-INS-CFL-DEB
                          THRU 0300-INS-CFL-FIN

                   WHEN "2"
                       PERFORM 0400-SUP-CFL-DEB
                          THRU 0400-SUP-CFL-FIN
               END-EVALUATE

               DISPLAY "Appuyez sur entree"
               ACCEPT WS-LRR
           END-IF.

       0200-SSI-ACT-FIN.
           EXIT.

      *-----------------------------------------------------------------

      * Range le couple saisi dans l'ordre alphabetique des codes
      * fonction (les type_log suivent leur fonction), forme sous
      * laquelle il est stocke et recherche.

       0250-ORD-CFL-DEB.

           IF WS-FNC-A-CFL > WS-FNC-B-CFL
               MOVE WS-FNC-A-CFL   TO WS-FNC-TMP
               MOVE WS-FNC-B-CFL   TO WS-FNC-A-CFL
               MOVE WS-FNC-TMP     TO WS-FNC-B-CFL
               MOVE WS-TYP-LOG-A   TO WS-TYP-LOG-TMP
               MOVE WS-TYP-LOG-B   TO WS-TYP-LOG-A
               MOVE WS-TYP-LOG-TMP TO WS-TYP-LOG-B
           END-IF.

           MOVE WS-FNC-A-CFL TO PG-FNC-A-CFL.
           MOVE WS-FNC-B-CFL TO PG-FNC-B-CFL.

       0250-ORD-CFL-FIN.
           EXIT.

      *-----------------------------------------------------------------

       0300-INS-CFL-DEB.

           IF WS-FNC-A-CFL = SPACES OR WS-FNC-B-CFL = SPACES
           OR WS-FNC-A-CFL = WS-FNC-B-CFL
               DISPLAY "Il faut deux fonctions distinctes."
               GO TO 0300-INS-CFL-FIN
           END-IF.

           DISPLAY "Libelle :".
           ACCEPT WS-LIB-CFL.

           IF WS-LIB-CFL = SPACES
               DISPLAY "Libelle absent, couple ignore."
               GO TO 0300-INS-CFL-FIN
           END-IF.

           DISPLAY "type_log ecrit par " FUNCTION TRIM (WS-FNC-A-CFL)
                   " (vide = aucun) :".
           ACCEPT WS-TYP-LOG-A.
           DISPLAY "type_log ecrit par " FUNCTION TRIM (WS-FNC-B-CFL)
                   " (vide = aucun) :".
           ACCEPT WS-TYP-LOG-B.

           PERFORM 0250-ORD-CFL-DEB
              THRU 0250-ORD-CFL-FIN.

           MOVE WS-LIB-CFL   TO PG-LIB-CFL.
           MOVE WS-TYP-LOG-A TO PG-TYP-LOG-A.
           MOVE WS-TYP-LOG-B TO PG-TYP-LOG-B.

           EXEC SQL
               INSERT INTO conflit_fonction (fnc_a_cfl, fnc_b_cfl,
                                             lib_cfl, typ_log_a_cfl,
                                             typ_log_b_cfl)
               VALUES (:PG-FNC-A-CFL, :PG-FNC-B-CFL, :PG-LIB-CFL,
                       NULLIF(TRIM(:PG-TYP-LOG-A), ''),
                       NULLIF(TRIM(:PG-TYP-LOG-B), ''))
           END-EXEC.

           IF SQLCODE = 0
               EXEC SQL COMMIT END-EXEC

               MOVE SPACES TO WS-MSG-LOG
               STRING 'Couple incompatible ' DELIMITED BY SIZE
                      WS-FNC-A-CFL DELIMITED BY SPACE
                      '/' DELIMITED BY SIZE
                      WS-FNC-B-CFL DELIMITED BY SPACE
                      ' ajoute.' DELIMITED BY SIZE
                      INTO WS-MSG-LOG
               END-STRING

               CALL "genlog" USING WS-MSG-LOG,
                                   WS-TYP-LOG,
                                   SESS-IDF-UTI,
                                   WS-IDF-PIE-NUL,
                                   WS-QTE-LOG-NUL,
                                   WS-LIEN-LOG-NUL,
                                   WS-RTR-LOG
               END-CALL

               DISPLAY "Couple ajoute."
           ELSE
               EXEC SQL ROLLBACK END-EXEC
               MOVE "gescfl : insertion conflit_fonction"
               TO   WS-OPE-ERR
               CALL "generr" USING WS-OPE-ERR, SQLCODE, WS-RTR-ERR
               END-CALL
               DISPLAY "Erreur (couple deja connu ?)."
           END-IF.

       0300-INS-CFL-FIN.
           EXIT.

      *-----------------------------------------------------------------

       0400-SUP-CFL-DEB.

           PERFORM 0250-ORD-CFL-DEB
              THRU 0250-ORD-CFL-FIN.

           EXEC SQL
               DELETE FROM conflit_fonction
               WHERE  fnc_a_cfl = :PG-FNC-A-CFL
               AND    fnc_b_cfl = :PG-FNC-B-CFL
           END-EXEC.

           IF SQLCODE = 0
               EXEC SQL COMMIT END-EXEC

               MOVE SPACES TO WS-MSG-LOG
               STRING 'Couple incompatible ' DELIMITED BY SIZE
                      WS-FNC-A-CFL DELIMITED BY SPACE
                      '/' DELIMITED BY SIZE
                      WS-FNC-B-CFL DELIMITED BY SPACE
                      ' retire.' DELIMITED BY SIZE
                      INTO WS-MSG-LOG
               END-STRING

               CALL "genlog" USING WS-MSG-LOG,
                                   WS-TYP-LOG,
                                   SESS-IDF-UTI,
                                   WS-IDF-PIE-NUL,
                                   WS-QTE-LOG-NUL,
                                   WS-LIEN-LOG-NUL,
                                   WS-RTR-LOG
               END-CALL

               DISPLAY "Couple retire."
           ELSE
               EXEC SQL ROLLBACK END-EXEC
               MOVE "gescfl : suppression conflit_fonction"
               TO   WS-OPE-ERR
               CALL "generr" USING WS-OPE-ERR, SQLCODE, WS-RTR-ERR
               END-CALL
               DISPLAY "Erreur lors du retrait (couple inconnu ?)."
           END-IF.

       0400-SUP-CFL-FIN.
           EXIT.
