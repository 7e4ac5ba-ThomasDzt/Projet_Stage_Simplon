      ******************************************************************
      *                                                                *
      *                 DESCRIPTION DU SOUS-PROGRAMME                  *
      *                                                                *
      * rapcfl : rapport de separation des taches. Programme de        *
      * traitement par lot qui confronte le referentiel des couples de *
      * fonctions incompatibles (conflit_fonction, entretenu dans      *
      * gescfl) aux droits et a l'activite reelle :                    *
      *  - chaque role detenant les deux fonctions d'un couple, avec   *
      *    la justification saisie dans gesper le cas echeant ;        *
      *  - chaque utilisateur actif dont le role detient un couple ;   *
      *  - chaque utilisateur ayant lui-meme execute les deux cotes    *
      *    d'un couple, d'apres les lignes de la table logs portant le *
      *    type_log associe a chaque fonction du couple (nombre        *
      *    d'actions de chaque cote et date de la plus recente).       *
      * Les logs deja archives par arclog ne sont pas relus. Le        *
      * rapport est affiche et depose dans le spool via genspl.        *
      *                                                                *
      *----------------------------------------------------------------*
      *                           TRIGRAMMES                           *
      *                                                                *
      * rapcfl=rapport conflits de fonctions                           *
      * CFL=CONFLIT; FNC=FONCTION; LIB=LIBELLE; ROL=ROLE; JUS=         *
      * JUSTIFICATION; UTI=UTILISATEUR; IDF=IDENTIFIANT; NOM=NOM;      *
      * LOG=LOG; NBR=NOMBRE; DER=DERNIER; DAT=DATE; RSU=RESULTAT;      *
      * TOT=TOTAL; EDT=EDITION; SPL=SPOOL; FIC=FICHIER; RAP=RAPPORT;   *
      * AFF=AFFICHAGE; ACT=ACTIVITE; DEB=DEBUT                         *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. rapcfl.
       AUTHOR. ThomasD.
       DATE-WRITTEN. 15-10-2026 (fr).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT F-RAP-CFL ASSIGN TO WS-FIC-SPL
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD F-RAP-CFL.
       01 REC-RAP-CFL           PIC X(120).

       WORKING-STORAGE SECTION.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.

       COPY dbconfig.

       01 PG-JOU-RAP            PIC X(10).

       01 PG-FNC-A-RSU          PIC X(10).
       01 PG-FNC-B-RSU          PIC X(10).
       01 PG-LIB-RSU            PIC X(40).
       01 PG-ROL-RSU            PIC X(14).
       01 PG-JUS-RSU            PIC X(60).
       01 PG-IDF-UTI-RSU        PIC 9(10).
       01 PG-NOM-UTI-RSU        PIC X(30).
       01 PG-NBR-A-RSU          PIC 9(07).
       01 PG-NBR-B-RSU          PIC 9(07).
       01 PG-DER-DAT-RSU        PIC X(10).

       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

      * Declaration du curseur des roles detenant les deux fonctions
      * d'un couple incompatible. La justification est portee par la
      * permission accordee en dernier (celle qui a cree le conflit).
       EXEC SQL
           DECLARE C-ROL CURSOR FOR
               SELECT pa.code_rol, c.fnc_a_cfl, c.fnc_b_cfl,
                      c.lib_cfl,
                      COALESCE(pb.just_per, pa.just_per, '')
               FROM   conflit_fonction c
               JOIN   permissions pa ON pa.code_fnc = c.fnc_a_cfl
               JOIN   permissions pb ON pb.code_fnc = c.fnc_b_cfl
                                    AND pb.code_rol = pa.code_rol
               ORDER BY pa.code_rol, c.fnc_a_cfl, c.fnc_b_cfl
       END-EXEC.

      * Declaration du curseur des utilisateurs actifs dont le role
      * detient les deux fonctions d'un couple incompatible.
       EXEC SQL
           DECLARE C-UTI CURSOR FOR
               SELECT u.id_uti, u.nom_uti, u.role_uti,
                      c.fnc_a_cfl, c.fnc_b_cfl
               FROM   utilisateur u
               JOIN   permissions pa ON pa.code_rol = u.role_uti
               JOIN   conflit_fonction c ON c.fnc_a_cfl = pa.code_fnc
               JOIN   permissions pb ON pb.code_rol = u.role_uti
                                    AND pb.code_fnc = c.fnc_b_cfl
               WHERE  COALESCE(u.actif_uti, 'O') = 'O'
               ORDER BY u.nom_uti, c.fnc_a_cfl, c.fnc_b_cfl
       END-EXEC.

      * Declaration du curseur des utilisateurs ayant journalise des
      * actions des deux cotes d'un couple (type_log de chaque cote).
       EXEC SQL
           DECLARE C-ACT CURSOR FOR
               SELECT c.fnc_a_cfl, c.fnc_b_cfl, a.id_uti,
                      COALESCE(u.nom_uti, '?'), a.nbr, b.nbr,
                      TO_CHAR(GREATEST(a.der, b.der), 'YYYY-MM-DD')
               FROM   conflit_fonction c
               JOIN   (SELECT type_log, id_uti, COUNT(*) AS nbr,
                              MAX(date_log) AS der
                       FROM   logs
                       WHERE  id_uti IS NOT NULL
                       GROUP BY type_log, id_uti) a
                      ON a.type_log = c.typ_log_a_cfl
               JOIN   (SELECT type_log, id_uti, COUNT(*) AS nbr,
                              MAX(date_log) AS der
                       FROM   logs
                       WHERE  id_uti IS NOT NULL
                       GROUP BY type_log, id_uti) b
                      ON  b.type_log = c.typ_log_b_cfl
                      AND b.id_uti   = a.id_uti
               LEFT JOIN utilisateur u ON u.id_uti = a.id_uti
               ORDER BY c.fnc_a_cfl, c.fnc_b_cfl, a.id_uti
       END-EXEC.

       01 WS-IDF-UTI-RSU-EDT    PIC Z(09)9.
       01 WS-NBR-A-EDT          PIC Z(06)9.
       01 WS-NBR-B-EDT          PIC Z(06)9.
       01 WS-NBR-ROL            PIC 9(05)   VALUE 0.
       01 WS-NBR-UTI            PIC 9(05)   VALUE 0.
       01 WS-NBR-ACT            PIC 9(05)   VALUE 0.
       01 WS-NBR-ROL-EDT        PIC Z(04)9.
       01 WS-NBR-UTI-EDT        PIC Z(04)9.
       01 WS-NBR-ACT-EDT        PIC Z(04)9.

      * Nom de fichier date attribue par genspl : chaque execution
      * laisse sa trace dans le spool (table spool_rapports,
      * reaffichable via cnsspl).
       01 WS-FIC-SPL            PIC X(50).
       01 WS-NOM-RAP            PIC X(14)   VALUE "RAPCFL".
       01 WS-IDF-UTI-NUL        PIC 9(10)   VALUE 0.
       01 WS-RTR-SPL            PIC 9(01).


       PROCEDURE DIVISION.

           PERFORM 1000-INITIALISATION-DEB
              THRU 1000-INITIALISATION-FIN.

           PERFORM 2000-RAP-ROL-DEB
              THRU 2000-RAP-ROL-FIN.

           PERFORM 3000-RAP-UTI-DEB
              THRU 3000-RAP-UTI-FIN.

           PERFORM 4000-RAP-ACT-DEB
              THRU 4000-RAP-ACT-FIN.

           PERFORM 5000-RAP-TOT-DEB
              THRU 5000-RAP-TOT-FIN.

           STOP RUN.

      ******************************************************************
      *                         PARAGRAPHES                            *
      ******************************************************************

       1000-INITIALISATION-DEB.

           EXEC SQL
               CONNECT :PG-IDENTIFIANT
               IDENTIFIED BY :PG-MOT-PASSE
               USING :PG-NOM-BASE
           END-EXEC.

           EXEC SQL COMMIT END-EXEC.

           EXEC SQL
               SELECT CURRENT_DATE
               INTO   :PG-JOU-RAP
           END-EXEC.

           CALL "genspl" USING WS-NOM-RAP
                               WS-IDF-UTI-NUL
                               WS-FIC-SPL
                               WS-RTR-SPL
           END-CALL.

           OPEN OUTPUT F-RAP-CFL.

           DISPLAY "Separation des taches - conflits au " PG-JOU-RAP.

           MOVE SPACES TO REC-RAP-CFL.
           STRING "Separation des taches - conflits au "
                  DELIMITED BY SIZE
                  PG-JOU-RAP DELIMITED BY SIZE
                  INTO REC-RAP-CFL
           END-STRING.
           WRITE REC-RAP-CFL.

           EXIT.
       1000-INITIALISATION-FIN.

      *-----------------------------------------------------------------

      * Roles detenant les deux fonctions d'un couple incompatible.

       2000-RAP-ROL-DEB.

           DISPLAY "-------------------------------------------------".
           DISPLAY "Roles detenant un couple incompatible :".

           MOVE "Roles detenant un couple incompatible :"
           TO   REC-RAP-CFL.
           WRITE REC-RAP-CFL.

           EXEC SQL OPEN C-ROL END-EXEC.

           EXEC SQL
               FETCH C-ROL
               INTO  :PG-ROL-RSU, :PG-FNC-A-RSU, :PG-FNC-B-RSU,
                     :PG-LIB-RSU, :PG-JUS-RSU
           END-EXEC.

           PERFORM 2100-AFF-ROL-DEB
              THRU 2100-AFF-ROL-FIN
              UNTIL SQLCODE NOT = 0.

           EXEC SQL CLOSE C-ROL END-EXEC.

           IF WS-NBR-ROL = 0
               DISPLAY "(aucun)"
               MOVE "(aucun)" TO REC-RAP-CFL
               WRITE REC-RAP-CFL
           END-IF.

           EXIT.
       2000-RAP-ROL-FIN.

      *-----------------------------------------------------------------

       2100-AFF-ROL-DEB.

           ADD 1 TO WS-NBR-ROL.

           DISPLAY "  " PG-ROL-RSU " " PG-FNC-A-RSU " / "
                   PG-FNC-B-RSU " " PG-LIB-RSU.

           MOVE SPACES TO REC-RAP-CFL.
           STRING "  " PG-ROL-RSU " " PG-FNC-A-RSU " / "
                  PG-FNC-B-RSU " " PG-LIB-RSU
                  DELIMITED BY SIZE INTO REC-RAP-CFL
           END-STRING.
           WRITE REC-RAP-CFL.

           IF PG-JUS-RSU = SPACES
               DISPLAY "      sans justification"
               MOVE "      sans justification" TO REC-RAP-CFL
           ELSE
               DISPLAY "      justification : "
                       FUNCTION TRIM (PG-JUS-RSU)
               MOVE SPACES TO REC-RAP-CFL
               STRING "      justification : " DELIMITED BY SIZE
                      PG-JUS-RSU DELIMITED BY SIZE
                      INTO REC-RAP-CFL
               END-STRING
           END-IF.
           WRITE REC-RAP-CFL.

           EXEC SQL
               FETCH C-ROL
               INTO  :PG-ROL-RSU, :PG-FNC-A-RSU, :PG-FNC-B-RSU,
                     :PG-LIB-RSU, :PG-JUS-RSU
           END-EXEC.

           EXIT.
       2100-AFF-ROL-FIN.

      *-----------------------------------------------------------------

      * Utilisateurs actifs dont le role detient un couple
      * incompatible.

       3000-RAP-UTI-DEB.

           DISPLAY "-------------------------------------------------".
           DISPLAY "Utilisateurs actifs detenant un couple "
                   "incompatible :".

           MOVE "Utilisateurs actifs detenant un couple incompatible :"
           TO   REC-RAP-CFL.
           WRITE REC-RAP-CFL.

           EXEC SQL OPEN C-UTI END-EXEC.

           EXEC SQL
               FETCH C-UTI
               INTO  :PG-IDF-UTI-RSU, :PG-NOM-UTI-RSU, :PG-ROL-RSU,
                     :PG-FNC-A-RSU, :PG-FNC-B-RSU
           END-EXEC.

           PERFORM 3100-AFF-UTI-DEB
              THRU 3100-AFF-UTI-FIN
              UNTIL SQLCODE NOT = 0.

           EXEC SQL CLOSE C-UTI END-EXEC.

           IF WS-NBR-UTI = 0
               DISPLAY "(aucun)"
               MOVE "(aucun)" TO REC-RAP-CFL
               WRITE REC-RAP-CFL
           END-IF.

           EXIT.
       3000-RAP-UTI-FIN.

      *-----------------------------------------------------------------

       3100-AFF-UTI-DEB.

           ADD 1 TO WS-NBR-UTI.

           MOVE PG-IDF-UTI-RSU TO WS-IDF-UTI-RSU-EDT.

           DISPLAY "  " WS-IDF-UTI-RSU-EDT " " PG-NOM-UTI-RSU " "
                   PG-ROL-RSU " " PG-FNC-A-RSU " / " PG-FNC-B-RSU.

           MOVE SPACES TO REC-RAP-CFL.
           STRING "  " WS-IDF-UTI-RSU-EDT " " PG-NOM-UTI-RSU " "
                  PG-ROL-RSU " " PG-FNC-A-RSU " / " PG-FNC-B-RSU
                  DELIMITED BY SIZE INTO REC-RAP-CFL
           END-STRING.
           WRITE REC-RAP-CFL.

           EXEC SQL
               FETCH C-UTI
               INTO  :PG-IDF-UTI-RSU, :PG-NOM-UTI-RSU, :PG-ROL-RSU,
                     :PG-FNC-A-RSU, :PG-FNC-B-RSU
           END-EXEC.

           EXIT.
       3100-AFF-UTI-FIN.

      *-----------------------------------------------------------------

      * Utilisateurs ayant eux-memes execute les deux cotes d'un
      * couple, d'apres les logs.

       4000-RAP-ACT-DEB.

           DISPLAY "-------------------------------------------------".
           DISPLAY "Utilisateurs ayant execute les deux cotes d'un "
                   "couple (logs) :".
           DISPLAY "  Couple                  Utilisateur"
                   "                                  Nb A    Nb B"
                   " Dernier".

           MOVE "Utilisateurs ayant execute les deux cotes d'un couple"
           TO   REC-RAP-CFL.
           WRITE REC-RAP-CFL.

           MOVE SPACES TO REC-RAP-CFL.
           STRING "  Couple                  Utilisateur"
                  "                                  Nb A    Nb B"
                  " Dernier"
                  DELIMITED BY SIZE INTO REC-RAP-CFL
           END-STRING.
           WRITE REC-RAP-CFL.

           EXEC SQL OPEN C-ACT END-EXEC.

           EXEC SQL
               FETCH C-ACT
               INTO  :PG-FNC-A-RSU, :PG-FNC-B-RSU, :PG-IDF-UTI-RSU,
                     :PG-NOM-UTI-RSU, :PG-NBR-A-RSU, :PG-NBR-B-RSU,
                     :PG-DER-DAT-RSU
           END-EXEC.

           PERFORM 4100-AFF-ACT-DEB
              THRU 4100-AFF-ACT-FIN
              UNTIL SQLCODE NOT = 0.

           EXEC SQL CLOSE C-ACT END-EXEC.

           IF WS-NBR-ACT = 0
               DISPLAY "(aucun)"
               MOVE "(aucun)" TO REC-RAP-CFL
               WRITE REC-RAP-CFL
           END-IF.

           EXIT.
       4000-RAP-ACT-FIN.

      *-----------------------------------------------------------------

       4100-AFF-ACT-DEB.

           ADD 1 TO WS-NBR-ACT.

           MOVE PG-IDF-UTI-RSU TO WS-IDF-UTI-RSU-EDT.
           MOVE PG-NBR-A-RSU   TO WS-NBR-A-EDT.
           MOVE PG-NBR-B-RSU   TO WS-NBR-B-EDT.

           DISPLAY "  " PG-FNC-A-RSU " / " PG-FNC-B-RSU " "
                   WS-IDF-UTI-RSU-EDT " " PG-NOM-UTI-RSU " "
                   WS-NBR-A-EDT " " WS-NBR-B-EDT " " PG-DER-DAT-RSU.

           MOVE SPACES TO REC-RAP-CFL.
           STRING "  " PG-FNC-A-RSU " / " PG-FNC-B-RSU " "
                  WS-IDF-UTI-RSU-EDT " " PG-NOM-UTI-RSU " "
                  WS-NBR-A-EDT " " WS-NBR-B-EDT " " PG-DER-DAT-RSU
                  DELIMITED BY SIZE INTO REC-RAP-CFL
           END-STRING.
           WRITE REC-RAP-CFL.

           EXEC SQL
               FETCH C-ACT
               INTO  :PG-FNC-A-RSU, :PG-FNC-B-RSU, :PG-IDF-UTI-RSU,
                     :PG-NOM-UTI-RSU, :PG-NBR-A-RSU, :PG-NBR-B-RSU,
                     :PG-DER-DAT-RSU
           END-EXEC.

           EXIT.
       4100-AFF-ACT-FIN.

      *-----------------------------------------------------------------

      * Recapitulatif des trois volets du rapport.

       5000-RAP-TOT-DEB.

           MOVE WS-NBR-ROL TO WS-NBR-ROL-EDT.
           MOVE WS-NBR-UTI TO WS-NBR-UTI-EDT.
           MOVE WS-NBR-ACT TO WS-NBR-ACT-EDT.

           DISPLAY "-------------------------------------------------".
           DISPLAY "Conflits : "
                   FUNCTION TRIM (WS-NBR-ROL-EDT) " par role, "
                   FUNCTION TRIM (WS-NBR-UTI-EDT) " par utilisateur, "
                   FUNCTION TRIM (WS-NBR-ACT-EDT) " dans les logs.".

           MOVE SPACES TO REC-RAP-CFL.
           STRING "Conflits : " DELIMITED BY SIZE
                  FUNCTION TRIM (WS-NBR-ROL-EDT) DELIMITED BY SIZE
                  " par role, " DELIMITED BY SIZE
                  FUNCTION TRIM (WS-NBR-UTI-EDT) DELIMITED BY SIZE
                  " par utilisateur, " DELIMITED BY SIZE
                  FUNCTION TRIM (WS-NBR-ACT-EDT) DELIMITED BY SIZE
                  " dans les logs." DELIMITED BY SIZE
                  INTO REC-RAP-CFL
           END-STRING.
           WRITE REC-RAP-CFL.

           CLOSE F-RAP-CFL.

           EXIT.
       5000-RAP-TOT-FIN.
