      ******************************************************************
      *                                                                *
      *                 DESCRIPTION DU SOUS-PROGRAMME                  *
      *                                                                *
      * rapgar : etat des reclamations sous garantie fournisseur, a    *
      * l'ecran et dans le fichier spoole RAPGAR (genspl). Deux        *
      * parties : les reclamations en attente de reponse du            *
      * fournisseur (ouvertes ou envoyees), avec leur anciennete, pour *
      * relancer ; puis, par fournisseur, les reclamations decidees,   *
      * acceptees et refusees, le taux d'acceptation et le montant des *
      * avoirs obtenus. Les reclamations sont ouvertes par gesrin et   *
      * suivies dans gesgar.                                           *
      *                                                                *
      *----------------------------------------------------------------*
      *                           TRIGRAMMES                           *
      *                                                                *
      * rapgar=rapport garanties fournisseur                           *
      * GAR=GARANTIE; OUV=OUVERTE; FOU=FOURNISSEUR; PIE=PIECE;         *
      * SER=SERIE; STA=STATUT; DAT=DATE; AGE=ANCIENNETE (JOURS);       *
      * DEC=DECIDEE; ACC=ACCEPTEE; REF=REFUSEE; TAU=TAUX;              *
      * AVR=AVOIR; MTT=MONTANT; TOT=TOTAL; NBR=NOMBRE; RSU=RESULTAT;   *
      * SPL=SPOOL; FIC=FICHIER; EDT=EDITION; LRR=LEURRE; DEB=DEBUT     *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. rapgar.
       AUTHOR. ThomasD.
       DATE-WRITTEN. 15-10-2026 (fr).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT F-GAR ASSIGN TO WS-FIC-SPL
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD F-GAR.
       01 REC-GAR               PIC X(160).

       WORKING-STORAGE SECTION.

      * Nom de fichier date attribue par genspl.
       01 WS-FIC-SPL            PIC X(50).
       01 WS-NOM-RAP            PIC X(14)   VALUE "RAPGAR".
       01 WS-IDF-UTI-NUL        PIC 9(10)   VALUE 0.
       01 WS-RTR-SPL            PIC 9(01).

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.

      * Reclamation en attente de reponse du fournisseur.
       01 PG-IDF-GAR-RSU        PIC 9(10).
       01 PG-NOM-FOU-RSU        PIC X(50).
       01 PG-NOM-PIE-RSU        PIC X(30).
       01 PG-NUM-SER-RSU        PIC X(30).
       01 PG-STA-GAR-RSU        PIC X(10).
       01 PG-DAT-GAR-RSU        PIC X(10).
       01 PG-AGE-GAR-RSU        PIC 9(05).

      * Bilan des reclamations d'un fournisseur.
       01 PG-NBR-DEC-RSU        PIC 9(07).
       01 PG-NBR-ACC-RSU        PIC 9(07).
       01 PG-NBR-REF-RSU        PIC 9(07).
       01 PG-MTT-AVR-RSU        PIC 9(12)V99.

       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

      * Declaration du curseur des reclamations en attente de
      * reponse, les plus anciennes en tete.
       EXEC SQL
           DECLARE C-OUV CURSOR FOR
               SELECT g.id_gar, f.nom_fou, p.nom_pie,
                      COALESCE(s.num_ser, ' '), g.statut_gar,
                      TO_CHAR(g.date_gar, 'DD/MM/YYYY'),
                      CURRENT_DATE - g.date_gar
               FROM   garantie_fournisseur g
               JOIN   fournisseur f ON f.id_fou = g.id_fou
               JOIN   piece p ON p.id_pie = g.id_pie
               LEFT JOIN piece_serie s ON s.id_ser = g.id_ser
               WHERE  g.statut_gar IN ('ouverte', 'envoyee')
               ORDER BY g.date_gar, g.id_gar
       END-EXEC.

      * Declaration du curseur du bilan par fournisseur : reclamations
      * decidees, acceptees, refusees et avoirs obtenus.
       EXEC SQL
           DECLARE C-TAU CURSOR FOR
               SELECT f.nom_fou,
                      COUNT(*),
                      SUM(CASE WHEN g.statut_gar = 'acceptee'
                               THEN 1 ELSE 0 END),
                      SUM(CASE WHEN g.statut_gar = 'refusee'
                               THEN 1 ELSE 0 END),
                      COALESCE(SUM(g.mtt_avoir_gar), 0)
               FROM   garantie_fournisseur g
               JOIN   fournisseur f ON f.id_fou = g.id_fou
               WHERE  g.statut_gar IN ('acceptee', 'refusee')
               GROUP BY f.id_fou, f.nom_fou
               ORDER BY f.nom_fou, f.id_fou
       END-EXEC.

       01 WS-LRR                PIC X(01).

       01 WS-NBR-LGN            PIC 9(05).

      * Totaux du bilan par fournisseur.
       01 WS-TOT-DEC            PIC 9(07).
       01 WS-TOT-ACC            PIC 9(07).
       01 WS-TOT-REF            PIC 9(07).
       01 WS-TOT-AVR            PIC 9(12)V99.

      * Taux d'acceptation en pourcentage des reclamations decidees.
       01 WS-TAU-ACC            PIC 9(03)V9.

       01 WS-IDF-EDT            PIC Z(09)9.
       01 WS-AGE-EDT            PIC Z(04)9.
       01 WS-NBR-EDT            PIC Z(06)9.
       01 WS-ACC-EDT            PIC Z(06)9.
       01 WS-REF-EDT            PIC Z(06)9.
       01 WS-TAU-EDT            PIC ZZ9.9.
       01 WS-MTT-EDT            PIC Z(11)9.99.


       PROCEDURE DIVISION.

           CALL "genspl" USING WS-NOM-RAP
                               WS-IDF-UTI-NUL
                               WS-FIC-SPL
                               WS-RTR-SPL
           END-CALL.

           OPEN OUTPUT F-GAR.

           PERFORM 0100-GAR-OUV-DEB
              THRU 0100-GAR-OUV-FIN.

           PERFORM 0200-TAU-FOU-DEB
              THRU 0200-TAU-FOU-FIN.

           CLOSE F-GAR.

           DISPLAY "Appuyez sur entree".
           ACCEPT WS-LRR.

           EXIT PROGRAM.

      ******************************************************************
      *                         PARAGRAPHES                            *
      ******************************************************************

      * Reclamations ouvertes ou envoyees, sans reponse du
      * fournisseur : ce qui reste a relancer.

       0100-GAR-OUV-DEB.

           MOVE 0 TO WS-NBR-LGN.

           DISPLAY "------------------------------------------------".
           DISPLAY "Reclamations en attente de reponse fournisseur".
           DISPLAY "        Id Fournisseur          Piece           "
                   "     Serie                Statut     Ouverte le"
                   "  Jours".

           MOVE SPACES TO REC-GAR.
           STRING "Reclamations en attente de reponse fournisseur"
                  DELIMITED BY SIZE INTO REC-GAR
           END-STRING.
           WRITE REC-GAR.

           MOVE SPACES TO REC-GAR.
           STRING "id_reclamation;fournisseur;piece;serie;statut;"
                  "date_ouverture;jours"
                  DELIMITED BY SIZE INTO REC-GAR
           END-STRING.
           WRITE REC-GAR.

           EXEC SQL OPEN C-OUV END-EXEC.

           EXEC SQL
               FETCH C-OUV
               INTO  :PG-IDF-GAR-RSU, :PG-NOM-FOU-RSU,
                     :PG-NOM-PIE-RSU, :PG-NUM-SER-RSU,
                     :PG-STA-GAR-RSU, :PG-DAT-GAR-RSU,
                     :PG-AGE-GAR-RSU
           END-EXEC.

           PERFORM 0150-GAR-OUV-LGN-DEB
              THRU 0150-GAR-OUV-LGN-FIN
              UNTIL SQLCODE NOT = 0.

           EXEC SQL CLOSE C-OUV END-EXEC.

           IF WS-NBR-LGN = 0
               DISPLAY "(aucune reclamation en attente)"
           END-IF.

           MOVE WS-NBR-LGN TO WS-NBR-EDT.

           DISPLAY "Total : " FUNCTION TRIM (WS-NBR-EDT)
                   " reclamation(s) en attente".

           MOVE SPACES TO REC-GAR.
           STRING "total;" DELIMITED BY SIZE
                  FUNCTION TRIM (WS-NBR-EDT) DELIMITED BY SIZE
                  INTO REC-GAR
           END-STRING.
           WRITE REC-GAR.

           EXIT.
       0100-GAR-OUV-FIN.

      *-----------------------------------------------------------------

       0150-GAR-OUV-LGN-DEB.

           ADD 1 TO WS-NBR-LGN.

           MOVE PG-IDF-GAR-RSU TO WS-IDF-EDT.
           MOVE PG-AGE-GAR-RSU TO WS-AGE-EDT.

           DISPLAY WS-IDF-EDT " " PG-NOM-FOU-RSU (1:20) " "
                   PG-NOM-PIE-RSU (1:20) " " PG-NUM-SER-RSU (1:20)
                   " " PG-STA-GAR-RSU " " PG-DAT-GAR-RSU " "
                   WS-AGE-EDT.

           MOVE SPACES TO REC-GAR.
           STRING FUNCTION TRIM (WS-IDF-EDT) ";"
                  FUNCTION TRIM (PG-NOM-FOU-RSU) ";"
                  FUNCTION TRIM (PG-NOM-PIE-RSU) ";"
                  FUNCTION TRIM (PG-NUM-SER-RSU) ";"
                  FUNCTION TRIM (PG-STA-GAR-RSU) ";"
                  PG-DAT-GAR-RSU ";"
                  FUNCTION TRIM (WS-AGE-EDT)
                  DELIMITED BY SIZE INTO REC-GAR
           END-STRING.
           WRITE REC-GAR.

           EXEC SQL
               FETCH C-OUV
               INTO  :PG-IDF-GAR-RSU, :PG-NOM-FOU-RSU,
                     :PG-NOM-PIE-RSU, :PG-NUM-SER-RSU,
                     :PG-STA-GAR-RSU, :PG-DAT-GAR-RSU,
                     :PG-AGE-GAR-RSU
           END-EXEC.

           EXIT.
       0150-GAR-OUV-LGN-FIN.

      *-----------------------------------------------------------------

      * Bilan par fournisseur des reclamations decidees : taux
      * d'acceptation et avoirs obtenus, puis le total toutes
      * fournisseurs confondus.

       0200-TAU-FOU-DEB.

           MOVE 0 TO WS-NBR-LGN WS-TOT-DEC WS-TOT-ACC WS-TOT-REF
                     WS-TOT-AVR.

           DISPLAY " ".
           DISPLAY "Taux d'acceptation par fournisseur".
           DISPLAY "Fournisseur                   Decidees Acceptees"
                   "  Refusees  Taux %          Avoirs".

           MOVE SPACES TO REC-GAR.
           STRING "Taux d'acceptation par fournisseur"
                  DELIMITED BY SIZE INTO REC-GAR
           END-STRING.
           WRITE REC-GAR.

           MOVE SPACES TO REC-GAR.
           STRING "fournisseur;decidees;acceptees;refusees;"
                  "taux_acceptation;avoirs"
                  DELIMITED BY SIZE INTO REC-GAR
           END-STRING.
           WRITE REC-GAR.

           EXEC SQL OPEN C-TAU END-EXEC.

           EXEC SQL
               FETCH C-TAU
               INTO  :PG-NOM-FOU-RSU, :PG-NBR-DEC-RSU,
                     :PG-NBR-ACC-RSU, :PG-NBR-REF-RSU,
                     :PG-MTT-AVR-RSU
           END-EXEC.

           PERFORM 0250-TAU-FOU-LGN-DEB
              THRU 0250-TAU-FOU-LGN-FIN
              UNTIL SQLCODE NOT = 0.

           EXEC SQL CLOSE C-TAU END-EXEC.

           IF WS-NBR-LGN = 0
               DISPLAY "(aucune reclamation decidee)"
           END-IF.

           MOVE "Total" TO PG-NOM-FOU-RSU.
           MOVE WS-TOT-DEC TO PG-NBR-DEC-RSU.
           MOVE WS-TOT-ACC TO PG-NBR-ACC-RSU.
           MOVE WS-TOT-REF TO PG-NBR-REF-RSU.
           MOVE WS-TOT-AVR TO PG-MTT-AVR-RSU.

           PERFORM 0300-EDT-TAU-DEB
              THRU 0300-EDT-TAU-FIN.

           EXIT.
       0200-TAU-FOU-FIN.

      *-----------------------------------------------------------------

       0250-TAU-FOU-LGN-DEB.

           ADD 1 TO WS-NBR-LGN.
           ADD PG-NBR-DEC-RSU TO WS-TOT-DEC.
           ADD PG-NBR-ACC-RSU TO WS-TOT-ACC.
           ADD PG-NBR-REF-RSU TO WS-TOT-REF.
           ADD PG-MTT-AVR-RSU TO WS-TOT-AVR.

           PERFORM 0300-EDT-TAU-DEB
              THRU 0300-EDT-TAU-FIN.

           EXEC SQL
               FETCH C-TAU
               INTO  :PG-NOM-FOU-RSU, :PG-NBR-DEC-RSU,
                     :PG-NBR-ACC-RSU, :PG-NBR-REF-RSU,
                     :PG-MTT-AVR-RSU
           END-EXEC.

           EXIT.
       0250-TAU-FOU-LGN-FIN.

      *-----------------------------------------------------------------

      * Edite une ligne du bilan (un fournisseur ou le total), a
      * l'ecran et dans le fichier spoole.

       0300-EDT-TAU-DEB.

           IF PG-NBR-DEC-RSU = 0
               MOVE 0 TO WS-TAU-ACC
           ELSE
               COMPUTE WS-TAU-ACC ROUNDED =
                       PG-NBR-ACC-RSU * 100 / PG-NBR-DEC-RSU
           END-IF.

           MOVE PG-NBR-DEC-RSU TO WS-NBR-EDT.
           MOVE PG-NBR-ACC-RSU TO WS-ACC-EDT.
           MOVE PG-NBR-REF-RSU TO WS-REF-EDT.
           MOVE WS-TAU-ACC     TO WS-TAU-EDT.
           MOVE PG-MTT-AVR-RSU TO WS-MTT-EDT.

           DISPLAY PG-NOM-FOU-RSU (1:28) "  " WS-NBR-EDT "   "
                   WS-ACC-EDT "   " WS-REF-EDT "   " WS-TAU-EDT " "
                   WS-MTT-EDT.

           MOVE SPACES TO REC-GAR.
           STRING FUNCTION TRIM (PG-NOM-FOU-RSU) ";"
                  FUNCTION TRIM (WS-NBR-EDT) ";"
                  FUNCTION TRIM (WS-ACC-EDT) ";"
                  FUNCTION TRIM (WS-REF-EDT) ";"
                  FUNCTION TRIM (WS-TAU-EDT) ";"
                  FUNCTION TRIM (WS-MTT-EDT)
                  DELIMITED BY SIZE INTO REC-GAR
           END-STRING.
           WRITE REC-GAR.

           EXIT.
       0300-EDT-TAU-FIN.
