      ******************************************************************
      *                                                                *
      *                 DESCRIPTION DU SOUS-PROGRAMME                  *
      *                                                                *
      * rapapr : etat des commandes fournisseur en attente             *
      * d'approbation (statut 'a_approuver'), a l'ecran et dans le     *
      * fichier spoole RAPAPR (genspl). Pour chaque commande : piece,  *
      * fournisseur, montant en euros fige a la soumission, demandeur, *
      * date de soumission et nombre de jours d'attente, les plus      *
      * anciennes en tete ; puis le nombre de commandes et le montant  *
      * total en attente. Les commandes passent a ce statut depuis     *
      * gescpo ou cmpcns quand leur montant depasse la limite de       *
      * validation du demandeur (verlim), et en sortent par            *
      * approbation ou refus dans gescpo.                              *
      *                                                                *
      *----------------------------------------------------------------*
      *                           TRIGRAMMES                           *
      *                                                                *
      * rapapr=rapport approbations                                    *
      * APR=APPROBATION; CPO=COMMANDE PIECE (FOURNISSEUR); PIE=PIECE;  *
      * FOU=FOURNISSEUR; UTI=UTILISATEUR (DEMANDEUR); DAT=DATE; AGE=   *
      * ANCIENNETE (JOURS); MTT=MONTANT; TOT=TOTAL; NBR=NOMBRE; RSU=   *
      * RESULTAT; SPL=SPOOL; FIC=FICHIER; EDT=EDITION; LRR=LEURRE;     *
      * DEB=DEBUT                                                      *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. rapapr.
       AUTHOR. ThomasD.
       DATE-WRITTEN. 15-10-2026 (fr).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT F-APR ASSIGN TO WS-FIC-SPL
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD F-APR.
       01 REC-APR               PIC X(160).

       WORKING-STORAGE SECTION.

      * Nom de fichier date attribue par genspl.
       01 WS-FIC-SPL            PIC X(50).
       01 WS-NOM-RAP            PIC X(14)   VALUE "RAPAPR".
       01 WS-IDF-UTI-NUL        PIC 9(10)   VALUE 0.
       01 WS-RTR-SPL            PIC 9(01).

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.

      * Commande en attente d'approbation.
       01 PG-IDF-CPO-RSU        PIC 9(10).
       01 PG-NOM-PIE-RSU        PIC X(30).
       01 PG-NOM-FOU-RSU        PIC X(50).
       01 PG-MTT-CPO-RSU        PIC 9(10)V99.
       01 PG-NOM-UTI-RSU        PIC X(30).
       01 PG-DAT-CPO-RSU        PIC X(10).
       01 PG-AGE-CPO-RSU        PIC 9(05).

       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

      * Declaration du curseur des commandes a approuver, les plus
      * anciennes en tete. Une commande soumise avant la tenue du
      * demandeur et de la date apparait sans eux (attente a zero).
       EXEC SQL
           DECLARE C-APR CURSOR FOR
               SELECT c.id_cmd_pie, p.nom_pie,
                      COALESCE(f.nom_fou, ' '),
                      COALESCE(c.mtt_dem_cmd_pie, 0),
                      COALESCE(u.nom_uti, ' '),
                      COALESCE(TO_CHAR(c.date_dem_cmd_pie,
                                       'DD/MM/YYYY'), ' '),
                      COALESCE(CURRENT_DATE - c.date_dem_cmd_pie, 0)
               FROM   piece_commande c
               JOIN   piece p ON p.id_pie = c.id_pie
               LEFT JOIN fournisseur f ON f.id_fou = c.id_fou
               LEFT JOIN utilisateur u ON u.id_uti = c.uti_dem_cmd_pie
               WHERE  c.statut_cmd_pie = 'a_approuver'
               ORDER BY c.date_dem_cmd_pie NULLS FIRST, c.id_cmd_pie
       END-EXEC.

       01 WS-LRR                PIC X(01).

       01 WS-NBR-LGN            PIC 9(05).
       01 WS-TOT-MTT            PIC 9(12)V99.

       01 WS-IDF-EDT            PIC Z(09)9.
       01 WS-AGE-EDT            PIC Z(04)9.
       01 WS-NBR-EDT            PIC Z(04)9.
       01 WS-MTT-EDT            PIC Z(09)9.99.
       01 WS-TOT-EDT            PIC Z(11)9.99.


       PROCEDURE DIVISION.

           CALL "genspl" USING WS-NOM-RAP
                               WS-IDF-UTI-NUL
                               WS-FIC-SPL
                               WS-RTR-SPL
           END-CALL.

           OPEN OUTPUT F-APR.

           PERFORM 0100-CPO-APR-DEB
              THRU 0100-CPO-APR-FIN.

           CLOSE F-APR.

           DISPLAY "Appuyez sur entree".
           ACCEPT WS-LRR.

           EXIT PROGRAM.

      ******************************************************************
      *                         PARAGRAPHES                            *
      ******************************************************************

      * Commandes au statut a_approuver, avec leur attente, puis le
      * nombre et le montant total en attente.

       0100-CPO-APR-DEB.

           MOVE 0 TO WS-NBR-LGN WS-TOT-MTT.

           DISPLAY "------------------------------------------------".
           DISPLAY "Commandes fournisseur en attente d'approbation".
           DISPLAY "        Id Piece                Fournisseur     "
                   "     Montant EUR Demandeur            Soumise le"
                   "  Jours".

           MOVE SPACES TO REC-APR.
           STRING "Commandes fournisseur en attente d'approbation"
                  DELIMITED BY SIZE INTO REC-APR
           END-STRING.
           WRITE REC-APR.

           MOVE SPACES TO REC-APR.
           STRING "id_commande;piece;fournisseur;montant_eur;"
                  "demandeur;date_soumission;jours"
                  DELIMITED BY SIZE INTO REC-APR
           END-STRING.
           WRITE REC-APR.

           EXEC SQL OPEN C-APR END-EXEC.

           EXEC SQL
               FETCH C-APR
               INTO  :PG-IDF-CPO-RSU, :PG-NOM-PIE-RSU,
                     :PG-NOM-FOU-RSU, :PG-MTT-CPO-RSU,
                     :PG-NOM-UTI-RSU, :PG-DAT-CPO-RSU,
                     :PG-AGE-CPO-RSU
           END-EXEC.

           PERFORM 0150-CPO-APR-LGN-DEB
              THRU 0150-CPO-APR-LGN-FIN
              UNTIL SQLCODE NOT = 0.

           EXEC SQL CLOSE C-APR END-EXEC.

           IF WS-NBR-LGN = 0
               DISPLAY "(aucune commande en attente d'approbation)"
           END-IF.

           MOVE WS-NBR-LGN TO WS-NBR-EDT.
           MOVE WS-TOT-MTT TO WS-TOT-EDT.

           DISPLAY "Total : " FUNCTION TRIM (WS-NBR-EDT)
                   " commande(s) en attente pour "
                   FUNCTION TRIM (WS-TOT-EDT) " EUR".

           MOVE SPACES TO REC-APR.
           STRING "total;" DELIMITED BY SIZE
                  FUNCTION TRIM (WS-NBR-EDT) DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  FUNCTION TRIM (WS-TOT-EDT) DELIMITED BY SIZE
                  INTO REC-APR
           END-STRING.
           WRITE REC-APR.

           EXIT.
       0100-CPO-APR-FIN.

      *-----------------------------------------------------------------

       0150-CPO-APR-LGN-DEB.

           ADD 1 TO WS-NBR-LGN.
           ADD PG-MTT-CPO-RSU TO WS-TOT-MTT.

           MOVE PG-IDF-CPO-RSU TO WS-IDF-EDT.
           MOVE PG-MTT-CPO-RSU TO WS-MTT-EDT.
           MOVE PG-AGE-CPO-RSU TO WS-AGE-EDT.

           DISPLAY WS-IDF-EDT " " PG-NOM-PIE-RSU (1:20) " "
                   PG-NOM-FOU-RSU (1:20) " " WS-MTT-EDT " "
                   PG-NOM-UTI-RSU (1:20) " " PG-DAT-CPO-RSU " "
                   WS-AGE-EDT.

           MOVE SPACES TO REC-APR.
           STRING FUNCTION TRIM (WS-IDF-EDT) ";"
                  FUNCTION TRIM (PG-NOM-PIE-RSU) ";"
                  FUNCTION TRIM (PG-NOM-FOU-RSU) ";"
                  FUNCTION TRIM (WS-MTT-EDT) ";"
                  FUNCTION TRIM (PG-NOM-UTI-RSU) ";"
                  FUNCTION TRIM (PG-DAT-CPO-RSU) ";"
                  FUNCTION TRIM (WS-AGE-EDT)
                  DELIMITED BY SIZE INTO REC-APR
           END-STRING.
           WRITE REC-APR.

           EXEC SQL
               FETCH C-APR
               INTO  :PG-IDF-CPO-RSU, :PG-NOM-PIE-RSU,
                     :PG-NOM-FOU-RSU, :PG-MTT-CPO-RSU,
                     :PG-NOM-UTI-RSU, :PG-DAT-CPO-RSU,
                     :PG-AGE-CPO-RSU
           END-EXEC.

           EXIT.
       0150-CPO-APR-LGN-FIN.
