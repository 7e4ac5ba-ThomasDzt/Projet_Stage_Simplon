      ******************************************************************
      *                                                                *
      *                 DESCRIPTION DU SOUS-PROGRAMME                  *
      *                                                                *
      * rapfap : rapport mensuel du cout rendu par reception, sur le   *
      * modele de rapvpa. Programme de traitement par lot qui reprend  *
      * les frais d'approche saisis dans le mois (gesfap) et les       *
      * cumule par cible - reception d'un fournisseur a une date ou    *
      * facture fournisseur - : valeur d'achat des lignes, fret,       *
      * douane, assurance, total des frais, cout rendu (achat plus     *
      * frais), taux de frais sur l'achat et part des frais portee au  *
      * cout du stock (le reste, sur pieces deja vendues, est reste en *
      * charge). Edition a l'ecran et dans un fichier delimite RAPFAP  *
      * (spool genspl). Le mois est passe en argument (AAAA-MM), a     *
      * defaut le mois en cours.                                       *
      *                                                                *
      *----------------------------------------------------------------*
      *                           TRIGRAMMES                           *
      *                                                                *
      * rapfap=rapport frais d'approche                                *
      * FAP=FRAIS D'APPROCHE; FOU=FOURNISSEUR; REC=RECEPTION;          *
      * FFO=FACTURE FOURNISSEUR; VAL=VALEUR; FRT=FRET; DOU=DOUANE;     *
      * ASS=ASSURANCE; FRS=FRAIS; REN=COUT RENDU; TAU=TAUX;            *
      * STK=PORTE EN STOCK; MOI=MOIS; EXE=EXECUTION; ARG=ARGUMENT;     *
      * NBR=NOMBRE; TOT=TOTAL; RSU=RESULTAT; SPL=SPOOL; FIC=FICHIER;   *
      * EDT=EDITION; DEB=DEBUT                                         *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. rapfap.
       AUTHOR. ThomasD.
       DATE-WRITTEN. 15-10-2026 (fr).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT F-RAP-FAP ASSIGN TO WS-FIC-SPL
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD F-RAP-FAP.
       01 REC-RAP-FAP           PIC X(250).

       WORKING-STORAGE SECTION.

      * Nom de fichier date attribue par genspl.
       01 WS-FIC-SPL            PIC X(50).
       01 WS-NOM-RAP            PIC X(14)   VALUE "RAPFAP".
       01 WS-IDF-UTI-NUL        PIC 9(10)   VALUE 0.
       01 WS-RTR-SPL            PIC 9(01).

      * Mois a editer : argument de la ligne de commande (AAAA-MM), a
      * defaut le mois en cours.
       01 WS-EXE-ARG            PIC X(07).

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.

       COPY dbconfig.

       01 PG-MOI-RAP            PIC X(07).

       01 PG-IDF-FOU-RSU        PIC 9(10).
       01 PG-NOM-FOU-RSU        PIC X(50).
       01 PG-DAT-REC-RSU        PIC X(10).
       01 PG-NUM-FFO-RSU        PIC X(30).
       01 PG-VAL-RSU            PIC 9(10)V99.
       01 PG-FRT-RSU            PIC 9(10)V99.
       01 PG-DOU-RSU            PIC 9(10)V99.
       01 PG-ASS-RSU            PIC 9(10)V99.
       01 PG-FRS-RSU            PIC 9(10)V99.
       01 PG-STK-RSU            PIC 9(10)V99.

       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

      * Declaration du curseur cumulant les frais du mois par cible
      * (reception ou facture fournisseur), avec la part de chaque
      * frais portee au cout du stock.
       EXEC SQL
           DECLARE C-FAP CURSOR FOR
               SELECT f.id_fou, o.nom_fou,
                      COALESCE(TO_CHAR(f.date_rec, 'YYYY-MM-DD'), ' '),
                      COALESCE(b.num_ffo, ' '),
                      MAX(COALESCE(f.val_fap, 0)),
                      SUM(CASE WHEN f.type_fap = 'fret'
                               THEN f.mtt_fap ELSE 0 END),
                      SUM(CASE WHEN f.type_fap = 'douane'
                               THEN f.mtt_fap ELSE 0 END),
                      SUM(CASE WHEN f.type_fap = 'assurance'
                               THEN f.mtt_fap ELSE 0 END),
                      SUM(f.mtt_fap),
                      SUM(COALESCE(c.mtt_stk, 0))
               FROM   frais_approche f
               JOIN   fournisseur o ON o.id_fou = f.id_fou
               LEFT JOIN facture_fournisseur b ON b.id_ffo = f.id_ffo
               LEFT JOIN (SELECT l.id_fap,
                                 SUM(ROUND(l.mtt_fal * l.qte_stk_fal
                                     / NULLIF(l.qte_fal, 0), 2))
                                 AS mtt_stk
                          FROM   frais_approche_ligne l
                          GROUP BY l.id_fap) c ON c.id_fap = f.id_fap
               WHERE  TO_CHAR(f.date_fap, 'YYYY-MM') = :PG-MOI-RAP
               GROUP BY f.id_fou, o.nom_fou, f.date_rec, f.id_ffo,
                        b.num_ffo
               ORDER BY f.id_fou, f.date_rec, f.id_ffo
       END-EXEC.

       01 WS-MTT-REN            PIC 9(12)V99.
       01 WS-TAU-FRS            PIC 9(05)V99.
       01 WS-NBR-CIB            PIC 9(05)   VALUE 0.
       01 WS-TOT-VAL            PIC 9(14)V99 VALUE 0.
       01 WS-TOT-FRS            PIC 9(14)V99 VALUE 0.
       01 WS-TOT-STK            PIC 9(14)V99 VALUE 0.

      * Cible editee : date de reception ou numero de facture.
       01 WS-LIB-CIB            PIC X(40).

       01 WS-IDF-FOU-EDT        PIC Z(10).
       01 WS-VAL-EDT            PIC Z(09)9.99.
       01 WS-FRT-EDT            PIC Z(09)9.99.
       01 WS-DOU-EDT            PIC Z(09)9.99.
       01 WS-ASS-EDT            PIC Z(09)9.99.
       01 WS-FRS-EDT            PIC Z(09)9.99.
       01 WS-REN-EDT            PIC Z(11)9.99.
       01 WS-TAU-EDT            PIC Z(04)9.99.
       01 WS-STK-EDT            PIC Z(09)9.99.
       01 WS-NBR-CIB-EDT        PIC Z(05).
       01 WS-TOT-VAL-EDT        PIC Z(13)9.99.
       01 WS-TOT-FRS-EDT        PIC Z(13)9.99.
       01 WS-TOT-STK-EDT        PIC Z(13)9.99.


       PROCEDURE DIVISION.

           PERFORM 1000-INITIALISATION-DEB
              THRU 1000-INITIALISATION-FIN.

           PERFORM 2000-RAP-FAP-DEB
              THRU 2000-RAP-FAP-FIN.

           PERFORM 3000-RAP-TOT-DEB
              THRU 3000-RAP-TOT-FIN.

           STOP RUN.

      ******************************************************************
      *                         PARAGRAPHES                            *
      ******************************************************************

       1000-INITIALISATION-DEB.

           ACCEPT WS-EXE-ARG FROM COMMAND-LINE.

           EXEC SQL
               CONNECT :PG-IDENTIFIANT
               IDENTIFIED BY :PG-MOT-PASSE
               USING :PG-NOM-BASE
           END-EXEC.

           EXEC SQL COMMIT END-EXEC.

           IF WS-EXE-ARG = SPACES
               EXEC SQL
                   SELECT TO_CHAR(CURRENT_DATE, 'YYYY-MM')
                   INTO   :PG-MOI-RAP
               END-EXEC
           ELSE
               MOVE WS-EXE-ARG TO PG-MOI-RAP
           END-IF.

           DISPLAY "Cout rendu par reception - frais d'approche du "
                   "mois " PG-MOI-RAP.
           DISPLAY "-------------------------------------------------".
           DISPLAY "Fournisseur Reception / facture      Achat        "
                   "Frais     Cout rendu   Taux %".

           CALL "genspl" USING WS-NOM-RAP
                               WS-IDF-UTI-NUL
                               WS-FIC-SPL
                               WS-RTR-SPL
           END-CALL.

           OPEN OUTPUT F-RAP-FAP.

           STRING "id_fou;nom_fou;date_reception;facture_fournisseur;"
                  "valeur_achat;fret;douane;assurance;total_frais;"
                  "cout_rendu;taux_frais_pct;porte_en_stock"
                  DELIMITED BY SIZE INTO REC-RAP-FAP
           END-STRING.
           WRITE REC-RAP-FAP.

           EXIT.
       1000-INITIALISATION-FIN.

      *-----------------------------------------------------------------

       2000-RAP-FAP-DEB.

           EXEC SQL OPEN C-FAP END-EXEC.

           EXEC SQL
               FETCH C-FAP
               INTO  :PG-IDF-FOU-RSU, :PG-NOM-FOU-RSU,
                     :PG-DAT-REC-RSU, :PG-NUM-FFO-RSU, :PG-VAL-RSU,
                     :PG-FRT-RSU, :PG-DOU-RSU, :PG-ASS-RSU,
                     :PG-FRS-RSU, :PG-STK-RSU
           END-EXEC.

           PERFORM 2100-AFF-RSU-FAP-DEB
              THRU 2100-AFF-RSU-FAP-FIN
              UNTIL SQLCODE NOT = 0.

           EXEC SQL CLOSE C-FAP END-EXEC.

           CLOSE F-RAP-FAP.

           EXIT.
       2000-RAP-FAP-FIN.

      *-----------------------------------------------------------------

       2100-AFF-RSU-FAP-DEB.

           ADD 1 TO WS-NBR-CIB.

           COMPUTE WS-MTT-REN = PG-VAL-RSU + PG-FRS-RSU.

           IF PG-VAL-RSU = 0
               MOVE 0 TO WS-TAU-FRS
           ELSE
               COMPUTE WS-TAU-FRS ROUNDED =
                       PG-FRS-RSU * 100 / PG-VAL-RSU
           END-IF.

           ADD PG-VAL-RSU TO WS-TOT-VAL.
           ADD PG-FRS-RSU TO WS-TOT-FRS.
           ADD PG-STK-RSU TO WS-TOT-STK.

           IF PG-DAT-REC-RSU NOT = SPACES
               MOVE SPACES TO WS-LIB-CIB
               STRING "reception " PG-DAT-REC-RSU
                      DELIMITED BY SIZE INTO WS-LIB-CIB
               END-STRING
           ELSE
               MOVE SPACES TO WS-LIB-CIB
               STRING "facture " FUNCTION TRIM (PG-NUM-FFO-RSU)
                      DELIMITED BY SIZE INTO WS-LIB-CIB
               END-STRING
           END-IF.

           MOVE PG-IDF-FOU-RSU TO WS-IDF-FOU-EDT.
           MOVE PG-VAL-RSU     TO WS-VAL-EDT.
           MOVE PG-FRT-RSU     TO WS-FRT-EDT.
           MOVE PG-DOU-RSU     TO WS-DOU-EDT.
           MOVE PG-ASS-RSU     TO WS-ASS-EDT.
           MOVE PG-FRS-RSU     TO WS-FRS-EDT.
           MOVE WS-MTT-REN     TO WS-REN-EDT.
           MOVE WS-TAU-FRS     TO WS-TAU-EDT.
           MOVE PG-STK-RSU     TO WS-STK-EDT.

           DISPLAY WS-IDF-FOU-EDT " " WS-LIB-CIB(1:22) " "
                   WS-VAL-EDT " " WS-FRS-EDT " " WS-REN-EDT " "
                   WS-TAU-EDT.

           STRING FUNCTION TRIM (WS-IDF-FOU-EDT) ";"
                  FUNCTION TRIM (PG-NOM-FOU-RSU) ";"
                  FUNCTION TRIM (PG-DAT-REC-RSU) ";"
                  FUNCTION TRIM (PG-NUM-FFO-RSU) ";"
                  FUNCTION TRIM (WS-VAL-EDT) ";"
                  FUNCTION TRIM (WS-FRT-EDT) ";"
                  FUNCTION TRIM (WS-DOU-EDT) ";"
                  FUNCTION TRIM (WS-ASS-EDT) ";"
                  FUNCTION TRIM (WS-FRS-EDT) ";"
                  FUNCTION TRIM (WS-REN-EDT) ";"
                  FUNCTION TRIM (WS-TAU-EDT) ";"
                  FUNCTION TRIM (WS-STK-EDT)
                  DELIMITED BY SIZE INTO REC-RAP-FAP
           END-STRING.
           WRITE REC-RAP-FAP.

           EXEC SQL
               FETCH C-FAP
               INTO  :PG-IDF-FOU-RSU, :PG-NOM-FOU-RSU,
                     :PG-DAT-REC-RSU, :PG-NUM-FFO-RSU, :PG-VAL-RSU,
                     :PG-FRT-RSU, :PG-DOU-RSU, :PG-ASS-RSU,
                     :PG-FRS-RSU, :PG-STK-RSU
           END-EXEC.

           EXIT.
       2100-AFF-RSU-FAP-FIN.

      *-----------------------------------------------------------------

       3000-RAP-TOT-DEB.

           MOVE WS-NBR-CIB TO WS-NBR-CIB-EDT.
           MOVE WS-TOT-VAL TO WS-TOT-VAL-EDT.
           MOVE WS-TOT-FRS TO WS-TOT-FRS-EDT.
           MOVE WS-TOT-STK TO WS-TOT-STK-EDT.

           DISPLAY "-------------------------------------------------".
           DISPLAY "Receptions et factures chargees : "
                   FUNCTION TRIM (WS-NBR-CIB-EDT).
           DISPLAY "Valeur d'achat : " FUNCTION TRIM (WS-TOT-VAL-EDT)
                   " EUR, frais d'approche : "
                   FUNCTION TRIM (WS-TOT-FRS-EDT) " EUR".
           DISPLAY "Dont portes au cout du stock : "
                   FUNCTION TRIM (WS-TOT-STK-EDT) " EUR (voir RAPFAP)".

           EXIT.
       3000-RAP-TOT-FIN.
