      ******************************************************************
      *                                                                *
      *                 DESCRIPTION DU SOUS-PROGRAMME                  *
      *                                                                *
      * raptrf : rapport des transferts entre depots restes en         *
      * transit. Liste les bons de transfert encore 'en_transit'       *
      * (ouverts par le mode 'T' de majpie, non encore receptionnes    *
      * sur rcptrf) expedies depuis plus de N jours, avec la piece,    *
      * les depots de depart et d'arrivee, la quantite expediee et     *
      * l'anciennete en jours, a l'ecran et dans le fichier spoole     *
      * RAPTRF (genspl) : une marchandise perdue en route ne reste     *
      * plus invisible entre deux depots. N est passe en argument de   *
      * la ligne de commande (nombre de jours), a defaut               *
      * WS-NBR-JOU-DFT.                                                *
      *                                                                *
      *----------------------------------------------------------------*
      *                           TRIGRAMMES                           *
      *                                                                *
      * raptrf=rapport transferts en transit                           *
      * TRF=TRANSFERT (BON); PIE=PIECE; SRC=SOURCE; DST=DESTINATION;   *
      * DEP=DEPOT; QTE=QUANTITE; EXP=EXPEDIEE; DAT=DATE; JOU=JOURS;    *
      * DFT=DEFAUT; EXE=EXECUTION; ARG=ARGUMENT; NBR=NOMBRE;           *
      * RSU=RESULTAT; SPL=SPOOL; FIC=FICHIER; AFF=AFFICHAGE;           *
      * TOT=TOTAL; EDT=EDITION; DEB=DEBUT                              *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. raptrf.
       AUTHOR. ThomasD.
       DATE-WRITTEN. 15-10-2026 (fr).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT F-RAP-TRF ASSIGN TO WS-FIC-SPL
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD F-RAP-TRF.
       01 REC-RAP-TRF           PIC X(160).

       WORKING-STORAGE SECTION.

      * Nom de fichier date attribue par genspl.
       01 WS-FIC-SPL            PIC X(50).
       01 WS-NOM-RAP            PIC X(14)   VALUE "RAPTRF".
       01 WS-IDF-UTI-NUL        PIC 9(10)   VALUE 0.
       01 WS-RTR-SPL            PIC 9(01).

      * Anciennete minimale (en jours) d'un bon en transit pour
      * figurer au rapport : argument de la ligne de commande, a
      * defaut WS-NBR-JOU-DFT (la navette fait l'aller dans la
      * journee).
       01 WS-EXE-ARG            PIC X(10).
       01 WS-NBR-JOU-DFT        PIC 9(03)   VALUE 2.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.

       COPY dbconfig.

       01 PG-NBR-JOU            PIC 9(03).

       01 PG-IDF-TRF-RSU        PIC 9(10).
       01 PG-NOM-PIE-RSU        PIC X(30).
       01 PG-DEP-SRC-RSU        PIC X(20).
       01 PG-DEP-DST-RSU        PIC X(20).
       01 PG-QTE-EXP-RSU        PIC 9(10).
       01 PG-DAT-EXP-RSU        PIC X(10).
       01 PG-NBR-JOU-TRS        PIC 9(05).

       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

      * Declaration du curseur des bons en transit depuis plus de
      * PG-NBR-JOU jours, les plus anciens en premier.
       EXEC SQL
           DECLARE C-TRF CURSOR FOR
               SELECT t.id_trf, p.nom_pie, t.dep_src_trf,
                      t.dep_dst_trf, t.qte_exp_trf,
                      TO_CHAR(t.date_exp_trf, 'YYYY-MM-DD'),
                      CURRENT_DATE - CAST(t.date_exp_trf AS DATE)
               FROM   transfert t
               JOIN   piece p ON p.id_pie = t.id_pie_src
               WHERE  t.statut_trf = 'en_transit'
               AND    CAST(t.date_exp_trf AS DATE)
                      < CURRENT_DATE - :PG-NBR-JOU
               ORDER BY t.date_exp_trf, t.id_trf
       END-EXEC.

       01 WS-NBR-TRF            PIC 9(05)   VALUE 0.

       01 WS-IDF-TRF-EDT        PIC Z(10).
       01 WS-QTE-EXP-EDT        PIC Z(10).
       01 WS-NBR-JOU-EDT        PIC Z(05).
       01 WS-NBR-TRF-EDT        PIC Z(05).


       PROCEDURE DIVISION.

           PERFORM 1000-INITIALISATION-DEB
              THRU 1000-INITIALISATION-FIN.

           PERFORM 2000-RAP-TRF-DEB
              THRU 2000-RAP-TRF-FIN.

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
               MOVE WS-NBR-JOU-DFT TO PG-NBR-JOU
           ELSE
               COMPUTE PG-NBR-JOU = FUNCTION NUMVAL (WS-EXE-ARG)
           END-IF.

           MOVE PG-NBR-JOU TO WS-NBR-JOU-EDT.

           DISPLAY "Transferts en transit depuis plus de "
                   FUNCTION TRIM (WS-NBR-JOU-EDT) " jour(s)".
           DISPLAY "-------------------------------------------------".
           DISPLAY "Bon         Expedie le Piece                De   "
                   "        Vers              Qte      Jours".

           CALL "genspl" USING WS-NOM-RAP
                               WS-IDF-UTI-NUL
                               WS-FIC-SPL
                               WS-RTR-SPL
           END-CALL.

           OPEN OUTPUT F-RAP-TRF.

           STRING "id_trf;date_exp;piece;depot_depart;depot_arrivee;"
                  "qte_expediee;jours_transit"
                  DELIMITED BY SIZE INTO REC-RAP-TRF
           END-STRING.
           WRITE REC-RAP-TRF.

           EXIT.
       1000-INITIALISATION-FIN.

      *-----------------------------------------------------------------

       2000-RAP-TRF-DEB.

           EXEC SQL OPEN C-TRF END-EXEC.

           EXEC SQL
               FETCH C-TRF
               INTO  :PG-IDF-TRF-RSU, :PG-NOM-PIE-RSU,
                     :PG-DEP-SRC-RSU, :PG-DEP-DST-RSU,
                     :PG-QTE-EXP-RSU, :PG-DAT-EXP-RSU,
                     :PG-NBR-JOU-TRS
           END-EXEC.

           PERFORM 2100-AFF-RSU-TRF-DEB
              THRU 2100-AFF-RSU-TRF-FIN
              UNTIL SQLCODE NOT = 0.

           EXEC SQL CLOSE C-TRF END-EXEC.

           CLOSE F-RAP-TRF.

           EXIT.
       2000-RAP-TRF-FIN.

      *-----------------------------------------------------------------

       2100-AFF-RSU-TRF-DEB.

           ADD 1 TO WS-NBR-TRF.

           MOVE PG-IDF-TRF-RSU TO WS-IDF-TRF-EDT.
           MOVE PG-QTE-EXP-RSU TO WS-QTE-EXP-EDT.
           MOVE PG-NBR-JOU-TRS TO WS-NBR-JOU-EDT.

           DISPLAY WS-IDF-TRF-EDT " " PG-DAT-EXP-RSU " "
                   PG-NOM-PIE-RSU(1:20) " " PG-DEP-SRC-RSU(1:15) " "
                   PG-DEP-DST-RSU(1:15) " " WS-QTE-EXP-EDT " "
                   WS-NBR-JOU-EDT " j".

           STRING FUNCTION TRIM (WS-IDF-TRF-EDT) ";"
                  PG-DAT-EXP-RSU ";"
                  FUNCTION TRIM (PG-NOM-PIE-RSU) ";"
                  FUNCTION TRIM (PG-DEP-SRC-RSU) ";"
                  FUNCTION TRIM (PG-DEP-DST-RSU) ";"
                  FUNCTION TRIM (WS-QTE-EXP-EDT) ";"
                  FUNCTION TRIM (WS-NBR-JOU-EDT)
                  DELIMITED BY SIZE INTO REC-RAP-TRF
           END-STRING.
           WRITE REC-RAP-TRF.

           EXEC SQL
               FETCH C-TRF
               INTO  :PG-IDF-TRF-RSU, :PG-NOM-PIE-RSU,
                     :PG-DEP-SRC-RSU, :PG-DEP-DST-RSU,
                     :PG-QTE-EXP-RSU, :PG-DAT-EXP-RSU,
                     :PG-NBR-JOU-TRS
           END-EXEC.

           EXIT.
       2100-AFF-RSU-TRF-FIN.

      *-----------------------------------------------------------------

       3000-RAP-TOT-DEB.

           MOVE WS-NBR-TRF TO WS-NBR-TRF-EDT.

           DISPLAY "-------------------------------------------------".
           DISPLAY "Bons en transit hors delai : "
                   FUNCTION TRIM (WS-NBR-TRF-EDT)
                   " (voir RAPTRF).".

           EXIT.
       3000-RAP-TOT-FIN.
