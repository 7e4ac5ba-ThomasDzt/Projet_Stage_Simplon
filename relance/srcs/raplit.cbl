      ******************************************************************
      *                                                                *
      *                 DESCRIPTION DU SOUS-PROGRAMME                  *
      *                                                                *
      * raplit : rapport hebdomadaire des litiges clients ouverts.     *
      * Parcourt les litiges au statut 'ouvert' (registre tenu dans    *
      * geslit), les plus anciens en tete, et edite pour chacun la     *
      * tranche d'anciennete depuis l'ouverture (0-30, 31-60, 61-90,   *
      * plus de 90 jours), la facture contestee, le client, le         *
      * responsable, le motif et le restant du de la facture, a        *
      * l'ecran et dans le fichier spoole RAPLIT (genspl). Le total    *
      * du restant du sous litige est ventile par tranche en fin de    *
      * rapport : un litige qui vieillit se voit avant la cloture du   *
      * mois.                                                          *
      *                                                                *
      *----------------------------------------------------------------*
      *                           TRIGRAMMES                           *
      *                                                                *
      * raplit=rapport litiges                                         *
      * LIT=LITIGE; FAC=FACTURE; EXE=EXERCICE; NUM=NUMERO; SER=SERIE;  *
      * CLI=CLIENT; UTI=UTILISATEUR; MTF=MOTIF; OUV=OUVERTURE;         *
      * JOU=JOURS; RST=RESTANT DU; TRS=TRANCHE; TOT=TOTAL;             *
      * NBR=NOMBRE; RSU=RESULTAT; SPL=SPOOL; FIC=FICHIER;              *
      * EDT=EDITION; DEB=DEBUT                                         *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. raplit.
       AUTHOR. ThomasD.
       DATE-WRITTEN. 15-10-2026 (fr).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT F-RAP-LIT ASSIGN TO WS-FIC-SPL
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD F-RAP-LIT.
       01 REC-RAP-LIT           PIC X(250).

       WORKING-STORAGE SECTION.

      * Nom de fichier date attribue par genspl.
       01 WS-FIC-SPL            PIC X(50).
       01 WS-NOM-RAP            PIC X(14)   VALUE "RAPLIT".
       01 WS-IDF-UTI-NUL        PIC 9(10)   VALUE 0.
       01 WS-RTR-SPL            PIC 9(01).

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.

       COPY dbconfig.

       01 PG-IDF-LIT-RSU        PIC 9(10).
       01 PG-EXE-FAC-RSU        PIC 9(04).
       01 PG-NUM-FAC-RSU        PIC 9(10).
       01 PG-NOM-CLI-RSU        PIC X(50).
       01 PG-NOM-UTI-RSU        PIC X(30).
       01 PG-MTF-LIT-RSU        PIC X(60).
       01 PG-DAT-OUV-RSU        PIC X(10).
       01 PG-NBR-JOU-RSU        PIC 9(05).
       01 PG-RST-FAC-RSU        PIC S9(10)V99.

       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

      * Declaration du curseur des litiges ouverts, du plus ancien au
      * plus recent, avec le restant du de la facture contestee
      * (TTC moins lettrages, meme calcul que raprgl).
       EXEC SQL
           DECLARE C-LIT CURSOR FOR
               SELECT l.id_lit,
                      COALESCE(f.exercice_fac,
                               EXTRACT(YEAR FROM f.date_fac)::INTEGER),
                      f.num_fac, k.nom_cli, u.nom_uti, l.motif_lit,
                      TO_CHAR(l.date_ouv_lit, 'DD/MM/YYYY'),
                      CURRENT_DATE - l.date_ouv_lit,
                      f.mtt_ttc -
                      COALESCE((SELECT SUM(t.mtt_let)
                                FROM reglement_lettrage t
                                WHERE t.id_fac = f.id_fac), 0)
               FROM   litige_facture l
               JOIN   facture f     ON f.id_fac = l.id_fac
               JOIN   commande c    ON c.id_cmd = f.id_cmd
               JOIN   client k      ON k.id_cli = c.id_cli
               JOIN   utilisateur u ON u.id_uti = l.id_uti_rsp
               WHERE  l.statut_lit = 'ouvert'
               ORDER BY l.date_ouv_lit, l.id_lit
       END-EXEC.

       01 WS-NBR-LIT            PIC 9(05)   VALUE 0.

      * Tranche d'anciennete du litige courant, et totaux du restant
      * du sous litige par tranche (1 = 0-30 ... 4 = plus de 90 j).
       01 WS-TRS-LIT            PIC X(06).
       01 WS-IDX-TRS            PIC 9(01).
       01 WS-TOT-TRS-TAB.
           05 WS-TOT-TRS        PIC S9(11)V99 OCCURS 4 VALUE 0.
       01 WS-TOT-RST            PIC S9(11)V99 VALUE 0.

       01 WS-NUM-FAC-SER        PIC 9(05).
       01 WS-IDF-LIT-EDT        PIC Z(10).
       01 WS-JOU-EDT            PIC Z(04)9.
       01 WS-RST-EDT            PIC -Z(10).99.
       01 WS-TOT-EDT            PIC -Z(11).99.
       01 WS-NBR-LIT-EDT        PIC Z(05).


       PROCEDURE DIVISION.

           PERFORM 1000-INITIALISATION-DEB
              THRU 1000-INITIALISATION-FIN.

           PERFORM 2000-RAP-LIT-DEB
              THRU 2000-RAP-LIT-FIN.

           PERFORM 3000-RAP-TOT-DEB
              THRU 3000-RAP-TOT-FIN.

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

           DISPLAY "Litiges clients ouverts (liste agee)".
           DISPLAY "-------------------------------------------------".
           DISPLAY "Tranche   Litige Facture    Client               "
                   "Responsable     Ouvert le  Jours   Restant du".

           CALL "genspl" USING WS-NOM-RAP
                               WS-IDF-UTI-NUL
                               WS-FIC-SPL
                               WS-RTR-SPL
           END-CALL.

           OPEN OUTPUT F-RAP-LIT.

           STRING "tranche;id_lit;facture;nom_cli;responsable;motif;"
                  "date_ouverture;jours;restant_du"
                  DELIMITED BY SIZE INTO REC-RAP-LIT
           END-STRING.
           WRITE REC-RAP-LIT.

           EXIT.
       1000-INITIALISATION-FIN.

      *-----------------------------------------------------------------

       2000-RAP-LIT-DEB.

           EXEC SQL OPEN C-LIT END-EXEC.

           EXEC SQL
               FETCH C-LIT
               INTO  :PG-IDF-LIT-RSU, :PG-EXE-FAC-RSU,
                     :PG-NUM-FAC-RSU, :PG-NOM-CLI-RSU,
                     :PG-NOM-UTI-RSU, :PG-MTF-LIT-RSU,
                     :PG-DAT-OUV-RSU, :PG-NBR-JOU-RSU,
                     :PG-RST-FAC-RSU
           END-EXEC.

           PERFORM 2100-AFF-RSU-LIT-DEB
              THRU 2100-AFF-RSU-LIT-FIN
              UNTIL SQLCODE NOT = 0.

           EXEC SQL CLOSE C-LIT END-EXEC.

           CLOSE F-RAP-LIT.

           EXIT.
       2000-RAP-LIT-FIN.

      *-----------------------------------------------------------------

      * Classe le litige courant dans sa tranche d'anciennete, cumule
      * son restant du et l'edite.

       2100-AFF-RSU-LIT-DEB.

           ADD 1 TO WS-NBR-LIT.

           EVALUATE TRUE
               WHEN PG-NBR-JOU-RSU <= 30
                   MOVE 1        TO WS-IDX-TRS
                   MOVE "0-30"   TO WS-TRS-LIT
               WHEN PG-NBR-JOU-RSU <= 60
                   MOVE 2        TO WS-IDX-TRS
                   MOVE "31-60"  TO WS-TRS-LIT
               WHEN PG-NBR-JOU-RSU <= 90
                   MOVE 3        TO WS-IDX-TRS
                   MOVE "61-90"  TO WS-TRS-LIT
               WHEN OTHER
                   MOVE 4        TO WS-IDX-TRS
                   MOVE "+90"    TO WS-TRS-LIT
           END-EVALUATE.

           ADD PG-RST-FAC-RSU TO WS-TOT-TRS (WS-IDX-TRS).
           ADD PG-RST-FAC-RSU TO WS-TOT-RST.

           MOVE PG-IDF-LIT-RSU TO WS-IDF-LIT-EDT.
           MOVE PG-NUM-FAC-RSU TO WS-NUM-FAC-SER.
           MOVE PG-NBR-JOU-RSU TO WS-JOU-EDT.
           MOVE PG-RST-FAC-RSU TO WS-RST-EDT.

           DISPLAY WS-TRS-LIT " " WS-IDF-LIT-EDT " "
                   PG-EXE-FAC-RSU "-" WS-NUM-FAC-SER " "
                   PG-NOM-CLI-RSU(1:20) " " PG-NOM-UTI-RSU(1:15) " "
                   PG-DAT-OUV-RSU " " WS-JOU-EDT " " WS-RST-EDT.

           STRING FUNCTION TRIM (WS-TRS-LIT) ";"
                  FUNCTION TRIM (WS-IDF-LIT-EDT) ";"
                  PG-EXE-FAC-RSU "-" WS-NUM-FAC-SER ";"
                  FUNCTION TRIM (PG-NOM-CLI-RSU) ";"
                  FUNCTION TRIM (PG-NOM-UTI-RSU) ";"
                  FUNCTION TRIM (PG-MTF-LIT-RSU) ";"
                  PG-DAT-OUV-RSU ";"
                  FUNCTION TRIM (WS-JOU-EDT) ";"
                  FUNCTION TRIM (WS-RST-EDT)
                  DELIMITED BY SIZE INTO REC-RAP-LIT
           END-STRING.
           WRITE REC-RAP-LIT.

           EXEC SQL
               FETCH C-LIT
               INTO  :PG-IDF-LIT-RSU, :PG-EXE-FAC-RSU,
                     :PG-NUM-FAC-RSU, :PG-NOM-CLI-RSU,
                     :PG-NOM-UTI-RSU, :PG-MTF-LIT-RSU,
                     :PG-DAT-OUV-RSU, :PG-NBR-JOU-RSU,
                     :PG-RST-FAC-RSU
           END-EXEC.

           EXIT.
       2100-AFF-RSU-LIT-FIN.

      *-----------------------------------------------------------------

       3000-RAP-TOT-DEB.

           MOVE WS-NBR-LIT TO WS-NBR-LIT-EDT.

           DISPLAY "-------------------------------------------------".
           DISPLAY "Litiges ouverts : "
                   FUNCTION TRIM (WS-NBR-LIT-EDT) " (voir RAPLIT).".

           MOVE WS-TOT-TRS (1) TO WS-TOT-EDT.
           DISPLAY "Restant du 0-30 j  : " WS-TOT-EDT.
           MOVE WS-TOT-TRS (2) TO WS-TOT-EDT.
           DISPLAY "Restant du 31-60 j : " WS-TOT-EDT.
           MOVE WS-TOT-TRS (3) TO WS-TOT-EDT.
           DISPLAY "Restant du 61-90 j : " WS-TOT-EDT.
           MOVE WS-TOT-TRS (4) TO WS-TOT-EDT.
           DISPLAY "Restant du +90 j   : " WS-TOT-EDT.
           MOVE WS-TOT-RST TO WS-TOT-EDT.
           DISPLAY "Total sous litige  : " WS-TOT-EDT " EUR".

           EXIT.
       3000-RAP-TOT-FIN.
