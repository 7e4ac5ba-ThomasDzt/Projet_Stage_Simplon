      ******************************************************************
      *                                                                *
      *                 DESCRIPTION DU SOUS-PROGRAMME                  *
      *                                                                *
      * rapchg : rapport mensuel des ecarts de change sur les          *
      * paiements fournisseur en devise, sur le modele de rapfap.      *
      * Programme de traitement par lot qui reprend les paiements du   *
      * mois saisis par ecrrgf dont l'ecart de change n'est pas nul :  *
      * montant paye en devise, taux de la facture (taux de reception  *
      * fige par ecrffo), taux du jour du paiement, contre-valeur en   *
      * euros du paiement et ecart (gain si la dette valait plus en    *
      * euros au taux de la facture qu'au jour du paiement, perte      *
      * sinon). Edition a l'ecran et dans un fichier delimite RAPCHG   *
      * (spool genspl), avec les totaux des gains et des pertes a      *
      * comptabiliser. Le mois est passe en argument (AAAA-MM), a      *
      * defaut le mois en cours.                                       *
      *                                                                *
      *----------------------------------------------------------------*
      *                           TRIGRAMMES                           *
      *                                                                *
      * rapchg=rapport ecarts de change                                *
      * CHG=CHANGE; RGF=REGLEMENT FOURNISSEUR; FOU=FOURNISSEUR;        *
      * FFO=FACTURE FOURNISSEUR; DEV=DEVISE; TAU=TAUX; EUR=EURO;       *
      * ECA=ECART; GAI=GAIN; PER=PERTE; MTT=MONTANT; DAT=DATE;         *
      * MOI=MOIS; EXE=EXECUTION; ARG=ARGUMENT; NBR=NOMBRE; TOT=TOTAL;  *
      * RSU=RESULTAT; SPL=SPOOL; FIC=FICHIER; EDT=EDITION; DEB=DEBUT   *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. rapchg.
       AUTHOR. ThomasD.
       DATE-WRITTEN. 15-10-2026 (fr).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT F-RAP-CHG ASSIGN TO WS-FIC-SPL
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD F-RAP-CHG.
       01 REC-RAP-CHG           PIC X(250).

       WORKING-STORAGE SECTION.

      * Nom de fichier date attribue par genspl.
       01 WS-FIC-SPL            PIC X(50).
       01 WS-NOM-RAP            PIC X(14)   VALUE "RAPCHG".
       01 WS-IDF-UTI-NUL        PIC 9(10)   VALUE 0.
       01 WS-RTR-SPL            PIC 9(01).

      * Mois a editer : argument de la ligne de commande (AAAA-MM), a
      * defaut le mois en cours.
       01 WS-EXE-ARG            PIC X(07).

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.

       COPY dbconfig.

       01 PG-MOI-RAP            PIC X(07).

       01 PG-DAT-RGF-RSU        PIC X(10).
       01 PG-IDF-FOU-RSU        PIC 9(10).
       01 PG-NOM-FOU-RSU        PIC X(50).
       01 PG-NUM-FFO-RSU        PIC X(30).
       01 PG-DEV-FFO-RSU        PIC X(03).
       01 PG-MTT-RGF-RSU        PIC 9(10)V99.
       01 PG-TAU-FFO-RSU        PIC 9(05)V9(06).
       01 PG-TAU-RGF-RSU        PIC 9(05)V9(06).
       01 PG-EUR-RGF-RSU        PIC 9(10)V99.
       01 PG-ECA-RGF-RSU        PIC S9(10)V99.

       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

      * Declaration du curseur des paiements fournisseur du mois
      * portant un ecart de change.
       EXEC SQL
           DECLARE C-CHG CURSOR FOR
               SELECT TO_CHAR(r.date_rgf, 'YYYY-MM-DD'),
                      o.id_fou, o.nom_fou, f.num_ffo,
                      COALESCE(f.devise_ffo, 'EUR'),
                      r.mtt_rgf,
                      COALESCE(f.taux_ffo, 1),
                      COALESCE(r.taux_rgf, 1),
                      COALESCE(r.mtt_eur_rgf, r.mtt_rgf),
                      r.ecart_chg_rgf
               FROM   reglement_fournisseur r
               JOIN   facture_fournisseur f ON f.id_ffo = r.id_ffo
               JOIN   fournisseur o ON o.id_fou = f.id_fou
               WHERE  TO_CHAR(r.date_rgf, 'YYYY-MM') = :PG-MOI-RAP
               AND    COALESCE(r.ecart_chg_rgf, 0) <> 0
               ORDER BY r.date_rgf, r.id_rgf
       END-EXEC.

       01 WS-NBR-RGF            PIC 9(05)   VALUE 0.
       01 WS-TOT-GAI            PIC 9(14)V99 VALUE 0.
       01 WS-TOT-PER            PIC 9(14)V99 VALUE 0.
       01 WS-TOT-NET            PIC S9(14)V99 VALUE 0.

       01 WS-IDF-FOU-EDT        PIC Z(10).
       01 WS-MTT-RGF-EDT        PIC Z(09)9.99.
       01 WS-TAU-FFO-EDT        PIC Z(04)9.9(06).
       01 WS-TAU-RGF-EDT        PIC Z(04)9.9(06).
       01 WS-EUR-RGF-EDT        PIC Z(09)9.99.
       01 WS-ECA-RGF-EDT        PIC -(10)9.99.
       01 WS-NBR-RGF-EDT        PIC Z(05).
       01 WS-TOT-GAI-EDT        PIC Z(13)9.99.
       01 WS-TOT-PER-EDT        PIC Z(13)9.99.
       01 WS-TOT-NET-EDT        PIC -(14)9.99.


       PROCEDURE DIVISION.

           PERFORM 1000-INITIALISATION-DEB
              THRU 1000-INITIALISATION-FIN.

           PERFORM 2000-RAP-CHG-DEB
              THRU 2000-RAP-CHG-FIN.

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

           DISPLAY "Ecarts de change sur paiements fournisseur du "
                   "mois " PG-MOI-RAP.
           DISPLAY "-------------------------------------------------".
           DISPLAY "Date       Fournisseur Dev       Paye   Valeur EUR"
                   "        Ecart".

           CALL "genspl" USING WS-NOM-RAP
                               WS-IDF-UTI-NUL
                               WS-FIC-SPL
                               WS-RTR-SPL
           END-CALL.

           OPEN OUTPUT F-RAP-CHG.

           STRING "date_paiement;id_fou;nom_fou;facture_fournisseur;"
                  "devise;montant_devise;taux_facture;taux_paiement;"
                  "valeur_eur;ecart_change"
                  DELIMITED BY SIZE INTO REC-RAP-CHG
           END-STRING.
           WRITE REC-RAP-CHG.

           EXIT.
       1000-INITIALISATION-FIN.

      *-----------------------------------------------------------------

       2000-RAP-CHG-DEB.

           EXEC SQL OPEN C-CHG END-EXEC.

           EXEC SQL
               FETCH C-CHG
               INTO  :PG-DAT-RGF-RSU, :PG-IDF-FOU-RSU,
                     :PG-NOM-FOU-RSU, :PG-NUM-FFO-RSU,
                     :PG-DEV-FFO-RSU, :PG-MTT-RGF-RSU,
                     :PG-TAU-FFO-RSU, :PG-TAU-RGF-RSU,
                     :PG-EUR-RGF-RSU, :PG-ECA-RGF-RSU
           END-EXEC.

           PERFORM 2100-AFF-RSU-CHG-DEB
              THRU 2100-AFF-RSU-CHG-FIN
              UNTIL SQLCODE NOT = 0.

           EXEC SQL CLOSE C-CHG END-EXEC.

           CLOSE F-RAP-CHG.

           EXIT.
       2000-RAP-CHG-FIN.

      *-----------------------------------------------------------------

       2100-AFF-RSU-CHG-DEB.

           ADD 1 TO WS-NBR-RGF.

           IF PG-ECA-RGF-RSU > 0
               ADD PG-ECA-RGF-RSU TO WS-TOT-GAI
           ELSE
               SUBTRACT PG-ECA-RGF-RSU FROM WS-TOT-PER
           END-IF.

           ADD PG-ECA-RGF-RSU TO WS-TOT-NET.

           MOVE PG-IDF-FOU-RSU TO WS-IDF-FOU-EDT.
           MOVE PG-MTT-RGF-RSU TO WS-MTT-RGF-EDT.
           MOVE PG-TAU-FFO-RSU TO WS-TAU-FFO-EDT.
           MOVE PG-TAU-RGF-RSU TO WS-TAU-RGF-EDT.
           MOVE PG-EUR-RGF-RSU TO WS-EUR-RGF-EDT.
           MOVE PG-ECA-RGF-RSU TO WS-ECA-RGF-EDT.

           DISPLAY PG-DAT-RGF-RSU " " WS-IDF-FOU-EDT " "
                   PG-DEV-FFO-RSU " " WS-MTT-RGF-EDT " "
                   WS-EUR-RGF-EDT " " WS-ECA-RGF-EDT.

           STRING FUNCTION TRIM (PG-DAT-RGF-RSU) ";"
                  FUNCTION TRIM (WS-IDF-FOU-EDT) ";"
                  FUNCTION TRIM (PG-NOM-FOU-RSU) ";"
                  FUNCTION TRIM (PG-NUM-FFO-RSU) ";"
                  FUNCTION TRIM (PG-DEV-FFO-RSU) ";"
                  FUNCTION TRIM (WS-MTT-RGF-EDT) ";"
                  FUNCTION TRIM (WS-TAU-FFO-EDT) ";"
                  FUNCTION TRIM (WS-TAU-RGF-EDT) ";"
                  FUNCTION TRIM (WS-EUR-RGF-EDT) ";"
                  FUNCTION TRIM (WS-ECA-RGF-EDT)
                  DELIMITED BY SIZE INTO REC-RAP-CHG
           END-STRING.
           WRITE REC-RAP-CHG.

           EXEC SQL
               FETCH C-CHG
               INTO  :PG-DAT-RGF-RSU, :PG-IDF-FOU-RSU,
                     :PG-NOM-FOU-RSU, :PG-NUM-FFO-RSU,
                     :PG-DEV-FFO-RSU, :PG-MTT-RGF-RSU,
                     :PG-TAU-FFO-RSU, :PG-TAU-RGF-RSU,
                     :PG-EUR-RGF-RSU, :PG-ECA-RGF-RSU
           END-EXEC.

           EXIT.
       2100-AFF-RSU-CHG-FIN.

      *-----------------------------------------------------------------

       3000-RAP-TOT-DEB.

           MOVE WS-NBR-RGF TO WS-NBR-RGF-EDT.
           MOVE WS-TOT-GAI TO WS-TOT-GAI-EDT.
           MOVE WS-TOT-PER TO WS-TOT-PER-EDT.
           MOVE WS-TOT-NET TO WS-TOT-NET-EDT.

           DISPLAY "-------------------------------------------------".
           DISPLAY "Paiements avec ecart de change : "
                   FUNCTION TRIM (WS-NBR-RGF-EDT).
           DISPLAY "Gains de change : " FUNCTION TRIM (WS-TOT-GAI-EDT)
                   " EUR, pertes de change : "
                   FUNCTION TRIM (WS-TOT-PER-EDT) " EUR".
           DISPLAY "Resultat de change net : "
                   FUNCTION TRIM (WS-TOT-NET-EDT) " EUR (voir RAPCHG)".

           EXIT.
       3000-RAP-TOT-FIN.
