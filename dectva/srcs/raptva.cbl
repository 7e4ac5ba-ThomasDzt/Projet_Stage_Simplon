      ******************************************************************
      *                                                                *
      *                 DESCRIPTION DU SOUS-PROGRAMME                  *
      *                                                                *
      * raptva : feuille de calcul de la declaration de TVA mensuelle  *
      * (CA3). Pour le mois saisi (AAAA-MM, relancable sur n'importe   *
      * quel mois passe), totalise par taux la TVA collectee sur les   *
      * factures du mois (ventilation facture_tva posee par genfac, ou *
      * l'entete de la facture pour les factures anterieures a la      *
      * ventilation) moins la TVA des avoirs emis par genavr sur le    *
      * mois, puis la TVA deductible des factures fournisseur saisies  *
      * par ecrffo a une date du mois, et edite le net a payer (ou le  *
      * credit de TVA a reporter), a l'ecran et dans le fichier spoole *
      * RAPTVA (genspl).                                               *
      * Les acquisitions autoliquidees (factures fournisseur sans TVA  *
      * d'un fournisseur etabli hors de France ou facturant en         *
      * autoliquidation, autoliq_ffo = 'O') sont declarees a part :    *
      * leur TVA autoliquidee (tva_aut_ffo, figee par ecrffo) figure a *
      * la fois en TVA collectee et en TVA deductible.                 *
      *                                                                *
      *----------------------------------------------------------------*
      *                           TRIGRAMMES                           *
      *                                                                *
      * raptva=rapport TVA (declaration CA3)                           *
      * TVA=TVA; TAU=TAUX; COL=COLLECTEE; DED=DEDUCTIBLE; NET=NET;     *
      * FAC=FACTURE; AVR=AVOIR; FFO=FACTURE FOURNISSEUR; HT=HORS TAXE; *
      * MOI=MOIS; DCL=DECLARATION; DAT=DATE; TOT=TOTAL; NBR=NOMBRE;    *
      * RSU=RESULTAT; SPL=SPOOL; FIC=FICHIER; EDT=EDITION; SSI=SAISIE; *
      * LRR=LEURRE; DEB=DEBUT; AUT=AUTOLIQUIDATION                     *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. raptva.
       AUTHOR. ThomasD.
       DATE-WRITTEN. 15-10-2026 (fr).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT F-TVA ASSIGN TO WS-FIC-SPL
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD F-TVA.
       01 REC-TVA               PIC X(160).

       WORKING-STORAGE SECTION.

      * Nom de fichier date attribue par genspl.
       01 WS-FIC-SPL            PIC X(50).
       01 WS-NOM-RAP            PIC X(14)   VALUE "RAPTVA".
       01 WS-IDF-UTI-NUL        PIC 9(10)   VALUE 0.
       01 WS-RTR-SPL            PIC 9(01).

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.

      * Premier jour du mois declare (AAAA-MM-01) : borne basse de
      * toutes les selections, la borne haute etant le mois suivant.
       01 PG-DAT-DEB            PIC X(10).

      * TVA collectee d'un taux : ventes et avoirs du mois.
       01 PG-TAU-RSU            PIC 9(03)V99.
       01 PG-HT-FAC-RSU         PIC 9(10)V99.
       01 PG-TVA-FAC-RSU        PIC 9(10)V99.
       01 PG-HT-AVR-RSU         PIC 9(10)V99.
       01 PG-TVA-AVR-RSU        PIC 9(10)V99.

      * TVA deductible d'un taux : factures fournisseur du mois.
       01 PG-NBR-FFO-RSU        PIC 9(05).
       01 PG-HT-FFO-RSU         PIC 9(10)V99.
       01 PG-TVA-FFO-RSU        PIC 9(10)V99.

      * Acquisitions autoliquidees du mois (factures fournisseur sans
      * TVA, autoliq_ffo = 'O') : base en euros et TVA autoliquidee,
      * declaree a la fois collectee et deductible.
       01 PG-NBR-AUT-RSU        PIC 9(05).
       01 PG-HT-AUT-RSU         PIC 9(10)V99.
       01 PG-TVA-AUT-RSU        PIC 9(10)V99.

       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

      * Declaration du curseur de la TVA collectee par taux : lignes
      * de ventilation facture_tva des factures du mois, entete de la
      * facture pour celles emises avant la ventilation (taux unique),
      * et avoirs du mois, chacun dans ses propres colonnes.
       EXEC SQL
           DECLARE C-TVA-COL CURSOR FOR
               SELECT u.tau,
                      SUM(u.ht_fac), SUM(u.tva_fac),
                      SUM(u.ht_avr), SUM(u.tva_avr)
               FROM  (SELECT t.tau_tva AS tau,
                             t.mtt_ht  AS ht_fac,
                             t.mtt_tva AS tva_fac,
                             0 AS ht_avr, 0 AS tva_avr
                      FROM   facture_tva t
                      JOIN   facture f ON f.id_fac = t.id_fac
                      WHERE  f.date_fac >=
                             TO_DATE(:PG-DAT-DEB, 'YYYY-MM-DD')
                      AND    f.date_fac <
                             TO_DATE(:PG-DAT-DEB, 'YYYY-MM-DD')
                             + INTERVAL '1 month'
                      UNION ALL
                      SELECT f.tau_tva, f.mtt_ht, f.mtt_tva, 0, 0
                      FROM   facture f
                      WHERE  f.date_fac >=
                             TO_DATE(:PG-DAT-DEB, 'YYYY-MM-DD')
                      AND    f.date_fac <
                             TO_DATE(:PG-DAT-DEB, 'YYYY-MM-DD')
                             + INTERVAL '1 month'
                      AND    NOT EXISTS
                             (SELECT 1 FROM facture_tva t
                              WHERE  t.id_fac = f.id_fac)
                      UNION ALL
                      SELECT a.tau_tva, 0, 0, a.mtt_ht, a.mtt_tva
                      FROM   avoir a
                      WHERE  a.date_avr >=
                             TO_DATE(:PG-DAT-DEB, 'YYYY-MM-DD')
                      AND    a.date_avr <
                             TO_DATE(:PG-DAT-DEB, 'YYYY-MM-DD')
                             + INTERVAL '1 month') u
               GROUP BY u.tau
               ORDER BY u.tau
       END-EXEC.

      * Declaration du curseur de la TVA deductible par taux sur les
      * factures fournisseur datees du mois, converties en euros au
      * taux de la facture (taux_ffo, 1 pour l'euro). Les acquisitions
      * autoliquidees sont editees a part (0260, 0360).
       EXEC SQL
           DECLARE C-TVA-DED CURSOR FOR
               SELECT COALESCE(tau_tva_ffo, 20.00),
                      COUNT(*),
                      COALESCE(SUM(ROUND(mtt_ffo
                               * COALESCE(taux_ffo, 1), 2)), 0),
                      COALESCE(SUM(ROUND(mtt_tva_ffo
                               * COALESCE(taux_ffo, 1), 2)), 0)
               FROM   facture_fournisseur
               WHERE  date_ffo >= TO_DATE(:PG-DAT-DEB, 'YYYY-MM-DD')
               AND    date_ffo <  TO_DATE(:PG-DAT-DEB, 'YYYY-MM-DD')
                                  + INTERVAL '1 month'
               AND    COALESCE(autoliq_ffo, 'N') = 'N'
               GROUP BY COALESCE(tau_tva_ffo, 20.00)
               ORDER BY COALESCE(tau_tva_ffo, 20.00)
       END-EXEC.

       01 WS-LRR                PIC X(01).

      * Mois declare saisi sous la forme AAAA-MM.
       01 WS-MOI-DCL.
           05 WS-MOI-AAA        PIC X(04).
           05 WS-MOI-SEP        PIC X(01).
           05 WS-MOI-MM         PIC X(02).

      * TVA nette du taux courant (ventes moins avoirs, negative si
      * les avoirs l'emportent) et totaux du mois.
       01 WS-NET-TAU            PIC S9(10)V99.
       01 WS-TOT-COL            PIC S9(11)V99.
       01 WS-TOT-DED            PIC S9(11)V99.
       01 WS-NET-TVA            PIC S9(11)V99.

       01 WS-NBR-TAU            PIC 9(03).
       01 WS-NBR-FFO            PIC 9(05).

       01 WS-TAU-EDT            PIC ZZ9.99.
       01 WS-HT-FAC-EDT         PIC Z(10).99.
       01 WS-TVA-FAC-EDT        PIC Z(10).99.
       01 WS-HT-AVR-EDT         PIC Z(10).99.
       01 WS-TVA-AVR-EDT        PIC Z(10).99.
       01 WS-NET-TAU-EDT        PIC -Z(10).99.
       01 WS-NBR-FFO-EDT        PIC Z(05).
       01 WS-HT-FFO-EDT         PIC Z(10).99.
       01 WS-TVA-FFO-EDT        PIC Z(10).99.
       01 WS-NBR-AUT-EDT        PIC Z(05).
       01 WS-HT-AUT-EDT         PIC Z(10).99.
       01 WS-TVA-AUT-EDT        PIC Z(10).99.
       01 WS-TOT-COL-EDT        PIC -Z(11).99.
       01 WS-TOT-DED-EDT        PIC -Z(11).99.
       01 WS-NET-TVA-EDT        PIC -Z(11).99.


       PROCEDURE DIVISION.

           PERFORM 0100-SSI-MOI-DEB
              THRU 0100-SSI-MOI-FIN.

           EXIT PROGRAM.

      ******************************************************************
      *                         PARAGRAPHES                            *
      ******************************************************************

      * Demande le mois a declarer, ouvre le fichier spoole, puis
      * edite la TVA collectee, la TVA deductible et le net du mois.

       0100-SSI-MOI-DEB.

           MOVE 0 TO WS-TOT-COL WS-TOT-DED WS-NBR-TAU WS-NBR-FFO.

           DISPLAY "Declaration de TVA - mois (AAAA-MM) :".
           ACCEPT WS-MOI-DCL.

           IF WS-MOI-AAA NOT NUMERIC OR WS-MOI-MM NOT NUMERIC
              OR WS-MOI-SEP NOT = "-"
              OR WS-MOI-MM < "01" OR WS-MOI-MM > "12"
               DISPLAY "Mois invalide."
               GO TO 0100-SSI-MOI-SRT
           END-IF.

           STRING WS-MOI-DCL "-01" DELIMITED BY SIZE INTO PG-DAT-DEB
           END-STRING.

           CALL "genspl" USING WS-NOM-RAP
                               WS-IDF-UTI-NUL
                               WS-FIC-SPL
                               WS-RTR-SPL
           END-CALL.

           OPEN OUTPUT F-TVA.

           MOVE SPACES TO REC-TVA.
           STRING "Declaration de TVA du mois;" DELIMITED BY SIZE
                  WS-MOI-DCL DELIMITED BY SIZE
                  INTO REC-TVA
           END-STRING.
           WRITE REC-TVA.

           DISPLAY "------------------------------------------------".
           DISPLAY "Declaration de TVA (CA3) du mois " WS-MOI-DCL.

           PERFORM 0200-TVA-COL-DEB
              THRU 0200-TVA-COL-FIN.

           PERFORM 0300-TVA-DED-DEB
              THRU 0300-TVA-DED-FIN.

           PERFORM 0400-TVA-NET-DEB
              THRU 0400-TVA-NET-FIN.

           CLOSE F-TVA.

       0100-SSI-MOI-SRT.
           DISPLAY "Appuyez sur entree".
           ACCEPT WS-LRR.

           EXIT.
       0100-SSI-MOI-FIN.

      *-----------------------------------------------------------------

      * TVA collectee : une ligne par taux, ventes et avoirs du mois
      * et TVA nette du taux.

       0200-TVA-COL-DEB.

           DISPLAY " ".
           DISPLAY "TVA collectee".
           DISPLAY "Taux   Base HT ventes    TVA ventes  Base HT avoirs"
                   "    TVA avoirs     TVA nette".

           MOVE SPACES TO REC-TVA.
           STRING "collectee;taux;ht_ventes;tva_ventes;ht_avoirs;"
                  "tva_avoirs;tva_nette"
                  DELIMITED BY SIZE INTO REC-TVA
           END-STRING.
           WRITE REC-TVA.

           EXEC SQL OPEN C-TVA-COL END-EXEC.

           EXEC SQL
               FETCH C-TVA-COL
               INTO  :PG-TAU-RSU, :PG-HT-FAC-RSU, :PG-TVA-FAC-RSU,
                     :PG-HT-AVR-RSU, :PG-TVA-AVR-RSU
           END-EXEC.

           PERFORM 0250-TVA-COL-TAU-DEB
              THRU 0250-TVA-COL-TAU-FIN
              UNTIL SQLCODE NOT = 0.

           EXEC SQL CLOSE C-TVA-COL END-EXEC.

           IF WS-NBR-TAU = 0
               DISPLAY "(aucune vente ni avoir sur le mois)"
           END-IF.

           PERFORM 0260-TVA-AUT-COL-DEB
              THRU 0260-TVA-AUT-COL-FIN.

           MOVE WS-TOT-COL TO WS-TOT-COL-EDT.
           DISPLAY "Total TVA collectee nette : "
                   FUNCTION TRIM (WS-TOT-COL-EDT) " EUR".

           EXIT.
       0200-TVA-COL-FIN.

      *-----------------------------------------------------------------

       0250-TVA-COL-TAU-DEB.

           ADD 1 TO WS-NBR-TAU.

           COMPUTE WS-NET-TAU = PG-TVA-FAC-RSU - PG-TVA-AVR-RSU.
           ADD WS-NET-TAU TO WS-TOT-COL.

           MOVE PG-TAU-RSU     TO WS-TAU-EDT.
           MOVE PG-HT-FAC-RSU  TO WS-HT-FAC-EDT.
           MOVE PG-TVA-FAC-RSU TO WS-TVA-FAC-EDT.
           MOVE PG-HT-AVR-RSU  TO WS-HT-AVR-EDT.
           MOVE PG-TVA-AVR-RSU TO WS-TVA-AVR-EDT.
           MOVE WS-NET-TAU     TO WS-NET-TAU-EDT.

           DISPLAY WS-TAU-EDT " " WS-HT-FAC-EDT " " WS-TVA-FAC-EDT
                   " " WS-HT-AVR-EDT " " WS-TVA-AVR-EDT " "
                   WS-NET-TAU-EDT.

           MOVE SPACES TO REC-TVA.
           STRING "collectee;" DELIMITED BY SIZE
                  FUNCTION TRIM (WS-TAU-EDT) ";"
                  FUNCTION TRIM (WS-HT-FAC-EDT) ";"
                  FUNCTION TRIM (WS-TVA-FAC-EDT) ";"
                  FUNCTION TRIM (WS-HT-AVR-EDT) ";"
                  FUNCTION TRIM (WS-TVA-AVR-EDT) ";"
                  FUNCTION TRIM (WS-NET-TAU-EDT)
                  DELIMITED BY SIZE INTO REC-TVA
           END-STRING.
           WRITE REC-TVA.

           EXEC SQL
               FETCH C-TVA-COL
               INTO  :PG-TAU-RSU, :PG-HT-FAC-RSU, :PG-TVA-FAC-RSU,
                     :PG-HT-AVR-RSU, :PG-TVA-AVR-RSU
           END-EXEC.

           EXIT.
       0250-TVA-COL-TAU-FIN.

      *-----------------------------------------------------------------

      * TVA autoliquidee sur les acquisitions du mois aupres des
      * fournisseurs hors de France (ou facturees en autoliquidation) :
      * due par la societe, elle s'ajoute a la TVA collectee, et est
      * deduite au meme montant (0360).

       0260-TVA-AUT-COL-DEB.

           EXEC SQL
               SELECT COUNT(*),
                      COALESCE(SUM(COALESCE(mtt_eur_ffo,
                               ROUND(mtt_ffo * COALESCE(taux_ffo, 1),
                                     2))), 0),
                      COALESCE(SUM(tva_aut_ffo), 0)
               INTO   :PG-NBR-AUT-RSU, :PG-HT-AUT-RSU, :PG-TVA-AUT-RSU
               FROM   facture_fournisseur
               WHERE  date_ffo >= TO_DATE(:PG-DAT-DEB, 'YYYY-MM-DD')
               AND    date_ffo <  TO_DATE(:PG-DAT-DEB, 'YYYY-MM-DD')
                                  + INTERVAL '1 month'
               AND    autoliq_ffo = 'O'
           END-EXEC.

           IF SQLCODE NOT = 0
               MOVE 0 TO PG-NBR-AUT-RSU PG-HT-AUT-RSU PG-TVA-AUT-RSU
           END-IF.

           MOVE PG-NBR-AUT-RSU TO WS-NBR-AUT-EDT.
           MOVE PG-HT-AUT-RSU  TO WS-HT-AUT-EDT.
           MOVE PG-TVA-AUT-RSU TO WS-TVA-AUT-EDT.

           IF PG-NBR-AUT-RSU NOT = 0
               ADD PG-TVA-AUT-RSU TO WS-TOT-COL

               DISPLAY "Autoliquidee (acquisitions) " WS-NBR-AUT-EDT
                       " facture(s) : base "
                       FUNCTION TRIM (WS-HT-AUT-EDT)
                       ", TVA " FUNCTION TRIM (WS-TVA-AUT-EDT)

               MOVE SPACES TO REC-TVA
               STRING "collectee;autoliquidee;" DELIMITED BY SIZE
                      FUNCTION TRIM (WS-HT-AUT-EDT) ";"
                      FUNCTION TRIM (WS-TVA-AUT-EDT) ";0;0;"
                      FUNCTION TRIM (WS-TVA-AUT-EDT)
                      DELIMITED BY SIZE INTO REC-TVA
               END-STRING
               WRITE REC-TVA
           END-IF.

           EXIT.
       0260-TVA-AUT-COL-FIN.

      *-----------------------------------------------------------------

      * TVA deductible : une ligne par taux des factures fournisseur
      * datees du mois.

       0300-TVA-DED-DEB.

           DISPLAY " ".
           DISPLAY "TVA deductible (factures fournisseur)".
           DISPLAY "Taux  Factures   Base HT achats    TVA achats".

           MOVE "deductible;taux;nb_factures;ht_achats;tva_achats"
             TO REC-TVA.
           WRITE REC-TVA.

           EXEC SQL OPEN C-TVA-DED END-EXEC.

           EXEC SQL
               FETCH C-TVA-DED
               INTO  :PG-TAU-RSU, :PG-NBR-FFO-RSU,
                     :PG-HT-FFO-RSU, :PG-TVA-FFO-RSU
           END-EXEC.

           PERFORM 0350-TVA-DED-TAU-DEB
              THRU 0350-TVA-DED-TAU-FIN
              UNTIL SQLCODE NOT = 0.

           EXEC SQL CLOSE C-TVA-DED END-EXEC.

           PERFORM 0360-TVA-AUT-DED-DEB
              THRU 0360-TVA-AUT-DED-FIN.

           IF WS-NBR-FFO = 0
               DISPLAY "(aucune facture fournisseur sur le mois)"
           END-IF.

           MOVE WS-TOT-DED TO WS-TOT-DED-EDT.
           DISPLAY "Total TVA deductible : "
                   FUNCTION TRIM (WS-TOT-DED-EDT) " EUR".

           EXIT.
       0300-TVA-DED-FIN.

      *-----------------------------------------------------------------

       0350-TVA-DED-TAU-DEB.

           ADD PG-NBR-FFO-RSU TO WS-NBR-FFO.
           ADD PG-TVA-FFO-RSU TO WS-TOT-DED.

           MOVE PG-TAU-RSU     TO WS-TAU-EDT.
           MOVE PG-NBR-FFO-RSU TO WS-NBR-FFO-EDT.
           MOVE PG-HT-FFO-RSU  TO WS-HT-FFO-EDT.
           MOVE PG-TVA-FFO-RSU TO WS-TVA-FFO-EDT.

           DISPLAY WS-TAU-EDT " " WS-NBR-FFO-EDT "    "
                   WS-HT-FFO-EDT " " WS-TVA-FFO-EDT.

           MOVE SPACES TO REC-TVA.
           STRING "deductible;" DELIMITED BY SIZE
                  FUNCTION TRIM (WS-TAU-EDT) ";"
                  FUNCTION TRIM (WS-NBR-FFO-EDT) ";"
                  FUNCTION TRIM (WS-HT-FFO-EDT) ";"
                  FUNCTION TRIM (WS-TVA-FFO-EDT)
                  DELIMITED BY SIZE INTO REC-TVA
           END-STRING.
           WRITE REC-TVA.

           EXEC SQL
               FETCH C-TVA-DED
               INTO  :PG-TAU-RSU, :PG-NBR-FFO-RSU,
                     :PG-HT-FFO-RSU, :PG-TVA-FFO-RSU
           END-EXEC.

           EXIT.
       0350-TVA-DED-TAU-FIN.

      *-----------------------------------------------------------------

      * TVA autoliquidee du mois (lue en 0260) : deductible au meme
      * montant que collectee.

       0360-TVA-AUT-DED-DEB.

           IF PG-NBR-AUT-RSU NOT = 0
               ADD PG-NBR-AUT-RSU TO WS-NBR-FFO
               ADD PG-TVA-AUT-RSU TO WS-TOT-DED

               DISPLAY "Autoliquidee " WS-NBR-AUT-EDT "    "
                       WS-HT-AUT-EDT " " WS-TVA-AUT-EDT

               MOVE SPACES TO REC-TVA
               STRING "deductible;autoliquidee;" DELIMITED BY SIZE
                      FUNCTION TRIM (WS-NBR-AUT-EDT) ";"
                      FUNCTION TRIM (WS-HT-AUT-EDT) ";"
                      FUNCTION TRIM (WS-TVA-AUT-EDT)
                      DELIMITED BY SIZE INTO REC-TVA
               END-STRING
               WRITE REC-TVA
           END-IF.

           EXIT.
       0360-TVA-AUT-DED-FIN.

      *-----------------------------------------------------------------

      * Net du mois : TVA collectee nette moins TVA deductible. Un
      * resultat negatif est un credit de TVA a reporter.

       0400-TVA-NET-DEB.

           COMPUTE WS-NET-TVA = WS-TOT-COL - WS-TOT-DED.

           MOVE WS-NET-TVA TO WS-NET-TVA-EDT.

           DISPLAY "------------------------------------------------".

           IF WS-NET-TVA < 0
               DISPLAY "Credit de TVA a reporter : "
                       FUNCTION TRIM (WS-NET-TVA-EDT) " EUR"
           ELSE
               DISPLAY "TVA nette a payer : "
                       FUNCTION TRIM (WS-NET-TVA-EDT) " EUR"
           END-IF.

           MOVE SPACES TO REC-TVA.
           STRING "net;collectee;" DELIMITED BY SIZE
                  FUNCTION TRIM (WS-TOT-COL-EDT) DELIMITED BY SIZE
                  ";deductible;" DELIMITED BY SIZE
                  FUNCTION TRIM (WS-TOT-DED-EDT) DELIMITED BY SIZE
                  ";a_payer;" DELIMITED BY SIZE
                  FUNCTION TRIM (WS-NET-TVA-EDT) DELIMITED BY SIZE
                  INTO REC-TVA
           END-STRING.
           WRITE REC-TVA.

           EXIT.
       0400-TVA-NET-FIN.
