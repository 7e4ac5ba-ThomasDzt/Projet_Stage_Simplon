      ******************************************************************
      *                                                                *
      *                 DESCRIPTION DU SOUS-PROGRAMME                  *
      *                                                                *
      * rapdes : etat trimestriel des ventes intracommunautaires pour  *
      * la declaration europeenne de services (DES). Pour le trimestre *
      * saisi (AAAA-T, relancable sur n'importe quel trimestre passe), *
      * totalise par numero de TVA intracommunautaire du client le     *
      * montant HT des factures autoliquidees (autoliq_fac 'O', posee  *
      * par genfac) moins celui des avoirs autoliquides (autoliq_avr   *
      * 'O', pose par genavr), a l'ecran et dans le fichier spoole     *
      * RAPDES (genspl). Le numero retenu est celui fige sur le        *
      * document, pas celui de la fiche client.                        *
      *                                                                *
      *----------------------------------------------------------------*
      *                           TRIGRAMMES                           *
      *                                                                *
      * rapdes=rapport declaration europeenne de services              *
      * TVA=NUMERO DE TVA INTRACOMMUNAUTAIRE; TRI=TRIMESTRE;           *
      * FAC=FACTURE; AVR=AVOIR; HT=HORS TAXE; CLI=CLIENT; NET=NET;     *
      * DCL=DECLARATION; DAT=DATE; TOT=TOTAL; NBR=NOMBRE; MOI=MOIS;    *
      * RSU=RESULTAT; SPL=SPOOL; FIC=FICHIER; EDT=EDITION; SSI=SAISIE; *
      * LRR=LEURRE; DEB=DEBUT                                          *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. rapdes.
       AUTHOR. ThomasD.
       DATE-WRITTEN. 15-10-2026 (fr).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT F-DES ASSIGN TO WS-FIC-SPL
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD F-DES.
       01 REC-DES               PIC X(160).

       WORKING-STORAGE SECTION.

      * Nom de fichier date attribue par genspl.
       01 WS-FIC-SPL            PIC X(50).
       01 WS-NOM-RAP            PIC X(14)   VALUE "RAPDES".
       01 WS-IDF-UTI-NUL        PIC 9(10)   VALUE 0.
       01 WS-RTR-SPL            PIC 9(01).

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.

      * Premier jour du trimestre declare (AAAA-MM-01) : borne basse
      * des selections, la borne haute etant trois mois plus tard.
       01 PG-DAT-DEB            PIC X(10).

      * Ventes d'un numero de TVA intracommunautaire sur le trimestre.
       01 PG-TVA-RSU            PIC X(14).
       01 PG-NOM-CLI-RSU        PIC X(50).
       01 PG-NBR-DOC-RSU        PIC 9(05).
       01 PG-HT-FAC-RSU         PIC 9(10)V99.
       01 PG-HT-AVR-RSU         PIC 9(10)V99.

       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

      * Declaration du curseur des ventes autoliquidees du trimestre
      * par numero de TVA : factures et avoirs, chacun dans sa
      * colonne. Le nom du client n'est qu'un libelle d'edition.
       EXEC SQL
           DECLARE C-DES CURSOR FOR
               SELECT u.tva, MAX(u.nom), COUNT(*),
                      SUM(u.ht_fac), SUM(u.ht_avr)
               FROM  (SELECT f.tva_intra_fac AS tva,
                             k.nom_cli       AS nom,
                             f.mtt_ht        AS ht_fac,
                             0               AS ht_avr
                      FROM   facture f
                      JOIN   commande c ON c.id_cmd = f.id_cmd
                      JOIN   client k   ON k.id_cli = c.id_cli
                      WHERE  f.autoliq_fac = 'O'
                      AND    f.date_fac >=
                             TO_DATE(:PG-DAT-DEB, 'YYYY-MM-DD')
                      AND    f.date_fac <
                             TO_DATE(:PG-DAT-DEB, 'YYYY-MM-DD')
                             + INTERVAL '3 months'
                      UNION ALL
                      SELECT a.tva_intra_avr, k.nom_cli, 0, a.mtt_ht
                      FROM   avoir a
                      JOIN   client k ON k.id_cli = a.id_cli
                      WHERE  a.autoliq_avr = 'O'
                      AND    a.date_avr >=
                             TO_DATE(:PG-DAT-DEB, 'YYYY-MM-DD')
                      AND    a.date_avr <
                             TO_DATE(:PG-DAT-DEB, 'YYYY-MM-DD')
                             + INTERVAL '3 months') u
               GROUP BY u.tva
               ORDER BY u.tva
       END-EXEC.

       01 WS-LRR                PIC X(01).

      * Trimestre declare saisi sous la forme AAAA-T.
       01 WS-TRI-DCL.
           05 WS-TRI-AAA        PIC X(04).
           05 WS-TRI-SEP        PIC X(01).
           05 WS-TRI-NUM        PIC X(01).

      * Premier mois du trimestre (01, 04, 07 ou 10).
       01 WS-TRI-NUM-9          PIC 9(01).
       01 WS-MOI-DEB            PIC 9(02).

      * Net HT du numero courant (ventes moins avoirs, negatif si les
      * avoirs l'emportent) et totaux du trimestre.
       01 WS-NET-TVA            PIC S9(10)V99.
       01 WS-TOT-FAC            PIC S9(11)V99.
       01 WS-TOT-AVR            PIC S9(11)V99.
       01 WS-TOT-NET            PIC S9(11)V99.

       01 WS-NBR-TVA            PIC 9(05).

       01 WS-NBR-DOC-EDT        PIC Z(04)9.
       01 WS-HT-FAC-EDT         PIC Z(10).99.
       01 WS-HT-AVR-EDT         PIC Z(10).99.
       01 WS-NET-TVA-EDT        PIC -Z(10).99.
       01 WS-NBR-TVA-EDT        PIC Z(04)9.
       01 WS-TOT-FAC-EDT        PIC -Z(11).99.
       01 WS-TOT-AVR-EDT        PIC -Z(11).99.
       01 WS-TOT-NET-EDT        PIC -Z(11).99.


       PROCEDURE DIVISION.

           PERFORM 0100-SSI-TRI-DEB
              THRU 0100-SSI-TRI-FIN.

           EXIT PROGRAM.

      ******************************************************************
      *                         PARAGRAPHES                            *
      ******************************************************************

      * Demande le trimestre a declarer, ouvre le fichier spoole, puis
      * edite les ventes par numero de TVA et le total du trimestre.

       0100-SSI-TRI-DEB.

           MOVE 0 TO WS-TOT-FAC WS-TOT-AVR WS-NBR-TVA.

           DISPLAY "Ventes intracommunautaires (DES) - trimestre "
                   "(AAAA-T) :".
           ACCEPT WS-TRI-DCL.

           IF WS-TRI-AAA NOT NUMERIC OR WS-TRI-NUM NOT NUMERIC
              OR WS-TRI-SEP NOT = "-"
              OR WS-TRI-NUM < "1" OR WS-TRI-NUM > "4"
               DISPLAY "Trimestre invalide."
               GO TO 0100-SSI-TRI-SRT
           END-IF.

           MOVE WS-TRI-NUM TO WS-TRI-NUM-9.
           COMPUTE WS-MOI-DEB = (WS-TRI-NUM-9 - 1) * 3 + 1.

           STRING WS-TRI-AAA "-" WS-MOI-DEB "-01"
                  DELIMITED BY SIZE INTO PG-DAT-DEB
           END-STRING.

           CALL "genspl" USING WS-NOM-RAP
                               WS-IDF-UTI-NUL
                               WS-FIC-SPL
                               WS-RTR-SPL
           END-CALL.

           OPEN OUTPUT F-DES.

           MOVE SPACES TO REC-DES.
           STRING "Ventes intracommunautaires du trimestre;"
                  DELIMITED BY SIZE
                  WS-TRI-DCL DELIMITED BY SIZE
                  INTO REC-DES
           END-STRING.
           WRITE REC-DES.

           DISPLAY "------------------------------------------------".
           DISPLAY "Ventes intracommunautaires autoliquidees du "
                   "trimestre " WS-TRI-DCL.

           PERFORM 0200-VTE-TVA-DEB
              THRU 0200-VTE-TVA-FIN.

           PERFORM 0300-TOT-TRI-DEB
              THRU 0300-TOT-TRI-FIN.

           CLOSE F-DES.

       0100-SSI-TRI-SRT.
           DISPLAY "Appuyez sur entree".
           ACCEPT WS-LRR.

           EXIT.
       0100-SSI-TRI-FIN.

      *-----------------------------------------------------------------

      * Une ligne par numero de TVA intracommunautaire : nombre de
      * documents, HT facture, HT des avoirs et net declare.

       0200-VTE-TVA-DEB.

           DISPLAY " ".
           DISPLAY "TVA client     Client                    Doc."
                   "    HT factures      HT avoirs        HT net".

           MOVE SPACES TO REC-DES.
           STRING "tva_intra;client;nb_documents;ht_factures;"
                  "ht_avoirs;ht_net"
                  DELIMITED BY SIZE INTO REC-DES
           END-STRING.
           WRITE REC-DES.

           EXEC SQL OPEN C-DES END-EXEC.

           EXEC SQL
               FETCH C-DES
               INTO  :PG-TVA-RSU, :PG-NOM-CLI-RSU, :PG-NBR-DOC-RSU,
                     :PG-HT-FAC-RSU, :PG-HT-AVR-RSU
           END-EXEC.

           PERFORM 0250-VTE-TVA-LGN-DEB
              THRU 0250-VTE-TVA-LGN-FIN
              UNTIL SQLCODE NOT = 0.

           EXEC SQL CLOSE C-DES END-EXEC.

           IF WS-NBR-TVA = 0
               DISPLAY "(aucune vente autoliquidee sur le trimestre)"
           END-IF.

           EXIT.
       0200-VTE-TVA-FIN.

      *-----------------------------------------------------------------

       0250-VTE-TVA-LGN-DEB.

           ADD 1 TO WS-NBR-TVA.

           COMPUTE WS-NET-TVA = PG-HT-FAC-RSU - PG-HT-AVR-RSU.
           ADD PG-HT-FAC-RSU TO WS-TOT-FAC.
           ADD PG-HT-AVR-RSU TO WS-TOT-AVR.

           MOVE PG-NBR-DOC-RSU TO WS-NBR-DOC-EDT.
           MOVE PG-HT-FAC-RSU  TO WS-HT-FAC-EDT.
           MOVE PG-HT-AVR-RSU  TO WS-HT-AVR-EDT.
           MOVE WS-NET-TVA     TO WS-NET-TVA-EDT.

           DISPLAY PG-TVA-RSU " " PG-NOM-CLI-RSU (1:24) " "
                   WS-NBR-DOC-EDT " " WS-HT-FAC-EDT " "
                   WS-HT-AVR-EDT " " WS-NET-TVA-EDT.

           MOVE SPACES TO REC-DES.
           STRING FUNCTION TRIM (PG-TVA-RSU) ";"
                  FUNCTION TRIM (PG-NOM-CLI-RSU) ";"
                  FUNCTION TRIM (WS-NBR-DOC-EDT) ";"
                  FUNCTION TRIM (WS-HT-FAC-EDT) ";"
                  FUNCTION TRIM (WS-HT-AVR-EDT) ";"
                  FUNCTION TRIM (WS-NET-TVA-EDT)
                  DELIMITED BY SIZE INTO REC-DES
           END-STRING.
           WRITE REC-DES.

           EXEC SQL
               FETCH C-DES
               INTO  :PG-TVA-RSU, :PG-NOM-CLI-RSU, :PG-NBR-DOC-RSU,
                     :PG-HT-FAC-RSU, :PG-HT-AVR-RSU
           END-EXEC.

           EXIT.
       0250-VTE-TVA-LGN-FIN.

      *-----------------------------------------------------------------

      * Total du trimestre : montant HT net a porter sur la DES.

       0300-TOT-TRI-DEB.

           COMPUTE WS-TOT-NET = WS-TOT-FAC - WS-TOT-AVR.

           MOVE WS-NBR-TVA TO WS-NBR-TVA-EDT.
           MOVE WS-TOT-FAC TO WS-TOT-FAC-EDT.
           MOVE WS-TOT-AVR TO WS-TOT-AVR-EDT.
           MOVE WS-TOT-NET TO WS-TOT-NET-EDT.

           DISPLAY "------------------------------------------------".
           DISPLAY "Clients declares  : "
                   FUNCTION TRIM (WS-NBR-TVA-EDT).
           DISPLAY "Total HT factures : "
                   FUNCTION TRIM (WS-TOT-FAC-EDT) " EUR".
           DISPLAY "Total HT avoirs   : "
                   FUNCTION TRIM (WS-TOT-AVR-EDT) " EUR".
           DISPLAY "Total HT net DES  : "
                   FUNCTION TRIM (WS-TOT-NET-EDT) " EUR".

           MOVE SPACES TO REC-DES.
           STRING "total;clients;" DELIMITED BY SIZE
                  FUNCTION TRIM (WS-NBR-TVA-EDT) DELIMITED BY SIZE
                  ";ht_factures;" DELIMITED BY SIZE
                  FUNCTION TRIM (WS-TOT-FAC-EDT) DELIMITED BY SIZE
                  ";ht_avoirs;" DELIMITED BY SIZE
                  FUNCTION TRIM (WS-TOT-AVR-EDT) DELIMITED BY SIZE
                  ";ht_net;" DELIMITED BY SIZE
                  FUNCTION TRIM (WS-TOT-NET-EDT) DELIMITED BY SIZE
                  INTO REC-DES
           END-STRING.
           WRITE REC-DES.

           EXIT.
       0300-TOT-TRI-FIN.
