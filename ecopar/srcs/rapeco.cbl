      ******************************************************************
      *                                                                *
      *                 DESCRIPTION DU SOUS-PROGRAMME                  *
      *                                                                *
      * rapeco : etat trimestriel des eco-participations a reverser    *
      * aux eco-organismes (piles, electronique, pneumatiques...).     *
      * Pour le trimestre saisi (AAAA-T, relancable sur n'importe quel *
      * trimestre passe), totalise par eco-organisme les unites et     *
      * l'eco-participation des lignes facturees dans le trimestre     *
      * (eco_lgn_cmd, figee sur la ligne a la vente) moins celles      *
      * remboursees par les avoirs du trimestre, a l'ecran et dans le  *
      * fichier spoole RAPECO (genspl). L'organisme retenu est celui   *
      * fige sur la ligne, pas celui de la fiche piece.                *
      *                                                                *
      *----------------------------------------------------------------*
      *                           TRIGRAMMES                           *
      *                                                                *
      * rapeco=rapport eco-participation                               *
      * ECO=ECO-PARTICIPATION; ORG=ORGANISME; LIB=LIBELLE; TRI=        *
      * TRIMESTRE; FAC=FACTURE; AVR=AVOIR; QTE=QUANTITE; MTT=MONTANT;  *
      * NET=NET; DCL=DECLARATION; DAT=DATE; TOT=TOTAL; NBR=NOMBRE;     *
      * MOI=MOIS; RSU=RESULTAT; SPL=SPOOL; FIC=FICHIER; EDT=EDITION;   *
      * SSI=SAISIE; LRR=LEURRE; DEB=DEBUT                              *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. rapeco.
       AUTHOR. ThomasD.
       DATE-WRITTEN. 15-10-2026 (fr).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT F-ECO ASSIGN TO WS-FIC-SPL
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD F-ECO.
       01 REC-ECO               PIC X(160).

       WORKING-STORAGE SECTION.

      * Nom de fichier date attribue par genspl.
       01 WS-FIC-SPL            PIC X(50).
       01 WS-NOM-RAP            PIC X(14)   VALUE "RAPECO".
       01 WS-IDF-UTI-NUL        PIC 9(10)   VALUE 0.
       01 WS-RTR-SPL            PIC 9(01).

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.

      * Premier jour du trimestre declare (AAAA-MM-01) : borne basse
      * des selections, la borne haute etant trois mois plus tard.
       01 PG-DAT-DEB            PIC X(10).

      * Eco-participations d'un eco-organisme sur le trimestre.
       01 PG-ORG-RSU            PIC X(10).
       01 PG-LIB-ORG-RSU        PIC X(40).
       01 PG-QTE-FAC-RSU        PIC 9(08).
       01 PG-MTT-FAC-RSU        PIC 9(10)V99.
       01 PG-QTE-AVR-RSU        PIC 9(08).
       01 PG-MTT-AVR-RSU        PIC 9(10)V99.

       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

      * Declaration du curseur des eco-participations du trimestre
      * par eco-organisme : lignes des factures datees du trimestre,
      * puis lignes d'origine des retours ayant donne un avoir date du
      * trimestre (quantite reprise), chacune dans sa colonne.
       EXEC SQL
           DECLARE C-ECO CURSOR FOR
               SELECT u.org, COALESCE(MAX(o.lib_eco), ' '),
                      SUM(u.qte_fac), SUM(u.mtt_fac),
                      SUM(u.qte_avr), SUM(u.mtt_avr)
               FROM  (SELECT l.org_eco_lgn                 AS org,
                             l.qte_lgn_cmd                 AS qte_fac,
                             l.qte_lgn_cmd * l.eco_lgn_cmd AS mtt_fac,
                             0                             AS qte_avr,
                             0                             AS mtt_avr
                      FROM   commande_ligne l
                      JOIN   facture f ON f.id_fac = l.id_fac
                      WHERE  l.org_eco_lgn IS NOT NULL
                      AND    f.date_fac >=
                             TO_DATE(:PG-DAT-DEB, 'YYYY-MM-DD')
                      AND    f.date_fac <
                             TO_DATE(:PG-DAT-DEB, 'YYYY-MM-DD')
                             + INTERVAL '3 months'
                      UNION ALL
                      SELECT l.org_eco_lgn, 0, 0, r.qte_ret,
                             r.qte_ret * l.eco_lgn_cmd
                      FROM   avoir a
                      JOIN   commande_retour r ON r.id_ret = a.id_ret
                      JOIN   commande_ligne l
                             ON l.id_lgn_cmd = r.id_lgn_cmd
                      WHERE  l.org_eco_lgn IS NOT NULL
                      AND    a.date_avr >=
                             TO_DATE(:PG-DAT-DEB, 'YYYY-MM-DD')
                      AND    a.date_avr <
                             TO_DATE(:PG-DAT-DEB, 'YYYY-MM-DD')
                             + INTERVAL '3 months') u
               LEFT JOIN eco_organisme o ON o.code_eco = u.org
               GROUP BY u.org
               ORDER BY u.org
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

      * Net de l'organisme courant (factures moins avoirs, negatif si
      * les avoirs l'emportent) et totaux du trimestre.
       01 WS-QTE-NET            PIC S9(08).
       01 WS-MTT-NET            PIC S9(10)V99.
       01 WS-TOT-QTE            PIC S9(09).
       01 WS-TOT-FAC            PIC S9(11)V99.
       01 WS-TOT-AVR            PIC S9(11)V99.
       01 WS-TOT-NET            PIC S9(11)V99.

       01 WS-NBR-ORG            PIC 9(05).

       01 WS-QTE-FAC-EDT        PIC Z(07)9.
       01 WS-MTT-FAC-EDT        PIC Z(10).99.
       01 WS-QTE-AVR-EDT        PIC Z(07)9.
       01 WS-MTT-AVR-EDT        PIC Z(10).99.
       01 WS-QTE-NET-EDT        PIC -Z(07)9.
       01 WS-MTT-NET-EDT        PIC -Z(10).99.
       01 WS-NBR-ORG-EDT        PIC Z(04)9.
       01 WS-TOT-QTE-EDT        PIC -Z(08)9.
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
      * edite les eco-participations par organisme et le total.

       0100-SSI-TRI-DEB.

           MOVE 0 TO WS-TOT-QTE WS-TOT-FAC WS-TOT-AVR WS-NBR-ORG.

           DISPLAY "Declaration eco-participation - trimestre "
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

           OPEN OUTPUT F-ECO.

           MOVE SPACES TO REC-ECO.
           STRING "Eco-participations du trimestre;"
                  DELIMITED BY SIZE
                  WS-TRI-DCL DELIMITED BY SIZE
                  INTO REC-ECO
           END-STRING.
           WRITE REC-ECO.

           DISPLAY "------------------------------------------------".
           DISPLAY "Eco-participations a reverser du trimestre "
                   WS-TRI-DCL.

           PERFORM 0200-ECO-ORG-DEB
              THRU 0200-ECO-ORG-FIN.

           PERFORM 0300-TOT-TRI-DEB
              THRU 0300-TOT-TRI-FIN.

           CLOSE F-ECO.

       0100-SSI-TRI-SRT.
           DISPLAY "Appuyez sur entree".
           ACCEPT WS-LRR.

           EXIT.
       0100-SSI-TRI-FIN.

      *-----------------------------------------------------------------

      * Une ligne par eco-organisme : unites et eco-participation
      * facturees, reprises par avoir, et net a declarer.

       0200-ECO-ORG-DEB.

           DISPLAY " ".
           DISPLAY "Organisme  Libelle            Qte fac."
                   "  Eco factures Qte avr.   Eco avoirs"
                   "  Qte net.     Eco nette".

           MOVE SPACES TO REC-ECO.
           STRING "organisme;libelle;qte_facturee;eco_facturee;"
                  "qte_avoirs;eco_avoirs;qte_nette;eco_nette"
                  DELIMITED BY SIZE INTO REC-ECO
           END-STRING.
           WRITE REC-ECO.

           EXEC SQL OPEN C-ECO END-EXEC.

           EXEC SQL
               FETCH C-ECO
               INTO  :PG-ORG-RSU, :PG-LIB-ORG-RSU,
                     :PG-QTE-FAC-RSU, :PG-MTT-FAC-RSU,
                     :PG-QTE-AVR-RSU, :PG-MTT-AVR-RSU
           END-EXEC.

           PERFORM 0250-ECO-ORG-LGN-DEB
              THRU 0250-ECO-ORG-LGN-FIN
              UNTIL SQLCODE NOT = 0.

           EXEC SQL CLOSE C-ECO END-EXEC.

           IF WS-NBR-ORG = 0
               DISPLAY "(aucune eco-participation sur le trimestre)"
           END-IF.

           EXIT.
       0200-ECO-ORG-FIN.

      *-----------------------------------------------------------------

       0250-ECO-ORG-LGN-DEB.

           ADD 1 TO WS-NBR-ORG.

           COMPUTE WS-QTE-NET = PG-QTE-FAC-RSU - PG-QTE-AVR-RSU.
           COMPUTE WS-MTT-NET = PG-MTT-FAC-RSU - PG-MTT-AVR-RSU.
           ADD WS-QTE-NET     TO WS-TOT-QTE.
           ADD PG-MTT-FAC-RSU TO WS-TOT-FAC.
           ADD PG-MTT-AVR-RSU TO WS-TOT-AVR.

           MOVE PG-QTE-FAC-RSU TO WS-QTE-FAC-EDT.
           MOVE PG-MTT-FAC-RSU TO WS-MTT-FAC-EDT.
           MOVE PG-QTE-AVR-RSU TO WS-QTE-AVR-EDT.
           MOVE PG-MTT-AVR-RSU TO WS-MTT-AVR-EDT.
           MOVE WS-QTE-NET     TO WS-QTE-NET-EDT.
           MOVE WS-MTT-NET     TO WS-MTT-NET-EDT.

           DISPLAY PG-ORG-RSU " " PG-LIB-ORG-RSU (1:18) " "
                   WS-QTE-FAC-EDT " " WS-MTT-FAC-EDT " "
                   WS-QTE-AVR-EDT " " WS-MTT-AVR-EDT " "
                   WS-QTE-NET-EDT " " WS-MTT-NET-EDT.

           MOVE SPACES TO REC-ECO.
           STRING FUNCTION TRIM (PG-ORG-RSU) ";"
                  FUNCTION TRIM (PG-LIB-ORG-RSU) ";"
                  FUNCTION TRIM (WS-QTE-FAC-EDT) ";"
                  FUNCTION TRIM (WS-MTT-FAC-EDT) ";"
                  FUNCTION TRIM (WS-QTE-AVR-EDT) ";"
                  FUNCTION TRIM (WS-MTT-AVR-EDT) ";"
                  FUNCTION TRIM (WS-QTE-NET-EDT) ";"
                  FUNCTION TRIM (WS-MTT-NET-EDT)
                  DELIMITED BY SIZE INTO REC-ECO
           END-STRING.
           WRITE REC-ECO.

           EXEC SQL
               FETCH C-ECO
               INTO  :PG-ORG-RSU, :PG-LIB-ORG-RSU,
                     :PG-QTE-FAC-RSU, :PG-MTT-FAC-RSU,
                     :PG-QTE-AVR-RSU, :PG-MTT-AVR-RSU
           END-EXEC.

           EXIT.
       0250-ECO-ORG-LGN-FIN.

      *-----------------------------------------------------------------

      * Total du trimestre : unites et eco-participation nettes a
      * reverser, tous organismes confondus.

       0300-TOT-TRI-DEB.

           COMPUTE WS-TOT-NET = WS-TOT-FAC - WS-TOT-AVR.

           MOVE WS-NBR-ORG TO WS-NBR-ORG-EDT.
           MOVE WS-TOT-QTE TO WS-TOT-QTE-EDT.
           MOVE WS-TOT-FAC TO WS-TOT-FAC-EDT.
           MOVE WS-TOT-AVR TO WS-TOT-AVR-EDT.
           MOVE WS-TOT-NET TO WS-TOT-NET-EDT.

           DISPLAY "------------------------------------------------".
           DISPLAY "Organismes declares   : "
                   FUNCTION TRIM (WS-NBR-ORG-EDT).
           DISPLAY "Unites nettes         : "
                   FUNCTION TRIM (WS-TOT-QTE-EDT).
           DISPLAY "Eco-part. facturee    : "
                   FUNCTION TRIM (WS-TOT-FAC-EDT) " EUR".
           DISPLAY "Eco-part. remboursee  : "
                   FUNCTION TRIM (WS-TOT-AVR-EDT) " EUR".
           DISPLAY "Eco-part. a reverser  : "
                   FUNCTION TRIM (WS-TOT-NET-EDT) " EUR".

           MOVE SPACES TO REC-ECO.
           STRING "total;organismes;" DELIMITED BY SIZE
                  FUNCTION TRIM (WS-NBR-ORG-EDT) DELIMITED BY SIZE
                  ";qte_nette;" DELIMITED BY SIZE
                  FUNCTION TRIM (WS-TOT-QTE-EDT) DELIMITED BY SIZE
                  ";eco_facturee;" DELIMITED BY SIZE
                  FUNCTION TRIM (WS-TOT-FAC-EDT) DELIMITED BY SIZE
                  ";eco_avoirs;" DELIMITED BY SIZE
                  FUNCTION TRIM (WS-TOT-AVR-EDT) DELIMITED BY SIZE
                  ";eco_nette;" DELIMITED BY SIZE
                  FUNCTION TRIM (WS-TOT-NET-EDT) DELIMITED BY SIZE
                  INTO REC-ECO
           END-STRING.
           WRITE REC-ECO.

           EXIT.
       0300-TOT-TRI-FIN.
