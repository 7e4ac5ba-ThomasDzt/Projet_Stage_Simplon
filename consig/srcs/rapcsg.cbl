      ******************************************************************
      *                                                                *
      *                 DESCRIPTION DU SOUS-PROGRAMME                  *
      *                                                                *
      * rapcsg : etat des consignes de pieces d'echange standard, a    *
      * l'ecran et dans le fichier spoole RAPCSG (genspl). Trois       *
      * parties : les consignes ouvertes par client (quantite vendue   *
      * sur les lignes de consigne, hors commandes annulees, moins ce  *
      * qui a ete repris, valorisee au montant de consigne fige sur la *
      * ligne) ; les carcasses reprises par retcsg encore en stock,    *
      * par piece, valorisees a la consigne de la piece ; les          *
      * carcasses renvoyees au fournisseur par retfou dont l'avoir est *
      * attendu. Remplace le cahier de suivi des consignes.            *
      *                                                                *
      *----------------------------------------------------------------*
      *                           TRIGRAMMES                           *
      *                                                                *
      * rapcsg=rapport consignes                                       *
      * CSG=CONSIGNE; CRC=CARCASSE; OUV=OUVERTE; STK=STOCK;            *
      * ATT=ATTENTE (AVOIR); CLI=CLIENT; PIE=PIECE; FOU=FOURNISSEUR;   *
      * RTF=RETOUR FOURNISSEUR; QTE=QUANTITE; MTT=MONTANT; DAT=DATE;   *
      * TOT=TOTAL; NBR=NOMBRE; RSU=RESULTAT; SPL=SPOOL; FIC=FICHIER;   *
      * EDT=EDITION; LRR=LEURRE; DEB=DEBUT                             *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. rapcsg.
       AUTHOR. ThomasD.
       DATE-WRITTEN. 15-10-2026 (fr).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT F-CSG ASSIGN TO WS-FIC-SPL
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD F-CSG.
       01 REC-CSG               PIC X(160).

       WORKING-STORAGE SECTION.

      * Nom de fichier date attribue par genspl.
       01 WS-FIC-SPL            PIC X(50).
       01 WS-NOM-RAP            PIC X(14)   VALUE "RAPCSG".
       01 WS-IDF-UTI-NUL        PIC 9(10)   VALUE 0.
       01 WS-RTR-SPL            PIC 9(01).

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.

      * Consignes ouvertes d'un client.
       01 PG-IDF-CLI-RSU        PIC 9(10).
       01 PG-NOM-CLI-RSU        PIC X(50).
       01 PG-QTE-OUV-RSU        PIC 9(08).
       01 PG-MTT-OUV-RSU        PIC 9(10)V99.

      * Carcasses en stock d'une piece.
       01 PG-IDF-PIE-RSU        PIC 9(10).
       01 PG-NOM-PIE-RSU        PIC X(30).
       01 PG-QTE-STK-RSU        PIC 9(08).
       01 PG-MTT-STK-RSU        PIC 9(10)V99.

      * Retour de carcasses au fournisseur en attente d'avoir.
       01 PG-IDF-RTF-RSU        PIC 9(10).
       01 PG-NOM-FOU-RSU        PIC X(50).
       01 PG-QTE-RTF-RSU        PIC 9(05).
       01 PG-MTT-ATT-RSU        PIC 9(12)V99.
       01 PG-DAT-RTF-RSU        PIC X(10).

       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

      * Declaration du curseur des consignes ouvertes par client :
      * lignes de consigne (rattachees a une ligne de piece) des
      * commandes non annulees, quantite vendue moins reprise.
       EXEC SQL
           DECLARE C-OUV CURSOR FOR
               SELECT k.id_cli, k.nom_cli, SUM(u.qte_ouv),
                      SUM(u.qte_ouv * u.prix_lgn_cmd)
               FROM  (SELECT c.id_cli, l.prix_lgn_cmd,
                             l.qte_lgn_cmd
                             - COALESCE((SELECT SUM(r.qte_ret)
                                         FROM commande_retour r
                                         WHERE r.id_lgn_cmd =
                                               l.id_lgn_cmd), 0)
                             AS qte_ouv
                      FROM   commande_ligne l
                      JOIN   commande c ON c.id_cmd = l.id_cmd
                      WHERE  l.id_lgn_csg IS NOT NULL
                      AND    COALESCE(c.statut_cmd, 'saisie')
                             <> 'annulee') u
               JOIN   client k ON k.id_cli = u.id_cli
               WHERE  u.qte_ouv > 0
               GROUP BY k.id_cli, k.nom_cli
               ORDER BY k.nom_cli, k.id_cli
       END-EXEC.

      * Declaration du curseur des carcasses en stock par piece.
       EXEC SQL
           DECLARE C-STK CURSOR FOR
               SELECT p.id_pie, p.nom_pie, SUM(c.qte_crc),
                      SUM(c.qte_crc) * COALESCE(MAX(p.csg_pie), 0)
               FROM   carcasse c
               JOIN   piece p ON p.id_pie = c.id_pie
               WHERE  c.statut_crc = 'stock'
               GROUP BY p.id_pie, p.nom_pie
               ORDER BY p.nom_pie, p.id_pie
       END-EXEC.

      * Declaration du curseur des retours de carcasses au
      * fournisseur en attente d'avoir.
       EXEC SQL
           DECLARE C-ATT CURSOR FOR
               SELECT r.id_rtf, f.nom_fou, p.nom_pie, r.qte_rtf,
                      r.mtt_attendu, r.date_rtf
               FROM   retour_fournisseur r
               JOIN   fournisseur f ON f.id_fou = r.id_fou
               JOIN   piece p ON p.id_pie = r.id_pie
               WHERE  r.carcasse_rtf = 'O'
               AND    r.statut_rtf = 'attente_avoir'
               ORDER BY r.date_rtf, r.id_rtf
       END-EXEC.

       01 WS-LRR                PIC X(01).

      * Totaux des trois parties.
       01 WS-NBR-LGN            PIC 9(05).
       01 WS-TOT-QTE            PIC 9(09).
       01 WS-TOT-MTT            PIC 9(12)V99.

       01 WS-IDF-EDT            PIC Z(09)9.
       01 WS-QTE-EDT            PIC Z(07)9.
       01 WS-MTT-EDT            PIC Z(11)9.99.
       01 WS-TOT-QTE-EDT        PIC Z(08)9.
       01 WS-TOT-MTT-EDT        PIC Z(11)9.99.


       PROCEDURE DIVISION.

           CALL "genspl" USING WS-NOM-RAP
                               WS-IDF-UTI-NUL
                               WS-FIC-SPL
                               WS-RTR-SPL
           END-CALL.

           OPEN OUTPUT F-CSG.

           PERFORM 0100-CSG-OUV-DEB
              THRU 0100-CSG-OUV-FIN.

           PERFORM 0200-CRC-STK-DEB
              THRU 0200-CRC-STK-FIN.

           PERFORM 0300-CRC-ATT-DEB
              THRU 0300-CRC-ATT-FIN.

           CLOSE F-CSG.

           DISPLAY "Appuyez sur entree".
           ACCEPT WS-LRR.

           EXIT PROGRAM.

      ******************************************************************
      *                         PARAGRAPHES                            *
      ******************************************************************

      * Consignes ouvertes par client : carcasses encore dues et
      * montant de consigne a rembourser a leur retour.

       0100-CSG-OUV-DEB.

           MOVE 0 TO WS-NBR-LGN WS-TOT-QTE WS-TOT-MTT.

           DISPLAY "------------------------------------------------".
           DISPLAY "Consignes ouvertes par client".
           DISPLAY "Id client  Client                          "
                   "  Qte ouv.        Consigne".

           MOVE SPACES TO REC-CSG.
           STRING "Consignes ouvertes par client" DELIMITED BY SIZE
                  INTO REC-CSG
           END-STRING.
           WRITE REC-CSG.

           MOVE SPACES TO REC-CSG.
           STRING "id_client;client;qte_ouverte;consigne"
                  DELIMITED BY SIZE INTO REC-CSG
           END-STRING.
           WRITE REC-CSG.

           EXEC SQL OPEN C-OUV END-EXEC.

           EXEC SQL
               FETCH C-OUV
               INTO  :PG-IDF-CLI-RSU, :PG-NOM-CLI-RSU,
                     :PG-QTE-OUV-RSU, :PG-MTT-OUV-RSU
           END-EXEC.

           PERFORM 0150-CSG-OUV-LGN-DEB
              THRU 0150-CSG-OUV-LGN-FIN
              UNTIL SQLCODE NOT = 0.

           EXEC SQL CLOSE C-OUV END-EXEC.

           IF WS-NBR-LGN = 0
               DISPLAY "(aucune consigne ouverte)"
           END-IF.

           PERFORM 0900-TOT-PRT-DEB
              THRU 0900-TOT-PRT-FIN.

           EXIT.
       0100-CSG-OUV-FIN.

      *-----------------------------------------------------------------

       0150-CSG-OUV-LGN-DEB.

           ADD 1 TO WS-NBR-LGN.
           ADD PG-QTE-OUV-RSU TO WS-TOT-QTE.
           ADD PG-MTT-OUV-RSU TO WS-TOT-MTT.

           MOVE PG-IDF-CLI-RSU TO WS-IDF-EDT.
           MOVE PG-QTE-OUV-RSU TO WS-QTE-EDT.
           MOVE PG-MTT-OUV-RSU TO WS-MTT-EDT.

           DISPLAY WS-IDF-EDT " " PG-NOM-CLI-RSU (1:30) " "
                   WS-QTE-EDT " " WS-MTT-EDT.

           MOVE SPACES TO REC-CSG.
           STRING FUNCTION TRIM (WS-IDF-EDT) ";"
                  FUNCTION TRIM (PG-NOM-CLI-RSU) ";"
                  FUNCTION TRIM (WS-QTE-EDT) ";"
                  FUNCTION TRIM (WS-MTT-EDT)
                  DELIMITED BY SIZE INTO REC-CSG
           END-STRING.
           WRITE REC-CSG.

           EXEC SQL
               FETCH C-OUV
               INTO  :PG-IDF-CLI-RSU, :PG-NOM-CLI-RSU,
                     :PG-QTE-OUV-RSU, :PG-MTT-OUV-RSU
           END-EXEC.

           EXIT.
       0150-CSG-OUV-LGN-FIN.

      *-----------------------------------------------------------------

      * Carcasses reprises encore en stock, par piece, valorisees a
      * la consigne : ce qui reste a renvoyer au fournisseur.

       0200-CRC-STK-DEB.

           MOVE 0 TO WS-NBR-LGN WS-TOT-QTE WS-TOT-MTT.

           DISPLAY " ".
           DISPLAY "Carcasses en stock a renvoyer au fournisseur".
           DISPLAY "Id piece   Piece                           "
                   "  Qte stk.        Consigne".

           MOVE SPACES TO REC-CSG.
           STRING "Carcasses en stock" DELIMITED BY SIZE
                  INTO REC-CSG
           END-STRING.
           WRITE REC-CSG.

           MOVE SPACES TO REC-CSG.
           STRING "id_piece;piece;qte_stock;consigne"
                  DELIMITED BY SIZE INTO REC-CSG
           END-STRING.
           WRITE REC-CSG.

           EXEC SQL OPEN C-STK END-EXEC.

           EXEC SQL
               FETCH C-STK
               INTO  :PG-IDF-PIE-RSU, :PG-NOM-PIE-RSU,
                     :PG-QTE-STK-RSU, :PG-MTT-STK-RSU
           END-EXEC.

           PERFORM 0250-CRC-STK-LGN-DEB
              THRU 0250-CRC-STK-LGN-FIN
              UNTIL SQLCODE NOT = 0.

           EXEC SQL CLOSE C-STK END-EXEC.

           IF WS-NBR-LGN = 0
               DISPLAY "(aucune carcasse en stock)"
           END-IF.

           PERFORM 0900-TOT-PRT-DEB
              THRU 0900-TOT-PRT-FIN.

           EXIT.
       0200-CRC-STK-FIN.

      *-----------------------------------------------------------------

       0250-CRC-STK-LGN-DEB.

           ADD 1 TO WS-NBR-LGN.
           ADD PG-QTE-STK-RSU TO WS-TOT-QTE.
           ADD PG-MTT-STK-RSU TO WS-TOT-MTT.

           MOVE PG-IDF-PIE-RSU TO WS-IDF-EDT.
           MOVE PG-QTE-STK-RSU TO WS-QTE-EDT.
           MOVE PG-MTT-STK-RSU TO WS-MTT-EDT.

           DISPLAY WS-IDF-EDT " " PG-NOM-PIE-RSU "  "
                   WS-QTE-EDT " " WS-MTT-EDT.

           MOVE SPACES TO REC-CSG.
           STRING FUNCTION TRIM (WS-IDF-EDT) ";"
                  FUNCTION TRIM (PG-NOM-PIE-RSU) ";"
                  FUNCTION TRIM (WS-QTE-EDT) ";"
                  FUNCTION TRIM (WS-MTT-EDT)
                  DELIMITED BY SIZE INTO REC-CSG
           END-STRING.
           WRITE REC-CSG.

           EXEC SQL
               FETCH C-STK
               INTO  :PG-IDF-PIE-RSU, :PG-NOM-PIE-RSU,
                     :PG-QTE-STK-RSU, :PG-MTT-STK-RSU
           END-EXEC.

           EXIT.
       0250-CRC-STK-LGN-FIN.

      *-----------------------------------------------------------------

      * Carcasses renvoyees au fournisseur (retfou) dont l'avoir est
      * attendu ; le retour se solde dans retfou a son arrivee.

       0300-CRC-ATT-DEB.

           MOVE 0 TO WS-NBR-LGN WS-TOT-QTE WS-TOT-MTT.

           DISPLAY " ".
           DISPLAY "Carcasses en attente d'avoir fournisseur".
           DISPLAY "  Retour   Fournisseur          Piece           "
                   "      Qte         Attendu  Du".

           MOVE SPACES TO REC-CSG.
           STRING "Carcasses en attente d'avoir fournisseur"
                  DELIMITED BY SIZE INTO REC-CSG
           END-STRING.
           WRITE REC-CSG.

           MOVE SPACES TO REC-CSG.
           STRING "id_retour;fournisseur;piece;qte;avoir_attendu;"
                  "date_retour"
                  DELIMITED BY SIZE INTO REC-CSG
           END-STRING.
           WRITE REC-CSG.

           EXEC SQL OPEN C-ATT END-EXEC.

           EXEC SQL
               FETCH C-ATT
               INTO  :PG-IDF-RTF-RSU, :PG-NOM-FOU-RSU,
                     :PG-NOM-PIE-RSU, :PG-QTE-RTF-RSU,
                     :PG-MTT-ATT-RSU, :PG-DAT-RTF-RSU
           END-EXEC.

           PERFORM 0350-CRC-ATT-LGN-DEB
              THRU 0350-CRC-ATT-LGN-FIN
              UNTIL SQLCODE NOT = 0.

           EXEC SQL CLOSE C-ATT END-EXEC.

           IF WS-NBR-LGN = 0
               DISPLAY "(aucun retour de carcasses en attente)"
           END-IF.

           PERFORM 0900-TOT-PRT-DEB
              THRU 0900-TOT-PRT-FIN.

           EXIT.
       0300-CRC-ATT-FIN.

      *-----------------------------------------------------------------

       0350-CRC-ATT-LGN-DEB.

           ADD 1 TO WS-NBR-LGN.
           ADD PG-QTE-RTF-RSU TO WS-TOT-QTE.
           ADD PG-MTT-ATT-RSU TO WS-TOT-MTT.

           MOVE PG-IDF-RTF-RSU TO WS-IDF-EDT.
           MOVE PG-QTE-RTF-RSU TO WS-QTE-EDT.
           MOVE PG-MTT-ATT-RSU TO WS-MTT-EDT.

           DISPLAY WS-IDF-EDT " " PG-NOM-FOU-RSU (1:20) " "
                   PG-NOM-PIE-RSU (1:20) " " WS-QTE-EDT " "
                   WS-MTT-EDT "  " PG-DAT-RTF-RSU.

           MOVE SPACES TO REC-CSG.
           STRING FUNCTION TRIM (WS-IDF-EDT) ";"
                  FUNCTION TRIM (PG-NOM-FOU-RSU) ";"
                  FUNCTION TRIM (PG-NOM-PIE-RSU) ";"
                  FUNCTION TRIM (WS-QTE-EDT) ";"
                  FUNCTION TRIM (WS-MTT-EDT) ";"
                  PG-DAT-RTF-RSU
                  DELIMITED BY SIZE INTO REC-CSG
           END-STRING.
           WRITE REC-CSG.

           EXEC SQL
               FETCH C-ATT
               INTO  :PG-IDF-RTF-RSU, :PG-NOM-FOU-RSU,
                     :PG-NOM-PIE-RSU, :PG-QTE-RTF-RSU,
                     :PG-MTT-ATT-RSU, :PG-DAT-RTF-RSU
           END-EXEC.

           EXIT.
       0350-CRC-ATT-LGN-FIN.

      *-----------------------------------------------------------------

      * Total de la partie qui vient d'etre editee, a l'ecran et dans
      * le fichier spoole.

       0900-TOT-PRT-DEB.

           MOVE WS-TOT-QTE TO WS-TOT-QTE-EDT.
           MOVE WS-TOT-MTT TO WS-TOT-MTT-EDT.

           DISPLAY "Total : " FUNCTION TRIM (WS-TOT-QTE-EDT)
                   " unite(s), " FUNCTION TRIM (WS-TOT-MTT-EDT)
                   " EUR".

           MOVE SPACES TO REC-CSG.
           STRING "total;" DELIMITED BY SIZE
                  FUNCTION TRIM (WS-TOT-QTE-EDT) DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  FUNCTION TRIM (WS-TOT-MTT-EDT) DELIMITED BY SIZE
                  INTO REC-CSG
           END-STRING.
           WRITE REC-CSG.

           EXIT.
       0900-TOT-PRT-FIN.
