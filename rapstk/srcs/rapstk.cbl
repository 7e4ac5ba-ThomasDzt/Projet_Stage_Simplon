      * de la rupture en tete), et edite le resultat a la fois a       *
      * l'ecran (comme rapaud) et dans un fichier delimite RAPSTK      *
      * exploitable par un tableur ou imprimable tel quel.             *
      * Les quantites en commande ne comptent pas les commandes        *
      * fournisseur en livraison directe, qui ne rentrent jamais en    *
      * stock.                                                         *
      * Une famille (ou sous-famille) saisie au lancement restreint    *
      * l'inventaire aux pieces qui en relevent ; pieces, quantites et *
      * pieces sous le seuil sont sous-totalisees par famille (par     *
      * sous-famille lorsque le rapport est restreint a une famille),  *
      * a l'ecran et dans un second bloc du fichier.                   *
      *                                                                *
      *----------------------------------------------------------------*
      *                           TRIGRAMMES                           *
      * rapstk=rapport de stock                                        *
      * IDF=IDENTIFIANT; PIE=PIECE; NOM=NOM; QTE=QUANTITE;             *
      * SUL=SEUIL; DEP=DEPOT; NBR=NOMBRE; RSU=RESULTAT; EDT=EDITION;   *
      * DEB=DEBUT; RAP=RAPPORT; STK=STOCK; ECR=ECRITURE; FAM=FAMILLE;  *
      * FLT=FILTRE; COD=CODE; LIB=LIBELLE                              *
      ******************************************************************

       IDENTIFICATION DIVISION.
       01 PG-NBR-TOT            PIC 9(10).
       01 PG-NBR-SUL            PIC 9(10).

      * Famille ou sous-famille saisie au lancement (a blanc = toutes),
      * et sous-totaux de la famille courante.
       01 PG-FAM-FLT            PIC X(10).
       01 PG-COD-FAM-RSU        PIC X(10).
       01 PG-LIB-FAM-RSU        PIC X(40).
       01 PG-NBR-PIE-FAM        PIC 9(10).
       01 PG-QTE-PIE-FAM        PIC 9(12).
       01 PG-NBR-SUL-FAM        PIC 9(10).

       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.
                                WHERE c.id_pie = p.id_pie
                                AND   c.statut_cmd_pie IN
                                      ('brouillon', 'validee',
                                       'envoyee')
                                AND   COALESCE(c.liv_dir_cmd_pie, 'N')
                                      = 'N'), 0),
                      (SELECT MIN(c.date_cmd_pie)
                       FROM piece_commande c
                       WHERE c.id_pie = p.id_pie
                       AND   c.statut_cmd_pie IN
                             ('brouillon', 'validee', 'envoyee')
                       AND   COALESCE(c.liv_dir_cmd_pie, 'N') = 'N')
               FROM   piece p
               WHERE  p.actif_pie = 'O'
               AND    (TRIM(:PG-FAM-FLT) = ''
                       OR p.code_fam = :PG-FAM-FLT
                       OR p.code_fam IN (SELECT s.code_fam
                                         FROM   famille s
                                         WHERE  s.code_fam_par =
                                                :PG-FAM-FLT))
               ORDER BY (p.qt_pie - p.seuil_pie) ASC, p.nom_pie
       END-EXEC.

      * Declaration du curseur des sous-totaux par famille (famille de
      * tete, ou sous-famille lorsque le rapport est restreint a une
      * famille) ; pieces non classees en fin.
       EXEC SQL
           DECLARE C-STK-FAM CURSOR FOR
               SELECT COALESCE(g.code_fam, ''),
                      COALESCE(MIN(g.lib_fam), 'Non classee'),
                      COUNT(*), SUM(p.qt_pie),
                      SUM(CASE WHEN p.qt_pie <= p.seuil_pie
                               THEN 1 ELSE 0 END)
               FROM   piece p
               LEFT JOIN famille s ON s.code_fam = p.code_fam
               LEFT JOIN famille g
                      ON g.code_fam =
                         (CASE WHEN TRIM(:PG-FAM-FLT) = ''
                               THEN COALESCE(s.code_fam_par,
                                             s.code_fam)
                               ELSE s.code_fam END)
               WHERE  p.actif_pie = 'O'
               AND    (TRIM(:PG-FAM-FLT) = ''
                       OR p.code_fam = :PG-FAM-FLT
                       OR s.code_fam_par = :PG-FAM-FLT)
               GROUP BY g.code_fam
               ORDER BY g.code_fam NULLS LAST
       END-EXEC.

       01 WS-IDF-PIE-EDT        PIC Z(10).
       01 WS-QTE-PIE-EDT        PIC Z(10).
       01 WS-SUL-PIE-EDT        PIC Z(10).
       01 WS-QTE-CMD-EDT        PIC Z(10).
       01 WS-NBR-TOT-EDT        PIC Z(10).
       01 WS-NBR-SUL-EDT        PIC Z(10).
       01 WS-QTE-FAM-EDT        PIC Z(12).


       PROCEDURE DIVISION.
           PERFORM 2000-RAP-STK-DEB
              THRU 2000-RAP-STK-FIN.

           PERFORM 2500-RAP-FAM-DEB
              THRU 2500-RAP-FAM-FIN.

           PERFORM 3000-RAP-TOT-DEB
              THRU 3000-RAP-TOT-FIN.

           MOVE 0 TO PG-NBR-TOT.
           MOVE 0 TO PG-NBR-SUL.

           DISPLAY "Famille ou sous-famille (vide = toutes) :".
           ACCEPT PG-FAM-FLT.

           DISPLAY "Rapport d'inventaire du stock".
           IF PG-FAM-FLT NOT = SPACES
               DISPLAY "Famille : " PG-FAM-FLT
           END-IF.
           DISPLAY "-------------------------------------------------".
           DISPLAY "ID         Nom                  Depot       Qte  "
                   " Seuil      En cmde    Depuis".

           EXEC SQL CLOSE C-STK END-EXEC.

           EXIT.
       2000-RAP-STK-FIN.


      *-----------------------------------------------------------------

      * Parcourt le curseur des sous-totaux par famille, edites a
      * l'ecran et dans un second bloc du fichier RAPSTK (avec sa
      * propre ligne d'entete).

       2500-RAP-FAM-DEB.

           DISPLAY "-------------------------------------------------".
           IF PG-FAM-FLT = SPACES
               DISPLAY "Famille     Pieces      Qte en stock  "
                       "Sous le seuil"
           ELSE
               DISPLAY "Sous-fam.   Pieces      Qte en stock  "
                       "Sous le seuil"
           END-IF.

           MOVE SPACES TO REC-RAP-STK.
           STRING "famille;libelle;nb_pieces;qt_pie;nb_sous_seuil"
                  DELIMITED BY SIZE INTO REC-RAP-STK
           END-STRING.
           WRITE REC-RAP-STK.

           EXEC SQL OPEN C-STK-FAM END-EXEC.

           EXEC SQL
               FETCH C-STK-FAM
               INTO  :PG-COD-FAM-RSU, :PG-LIB-FAM-RSU,
                     :PG-NBR-PIE-FAM, :PG-QTE-PIE-FAM,
                     :PG-NBR-SUL-FAM
           END-EXEC.

           PERFORM 2600-AFF-RSU-FAM-DEB
              THRU 2600-AFF-RSU-FAM-FIN
              UNTIL SQLCODE NOT = 0.

           EXEC SQL CLOSE C-STK-FAM END-EXEC.

           CLOSE F-RAP-STK.

           EXIT.
       2500-RAP-FAM-FIN.

      *-----------------------------------------------------------------

       2600-AFF-RSU-FAM-DEB.

           MOVE PG-NBR-PIE-FAM TO WS-NBR-TOT-EDT.
           MOVE PG-QTE-PIE-FAM TO WS-QTE-FAM-EDT.
           MOVE PG-NBR-SUL-FAM TO WS-NBR-SUL-EDT.

           DISPLAY PG-COD-FAM-RSU "  " WS-NBR-TOT-EDT "  "
                   WS-QTE-FAM-EDT "  " WS-NBR-SUL-EDT.

           MOVE SPACES TO REC-RAP-STK.
           STRING FUNCTION TRIM (PG-COD-FAM-RSU) ";"
                  FUNCTION TRIM (PG-LIB-FAM-RSU) ";"
                  FUNCTION TRIM (WS-NBR-TOT-EDT) ";"
                  FUNCTION TRIM (WS-QTE-FAM-EDT) ";"
                  FUNCTION TRIM (WS-NBR-SUL-EDT)
                  DELIMITED BY SIZE INTO REC-RAP-STK
           END-STRING.
           WRITE REC-RAP-STK.

           EXEC SQL
               FETCH C-STK-FAM
               INTO  :PG-COD-FAM-RSU, :PG-LIB-FAM-RSU,
                     :PG-NBR-PIE-FAM, :PG-QTE-PIE-FAM,
                     :PG-NBR-SUL-FAM
           END-EXEC.

           EXIT.
       2600-AFF-RSU-FAM-FIN.

      *-----------------------------------------------------------------

      * Affiche le nombre total de pieces inventoriees et celles sous
      * ou au seuil d'alerte.

