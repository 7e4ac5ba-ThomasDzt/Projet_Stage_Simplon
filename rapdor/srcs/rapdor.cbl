      * valeur immobilisee qui alimente la discussion de depreciation  *
      * de fin d'annee. Edition a l'ecran et dans le fichier delimite  *
      * RAPDOR, sur le modele de rapstk.                               *
      * Une famille (ou sous-famille) saisie au lancement restreint le *
      * rapport aux pieces qui en relevent ; pieces dormantes et       *
      * valeur immobilisee sont sous-totalisees par famille (par       *
      * sous-famille lorsque le rapport est restreint a une famille),  *
      * a l'ecran et dans un second bloc du fichier.                   *
      *                                                                *
      *----------------------------------------------------------------*
      *                           TRIGRAMMES                           *
      * rapdor=rapport stock dormant                                   *
      * PIE=PIECE; QTE=QUANTITE; VAL=VALEUR; DEP=DEPOT; NOM=NOM;       *
      * JOU=JOUR; NBR=NOMBRE; TOT=TOTAL; RSU=RESULTAT; EDT=EDITION;    *
      * RAP=RAPPORT; DEB=DEBUT; FAM=FAMILLE; FLT=FILTRE; COD=CODE;     *
      * LIB=LIBELLE                                                    *
      ******************************************************************

       IDENTIFICATION DIVISION.
       01 PG-VAL-TOT            PIC 9(12)V99.
       01 PG-NBR-TOT            PIC 9(10).

      * Famille ou sous-famille saisie au lancement (a blanc = toutes),
      * et sous-totaux de la famille courante.
       01 PG-FAM-FLT            PIC X(10).
       01 PG-COD-FAM-RSU        PIC X(10).
       01 PG-LIB-FAM-RSU        PIC X(40).
       01 PG-NBR-PIE-FAM        PIC 9(10).
       01 PG-VAL-PIE-FAM        PIC 9(12)V99.

       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.
                          AND    h.date_hist > CURRENT_DATE
                                               - :PG-NBR-JOU
                          AND    h.qt_pie <> p.qt_pie)
               AND    (TRIM(:PG-FAM-FLT) = ''
                       OR p.code_fam = :PG-FAM-FLT
                       OR p.code_fam IN (SELECT s.code_fam
                                         FROM   famille s
                                         WHERE  s.code_fam_par =
                                                :PG-FAM-FLT))
               ORDER BY p.qt_pie * COALESCE(p.prix_unitaire_pie, 0)
                        DESC, p.nom_pie
       END-EXEC.

      * Declaration du curseur des sous-totaux par famille (famille de
      * tete, ou sous-famille lorsque le rapport est restreint a une
      * famille), memes criteres de dormance que C-DOR ; pieces non
      * classees en fin.
       EXEC SQL
           DECLARE C-DOR-FAM CURSOR FOR
               SELECT COALESCE(g.code_fam, ''),
                      COALESCE(MIN(g.lib_fam), 'Non classee'),
                      COUNT(*),
                      SUM(p.qt_pie * COALESCE(p.prix_unitaire_pie, 0))
               FROM   piece p
               LEFT JOIN famille s ON s.code_fam = p.code_fam
               LEFT JOIN famille g
                      ON g.code_fam =
                         (CASE WHEN TRIM(:PG-FAM-FLT) = ''
                               THEN COALESCE(s.code_fam_par,
                                             s.code_fam)
                               ELSE s.code_fam END)
               WHERE  p.actif_pie = 'O'
               AND    NOT EXISTS (
                          SELECT 1 FROM logs l
                          WHERE  l.id_pie = p.id_pie
                          AND    l.qte_log IS NOT NULL
                          AND    l.date_log > CURRENT_DATE
                                              - :PG-NBR-JOU)
               AND    NOT EXISTS (
                          SELECT 1 FROM piece_hist h
                          WHERE  h.id_pie = p.id_pie
                          AND    h.date_hist > CURRENT_DATE
                                               - :PG-NBR-JOU
                          AND    h.qt_pie <> p.qt_pie)
               AND    (TRIM(:PG-FAM-FLT) = ''
                       OR p.code_fam = :PG-FAM-FLT
                       OR s.code_fam_par = :PG-FAM-FLT)
               GROUP BY g.code_fam
               ORDER BY g.code_fam NULLS LAST
       END-EXEC.

       01 WS-IDF-PIE-EDT        PIC Z(10).
       01 WS-QTE-PIE-EDT        PIC Z(10).
       01 WS-VAL-PIE-EDT        PIC Z(12).99.
           PERFORM 2000-RAP-DOR-DEB
              THRU 2000-RAP-DOR-FIN.

           PERFORM 2500-RAP-FAM-DEB
              THRU 2500-RAP-FAM-FIN.

           PERFORM 3000-RAP-TOT-DEB
              THRU 3000-RAP-TOT-FIN.


           DISPLAY "Stock dormant - nombre de jours sans mouvement :".
           ACCEPT PG-NBR-JOU.
           DISPLAY "Famille ou sous-famille (vide = toutes) :".
           ACCEPT PG-FAM-FLT.

           DISPLAY "Pieces actives sans mouvement depuis " PG-NBR-JOU
                   " jour(s)".
           IF PG-FAM-FLT NOT = SPACES
               DISPLAY "Famille : " PG-FAM-FLT
           END-IF.
           DISPLAY "-------------------------------------------------".
           DISPLAY "ID         Nom                  Depot       Qte  "
                   " Valeur".

           EXEC SQL CLOSE C-DOR END-EXEC.

           EXIT.
       2000-RAP-DOR-FIN.

           EXIT.
       2100-AFF-RSU-DOR-FIN.

      *-----------------------------------------------------------------

      * Parcourt le curseur des sous-totaux par famille, edites a
      * l'ecran et dans un second bloc du fichier RAPDOR (avec sa
      * propre ligne d'entete).

       2500-RAP-FAM-DEB.

           DISPLAY "-------------------------------------------------".
           IF PG-FAM-FLT = SPACES
               DISPLAY "Famille     Pieces      Valeur"
           ELSE
               DISPLAY "Sous-fam.   Pieces      Valeur"
           END-IF.

           MOVE SPACES TO REC-RAP-DOR.
           STRING "famille;libelle;nb_pieces;valeur"
                  DELIMITED BY SIZE INTO REC-RAP-DOR
           END-STRING.
           WRITE REC-RAP-DOR.

           EXEC SQL OPEN C-DOR-FAM END-EXEC.

           EXEC SQL
               FETCH C-DOR-FAM
               INTO  :PG-COD-FAM-RSU, :PG-LIB-FAM-RSU,
                     :PG-NBR-PIE-FAM, :PG-VAL-PIE-FAM
           END-EXEC.

           PERFORM 2600-AFF-RSU-FAM-DEB
              THRU 2600-AFF-RSU-FAM-FIN
              UNTIL SQLCODE NOT = 0.

           EXEC SQL CLOSE C-DOR-FAM END-EXEC.

           CLOSE F-RAP-DOR.

           EXIT.
       2500-RAP-FAM-FIN.

      *-----------------------------------------------------------------

       2600-AFF-RSU-FAM-DEB.

           MOVE PG-NBR-PIE-FAM TO WS-NBR-TOT-EDT.
           MOVE PG-VAL-PIE-FAM TO WS-VAL-PIE-EDT.

           DISPLAY PG-COD-FAM-RSU "  " WS-NBR-TOT-EDT "  "
                   WS-VAL-PIE-EDT.

           MOVE SPACES TO REC-RAP-DOR.
           STRING FUNCTION TRIM (PG-COD-FAM-RSU) ";"
                  FUNCTION TRIM (PG-LIB-FAM-RSU) ";"
                  FUNCTION TRIM (WS-NBR-TOT-EDT) ";"
                  FUNCTION TRIM (WS-VAL-PIE-EDT)
                  DELIMITED BY SIZE INTO REC-RAP-DOR
           END-STRING.
           WRITE REC-RAP-DOR.

           EXEC SQL
               FETCH C-DOR-FAM
               INTO  :PG-COD-FAM-RSU, :PG-LIB-FAM-RSU,
                     :PG-NBR-PIE-FAM, :PG-VAL-PIE-FAM
           END-EXEC.

           EXIT.
       2600-AFF-RSU-FAM-FIN.

      *-----------------------------------------------------------------

       3000-RAP-TOT-DEB.
