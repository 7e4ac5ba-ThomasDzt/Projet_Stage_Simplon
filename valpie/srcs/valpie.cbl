      * pieces : pour chaque fournisseur, totalise qt_pie *            *
      * prix_unitaire_pie des pieces qui lui sont rattachees (fou_pie),*
      * puis affiche le total general tous fournisseurs confondus.     *
      * Une famille (ou sous-famille) saisie au lancement restreint la *
      * valorisation aux pieces qui en relevent ; la valeur est aussi  *
      * sous-totalisee par famille (par sous-famille lorsque le        *
      * rapport est restreint a une famille).                          *
      *                                                                *
      *----------------------------------------------------------------*
      *                           TRIGRAMMES                           *
      * valpie=valorisation piece                                      *
      * PIE=PIECE; QTE=QUANTITE; PRU=PRIX UNITAIRE; FOU=FOURNISSEUR;   *
      * NOM=NOM; VAL=VALEUR; TOT=TOTAL; RSU=RESULTAT; EDT=EDITION;     *
      * DEB=DEBUT; RAP=RAPPORT; FIN=FIN DE FICHIER; FAM=FAMILLE;       *
      * FLT=FILTRE; COD=CODE; LIB=LIBELLE                              *
      ******************************************************************

       IDENTIFICATION DIVISION.
       01 PG-NOM-FOU-RSU-IND    PIC S9(04) COMP-5.
       01 PG-VAL-FOU-RSU        PIC 9(10)V99.
       01 PG-VAL-TOT            PIC 9(10)V99.
       01 PG-VAL-TOT-IND        PIC S9(04) COMP-5.

      * Famille ou sous-famille saisie au lancement (a blanc = toutes),
      * et famille courante des sous-totaux.
       01 PG-FAM-FLT            PIC X(10).
       01 PG-COD-FAM-RSU        PIC X(10).
       01 PG-LIB-FAM-RSU        PIC X(40).
       01 PG-VAL-FAM-RSU        PIC 9(10)V99.

       EXEC SQL END DECLARE SECTION END-EXEC.

               SELECT f.nom_fou, SUM(p.qt_pie * p.prix_unitaire_pie)
               FROM   piece p
               LEFT JOIN fournisseur f ON f.id_fou = p.fou_pie
               WHERE  (TRIM(:PG-FAM-FLT) = ''
                       OR p.code_fam = :PG-FAM-FLT
                       OR p.code_fam IN (SELECT s.code_fam
                                         FROM   famille s
                                         WHERE  s.code_fam_par =
                                                :PG-FAM-FLT))
               GROUP BY f.nom_fou
               ORDER BY f.nom_fou
       END-EXEC.

      * Declaration du curseur de la valeur de stock par famille
      * (famille de tete, ou sous-famille lorsque le rapport est
      * restreint a une famille) ; pieces non classees en fin.
       EXEC SQL
           DECLARE C-VAL-FAM CURSOR FOR
               SELECT COALESCE(g.code_fam, ''),
                      COALESCE(MIN(g.lib_fam), 'Non classee'),
                      SUM(p.qt_pie * p.prix_unitaire_pie)
               FROM   piece p
               LEFT JOIN famille s ON s.code_fam = p.code_fam
               LEFT JOIN famille g
                      ON g.code_fam =
                         (CASE WHEN TRIM(:PG-FAM-FLT) = ''
                               THEN COALESCE(s.code_fam_par,
                                             s.code_fam)
                               ELSE s.code_fam END)
               WHERE  (TRIM(:PG-FAM-FLT) = ''
                       OR p.code_fam = :PG-FAM-FLT
                       OR s.code_fam_par = :PG-FAM-FLT)
               GROUP BY g.code_fam
               ORDER BY g.code_fam NULLS LAST
       END-EXEC.

       01 WS-VAL-FOU-RSU-EDT    PIC Z(10).99.
       01 WS-VAL-TOT-EDT        PIC Z(10).99.
       01 WS-VAL-FAM-RSU-EDT    PIC Z(10).99.


       PROCEDURE DIVISION.
           PERFORM 2000-RAP-FOU-DEB
              THRU 2000-RAP-FOU-FIN.

           PERFORM 2500-RAP-FAM-DEB
              THRU 2500-RAP-FAM-FIN.

           PERFORM 3000-RAP-TOT-DEB
              THRU 3000-RAP-TOT-FIN.


           EXEC SQL COMMIT END-EXEC.

           DISPLAY "Famille ou sous-famille (vide = toutes) :".
           ACCEPT PG-FAM-FLT.

           DISPLAY "Rapport de valorisation du stock par fournisseur".
           IF PG-FAM-FLT NOT = SPACES
               DISPLAY "Famille : " PG-FAM-FLT
           END-IF.
           DISPLAY "-------------------------------------------------".

           EXIT.

      *-----------------------------------------------------------------

      * Parcourt le curseur de la valeur de stock par famille.

       2500-RAP-FAM-DEB.

           DISPLAY "-------------------------------------------------".
           IF PG-FAM-FLT = SPACES
               DISPLAY "Valeur du stock par famille :"
           ELSE
               DISPLAY "Valeur du stock par sous-famille :"
           END-IF.

           EXEC SQL OPEN C-VAL-FAM END-EXEC.

           EXEC SQL
               FETCH C-VAL-FAM
               INTO  :PG-COD-FAM-RSU, :PG-LIB-FAM-RSU,
                     :PG-VAL-FAM-RSU
           END-EXEC.

           PERFORM 2600-AFF-RSU-FAM-DEB
              THRU 2600-AFF-RSU-FAM-FIN
              UNTIL SQLCODE NOT = 0.

           EXEC SQL CLOSE C-VAL-FAM END-EXEC.

           EXIT.
       2500-RAP-FAM-FIN.

      *-----------------------------------------------------------------

       2600-AFF-RSU-FAM-DEB.

           MOVE PG-VAL-FAM-RSU TO WS-VAL-FAM-RSU-EDT.

           DISPLAY PG-LIB-FAM-RSU " : "
                   FUNCTION TRIM (WS-VAL-FAM-RSU-EDT).

           EXEC SQL
               FETCH C-VAL-FAM
               INTO  :PG-COD-FAM-RSU, :PG-LIB-FAM-RSU,
                     :PG-VAL-FAM-RSU
           END-EXEC.

           EXIT.
       2600-AFF-RSU-FAM-FIN.

      *-----------------------------------------------------------------

      * Calcule et affiche la valeur totale du stock, tous
      * fournisseurs confondus.

       3000-RAP-TOT-DEB.

           EXEC SQL
               SELECT SUM(p.qt_pie * p.prix_unitaire_pie)
               INTO   :PG-VAL-TOT:PG-VAL-TOT-IND
               FROM   piece p
               WHERE  (TRIM(:PG-FAM-FLT) = ''
                       OR p.code_fam = :PG-FAM-FLT
                       OR p.code_fam IN (SELECT s.code_fam
                                         FROM   famille s
                                         WHERE  s.code_fam_par =
                                                :PG-FAM-FLT))
           END-EXEC.

      * Aucune piece dans la famille : la somme est NULL.
           IF PG-VAL-TOT-IND < 0
               MOVE 0 TO PG-VAL-TOT
           END-IF.

           MOVE PG-VAL-TOT TO WS-VAL-TOT-EDT.

           DISPLAY "-------------------------------------------------".
