      * l'ecart, a l'ecran et dans le fichier delimite RAPVAL, avec    *
      * les totaux - la reponse a "la valeur du stock a fin M contre   *
      * fin M-1" sans capture d'ecran de terminal.                     *
      * Une famille (ou sous-famille) saisie au lancement restreint la *
      * comparaison aux lignes d'instantane qui en relevent ; la       *
      * comparaison est aussi sous-totalisee par famille (par          *
      * sous-famille lorsque le rapport est restreint a une famille),  *
      * a l'ecran et dans un second bloc du fichier. Les instantanes   *
      * anterieurs au classement en familles sont "Non classee".       *
      *                                                                *
      *----------------------------------------------------------------*
      *                           TRIGRAMMES                           *
      * rapval=rapport valorisation                                    *
      * VAL=VALORISATION; FOU=FOURNISSEUR; DRN=DERNIER; PRC=PRECEDENT; *
      * ECA=ECART; DAT=DATE; NOM=NOM; TOT=TOTAL; RSU=RESULTAT;         *
      * EDT=EDITION; RAP=RAPPORT; DEB=DEBUT; FAM=FAMILLE; FLT=FILTRE;  *
      * COD=CODE; LIB=LIBELLE                                          *
      ******************************************************************

       IDENTIFICATION DIVISION.
       01 PG-VAL-TOT-DRN        PIC 9(14)V99.
       01 PG-VAL-TOT-PRC        PIC 9(14)V99.

      * Famille ou sous-famille saisie au lancement (a blanc = toutes),
      * et famille courante des sous-totaux.
       01 PG-FAM-FLT            PIC X(10).
       01 PG-COD-FAM-RSU        PIC X(10).
       01 PG-LIB-FAM-RSU        PIC X(40).

       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.
                                   THEN v.val_stock ELSE 0 END), 0)
               FROM   valorisation_hist v
               LEFT JOIN fournisseur f ON f.id_fou = v.id_fou
               WHERE  (v.date_val = :PG-DAT-DRN
                       OR v.date_val = :PG-DAT-PRC)
               AND    (TRIM(:PG-FAM-FLT) = ''
                       OR v.code_fam = :PG-FAM-FLT
                       OR v.code_fam IN (SELECT s.code_fam
                                         FROM   famille s
                                         WHERE  s.code_fam_par =
                                                :PG-FAM-FLT))
               GROUP BY f.nom_fou
               ORDER BY f.nom_fou
       END-EXEC.

      * Declaration du curseur comparant les deux instantanes famille
      * par famille (famille de tete, ou sous-famille lorsque le
      * rapport est restreint a une famille) ; lignes non classees en
      * fin.
       EXEC SQL
           DECLARE C-VAL-FAM CURSOR FOR
               SELECT COALESCE(g.code_fam, ''),
                      COALESCE(MIN(g.lib_fam), 'Non classee'),
                      COALESCE(SUM(CASE WHEN v.date_val = :PG-DAT-DRN
                                   THEN v.val_stock ELSE 0 END), 0),
                      COALESCE(SUM(CASE WHEN v.date_val = :PG-DAT-PRC
                                   THEN v.val_stock ELSE 0 END), 0)
               FROM   valorisation_hist v
               LEFT JOIN famille s ON s.code_fam = v.code_fam
               LEFT JOIN famille g
                      ON g.code_fam =
                         (CASE WHEN TRIM(:PG-FAM-FLT) = ''
                               THEN COALESCE(s.code_fam_par,
                                             s.code_fam)
                               ELSE s.code_fam END)
               WHERE  (v.date_val = :PG-DAT-DRN
                       OR v.date_val = :PG-DAT-PRC)
               AND    (TRIM(:PG-FAM-FLT) = ''
                       OR v.code_fam = :PG-FAM-FLT
                       OR s.code_fam_par = :PG-FAM-FLT)
               GROUP BY g.code_fam
               ORDER BY g.code_fam NULLS LAST
       END-EXEC.

      * Ecart du fournisseur courant et ecart total.
       01 WS-ECA-FOU            PIC S9(12)V99.
       01 WS-ECA-TOT            PIC S9(14)V99.
               PERFORM 2000-RAP-VAL-DEB
                  THRU 2000-RAP-VAL-FIN

               PERFORM 2500-RAP-FAM-DEB
                  THRU 2500-RAP-FAM-FIN

               PERFORM 3000-RAP-TOT-DEB
                  THRU 3000-RAP-TOT-FIN
           END-IF.
           MOVE 0 TO PG-VAL-TOT-PRC.
           MOVE 0 TO WS-ECA-TOT.

           DISPLAY "Famille ou sous-famille (vide = toutes) :".
           ACCEPT PG-FAM-FLT.

           EXEC SQL
               SELECT MAX(date_val)
               INTO   :PG-DAT-DRN:PG-DAT-DRN-IND

               DISPLAY "Valorisation au " PG-DAT-DRN
                       " contre " WS-DAT-PRC-AFF
               IF PG-FAM-FLT NOT = SPACES
                   DISPLAY "Famille : " PG-FAM-FLT
               END-IF
               DISPLAY "---------------------------------------------"
               DISPLAY "Fournisseur                  Dernier       "
                       "Precedent     Ecart"

           EXEC SQL CLOSE C-VAL END-EXEC.

           EXIT.
       2000-RAP-VAL-FIN.

           EXIT.
       2100-AFF-RSU-VAL-FIN.

      *-----------------------------------------------------------------

      * Parcourt le curseur de comparaison par famille, edite a
      * l'ecran et dans un second bloc du fichier RAPVAL (avec sa
      * propre ligne d'entete). Les totaux ne sont pas recumules.

       2500-RAP-FAM-DEB.

           DISPLAY "---------------------------------------------".
           IF PG-FAM-FLT = SPACES
               DISPLAY "Famille                      Dernier       "
                       "Precedent     Ecart"
           ELSE
               DISPLAY "Sous-famille                 Dernier       "
                       "Precedent     Ecart"
           END-IF.

           MOVE SPACES TO REC-RAP-VAL.
           STRING "famille;libelle;val_derniere;val_precedente;ecart"
                  DELIMITED BY SIZE INTO REC-RAP-VAL
           END-STRING.
           WRITE REC-RAP-VAL.

           EXEC SQL OPEN C-VAL-FAM END-EXEC.

           EXEC SQL
               FETCH C-VAL-FAM
               INTO  :PG-COD-FAM-RSU, :PG-LIB-FAM-RSU,
                     :PG-VAL-DRN-RSU, :PG-VAL-PRC-RSU
           END-EXEC.

           PERFORM 2600-AFF-RSU-FAM-DEB
              THRU 2600-AFF-RSU-FAM-FIN
              UNTIL SQLCODE NOT = 0.

           EXEC SQL CLOSE C-VAL-FAM END-EXEC.

           CLOSE F-RAP-VAL.

           EXIT.
       2500-RAP-FAM-FIN.

      *-----------------------------------------------------------------

       2600-AFF-RSU-FAM-DEB.

           COMPUTE WS-ECA-FOU = PG-VAL-DRN-RSU - PG-VAL-PRC-RSU.

           MOVE PG-VAL-DRN-RSU TO WS-VAL-DRN-EDT.
           MOVE PG-VAL-PRC-RSU TO WS-VAL-PRC-EDT.
           MOVE WS-ECA-FOU     TO WS-ECA-FOU-EDT.

           DISPLAY PG-LIB-FAM-RSU(1:28) " " WS-VAL-DRN-EDT " "
                   WS-VAL-PRC-EDT " " WS-ECA-FOU-EDT.

           MOVE SPACES TO REC-RAP-VAL.
           STRING FUNCTION TRIM (PG-COD-FAM-RSU) ";"
                  FUNCTION TRIM (PG-LIB-FAM-RSU) ";"
                  FUNCTION TRIM (WS-VAL-DRN-EDT) ";"
                  FUNCTION TRIM (WS-VAL-PRC-EDT) ";"
                  FUNCTION TRIM (WS-ECA-FOU-EDT)
                  DELIMITED BY SIZE INTO REC-RAP-VAL
           END-STRING.
           WRITE REC-RAP-VAL.

           EXEC SQL
               FETCH C-VAL-FAM
               INTO  :PG-COD-FAM-RSU, :PG-LIB-FAM-RSU,
                     :PG-VAL-DRN-RSU, :PG-VAL-PRC-RSU
           END-EXEC.

           EXIT.
       2600-AFF-RSU-FAM-FIN.

      *-----------------------------------------------------------------

       3000-RAP-TOT-DEB.
