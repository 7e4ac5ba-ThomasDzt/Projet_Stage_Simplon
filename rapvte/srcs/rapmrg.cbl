      * anterieures a cette colonne retombent sur le cout courant de   *
      * la piece), puis edite la marge a l'ecran et dans un fichier    *
      * delimite RAPMRG exploitable par un tableur (spool genspl).     *
      * La part des ventes faites au prix d'un palier degressif (fige  *
      * sur la ligne a la saisie) est isolee : quantite et chiffre     *
      * d'affaires vendus au palier, pour expliquer une marge qui      *
      * baisse quand les ventes par boite augmentent.                  *
      * Une famille (ou sous-famille) saisie au lancement restreint le *
      * rapport aux pieces qui en relevent ; les marges sont ensuite   *
      * sous-totalisees par famille (par sous-famille lorsque le       *
      * rapport est restreint a une famille), a l'ecran et dans un     *
      * second bloc du fichier.                                        *
      *                                                                *
      *----------------------------------------------------------------*
      *                           TRIGRAMMES                           *
      * rapmrg=rapport marge                                           *
      * MRG=MARGE; PIE=PIECE; CA=CHIFFRE D'AFFAIRES; CST=COUT;         *
      * QTE=QUANTITE; NBR=NOMBRE; TOT=TOTAL; RSU=RESULTAT; SPL=SPOOL;  *
      * FIC=FICHIER; EDT=EDITION; DEB=DEBUT; PPL=PALIER; FAM=FAMILLE;  *
      * FLT=FILTRE; LIB=LIBELLE                                        *
      ******************************************************************

       IDENTIFICATION DIVISION.
       01 PG-QTE-VTE-RSU        PIC 9(10).
       01 PG-CA-RSU             PIC 9(12)V99.
       01 PG-CST-RSU            PIC 9(12)V99.
       01 PG-QTE-PPL-RSU        PIC 9(10).
       01 PG-CA-PPL-RSU         PIC 9(12)V99.

      * Famille ou sous-famille saisie au lancement (a blanc = toutes),
      * et famille courante des sous-totaux.
       01 PG-FAM-FLT            PIC X(10).
       01 PG-COD-FAM-RSU        PIC X(10).
       01 PG-LIB-FAM-RSU        PIC X(40).

       EXEC SQL END DECLARE SECTION END-EXEC.

      * Declaration du curseur cumulant, par piece vendue, les
      * quantites, le chiffre d'affaires et le cout des ventes (le
      * cout fige sur la ligne, ou a defaut le cout courant de la
      * piece pour les lignes anterieures a cout_lgn_cmd), ainsi que
      * la quantite et le chiffre d'affaires des lignes vendues au
      * prix d'un palier degressif (qte_ppl_lgn renseigne).
       EXEC SQL
           DECLARE C-MRG CURSOR FOR
               SELECT p.id_pie, p.nom_pie,
                      SUM(l.qte_lgn_cmd * l.prix_lgn_cmd),
                      SUM(l.qte_lgn_cmd *
                          COALESCE(l.cout_lgn_cmd,
                                   p.prix_unitaire_pie, 0)),
                      SUM(CASE WHEN l.qte_ppl_lgn IS NOT NULL
                               THEN l.qte_lgn_cmd ELSE 0 END),
                      SUM(CASE WHEN l.qte_ppl_lgn IS NOT NULL
                               THEN l.qte_lgn_cmd * l.prix_lgn_cmd
                               ELSE 0 END)
               FROM   commande_ligne l
               JOIN   piece p ON p.id_pie = l.id_pie
               WHERE  (TRIM(:PG-FAM-FLT) = ''
                       OR p.code_fam = :PG-FAM-FLT
                       OR p.code_fam IN (SELECT f.code_fam
                                         FROM   famille f
                                         WHERE  f.code_fam_par =
                                                :PG-FAM-FLT))
               GROUP BY p.id_pie, p.nom_pie
               ORDER BY p.id_pie
       END-EXEC.

      * Declaration du curseur des sous-totaux par famille (famille de
      * tete, ou sous-famille lorsque le rapport est restreint a une
      * famille), memes regles de cout que C-MRG ; les pieces non
      * classees sont regroupees en fin.
       EXEC SQL
           DECLARE C-MRG-FAM CURSOR FOR
               SELECT COALESCE(g.code_fam, ''),
                      COALESCE(MIN(g.lib_fam), 'Non classee'),
                      SUM(l.qte_lgn_cmd),
                      SUM(l.qte_lgn_cmd * l.prix_lgn_cmd),
                      SUM(l.qte_lgn_cmd *
                          COALESCE(l.cout_lgn_cmd,
                                   p.prix_unitaire_pie, 0))
               FROM   commande_ligne l
               JOIN   piece p ON p.id_pie = l.id_pie
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

       01 WS-MRG-PIE            PIC S9(12)V99.
       01 WS-TOT-CA             PIC 9(14)V99 VALUE 0.
       01 WS-TOT-MRG            PIC S9(14)V99 VALUE 0.
       01 WS-CA-EDT             PIC Z(12).99.
       01 WS-CST-EDT            PIC Z(12).99.
       01 WS-MRG-EDT            PIC -Z(12).99.
       01 WS-QTE-PPL-EDT        PIC Z(10).
       01 WS-CA-PPL-EDT         PIC Z(12).99.
       01 WS-TOT-CA-EDT         PIC Z(14).99.
       01 WS-TOT-MRG-EDT        PIC -Z(14).99.
       01 WS-NBR-PIE-EDT        PIC Z(10).
           PERFORM 2000-RAP-MRG-DEB
              THRU 2000-RAP-MRG-FIN.

           PERFORM 2500-RAP-FAM-DEB
              THRU 2500-RAP-FAM-FIN.

           PERFORM 3000-RAP-TOT-DEB
              THRU 3000-RAP-TOT-FIN.


           EXEC SQL COMMIT END-EXEC.

           DISPLAY "Famille ou sous-famille (vide = toutes) :".
           ACCEPT PG-FAM-FLT.

           DISPLAY "Marge par piece (prix de vente contre cout fige)".
           IF PG-FAM-FLT NOT = SPACES
               DISPLAY "Famille : " PG-FAM-FLT
           END-IF.
           DISPLAY "-------------------------------------------------".
           DISPLAY "Piece       Qte vendue  CA            Cout      "
                   "     Marge          Qte palier".

           CALL "genspl" USING WS-NOM-RAP
                               WS-IDF-UTI-NUL

           OPEN OUTPUT F-RAP-MRG.

           STRING "id_pie;nom_pie;qte_vendue;ca;cout;marge;"
                  "qte_palier;ca_palier"
                  DELIMITED BY SIZE INTO REC-RAP-MRG
           END-STRING.
           WRITE REC-RAP-MRG.
           EXEC SQL
               FETCH C-MRG
               INTO  :PG-IDF-PIE-RSU, :PG-NOM-PIE-RSU,
                     :PG-QTE-VTE-RSU, :PG-CA-RSU, :PG-CST-RSU,
                     :PG-QTE-PPL-RSU, :PG-CA-PPL-RSU
           END-EXEC.

           PERFORM 2100-AFF-RSU-MRG-DEB

           EXEC SQL CLOSE C-MRG END-EXEC.

           EXIT.
       2000-RAP-MRG-FIN.

           MOVE PG-CA-RSU      TO WS-CA-EDT.
           MOVE PG-CST-RSU     TO WS-CST-EDT.
           MOVE WS-MRG-PIE     TO WS-MRG-EDT.
           MOVE PG-QTE-PPL-RSU TO WS-QTE-PPL-EDT.
           MOVE PG-CA-PPL-RSU  TO WS-CA-PPL-EDT.

           DISPLAY WS-IDF-PIE-EDT " " WS-QTE-VTE-EDT " "
                   WS-CA-EDT " " WS-CST-EDT " " WS-MRG-EDT " "
                   WS-QTE-PPL-EDT.

           STRING FUNCTION TRIM (WS-IDF-PIE-EDT) ";"
                  FUNCTION TRIM (PG-NOM-PIE-RSU) ";"
                  FUNCTION TRIM (WS-QTE-VTE-EDT) ";"
                  FUNCTION TRIM (WS-CA-EDT) ";"
                  FUNCTION TRIM (WS-CST-EDT) ";"
                  FUNCTION TRIM (WS-MRG-EDT) ";"
                  FUNCTION TRIM (WS-QTE-PPL-EDT) ";"
                  FUNCTION TRIM (WS-CA-PPL-EDT)
                  DELIMITED BY SIZE INTO REC-RAP-MRG
           END-STRING.
           WRITE REC-RAP-MRG.
           EXEC SQL
               FETCH C-MRG
               INTO  :PG-IDF-PIE-RSU, :PG-NOM-PIE-RSU,
                     :PG-QTE-VTE-RSU, :PG-CA-RSU, :PG-CST-RSU,
                     :PG-QTE-PPL-RSU, :PG-CA-PPL-RSU
           END-EXEC.

           EXIT.
       2100-AFF-RSU-MRG-FIN.

      *-----------------------------------------------------------------

      * Parcourt le curseur des sous-totaux par famille, edites a
      * l'ecran et dans un second bloc du fichier RAPMRG (avec sa
      * propre ligne d'entete). Ils recomptent les pieces deja
      * editees : les totaux ne sont pas recumules.

       2500-RAP-FAM-DEB.

           DISPLAY "-------------------------------------------------".
           IF PG-FAM-FLT = SPACES
               DISPLAY "Marge par famille :"
           ELSE
               DISPLAY "Marge par sous-famille :"
           END-IF.

           MOVE SPACES TO REC-RAP-MRG.
           STRING "famille;libelle;qte_vendue;ca;cout;marge"
                  DELIMITED BY SIZE INTO REC-RAP-MRG
           END-STRING.
           WRITE REC-RAP-MRG.

           EXEC SQL OPEN C-MRG-FAM END-EXEC.

           EXEC SQL
               FETCH C-MRG-FAM
               INTO  :PG-COD-FAM-RSU, :PG-LIB-FAM-RSU,
                     :PG-QTE-VTE-RSU, :PG-CA-RSU, :PG-CST-RSU
           END-EXEC.

           PERFORM 2600-AFF-RSU-FAM-DEB
              THRU 2600-AFF-RSU-FAM-FIN
              UNTIL SQLCODE NOT = 0.

           EXEC SQL CLOSE C-MRG-FAM END-EXEC.

           CLOSE F-RAP-MRG.

           EXIT.
       2500-RAP-FAM-FIN.

      *-----------------------------------------------------------------

       2600-AFF-RSU-FAM-DEB.

           COMPUTE WS-MRG-PIE = PG-CA-RSU - PG-CST-RSU.

           MOVE PG-QTE-VTE-RSU TO WS-QTE-VTE-EDT.
           MOVE PG-CA-RSU      TO WS-CA-EDT.
           MOVE PG-CST-RSU     TO WS-CST-EDT.
           MOVE WS-MRG-PIE     TO WS-MRG-EDT.

           DISPLAY PG-COD-FAM-RSU " " WS-QTE-VTE-EDT " "
                   WS-CA-EDT " " WS-CST-EDT " " WS-MRG-EDT.

           MOVE SPACES TO REC-RAP-MRG.
           STRING FUNCTION TRIM (PG-COD-FAM-RSU) ";"
                  FUNCTION TRIM (PG-LIB-FAM-RSU) ";"
                  FUNCTION TRIM (WS-QTE-VTE-EDT) ";"
                  FUNCTION TRIM (WS-CA-EDT) ";"
                  FUNCTION TRIM (WS-CST-EDT) ";"
                  FUNCTION TRIM (WS-MRG-EDT)
                  DELIMITED BY SIZE INTO REC-RAP-MRG
           END-STRING.
           WRITE REC-RAP-MRG.

           EXEC SQL
               FETCH C-MRG-FAM
               INTO  :PG-COD-FAM-RSU, :PG-LIB-FAM-RSU,
                     :PG-QTE-VTE-RSU, :PG-CA-RSU, :PG-CST-RSU
           END-EXEC.

           EXIT.
       2600-AFF-RSU-FAM-FIN.

      *-----------------------------------------------------------------

       3000-RAP-TOT-DEB.
