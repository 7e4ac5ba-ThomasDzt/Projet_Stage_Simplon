      * vendeur au plus mauvais) et d'autre part par client, avec les  *
      * totaux de la periode, edites a la fois a l'ecran et dans un    *
      * fichier delimite RAPVTE exploitable par un tableur, sur le     *
      * modele de rapstk. Les commandes annulees sont exclues. Les     *
      * prestations hors stock (frais de port, main d'oeuvre,          *
      * forfaits) forment une section a part, par code de prestation : *
      * leur chiffre d'affaires entre dans le total de la periode,     *
      * rappele a part, mais pas dans la quantite de pieces vendues.   *
      * Une famille (ou sous-famille) saisie au lancement restreint le *
      * rapport aux pieces qui en relevent (prestations exclues), et   *
      * une section sous-totalise les ventes par famille - par         *
      * sous-famille lorsque le rapport est restreint a une famille.   *
      *                                                                *
      *----------------------------------------------------------------*
      *                           TRIGRAMMES                           *
      * VTE=VENTE; CMD=COMMANDE; LGN=LIGNE; PIE=PIECE; CLI=CLIENT;     *
      * QTE=QUANTITE; MTT=MONTANT (CA); DAT=DATE; DEB=DEBUT (PERIODE); *
      * FIN=FIN (PERIODE); NBR=NOMBRE; TOT=TOTAL; RSU=RESULTAT;        *
      * EDT=EDITION; RAP=RAPPORT; PRS=PRESTATION; COD=CODE;            *
      * FAM=FAMILLE; FLT=FILTRE; LIB=LIBELLE                           *
      ******************************************************************

       IDENTIFICATION DIVISION.
       01 PG-QTE-TOT            PIC 9(10).
       01 PG-MTT-TOT            PIC 9(12)V99.

      * Ventes de prestations hors stock : code, libelle, et part du
      * chiffre d'affaires total.
       01 PG-COD-PRS-RSU        PIC X(10).
       01 PG-LIB-PRS-RSU        PIC X(30).
       01 PG-MTT-PRS-TOT        PIC 9(12)V99.

      * Famille ou sous-famille saisie au lancement (a blanc = toutes),
      * et famille courante de la section des sous-totaux.
       01 PG-FAM-FLT            PIC X(10).
       01 PG-COD-FAM-RSU        PIC X(10).
       01 PG-LIB-FAM-RSU        PIC X(40).

       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.
               WHERE  c.date_cmd >= :PG-DAT-DEB
               AND    c.date_cmd <= :PG-DAT-FIN
               AND    c.statut_cmd <> 'annulee'
               AND    (TRIM(:PG-FAM-FLT) = ''
                       OR p.code_fam = :PG-FAM-FLT
                       OR p.code_fam IN (SELECT f.code_fam
                                         FROM   famille f
                                         WHERE  f.code_fam_par =
                                                :PG-FAM-FLT))
               GROUP BY p.id_pie, p.nom_pie
               ORDER BY SUM(l.qte_lgn_cmd * l.prix_lgn_cmd) DESC,
                        p.nom_pie
       END-EXEC.

      * Declaration du curseur des sous-totaux par famille (famille de
      * tete, ou sous-famille lorsque le rapport est restreint a une
      * famille) ; les pieces non classees sont regroupees en fin.
       EXEC SQL
           DECLARE C-VTE-FAM CURSOR FOR
               SELECT COALESCE(g.code_fam, ''),
                      COALESCE(MIN(g.lib_fam), 'Non classee'),
                      SUM(l.qte_lgn_cmd),
                      SUM(l.qte_lgn_cmd * l.prix_lgn_cmd)
               FROM   commande_ligne l
               JOIN   commande c ON c.id_cmd = l.id_cmd
               JOIN   piece p    ON p.id_pie = l.id_pie
               LEFT JOIN famille s ON s.code_fam = p.code_fam
               LEFT JOIN famille g
                      ON g.code_fam =
                         (CASE WHEN TRIM(:PG-FAM-FLT) = ''
                               THEN COALESCE(s.code_fam_par,
                                             s.code_fam)
                               ELSE s.code_fam END)
               WHERE  c.date_cmd >= :PG-DAT-DEB
               AND    c.date_cmd <= :PG-DAT-FIN
               AND    c.statut_cmd <> 'annulee'
               AND    (TRIM(:PG-FAM-FLT) = ''
                       OR p.code_fam = :PG-FAM-FLT
                       OR s.code_fam_par = :PG-FAM-FLT)
               GROUP BY g.code_fam
               ORDER BY g.code_fam NULLS LAST
       END-EXEC.

      * Declaration du curseur des ventes de prestations hors stock
      * (lignes sans piece), par code de prestation.
       EXEC SQL
           DECLARE C-VTE-PRS CURSOR FOR
               SELECT s.code_prs, s.lib_prs,
                      SUM(l.qte_lgn_cmd),
                      SUM(l.qte_lgn_cmd * l.prix_lgn_cmd)
               FROM   commande_ligne l
               JOIN   commande c   ON c.id_cmd = l.id_cmd
               JOIN   prestation s ON s.id_prs = l.id_prs
               WHERE  c.date_cmd >= :PG-DAT-DEB
               AND    c.date_cmd <= :PG-DAT-FIN
               AND    c.statut_cmd <> 'annulee'
               GROUP BY s.code_prs, s.lib_prs
               ORDER BY SUM(l.qte_lgn_cmd * l.prix_lgn_cmd) DESC,
                        s.code_prs
       END-EXEC.

      * Declaration du curseur des ventes par client, du meilleur
      * chiffre d'affaires au plus faible.
       EXEC SQL
               WHERE  c.date_cmd >= :PG-DAT-DEB
               AND    c.date_cmd <= :PG-DAT-FIN
               AND    c.statut_cmd <> 'annulee'
               AND    (TRIM(:PG-FAM-FLT) = ''
                       OR l.id_pie IN
                          (SELECT p.id_pie
                           FROM   piece p
                           LEFT JOIN famille s
                                  ON s.code_fam = p.code_fam
                           WHERE  p.code_fam = :PG-FAM-FLT
                           OR     s.code_fam_par = :PG-FAM-FLT))
               GROUP BY k.id_cli, k.nom_cli
               ORDER BY SUM(l.qte_lgn_cmd * l.prix_lgn_cmd) DESC,
                        k.nom_cli
       01 WS-MTT-EDT            PIC Z(12).99.
       01 WS-QTE-TOT-EDT        PIC Z(10).
       01 WS-MTT-TOT-EDT        PIC Z(12).99.
       01 WS-MTT-PRS-EDT        PIC Z(12).99.


       PROCEDURE DIVISION.
           PERFORM 2000-RAP-PIE-DEB
              THRU 2000-RAP-PIE-FIN.

           PERFORM 2700-RAP-FAM-DEB
              THRU 2700-RAP-FAM-FIN.

      * Les prestations hors stock ne relevent d'aucune famille : la
      * section n'est editee que pour le rapport complet.
           IF PG-FAM-FLT = SPACES
               PERFORM 2500-RAP-PRS-DEB
                  THRU 2500-RAP-PRS-FIN
           END-IF.

           PERFORM 3000-RAP-CLI-DEB
              THRU 3000-RAP-CLI-FIN.


           MOVE 0 TO PG-QTE-TOT.
           MOVE 0 TO PG-MTT-TOT.
           MOVE 0 TO PG-MTT-PRS-TOT.

           DISPLAY "Analyse des ventes - date de debut (AAAA-MM-JJ) :".
           ACCEPT PG-DAT-DEB.
           DISPLAY "Date de fin (AAAA-MM-JJ) :".
           ACCEPT PG-DAT-FIN.
           DISPLAY "Famille ou sous-famille (vide = toutes) :".
           ACCEPT PG-FAM-FLT.

           DISPLAY "Analyse des ventes du " PG-DAT-DEB " au "
                   PG-DAT-FIN.
           IF PG-FAM-FLT NOT = SPACES
               DISPLAY "Famille : " PG-FAM-FLT
           END-IF.
           DISPLAY "-------------------------------------------------".

           CALL "genspl" USING WS-NOM-RAP

      *-----------------------------------------------------------------

      * Parcourt le curseur des sous-totaux par famille. Ces lignes
      * recomptent les ventes de pieces deja editees : elles ne sont
      * pas ajoutees aux totaux de la periode.

       2700-RAP-FAM-DEB.

           DISPLAY "-------------------------------------------------".
           IF PG-FAM-FLT = SPACES
               DISPLAY "Ventes par famille :"
           ELSE
               DISPLAY "Ventes par sous-famille :"
           END-IF.

           EXEC SQL OPEN C-VTE-FAM END-EXEC.

           EXEC SQL
               FETCH C-VTE-FAM
               INTO  :PG-COD-FAM-RSU, :PG-LIB-FAM-RSU,
                     :PG-QTE-RSU, :PG-MTT-RSU
           END-EXEC.

           PERFORM 2800-AFF-RSU-FAM-DEB
              THRU 2800-AFF-RSU-FAM-FIN
              UNTIL SQLCODE NOT = 0.

           EXEC SQL CLOSE C-VTE-FAM END-EXEC.

           EXIT.
       2700-RAP-FAM-FIN.

      *-----------------------------------------------------------------

       2800-AFF-RSU-FAM-DEB.

           MOVE PG-QTE-RSU     TO WS-QTE-EDT.
           MOVE PG-MTT-RSU     TO WS-MTT-EDT.

           DISPLAY PG-COD-FAM-RSU "  " PG-LIB-FAM-RSU(1:30) "  "
                   WS-QTE-EDT "  " WS-MTT-EDT.

           MOVE SPACES TO REC-RAP-VTE.
           STRING "famille;"
                  FUNCTION TRIM (PG-COD-FAM-RSU) ";"
                  FUNCTION TRIM (PG-LIB-FAM-RSU) ";"
                  FUNCTION TRIM (WS-QTE-EDT) ";"
                  FUNCTION TRIM (WS-MTT-EDT)
                  DELIMITED BY SIZE INTO REC-RAP-VTE
           END-STRING.
           WRITE REC-RAP-VTE.

           EXEC SQL
               FETCH C-VTE-FAM
               INTO  :PG-COD-FAM-RSU, :PG-LIB-FAM-RSU,
                     :PG-QTE-RSU, :PG-MTT-RSU
           END-EXEC.

           EXIT.
       2800-AFF-RSU-FAM-FIN.

      *-----------------------------------------------------------------

      * Parcourt le curseur des ventes de prestations hors stock. Leur
      * chiffre d'affaires s'ajoute au total de la periode (le
      * parcours par client le recompte deja), leurs quantites non :
      * ce ne sont pas des pieces.

       2500-RAP-PRS-DEB.

           DISPLAY "-------------------------------------------------".
           DISPLAY "Prestations hors stock (CA decroissant) :".

           EXEC SQL OPEN C-VTE-PRS END-EXEC.

           EXEC SQL
               FETCH C-VTE-PRS
               INTO  :PG-COD-PRS-RSU, :PG-LIB-PRS-RSU,
                     :PG-QTE-RSU, :PG-MTT-RSU
           END-EXEC.

           PERFORM 2600-AFF-RSU-PRS-DEB
              THRU 2600-AFF-RSU-PRS-FIN
              UNTIL SQLCODE NOT = 0.

           EXEC SQL CLOSE C-VTE-PRS END-EXEC.

           EXIT.
       2500-RAP-PRS-FIN.

      *-----------------------------------------------------------------

       2600-AFF-RSU-PRS-DEB.

           MOVE PG-QTE-RSU     TO WS-QTE-EDT.
           MOVE PG-MTT-RSU     TO WS-MTT-EDT.

           ADD PG-MTT-RSU TO PG-MTT-TOT.
           ADD PG-MTT-RSU TO PG-MTT-PRS-TOT.

           DISPLAY PG-COD-PRS-RSU "  " PG-LIB-PRS-RSU "  "
                   WS-QTE-EDT "  " WS-MTT-EDT.

           STRING "prestation;"
                  FUNCTION TRIM (PG-COD-PRS-RSU) ";"
                  FUNCTION TRIM (PG-LIB-PRS-RSU) ";"
                  FUNCTION TRIM (WS-QTE-EDT) ";"
                  FUNCTION TRIM (WS-MTT-EDT)
                  DELIMITED BY SIZE INTO REC-RAP-VTE
           END-STRING.
           WRITE REC-RAP-VTE.

           EXEC SQL
               FETCH C-VTE-PRS
               INTO  :PG-COD-PRS-RSU, :PG-LIB-PRS-RSU,
                     :PG-QTE-RSU, :PG-MTT-RSU
           END-EXEC.

           EXIT.
       2600-AFF-RSU-PRS-FIN.

      *-----------------------------------------------------------------

      * Parcourt le curseur des ventes par client et edite chaque
      * ligne.


      *-----------------------------------------------------------------

      * Affiche les totaux de la periode, toutes pieces, prestations
      * et tous clients confondus.

       4000-RAP-TOT-DEB.

                   FUNCTION TRIM (WS-QTE-TOT-EDT).
           DISPLAY "Chiffre d'affaires total : "
                   FUNCTION TRIM (WS-MTT-TOT-EDT) " EUR (voir RAPVTE)".
           MOVE PG-MTT-PRS-TOT TO WS-MTT-PRS-EDT.
           DISPLAY "  dont prestations (hors stock) : "
                   FUNCTION TRIM (WS-MTT-PRS-EDT) " EUR".

           EXIT.
       4000-RAP-TOT-FIN.
