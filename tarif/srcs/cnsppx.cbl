      ******************************************************************
      *                                                                *
      *                 DESCRIPTION DU SOUS-PROGRAMME                  *
      *                                                                *
      * cnsppx : consultation de l'historique des prix de vente d'une  *
      * piece. Pour l'id saisi, affiche le prix actuel, les            *
      * changements tires de hist_modif (editions edpie comme          *
      * revisions appliquees par trtppx : date, ancien et nouveau      *
      * prix, utilisateur), puis les changements encore planifies dans *
      * piece_prix. Une date saisie restitue le prix en vigueur ce     *
      * jour-la : nouveau prix du dernier changement anterieur ou egal *
      * a la date, a defaut ancien prix du premier changement          *
      * posterieur, a defaut le prix actuel.                           *
      *                                                                *
      *----------------------------------------------------------------*
      *                           TRIGRAMMES                           *
      *                                                                *
      * cnsppx=consultation prix pieces                                *
      * PPX=PRIX PIECE PLANIFIE; PIE=PIECE; NOM=NOM; PVT=PRIX DE       *
      * VENTE; CUT=COUT; HST=HISTORIQUE; PLN=PLANIFIE; ANC=ANCIEN;     *
      * NOU=NOUVEAU; PRX=PRIX; DAT=DATE; HRE=HEURE; EFF=EFFET;         *
      * CNS=CONSULTATION; SRC=SOURCE; CLE=CLE; IDF=IDENTIFIANT;        *
      * UTI=UTILISATEUR; NBR=NOMBRE; RSU=RESULTAT; SSI=SAISIE;         *
      * LST=LISTE; AFF=AFFICHAGE; LRR=LEURRE; DEB=DEBUT                *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. cnsppx.
       AUTHOR. ThomasD.
       DATE-WRITTEN. 15-10-2026 (fr).

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.

       01 PG-IDF-PIE            PIC 9(10).
       01 PG-CLE-MOD            PIC X(30).
       01 PG-NOM-PIE            PIC X(30).
       01 PG-PVT-PIE            PIC 9(08)V99.
       01 PG-CUT-PIE            PIC 9(08)V99.
       01 PG-DAT-CNS            PIC X(10).
       01 PG-PRX-DAT            PIC 9(08)V99.

       01 PG-DAT-RSU            PIC X(10).
       01 PG-HRE-RSU            PIC X(05).
       01 PG-ANC-RSU            PIC 9(08)V99.
       01 PG-NOU-RSU            PIC 9(08)V99.
       01 PG-IDF-UTI-RSU        PIC 9(10).
       01 PG-SRC-RSU            PIC X(30).

       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

      * Declaration du curseur de l'historique : changements de
      * prix_vente_pie traces dans hist_modif pour la piece, du plus
      * ancien au plus recent. Les valeurs sont gardees en dix
      * chiffres, centimes implicites (voir gespie, trtppx).
       EXEC SQL
           DECLARE C-HST CURSOR FOR
               SELECT CAST(date_mod AS CHAR(10)),
                      TO_CHAR(heure_mod, 'HH24:MI'),
                      CASE WHEN TRIM(anc_val) ~ '^[0-9]+$'
                           THEN CAST(TRIM(anc_val) AS NUMERIC) / 100
                           ELSE 0 END,
                      CASE WHEN TRIM(nou_val) ~ '^[0-9]+$'
                           THEN CAST(TRIM(nou_val) AS NUMERIC) / 100
                           ELSE 0 END,
                      COALESCE(id_uti, 0)
               FROM   hist_modif
               WHERE  table_mod = 'piece'
               AND    champ_mod = 'prix_vente_pie'
               AND    TRIM(LEADING '0' FROM cle_mod)
                      = TRIM(LEADING '0' FROM :PG-CLE-MOD)
               ORDER BY date_mod, heure_mod, id_mod
       END-EXEC.

      * Declaration du curseur des changements encore planifies pour
      * la piece (voir gesppx).
       EXEC SQL
           DECLARE C-PLN CURSOR FOR
               SELECT date_eff_ppx::VARCHAR, prix_ppx,
                      COALESCE(source_ppx, ' '), COALESCE(id_uti, 0)
               FROM   piece_prix
               WHERE  id_pie = :PG-IDF-PIE
               AND    statut_ppx = 'planifie'
               ORDER BY date_eff_ppx, id_ppx
       END-EXEC.

       01 WS-LRR                PIC X(01).

       01 WS-IDF-PIE            PIC 9(10).
       01 WS-DAT-CNS            PIC X(10).
       01 WS-NBR-HST            PIC 9(05)   VALUE 0.
       01 WS-NBR-PLN            PIC 9(05)   VALUE 0.

       01 WS-PVT-PIE-EDT        PIC Z(07)9.99.
       01 WS-CUT-PIE-EDT        PIC Z(07)9.99.
       01 WS-ANC-EDT            PIC Z(07)9.99.
       01 WS-NOU-EDT            PIC Z(07)9.99.
       01 WS-IDF-UTI-EDT        PIC Z(10).


       PROCEDURE DIVISION.

           DISPLAY "Historique des prix de vente".
           DISPLAY "Id de la piece :".
           ACCEPT WS-IDF-PIE.

           MOVE WS-IDF-PIE TO PG-IDF-PIE.
           MOVE WS-IDF-PIE TO PG-CLE-MOD.

           EXEC SQL
               SELECT nom_pie, COALESCE(prix_vente_pie, 0),
                      COALESCE(prix_unitaire_pie, 0)
               INTO   :PG-NOM-PIE, :PG-PVT-PIE, :PG-CUT-PIE
               FROM   piece
               WHERE  id_pie = :PG-IDF-PIE
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY "Piece inconnue."
           ELSE
               PERFORM 0100-LST-HST-DEB
                  THRU 0100-LST-HST-FIN

               PERFORM 0200-LST-PLN-DEB
                  THRU 0200-LST-PLN-FIN

               MOVE "X" TO WS-DAT-CNS
               PERFORM 0300-PRX-DAT-DEB
                  THRU 0300-PRX-DAT-FIN
                  UNTIL WS-DAT-CNS = SPACES
           END-IF.

           DISPLAY "Appuyez sur entree".
           ACCEPT WS-LRR.

           EXIT PROGRAM.

      ******************************************************************
      *                         PARAGRAPHES                            *
      ******************************************************************

       0100-LST-HST-DEB.

           MOVE 0 TO WS-NBR-HST.

           MOVE PG-PVT-PIE TO WS-PVT-PIE-EDT.
           MOVE PG-CUT-PIE TO WS-CUT-PIE-EDT.

           DISPLAY "Piece : " FUNCTION TRIM (PG-NOM-PIE).
           DISPLAY "Prix de vente actuel : "
                   FUNCTION TRIM (WS-PVT-PIE-EDT)
                   " (0 = vendue au cout), cout moyen : "
                   FUNCTION TRIM (WS-CUT-PIE-EDT).
           DISPLAY "Changements de prix :".
           DISPLAY "Date       Heure  Ancien prix  Nouveau prix"
                   "  Utilisateur".

           EXEC SQL OPEN C-HST END-EXEC.

           EXEC SQL
               FETCH C-HST
               INTO  :PG-DAT-RSU, :PG-HRE-RSU, :PG-ANC-RSU,
                     :PG-NOU-RSU, :PG-IDF-UTI-RSU
           END-EXEC.

           PERFORM 0150-AFF-HST-DEB
              THRU 0150-AFF-HST-FIN
              UNTIL SQLCODE NOT = 0.

           EXEC SQL CLOSE C-HST END-EXEC.

           IF WS-NBR-HST = 0
               DISPLAY "(aucun changement trace)"
           END-IF.

           EXIT.
       0100-LST-HST-FIN.

      *-----------------------------------------------------------------

       0150-AFF-HST-DEB.

           ADD 1 TO WS-NBR-HST.

           MOVE PG-ANC-RSU     TO WS-ANC-EDT.
           MOVE PG-NOU-RSU     TO WS-NOU-EDT.
           MOVE PG-IDF-UTI-RSU TO WS-IDF-UTI-EDT.

           DISPLAY PG-DAT-RSU " " PG-HRE-RSU " " WS-ANC-EDT "   "
                   WS-NOU-EDT "  " FUNCTION TRIM (WS-IDF-UTI-EDT).

           EXEC SQL
               FETCH C-HST
               INTO  :PG-DAT-RSU, :PG-HRE-RSU, :PG-ANC-RSU,
                     :PG-NOU-RSU, :PG-IDF-UTI-RSU
           END-EXEC.

           EXIT.
       0150-AFF-HST-FIN.

      *-----------------------------------------------------------------

       0200-LST-PLN-DEB.

           MOVE 0 TO WS-NBR-PLN.

           EXEC SQL OPEN C-PLN END-EXEC.

           EXEC SQL
               FETCH C-PLN
               INTO  :PG-DAT-RSU, :PG-NOU-RSU, :PG-SRC-RSU,
                     :PG-IDF-UTI-RSU
           END-EXEC.

           PERFORM 0250-AFF-PLN-DEB
              THRU 0250-AFF-PLN-FIN
              UNTIL SQLCODE NOT = 0.

           EXEC SQL CLOSE C-PLN END-EXEC.

           EXIT.
       0200-LST-PLN-FIN.

      *-----------------------------------------------------------------

       0250-AFF-PLN-DEB.

           ADD 1 TO WS-NBR-PLN.

           IF WS-NBR-PLN = 1
               DISPLAY "Changements planifies :"
               DISPLAY "Effet      Nouveau prix  Source"
           END-IF.

           MOVE PG-NOU-RSU TO WS-NOU-EDT.

           DISPLAY PG-DAT-RSU "  " WS-NOU-EDT "  "
                   FUNCTION TRIM (PG-SRC-RSU).

           EXEC SQL
               FETCH C-PLN
               INTO  :PG-DAT-RSU, :PG-NOU-RSU, :PG-SRC-RSU,
                     :PG-IDF-UTI-RSU
           END-EXEC.

           EXIT.
       0250-AFF-PLN-FIN.

      *-----------------------------------------------------------------

      * Prix en vigueur a la date saisie : nouveau prix du dernier
      * changement trace ce jour-la ou avant ; a defaut, ancien prix
      * du premier changement posterieur ; a defaut, le prix actuel
      * (aucun changement trace depuis). Reboucle jusqu'a une date
      * vide.

       0300-PRX-DAT-DEB.

           DISPLAY "Prix a la date (AAAA-MM-JJ, vide = terminer) :".
           MOVE SPACES TO WS-DAT-CNS.
           ACCEPT WS-DAT-CNS.

           IF WS-DAT-CNS = SPACES
               GO TO 0300-PRX-DAT-FIN
           END-IF.

           IF WS-DAT-CNS (1:4) NOT NUMERIC
               OR WS-DAT-CNS (5:1) NOT = "-"
               OR WS-DAT-CNS (6:2) NOT NUMERIC
               OR WS-DAT-CNS (8:1) NOT = "-"
               OR WS-DAT-CNS (9:2) NOT NUMERIC
               DISPLAY "Date invalide."
               GO TO 0300-PRX-DAT-FIN
           END-IF.

           MOVE WS-DAT-CNS TO PG-DAT-CNS.

           EXEC SQL
               SELECT COALESCE(
                      (SELECT CASE WHEN TRIM(nou_val) ~ '^[0-9]+$'
                                   THEN CAST(TRIM(nou_val) AS NUMERIC)
                                        / 100
                                   ELSE 0 END
                       FROM   hist_modif
                       WHERE  table_mod = 'piece'
                       AND    champ_mod = 'prix_vente_pie'
                       AND    TRIM(LEADING '0' FROM cle_mod)
                              = TRIM(LEADING '0' FROM :PG-CLE-MOD)
                       AND    date_mod
                              <= TO_DATE(:PG-DAT-CNS, 'YYYY-MM-DD')
                       ORDER BY date_mod DESC, heure_mod DESC,
                                id_mod DESC
                       LIMIT 1),
                      (SELECT CASE WHEN TRIM(anc_val) ~ '^[0-9]+$'
                                   THEN CAST(TRIM(anc_val) AS NUMERIC)
                                        / 100
                                   ELSE 0 END
                       FROM   hist_modif
                       WHERE  table_mod = 'piece'
                       AND    champ_mod = 'prix_vente_pie'
                       AND    TRIM(LEADING '0' FROM cle_mod)
                              = TRIM(LEADING '0' FROM :PG-CLE-MOD)
                       AND    date_mod
                              > TO_DATE(:PG-DAT-CNS, 'YYYY-MM-DD')
                       ORDER BY date_mod, heure_mod, id_mod
                       LIMIT 1),
                      :PG-PVT-PIE)
               INTO   :PG-PRX-DAT
           END-EXEC.

           IF SQLCODE NOT = 0
               EXEC SQL ROLLBACK END-EXEC
               DISPLAY "Date invalide."
               GO TO 0300-PRX-DAT-FIN
           END-IF.

           MOVE PG-PRX-DAT TO WS-NOU-EDT.

           DISPLAY "Prix de vente en vigueur le " WS-DAT-CNS " : "
                   FUNCTION TRIM (WS-NOU-EDT)
                   " (0 = vendue au cout).".

           EXIT.
       0300-PRX-DAT-FIN.
