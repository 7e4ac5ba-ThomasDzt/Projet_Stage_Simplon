      ******************************************************************
      *                                                                *
      *                 DESCRIPTION DU SOUS-PROGRAMME                  *
      *                                                                *
      * rchdpv : recherche de la ligne piece du depot-vente d'un       *
      * client garagiste (depot rattache au client dans gesdep) pour   *
      * une piece declaree consommee. Le garage peut citer l'id de la  *
      * ligne de son depot-vente ou celui de la meme piece dans un     *
      * autre depot (catalogue PRINCIPAL) : la ligne retenue est celle *
      * du depot-vente du client portant cet id, a defaut la meme      *
      * reference article (ref_art_pie). Rend aussi le stock de la     *
      * ligne. Appele par csmdpv (saisie a l'ecran) et impdpv          *
      * (fichier de consommations).                                    *
      *                                                                *
      * Code retour rendu a l'appelant : 0 = ligne trouvee ;           *
      * 1 = le client n'a aucun depot-vente ; 2 = la piece n'est pas   *
      * tenue dans son depot-vente.                                    *
      *                                                                *
      *----------------------------------------------------------------*
      *                           TRIGRAMMES                           *
      *                                                                *
      * rchdpv=recherche depot-vente                                   *
      * DPV=DEPOT-VENTE; CLI=CLIENT; PIE=PIECE; DEP=DEPOT;             *
      * QTE=QUANTITE; NBR=NOMBRE; IDF=IDENTIFIANT; RTR=RETOUR;         *
      * SLC=SELECTION; DEB=DEBUT                                       *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. rchdpv.
       AUTHOR. ThomasD.
       DATE-WRITTEN. 15-10-2026 (fr).

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.

       01 PG-IDF-CLI         PIC 9(10).
       01 PG-IDF-PIE         PIC 9(10).
       01 PG-NBR-DPV         PIC 9(05).

       01 PG-IDF-PIE-DPV     PIC 9(10).
       01 PG-DEP-PIE-DPV     PIC X(20).
       01 PG-QTE-PIE-DPV     PIC 9(10).

       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

      * Code retour rendu a l'appelant.
       01 WS-RTR-DPV         PIC 9(01)   VALUE 0.
           88 WS-RTR-DPV-OK              VALUE 0.
           88 WS-RTR-DPV-CLI-ABS         VALUE 1.
           88 WS-RTR-DPV-PIE-ABS         VALUE 2.

       LINKAGE SECTION.
       01 LK-IDF-CLI         PIC 9(10).
       01 LK-IDF-PIE         PIC 9(10).
       01 LK-IDF-PIE-DPV     PIC 9(10).
       01 LK-DEP-PIE-DPV     PIC X(20).
       01 LK-QTE-PIE-DPV     PIC 9(10).
       01 LK-RTR-DPV         PIC 9(01).


       PROCEDURE DIVISION USING LK-IDF-CLI,
                                LK-IDF-PIE,
                                LK-IDF-PIE-DPV,
                                LK-DEP-PIE-DPV,
                                LK-QTE-PIE-DPV,
                                LK-RTR-DPV.

           MOVE LK-IDF-CLI TO PG-IDF-CLI.
           MOVE LK-IDF-PIE TO PG-IDF-PIE.

           PERFORM 0100-SLC-DPV-DEB
              THRU 0100-SLC-DPV-FIN.

           MOVE PG-IDF-PIE-DPV
           TO   LK-IDF-PIE-DPV.

           MOVE PG-DEP-PIE-DPV
           TO   LK-DEP-PIE-DPV.

           MOVE PG-QTE-PIE-DPV
           TO   LK-QTE-PIE-DPV.

           MOVE WS-RTR-DPV
           TO   LK-RTR-DPV.

           EXIT PROGRAM.

      ******************************************************************
      *                         PARAGRAPHES                            *
      ******************************************************************

      * Ligne du depot-vente du client : l'id cite s'il y est tenu,
      * sinon la meme reference article.

       0100-SLC-DPV-DEB.

           SET WS-RTR-DPV-OK TO TRUE.
           MOVE 0      TO PG-IDF-PIE-DPV.
           MOVE SPACES TO PG-DEP-PIE-DPV.
           MOVE 0      TO PG-QTE-PIE-DPV.

           EXEC SQL
               SELECT COUNT(*)
               INTO   :PG-NBR-DPV
               FROM   depots
               WHERE  id_cli_dep = :PG-IDF-CLI
           END-EXEC.

           IF SQLCODE NOT = 0 OR PG-NBR-DPV = 0
               SET WS-RTR-DPV-CLI-ABS TO TRUE
               GO TO 0100-SLC-DPV-FIN
           END-IF.

           EXEC SQL
               SELECT p.id_pie, p.depot_pie, p.qt_pie
               INTO   :PG-IDF-PIE-DPV, :PG-DEP-PIE-DPV,
                      :PG-QTE-PIE-DPV
               FROM   piece p
               JOIN   depots d ON d.code_dep = p.depot_pie
               WHERE  d.id_cli_dep = :PG-IDF-CLI
               AND    (p.id_pie = :PG-IDF-PIE
                       OR p.ref_art_pie =
                          (SELECT s.ref_art_pie
                           FROM   piece s
                           WHERE  s.id_pie = :PG-IDF-PIE))
               ORDER BY CASE WHEN p.id_pie = :PG-IDF-PIE
                             THEN 0 ELSE 1 END,
                        p.id_pie
               FETCH FIRST 1 ROW ONLY
           END-EXEC.

           IF SQLCODE NOT = 0
               SET WS-RTR-DPV-PIE-ABS TO TRUE
               MOVE 0      TO PG-IDF-PIE-DPV
               MOVE SPACES TO PG-DEP-PIE-DPV
               MOVE 0      TO PG-QTE-PIE-DPV
           END-IF.

       0100-SLC-DPV-FIN.
           EXIT.
