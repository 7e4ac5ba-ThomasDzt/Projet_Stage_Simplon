      ******************************************************************
      *                                                                *
      *                 DESCRIPTION DU SOUS-PROGRAMME                  *
      *                                                                *
      * rchean : resolution d'une piece saisie ou scannee. La saisie   *
      * (13 caracteres) est soit un id_pie tape au clavier, rendu tel  *
      * quel, soit un code-barres EAN-13 : sa cle est controlee par    *
      * verean puis il est cherche dans piece_ean parmi les pieces     *
      * actives, dans le depot donne par l'appelant (a blanc : tous    *
      * depots). Un EAN qui designe plusieurs lignes piece (l'article  *
      * dans plusieurs depots) rend la liste des depots candidats :    *
      * l'appelant demande le depot et rappelle rchean avec lui.       *
      * Saisie a blanc : id 0, fin de saisie pour l'appelant. N'ecrit  *
      * rien en base.                                                  *
      *                                                                *
      *----------------------------------------------------------------*
      *                           TRIGRAMMES                           *
      *                                                                *
      * rchean=recherche ean                                           *
      * EAN=CODE EAN; SSI=SAISIE; PIE=PIECE; DEP=DEPOT;                *
      * IDF=IDENTIFIANT; LST=LISTE; NBR=NOMBRE; LNG=LONGUEUR;          *
      * VLR=VALEUR; RTR=RETOUR; SLC=SELECTION; AFC=AFFECTATION;        *
      * VAR=VARIABLE; DEB=DEBUT                                        *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. rchean.
       AUTHOR. ThomasD.
       DATE-WRITTEN. 15-10-2026 (fr).

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.

       01 PG-COD-EAN         PIC X(13).
       01 PG-DEP-PIE         PIC X(20).
       01 PG-NBR-PIE         PIC 9(05).
       01 PG-IDF-PIE         PIC 9(10).
       01 PG-LST-DEP         PIC X(30).

       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       01 WS-SSI-PIE         PIC X(13).
       01 WS-LNG-SSI         PIC 9(02)   VALUE 0.

      * Code retour de verean : 0 = cle EAN correcte.
       01 WS-VLR-RTR-EAN     PIC 9(01).
           88 WS-VLR-EAN-OK              VALUE 0.

      * Code retour rendu a l'appelant : 0 = piece resolue (ou saisie
      * a blanc, id 0) ; 1 = saisie invalide (ni id ni EAN, ou cle EAN
      * incorrecte) ; 2 = EAN inconnu (dans le depot s'il est donne) ;
      * 3 = EAN present dans plusieurs lignes piece, depot a choisir
      * parmi LK-LST-DEP.
       01 WS-RTR-EAN         PIC 9(01)   VALUE 0.
           88 WS-RTR-EAN-OK              VALUE 0.
           88 WS-RTR-EAN-INV             VALUE 1.
           88 WS-RTR-EAN-INC             VALUE 2.
           88 WS-RTR-EAN-AMB             VALUE 3.

       LINKAGE SECTION.
       01 LK-SSI-PIE         PIC X(13).
       01 LK-DEP-PIE         PIC X(20).
       01 LK-IDF-PIE         PIC 9(10).
       01 LK-LST-DEP         PIC X(30).
       01 LK-RTR-EAN         PIC 9(01).


       PROCEDURE DIVISION USING LK-SSI-PIE,
                                LK-DEP-PIE,
                                LK-IDF-PIE,
                                LK-LST-DEP,
                                LK-RTR-EAN.

           PERFORM 0100-AFC-VAR-DEB
              THRU 0100-AFC-VAR-FIN.

           IF WS-RTR-EAN-OK AND WS-LNG-SSI = 13
               PERFORM 0200-SLC-EAN-DEB
                  THRU 0200-SLC-EAN-FIN
           END-IF.

           MOVE WS-RTR-EAN
           TO   LK-RTR-EAN.

           EXIT PROGRAM.

      ******************************************************************
      *                         PARAGRAPHES                            *
      ******************************************************************

      * Moins de 13 chiffres : id_pie tape au clavier, rendu tel quel
      * (l'appelant en controle l'existence comme avant). 13 chiffres :
      * EAN, dont la cle est controlee avant toute recherche.

       0100-AFC-VAR-DEB.

           MOVE 0      TO LK-IDF-PIE.
           MOVE SPACES TO LK-LST-DEP.
           MOVE 0      TO WS-LNG-SSI.

           SET WS-RTR-EAN-OK TO TRUE.

           IF LK-SSI-PIE = SPACES
               GO TO 0100-AFC-VAR-FIN
           END-IF.

           MOVE FUNCTION TRIM (LK-SSI-PIE) TO WS-SSI-PIE.
           COMPUTE WS-LNG-SSI =
               FUNCTION LENGTH (FUNCTION TRIM (LK-SSI-PIE)).

           IF WS-SSI-PIE (1:WS-LNG-SSI) IS NOT NUMERIC
               SET WS-RTR-EAN-INV TO TRUE
               GO TO 0100-AFC-VAR-FIN
           END-IF.

           IF WS-LNG-SSI < 11
               COMPUTE LK-IDF-PIE =
                   FUNCTION NUMVAL (WS-SSI-PIE (1:WS-LNG-SSI))
               GO TO 0100-AFC-VAR-FIN
           END-IF.

           IF WS-LNG-SSI NOT = 13
               SET WS-RTR-EAN-INV TO TRUE
               GO TO 0100-AFC-VAR-FIN
           END-IF.

           CALL "verean" USING WS-SSI-PIE
                               WS-VLR-RTR-EAN
           END-CALL.

           IF NOT WS-VLR-EAN-OK
               SET WS-RTR-EAN-INV TO TRUE
               GO TO 0100-AFC-VAR-FIN
           END-IF.

           MOVE WS-SSI-PIE TO PG-COD-EAN.
           MOVE LK-DEP-PIE TO PG-DEP-PIE.

       0100-AFC-VAR-FIN.
           EXIT.

      *-----------------------------------------------------------------

      * Lignes piece actives portant l'EAN, dans le depot demande ou
      * dans tous les depots. Une seule : resolue ; plusieurs : les
      * depots candidats sont rendus pour que l'appelant fasse choisir.

       0200-SLC-EAN-DEB.

           EXEC SQL
               SELECT COUNT(*), COALESCE(MIN(p.id_pie), 0),
                      COALESCE(string_agg(DISTINCT p.depot_pie, ','),
                               ' ')
               INTO   :PG-NBR-PIE, :PG-IDF-PIE, :PG-LST-DEP
               FROM   piece_ean e
               JOIN   piece p ON p.id_pie = e.id_pie
               WHERE  e.code_ean = :PG-COD-EAN
               AND    COALESCE(p.actif_pie, 'O') = 'O'
               AND    (TRIM(:PG-DEP-PIE) = ''
                       OR p.depot_pie = TRIM(:PG-DEP-PIE))
           END-EXEC.

           EVALUATE TRUE
               WHEN SQLCODE NOT = 0
                   SET WS-RTR-EAN-INC TO TRUE
               WHEN PG-NBR-PIE = 0
                   SET WS-RTR-EAN-INC TO TRUE
               WHEN PG-NBR-PIE = 1
                   MOVE PG-IDF-PIE TO LK-IDF-PIE
               WHEN OTHER
                   MOVE PG-LST-DEP TO LK-LST-DEP
                   SET WS-RTR-EAN-AMB TO TRUE
           END-EVALUATE.

       0200-SLC-EAN-FIN.
           EXIT.
