      ******************************************************************
      *                                                                *
      *                 DESCRIPTION DU SOUS-PROGRAMME                  *
      *                                                                *
      * rchppl : recherche du palier de prix degressif d'une piece     *
      * pour la quantite d'une ligne. Parmi les paliers de la piece    *
      * (table piece_palier, entretenue par gesppl depuis edpie),      *
      * retient celui de plus forte quantite minimale atteinte par la  *
      * quantite de la ligne. Le palier ne s'applique que s'il est     *
      * moins cher que le prix recu (prix de vente de la piece) : il   *
      * remplace alors ce prix, et sa quantite minimale et son prix    *
      * sont rendus pour etre figes sur la ligne. L'appelant applique  *
      * ensuite la remise client sur le prix rendu. N'ecrit rien en    *
      * base.                                                          *
      *                                                                *
      *----------------------------------------------------------------*
      *                           TRIGRAMMES                           *
      *                                                                *
      * rchppl=recherche palier                                        *
      * PPL=PALIER; PIE=PIECE; QTE=QUANTITE; LGN=LIGNE; PRX=PRIX;      *
      * MIN=MINIMUM; IDF=IDENTIFIANT; RTR=RETOUR; SLC=SELECTION;       *
      * AFC=AFFECTATION; VAR=VARIABLE; DEB=DEBUT                       *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. rchppl.
       AUTHOR. ThomasD.
       DATE-WRITTEN. 15-10-2026 (fr).

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.

       01 PG-IDF-PIE         PIC 9(10).
       01 PG-QTE-LGN         PIC 9(05).
       01 PG-QTE-MIN-PPL     PIC 9(05).
       01 PG-PRX-PPL         PIC 9(08)V99.

       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

      * Code retour rendu a l'appelant : 0 = palier applique ; 1 =
      * aucun palier atteint, ou palier pas plus avantageux que le
      * prix recu (prix inchange).
       01 WS-RTR-PPL         PIC 9(01)   VALUE 0.
           88 WS-RTR-PPL-OK              VALUE 0.
           88 WS-RTR-PPL-AUC             VALUE 1.

       LINKAGE SECTION.
       01 LK-IDF-PIE         PIC 9(10).
       01 LK-QTE-LGN         PIC 9(05).
       01 LK-PRX-PIE         PIC 9(08)V99.
       01 LK-QTE-PPL         PIC 9(05).
       01 LK-PRX-PPL         PIC 9(08)V99.
       01 LK-RTR-PPL         PIC 9(01).


       PROCEDURE DIVISION USING LK-IDF-PIE,
                                LK-QTE-LGN,
                                LK-PRX-PIE,
                                LK-QTE-PPL,
                                LK-PRX-PPL,
                                LK-RTR-PPL.

           PERFORM 0100-AFC-VAR-DEB
              THRU 0100-AFC-VAR-FIN.

           PERFORM 0200-SLC-PPL-DEB
              THRU 0200-SLC-PPL-FIN.

           MOVE WS-RTR-PPL
           TO   LK-RTR-PPL.

           EXIT PROGRAM.

      ******************************************************************
      *                         PARAGRAPHES                            *
      ******************************************************************

       0100-AFC-VAR-DEB.

           MOVE LK-IDF-PIE
           TO   PG-IDF-PIE.

           MOVE LK-QTE-LGN
           TO   PG-QTE-LGN.

           MOVE 0
           TO   LK-QTE-PPL
                LK-PRX-PPL.

           SET WS-RTR-PPL-AUC TO TRUE.

       0100-AFC-VAR-FIN.
           EXIT.

      *-----------------------------------------------------------------

      * Palier de plus forte quantite minimale atteinte par la ligne.

       0200-SLC-PPL-DEB.

           EXEC SQL
               SELECT qte_min_ppl, prix_ppl
               INTO   :PG-QTE-MIN-PPL, :PG-PRX-PPL
               FROM   piece_palier
               WHERE  id_pie = :PG-IDF-PIE
               AND    qte_min_ppl <= :PG-QTE-LGN
               ORDER BY qte_min_ppl DESC
               LIMIT 1
           END-EXEC.

           IF SQLCODE NOT = 0
               GO TO 0200-SLC-PPL-FIN
           END-IF.

           IF PG-PRX-PPL < LK-PRX-PIE
               SET WS-RTR-PPL-OK TO TRUE
               MOVE PG-PRX-PPL     TO LK-PRX-PIE
               MOVE PG-QTE-MIN-PPL TO LK-QTE-PPL
               MOVE PG-PRX-PPL     TO LK-PRX-PPL
           END-IF.

       0200-SLC-PPL-FIN.
           EXIT.
