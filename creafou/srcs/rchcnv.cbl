      ******************************************************************
      *                                                                *
      *                 DESCRIPTION DU SOUS-PROGRAMME                  *
      *                                                                *
      * rchcnv : recherche de l'unite d'achat d'une piece chez un      *
      * fournisseur et de son facteur de conversion en unites de       *
      * stock (table piece_fournisseur, entretenue par gespfo) : une   *
      * bougie achetee par carton de 10 a pour unite d'achat 'carton'  *
      * et pour facteur 10. Appele par expcpo (quantite commandee en   *
      * unite d'achat), impsup et impack (quantites recues ou          *
      * confirmees converties en unites de stock). A defaut d'entree   *
      * active pour le couple piece/fournisseur, l'unite d'achat est   *
      * l'unite de stock (facteur 1), comme avant.                     *
      *                                                                *
      * Code retour rendu a l'appelant : 0 = conversion trouvee ;      *
      * 1 = pas de conversion connue (unite, facteur 1).               *
      *                                                                *
      *----------------------------------------------------------------*
      *                           TRIGRAMMES                           *
      *                                                                *
      * rchcnv=recherche conversion                                    *
      * CNV=CONVERSION; UNA=UNITE D'ACHAT; FAC=FACTEUR; PIE=PIECE;     *
      * FOU=FOURNISSEUR; IDF=IDENTIFIANT; RTR=RETOUR; SLC=SELECTION;   *
      * DFT=DEFAUT; DEB=DEBUT                                          *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. rchcnv.
       AUTHOR. ThomasD.
       DATE-WRITTEN. 15-10-2026 (fr).

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.

       01 PG-IDF-PIE         PIC 9(10).
       01 PG-IDF-FOU         PIC 9(10).
       01 PG-UNA-PFO         PIC X(10).
       01 PG-FAC-CNV         PIC 9(05).

       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

      * Unite d'achat par defaut : l'unite de stock elle-meme.
       01 WS-UNA-DFT         PIC X(10)   VALUE "unite".

      * Code retour rendu a l'appelant.
       01 WS-RTR-CNV         PIC 9(01)   VALUE 0.
           88 WS-RTR-CNV-OK              VALUE 0.
           88 WS-RTR-CNV-DFT             VALUE 1.

       LINKAGE SECTION.
       01 LK-IDF-PIE         PIC 9(10).
       01 LK-IDF-FOU         PIC 9(10).
       01 LK-UNA-PFO         PIC X(10).
       01 LK-FAC-CNV         PIC 9(05).
       01 LK-RTR-CNV         PIC 9(01).


       PROCEDURE DIVISION USING LK-IDF-PIE,
                                LK-IDF-FOU,
                                LK-UNA-PFO,
                                LK-FAC-CNV,
                                LK-RTR-CNV.

           MOVE LK-IDF-PIE TO PG-IDF-PIE.
           MOVE LK-IDF-FOU TO PG-IDF-FOU.

           PERFORM 0100-SLC-CNV-DEB
              THRU 0100-SLC-CNV-FIN.

           MOVE PG-UNA-PFO
           TO   LK-UNA-PFO.

           MOVE PG-FAC-CNV
           TO   LK-FAC-CNV.

           MOVE WS-RTR-CNV
           TO   LK-RTR-CNV.

           EXIT PROGRAM.

      ******************************************************************
      *                         PARAGRAPHES                            *
      ******************************************************************

      * Premiere entree active du couple dans l'ordre de preference ;
      * un facteur nul ou absent vaut 1.

       0100-SLC-CNV-DEB.

           SET WS-RTR-CNV-OK TO TRUE.

           EXEC SQL
               SELECT COALESCE(unite_achat_pfo, 'unite'),
                      COALESCE(fact_conv_pfo, 1)
               INTO   :PG-UNA-PFO, :PG-FAC-CNV
               FROM   piece_fournisseur
               WHERE  id_pie = :PG-IDF-PIE
               AND    id_fou = :PG-IDF-FOU
               AND    actif_pfo = 'O'
               ORDER BY ordre_pfo, id_pfo
               FETCH FIRST 1 ROW ONLY
           END-EXEC.

           IF SQLCODE NOT = 0
               SET WS-RTR-CNV-DFT TO TRUE
               MOVE WS-UNA-DFT TO PG-UNA-PFO
               MOVE 1          TO PG-FAC-CNV
           END-IF.

           IF PG-FAC-CNV = 0
               MOVE 1 TO PG-FAC-CNV
           END-IF.

           EXIT.
       0100-SLC-CNV-FIN.
