      ******************************************************************
      *                                                                *
      *                 DESCRIPTION DU SOUS-PROGRAMME                  *
      *                                                                *
      * lecprm : lecture d'un parametre de traitement dans la table    *
      * "parametre" (seuils, horizons et paliers des traitements par   *
      * lot, entretenus par l'administrateur dans gesprm). Recoit le   *
      * code du parametre et la valeur par defaut propre a             *
      * l'appelant, et rend la valeur de la table - ou la valeur par   *
      * defaut si la ligne est absente, sa valeur NULL ou la lecture   *
      * en erreur (la transaction est alors annulee pour que           *
      * l'appelant puisse poursuivre). Le code retour indique          *
      * l'origine de la valeur, pour que le compte rendu de            *
      * l'appelant la signale.                                         *
      *                                                                *
      *----------------------------------------------------------------*
      *                           TRIGRAMMES                           *
      *                                                                *
      * lecprm=lecture parametre                                       *
      * PRM=PARAMETRE; COD=CODE; VAL=VALEUR; DFT=DEFAUT; IND=          *
      * INDICATEUR; RTR=RETOUR; SLC=SELECTION; DEB=DEBUT               *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. lecprm.
       AUTHOR. ThomasD.
       DATE-WRITTEN. 15-10-2026 (fr).

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.

       01 PG-COD-PRM         PIC X(20).
       01 PG-VAL-PRM         PIC 9(09)V99.
       01 PG-VAL-PRM-IND     PIC S9(04) COMP-5.

       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

      * Code retour : 0 = valeur lue dans la table ; 1 = valeur par
      * defaut de l'appelant.
       01 WS-RTR-PRM         PIC 9(01)   VALUE 1.
           88 WS-RTR-PRM-TAB             VALUE 0.
           88 WS-RTR-PRM-DFT             VALUE 1.

       LINKAGE SECTION.
       01 LK-COD-PRM         PIC X(20).
       01 LK-VAL-DFT         PIC 9(09)V99.
       01 LK-VAL-PRM         PIC 9(09)V99.
       01 LK-RTR-PRM         PIC 9(01).


       PROCEDURE DIVISION USING LK-COD-PRM,
                                LK-VAL-DFT,
                                LK-VAL-PRM,
                                LK-RTR-PRM.

           MOVE LK-COD-PRM
           TO   PG-COD-PRM.

           PERFORM 0100-SLC-PRM-DEB
              THRU 0100-SLC-PRM-FIN.

           IF WS-RTR-PRM-TAB
               MOVE PG-VAL-PRM TO LK-VAL-PRM
           ELSE
               MOVE LK-VAL-DFT TO LK-VAL-PRM
           END-IF.

           MOVE WS-RTR-PRM
           TO   LK-RTR-PRM.

           EXIT PROGRAM.

      ******************************************************************
      *                         PARAGRAPHES                            *
      ******************************************************************

       0100-SLC-PRM-DEB.

           EXEC SQL
               SELECT val_prm
               INTO   :PG-VAL-PRM:PG-VAL-PRM-IND
               FROM   parametre
               WHERE  code_prm = :PG-COD-PRM
           END-EXEC.

           IF SQLCODE = 0 AND PG-VAL-PRM-IND >= 0
               SET WS-RTR-PRM-TAB TO TRUE
           ELSE
               SET WS-RTR-PRM-DFT TO TRUE
           END-IF.

           IF SQLCODE < 0
               EXEC SQL ROLLBACK END-EXEC
           END-IF.

       0100-SLC-PRM-FIN.
           EXIT.
