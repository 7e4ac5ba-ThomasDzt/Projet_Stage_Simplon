      ******************************************************************
      *                                                                *
      *                 DESCRIPTION DU SOUS-PROGRAMME                  *
      *                                                                *
      * verean : verifie qu'un code-barres EAN-13 saisi ou scanne est  *
      * valide : 13 chiffres, dont le dernier est la cle de controle.  *
      * Les 12 premiers chiffres sont ponderes alternativement par 1   *
      * et par 3 en partant de la gauche ; la cle est le complement a  *
      * la dizaine superieure de leur somme (0 si la somme est deja un *
      * multiple de 10). N'effectue aucun acces base de donnee,        *
      * uniquement un controle de format.                              *
      *                                                                *
      *----------------------------------------------------------------*
      *                           TRIGRAMMES                           *
      *                                                                *
      * verean=verification ean; EAN=CODE EAN; IDX=INDEX; CHF=CHIFFRE; *
      * SOM=SOMME; CLE=CLE DE CONTROLE; VLR=VALEUR; RTR=RETOUR;        *
      * DEB=DEBUT                                                      *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. verean.
       AUTHOR. ThomasD.
       DATE-WRITTEN. 15-10-2026 (fr).

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       01 WS-COD-EAN           PIC X(13).
       01 WS-IDX               PIC 9(02)   VALUE 0.
       01 WS-CHF               PIC 9(02)   VALUE 0.
       01 WS-SOM-EAN           PIC 9(04)   VALUE 0.
       01 WS-CLE-EAN           PIC 9(01)   VALUE 0.

      * Code retour rendu a l'appelant : 0 = EAN valide ;
      * 1 = EAN invalide (pas 13 chiffres, ou cle incorrecte).
       01 WS-VLR-RTR           PIC 9(01)   VALUE 0.
           88 WS-RTR-EAN-OK                VALUE 0.
           88 WS-RTR-EAN-INV               VALUE 1.

       LINKAGE SECTION.
       01 LK-COD-EAN           PIC X(13).
       01 LK-VLR-RTR           PIC 9(01).


       PROCEDURE DIVISION USING LK-COD-EAN,
                                LK-VLR-RTR.

           MOVE LK-COD-EAN TO WS-COD-EAN.
           MOVE 0          TO WS-SOM-EAN.

           IF WS-COD-EAN IS NOT NUMERIC
               SET WS-RTR-EAN-INV TO TRUE
           ELSE
               PERFORM 0100-SOM-EAN-DEB
                  THRU 0100-SOM-EAN-FIN
                  VARYING WS-IDX FROM 1 BY 1
                  UNTIL WS-IDX > 12

               COMPUTE WS-CLE-EAN =
                   FUNCTION MOD (10 - FUNCTION MOD (WS-SOM-EAN, 10),
                                 10)

               IF WS-COD-EAN (13:1) = WS-CLE-EAN
                   SET WS-RTR-EAN-OK TO TRUE
               ELSE
                   SET WS-RTR-EAN-INV TO TRUE
               END-IF
           END-IF.

           MOVE WS-VLR-RTR
           TO   LK-VLR-RTR.

           EXIT PROGRAM.


      ******************************************************************
      *                         PARAGRAPHES                            *
      ******************************************************************

      * Accumule la somme ponderee chiffre par chiffre, en partant de
      * la gauche : poids 1 aux positions impaires, 3 aux paires.

       0100-SOM-EAN-DEB.

           MOVE WS-COD-EAN (WS-IDX:1) TO WS-CHF.

           IF FUNCTION MOD (WS-IDX, 2) = 0
               COMPUTE WS-CHF = WS-CHF * 3
           END-IF.

           ADD WS-CHF TO WS-SOM-EAN.

           EXIT.
       0100-SOM-EAN-FIN.
