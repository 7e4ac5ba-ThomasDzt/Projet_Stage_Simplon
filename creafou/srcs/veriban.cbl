      ******************************************************************
      *                                                                *
      *                 DESCRIPTION DU SOUS-PROGRAMME                  *
      *                                                                *
      * veriban : verifie les coordonnees bancaires saisies par        *
      * l'operateur (fiche fournisseur, identite de la societe) avant  *
      * qu'elles ne partent dans un fichier de virement. L'IBAN est    *
      * compacte (espaces de presentation retires) et passe en         *
      * majuscules, puis controle : pays sur deux lettres, cle sur     *
      * deux chiffres, 15 a 34 caracteres alphanumeriques, et cle      *
      * modulo 97 (les quatre premiers caracteres reportes en fin,     *
      * lettres converties A=10 ... Z=35, reste attendu 1). Le BIC,    *
      * passe en majuscules, doit compter 8 ou 11 caracteres dont 6    *
      * lettres en tete. Zones vides acceptees (fournisseur paye par   *
      * cheque). N'effectue aucun acces base de donnee.                *
      *                                                                *
      *----------------------------------------------------------------*
      *                           TRIGRAMMES                           *
      *                                                                *
      * veriban=verification IBAN; IBA=IBAN; BIC=BIC; RGR=REGROUPE;    *
      * LNG=LONGUEUR; CAR=CARACTERE; NUM=NUMERIQUE; VAL=VALEUR;        *
      * TMP=TEMPORAIRE; RST=RESTE; QUO=QUOTIENT; IDX=INDEX;            *
      * VLR=VALEUR; RTR=RETOUR; CTL=CONTROLE; CMP=COMPACTAGE;          *
      * CLE=CLE; DEB=DEBUT                                             *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. veriban.
       AUTHOR. ThomasD.
       DATE-WRITTEN. 15-10-2026 (fr).

       DATA DIVISION.
       WORKING-STORAGE SECTION.

      * IBAN compacte, puis regroupe (4 premiers caracteres en fin)
      * pour le calcul de la cle.
       01 WS-IBA               PIC X(34).
       01 WS-IBA-RGR           PIC X(34).
       01 WS-LNG-IBA           PIC 9(02)   VALUE 0.
       01 WS-LNG-BIC           PIC 9(02)   VALUE 0.
       01 WS-IDX               PIC 9(02)   VALUE 0.

       01 WS-CAR               PIC X(01).
       01 WS-CAR-NUM REDEFINES WS-CAR
                               PIC 9(01).

       01 WS-VAL-CAR           PIC 9(02).
       01 WS-VAL-TMP           PIC 9(05).
       01 WS-QUO               PIC 9(05).
       01 WS-RST               PIC 9(02).

      * Code retour rendu a l'appelant : 0 = coordonnees valides (ou
      * absentes) ; 1 = IBAN mal forme ; 2 = cle IBAN fausse ;
      * 3 = BIC mal forme.
       01 WS-VLR-RTR           PIC 9(01)   VALUE 0.
           88 WS-RTR-OK                    VALUE 0.
           88 WS-RTR-IBA-FMT               VALUE 1.
           88 WS-RTR-IBA-CLE               VALUE 2.
           88 WS-RTR-BIC-FMT               VALUE 3.

       LINKAGE SECTION.
       01 LK-IBA               PIC X(34).
       01 LK-BIC               PIC X(11).
       01 LK-VLR-RTR           PIC 9(01).


       PROCEDURE DIVISION USING LK-IBA,
                                LK-BIC,
                                LK-VLR-RTR.

           MOVE 0 TO WS-VLR-RTR.

           IF LK-IBA NOT = SPACES
               PERFORM 0100-CMP-IBA-DEB
                  THRU 0100-CMP-IBA-FIN

               PERFORM 0200-CTL-IBA-DEB
                  THRU 0200-CTL-IBA-FIN
           END-IF.

           IF WS-RTR-OK AND LK-BIC NOT = SPACES
               PERFORM 0300-CTL-BIC-DEB
                  THRU 0300-CTL-BIC-FIN
           END-IF.

           MOVE WS-VLR-RTR
           TO   LK-VLR-RTR.

           EXIT PROGRAM.


      ******************************************************************
      *                         PARAGRAPHES                            *
      ******************************************************************

      * Retire les espaces de presentation ("FR76 3000 ...") et passe
      * l'IBAN en majuscules ; la forme compacte est rendue a
      * l'appelant, c'est elle qui est enregistree.

       0100-CMP-IBA-DEB.

           MOVE SPACES TO WS-IBA.
           MOVE 0 TO WS-LNG-IBA.

           INSPECT LK-IBA CONVERTING "abcdefghijklmnopqrstuvwxyz"
                                  TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

           PERFORM 0150-CMP-CAR-DEB
              THRU 0150-CMP-CAR-FIN
              VARYING WS-IDX FROM 1 BY 1
              UNTIL WS-IDX > 34.

           MOVE WS-IBA TO LK-IBA.

           EXIT.
       0100-CMP-IBA-FIN.

      *-----------------------------------------------------------------

       0150-CMP-CAR-DEB.

           IF LK-IBA (WS-IDX:1) NOT = SPACE
               ADD 1 TO WS-LNG-IBA
               MOVE LK-IBA (WS-IDX:1) TO WS-IBA (WS-LNG-IBA:1)
           END-IF.

           EXIT.
       0150-CMP-CAR-FIN.

      *-----------------------------------------------------------------

      * Controle de forme puis calcul de la cle modulo 97 sur l'IBAN
      * regroupe, caractere par caractere (reste partiel, pour ne
      * jamais manipuler le nombre entier de 30 chiffres et plus).

       0200-CTL-IBA-DEB.

           IF WS-LNG-IBA < 15
               OR WS-IBA (1:2) NOT ALPHABETIC
               OR WS-IBA (3:2) NOT NUMERIC
               SET WS-RTR-IBA-FMT TO TRUE
               GO TO 0200-CTL-IBA-FIN
           END-IF.

           MOVE SPACES TO WS-IBA-RGR.
           STRING WS-IBA (5:WS-LNG-IBA - 4) DELIMITED BY SIZE
                  WS-IBA (1:4) DELIMITED BY SIZE
                  INTO WS-IBA-RGR
           END-STRING.

           MOVE 0 TO WS-RST.

           PERFORM 0250-CLE-CAR-DEB
              THRU 0250-CLE-CAR-FIN
              VARYING WS-IDX FROM 1 BY 1
              UNTIL WS-IDX > WS-LNG-IBA
              OR    NOT WS-RTR-OK.

           IF WS-RTR-OK AND WS-RST NOT = 1
               SET WS-RTR-IBA-CLE TO TRUE
           END-IF.

       0200-CTL-IBA-FIN.
           EXIT.

      *-----------------------------------------------------------------

      * Un chiffre decale le reste d'un rang, une lettre (deux
      * chiffres, A=10 ... Z=35) de deux rangs.

       0250-CLE-CAR-DEB.

           MOVE WS-IBA-RGR (WS-IDX:1) TO WS-CAR.

           EVALUATE TRUE
               WHEN WS-CAR IS NUMERIC
                   COMPUTE WS-VAL-TMP = WS-RST * 10 + WS-CAR-NUM

               WHEN WS-CAR IS ALPHABETIC-UPPER
                   COMPUTE WS-VAL-CAR = FUNCTION ORD (WS-CAR)
                                      - FUNCTION ORD ("A") + 10
                   COMPUTE WS-VAL-TMP = WS-RST * 100 + WS-VAL-CAR

               WHEN OTHER
                   SET WS-RTR-IBA-FMT TO TRUE
                   GO TO 0250-CLE-CAR-FIN
           END-EVALUATE.

           DIVIDE WS-VAL-TMP BY 97 GIVING WS-QUO REMAINDER WS-RST.

       0250-CLE-CAR-FIN.
           EXIT.

      *-----------------------------------------------------------------

      * BIC : code banque (4 lettres) et pays (2 lettres), puis
      * localisation (2) et agence facultative (3) alphanumeriques.

       0300-CTL-BIC-DEB.

           INSPECT LK-BIC CONVERTING "abcdefghijklmnopqrstuvwxyz"
                                  TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

           MOVE FUNCTION LENGTH (FUNCTION TRIM (LK-BIC))
           TO   WS-LNG-BIC.

           IF (WS-LNG-BIC NOT = 8 AND WS-LNG-BIC NOT = 11)
               OR LK-BIC (1:6) NOT ALPHABETIC
               OR LK-BIC (1:1) = SPACE
               SET WS-RTR-BIC-FMT TO TRUE
           END-IF.

           EXIT.
       0300-CTL-BIC-FIN.
