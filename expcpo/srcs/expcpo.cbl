      * produit un listing de controle EXPCPOR avec les compteurs et   *
      * totaux par fournisseur - la transmission devient mecanique et  *
      * auditable au lieu d'etre dictee au telephone.                  *
      * Une commande en livraison directe (liv_dir_cmd_pie = 'O')      *
      * porte deux zones de plus : le code 'D' et l'adresse du client  *
      * chez qui le fournisseur expedie la piece.                      *
      * La quantite transmise est exprimee dans l'unite d'achat du     *
      * fournisseur (piece_fournisseur, via rchcnv : cartons, bidons), *
      * arrondie a l'unite d'achat superieure ; la commande, tenue en  *
      * unites de stock, est ramenee au multiple correspondant au      *
      * passage a 'envoyee', pour que le rapprochement d'impsup porte  *
      * sur ce qui a reellement ete commande.                          *
      *                                                                *
      *----------------------------------------------------------------*
      *                           TRIGRAMMES                           *
      * QTE=QUANTITE; FIC=FICHIER; NOM=NOM; CTL=CONTROLE; NBR=NOMBRE;  *
      * TOT=TOTAL; CUR=COURANT; IDF=IDENTIFIANT; UTI=UTILISATEUR;      *
      * RSU=RESULTAT; ECR=ECRITURE; MAJ=MISE A JOUR; EDT=EDITION;      *
      * LIV=LIVRAISON; DIR=DIRECTE; ADR=ADRESSE; UNA=UNITE D'ACHAT;    *
      * FAC=FACTEUR; CNV=CONVERSION; ACH=ACHAT; STK=STOCK; DEB=DEBUT   *
      ******************************************************************

       IDENTIFICATION DIVISION.
       FILE SECTION.

       FD F-CMD-FOU.
       01 REC-CMD-FOU           PIC X(240).

       FD F-CTL-EXP.
       01 REC-CTL-EXP           PIC X(120).
       01 PG-IDF-FOU-RSU        PIC 9(10).
       01 PG-IDF-PIE-RSU        PIC 9(10).
       01 PG-QTE-CPO-RSU        PIC 9(10).
       01 PG-LIV-DIR-RSU        PIC X(01).
       01 PG-ADR-LIV-RSU        PIC X(150).

       01 PG-REF-FOU            PIC X(30).

      * Quantite commandee ramenee au multiple de l'unite d'achat,
      * en unites de stock.
       01 PG-QTE-CPO-STK        PIC 9(10).

       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.
      * premiere ligne traitee.
       EXEC SQL
           DECLARE C-EXP CURSOR WITH HOLD FOR
               SELECT id_cmd_pie, id_fou, id_pie, qte_cmd_pie,
                      COALESCE(liv_dir_cmd_pie, 'N'),
                      COALESCE(adr_liv_cmd_pie, ' ')
               FROM   piece_commande
               WHERE  statut_cmd_pie = 'validee'
               AND    id_fou IS NOT NULL
       01 WS-QTE-TOT-GEN        PIC 9(10)   VALUE 0.
       01 WS-NBR-FOU            PIC 9(05)   VALUE 0.

      * Unite d'achat du couple piece/fournisseur et facteur de
      * conversion en unites de stock (rchcnv), quantite transmise
      * en unites d'achat.
       01 WS-UNA-PFO            PIC X(10).
       01 WS-FAC-CNV            PIC 9(05).
       01 WS-RTR-CNV            PIC 9(01).
       01 WS-QTE-ACH            PIC 9(10).

      * Identifiant utilisateur "systeme" au nom duquel les passages
      * au statut 'envoyee' sont journalises, meme convention
      * qu'impsup.
           EXEC SQL
               FETCH C-EXP
               INTO  :PG-IDF-CPO-RSU, :PG-IDF-FOU-RSU,
                     :PG-IDF-PIE-RSU, :PG-QTE-CPO-RSU,
                     :PG-LIV-DIR-RSU, :PG-ADR-LIV-RSU
           END-EXEC.

           PERFORM 2100-TRT-CPO-DEB
           EXEC SQL
               FETCH C-EXP
               INTO  :PG-IDF-CPO-RSU, :PG-IDF-FOU-RSU,
                     :PG-IDF-PIE-RSU, :PG-QTE-CPO-RSU,
                     :PG-LIV-DIR-RSU, :PG-ADR-LIV-RSU
           END-EXEC.

           EXIT.

      * Ecrit la ligne de commande au format miroir de l'entree
      * d'impsup : notre reference (id_pie), la reference fournisseur
      * quand la correspondance existe (vide sinon), la quantite en
      * unites d'achat du fournisseur ;
      * en livraison directe, suivies du code 'D' et de l'adresse de
      * livraison du client.

       2300-ECR-LGN-CMD-DEB.

               MOVE SPACES TO PG-REF-FOU
           END-IF.

           CALL "rchcnv" USING PG-IDF-PIE-RSU
                               PG-IDF-FOU-RSU
                               WS-UNA-PFO
                               WS-FAC-CNV
                               WS-RTR-CNV
           END-CALL.

           COMPUTE WS-QTE-ACH = (PG-QTE-CPO-RSU + WS-FAC-CNV - 1)
                                / WS-FAC-CNV.
           COMPUTE PG-QTE-CPO-STK = WS-QTE-ACH * WS-FAC-CNV.

           MOVE PG-IDF-PIE-RSU TO WS-IDF-PIE-EDT.
           MOVE WS-QTE-ACH     TO WS-QTE-CPO-EDT.

           MOVE SPACES TO REC-CMD-FOU.

           IF PG-LIV-DIR-RSU = "O"
               STRING FUNCTION TRIM (WS-IDF-PIE-EDT) ";"
                      FUNCTION TRIM (PG-REF-FOU) ";"
                      FUNCTION TRIM (WS-QTE-CPO-EDT) ";D;"
                      FUNCTION TRIM (PG-ADR-LIV-RSU)
                      DELIMITED BY SIZE INTO REC-CMD-FOU
               END-STRING
           ELSE
               STRING FUNCTION TRIM (WS-IDF-PIE-EDT) ";"
                      FUNCTION TRIM (PG-REF-FOU) ";"
                      FUNCTION TRIM (WS-QTE-CPO-EDT)
                      DELIMITED BY SIZE INTO REC-CMD-FOU
               END-STRING
           END-IF.
           WRITE REC-CMD-FOU.

           ADD 1 TO WS-NBR-LGN-FOU.
           ADD 1 TO WS-NBR-LGN-TOT.
           ADD WS-QTE-ACH TO WS-QTE-TOT-FOU.
           ADD WS-QTE-ACH TO WS-QTE-TOT-GEN.

           EXIT.
       2300-ECR-LGN-CMD-FIN.

      *-----------------------------------------------------------------

      * La commande transmise passe au statut 'envoyee', a la
      * quantite reellement commandee en unites d'achat, journalisee
      * via genlog comme les transitions de gescpo.

       2400-MAJ-STA-DEB.

           EXEC SQL
               UPDATE piece_commande
               SET    statut_cmd_pie = 'envoyee',
                      qte_cmd_pie    = :PG-QTE-CPO-STK
               WHERE  id_cmd_pie = :PG-IDF-CPO-RSU
           END-EXEC.


               MOVE PG-IDF-CPO-RSU TO WS-IDF-CPO-EDT

               MOVE SPACES TO WS-MSG-LOG

               STRING 'Commande fournisseur ' DELIMITED BY SIZE
                      FUNCTION TRIM (WS-IDF-CPO-EDT) DELIMITED BY SIZE
                      ' transmise (statut envoyee) : '
                      DELIMITED BY SIZE
                      FUNCTION TRIM (WS-QTE-CPO-EDT) DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WS-UNA-PFO DELIMITED BY SPACE
                      '.' DELIMITED BY SIZE
                      INTO WS-MSG-LOG
               END-STRING

