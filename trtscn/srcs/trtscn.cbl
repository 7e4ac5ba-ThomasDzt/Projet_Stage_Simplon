      * motif ; corrigees, elles se resoumettent telles quelles en     *
      * entree, le motif au-dela de la longueur d'enregistrement       *
      * etant tronque a la relecture.                                  *
      * Une transaction peut designer la piece par le code-barres      *
      * EAN-13 scanne au lieu de son id (id a zero) : rchean le resout *
      * dans le depot de la transaction. Un EAN invalide, inconnu du   *
      * depot ou porte par plusieurs pieces du depot est rejete avec   *
      * son motif.                                                     *
      * Un transfert (mode 'T') debite le depot source et part en      *
      * transit sur un bon de transfert numerote : la destination      *
      * n'est creditee qu'a la reception du bon (rcptrf), et le bon    *
      * s'imprime depuis le menu (bontrf).                             *
      * Un mouvement sur un depot non attribue a l'utilisateur de la   *
      * transaction est refuse par majpie (verudp) et rejete.          *
      *                                                                *
      * Le traitement est redemarrable : apres chaque transaction      *
      * appliquee avec succes, le nombre de transactions deja traitees *
      * IDF=IDENTIFIANT; QTE=QUANTITE; VRT=VARIANTE; TYP=TYPE;         *
      * CHG=CHANGEMENT; NBR=NOMBRE; LUS=LUES; EOF=FIN DE FICHIER;      *
      * STA=STATUT; RTR=RETOUR; ALR=ALERTE; SUL=SEUIL; LEC=LECTURE;    *
      * SUP=SUPPRESSION; BCL=BOUCLE; APL=APPEL; DEB=DEBUT;             *
      * EAN=CODE EAN; RSL=RESOLUTION; DEP=DEPOT; LST=LISTE; MTF=MOTIF; *
      * REJ=REJET                                                      *
      ******************************************************************

       IDENTIFICATION DIVISION.
      * Le depot et la piece destinataire d'un transfert completent
      * la transaction : un enregistrement ancien format (zones
      * absentes, lues a SPACES/zeros) retombe sur le depot PRINCIPAL
      * sans transfert, comme avant. Le code EAN scanne, en fin
      * d'enregistrement, ne sert que lorsque l'id de piece est a
      * zero ; absent des anciens fichiers, il y est lu a SPACES.
       FD F-SCN-TRS.
       01 REC-SCN-TRS.
           05 TRS-IDF-PIE       PIC 9(10).
           05 TRS-IDF-UTI       PIC 9(10).
           05 TRS-DEP-PIE       PIC X(20).
           05 TRS-IDF-PIE-DST   PIC 9(10).
           05 TRS-COD-EAN       PIC X(13).

       FD F-SCN-CKP.
       01 REC-SCN-CKP           PIC 9(10).
      * fichier de rejets corrige peut donc etre resoumis tel quel en
      * entree (renomme SCANTRS), la relecture tronquant le motif.
       FD F-SCN-REJ.
       01 REC-SCN-REJ           PIC X(130).

       WORKING-STORAGE SECTION.


      * Code retour de majpie et drapeau d'alerte de stock bas :
      * 0 = ok ; 1 = piece inconnue ; 2 = erreur SQL ; 3 = quantite a
      * retirer superieure au stock ; 4 = piece desactivee ;
      * 5 = piece destinataire du transfert inconnue ; 9 = depot non
      * attribue a l'utilisateur de la transaction.
       01 WS-RTR-PIE            PIC 9(01).
           88 WS-RTR-PIE-OK                VALUE 0.
           88 WS-RTR-PIE-IDF-INV           VALUE 1.
           88 WS-RTR-PIE-ERR               VALUE 2.
           88 WS-RTR-PIE-QTE-INV           VALUE 3.
           88 WS-RTR-PIE-INACTIVE          VALUE 4.
           88 WS-RTR-PIE-DST-INV           VALUE 5.
           88 WS-RTR-PIE-DEP-REF           VALUE 9.

       01 WS-ALR-SUL            PIC X(01).
           88 WS-ALR-SUL-OUI                VALUE "O".
       01 WS-TYP-LOG-NUL        PIC X(20)   VALUE SPACES.
       01 WS-NUM-LOT-NUL        PIC X(20)   VALUE SPACES.

      * Piece de la transaction courante : l'id porte par
      * l'enregistrement, ou celui que rchean resout depuis l'EAN
      * scanne dans le depot de la transaction.
       01 WS-IDF-PIE            PIC 9(10).
       01 WS-LST-DEP            PIC X(30).

      * Code retour de rchean : 0 = piece resolue ; 1 = EAN invalide ;
      * 2 = EAN inconnu du depot ; 3 = EAN porte par plusieurs pieces
      * du depot.
       01 WS-RTR-EAN            PIC 9(01).
           88 WS-RTR-EAN-OK                VALUE 0.
           88 WS-RTR-EAN-INV               VALUE 1.
           88 WS-RTR-EAN-INC               VALUE 2.
           88 WS-RTR-EAN-AMB               VALUE 3.

       01 WS-NBR-LUS-EDT        PIC Z(10).
       01 WS-IDF-PIE-EDT        PIC Z(10).

           EXIT.
       2000-TRT-BCL-FIN.

      *-----------------------------------------------------------------

      * Resout l'EAN scanne en id de piece dans le depot de la
      * transaction ; en echec, le motif du rejet est prepare.

       2050-RSL-EAN-DEB.

           CALL "rchean" USING TRS-COD-EAN
                               WS-DEP-PIE
                               WS-IDF-PIE
                               WS-LST-DEP
                               WS-RTR-EAN
           END-CALL.

           MOVE WS-IDF-PIE TO WS-IDF-PIE-EDT.

           EVALUATE TRUE
               WHEN WS-RTR-EAN-INV
                   MOVE "EAN invalide" TO WS-MTF-REJ
               WHEN WS-RTR-EAN-INC
                   MOVE "EAN inconnu dans ce depot" TO WS-MTF-REJ
               WHEN WS-RTR-EAN-AMB
                   MOVE "EAN ambigu dans ce depot" TO WS-MTF-REJ
           END-EVALUATE.

           EXIT.
       2050-RSL-EAN-FIN.

      *-----------------------------------------------------------------

       2100-APL-MAJPIE-DEB.

           IF TRS-IDF-PIE IS NUMERIC
               MOVE TRS-IDF-PIE TO WS-IDF-PIE
           ELSE
               MOVE 0 TO WS-IDF-PIE
           END-IF.

           MOVE WS-IDF-PIE TO WS-IDF-PIE-EDT.

      * Reprend le depot et la destination de transfert portes par la
      * transaction ; un depot vide (ancien format) retombe sur le
               MOVE 0 TO WS-IDF-PIE-DST
           END-IF.

           IF WS-IDF-PIE = 0 AND TRS-COD-EAN NOT = SPACES
               PERFORM 2050-RSL-EAN-DEB
                  THRU 2050-RSL-EAN-FIN

               IF NOT WS-RTR-EAN-OK
                   PERFORM 2150-ECR-REJ-DEB
                      THRU 2150-ECR-REJ-FIN
                   GO TO 2100-APL-MAJPIE-FIN
               END-IF
           END-IF.

           CALL "majpie" USING WS-IDF-PIE
                               WS-QTE-PIE
                               TRS-TYP-CHG
                               TRS-QTE-VRT

           EVALUATE TRUE
               WHEN WS-RTR-PIE-OK
                   IF TRS-TYP-CHG = "T"
                       DISPLAY "Transaction "
                               FUNCTION TRIM (WS-IDF-PIE-EDT)
                               " : transfert parti en transit "
                               "(bon a editer par bontrf)."
                   END-IF

               WHEN WS-RTR-PIE-IDF-INV
                   MOVE "piece inconnue" TO WS-MTF-REJ
                   PERFORM 2150-ECR-REJ-DEB
                      THRU 2150-ECR-REJ-FIN

               WHEN WS-RTR-PIE-DST-INV
                   MOVE "piece destinataire inconnue" TO WS-MTF-REJ
                   PERFORM 2150-ECR-REJ-DEB
                      THRU 2150-ECR-REJ-FIN

               WHEN WS-RTR-PIE-DEP-REF
                   MOVE "depot non attribue a l'utilisateur"
                   TO   WS-MTF-REJ
                   PERFORM 2150-ECR-REJ-DEB
                      THRU 2150-ECR-REJ-FIN

               WHEN WS-RTR-PIE-ERR
                   MOVE "erreur SQL" TO WS-MTF-REJ
                   PERFORM 2150-ECR-REJ-DEB
