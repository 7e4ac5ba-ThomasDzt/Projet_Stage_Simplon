      * sa frequence, et ecrit le compte rendu de chaque commande      *
      * generee dans le fichier spoole TRTABO (genspl). A lancer en    *
      * debut de journee, avant l'ouverture du comptoir.               *
      * Le prix de chaque ligne suit, comme a la saisie, le palier de  *
      * prix degressif atteint par sa quantite (ajucmd, rchppl).       *
      * Chaque commande generee recoit son accuse de reception         *
      * (genarc), depose pour envoi par email au contact du client ou  *
      * a envoyer par courrier ; le compte rendu porte l'envoi retenu. *
      *                                                                *
      *----------------------------------------------------------------*
      *                           TRIGRAMMES                           *
      * ABO=ABONNEMENT; CMD=COMMANDE; CLI=CLIENT; PIE=PIECE; LGN=LIGNE;*
      * QTE=QUANTITE; PRX=PRIX; FRQ=FREQUENCE; ECH=ECHEANCE;           *
      * RLQ=RELIQUAT; NBR=NOMBRE; RSU=RESULTAT; SPL=SPOOL;             *
      * FIC=FICHIER; APL=APPEL; MAJ=MISE A JOUR; RTR=RETOUR; ARC=      *
      * ACCUSE DE RECEPTION DE COMMANDE; TYP=TYPE; ENV=ENVOI;          *
      * DEB=DEBUT                                                      *
      ******************************************************************

       IDENTIFICATION DIVISION.
       01 WS-APL-ENT            PIC X(01)   VALUE "E".
       01 WS-APL-LGN            PIC X(01)   VALUE "L".

      * Accuse de reception de la commande generee (genarc, edition
      * initiale) et son mode d'envoi repris au compte rendu.
       01 WS-TYP-ARC            PIC X(01)   VALUE "I".
       01 WS-RTR-ARC            PIC 9(01).
           88 WS-RTR-ARC-EMA                  VALUE 0.
           88 WS-RTR-ARC-IMP                  VALUE 1.
       01 WS-ENV-ARC            PIC X(08).

       01 WS-NBR-ABO            PIC 9(05)   VALUE 0.
       01 WS-NBR-CMD            PIC 9(05)   VALUE 0.
       01 WS-NBR-LGN-OK         PIC 9(05)   VALUE 0.

           OPEN OUTPUT F-ABO.

           MOVE "modele;client;commande;lignes;reliquats;refus;accuse"
           TO REC-ABO.
           WRITE REC-ABO.

               PERFORM 2200-TRT-LGN-ABO-DEB
                  THRU 2200-TRT-LGN-ABO-FIN

               PERFORM 2500-ARC-CMD-DEB
                  THRU 2500-ARC-CMD-FIN

               MOVE WS-IDF-CMD    TO WS-IDF-CMD-EDT
               MOVE WS-NBR-LGN-OK TO WS-NBR-LGN-EDT
               MOVE WS-NBR-RLQ    TO WS-NBR-RLQ-EDT
                      FUNCTION TRIM (WS-IDF-CMD-EDT) ";"
                      FUNCTION TRIM (WS-NBR-LGN-EDT) ";"
                      FUNCTION TRIM (WS-NBR-RLQ-EDT) ";"
                      FUNCTION TRIM (WS-NBR-REF-EDT) ";"
                      FUNCTION TRIM (WS-ENV-ARC)
                      DELIMITED BY SIZE INTO REC-ABO
               END-STRING
               WRITE REC-ABO
           EXIT.
       2400-AVA-ECH-FIN.

      *-----------------------------------------------------------------

      * Edite l'accuse de reception de la commande generee (genarc) :
      * spool pour impression, et depot pour envoi par email au contact
      * du client, sinon envoi par courrier. Une commande dont aucune
      * ligne n'a ete postee n'en recoit pas.

       2500-ARC-CMD-DEB.

           CALL "genarc" USING WS-IDF-CMD,
                               WS-TYP-ARC,
                               WS-RTR-ARC
           END-CALL.

           EVALUATE TRUE
               WHEN WS-RTR-ARC-EMA
                   MOVE "email"    TO WS-ENV-ARC
               WHEN WS-RTR-ARC-IMP
                   MOVE "courrier" TO WS-ENV-ARC
               WHEN OTHER
                   MOVE "aucun"    TO WS-ENV-ARC
           END-EVALUATE.

           EXIT.
       2500-ARC-CMD-FIN.

      *-----------------------------------------------------------------

       3000-FINALISATION-DEB.
