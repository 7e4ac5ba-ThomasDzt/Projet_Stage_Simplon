      * recopiees dans le fichier de recyclage ORDCLIR au format       *
      * ORDCLI suivi du motif ; corrigees, elles se resoumettent       *
      * telles quelles en entree.                                      *
      * Chaque commande terminee (a l'entete suivante ou en fin de     *
      * fichier) recoit son accuse de reception (genarc) : imprime     *
      * dans le spool et depose pour envoi par email au contact du     *
      * client, ou a envoyer par courrier faute d'adresse email.       *
      *                                                                *
      * Le traitement est redemarrable : apres chaque ligne traitee,   *
      * le nombre de lignes deja traitees est ecrit dans le fichier    *
      * ENT=ENTETE; CKP=CHECKPOINT (REPRISE); REJ=REJET; MTF=MOTIF;    *
      * RLQ=RELIQUAT; NBR=NOMBRE; LUS=LUES; EOF=FIN DE FICHIER;        *
      * STA=STATUT; RTR=RETOUR; LEC=LECTURE; SUP=SUPPRESSION;          *
      * BCL=BOUCLE; APL=APPEL; ARC=ACCUSE DE RECEPTION DE COMMANDE;    *
      * TYP=TYPE; IMP=IMPRIME (COURRIER); DEB=DEBUT                    *
      ******************************************************************

       IDENTIFICATION DIVISION.
           88 WS-ENT-OUV-OUI                VALUE "O".
           88 WS-ENT-OUV-NON                VALUE "N".

      * Accuse de reception de la commande terminee (genarc, edition
      * initiale).
       01 WS-TYP-ARC            PIC X(01)   VALUE "I".
       01 WS-RTR-ARC            PIC 9(01).
           88 WS-RTR-ARC-EMA                VALUE 0.
           88 WS-RTR-ARC-IMP                VALUE 1.

       01 WS-NBR-ENT            PIC 9(10)   VALUE 0.
       01 WS-NBR-LGN-OK         PIC 9(10)   VALUE 0.
       01 WS-NBR-RLQ            PIC 9(10)   VALUE 0.
       01 WS-NBR-REJ            PIC 9(10)   VALUE 0.
       01 WS-NBR-ARC            PIC 9(10)   VALUE 0.
       01 WS-NBR-ARC-IMP        PIC 9(10)   VALUE 0.
       01 WS-MTF-REJ            PIC X(50).

       01 WS-NBR-LUS-EDT        PIC Z(10).
       01 WS-NBR-LGN-EDT        PIC Z(10).
       01 WS-NBR-RLQ-EDT        PIC Z(10).
       01 WS-NBR-REJ-EDT        PIC Z(10).
       01 WS-NBR-ARC-EDT        PIC Z(10).
       01 WS-NBR-ARC-IMP-EDT    PIC Z(10).


       PROCEDURE DIVISION.
      * (mode 'E') : les controles habituels s'appliquent (client
      * actif, limite de credit, blocage relances). Une entete
      * refusee laisse les lignes suivantes en rejet jusqu'a la
      * prochaine entete acceptee. La commande precedente, terminee,
      * recoit d'abord son accuse de reception.

       2300-TRT-ENT-DEB.

           IF WS-ENT-OUV-OUI
               PERFORM 2500-ARC-CMD-DEB
                  THRU 2500-ARC-CMD-FIN
           END-IF.

           SET WS-ENT-OUV-NON TO TRUE.

           IF WS-ZON-2 NOT = SPACES
       2400-TRT-LGN-CMD-FIN.
           EXIT.

      *-----------------------------------------------------------------

      * Edite l'accuse de reception de la commande terminee (genarc) :
      * spool pour impression, et depot pour envoi par email au contact
      * du client ; sans adresse email, il est compte a part pour un
      * envoi par courrier. Une commande sans ligne n'en recoit pas.

       2500-ARC-CMD-DEB.

           CALL "genarc" USING WS-IDF-CMD,
                               WS-TYP-ARC,
                               WS-RTR-ARC
           END-CALL.

           EVALUATE TRUE
               WHEN WS-RTR-ARC-EMA
                   ADD 1 TO WS-NBR-ARC

               WHEN WS-RTR-ARC-IMP
                   ADD 1 TO WS-NBR-ARC
                   ADD 1 TO WS-NBR-ARC-IMP
           END-EVALUATE.

       2500-ARC-CMD-FIN.
           EXIT.

      *-----------------------------------------------------------------

       3000-FINALISATION-DEB.

           IF WS-ENT-OUV-OUI
               PERFORM 2500-ARC-CMD-DEB
                  THRU 2500-ARC-CMD-FIN
           END-IF.

           CLOSE F-ORD-CLI.
           CLOSE F-ORD-REJ.

                   FUNCTION TRIM (WS-NBR-REJ-EDT)
                   " rejet(s) (voir ORDCLIR).".

           MOVE WS-NBR-ARC     TO WS-NBR-ARC-EDT.
           MOVE WS-NBR-ARC-IMP TO WS-NBR-ARC-IMP-EDT.

           DISPLAY "Accuses de reception : "
                   FUNCTION TRIM (WS-NBR-ARC-EDT) " edite(s), dont "
                   FUNCTION TRIM (WS-NBR-ARC-IMP-EDT)
                   " a envoyer par courrier.".

           PERFORM 3100-SUP-CKP-DEB
              THRU 3100-SUP-CKP-FIN.

