      ******************************************************************
      *                             ENTETE                             *
      *                                                                *
      * impdpv : import par lot des consommations declarees par les    *
      * garages qui hebergent un depot-vente (fichier DPVCSM, sur le   *
      * modele d'impcmd). Une ligne par piece consommee, separee par   *
      * ";" : "id_cli;id_pie;qte". La piece se cite par l'id de la     *
      * ligne du depot-vente ou par celui de la meme piece au          *
      * catalogue (rchdpv la ramene au depot-vente du client). Les     *
      * lignes consecutives d'un meme client forment une commande      *
      * (ajucmd 'E' puis 'L' : retrait majpie sur le depot-vente, prix *
      * du client), facturee par genfac des que le client change et en *
      * fin de fichier. Les lignes rejetees (client sans depot-vente,  *
      * piece non tenue, quantite au-dela du stock du depot-vente -    *
      * ecart a regulariser au comptage -, entete refusee...) sont     *
      * recopiees dans le fichier de recyclage DPVCSMR au format       *
      * DPVCSM suivi du motif ; corrigees, elles se resoumettent       *
      * telles quelles en entree.                                      *
      *                                                                *
      * Le traitement est redemarrable comme impcmd : apres chaque     *
      * ligne traitee, le nombre de lignes deja traitees est ecrit     *
      * dans le fichier de reprise DPVCKP avec la commande ouverte et  *
      * son client, pour qu'une relance apres une panne ne facture pas *
      * deux fois les memes consommations. Le fichier de reprise est   *
      * supprime en fin de traitement normal.                          *
      *                                                                *
      *----------------------------------------------------------------*
      *                           TRIGRAMMES                           *
      *                                                                *
      * impdpv=import consommations depot-vente                        *
      * DPV=DEPOT-VENTE; CSM=CONSOMMATION; CMD=COMMANDE; CLI=CLIENT;   *
      * PIE=PIECE; LGN=LIGNE; QTE=QUANTITE; PRX=PRIX; FAC=FACTURE;     *
      * ENT=ENTETE; CKP=CHECKPOINT (REPRISE); REJ=REJET; MTF=MOTIF;    *
      * NBR=NOMBRE; LUS=LUES; EOF=FIN DE FICHIER; STA=STATUT;          *
      * RTR=RETOUR; LEC=LECTURE; SUP=SUPPRESSION; BCL=BOUCLE;          *
      * APL=APPEL; OUV=OUVERTURE; ANL=ANNULATION; NFC=NON FACTUREE;    *
      * DEP=DEPOT; SSI=SAISIE; DEB=DEBUT                               *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. impdpv.
       AUTHOR. ThomasD.
       DATE-WRITTEN. 15-10-2026 (fr).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT F-DPV-CSM ASSIGN TO "DPVCSM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STA-CSM.

           SELECT F-DPV-CKP ASSIGN TO "DPVCKP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STA-CKP.

           SELECT F-DPV-REJ ASSIGN TO "DPVCSMR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STA-REJ.

       DATA DIVISION.
       FILE SECTION.

       FD F-DPV-CSM.
       01 REC-DPV-CSM           PIC X(80).

      * Point de reprise : nombre de lignes traitees, plus la commande
      * ouverte et son client (zero si aucune).
       FD F-DPV-CKP.
       01 REC-DPV-CKP.
           05 CKP-NBR-LUS       PIC 9(10).
           05 CKP-IDF-CMD       PIC 9(10).
           05 CKP-IDF-CLI       PIC 9(10).

      * Fichier de recyclage des lignes rejetees : chaque rejet y est
      * recopie au format DPVCSM, suivi de ";" et du motif.
       FD F-DPV-REJ.
       01 REC-DPV-REJ           PIC X(140).

       WORKING-STORAGE SECTION.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.

       COPY dbconfig.

       01 PG-IDF-CMD            PIC 9(10).
       01 PG-IDF-PIE            PIC 9(10).
       01 PG-NBR-LGN-CMD        PIC 9(05).

       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       01 WS-STA-CSM            PIC X(02).
           88 WS-STA-CSM-OK                VALUE "00".
           88 WS-STA-CSM-EOF               VALUE "10".

       01 WS-STA-CKP            PIC X(02).
           88 WS-STA-CKP-OK                VALUE "00".
           88 WS-STA-CKP-INEXISTANT        VALUE "35".

       01 WS-STA-REJ            PIC X(02).

       01 WS-EOF-CSM            PIC X(01)   VALUE "N".
           88 WS-EOF-CSM-OUI                VALUE "O".
           88 WS-EOF-CSM-NON                VALUE "N".

      * Nombre de lignes deja lues (y compris celles deja traitees
      * lors d'une execution precedente) et point de reprise relu
      * depuis DPVCKP (compteur + commande/client en cours).
       01 WS-NBR-LUS            PIC 9(10)   VALUE 0.
       01 WS-REC-CKP.
           05 WS-NBR-CKP        PIC 9(10)   VALUE 0.
           05 WS-IDF-CMD-CKP    PIC 9(10)   VALUE 0.
           05 WS-IDF-CLI-CKP    PIC 9(10)   VALUE 0.

      * Zones de decoupe de la ligne courante.
       01 WS-ZON-1              PIC X(20).
       01 WS-ZON-2              PIC X(20).
       01 WS-ZON-3              PIC X(20).
       01 WS-IDF-CLI-N          PIC 9(10).
       01 WS-IDF-PIE-N          PIC 9(10).
       01 WS-QTE-LGN-N          PIC 9(05).

      * Identifiant utilisateur "systeme" au nom duquel les commandes
      * de cet import sont postees, meme convention qu'impcmd.
       01 WS-IDF-UTI-SYS        PIC 9(10)   VALUE 1.

      * Zones echangees avec ajucmd, memes conventions qu'ecracmd.
       01 WS-IDF-CLI            PIC 9(10)   VALUE 0.
       01 WS-IDF-CMD            PIC 9(10)   VALUE 0.
       01 WS-IDF-PIE            PIC 9(10).
       01 WS-QTE-LGN            PIC 9(05).
       01 WS-PRX-LGN            PIC 9(08)V99.

       01 WS-RTR-CMD            PIC 9(01).
           88 WS-RTR-CMD-OK                   VALUE 0.
           88 WS-RTR-CMD-CLI-INV              VALUE 1.
           88 WS-RTR-CMD-CRD-REF              VALUE 2.
           88 WS-RTR-CMD-LGN-RLQ              VALUE 5.
           88 WS-RTR-CMD-CLI-BLC              VALUE 7.

      * Modes d'appel d'ajucmd.
       01 WS-APL-ENT            PIC X(01)   VALUE "E".
       01 WS-APL-LGN            PIC X(01)   VALUE "L".

      * Zones echangees avec rchdpv.
       01 WS-IDF-PIE-SSI        PIC 9(10).
       01 WS-DEP-PIE-DPV        PIC X(20).
       01 WS-QTE-PIE-DPV        PIC 9(10).
       01 WS-RTR-DPV            PIC 9(01).
           88 WS-RTR-DPV-OK                   VALUE 0.
           88 WS-RTR-DPV-CLI-ABS              VALUE 1.
           88 WS-RTR-DPV-PIE-ABS              VALUE 2.

      * Zones echangees avec genfac.
       01 WS-IDF-FAC            PIC 9(10).
       01 WS-NUM-FAC            PIC 9(10).
       01 WS-RTR-FAC            PIC 9(01).
           88 WS-RTR-FAC-OK                   VALUE 0.

      * Etat de l'entete du client courant : ouverte, ou refusee
      * (les lignes suivantes du meme client partent alors en rejet
      * sans nouvel essai).
       01 WS-ENT-OUV            PIC X(01)   VALUE "N".
           88 WS-ENT-OUV-OUI                VALUE "O".
           88 WS-ENT-OUV-NON                VALUE "N".

       01 WS-NBR-CMD            PIC 9(10)   VALUE 0.
       01 WS-NBR-FAC            PIC 9(10)   VALUE 0.
       01 WS-NBR-NFC            PIC 9(10)   VALUE 0.
       01 WS-NBR-LGN-OK         PIC 9(10)   VALUE 0.
       01 WS-NBR-REJ            PIC 9(10)   VALUE 0.
       01 WS-MTF-REJ            PIC X(50).

      * Motif du refus de l'entete du client courant, repris pour
      * chacune de ses lignes.
       01 WS-MTF-ENT            PIC X(50).

       01 WS-NBR-LUS-EDT        PIC Z(10).
       01 WS-NBR-CMD-EDT        PIC Z(10).
       01 WS-NBR-FAC-EDT        PIC Z(10).
       01 WS-NBR-NFC-EDT        PIC Z(10).
       01 WS-NBR-LGN-EDT        PIC Z(10).
       01 WS-NBR-REJ-EDT        PIC Z(10).

      * Zones utilisees pour tracer via generr l'echec d'une des
      * ecritures SQL en cas de SQLCODE en erreur.
       01 WS-OPE-ERR            PIC X(60).
       01 WS-RTR-ERR            PIC 9(01).


       PROCEDURE DIVISION.

           PERFORM 1000-INITIALISATION-DEB
              THRU 1000-INITIALISATION-FIN.

           PERFORM 2000-TRT-BCL-DEB
              THRU 2000-TRT-BCL-FIN
              UNTIL WS-EOF-CSM-OUI.

           PERFORM 3000-FINALISATION-DEB
              THRU 3000-FINALISATION-FIN.

           STOP RUN.

      ******************************************************************
      *                         PARAGRAPHES                            *
      ******************************************************************

       1000-INITIALISATION-DEB.

           DISPLAY "Connexion a la base de donnees...".
           EXEC SQL
               CONNECT :PG-IDENTIFIANT
               IDENTIFIED BY :PG-MOT-PASSE
               USING :PG-NOM-BASE
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY "Erreur de connexion SQLCODE: " SQLCODE
           ELSE
               DISPLAY "Connexion reussie"
           END-IF.

           EXEC SQL COMMIT END-EXEC.

           PERFORM 1100-LEC-CKP-DEB
              THRU 1100-LEC-CKP-FIN.

           OPEN INPUT  F-DPV-CSM.
           OPEN OUTPUT F-DPV-REJ.

           PERFORM 1200-LEC-CSM-DEB
              THRU 1200-LEC-CSM-FIN.

           EXIT.
       1000-INITIALISATION-FIN.

      *-----------------------------------------------------------------

      * Relit le point de reprise d'une execution precedente (absent :
      * depart de zero). Une commande restee ouverte au moment de
      * l'interruption est reprise telle quelle.

       1100-LEC-CKP-DEB.

           OPEN INPUT F-DPV-CKP.

           IF WS-STA-CKP-OK
               READ F-DPV-CKP INTO WS-REC-CKP
               CLOSE F-DPV-CKP
           ELSE
               MOVE 0 TO WS-NBR-CKP
               MOVE 0 TO WS-IDF-CMD-CKP
               MOVE 0 TO WS-IDF-CLI-CKP
           END-IF.

           IF WS-IDF-CMD-CKP NOT NUMERIC
               MOVE 0 TO WS-IDF-CMD-CKP
               MOVE 0 TO WS-IDF-CLI-CKP
           END-IF.

           IF WS-IDF-CMD-CKP NOT = 0
               SET WS-ENT-OUV-OUI TO TRUE
               MOVE WS-IDF-CMD-CKP TO WS-IDF-CMD
               MOVE WS-IDF-CLI-CKP TO WS-IDF-CLI
           END-IF.

           EXIT.
       1100-LEC-CKP-FIN.

      *-----------------------------------------------------------------

       1200-LEC-CSM-DEB.

           READ F-DPV-CSM
               AT END SET WS-EOF-CSM-OUI TO TRUE
           END-READ.

           EXIT.
       1200-LEC-CSM-FIN.

      *-----------------------------------------------------------------

      * Chaque ligne lue est comptee ; seules celles situees apres le
      * point de reprise sont effectivement traitees.

       2000-TRT-BCL-DEB.

           ADD 1 TO WS-NBR-LUS.

           IF WS-NBR-LUS > WS-NBR-CKP
               PERFORM 2100-TRT-LGN-DEB
                  THRU 2100-TRT-LGN-FIN

               PERFORM 2200-MAJ-CKP-DEB
                  THRU 2200-MAJ-CKP-FIN
           END-IF.

           PERFORM 1200-LEC-CSM-DEB
              THRU 1200-LEC-CSM-FIN.

           EXIT.
       2000-TRT-BCL-FIN.

      *-----------------------------------------------------------------

      * Decoupe la ligne courante. Un changement de client facture la
      * commande du client precedent et ouvre celle du nouveau ; la
      * consommation est ensuite postee sur la commande ouverte.

       2100-TRT-LGN-DEB.

           MOVE SPACES TO WS-ZON-1 WS-ZON-2 WS-ZON-3.

           UNSTRING REC-DPV-CSM DELIMITED BY ";"
               INTO WS-ZON-1, WS-ZON-2, WS-ZON-3
           END-UNSTRING.

           MOVE 0 TO WS-IDF-CLI-N.
           MOVE 0 TO WS-IDF-PIE-N.
           MOVE 0 TO WS-QTE-LGN-N.

           IF WS-ZON-1 NOT = SPACES
               COMPUTE WS-IDF-CLI-N = FUNCTION NUMVAL (WS-ZON-1)
           END-IF.

           IF WS-ZON-2 NOT = SPACES
               COMPUTE WS-IDF-PIE-N = FUNCTION NUMVAL (WS-ZON-2)
           END-IF.

           IF WS-ZON-3 NOT = SPACES
               COMPUTE WS-QTE-LGN-N = FUNCTION NUMVAL (WS-ZON-3)
           END-IF.

           IF WS-IDF-CLI-N = 0 OR WS-IDF-PIE-N = 0
              OR WS-QTE-LGN-N = 0
               MOVE "client, piece ou quantite absent" TO WS-MTF-REJ
               PERFORM 2150-ECR-REJ-DEB
                  THRU 2150-ECR-REJ-FIN
               GO TO 2100-TRT-LGN-FIN
           END-IF.

           IF WS-IDF-CLI-N NOT = WS-IDF-CLI
               IF WS-ENT-OUV-OUI
                   PERFORM 2500-FAC-CMD-DEB
                      THRU 2500-FAC-CMD-FIN
               END-IF

               MOVE WS-IDF-CLI-N TO WS-IDF-CLI

               PERFORM 2300-OUV-CMD-DEB
                  THRU 2300-OUV-CMD-FIN
           END-IF.

           IF WS-ENT-OUV-NON
               MOVE WS-MTF-ENT TO WS-MTF-REJ
               PERFORM 2150-ECR-REJ-DEB
                  THRU 2150-ECR-REJ-FIN
               GO TO 2100-TRT-LGN-FIN
           END-IF.

           PERFORM 2400-TRT-CSM-DEB
              THRU 2400-TRT-CSM-FIN.

       2100-TRT-LGN-FIN.
           EXIT.

      *-----------------------------------------------------------------

      * Recopie la ligne rejetee dans DPVCSMR, suivie du motif, pour
      * correction et resoumission (meme principe qu'impcmd).

       2150-ECR-REJ-DEB.

           ADD 1 TO WS-NBR-REJ.

           MOVE SPACES TO REC-DPV-REJ.
           STRING REC-DPV-CSM DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  FUNCTION TRIM (WS-MTF-REJ) DELIMITED BY SIZE
                  INTO REC-DPV-REJ
           END-STRING.
           WRITE REC-DPV-REJ.

           EXIT.
       2150-ECR-REJ-FIN.

      *-----------------------------------------------------------------

      * Ecrit le point de reprise, en ecrasant le contenu precedent.

       2200-MAJ-CKP-DEB.

           MOVE WS-NBR-LUS TO CKP-NBR-LUS.

           IF WS-ENT-OUV-OUI
               MOVE WS-IDF-CMD TO CKP-IDF-CMD
               MOVE WS-IDF-CLI TO CKP-IDF-CLI
           ELSE
               MOVE 0 TO CKP-IDF-CMD
               MOVE 0 TO CKP-IDF-CLI
           END-IF.

           OPEN OUTPUT F-DPV-CKP.
           WRITE REC-DPV-CKP.
           CLOSE F-DPV-CKP.

           EXIT.
       2200-MAJ-CKP-FIN.

      *-----------------------------------------------------------------

      * Ouvre la commande du nouveau client : il doit heberger un
      * depot-vente (appel a blanc de rchdpv), puis ajucmd 'E'
      * applique ses controles habituels. En cas de refus, le motif
      * reste dans WS-MTF-ENT pour toutes les lignes du client.

       2300-OUV-CMD-DEB.

           SET WS-ENT-OUV-NON TO TRUE.
           MOVE 0 TO WS-IDF-CMD.
           MOVE 0 TO WS-IDF-PIE-SSI.

           CALL "rchdpv" USING WS-IDF-CLI,
                               WS-IDF-PIE-SSI,
                               WS-IDF-PIE,
                               WS-DEP-PIE-DPV,
                               WS-QTE-PIE-DPV,
                               WS-RTR-DPV
           END-CALL.

           IF WS-RTR-DPV-CLI-ABS
               MOVE "client sans depot-vente" TO WS-MTF-ENT
               GO TO 2300-OUV-CMD-FIN
           END-IF.

           CALL "ajucmd" USING WS-APL-ENT,
                               WS-IDF-CLI,
                               WS-IDF-UTI-SYS,
                               WS-IDF-CMD,
                               WS-IDF-PIE,
                               WS-QTE-LGN,
                               WS-PRX-LGN,
                               WS-RTR-CMD
           END-CALL.

           EVALUATE TRUE
               WHEN WS-RTR-CMD-OK
                   SET WS-ENT-OUV-OUI TO TRUE
                   ADD 1 TO WS-NBR-CMD

               WHEN WS-RTR-CMD-CLI-INV
                   MOVE "client inconnu ou inactif" TO WS-MTF-ENT

               WHEN WS-RTR-CMD-CRD-REF
                   MOVE "limite de credit depassee" TO WS-MTF-ENT

               WHEN WS-RTR-CMD-CLI-BLC
                   MOVE "client bloque (relances)" TO WS-MTF-ENT

               WHEN OTHER
                   MOVE "erreur a la creation de l'entete"
                   TO WS-MTF-ENT
           END-EVALUATE.

       2300-OUV-CMD-FIN.
           EXIT.

      *-----------------------------------------------------------------

      * Poste une consommation : ramene la piece a la ligne du
      * depot-vente du client (rchdpv), refuse une quantite au-dela
      * du stock qu'elle porte, puis ajucmd 'L' retire et chiffre la
      * ligne au prix du client.

       2400-TRT-CSM-DEB.

           MOVE WS-IDF-PIE-N TO WS-IDF-PIE-SSI.

           CALL "rchdpv" USING WS-IDF-CLI,
                               WS-IDF-PIE-SSI,
                               WS-IDF-PIE,
                               WS-DEP-PIE-DPV,
                               WS-QTE-PIE-DPV,
                               WS-RTR-DPV
           END-CALL.

           IF NOT WS-RTR-DPV-OK
               MOVE "piece non tenue dans le depot-vente" TO WS-MTF-REJ
               PERFORM 2150-ECR-REJ-DEB
                  THRU 2150-ECR-REJ-FIN
               GO TO 2400-TRT-CSM-FIN
           END-IF.

           IF WS-QTE-LGN-N > WS-QTE-PIE-DPV
               MOVE "quantite au-dela du stock du depot-vente"
               TO WS-MTF-REJ
               PERFORM 2150-ECR-REJ-DEB
                  THRU 2150-ECR-REJ-FIN
               GO TO 2400-TRT-CSM-FIN
           END-IF.

           MOVE WS-QTE-LGN-N TO WS-QTE-LGN.

           CALL "ajucmd" USING WS-APL-LGN,
                               WS-IDF-CLI,
                               WS-IDF-UTI-SYS,
                               WS-IDF-CMD,
                               WS-IDF-PIE,
                               WS-QTE-LGN,
                               WS-PRX-LGN,
                               WS-RTR-CMD
           END-CALL.

           EVALUATE TRUE
               WHEN WS-RTR-CMD-OK
                   ADD 1 TO WS-NBR-LGN-OK

      * Le reliquat ouvert par ajucmd est referme aussitot : une
      * consommation est un fait accompli, pas une demande a servir.

               WHEN WS-RTR-CMD-LGN-RLQ
                   MOVE WS-IDF-CMD TO PG-IDF-CMD
                   MOVE WS-IDF-PIE TO PG-IDF-PIE

                   EXEC SQL
                       UPDATE commande_reliquat
                       SET    statut_rlq = 'annule'
                       WHERE  id_cmd = :PG-IDF-CMD
                       AND    id_pie = :PG-IDF-PIE
                       AND    statut_rlq = 'ouvert'
                   END-EXEC

                   EXEC SQL COMMIT END-EXEC

                   MOVE "stock du depot-vente insuffisant"
                   TO WS-MTF-REJ
                   PERFORM 2150-ECR-REJ-DEB
                      THRU 2150-ECR-REJ-FIN

               WHEN OTHER
                   MOVE "ligne refusee (piece desactivee...)"
                   TO WS-MTF-REJ
                   PERFORM 2150-ECR-REJ-DEB
                      THRU 2150-ECR-REJ-FIN
           END-EVALUATE.

       2400-TRT-CSM-FIN.
           EXIT.

      *-----------------------------------------------------------------

      * Facture la commande du client courant via genfac. Une commande
      * restee sans ligne (toutes rejetees) est annulee ; une commande
      * que genfac refuse (mois clos...) reste en saisie, a facturer
      * depuis l'ecran de facturation.

       2500-FAC-CMD-DEB.

           SET WS-ENT-OUV-NON TO TRUE.
           MOVE WS-IDF-CMD TO PG-IDF-CMD.

           EXEC SQL
               SELECT COUNT(*)
               INTO   :PG-NBR-LGN-CMD
               FROM   commande_ligne
               WHERE  id_cmd = :PG-IDF-CMD
           END-EXEC.

           IF SQLCODE = 0 AND PG-NBR-LGN-CMD = 0
               EXEC SQL
                   UPDATE commande
                   SET    statut_cmd = 'annulee'
                   WHERE  id_cmd = :PG-IDF-CMD
               END-EXEC

               IF SQLCODE NOT = 0
                   EXEC SQL ROLLBACK END-EXEC
                   MOVE "impdpv : annulation commande vide"
                   TO   WS-OPE-ERR
                   CALL "generr" USING WS-OPE-ERR, SQLCODE, WS-RTR-ERR
                   END-CALL
               ELSE
                   EXEC SQL COMMIT END-EXEC
               END-IF

               GO TO 2500-FAC-CMD-FIN
           END-IF.

           CALL "genfac" USING WS-IDF-CMD,
                               WS-IDF-UTI-SYS,
                               WS-IDF-FAC,
                               WS-NUM-FAC,
                               WS-RTR-FAC
           END-CALL.

           IF WS-RTR-FAC-OK
               ADD 1 TO WS-NBR-FAC
           ELSE
               ADD 1 TO WS-NBR-NFC
           END-IF.

       2500-FAC-CMD-FIN.
           EXIT.

      *-----------------------------------------------------------------

       3000-FINALISATION-DEB.

           IF WS-ENT-OUV-OUI
               PERFORM 2500-FAC-CMD-DEB
                  THRU 2500-FAC-CMD-FIN
           END-IF.

           CLOSE F-DPV-CSM.
           CLOSE F-DPV-REJ.

           MOVE WS-NBR-LUS    TO WS-NBR-LUS-EDT.
           MOVE WS-NBR-CMD    TO WS-NBR-CMD-EDT.
           MOVE WS-NBR-FAC    TO WS-NBR-FAC-EDT.
           MOVE WS-NBR-NFC    TO WS-NBR-NFC-EDT.
           MOVE WS-NBR-LGN-OK TO WS-NBR-LGN-EDT.
           MOVE WS-NBR-REJ    TO WS-NBR-REJ-EDT.

           DISPLAY "Import termine : "
                   FUNCTION TRIM (WS-NBR-LUS-EDT) " ligne(s) lue(s), "
                   FUNCTION TRIM (WS-NBR-LGN-EDT)
                   " consommation(s) postee(s), "
                   FUNCTION TRIM (WS-NBR-CMD-EDT) " commande(s), "
                   FUNCTION TRIM (WS-NBR-FAC-EDT) " facturee(s).".

           DISPLAY FUNCTION TRIM (WS-NBR-NFC-EDT)
                   " commande(s) non facturee(s) (a reprendre a "
                   "l'ecran de facturation), "
                   FUNCTION TRIM (WS-NBR-REJ-EDT)
                   " rejet(s) (voir DPVCSMR).".

           PERFORM 3100-SUP-CKP-DEB
              THRU 3100-SUP-CKP-FIN.

           EXIT.
       3000-FINALISATION-FIN.

      *-----------------------------------------------------------------

      * Le traitement s'est termine normalement : le fichier de
      * reprise est supprime pour que la prochaine execution reparte
      * de zero sur un nouveau fichier.

       3100-SUP-CKP-DEB.

           DELETE FILE F-DPV-CKP.

           EXIT.
       3100-SUP-CKP-FIN.
