      ******************************************************************
      *                                                                *
      *                 DESCRIPTION DU SOUS-PROGRAMME                  *
      *                                                                *
      * trtrsv : conversion des reservations de livraison differee.    *
      * Etape de la chaine nocturne (trtnoc) qui parcourt les lignes   *
      * de commande en reservation (rsv_lgn = 'O', posees par ajucmd   *
      * sur une commande a livrer apres sa saisie) dont la date de     *
      * livraison souhaitee (date_liv_cmd) tombe sous le delai de      *
      * preparation (2 jours a defaut, lu au demarrage dans le         *
      * parametre trtrsv_dli_jou via lecprm, entretenu dans gesprm, et *
      * rappele en tete de l'edition), et poste pour chacune le        *
      * retrait de stock reel via majpie, au nom de l'utilisateur      *
      * systeme. Une ligne convertie repasse a rsv_lgn = 'N' avec le   *
      * lot preleve, sa consigne avec elle : elle devient preparable   *
      * (bonprep, cnfprp) et facturable (genfac). Une reservation que  *
      * majpie refuse (stock descendu sous la reservation, piece       *
      * desactivee...) reste en reservation pour le passage suivant et *
      * est editee, avec le motif du refus, dans le fichier spoole     *
      * RESERVATIONS (genspl), pour que le comptoir previenne le       *
      * client avant la date promise.                                  *
      *                                                                *
      *----------------------------------------------------------------*
      *                           TRIGRAMMES                           *
      *                                                                *
      * trtrsv=traitement reservations                                 *
      * RSV=RESERVATION; CMD=COMMANDE; CLI=CLIENT; LGN=LIGNE;          *
      * PIE=PIECE; QTE=QUANTITE; DEP=DEPOT; NOM=NOM; LIV=LIVRAISON;    *
      * DAT=DATE; DLI=DELAI; UTI=UTILISATEUR; SYS=SYSTEME; NBR=NOMBRE; *
      * CNV=CONVERSION; REF=REFUS; MTF=MOTIF; RTR=RETOUR; ALR=ALERTE;  *
      * SUL=SEUIL; SPL=SPOOL; FIC=FICHIER; RAP=RAPPORT; EDT=EDITION;   *
      * RTI=RETRAIT; AJT=AJOUT; DEB=DEBUT; PRM=PARAMETRE; COD=CODE;    *
      * VAL=VALEUR; DFT=DEFAUT; LEC=LECTURE                            *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. trtrsv.
       AUTHOR. ThomasD.
       DATE-WRITTEN. 15-10-2026 (fr).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT F-RSV ASSIGN TO WS-FIC-SPL
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD F-RSV.
       01 REC-RSV               PIC X(132).

       WORKING-STORAGE SECTION.

      * Nom de fichier date attribue par genspl pour l'edition des
      * reservations non honorees.
       01 WS-FIC-SPL            PIC X(50).
       01 WS-NOM-RAP            PIC X(14)   VALUE "RESERVATIONS".
       01 WS-IDF-UTI-NUL        PIC 9(10)   VALUE 0.
       01 WS-RTR-SPL            PIC 9(01).

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.

       COPY dbconfig.

      * Delai de preparation en jours : une reservation est convertie
      * en retrait des que sa date de livraison tombe a moins de ce
      * delai. Valeur par defaut, remplacee au demarrage par le
      * parametre trtrsv_dli_jou.
       01 PG-DLI-RSV            PIC 9(03)   VALUE 2.

      * Ligne en reservation couramment traitee, avec sa commande,
      * son client, sa piece et la date de livraison souhaitee.
       01 PG-IDF-LGN            PIC 9(10).
       01 PG-IDF-CMD            PIC 9(10).
       01 PG-IDF-CLI            PIC 9(10).
       01 PG-IDF-PIE            PIC 9(10).
       01 PG-QTE-LGN            PIC 9(10).
       01 PG-DAT-LIV            PIC X(10).
       01 PG-NOM-PIE            PIC X(30).
       01 PG-DEP-PIE            PIC X(20).

      * Lot preleve par majpie, fige sur la ligne convertie.
       01 PG-NUM-LOT            PIC X(20).

       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

      * Declaration du curseur des reservations a convertir : lignes
      * de piece en reservation des commandes non annulees dont la
      * livraison tombe sous le delai de preparation (une date deja
      * depassee est convertie de meme), de la livraison la plus
      * proche a la plus lointaine. WITH HOLD : majpie et les mises a
      * jour committent pendant le parcours.
       EXEC SQL
           DECLARE C-RSV CURSOR WITH HOLD FOR
               SELECT l.id_lgn_cmd, l.id_cmd, c.id_cli, l.id_pie,
                      l.qte_lgn_cmd,
                      COALESCE(c.date_liv_cmd::VARCHAR, ' '),
                      p.nom_pie, p.depot_pie
               FROM   commande_ligne l
               JOIN   commande c ON c.id_cmd = l.id_cmd
               JOIN   piece p    ON p.id_pie = l.id_pie
               WHERE  l.rsv_lgn = 'O'
               AND    COALESCE(c.statut_cmd, 'saisie') <> 'annulee'
               AND    COALESCE(c.date_liv_cmd, CURRENT_DATE)
                      <= CURRENT_DATE + :PG-DLI-RSV
               ORDER BY c.date_liv_cmd, l.id_lgn_cmd
       END-EXEC.

      * Identifiant utilisateur "systeme" au nom duquel les retraits
      * de ce traitement par lot sont postes aupres de majpie, meme
      * convention que trtrlq.
       01 WS-IDF-UTI-SYS        PIC 9(10)   VALUE 1.

      * Zones passees a majpie, memes conventions que trtrlq.
       01 WS-QTE-PIE-NUL        PIC 9(10)   VALUE 0.
       01 WS-TYP-CHG-RTI        PIC X(01)   VALUE "-".
       01 WS-TYP-CHG-AJT        PIC X(01)   VALUE "+".
       01 WS-RTR-PIE            PIC 9(01).
           88 WS-RTR-PIE-OK                VALUE 0.
           88 WS-RTR-PIE-IDF-INV           VALUE 1.
           88 WS-RTR-PIE-QTE-INV           VALUE 3.
           88 WS-RTR-PIE-INACTIVE          VALUE 4.
           88 WS-RTR-PIE-ROL-INV           VALUE 7.
       01 WS-ALR-SUL            PIC X(01).
       01 WS-LIEN-LOG-NUL       PIC 9(10)   VALUE 0.
       01 WS-IDF-PIE-DST-NUL    PIC 9(10)   VALUE 0.
       01 WS-TYP-LOG-NUL        PIC X(20)   VALUE SPACES.
       01 WS-NUM-LOT            PIC X(20).

      * Motif du refus edite pour une reservation non honoree.
       01 WS-MTF-REF            PIC X(40).

       01 WS-NBR-RSV            PIC 9(07)   VALUE 0.
       01 WS-NBR-CNV            PIC 9(07)   VALUE 0.
       01 WS-NBR-REF            PIC 9(07)   VALUE 0.

       01 WS-NBR-EDT            PIC Z(07).
       01 WS-IDF-CMD-EDT        PIC Z(10).
       01 WS-IDF-CLI-EDT        PIC Z(10).
       01 WS-IDF-PIE-EDT        PIC Z(10).
       01 WS-QTE-LGN-EDT        PIC Z(10).
       01 WS-DLI-RSV-EDT        PIC Z(03).

      * Zones echangees avec lecprm : code du parametre, valeur par
      * defaut (valeur historique du traitement) et valeur retenue.
       01 WS-COD-PRM            PIC X(20).
       01 WS-VAL-DFT            PIC 9(09)V99.
       01 WS-VAL-PRM            PIC 9(09)V99.
       01 WS-RTR-PRM            PIC 9(01).

      * Zones utilisees pour tracer via generr l'echec d'une des
      * ecritures SQL en cas de SQLCODE en erreur.
       01 WS-OPE-ERR            PIC X(60).
       01 WS-RTR-ERR            PIC 9(01).


       PROCEDURE DIVISION.

           PERFORM 1000-INITIALISATION-DEB
              THRU 1000-INITIALISATION-FIN.

           PERFORM 2000-TRT-RSV-DEB
              THRU 2000-TRT-RSV-FIN.

           PERFORM 3000-FINALISATION-DEB
              THRU 3000-FINALISATION-FIN.

      * EXIT PROGRAM plutot que STOP RUN : termine normalement un
      * appel depuis la chaine trtnoc sans arreter celle-ci.

           EXIT PROGRAM.

      ******************************************************************
      *                         PARAGRAPHES                            *
      ******************************************************************

       1000-INITIALISATION-DEB.

           EXEC SQL
               CONNECT :PG-IDENTIFIANT
               IDENTIFIED BY :PG-MOT-PASSE
               USING :PG-NOM-BASE
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY "Erreur de connexion SQLCODE: " SQLCODE
           END-IF.

           EXEC SQL COMMIT END-EXEC.

           DISPLAY "Conversion des reservations de livraison "
                   "differee...".

           CALL "genspl" USING WS-NOM-RAP
                               WS-IDF-UTI-NUL
                               WS-FIC-SPL
                               WS-RTR-SPL
           END-CALL.

           OPEN OUTPUT F-RSV.

           PERFORM 1100-LEC-PRM-DEB
              THRU 1100-LEC-PRM-FIN.

           MOVE PG-DLI-RSV TO WS-DLI-RSV-EDT.

           DISPLAY "Delai de preparation : "
                   FUNCTION TRIM (WS-DLI-RSV-EDT) " jour(s).".

           MOVE SPACES TO REC-RSV.
           STRING "Reservations non honorees (livraison sous "
                  DELIMITED BY SIZE
                  FUNCTION TRIM (WS-DLI-RSV-EDT) DELIMITED BY SIZE
                  " jour(s))" DELIMITED BY SIZE
                  INTO REC-RSV
           END-STRING.
           WRITE REC-RSV.

           MOVE SPACES TO REC-RSV.
           STRING "  Commande     Client      Piece   Quantite "
                  "Livraison  Motif"
                  DELIMITED BY SIZE
                  INTO REC-RSV
           END-STRING.
           WRITE REC-RSV.

           EXIT.
       1000-INITIALISATION-FIN.

      *-----------------------------------------------------------------

      * Lit le delai de preparation dans la table des parametres ; a
      * defaut, la valeur historique est conservee.

       1100-LEC-PRM-DEB.

           MOVE "trtrsv_dli_jou" TO WS-COD-PRM.
           MOVE PG-DLI-RSV       TO WS-VAL-DFT.
           CALL "lecprm" USING WS-COD-PRM, WS-VAL-DFT,
                               WS-VAL-PRM, WS-RTR-PRM
           END-CALL.
           MOVE WS-VAL-PRM       TO PG-DLI-RSV.

           EXIT.
       1100-LEC-PRM-FIN.

      *-----------------------------------------------------------------

      * Parcourt le curseur des reservations a convertir jusqu'a
      * epuisement.

       2000-TRT-RSV-DEB.

           EXEC SQL OPEN C-RSV END-EXEC.

           EXEC SQL
               FETCH C-RSV
               INTO  :PG-IDF-LGN, :PG-IDF-CMD, :PG-IDF-CLI,
                     :PG-IDF-PIE, :PG-QTE-LGN, :PG-DAT-LIV,
                     :PG-NOM-PIE, :PG-DEP-PIE
           END-EXEC.

           PERFORM 2100-TRT-UNE-RSV-DEB
              THRU 2100-TRT-UNE-RSV-FIN
              UNTIL SQLCODE NOT = 0.

           EXEC SQL CLOSE C-RSV END-EXEC.

           EXIT.
       2000-TRT-RSV-FIN.

      *-----------------------------------------------------------------

      * Poste le retrait de la reservation courante via majpie : un
      * retrait accepte convertit la ligne, un refus est edite et la
      * reservation reste en place pour le passage suivant.

       2100-TRT-UNE-RSV-DEB.

           ADD 1 TO WS-NBR-RSV.
           MOVE SPACES TO WS-NUM-LOT.

           CALL "majpie" USING PG-IDF-PIE
                               WS-QTE-PIE-NUL
                               WS-TYP-CHG-RTI
                               PG-QTE-LGN
                               PG-NOM-PIE
                               WS-IDF-UTI-SYS
                               WS-RTR-PIE
                               WS-ALR-SUL
                               WS-LIEN-LOG-NUL
                               PG-DEP-PIE
                               WS-IDF-PIE-DST-NUL
                               WS-TYP-LOG-NUL
                               WS-NUM-LOT
           END-CALL.

           IF WS-RTR-PIE-OK
               PERFORM 2200-CNV-RSV-DEB
                  THRU 2200-CNV-RSV-FIN
           ELSE
               EVALUATE TRUE
                   WHEN WS-RTR-PIE-QTE-INV
                       MOVE "stock insuffisant" TO WS-MTF-REF
                   WHEN WS-RTR-PIE-INACTIVE
                       MOVE "piece desactivee" TO WS-MTF-REF
                   WHEN WS-RTR-PIE-IDF-INV
                       MOVE "piece introuvable dans son depot"
                         TO WS-MTF-REF
                   WHEN WS-RTR-PIE-ROL-INV
                       MOVE "utilisateur systeme non habilite"
                         TO WS-MTF-REF
                   WHEN OTHER
                       MOVE "retrait refuse par majpie" TO WS-MTF-REF
               END-EVALUATE

               PERFORM 2300-EDT-REF-DEB
                  THRU 2300-EDT-REF-FIN
           END-IF.

           EXEC SQL
               FETCH C-RSV
               INTO  :PG-IDF-LGN, :PG-IDF-CMD, :PG-IDF-CLI,
                     :PG-IDF-PIE, :PG-QTE-LGN, :PG-DAT-LIV,
                     :PG-NOM-PIE, :PG-DEP-PIE
           END-EXEC.

           EXIT.
       2100-TRT-UNE-RSV-FIN.

      *-----------------------------------------------------------------

      * Le retrait est pose : la ligne et sa consigne sortent de la
      * reservation, le lot preleve est fige sur la ligne de piece.
      * Si la mise a jour echoue, le retrait est recredite (meme lot)
      * pour que la reservation, restee en place, ne soit pas retiree
      * une seconde fois au passage suivant.

       2200-CNV-RSV-DEB.

           MOVE WS-NUM-LOT TO PG-NUM-LOT.

           EXEC SQL
               UPDATE commande_ligne
               SET    rsv_lgn = 'N',
                      num_lot = CASE WHEN id_lgn_cmd = :PG-IDF-LGN
                                      AND TRIM(:PG-NUM-LOT) <> ''
                                     THEN :PG-NUM-LOT
                                     ELSE num_lot END
               WHERE  id_lgn_cmd = :PG-IDF-LGN
               OR     id_lgn_csg = :PG-IDF-LGN
           END-EXEC.

           IF SQLCODE = 0
               EXEC SQL COMMIT END-EXEC
               ADD 1 TO WS-NBR-CNV
           ELSE
               EXEC SQL ROLLBACK END-EXEC
               MOVE "trtrsv : conversion reservation commande_ligne"
               TO   WS-OPE-ERR
               CALL "generr" USING WS-OPE-ERR, SQLCODE, WS-RTR-ERR
               END-CALL

               CALL "majpie" USING PG-IDF-PIE
                                   WS-QTE-PIE-NUL
                                   WS-TYP-CHG-AJT
                                   PG-QTE-LGN
                                   PG-NOM-PIE
                                   WS-IDF-UTI-SYS
                                   WS-RTR-PIE
                                   WS-ALR-SUL
                                   WS-LIEN-LOG-NUL
                                   PG-DEP-PIE
                                   WS-IDF-PIE-DST-NUL
                                   WS-TYP-LOG-NUL
                                   WS-NUM-LOT
               END-CALL

               MOVE "erreur de mise a jour (voir log_erreurs)"
                 TO WS-MTF-REF
               PERFORM 2300-EDT-REF-DEB
                  THRU 2300-EDT-REF-FIN
           END-IF.

           EXIT.
       2200-CNV-RSV-FIN.

      *-----------------------------------------------------------------

      * Edite une reservation non honoree dans le fichier spoole :
      * commande, client, piece, quantite, livraison promise et motif.

       2300-EDT-REF-DEB.

           ADD 1 TO WS-NBR-REF.

           MOVE PG-IDF-CMD TO WS-IDF-CMD-EDT.
           MOVE PG-IDF-CLI TO WS-IDF-CLI-EDT.
           MOVE PG-IDF-PIE TO WS-IDF-PIE-EDT.
           MOVE PG-QTE-LGN TO WS-QTE-LGN-EDT.

           MOVE SPACES TO REC-RSV.
           STRING WS-IDF-CMD-EDT " " WS-IDF-CLI-EDT " "
                  WS-IDF-PIE-EDT " " WS-QTE-LGN-EDT " "
                  PG-DAT-LIV " " WS-MTF-REF " "
                  PG-NOM-PIE
                  DELIMITED BY SIZE
                  INTO REC-RSV
           END-STRING.
           WRITE REC-RSV.

           DISPLAY "Reservation non honoree, commande "
                   FUNCTION TRIM (WS-IDF-CMD-EDT) ", piece "
                   FUNCTION TRIM (WS-IDF-PIE-EDT) " : "
                   FUNCTION TRIM (WS-MTF-REF) ".".

           EXIT.
       2300-EDT-REF-FIN.

      *-----------------------------------------------------------------

      * Ecrit le bilan dans le fichier spoole et a l'ecran.

       3000-FINALISATION-DEB.

           IF WS-NBR-REF = 0
               MOVE "(aucune)" TO REC-RSV
               WRITE REC-RSV
           END-IF.

           MOVE SPACES TO REC-RSV.
           WRITE REC-RSV.

           MOVE WS-NBR-RSV TO WS-NBR-EDT.
           MOVE SPACES TO REC-RSV.
           STRING "Reservations examinees : " DELIMITED BY SIZE
                  WS-NBR-EDT DELIMITED BY SIZE
                  INTO REC-RSV
           END-STRING.
           WRITE REC-RSV.

           MOVE WS-NBR-CNV TO WS-NBR-EDT.
           MOVE SPACES TO REC-RSV.
           STRING "Converties en retrait  : " DELIMITED BY SIZE
                  WS-NBR-EDT DELIMITED BY SIZE
                  INTO REC-RSV
           END-STRING.
           WRITE REC-RSV.

           MOVE WS-NBR-REF TO WS-NBR-EDT.
           MOVE SPACES TO REC-RSV.
           STRING "Non honorees           : " DELIMITED BY SIZE
                  WS-NBR-EDT DELIMITED BY SIZE
                  INTO REC-RSV
           END-STRING.
           WRITE REC-RSV.

           CLOSE F-RSV.

           MOVE WS-NBR-RSV TO WS-NBR-EDT.
           DISPLAY "Conversion terminee : " FUNCTION TRIM (WS-NBR-EDT)
                   " reservation(s) examinee(s), dont ".
           MOVE WS-NBR-CNV TO WS-NBR-EDT.
           DISPLAY "  " FUNCTION TRIM (WS-NBR-EDT) " convertie(s), ".
           MOVE WS-NBR-REF TO WS-NBR-EDT.
           DISPLAY "  " FUNCTION TRIM (WS-NBR-EDT)
                   " non honoree(s) (voir l'edition RESERVATIONS).".

           EXIT.
       3000-FINALISATION-FIN.
