      ******************************************************************
      *                                                                *
      *                 DESCRIPTION DU SOUS-PROGRAMME                  *
      *                                                                *
      * csmdpv : saisie des consommations d'un depot-vente. Le garage  *
      * qui heberge une etagere de nos pieces (depot rattache a son    *
      * client dans gesdep) declare, par telephone ou releve, ce qu'il *
      * a utilise : chaque declaration devient une commande du client  *
      * (circuit ajucmd 'E'/'L' habituel, retrait majpie sur la ligne  *
      * de son depot-vente retrouvee par rchdpv, prix du client :      *
      * palier degressif et remise), facturee aussitot par genfac. La  *
      * piece se cite par l'id de la ligne du depot-vente ou par celui *
      * de la meme piece au catalogue. Une quantite au-dela du stock   *
      * tenu dans le depot-vente est refusee : l'ecart se regularise   *
      * au comptage du depot-vente (geninv/saicpt/valinv). La saisie   *
      * est refusee d'entree quand le mois courant a ete clos          *
      * (vermoi). C'est le pendant a l'ecran du traitement par lot     *
      * impdpv (fichier DPVCSM).                                       *
      *                                                                *
      *----------------------------------------------------------------*
      *                           TRIGRAMMES                           *
      *                                                                *
      * csmdpv=consommation depot-vente                                *
      * CSM=CONSOMMATION; DPV=DEPOT-VENTE; CMD=COMMANDE; CLI=CLIENT;   *
      * PIE=PIECE; LGN=LIGNE; QTE=QUANTITE; PRX=PRIX; FAC=FACTURE;     *
      * NUM=NUMERO; MTT=MONTANT; TTC=TOUTES TAXES; NBR=NOMBRE;         *
      * IDF=IDENTIFIANT; UTI=UTILISATEUR; SSI=SAISIE; APL=APPEL;       *
      * ENT=ENTETE; DEP=DEPOT; NOM=NOM; ACF=ACTIF; RTR=RETOUR;         *
      * PCP=PERIODE COMPTABLE; DAT=DATE; OUV=OUVERTE; CUR=COURANT;     *
      * HOR=HORAIRE; GEN=GENERATION; ANL=ANNULATION; TRT=TRAITEMENT;   *
      * EDT=EDITION; LRR=LEURRE; DEB=DEBUT                             *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. csmdpv.
       AUTHOR. ThomasD.
       DATE-WRITTEN. 15-10-2026 (fr).

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.

       01 PG-IDF-CLI            PIC 9(10).
       01 PG-NOM-CLI            PIC X(50).
       01 PG-ACF-CLI            PIC X(01).
       01 PG-IDF-CMD            PIC 9(10).
       01 PG-IDF-PIE            PIC 9(10).
       01 PG-NOM-PIE            PIC X(30).
       01 PG-IDF-FAC            PIC 9(10).
       01 PG-MTT-TTC            PIC 9(10)V99.

       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       01 WS-LRR                PIC X(01).

      * Zones echangees avec ajucmd, memes conventions qu'ecracmd.
       01 WS-IDF-CLI            PIC 9(10).
       01 WS-IDF-CMD            PIC 9(10).
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

      * Zones echangees avec rchdpv : piece citee par le garage, ligne
      * de son depot-vente et stock qu'elle porte.
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
           88 WS-RTR-FAC-PCP-CLO              VALUE 5.

      * Controle de la periode comptable du jour (vermoi).
       01 WS-CUR-DAT-HOR        PIC X(21).
       01 WS-DAT-PCP            PIC X(10).
       01 WS-DAT-OUV            PIC X(10).
       01 WS-RTR-PCP            PIC 9(01).
           88 WS-RTR-PCP-OUV                  VALUE 0.

       01 WS-NBR-LGN-OK         PIC 9(03)   VALUE 0.

       01 WS-FIN-SSI            PIC X(01)   VALUE "N".
           88 WS-FIN-SSI-OUI                  VALUE "O".
           88 WS-FIN-SSI-NON                  VALUE "N".

       01 WS-IDF-CMD-EDT        PIC Z(10).
       01 WS-NUM-FAC-EDT        PIC Z(10).
       01 WS-MTT-TTC-EDT        PIC Z(10).99.
       01 WS-QTE-PIE-EDT        PIC Z(10).

      * Zone de session partagee : qui est connecte sur ce poste.
       COPY session.

      * Zones utilisees pour tracer via generr l'echec d'une des
      * ecritures SQL en cas de SQLCODE en erreur.
       01 WS-OPE-ERR            PIC X(60).
       01 WS-RTR-ERR            PIC 9(01).


       PROCEDURE DIVISION.

           PERFORM 0100-TRT-CSM-DEB
              THRU 0100-TRT-CSM-FIN.

           EXIT PROGRAM.

      ******************************************************************
      *                         PARAGRAPHES                            *
      ******************************************************************

      * Identifie le garage, ouvre la commande, saisit les lignes
      * consommees, puis facture.

       0100-TRT-CSM-DEB.

           SET WS-FIN-SSI-NON TO TRUE.
           MOVE 0 TO WS-NBR-LGN-OK.

           MOVE FUNCTION CURRENT-DATE TO WS-CUR-DAT-HOR.
           MOVE SPACES TO WS-DAT-PCP.
           STRING WS-CUR-DAT-HOR (1:4) "-" WS-CUR-DAT-HOR (5:2)
                  "-" WS-CUR-DAT-HOR (7:2)
                  DELIMITED BY SIZE INTO WS-DAT-PCP
           END-STRING.

           CALL "vermoi" USING WS-DAT-PCP,
                               WS-DAT-OUV,
                               WS-RTR-PCP
           END-CALL.

           IF NOT WS-RTR-PCP-OUV
               DISPLAY "Mois courant clos en comptabilite : saisie "
                       "impossible (voir le comptable)."
               GO TO 0100-TRT-CSM-SRT
           END-IF.

           DISPLAY "Consommation depot-vente - id du client :".
           MOVE 0 TO WS-IDF-CLI.
           ACCEPT WS-IDF-CLI.

           MOVE WS-IDF-CLI TO PG-IDF-CLI.

           EXEC SQL
               SELECT nom_cli, actif_cli
               INTO   :PG-NOM-CLI, :PG-ACF-CLI
               FROM   client
               WHERE  id_cli = :PG-IDF-CLI
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY "Client inconnu."
               GO TO 0100-TRT-CSM-SRT
           END-IF.

      * Un appel a blanc de rchdpv verifie que le client heberge bien
      * un depot-vente avant d'ouvrir la commande.

           MOVE 0 TO WS-IDF-PIE-SSI.

           CALL "rchdpv" USING WS-IDF-CLI,
                               WS-IDF-PIE-SSI,
                               WS-IDF-PIE,
                               WS-DEP-PIE-DPV,
                               WS-QTE-PIE-DPV,
                               WS-RTR-DPV
           END-CALL.

           IF WS-RTR-DPV-CLI-ABS
               DISPLAY "Ce client n'a aucun depot-vente (voir gesdep)."
               GO TO 0100-TRT-CSM-SRT
           END-IF.

           CALL "ajucmd" USING WS-APL-ENT,
                               WS-IDF-CLI,
                               SESS-IDF-UTI,
                               WS-IDF-CMD,
                               WS-IDF-PIE,
                               WS-QTE-LGN,
                               WS-PRX-LGN,
                               WS-RTR-CMD
           END-CALL.

           EVALUATE TRUE
               WHEN WS-RTR-CMD-OK
                   CONTINUE
               WHEN WS-RTR-CMD-CLI-INV
                   DISPLAY "Client inactif."
               WHEN WS-RTR-CMD-CRD-REF
                   DISPLAY "Limite de credit depassee, consommation "
                           "non facturee."
               WHEN WS-RTR-CMD-CLI-BLC
                   DISPLAY "Client bloque (relances), consommation "
                           "non facturee."
               WHEN OTHER
                   DISPLAY "Erreur a l'ouverture de la commande."
           END-EVALUATE.

           IF NOT WS-RTR-CMD-OK
               GO TO 0100-TRT-CSM-SRT
           END-IF.

           MOVE WS-IDF-CMD TO WS-IDF-CMD-EDT.
           MOVE WS-IDF-CMD TO PG-IDF-CMD.
           DISPLAY FUNCTION TRIM (PG-NOM-CLI) " - commande n. "
                   FUNCTION TRIM (WS-IDF-CMD-EDT)
                   " (piece a 0 pour facturer).".

           PERFORM 0200-SSI-LGN-DEB
              THRU 0200-SSI-LGN-FIN
              UNTIL WS-FIN-SSI-OUI.

           IF WS-NBR-LGN-OK = 0
               PERFORM 0250-ANL-CMD-DEB
                  THRU 0250-ANL-CMD-FIN
               GO TO 0100-TRT-CSM-SRT
           END-IF.

           PERFORM 0300-GEN-FAC-DEB
              THRU 0300-GEN-FAC-FIN.

       0100-TRT-CSM-SRT.
           DISPLAY "Appuyez sur entree".
           ACCEPT WS-LRR.

           EXIT.
       0100-TRT-CSM-FIN.

      *-----------------------------------------------------------------

      * Saisit une piece consommee (0 = facturer), la ramene a la
      * ligne du depot-vente du client via rchdpv, controle la
      * quantite contre le stock tenu chez lui, puis poste la ligne
      * via ajucmd.

       0200-SSI-LGN-DEB.

           DISPLAY "Piece consommee (id) :".
           MOVE 0 TO WS-IDF-PIE-SSI.
           ACCEPT WS-IDF-PIE-SSI.

           IF WS-IDF-PIE-SSI = 0
               SET WS-FIN-SSI-OUI TO TRUE
               GO TO 0200-SSI-LGN-FIN
           END-IF.

           CALL "rchdpv" USING WS-IDF-CLI,
                               WS-IDF-PIE-SSI,
                               WS-IDF-PIE,
                               WS-DEP-PIE-DPV,
                               WS-QTE-PIE-DPV,
                               WS-RTR-DPV
           END-CALL.

           IF NOT WS-RTR-DPV-OK
               DISPLAY "Piece non tenue dans le depot-vente du client."
               GO TO 0200-SSI-LGN-FIN
           END-IF.

           MOVE WS-IDF-PIE TO PG-IDF-PIE.

           EXEC SQL
               SELECT nom_pie
               INTO   :PG-NOM-PIE
               FROM   piece
               WHERE  id_pie = :PG-IDF-PIE
           END-EXEC.

           MOVE WS-QTE-PIE-DPV TO WS-QTE-PIE-EDT.
           DISPLAY FUNCTION TRIM (PG-NOM-PIE) " (depot "
                   FUNCTION TRIM (WS-DEP-PIE-DPV) ", stock "
                   FUNCTION TRIM (WS-QTE-PIE-EDT) ") - quantite :".
           MOVE 0 TO WS-QTE-LGN.
           ACCEPT WS-QTE-LGN.

           IF WS-QTE-LGN = 0
               GO TO 0200-SSI-LGN-FIN
           END-IF.

           IF WS-QTE-LGN > WS-QTE-PIE-DPV
               DISPLAY "Quantite au-dela du stock du depot-vente : "
                       "ligne refusee (ecart a regulariser au "
                       "comptage)."
               GO TO 0200-SSI-LGN-FIN
           END-IF.

           CALL "ajucmd" USING WS-APL-LGN,
                               WS-IDF-CLI,
                               SESS-IDF-UTI,
                               WS-IDF-CMD,
                               WS-IDF-PIE,
                               WS-QTE-LGN,
                               WS-PRX-LGN,
                               WS-RTR-CMD
           END-CALL.

           EVALUATE TRUE
               WHEN WS-RTR-CMD-OK
                   ADD 1 TO WS-NBR-LGN-OK
                   DISPLAY "Consommation enregistree."

               WHEN WS-RTR-CMD-LGN-RLQ
                   DISPLAY "Stock du depot-vente insuffisant : ligne "
                           "ignoree."

      * Le reliquat ouvert par ajucmd est referme aussitot : une
      * consommation est un fait accompli, pas une demande a servir.

                   EXEC SQL
                       UPDATE commande_reliquat
                       SET    statut_rlq = 'annule'
                       WHERE  id_cmd = :PG-IDF-CMD
                       AND    id_pie = :PG-IDF-PIE
                       AND    statut_rlq = 'ouvert'
                   END-EXEC

                   EXEC SQL COMMIT END-EXEC

               WHEN OTHER
                   DISPLAY "Ligne refusee (piece desactivee...), "
                           "ignoree."
           END-EVALUATE.

       0200-SSI-LGN-FIN.
           EXIT.

      *-----------------------------------------------------------------

      * Aucune ligne consommee : la commande ouverte pour rien est
      * annulee plutot que laissee en saisie.

       0250-ANL-CMD-DEB.

           EXEC SQL
               UPDATE commande
               SET    statut_cmd = 'annulee'
               WHERE  id_cmd = :PG-IDF-CMD
           END-EXEC.

           IF SQLCODE NOT = 0
               EXEC SQL ROLLBACK END-EXEC
               MOVE "csmdpv : annulation commande vide"
               TO   WS-OPE-ERR
               CALL "generr" USING WS-OPE-ERR, SQLCODE, WS-RTR-ERR
               END-CALL
           ELSE
               EXEC SQL COMMIT END-EXEC
           END-IF.

           DISPLAY "Aucune consommation saisie, commande annulee.".

       0250-ANL-CMD-FIN.
           EXIT.

      *-----------------------------------------------------------------

      * Facture la consommation via genfac et affiche son TTC ; le
      * reglement suit les conditions du compte client.

       0300-GEN-FAC-DEB.

           CALL "genfac" USING WS-IDF-CMD,
                               SESS-IDF-UTI,
                               WS-IDF-FAC,
                               WS-NUM-FAC,
                               WS-RTR-FAC
           END-CALL.

           IF WS-RTR-FAC-PCP-CLO
               DISPLAY "Mois courant clos en comptabilite : "
                       "consommation non facturee."
               GO TO 0300-GEN-FAC-FIN
           END-IF.

           IF NOT WS-RTR-FAC-OK
               DISPLAY "Erreur a la facturation de la consommation."
               GO TO 0300-GEN-FAC-FIN
           END-IF.

           MOVE WS-IDF-FAC TO PG-IDF-FAC.

           EXEC SQL
               SELECT mtt_ttc
               INTO   :PG-MTT-TTC
               FROM   facture
               WHERE  id_fac = :PG-IDF-FAC
           END-EXEC.

           MOVE WS-NUM-FAC TO WS-NUM-FAC-EDT.
           MOVE PG-MTT-TTC TO WS-MTT-TTC-EDT.

           DISPLAY "Facture n. " FUNCTION TRIM (WS-NUM-FAC-EDT)
                   " - total TTC : "
                   FUNCTION TRIM (WS-MTT-TTC-EDT) " EUR.".

       0300-GEN-FAC-FIN.
           EXIT.
