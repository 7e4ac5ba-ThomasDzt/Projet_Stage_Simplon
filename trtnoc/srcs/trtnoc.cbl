      * dernier jour du mois, comme clovai), puis les propositions de  *
      * transfert entre depots (genprt), puis la purge de retention    *
      * des tables d'exploitation (trtpur), puis le journal de caisse  *
      * avec rapprochement du tiroir (jnlcai), puis la conversion des  *
      * reservations de livraison differee en retraits de stock        *
      * (trtrsv), puis l'application des changements de prix de vente  *
      * arrives a leur date d'effet (trtppx), puis l'expiration des    *
      * points de fidelite (trtpfi, fin de mois seulement), puis le    *
      * balayage des marges sous le minimum de la societe (trtmrg),    *
      * puis la detection des clients professionnels en perte de       *
      * vitesse (detcli, fin de mois seulement), puis le controle de   *
      * coherence entre registres (ctlcoh : factures, ventilation de   *
      * TVA, lettrages, lots, series, commandes facturees).            *
      * Chaque etape est invoquee meme si la precedente a rencontre des*
      * erreurs internes (elles sont deja tracees ligne par ligne par  *
      * generr/le fichier d'ecart propre a chaque etape) : une etape   *
      * ARC=ARCHIVAGE; RCC=RECONCILIATION; GRP=GROUPEMENT;             *
      * AGR=AGREGATION; VAL=VALORISATION; DES=DESACTIVATION;           *
      * RUN=EXECUTION; NBR=NOMBRE; JOU=JOUR; STA=STATUT;               *
      * IDF=IDENTIFIANT; RTR=RETOUR; RSV=RESERVATION; PPX=PRIX PIECE;  *
      * PFI=POINTS FIDELITE; MRG=MARGE; DCL=DETECTION CLIENTS;         *
      * COH=COHERENCE                                                  *
      ******************************************************************

       IDENTIFICATION DIVISION.
       01 PG-CAL-PRT            PIC X(01).
       01 PG-CAL-PUR            PIC X(01).
       01 PG-CAL-CAI            PIC X(01).
       01 PG-CAL-RSV            PIC X(01).
       01 PG-CAL-PPX            PIC X(01).
       01 PG-CAL-PFI            PIC X(01).
       01 PG-CAL-MRG            PIC X(01).
       01 PG-CAL-DCL            PIC X(01).
       01 PG-CAL-COH            PIC X(01).

       EXEC SQL END DECLARE SECTION END-EXEC.

           PERFORM 8900-ETP-CAI-DEB
              THRU 8900-ETP-CAI-FIN.

           PERFORM 8950-ETP-RSV-DEB
              THRU 8950-ETP-RSV-FIN.

           PERFORM 8960-ETP-PPX-DEB
              THRU 8960-ETP-PPX-FIN.

           PERFORM 8970-ETP-PFI-DEB
              THRU 8970-ETP-PFI-FIN.

           PERFORM 8980-ETP-MRG-DEB
              THRU 8980-ETP-MRG-FIN.

           PERFORM 8985-ETP-DCL-DEB
              THRU 8985-ETP-DCL-FIN.

           PERFORM 8990-ETP-COH-DEB
              THRU 8990-ETP-COH-FIN.

           DISPLAY "Chaine de traitement nocturne - fin.".

           CLOSE F-TRT-NOC.
                      COALESCE(etp_stm, 'O'),
                      COALESCE(etp_prt, 'O'),
                      COALESCE(etp_pur, 'O'),
                      COALESCE(etp_cai, 'O'),
                      COALESCE(etp_rsv, 'O'),
                      COALESCE(etp_ppx, 'O'),
                      COALESCE(etp_pfi, 'O'),
                      COALESCE(etp_mrg, 'O'),
                      COALESCE(etp_dcl, 'O'),
                      COALESCE(etp_coh, 'O')
               INTO   :PG-TYP-JOU:PG-TYP-JOU-IND,
                      :PG-CAL-CLO, :PG-CAL-ARC, :PG-CAL-RCC,
                      :PG-CAL-GRP, :PG-CAL-AGR, :PG-CAL-VAL,
                      :PG-CAL-DES, :PG-CAL-EXP, :PG-CAL-STM,
                      :PG-CAL-PRT, :PG-CAL-PUR, :PG-CAL-CAI,
                      :PG-CAL-RSV, :PG-CAL-PPX, :PG-CAL-PFI,
                      :PG-CAL-MRG, :PG-CAL-DCL, :PG-CAL-COH
               FROM   calendrier_trt
               WHERE  date_trt = CURRENT_DATE
           END-EXEC.
                           PG-CAL-GRP PG-CAL-AGR PG-CAL-VAL
                           PG-CAL-DES PG-CAL-EXP PG-CAL-STM
                           PG-CAL-PRT PG-CAL-PUR PG-CAL-CAI
                           PG-CAL-RSV PG-CAL-PPX PG-CAL-PFI
                           PG-CAL-MRG PG-CAL-DCL PG-CAL-COH
               DISPLAY "Aucune entree calendrier pour ce jour : "
                       "toutes les etapes s'executent."
           ELSE

       1000-ETP-CLO-DEB.

           DISPLAY "Etape 1/18 : cloture du stock (clotpie)...".

           MOVE "clotpie" TO WS-NOM-ETP.
           PERFORM 9000-DEB-ETP-DEB

       2000-ETP-ARC-DEB.

           DISPLAY "Etape 2/18 : archivage des logs (arclog)...".

           MOVE "arclog" TO WS-NOM-ETP.
           PERFORM 9000-DEB-ETP-DEB

       3000-ETP-RCC-DEB.

           DISPLAY "Etape 3/18 : reconciliation logs/stock (rcclog)...".

           MOVE "rcclog" TO WS-NOM-ETP.
           PERFORM 9000-DEB-ETP-DEB

       4000-ETP-GRP-DEB.

           DISPLAY "Etape 4/18 : regroupement des brouillons "
                   "fournisseur (grpcpo)...".

           MOVE "grpcpo" TO WS-NOM-ETP.

       5000-ETP-AGR-DEB.

           DISPLAY "Etape 5/18 : agregation de l'historique de stock "
                   "(agrhst)...".

           MOVE "agrhst" TO WS-NOM-ETP.

       6000-ETP-VAL-DEB.

           DISPLAY "Etape 6/18 : valorisation de fin de mois "
                   "(clovai)...".

           MOVE "clovai" TO WS-NOM-ETP.

       7000-ETP-DES-DEB.

           DISPLAY "Etape 7/18 : veille des comptes dormants "
                   "(desuti)...".

           MOVE "desuti" TO WS-NOM-ETP.

       8000-ETP-EXP-DEB.

           DISPLAY "Etape 8/18 : extraction comptable (expcpt)...".

           MOVE "expcpt" TO WS-NOM-ETP.
           PERFORM 9000-DEB-ETP-DEB

       8500-ETP-STM-DEB.

           DISPLAY "Etape 9/18 : releves mensuels clients (trtstm)...".

           MOVE "trtstm" TO WS-NOM-ETP.
           PERFORM 9000-DEB-ETP-DEB

       8700-ETP-PRT-DEB.

           DISPLAY "Etape 10/18 : propositions de transfert "
                   "(genprt)...".

           MOVE "genprt" TO WS-NOM-ETP.

       8800-ETP-PUR-DEB.

           DISPLAY "Etape 11/18 : purge de retention (trtpur)...".

           MOVE "trtpur" TO WS-NOM-ETP.
           PERFORM 9000-DEB-ETP-DEB

      *-----------------------------------------------------------------

      * Etape 12 : journal de caisse, rapprochement du tiroir et
      * clotures scellees du journal inalterable (voir jnlcai, qui
      * saisit le montant compte au terminal).

       8900-ETP-CAI-DEB.

           DISPLAY "Etape 12/18 : journal de caisse (jnlcai)...".

           MOVE "jnlcai" TO WS-NOM-ETP.
           PERFORM 9000-DEB-ETP-DEB

      *-----------------------------------------------------------------

      * Etape 13 : conversion des reservations de livraison differee
      * arrivees sous le delai de preparation (voir trtrsv).

       8950-ETP-RSV-DEB.

           DISPLAY "Etape 13/18 : conversion des reservations "
                   "(trtrsv)...".

           MOVE "trtrsv" TO WS-NOM-ETP.
           PERFORM 9000-DEB-ETP-DEB
              THRU 9000-DEB-ETP-FIN.

           EVALUATE TRUE
               WHEN PG-CAL-RSV = "N"
                   DISPLAY "trtrsv ecartee par le calendrier."
                   MOVE "sautee" TO WS-STA-RUN

               WHEN WS-MOD-REPRISE AND WS-NBR-JOU NOT = 0
                   DISPLAY "trtrsv deja terminee aujourd'hui : "
                           "sautee (reprise)."
                   MOVE "sautee" TO WS-STA-RUN

               WHEN OTHER
                   CALL "trtrsv" END-CALL
                   MOVE "terminee" TO WS-STA-RUN
           END-EVALUATE.
           PERFORM 9100-FIN-ETP-DEB
              THRU 9100-FIN-ETP-FIN.

           EXIT.
       8950-ETP-RSV-FIN.

      *-----------------------------------------------------------------

      * Etape 14 : application des changements de prix de vente
      * planifies arrives a leur date d'effet (voir trtppx).

       8960-ETP-PPX-DEB.

           DISPLAY "Etape 14/18 : changements de prix planifies "
                   "(trtppx)...".

           MOVE "trtppx" TO WS-NOM-ETP.
           PERFORM 9000-DEB-ETP-DEB
              THRU 9000-DEB-ETP-FIN.

           EVALUATE TRUE
               WHEN PG-CAL-PPX = "N"
                   DISPLAY "trtppx ecartee par le calendrier."
                   MOVE "sautee" TO WS-STA-RUN

               WHEN WS-MOD-REPRISE AND WS-NBR-JOU NOT = 0
                   DISPLAY "trtppx deja terminee aujourd'hui : "
                           "sautee (reprise)."
                   MOVE "sautee" TO WS-STA-RUN

               WHEN OTHER
                   CALL "trtppx" END-CALL
                   MOVE "terminee" TO WS-STA-RUN
           END-EVALUATE.
           PERFORM 9100-FIN-ETP-DEB
              THRU 9100-FIN-ETP-FIN.

           EXIT.
       8960-ETP-PPX-FIN.

      *-----------------------------------------------------------------

      * Etape 15 : expiration des points de fidelite arrives au terme
      * de leur duree de validite (voir trtpfi, qui ne fait rien hors
      * fin de mois).

       8970-ETP-PFI-DEB.

           DISPLAY "Etape 15/18 : expiration des points de fidelite "
                   "(trtpfi)...".

           MOVE "trtpfi" TO WS-NOM-ETP.
           PERFORM 9000-DEB-ETP-DEB
              THRU 9000-DEB-ETP-FIN.

           EVALUATE TRUE
               WHEN PG-CAL-PFI = "N"
                   DISPLAY "trtpfi ecartee par le calendrier."
                   MOVE "sautee" TO WS-STA-RUN

               WHEN WS-MOD-REPRISE AND WS-NBR-JOU NOT = 0
                   DISPLAY "trtpfi deja terminee aujourd'hui : "
                           "sautee (reprise)."
                   MOVE "sautee" TO WS-STA-RUN

               WHEN OTHER
                   CALL "trtpfi" END-CALL
                   MOVE "terminee" TO WS-STA-RUN
           END-EVALUATE.
           PERFORM 9100-FIN-ETP-DEB
              THRU 9100-FIN-ETP-FIN.

           EXIT.
       8970-ETP-PFI-FIN.

      *-----------------------------------------------------------------

      * Etape 16 : balayage des marges, apres les changements de prix
      * du jour (voir trtmrg, alertes traitees dans cnsamg).

       8980-ETP-MRG-DEB.

           DISPLAY "Etape 16/18 : balayage des marges (trtmrg)...".

           MOVE "trtmrg" TO WS-NOM-ETP.
           PERFORM 9000-DEB-ETP-DEB
              THRU 9000-DEB-ETP-FIN.

           EVALUATE TRUE
               WHEN PG-CAL-MRG = "N"
                   DISPLAY "trtmrg ecartee par le calendrier."
                   MOVE "sautee" TO WS-STA-RUN

               WHEN WS-MOD-REPRISE AND WS-NBR-JOU NOT = 0
                   DISPLAY "trtmrg deja terminee aujourd'hui : "
                           "sautee (reprise)."
                   MOVE "sautee" TO WS-STA-RUN

               WHEN OTHER
                   CALL "trtmrg" END-CALL
                   MOVE "terminee" TO WS-STA-RUN
           END-EVALUATE.
           PERFORM 9100-FIN-ETP-DEB
              THRU 9100-FIN-ETP-FIN.

           EXIT.
       8980-ETP-MRG-FIN.

      *-----------------------------------------------------------------

      * Etape 17 : detection des clients professionnels en perte de
      * vitesse (voir detcli, qui ne fait rien hors fin de mois).

       8985-ETP-DCL-DEB.

           DISPLAY "Etape 17/18 : clients en perte de vitesse "
                   "(detcli)...".

           MOVE "detcli" TO WS-NOM-ETP.
           PERFORM 9000-DEB-ETP-DEB
              THRU 9000-DEB-ETP-FIN.

           EVALUATE TRUE
               WHEN PG-CAL-DCL = "N"
                   DISPLAY "detcli ecartee par le calendrier."
                   MOVE "sautee" TO WS-STA-RUN

               WHEN WS-MOD-REPRISE AND WS-NBR-JOU NOT = 0
                   DISPLAY "detcli deja terminee aujourd'hui : "
                           "sautee (reprise)."
                   MOVE "sautee" TO WS-STA-RUN

               WHEN OTHER
                   CALL "detcli" END-CALL
                   MOVE "terminee" TO WS-STA-RUN
           END-EVALUATE.
           PERFORM 9100-FIN-ETP-DEB
              THRU 9100-FIN-ETP-FIN.

           EXIT.
       8985-ETP-DCL-FIN.

      *-----------------------------------------------------------------

      * Etape 18 : controle de coherence entre registres (voir
      * ctlcoh). Placee en fin de chaine, apres toutes les etapes qui
      * ecrivent dans les tables controlees.

       8990-ETP-COH-DEB.

           DISPLAY "Etape 18/18 : coherence entre registres "
                   "(ctlcoh)...".

           MOVE "ctlcoh" TO WS-NOM-ETP.
           PERFORM 9000-DEB-ETP-DEB
              THRU 9000-DEB-ETP-FIN.

           EVALUATE TRUE
               WHEN PG-CAL-COH = "N"
                   DISPLAY "ctlcoh ecartee par le calendrier."
                   MOVE "sautee" TO WS-STA-RUN

               WHEN WS-MOD-REPRISE AND WS-NBR-JOU NOT = 0
                   DISPLAY "ctlcoh deja terminee aujourd'hui : "
                           "sautee (reprise)."
                   MOVE "sautee" TO WS-STA-RUN

               WHEN OTHER
                   CALL "ctlcoh" END-CALL
                   MOVE "terminee" TO WS-STA-RUN
           END-EVALUATE.
           PERFORM 9100-FIN-ETP-DEB
              THRU 9100-FIN-ETP-FIN.

           EXIT.
       8990-ETP-COH-FIN.

      *-----------------------------------------------------------------

      * Ouvre l'enregistrement de pilotage de l'etape courante
      * (batch_run via genrun) et trace le debut dans le fichier
      * TRTNOC.
