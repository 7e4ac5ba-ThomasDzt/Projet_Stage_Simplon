      ******************************************************************
      *                                                                *
      *                 DESCRIPTION DU SOUS-PROGRAMME                  *
      *                                                                *
      * readpv : reassort d'un depot-vente. Liste les depots-vente     *
      * (depots rattaches a un client garagiste dans gesdep), puis,    *
      * pour le depot choisi, saisit les pieces a envoyer depuis le    *
      * depot PRINCIPAL et leur quantite. Chaque envoi est poste par   *
      * le mode 'T' de majpie (debit de PRINCIPAL, bon de transfert    *
      * 'en_transit') et son bon imprime par bontrf, exactement comme  *
      * une proposition approuvee dans gesprt ; le depot-vente n'est   *
      * credite qu'a la reception du bon chez le garage (rcptrf).      *
      * Une piece encore absente du depot-vente y recoit sa ligne,     *
      * copie de la fiche PRINCIPAL (meme reference article, stock et  *
      * seuil a zero, sans fournisseur : un depot-vente se reassortit  *
      * depuis PRINCIPAL, jamais par commande fournisseur). Une piece  *
      * sans reference article ne peut pas etre rapprochee entre       *
      * depots et est refusee (a renseigner dans edpie).               *
      *                                                                *
      *----------------------------------------------------------------*
      *                           TRIGRAMMES                           *
      *                                                                *
      * readpv=reassort depot-vente                                    *
      * REA=REASSORT; DPV=DEPOT-VENTE; DEP=DEPOT; CLI=CLIENT;          *
      * PIE=PIECE; SRC=SOURCE; DST=DESTINATION; ART=REFERENCE ARTICLE; *
      * TRF=TRANSFERT (BON); QTE=QUANTITE; NOM=NOM; ACF=ACTIF;         *
      * NBR=NOMBRE; RSU=RESULTAT; IDF=IDENTIFIANT; UTI=UTILISATEUR;    *
      * SSI=SAISIE; LST=LISTE; AFF=AFFICHAGE; INS=INSERTION;           *
      * APL=APPEL; RTR=RETOUR; ALR=ALERTE; SUL=SEUIL; TYP=TYPE;        *
      * CHG=CHANGEMENT; EDT=EDITION; LRR=LEURRE; DEB=DEBUT             *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. readpv.
       AUTHOR. ThomasD.
       DATE-WRITTEN. 15-10-2026 (fr).

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.

      * Depots-vente listes, puis depot-vente choisi.
       01 PG-DEP-DPV-RSU        PIC X(20).
       01 PG-IDF-CLI-RSU        PIC 9(10).
       01 PG-NOM-CLI-RSU        PIC X(50).

       01 PG-DEP-DPV            PIC X(20).
       01 PG-IDF-CLI-DPV        PIC 9(10).

      * Ligne source (PRINCIPAL) et ligne destinataire (depot-vente).
       01 PG-IDF-PIE-SRC        PIC 9(10).
       01 PG-NOM-PIE-SRC        PIC X(30).
       01 PG-DEP-PIE-SRC        PIC X(20).
       01 PG-ACF-PIE-SRC        PIC X(01).
       01 PG-QTE-PIE-SRC        PIC 9(10).
       01 PG-ART-PIE-SRC        PIC X(20).
       01 PG-IDF-PIE-DST        PIC 9(10).

      * Bon de transfert ouvert par majpie, relu pour l'impression.
       01 PG-IDF-TRF            PIC 9(10).
       01 PG-IDF-UTI            PIC 9(10).

       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

      * Declaration du curseur des depots-vente et de leur client.
       EXEC SQL
           DECLARE C-DPV CURSOR FOR
               SELECT d.code_dep, d.id_cli_dep, c.nom_cli
               FROM   depots d
               JOIN   client c ON c.id_cli = d.id_cli_dep
               ORDER BY d.code_dep
       END-EXEC.

       01 WS-LRR                PIC X(01).

       01 WS-DEP-DPV            PIC X(20).
       01 WS-IDF-PIE-SRC        PIC 9(10).
       01 WS-QTE-TRF            PIC 9(10).
       01 WS-NBR-DPV            PIC 9(03)   VALUE 0.
       01 WS-NBR-TRF            PIC 9(05)   VALUE 0.

       01 WS-FIN-SSI            PIC X(01)   VALUE "N".
           88 WS-FIN-SSI-OUI                VALUE "O".
           88 WS-FIN-SSI-NON                VALUE "N".

      * Zones passees a majpie pour le transfert (mode 'T'), memes
      * conventions que gesprt.
       01 WS-QTE-PIE-NUL        PIC 9(10)   VALUE 0.
       01 WS-TYP-CHG-TRF        PIC X(01)   VALUE "T".
       01 WS-RTR-PIE            PIC 9(01).
           88 WS-RTR-PIE-OK                VALUE 0.
       01 WS-ALR-SUL            PIC X(01).
       01 WS-LIEN-LOG-NUL       PIC 9(10)   VALUE 0.
       01 WS-TYP-LOG-NUL        PIC X(20)   VALUE SPACES.
       01 WS-NUM-LOT-NUL        PIC X(20)   VALUE SPACES.

      * Zone de session partagee : qui est connecte sur ce poste.
       COPY session.

       01 WS-IDF-CLI-EDT        PIC Z(10).
       01 WS-QTE-PIE-EDT        PIC Z(10).
       01 WS-IDF-TRF-EDT        PIC Z(10).
       01 WS-NBR-TRF-EDT        PIC Z(05).

      * Zones utilisees pour tracer via generr l'echec d'une des
      * ecritures SQL en cas de SQLCODE en erreur.
       01 WS-OPE-ERR            PIC X(60).
       01 WS-RTR-ERR            PIC 9(01).


       PROCEDURE DIVISION.

           PERFORM 0100-LST-DPV-DEB
              THRU 0100-LST-DPV-FIN.

           IF WS-NBR-DPV > 0
               PERFORM 0200-SSI-DPV-DEB
                  THRU 0200-SSI-DPV-FIN
           END-IF.

           DISPLAY "Appuyez sur entree".
           ACCEPT WS-LRR.

           EXIT PROGRAM.

      ******************************************************************
      *                         PARAGRAPHES                            *
      ******************************************************************

       0100-LST-DPV-DEB.

           MOVE 0 TO WS-NBR-DPV.

           DISPLAY "Depots-vente :".

           EXEC SQL OPEN C-DPV END-EXEC.

           EXEC SQL
               FETCH C-DPV
               INTO  :PG-DEP-DPV-RSU, :PG-IDF-CLI-RSU, :PG-NOM-CLI-RSU
           END-EXEC.

           PERFORM 0150-AFF-DPV-DEB
              THRU 0150-AFF-DPV-FIN
              UNTIL SQLCODE NOT = 0.

           EXEC SQL CLOSE C-DPV END-EXEC.

           IF WS-NBR-DPV = 0
               DISPLAY "(aucun depot-vente, voir gesdep)"
           END-IF.

           EXIT.
       0100-LST-DPV-FIN.

      *-----------------------------------------------------------------

       0150-AFF-DPV-DEB.

           ADD 1 TO WS-NBR-DPV.

           MOVE PG-IDF-CLI-RSU TO WS-IDF-CLI-EDT.

           DISPLAY "  " PG-DEP-DPV-RSU " client "
                   FUNCTION TRIM (WS-IDF-CLI-EDT) " "
                   FUNCTION TRIM (PG-NOM-CLI-RSU).

           EXEC SQL
               FETCH C-DPV
               INTO  :PG-DEP-DPV-RSU, :PG-IDF-CLI-RSU, :PG-NOM-CLI-RSU
           END-EXEC.

           EXIT.
       0150-AFF-DPV-FIN.

      *-----------------------------------------------------------------

      * Saisit le depot-vente a reassortir, verifie qu'il est bien
      * rattache a un client, puis enchaine les envois.

       0200-SSI-DPV-DEB.

           DISPLAY "Depot-vente a reassortir :".
           MOVE SPACES TO WS-DEP-DPV.
           ACCEPT WS-DEP-DPV.

           MOVE WS-DEP-DPV TO PG-DEP-DPV.

           EXEC SQL
               SELECT COALESCE(id_cli_dep, 0)
               INTO   :PG-IDF-CLI-DPV
               FROM   depots
               WHERE  code_dep = :PG-DEP-DPV
           END-EXEC.

           IF SQLCODE NOT = 0 OR PG-IDF-CLI-DPV = 0
               DISPLAY "Depot inconnu ou qui n'est pas un depot-vente."
               GO TO 0200-SSI-DPV-FIN
           END-IF.

           SET WS-FIN-SSI-NON TO TRUE.
           MOVE 0 TO WS-NBR-TRF.

           DISPLAY "Pieces a envoyer depuis PRINCIPAL (id a 0 pour "
                   "terminer).".

           PERFORM 0300-SSI-ENV-DEB
              THRU 0300-SSI-ENV-FIN
              UNTIL WS-FIN-SSI-OUI.

           MOVE WS-NBR-TRF TO WS-NBR-TRF-EDT.
           DISPLAY FUNCTION TRIM (WS-NBR-TRF-EDT)
                   " bon(s) de transfert vers "
                   FUNCTION TRIM (PG-DEP-DPV)
                   " (a receptionner chez le garage via rcptrf).".

       0200-SSI-DPV-FIN.
           EXIT.

      *-----------------------------------------------------------------

      * Saisit une piece du depot PRINCIPAL et la quantite a envoyer,
      * retrouve ou cree sa ligne dans le depot-vente, puis poste le
      * transfert et imprime son bon.

       0300-SSI-ENV-DEB.

           DISPLAY "Piece PRINCIPAL (id) :".
           MOVE 0 TO WS-IDF-PIE-SRC.
           ACCEPT WS-IDF-PIE-SRC.

           IF WS-IDF-PIE-SRC = 0
               SET WS-FIN-SSI-OUI TO TRUE
               GO TO 0300-SSI-ENV-FIN
           END-IF.

           MOVE WS-IDF-PIE-SRC TO PG-IDF-PIE-SRC.

           EXEC SQL
               SELECT nom_pie, depot_pie, actif_pie, qt_pie,
                      COALESCE(ref_art_pie, ' ')
               INTO   :PG-NOM-PIE-SRC, :PG-DEP-PIE-SRC,
                      :PG-ACF-PIE-SRC, :PG-QTE-PIE-SRC,
                      :PG-ART-PIE-SRC
               FROM   piece
               WHERE  id_pie = :PG-IDF-PIE-SRC
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY "Piece inconnue."
               GO TO 0300-SSI-ENV-FIN
           END-IF.

           IF PG-DEP-PIE-SRC NOT = "PRINCIPAL"
               DISPLAY "Le reassort part du depot PRINCIPAL : piece "
                       "du depot " FUNCTION TRIM (PG-DEP-PIE-SRC)
                       " refusee."
               GO TO 0300-SSI-ENV-FIN
           END-IF.

           IF PG-ACF-PIE-SRC NOT = "O"
               DISPLAY "Piece desactivee."
               GO TO 0300-SSI-ENV-FIN
           END-IF.

           IF PG-ART-PIE-SRC = SPACES
               DISPLAY "Piece sans reference article : a renseigner "
                       "dans la fiche piece avant reassort."
               GO TO 0300-SSI-ENV-FIN
           END-IF.

           MOVE PG-QTE-PIE-SRC TO WS-QTE-PIE-EDT.
           DISPLAY FUNCTION TRIM (PG-NOM-PIE-SRC) " (stock PRINCIPAL "
                   FUNCTION TRIM (WS-QTE-PIE-EDT) ") - quantite :".
           MOVE 0 TO WS-QTE-TRF.
           ACCEPT WS-QTE-TRF.

           IF WS-QTE-TRF = 0
               GO TO 0300-SSI-ENV-FIN
           END-IF.

           PERFORM 0400-LEC-DST-DEB
              THRU 0400-LEC-DST-FIN.

           IF PG-IDF-PIE-DST = 0
               GO TO 0300-SSI-ENV-FIN
           END-IF.

           PERFORM 0500-APL-TRF-DEB
              THRU 0500-APL-TRF-FIN.

       0300-SSI-ENV-FIN.
           EXIT.

      *-----------------------------------------------------------------

      * Ligne de la piece dans le depot-vente (meme reference
      * article) ; absente, elle est creee par copie de la fiche
      * PRINCIPAL, stock, seuil et objectif a zero, sans fournisseur.

       0400-LEC-DST-DEB.

           MOVE 0 TO PG-IDF-PIE-DST.

           EXEC SQL
               SELECT MIN(id_pie)
               INTO   :PG-IDF-PIE-DST
               FROM   piece
               WHERE  depot_pie = :PG-DEP-DPV
               AND    ref_art_pie = :PG-ART-PIE-SRC
           END-EXEC.

           IF SQLCODE = 0 AND PG-IDF-PIE-DST NOT = 0
               GO TO 0400-LEC-DST-FIN
           END-IF.

           MOVE 0 TO PG-IDF-PIE-DST.

           EXEC SQL
               INSERT INTO piece(nom_pie, qt_pie, seuil_pie,
                               prix_unitaire_pie, prix_vente_pie,
                               tau_tva_pie, serialise_pie,
                               qte_rea_pie, cond_pie, depot_pie,
                               ref_art_pie, eco_pie, org_eco_pie,
                               csg_pie, code_fam, poids_pie,
                               long_pie, larg_pie, haut_pie,
                               code_nc_pie, pays_org_pie)
               SELECT nom_pie, 0, 0,
                      prix_unitaire_pie, prix_vente_pie,
                      tau_tva_pie, serialise_pie,
                      0, cond_pie, :PG-DEP-DPV,
                      ref_art_pie, eco_pie, org_eco_pie,
                      csg_pie, code_fam, poids_pie,
                      long_pie, larg_pie, haut_pie,
                      code_nc_pie, pays_org_pie
               FROM   piece
               WHERE  id_pie = :PG-IDF-PIE-SRC
               RETURNING id_pie INTO :PG-IDF-PIE-DST
           END-EXEC.

           IF SQLCODE NOT = 0
               EXEC SQL ROLLBACK END-EXEC
               MOVE "readpv : insertion piece depot-vente"
               TO   WS-OPE-ERR
               CALL "generr" USING WS-OPE-ERR, SQLCODE, WS-RTR-ERR
               END-CALL
               DISPLAY "Erreur a la creation de la ligne du "
                       "depot-vente."
               MOVE 0 TO PG-IDF-PIE-DST
               GO TO 0400-LEC-DST-FIN
           END-IF.

           EXEC SQL COMMIT END-EXEC.

           DISPLAY "Ligne creee dans le depot-vente.".

       0400-LEC-DST-FIN.
           EXIT.

      *-----------------------------------------------------------------

      * Poste le transfert par le mode 'T' de majpie puis imprime le
      * bon ouvert, meme mecanique que l'approbation dans gesprt.

       0500-APL-TRF-DEB.

           CALL "majpie" USING PG-IDF-PIE-SRC
                               WS-QTE-PIE-NUL
                               WS-TYP-CHG-TRF
                               WS-QTE-TRF
                               PG-NOM-PIE-SRC
                               SESS-IDF-UTI
                               WS-RTR-PIE
                               WS-ALR-SUL
                               WS-LIEN-LOG-NUL
                               PG-DEP-PIE-SRC
                               PG-IDF-PIE-DST
                               WS-TYP-LOG-NUL
                               WS-NUM-LOT-NUL
           END-CALL.

           IF NOT WS-RTR-PIE-OK
               DISPLAY "Transfert refuse par majpie (stock PRINCIPAL "
                       "insuffisant ?)."
               GO TO 0500-APL-TRF-FIN
           END-IF.

           ADD 1 TO WS-NBR-TRF.

      * Le bon ouvert par majpie est le dernier bon de la piece source
      * expedie par l'utilisateur connecte.

           MOVE 0            TO PG-IDF-TRF.
           MOVE SESS-IDF-UTI TO PG-IDF-UTI.

           EXEC SQL
               SELECT COALESCE(MAX(id_trf), 0)
               INTO   :PG-IDF-TRF
               FROM   transfert
               WHERE  id_pie_src = :PG-IDF-PIE-SRC
               AND    id_uti_exp = :PG-IDF-UTI
           END-EXEC.

           MOVE PG-IDF-TRF TO WS-IDF-TRF-EDT.
           DISPLAY "Envoi parti en transit, bon n. "
                   FUNCTION TRIM (WS-IDF-TRF-EDT) ".".

           IF PG-IDF-TRF NOT = 0
               CALL "bontrf" USING PG-IDF-TRF
               END-CALL
           END-IF.

       0500-APL-TRF-FIN.
           EXIT.
