      ******************************************************************
      *                                                                *
      *                 DESCRIPTION DU SOUS-PROGRAMME                  *
      *                                                                *
      * trtppx : application des changements de prix planifies. Etape  *
      * de la chaine nocturne : chaque changement de piece_prix encore *
      * 'planifie' dont la date d'effet est atteinte (ou depassee,     *
      * apres une nuit sautee) est reporte sur prix_vente_pie, passe a *
      * 'applique' avec l'ancien prix et la date d'application, et     *
      * trace dans hist_modif via genmod au nom de l'utilisateur qui   *
      * l'a planifie, comme une edition edpie. Plusieurs changements   *
      * echus pour une meme piece s'appliquent dans l'ordre des dates  *
      * d'effet : le plus recent l'emporte.                            *
      * Meme principe pour les tarifs fournisseur charges par imptfo   *
      * (tarif_fournisseur) : chaque prix d'achat echu est reporte sur *
      * le prix negocie de la correspondance fournisseur_ref           *
      * (prix_ref) et sur celui des entrees actives de la liste de     *
      * preference piece_fournisseur (prix_pfo), puis passe a          *
      * 'applique' avec les anciens prix.                              *
      *                                                                *
      *----------------------------------------------------------------*
      *                           TRIGRAMMES                           *
      *                                                                *
      * trtppx=traitement prix pieces                                  *
      * PPX=PRIX PIECE PLANIFIE; PIE=PIECE; PVT=PRIX DE VENTE;         *
      * NVP=NOUVEAU PRIX; ANC=ANCIEN; PRX=PRIX; DAT=DATE; EFF=EFFET;   *
      * APL=APPLICATION; MOD=MODIFICATION; TAB=TABLE; CLE=CLE;         *
      * CHP=CHAMP; VAL=VALEUR; IDF=IDENTIFIANT; UTI=UTILISATEUR;       *
      * NBR=NOMBRE; ERR=ERREUR; RTR=RETOUR; TRT=TRAITEMENT; SUI=SUITE; *
      * TFO=TARIF FOURNISSEUR; FOU=FOURNISSEUR; REF=REFERENCE;         *
      * PFO=PIECE-FOURNISSEUR; EDT=EDITION; DEB=DEBUT                  *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. trtppx.
       AUTHOR. ThomasD.
       DATE-WRITTEN. 15-10-2026 (fr).

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.

       COPY dbconfig.

      * Changement echu couramment applique, et prix de la fiche
      * avant application.
       01 PG-IDF-PPX            PIC 9(10).
       01 PG-IDF-PIE            PIC 9(10).
       01 PG-NVP-PIE            PIC 9(08)V99.
       01 PG-ANC-PVT            PIC 9(08)V99.
       01 PG-IDF-UTI            PIC 9(10).

      * Tarif fournisseur echu couramment applique, et prix d'achat
      * negocies avant application.
       01 PG-IDF-TFO            PIC 9(10).
       01 PG-IDF-FOU            PIC 9(10).
       01 PG-REF-FOU            PIC X(30).
       01 PG-PRX-TFO            PIC 9(08)V99.
       01 PG-ANC-REF            PIC 9(08)V99.
       01 PG-ANC-PFO            PIC 9(08)V99.

       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

      * Declaration du curseur des changements echus, dans l'ordre des
      * dates d'effet. WITH HOLD : chaque changement est valide pendant
      * le parcours. Un changement sans auteur est trace au nom de
      * l'utilisateur systeme (1), comme les retraits de trtrlq.
       EXEC SQL
           DECLARE C-PPX CURSOR WITH HOLD FOR
               SELECT id_ppx, id_pie, prix_ppx, COALESCE(id_uti, 1)
               FROM   piece_prix
               WHERE  statut_ppx = 'planifie'
               AND    date_eff_ppx <= CURRENT_DATE
               ORDER BY date_eff_ppx, id_ppx
       END-EXEC.

      * Declaration du curseur des tarifs fournisseur echus, dans
      * l'ordre des dates d'effet, sur le meme principe.
       EXEC SQL
           DECLARE C-TFO CURSOR WITH HOLD FOR
               SELECT id_tfo, id_fou, ref_fou, id_pie, prix_tfo
               FROM   tarif_fournisseur
               WHERE  statut_tfo = 'planifie'
               AND    date_eff_tfo <= CURRENT_DATE
               ORDER BY date_eff_tfo, id_tfo
       END-EXEC.

       01 WS-NBR-PPX            PIC 9(07)   VALUE 0.
       01 WS-NBR-TFO            PIC 9(07)   VALUE 0.
       01 WS-NBR-TFO-EDT        PIC Z(07).
       01 WS-NBR-ERR            PIC 9(07)   VALUE 0.
       01 WS-NBR-PPX-EDT        PIC Z(07).
       01 WS-NBR-ERR-EDT        PIC Z(07).

      * Zones echangees avec genmod pour tracer le changement de prix
      * dans hist_modif, au meme format qu'une edition edpie.
       01 WS-TAB-MOD            PIC X(14)   VALUE "piece".
       01 WS-CLE-MOD            PIC X(30).
       01 WS-CHP-MOD            PIC X(20)   VALUE "prix_vente_pie".
       01 WS-ANC-VAL            PIC X(100).
       01 WS-NOU-VAL            PIC X(100).
       01 WS-RTR-MOD            PIC 9(01).

      * Prix vu en caracteres : hist_modif garde les dix chiffres du
      * prix (centimes implicites), comme gespie.
       01 WS-PRX-VAL            PIC 9(08)V99.
       01 WS-PRX-VAL-X          REDEFINES WS-PRX-VAL
                                PIC X(10).

      * Zones utilisees pour tracer via generr l'echec d'une des
      * ecritures SQL en cas de SQLCODE en erreur.
       01 WS-OPE-ERR            PIC X(60).
       01 WS-RTR-ERR            PIC 9(01).


       PROCEDURE DIVISION.

           PERFORM 1000-INITIALISATION-DEB
              THRU 1000-INITIALISATION-FIN.

           PERFORM 2000-TRT-PPX-DEB
              THRU 2000-TRT-PPX-FIN.

           PERFORM 2500-TRT-TFO-DEB
              THRU 2500-TRT-TFO-FIN.

           PERFORM 3000-FINALISATION-DEB
              THRU 3000-FINALISATION-FIN.

      * EXIT PROGRAM plutot que STOP RUN : termine normalement un
      * lancement autonome, mais rend la main a l'appelant lorsque ce
      * programme est invoque comme etape d'une chaine de traitement.
           EXIT PROGRAM.

      ******************************************************************
      *                         PARAGRAPHES                            *
      ******************************************************************

       1000-INITIALISATION-DEB.

           DISPLAY "Application des changements de prix planifies...".

           EXEC SQL
               CONNECT :PG-IDENTIFIANT
               IDENTIFIED BY :PG-MOT-PASSE
               USING :PG-NOM-BASE
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY "Erreur de connexion SQLCODE: " SQLCODE
           END-IF.

           EXEC SQL COMMIT END-EXEC.

           EXIT.
       1000-INITIALISATION-FIN.

      *-----------------------------------------------------------------

      * Parcourt le curseur des changements echus jusqu'a epuisement.

       2000-TRT-PPX-DEB.

           EXEC SQL OPEN C-PPX END-EXEC.

           EXEC SQL
               FETCH C-PPX
               INTO  :PG-IDF-PPX, :PG-IDF-PIE, :PG-NVP-PIE,
                     :PG-IDF-UTI
           END-EXEC.

           PERFORM 2100-APL-PPX-DEB
              THRU 2100-APL-PPX-FIN
              UNTIL SQLCODE NOT = 0.

           EXEC SQL CLOSE C-PPX END-EXEC.

           EXIT.
       2000-TRT-PPX-FIN.

      *-----------------------------------------------------------------

      * Reporte le changement courant sur la fiche piece et le passe a
      * 'applique' (ancien prix fige), les deux ecritures validees
      * ensemble ; puis trace le changement via genmod s'il modifie
      * reellement le prix. En erreur, le changement reste 'planifie'
      * et sera repris la nuit suivante.

       2100-APL-PPX-DEB.

           EXEC SQL
               SELECT COALESCE(prix_vente_pie, 0)
               INTO   :PG-ANC-PVT
               FROM   piece
               WHERE  id_pie = :PG-IDF-PIE
           END-EXEC.

           IF SQLCODE NOT = 0
               EXEC SQL ROLLBACK END-EXEC
               MOVE "trtppx : lecture prix piece"
               TO   WS-OPE-ERR
               CALL "generr" USING WS-OPE-ERR, SQLCODE, WS-RTR-ERR
               END-CALL
               ADD 1 TO WS-NBR-ERR
               GO TO 2100-APL-PPX-SUI
           END-IF.

           EXEC SQL
               UPDATE piece
               SET    prix_vente_pie = :PG-NVP-PIE
               WHERE  id_pie = :PG-IDF-PIE
           END-EXEC.

           IF SQLCODE NOT = 0
               EXEC SQL ROLLBACK END-EXEC
               MOVE "trtppx : maj prix_vente_pie"
               TO   WS-OPE-ERR
               CALL "generr" USING WS-OPE-ERR, SQLCODE, WS-RTR-ERR
               END-CALL
               ADD 1 TO WS-NBR-ERR
               GO TO 2100-APL-PPX-SUI
           END-IF.

           EXEC SQL
               UPDATE piece_prix
               SET    statut_ppx   = 'applique',
                      anc_prix_ppx = :PG-ANC-PVT,
                      date_apl_ppx = CURRENT_DATE
               WHERE  id_ppx = :PG-IDF-PPX
           END-EXEC.

           IF SQLCODE NOT = 0
               EXEC SQL ROLLBACK END-EXEC
               MOVE "trtppx : maj statut piece_prix"
               TO   WS-OPE-ERR
               CALL "generr" USING WS-OPE-ERR, SQLCODE, WS-RTR-ERR
               END-CALL
               ADD 1 TO WS-NBR-ERR
               GO TO 2100-APL-PPX-SUI
           END-IF.

           EXEC SQL COMMIT END-EXEC.

           ADD 1 TO WS-NBR-PPX.

           IF PG-NVP-PIE NOT = PG-ANC-PVT
               MOVE PG-IDF-PIE TO WS-CLE-MOD
               MOVE PG-ANC-PVT   TO WS-PRX-VAL
               MOVE WS-PRX-VAL-X TO WS-ANC-VAL
               MOVE PG-NVP-PIE   TO WS-PRX-VAL
               MOVE WS-PRX-VAL-X TO WS-NOU-VAL

               CALL "genmod" USING WS-TAB-MOD
                                   WS-CLE-MOD
                                   WS-CHP-MOD
                                   WS-ANC-VAL
                                   WS-NOU-VAL
                                   PG-IDF-UTI
                                   WS-RTR-MOD
               END-CALL
           END-IF.

       2100-APL-PPX-SUI.

           EXEC SQL
               FETCH C-PPX
               INTO  :PG-IDF-PPX, :PG-IDF-PIE, :PG-NVP-PIE,
                     :PG-IDF-UTI
           END-EXEC.

           EXIT.
       2100-APL-PPX-FIN.

      *-----------------------------------------------------------------

      * Parcourt le curseur des tarifs fournisseur echus jusqu'a
      * epuisement.

       2500-TRT-TFO-DEB.

           EXEC SQL OPEN C-TFO END-EXEC.

           EXEC SQL
               FETCH C-TFO
               INTO  :PG-IDF-TFO, :PG-IDF-FOU, :PG-REF-FOU,
                     :PG-IDF-PIE, :PG-PRX-TFO
           END-EXEC.

           PERFORM 2600-APL-TFO-DEB
              THRU 2600-APL-TFO-FIN
              UNTIL SQLCODE NOT = 0.

           EXEC SQL CLOSE C-TFO END-EXEC.

           EXIT.
       2500-TRT-TFO-FIN.

      *-----------------------------------------------------------------

      * Reporte le tarif courant sur la correspondance et sur la liste
      * de preference, et le passe a 'applique' (anciens prix figes),
      * les trois ecritures validees ensemble. En erreur, le tarif
      * reste 'planifie' et sera repris la nuit suivante.

       2600-APL-TFO-DEB.

           EXEC SQL
               SELECT COALESCE(MAX(r.prix_ref), 0),
                      COALESCE((SELECT MAX(k.prix_pfo)
                                FROM   piece_fournisseur k
                                WHERE  k.id_pie = :PG-IDF-PIE
                                AND    k.id_fou = :PG-IDF-FOU
                                AND    k.actif_pfo = 'O'), 0)
               INTO   :PG-ANC-REF, :PG-ANC-PFO
               FROM   fournisseur_ref r
               WHERE  r.id_fou  = :PG-IDF-FOU
               AND    r.ref_fou = :PG-REF-FOU
           END-EXEC.

           IF SQLCODE NOT = 0
               EXEC SQL ROLLBACK END-EXEC
               MOVE "trtppx : lecture prix fournisseur"
               TO   WS-OPE-ERR
               CALL "generr" USING WS-OPE-ERR, SQLCODE, WS-RTR-ERR
               END-CALL
               ADD 1 TO WS-NBR-ERR
               GO TO 2600-APL-TFO-SUI
           END-IF.

           EXEC SQL
               UPDATE fournisseur_ref
               SET    prix_ref = :PG-PRX-TFO
               WHERE  id_fou  = :PG-IDF-FOU
               AND    ref_fou = :PG-REF-FOU
           END-EXEC.

           IF SQLCODE < 0
               EXEC SQL ROLLBACK END-EXEC
               MOVE "trtppx : maj prix_ref"
               TO   WS-OPE-ERR
               CALL "generr" USING WS-OPE-ERR, SQLCODE, WS-RTR-ERR
               END-CALL
               ADD 1 TO WS-NBR-ERR
               GO TO 2600-APL-TFO-SUI
           END-IF.

           EXEC SQL
               UPDATE piece_fournisseur
               SET    prix_pfo = :PG-PRX-TFO
               WHERE  id_pie = :PG-IDF-PIE
               AND    id_fou = :PG-IDF-FOU
               AND    actif_pfo = 'O'
           END-EXEC.

           IF SQLCODE < 0
               EXEC SQL ROLLBACK END-EXEC
               MOVE "trtppx : maj prix_pfo"
               TO   WS-OPE-ERR
               CALL "generr" USING WS-OPE-ERR, SQLCODE, WS-RTR-ERR
               END-CALL
               ADD 1 TO WS-NBR-ERR
               GO TO 2600-APL-TFO-SUI
           END-IF.

           EXEC SQL
               UPDATE tarif_fournisseur
               SET    statut_tfo   = 'applique',
                      anc_prix_ref = NULLIF(:PG-ANC-REF, 0),
                      anc_prix_pfo = NULLIF(:PG-ANC-PFO, 0),
                      date_apl_tfo = CURRENT_DATE
               WHERE  id_tfo = :PG-IDF-TFO
           END-EXEC.

           IF SQLCODE NOT = 0
               EXEC SQL ROLLBACK END-EXEC
               MOVE "trtppx : maj statut tarif_fournisseur"
               TO   WS-OPE-ERR
               CALL "generr" USING WS-OPE-ERR, SQLCODE, WS-RTR-ERR
               END-CALL
               ADD 1 TO WS-NBR-ERR
               GO TO 2600-APL-TFO-SUI
           END-IF.

           EXEC SQL COMMIT END-EXEC.

           ADD 1 TO WS-NBR-TFO.

       2600-APL-TFO-SUI.

           EXEC SQL
               FETCH C-TFO
               INTO  :PG-IDF-TFO, :PG-IDF-FOU, :PG-REF-FOU,
                     :PG-IDF-PIE, :PG-PRX-TFO
           END-EXEC.

           EXIT.
       2600-APL-TFO-FIN.

      *-----------------------------------------------------------------

       3000-FINALISATION-DEB.

           MOVE WS-NBR-PPX TO WS-NBR-PPX-EDT.
           MOVE WS-NBR-TFO TO WS-NBR-TFO-EDT.
           MOVE WS-NBR-ERR TO WS-NBR-ERR-EDT.

           DISPLAY "Traitement termine : "
                   FUNCTION TRIM (WS-NBR-PPX-EDT)
                   " changement(s) de prix applique(s), "
                   FUNCTION TRIM (WS-NBR-TFO-EDT)
                   " tarif(s) fournisseur applique(s), "
                   FUNCTION TRIM (WS-NBR-ERR-EDT) " en erreur.".

           EXIT.
       3000-FINALISATION-FIN.
