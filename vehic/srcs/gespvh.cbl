      ******************************************************************
      *                                                                *
      *                 DESCRIPTION DU SOUS-PROGRAMME                  *
      *                                                                *
      * gespvh : catalogue d'adaptation d'une piece (table             *
      * piece_vehicule). Pour une piece donnee par son id, liste les   *
      * vehicules auxquels elle est rattachee (marque, modele ou toute *
      * la marque, plage d'annees modele), puis permet d'ajouter ou de *
      * retirer une ligne. Une piece qui porte une reference article   *
      * est rattachee par cette reference : la ligne vaut alors pour   *
      * toutes ses lignes depot. Sinon, elle est rattachee par son id. *
      * Marque et modele sont ranges en majuscules, comme le fait le   *
      * chargement du catalogue fournisseur (imppvh). Chaque           *
      * changement est trace dans hist_modif via genmod sur la fiche   *
      * piece.                                                         *
      *                                                                *
      *----------------------------------------------------------------*
      *                           TRIGRAMMES                           *
      *                                                                *
      * gespvh=gestion pieces vehicule                                 *
      * PVH=PIECE VEHICULE (ADAPTATION); PIE=PIECE; NOM=NOM;           *
      * DEP=DEPOT; REF=REFERENCE; ART=ARTICLE; MRQ=MARQUE;             *
      * MDL=MODELE; ANN=ANNEE; IDF=IDENTIFIANT; NBR=NOMBRE;            *
      * CHX=CHOIX; RSU=RESULTAT; AJT=AJOUT; SUP=SUPPRESSION;           *
      * AFF=AFFICHAGE; EDT=EDITION; LRR=LEURRE; HST=HISTORIQUE;        *
      * ANC=ANCIEN; NOU=NOUVEAU; TAB=TABLE; CLE=CLE; CHP=CHAMP;        *
      * VAL=VALEUR; MOD=MODIFICATION; RTR=RETOUR; OPE=OPERATION;       *
      * ERR=ERREUR; MIN=MINUSCULES; MAJ=MAJUSCULES; DEB=DEBUT          *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. gespvh.
       AUTHOR. ThomasD.
       DATE-WRITTEN. 15-10-2026 (fr).

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.

       01 PG-IDF-PIE            PIC 9(10).
       01 PG-NOM-PIE            PIC X(30).
       01 PG-DEP-PIE            PIC X(20).
       01 PG-REF-ART            PIC X(20).

       01 PG-IDF-PVH            PIC 9(10).
       01 PG-MRQ-PVH            PIC X(20).
       01 PG-MDL-PVH            PIC X(20).
       01 PG-ANN-DEB            PIC 9(04).
       01 PG-ANN-FIN            PIC 9(04).
       01 PG-NBR-PVH            PIC 9(05).

       01 PG-IDF-PVH-RSU        PIC 9(10).
       01 PG-MRQ-PVH-RSU        PIC X(20).
       01 PG-MDL-PVH-RSU        PIC X(20).
       01 PG-ANN-DEB-RSU        PIC 9(04).
       01 PG-ANN-FIN-RSU        PIC 9(04).

       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

      * Declaration du curseur des lignes d'adaptation de la piece,
      * par son id ou par sa reference article.
       EXEC SQL
           DECLARE C-PVH CURSOR FOR
               SELECT id_pvh, marque_pvh, COALESCE(modele_pvh, ' '),
                      COALESCE(annee_deb_pvh, 0),
                      COALESCE(annee_fin_pvh, 0)
               FROM   piece_vehicule
               WHERE  id_pie = :PG-IDF-PIE
               OR     (TRIM(:PG-REF-ART) <> ''
                       AND ref_art_pie = TRIM(:PG-REF-ART))
               ORDER BY marque_pvh, modele_pvh, annee_deb_pvh
       END-EXEC.

       01 WS-LRR                PIC X(01).
       01 WS-CHX                PIC X(01).

       01 WS-FIN-PVH            PIC X(01)   VALUE "N".
           88 WS-FIN-PVH-OUI                VALUE "O".
           88 WS-FIN-PVH-NON                VALUE "N".

       01 WS-IDF-PIE            PIC 9(10).
       01 WS-IDF-PVH            PIC 9(10).
       01 WS-MRQ-PVH            PIC X(20).
       01 WS-MDL-PVH            PIC X(20).
       01 WS-ANN-DEB            PIC 9(04).
       01 WS-ANN-FIN            PIC 9(04).
       01 WS-NBR-PVH            PIC 9(03)   VALUE 0.

       01 WS-IDF-PVH-EDT        PIC Z(10).
       01 WS-ANN-DEB-EDT        PIC Z(04).
       01 WS-ANN-FIN-EDT        PIC Z(04).

      * Passage en majuscules de la marque et du modele saisis.
       01 WS-MIN                PIC X(26)
           VALUE "abcdefghijklmnopqrstuvwxyz".
       01 WS-MAJ                PIC X(26)
           VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

      * Zones utilisees pour tracer via generr l'echec d'une des
      * ecritures SQL en cas de SQLCODE en erreur.
       01 WS-OPE-ERR            PIC X(60).
       01 WS-RTR-ERR            PIC 9(01).

      * Zone de session partagee : l'utilisateur a l'origine de la
      * modification, trace avec chaque changement d'adaptation.
       COPY session.

      * Zones echangees avec genmod pour tracer chaque ligne ajoutee
      * ou retiree sur la fiche piece (champ vehicule, valeur vide =
      * pas de ligne).
       01 WS-TAB-MOD            PIC X(14)   VALUE "piece".
       01 WS-CLE-MOD            PIC X(30).
       01 WS-CHP-MOD            PIC X(20)   VALUE "vehicule".
       01 WS-ANC-VAL            PIC X(100).
       01 WS-NOU-VAL            PIC X(100).
       01 WS-RTR-MOD            PIC 9(01).


       PROCEDURE DIVISION.

           DISPLAY "Adaptation vehicules - id de la piece :".
           MOVE 0 TO WS-IDF-PIE.
           ACCEPT WS-IDF-PIE.

           MOVE WS-IDF-PIE TO PG-IDF-PIE.

           EXEC SQL
               SELECT nom_pie, COALESCE(depot_pie, ' '),
                      COALESCE(ref_art_pie, ' ')
               INTO   :PG-NOM-PIE, :PG-DEP-PIE, :PG-REF-ART
               FROM   piece
               WHERE  id_pie = :PG-IDF-PIE
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY "Piece inconnue."

               DISPLAY "Appuyez sur entree"
               ACCEPT WS-LRR
               EXIT PROGRAM
           END-IF.

           SET WS-FIN-PVH-NON TO TRUE.

           PERFORM 0100-AFF-PVH-DEB
              THRU 0100-AFF-PVH-FIN
              UNTIL WS-FIN-PVH-OUI.

           EXIT PROGRAM.

      ******************************************************************
      *                         PARAGRAPHES                            *
      ******************************************************************

      * Liste les vehicules de la piece puis propose une action ; le
      * choix 0 rend la main au menu.

       0100-AFF-PVH-DEB.

           MOVE 0 TO WS-NBR-PVH.

           DISPLAY " ".
           DISPLAY "Vehicules adaptes a " FUNCTION TRIM (PG-NOM-PIE)
                   " (depot " FUNCTION TRIM (PG-DEP-PIE)
                   ", ref. " FUNCTION TRIM (PG-REF-ART) ") :".
           DISPLAY "Id          Marque               Modele"
                   "               Annees".

           EXEC SQL OPEN C-PVH END-EXEC.

           EXEC SQL
               FETCH C-PVH
               INTO  :PG-IDF-PVH-RSU, :PG-MRQ-PVH-RSU,
                     :PG-MDL-PVH-RSU, :PG-ANN-DEB-RSU,
                     :PG-ANN-FIN-RSU
           END-EXEC.

           PERFORM 0150-AFF-UN-PVH-DEB
              THRU 0150-AFF-UN-PVH-FIN
              UNTIL SQLCODE NOT = 0.

           EXEC SQL CLOSE C-PVH END-EXEC.

           IF WS-NBR-PVH = 0
               DISPLAY "(aucun vehicule : piece absente du catalogue "
                       "d'adaptation)"
           END-IF.

           PERFORM 0200-SSI-ACT-DEB
              THRU 0200-SSI-ACT-FIN.

       0100-AFF-PVH-FIN.
           EXIT.

      *-----------------------------------------------------------------

      * Modele a blanc : toute la marque ; annee a zero : borne
      * ouverte.

       0150-AFF-UN-PVH-DEB.

           ADD 1 TO WS-NBR-PVH.

           MOVE PG-IDF-PVH-RSU TO WS-IDF-PVH-EDT.
           MOVE PG-ANN-DEB-RSU TO WS-ANN-DEB-EDT.
           MOVE PG-ANN-FIN-RSU TO WS-ANN-FIN-EDT.

           IF PG-MDL-PVH-RSU = SPACES
               MOVE "(tous modeles)" TO PG-MDL-PVH-RSU
           END-IF.

           DISPLAY WS-IDF-PVH-EDT "  " PG-MRQ-PVH-RSU " "
                   PG-MDL-PVH-RSU " " WS-ANN-DEB-EDT " - "
                   WS-ANN-FIN-EDT.

           EXEC SQL
               FETCH C-PVH
               INTO  :PG-IDF-PVH-RSU, :PG-MRQ-PVH-RSU,
                     :PG-MDL-PVH-RSU, :PG-ANN-DEB-RSU,
                     :PG-ANN-FIN-RSU
           END-EXEC.

           EXIT.
       0150-AFF-UN-PVH-FIN.

      *-----------------------------------------------------------------

       0200-SSI-ACT-DEB.

           DISPLAY "1 - Ajouter un vehicule".
           DISPLAY "2 - Retirer un vehicule".
           DISPLAY "0 - Quitter".
           DISPLAY "Votre choix :".
           ACCEPT WS-CHX.

           EVALUATE WS-CHX
               WHEN "1"
                   PERFORM 0300-AJT-PVH-DEB
                      THRU 0300-AJT-PVH-FIN

                   DISPLAY "Appuyez sur entree"
                   ACCEPT WS-LRR

               WHEN "2"
                   PERFORM 0400-SUP-PVH-DEB
                      THRU 0400-SUP-PVH-FIN

                   DISPLAY "Appuyez sur entree"
                   ACCEPT WS-LRR

               WHEN OTHER
                   SET WS-FIN-PVH-OUI TO TRUE
           END-EVALUATE.

           EXIT.
       0200-SSI-ACT-FIN.

      *-----------------------------------------------------------------

      * La marque est obligatoire ; modele a blanc = toute la marque ;
      * annees a zero = bornes ouvertes. Une ligne identique deja
      * presente n'est pas dupliquee.

       0300-AJT-PVH-DEB.

           DISPLAY "Marque :".
           MOVE SPACES TO WS-MRQ-PVH.
           ACCEPT WS-MRQ-PVH.

           IF WS-MRQ-PVH = SPACES
               DISPLAY "Marque absente, ajout ignore."
               GO TO 0300-AJT-PVH-FIN
           END-IF.

           DISPLAY "Modele (vide = toute la marque) :".
           MOVE SPACES TO WS-MDL-PVH.
           ACCEPT WS-MDL-PVH.

           DISPLAY "Annee modele de debut (0 = sans borne) :".
           MOVE 0 TO WS-ANN-DEB.
           ACCEPT WS-ANN-DEB.

           DISPLAY "Annee modele de fin (0 = sans borne) :".
           MOVE 0 TO WS-ANN-FIN.
           ACCEPT WS-ANN-FIN.

           IF WS-ANN-DEB NOT = 0 AND WS-ANN-FIN NOT = 0
           AND WS-ANN-FIN < WS-ANN-DEB
               DISPLAY "Annee de fin anterieure a l'annee de debut, "
                       "ajout ignore."
               GO TO 0300-AJT-PVH-FIN
           END-IF.

           INSPECT WS-MRQ-PVH CONVERTING WS-MIN TO WS-MAJ.
           INSPECT WS-MDL-PVH CONVERTING WS-MIN TO WS-MAJ.

           MOVE WS-MRQ-PVH TO PG-MRQ-PVH.
           MOVE WS-MDL-PVH TO PG-MDL-PVH.
           MOVE WS-ANN-DEB TO PG-ANN-DEB.
           MOVE WS-ANN-FIN TO PG-ANN-FIN.

           EXEC SQL
               SELECT COUNT(*)
               INTO   :PG-NBR-PVH
               FROM   piece_vehicule
               WHERE  (id_pie = :PG-IDF-PIE
                       OR (TRIM(:PG-REF-ART) <> ''
                           AND ref_art_pie = TRIM(:PG-REF-ART)))
               AND    marque_pvh = TRIM(:PG-MRQ-PVH)
               AND    COALESCE(modele_pvh, '') = TRIM(:PG-MDL-PVH)
               AND    COALESCE(annee_deb_pvh, 0) = :PG-ANN-DEB
               AND    COALESCE(annee_fin_pvh, 0) = :PG-ANN-FIN
           END-EXEC.

           IF SQLCODE = 0 AND PG-NBR-PVH > 0
               DISPLAY "Vehicule deja rattache a la piece."
               GO TO 0300-AJT-PVH-FIN
           END-IF.

           EXEC SQL
               INSERT INTO piece_vehicule (id_pie, ref_art_pie,
                               marque_pvh, modele_pvh,
                               annee_deb_pvh, annee_fin_pvh)
               VALUES ((CASE WHEN TRIM(:PG-REF-ART) = ''
                             THEN :PG-IDF-PIE ELSE NULL END),
                       NULLIF(TRIM(:PG-REF-ART), ''),
                       TRIM(:PG-MRQ-PVH),
                       NULLIF(TRIM(:PG-MDL-PVH), ''),
                       NULLIF(:PG-ANN-DEB, 0),
                       NULLIF(:PG-ANN-FIN, 0))
               RETURNING id_pvh INTO :PG-IDF-PVH
           END-EXEC.

           IF SQLCODE NOT = 0
               EXEC SQL ROLLBACK END-EXEC
               MOVE "gespvh : insertion piece_vehicule"
               TO   WS-OPE-ERR
               CALL "generr" USING WS-OPE-ERR, SQLCODE, WS-RTR-ERR
               END-CALL
               DISPLAY "Erreur lors de l'enregistrement du vehicule."
               GO TO 0300-AJT-PVH-FIN
           END-IF.

           EXEC SQL COMMIT END-EXEC.

           MOVE SPACES TO WS-ANC-VAL.
           MOVE WS-ANN-DEB TO WS-ANN-DEB-EDT.
           MOVE WS-ANN-FIN TO WS-ANN-FIN-EDT.
           MOVE SPACES TO WS-NOU-VAL.
           STRING FUNCTION TRIM (PG-MRQ-PVH) " "
                  FUNCTION TRIM (PG-MDL-PVH) " "
                  WS-ANN-DEB-EDT "-" WS-ANN-FIN-EDT
                  DELIMITED BY SIZE
                  INTO WS-NOU-VAL
           END-STRING.

           PERFORM 0500-HST-PVH-DEB
              THRU 0500-HST-PVH-FIN.

           MOVE PG-IDF-PVH TO WS-IDF-PVH-EDT.
           DISPLAY "Vehicule rattache, ligne "
                   FUNCTION TRIM (WS-IDF-PVH-EDT) ".".

       0300-AJT-PVH-FIN.
           EXIT.

      *-----------------------------------------------------------------

       0400-SUP-PVH-DEB.

           DISPLAY "Id de la ligne a retirer :".
           MOVE 0 TO WS-IDF-PVH.
           ACCEPT WS-IDF-PVH.

           MOVE WS-IDF-PVH TO PG-IDF-PVH.

           EXEC SQL
               SELECT marque_pvh, COALESCE(modele_pvh, ' '),
                      COALESCE(annee_deb_pvh, 0),
                      COALESCE(annee_fin_pvh, 0)
               INTO   :PG-MRQ-PVH, :PG-MDL-PVH, :PG-ANN-DEB,
                      :PG-ANN-FIN
               FROM   piece_vehicule
               WHERE  id_pvh = :PG-IDF-PVH
               AND    (id_pie = :PG-IDF-PIE
                       OR (TRIM(:PG-REF-ART) <> ''
                           AND ref_art_pie = TRIM(:PG-REF-ART)))
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY "Cette ligne n'appartient pas a la piece."
               GO TO 0400-SUP-PVH-FIN
           END-IF.

           EXEC SQL
               DELETE FROM piece_vehicule
               WHERE  id_pvh = :PG-IDF-PVH
           END-EXEC.

           IF SQLCODE NOT = 0
               EXEC SQL ROLLBACK END-EXEC
               MOVE "gespvh : suppression piece_vehicule"
               TO   WS-OPE-ERR
               CALL "generr" USING WS-OPE-ERR, SQLCODE, WS-RTR-ERR
               END-CALL
               DISPLAY "Erreur lors du retrait du vehicule."
               GO TO 0400-SUP-PVH-FIN
           END-IF.

           EXEC SQL COMMIT END-EXEC.

           MOVE PG-ANN-DEB TO WS-ANN-DEB-EDT.
           MOVE PG-ANN-FIN TO WS-ANN-FIN-EDT.
           MOVE SPACES TO WS-ANC-VAL.
           STRING FUNCTION TRIM (PG-MRQ-PVH) " "
                  FUNCTION TRIM (PG-MDL-PVH) " "
                  WS-ANN-DEB-EDT "-" WS-ANN-FIN-EDT
                  DELIMITED BY SIZE
                  INTO WS-ANC-VAL
           END-STRING.
           MOVE SPACES TO WS-NOU-VAL.

           PERFORM 0500-HST-PVH-DEB
              THRU 0500-HST-PVH-FIN.

           DISPLAY "Vehicule retire.".

       0400-SUP-PVH-FIN.
           EXIT.

      *-----------------------------------------------------------------

      * Trace la ligne ajoutee ou retiree sur la fiche piece.

       0500-HST-PVH-DEB.

           MOVE PG-IDF-PIE TO WS-CLE-MOD.

           CALL "genmod" USING WS-TAB-MOD
                               WS-CLE-MOD
                               WS-CHP-MOD
                               WS-ANC-VAL
                               WS-NOU-VAL
                               SESS-IDF-UTI
                               WS-RTR-MOD
           END-CALL.

       0500-HST-PVH-FIN.
           EXIT.
