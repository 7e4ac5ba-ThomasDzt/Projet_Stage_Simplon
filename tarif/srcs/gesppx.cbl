      ******************************************************************
      *                                                                *
      *                 DESCRIPTION DU SOUS-PROGRAMME                  *
      *                                                                *
      * gesppx : revision des prix de vente en masse. L'operateur      *
      * choisit un perimetre (toutes les pieces actives d'un           *
      * fournisseur, d'une reference article, ou une seule piece), une *
      * regle (hausse ou baisse en pourcentage du prix de vente actuel *
      * - le cout pour une piece sans prix de vente - ou marge en      *
      * pourcentage sur le cout moyen) et une date d'effet. Un apercu  *
      * liste, piece par piece, le cout, le prix actuel et le nouveau  *
      * prix ; validee, la revision est enregistree dans piece_prix    *
      * (statut 'planifie'), un changement deja planifie pour la meme  *
      * piece a la meme date etant remplace. Le prix de la fiche ne    *
      * bouge pas : l'etape nocturne trtppx l'applique a la date       *
      * d'effet. L'ecran liste aussi les changements planifies et      *
      * permet d'en annuler un. Chaque revision est journalisee via    *
      * genlog (type_log = 'tarif').                                   *
      *                                                                *
      *----------------------------------------------------------------*
      *                           TRIGRAMMES                           *
      *                                                                *
      * gesppx=gestion prix pieces                                     *
      * PPX=PRIX PIECE PLANIFIE; PIE=PIECE; FOU=FOURNISSEUR;           *
      * ART=ARTICLE; REF=REFERENCE; PRM=PERIMETRE; RGL=REGLE;          *
      * TAU=TAUX; FCT=FACTEUR; SNS=SENS; DAT=DATE; EFF=EFFET;          *
      * SRC=SOURCE; APR=APERCU; PLN=PLANIFIE; RVS=REVISION; CUT=COUT;  *
      * PVT=PRIX DE VENTE; NVP=NOUVEAU PRIX; CNF=CONFIRMATION;         *
      * ENR=ENREGISTREMENT; ANN=ANNULATION; IDF=IDENTIFIANT;           *
      * UTI=UTILISATEUR; NBR=NOMBRE; RSU=RESULTAT; CHX=CHOIX;          *
      * SSI=SAISIE; AFF=AFFICHAGE; LST=LISTE; LOG=LOG; RTR=RETOUR;     *
      * LRR=LEURRE; DEB=DEBUT                                          *
      ******************************************************************


       IDENTIFICATION DIVISION.
       PROGRAM-ID. gesppx.
       AUTHOR. ThomasD.
       DATE-WRITTEN. 15-10-2026 (fr).

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.

      * Perimetre de la revision : '1' = fournisseur, '2' = reference
      * article, '3' = piece seule ; seule la cle du perimetre choisi
      * est significative.
       01 PG-TYP-PRM            PIC X(01).
       01 PG-IDF-FOU            PIC 9(10).
       01 PG-REF-ART            PIC X(20).
       01 PG-IDF-PIE            PIC 9(10).

      * Regle : '1' = pourcentage du prix de vente actuel (le cout pour
      * une piece sans prix de vente), '2' = marge sur le cout moyen.
      * Le facteur multiplicatif est calcule a la saisie (1,04 pour une
      * hausse de 4 %, 0,95 pour une baisse de 5 %, 1,35 pour une
      * marge de 35 %).
       01 PG-TYP-RGL            PIC X(01).
       01 PG-FCT-RGL            PIC 9(03)V9(04).

       01 PG-DAT-EFF            PIC X(10).
       01 PG-DAT-OK             PIC X(01).
       01 PG-SRC-PPX            PIC X(30).
       01 PG-IDF-UTI            PIC 9(10).
       01 PG-IDF-PPX            PIC 9(10).

      * Ligne d'apercu : piece, cout, prix actuel et nouveau prix.
       01 PG-IDF-PIE-RSU        PIC 9(10).
       01 PG-NOM-PIE-RSU        PIC X(30).
       01 PG-CUT-PIE-RSU        PIC 9(08)V99.
       01 PG-PVT-PIE-RSU        PIC 9(08)V99.
       01 PG-NVP-PIE-RSU        PIC 9(08)V99.

      * Ligne de la liste des changements planifies.
       01 PG-IDF-PPX-RSU        PIC 9(10).
       01 PG-DAT-EFF-RSU        PIC X(10).
       01 PG-SRC-PPX-RSU        PIC X(30).

       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

      * Declaration du curseur d'apercu : pieces actives du perimetre
      * choisi et nouveau prix calcule selon la regle, arrondi au
      * centime. Une piece sans cout est ecartee d'une revision en
      * marge sur cout (son nouveau prix serait nul).
       EXEC SQL
           DECLARE C-APR CURSOR FOR
               SELECT p.id_pie, p.nom_pie,
                      COALESCE(p.prix_unitaire_pie, 0),
                      COALESCE(p.prix_vente_pie, 0),
                      ROUND(CASE WHEN :PG-TYP-RGL = '1'
                                  AND COALESCE(p.prix_vente_pie, 0) > 0
                                 THEN p.prix_vente_pie
                                 ELSE COALESCE(p.prix_unitaire_pie, 0)
                            END
                            * CAST(:PG-FCT-RGL AS NUMERIC), 2)
               FROM   piece p
               WHERE  COALESCE(p.actif_pie, 'O') = 'O'
               AND    ((:PG-TYP-PRM = '1' AND p.fou_pie = :PG-IDF-FOU)
                   OR  (:PG-TYP-PRM = '2'
                        AND p.ref_art_pie = :PG-REF-ART)
                   OR  (:PG-TYP-PRM = '3' AND p.id_pie = :PG-IDF-PIE))
               AND    (:PG-TYP-RGL = '1'
                   OR  COALESCE(p.prix_unitaire_pie, 0) > 0)
               ORDER BY p.id_pie
       END-EXEC.

      * Declaration du curseur des changements planifies, du plus
      * proche au plus lointain.
       EXEC SQL
           DECLARE C-PLN CURSOR FOR
               SELECT x.id_ppx, x.id_pie, p.nom_pie,
                      COALESCE(p.prix_vente_pie, 0), x.prix_ppx,
                      x.date_eff_ppx::VARCHAR,
                      COALESCE(x.source_ppx, ' ')
               FROM   piece_prix x
               JOIN   piece p ON p.id_pie = x.id_pie
               WHERE  x.statut_ppx = 'planifie'
               ORDER BY x.date_eff_ppx, x.id_pie
       END-EXEC.

       01 WS-LRR                PIC X(01).
       01 WS-CHX                PIC X(01).
       01 WS-CNF                PIC X(01).

       01 WS-TYP-PRM            PIC X(01).
       01 WS-IDF-FOU            PIC 9(10).
       01 WS-REF-ART            PIC X(20).
       01 WS-IDF-PIE            PIC 9(10).
       01 WS-TYP-RGL            PIC X(01).
       01 WS-SNS-RGL            PIC X(01).
           88 WS-SNS-HAUSSE                 VALUE "H" "h".
           88 WS-SNS-BAISSE                 VALUE "B" "b".
       01 WS-TAU-RGL            PIC 9(03)V99.
       01 WS-DAT-EFF            PIC X(10).
       01 WS-IDF-PPX            PIC 9(10).

      * Libelle de la regle ("hausse 4.00%"), complete du perimetre
      * pour former la source enregistree dans piece_prix.
       01 WS-SRC-RGL            PIC X(30).

       01 WS-NBR-APR            PIC 9(05)   VALUE 0.
       01 WS-NBR-PLN            PIC 9(05)   VALUE 0.

       01 WS-IDF-PIE-EDT        PIC Z(10).
       01 WS-IDF-PPX-EDT        PIC Z(10).
       01 WS-IDF-FOU-EDT        PIC Z(10).
       01 WS-CUT-PIE-EDT        PIC Z(07)9.99.
       01 WS-PVT-PIE-EDT        PIC Z(07)9.99.
       01 WS-NVP-PIE-EDT        PIC Z(07)9.99.
       01 WS-TAU-RGL-EDT        PIC Z(02)9.99.
       01 WS-NBR-EDT            PIC Z(05).

      * Zone de session partagee : qui est connecte sur ce poste.
       COPY session.

      * Zones utilisees pour journaliser la revision via genlog.
      * id_pie/qte_log/lien_log ne s'appliquent pas : ils restent a
      * zero (ecrits a NULL par genlog).
       01 WS-MSG-LOG            PIC X(100).
       01 WS-TYP-LOG            PIC X(20)   VALUE "tarif".
       01 WS-IDF-PIE-NUL        PIC 9(10)   VALUE 0.
       01 WS-QTE-LOG-NUL        PIC S9(10)  VALUE 0.
       01 WS-LIEN-LOG-NUL       PIC 9(10)   VALUE 0.
       01 WS-RTR-LOG            PIC 9(01).

      * Zones utilisees pour tracer via generr l'echec d'une des
      * ecritures SQL en cas de SQLCODE en erreur.
       01 WS-OPE-ERR            PIC X(60).
       01 WS-RTR-ERR            PIC 9(01).


       PROCEDURE DIVISION.

           PERFORM 0100-SSI-ACT-DEB
              THRU 0100-SSI-ACT-FIN.

           EXIT PROGRAM.

      ******************************************************************
      *                         PARAGRAPHES                            *
      ******************************************************************

       0100-SSI-ACT-DEB.

           DISPLAY "Revision des prix de vente :".
           DISPLAY "1 - Preparer une revision de prix".
           DISPLAY "2 - Changements planifies / annulation".
           DISPLAY "0 - Quitter".
           DISPLAY "Votre choix :".
           ACCEPT WS-CHX.

           EVALUATE WS-CHX
               WHEN "1"
                   PERFORM 0200-SSI-RVS-DEB
                      THRU 0200-SSI-RVS-FIN

               WHEN "2"
                   PERFORM 0600-LST-PLN-DEB
                      THRU 0600-LST-PLN-FIN

               WHEN OTHER
                   GO TO 0100-SSI-ACT-FIN
           END-EVALUATE.

           DISPLAY "Appuyez sur entree".
           ACCEPT WS-LRR.

           EXIT.
       0100-SSI-ACT-FIN.

      *-----------------------------------------------------------------

      * Saisie du perimetre, de la regle et de la date d'effet, puis
      * apercu ; l'enregistrement n'a lieu qu'apres confirmation.

       0200-SSI-RVS-DEB.

           MOVE 0      TO WS-IDF-FOU WS-IDF-PIE.
           MOVE SPACES TO WS-REF-ART.

           DISPLAY "Perimetre : 1 - fournisseur, 2 - reference "
                   "article, 3 - piece :".
           ACCEPT WS-TYP-PRM.

           EVALUATE WS-TYP-PRM
               WHEN "1"
                   DISPLAY "Id du fournisseur :"
                   ACCEPT WS-IDF-FOU
                   IF WS-IDF-FOU = 0
                       DISPLAY "Fournisseur absent, revision "
                               "abandonnee."
                       GO TO 0200-SSI-RVS-FIN
                   END-IF

               WHEN "2"
                   DISPLAY "Reference article :"
                   ACCEPT WS-REF-ART
                   IF WS-REF-ART = SPACES
                       DISPLAY "Reference absente, revision abandonnee."
                       GO TO 0200-SSI-RVS-FIN
                   END-IF

               WHEN "3"
                   DISPLAY "Id de la piece :"
                   ACCEPT WS-IDF-PIE
                   IF WS-IDF-PIE = 0
                       DISPLAY "Piece absente, revision abandonnee."
                       GO TO 0200-SSI-RVS-FIN
                   END-IF

               WHEN OTHER
                   DISPLAY "Perimetre invalide, revision abandonnee."
                   GO TO 0200-SSI-RVS-FIN
           END-EVALUATE.

           DISPLAY "Regle : 1 - pourcentage du prix actuel, "
                   "2 - marge sur cout :".
           ACCEPT WS-TYP-RGL.

           EVALUATE WS-TYP-RGL
               WHEN "1"
                   DISPLAY "Hausse ou baisse (H/B) :"
                   ACCEPT WS-SNS-RGL
                   IF NOT WS-SNS-HAUSSE AND NOT WS-SNS-BAISSE
                       DISPLAY "Sens invalide, revision abandonnee."
                       GO TO 0200-SSI-RVS-FIN
                   END-IF
                   DISPLAY "Pourcentage (ex. 4.00) :"
                   ACCEPT WS-TAU-RGL
                   IF WS-SNS-BAISSE AND WS-TAU-RGL NOT < 100
                       DISPLAY "Baisse de 100 % ou plus refusee."
                       GO TO 0200-SSI-RVS-FIN
                   END-IF
                   IF WS-SNS-HAUSSE
                       COMPUTE PG-FCT-RGL = 1 + WS-TAU-RGL / 100
                   ELSE
                       COMPUTE PG-FCT-RGL = 1 - WS-TAU-RGL / 100
                   END-IF

               WHEN "2"
                   DISPLAY "Marge sur cout en % (ex. 35.00) :"
                   ACCEPT WS-TAU-RGL
                   COMPUTE PG-FCT-RGL = 1 + WS-TAU-RGL / 100

               WHEN OTHER
                   DISPLAY "Regle invalide, revision abandonnee."
                   GO TO 0200-SSI-RVS-FIN
           END-EVALUATE.

           IF WS-TAU-RGL = 0
               DISPLAY "Taux nul, revision abandonnee."
               GO TO 0200-SSI-RVS-FIN
           END-IF.

      * Date d'effet : aujourd'hui au plus tot (appliquee la nuit
      * meme par trtppx).
           DISPLAY "Date d'effet (AAAA-MM-JJ) :".
           MOVE SPACES TO WS-DAT-EFF.
           ACCEPT WS-DAT-EFF.

           IF WS-DAT-EFF (1:4) NOT NUMERIC
               OR WS-DAT-EFF (5:1) NOT = "-"
               OR WS-DAT-EFF (6:2) NOT NUMERIC
               OR WS-DAT-EFF (8:1) NOT = "-"
               OR WS-DAT-EFF (9:2) NOT NUMERIC
               DISPLAY "Date invalide, revision abandonnee."
               GO TO 0200-SSI-RVS-FIN
           END-IF.

           MOVE WS-DAT-EFF TO PG-DAT-EFF.

           EXEC SQL
               SELECT CASE WHEN TO_DATE(:PG-DAT-EFF, 'YYYY-MM-DD')
                                >= CURRENT_DATE
                           THEN 'O' ELSE 'N' END
               INTO   :PG-DAT-OK
           END-EXEC.

           IF SQLCODE NOT = 0
               EXEC SQL ROLLBACK END-EXEC
               DISPLAY "Date invalide, revision abandonnee."
               GO TO 0200-SSI-RVS-FIN
           END-IF.

           IF PG-DAT-OK NOT = "O"
               DISPLAY "Date d'effet deja passee, revision "
                       "abandonnee."
               GO TO 0200-SSI-RVS-FIN
           END-IF.

           MOVE WS-TYP-PRM TO PG-TYP-PRM.
           MOVE WS-IDF-FOU TO PG-IDF-FOU.
           MOVE WS-REF-ART TO PG-REF-ART.
           MOVE WS-IDF-PIE TO PG-IDF-PIE.
           MOVE WS-TYP-RGL TO PG-TYP-RGL.

           PERFORM 0300-APR-RVS-DEB
              THRU 0300-APR-RVS-FIN.

           IF WS-NBR-APR = 0
               DISPLAY "Aucune piece active concernee (pour une marge "
                       "sur cout, seules les pieces avec un cout)."
               GO TO 0200-SSI-RVS-FIN
           END-IF.

           MOVE WS-NBR-APR TO WS-NBR-EDT.
           DISPLAY "Planifier ces " FUNCTION TRIM (WS-NBR-EDT)
                   " changement(s) au " WS-DAT-EFF " (O/N) :".
           ACCEPT WS-CNF.

           IF WS-CNF = "O" OR WS-CNF = "o"
               PERFORM 0400-ENR-RVS-DEB
                  THRU 0400-ENR-RVS-FIN
           ELSE
               DISPLAY "Revision abandonnee, aucun prix planifie."
           END-IF.

           EXIT.
       0200-SSI-RVS-FIN.

      *-----------------------------------------------------------------

      * Apercu de la revision : une ligne par piece concernee.

       0300-APR-RVS-DEB.

           MOVE 0 TO WS-NBR-APR.

           DISPLAY "Apercu de la revision :".
           DISPLAY "        Id Piece                      "
                   "        Cout  Prix actuel  Nouveau prix".

           EXEC SQL OPEN C-APR END-EXEC.

           EXEC SQL
               FETCH C-APR
               INTO  :PG-IDF-PIE-RSU, :PG-NOM-PIE-RSU,
                     :PG-CUT-PIE-RSU, :PG-PVT-PIE-RSU,
                     :PG-NVP-PIE-RSU
           END-EXEC.

           PERFORM 0350-AFF-APR-DEB
              THRU 0350-AFF-APR-FIN
              UNTIL SQLCODE NOT = 0.

           EXEC SQL CLOSE C-APR END-EXEC.

           EXIT.
       0300-APR-RVS-FIN.

      *-----------------------------------------------------------------

       0350-AFF-APR-DEB.

           ADD 1 TO WS-NBR-APR.

           MOVE PG-IDF-PIE-RSU TO WS-IDF-PIE-EDT.
           MOVE PG-CUT-PIE-RSU TO WS-CUT-PIE-EDT.
           MOVE PG-PVT-PIE-RSU TO WS-PVT-PIE-EDT.
           MOVE PG-NVP-PIE-RSU TO WS-NVP-PIE-EDT.

           DISPLAY WS-IDF-PIE-EDT " " PG-NOM-PIE-RSU(1:25) " "
                   WS-CUT-PIE-EDT " " WS-PVT-PIE-EDT "   "
                   WS-NVP-PIE-EDT.

           EXEC SQL
               FETCH C-APR
               INTO  :PG-IDF-PIE-RSU, :PG-NOM-PIE-RSU,
                     :PG-CUT-PIE-RSU, :PG-PVT-PIE-RSU,
                     :PG-NVP-PIE-RSU
           END-EXEC.

           EXIT.
       0350-AFF-APR-FIN.

      *-----------------------------------------------------------------

      * Enregistre la revision dans piece_prix, pour les memes pieces
      * et au meme prix que l'apercu : un changement deja planifie
      * pour une de ces pieces a la meme date est d'abord annule (la
      * derniere revision saisie l'emporte). Les deux ecritures sont
      * validees ensemble.

       0400-ENR-RVS-DEB.

           MOVE SPACES TO WS-SRC-RGL PG-SRC-PPX.
           MOVE WS-TAU-RGL TO WS-TAU-RGL-EDT.

           EVALUATE TRUE
               WHEN WS-TYP-RGL = "2"
                   STRING "marge " DELIMITED BY SIZE
                          FUNCTION TRIM (WS-TAU-RGL-EDT)
                          DELIMITED BY SIZE
                          "% " DELIMITED BY SIZE
                          INTO WS-SRC-RGL
                   END-STRING
               WHEN WS-SNS-HAUSSE
                   STRING "hausse " DELIMITED BY SIZE
                          FUNCTION TRIM (WS-TAU-RGL-EDT)
                          DELIMITED BY SIZE
                          "% " DELIMITED BY SIZE
                          INTO WS-SRC-RGL
                   END-STRING
               WHEN OTHER
                   STRING "baisse " DELIMITED BY SIZE
                          FUNCTION TRIM (WS-TAU-RGL-EDT)
                          DELIMITED BY SIZE
                          "% " DELIMITED BY SIZE
                          INTO WS-SRC-RGL
                   END-STRING
           END-EVALUATE.

           EVALUATE WS-TYP-PRM
               WHEN "1"
                   MOVE WS-IDF-FOU TO WS-IDF-FOU-EDT
                   STRING WS-SRC-RGL DELIMITED BY "  "
                          " fou " DELIMITED BY SIZE
                          FUNCTION TRIM (WS-IDF-FOU-EDT)
                          DELIMITED BY SIZE
                          INTO PG-SRC-PPX
                   END-STRING
               WHEN "2"
                   STRING WS-SRC-RGL DELIMITED BY "  "
                          " ref " DELIMITED BY SIZE
                          WS-REF-ART DELIMITED BY SPACE
                          INTO PG-SRC-PPX
                   END-STRING
               WHEN OTHER
                   MOVE WS-IDF-PIE TO WS-IDF-PIE-EDT
                   STRING WS-SRC-RGL DELIMITED BY "  "
                          " piece " DELIMITED BY SIZE
                          FUNCTION TRIM (WS-IDF-PIE-EDT)
                          DELIMITED BY SIZE
                          INTO PG-SRC-PPX
                   END-STRING
           END-EVALUATE.

           MOVE SESS-IDF-UTI TO PG-IDF-UTI.

           EXEC SQL
               UPDATE piece_prix
               SET    statut_ppx = 'annule'
               WHERE  statut_ppx = 'planifie'
               AND    date_eff_ppx = TO_DATE(:PG-DAT-EFF, 'YYYY-MM-DD')
               AND    id_pie IN (
                      SELECT p.id_pie
                      FROM   piece p
                      WHERE  COALESCE(p.actif_pie, 'O') = 'O'
                      AND    ((:PG-TYP-PRM = '1'
                               AND p.fou_pie = :PG-IDF-FOU)
                          OR  (:PG-TYP-PRM = '2'
                               AND p.ref_art_pie = :PG-REF-ART)
                          OR  (:PG-TYP-PRM = '3'
                               AND p.id_pie = :PG-IDF-PIE))
                      AND    (:PG-TYP-RGL = '1'
                          OR  COALESCE(p.prix_unitaire_pie, 0) > 0))
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               EXEC SQL ROLLBACK END-EXEC
               MOVE "gesppx : annulation piece_prix remplaces"
               TO   WS-OPE-ERR
               CALL "generr" USING WS-OPE-ERR, SQLCODE, WS-RTR-ERR
               END-CALL
               DISPLAY "Erreur lors de l'enregistrement."
               GO TO 0400-ENR-RVS-FIN
           END-IF.

           EXEC SQL
               INSERT INTO piece_prix (id_pie, prix_ppx, date_eff_ppx,
                                       source_ppx, statut_ppx, id_uti)
               SELECT p.id_pie,
                      ROUND(CASE WHEN :PG-TYP-RGL = '1'
                                  AND COALESCE(p.prix_vente_pie, 0) > 0
                                 THEN p.prix_vente_pie
                                 ELSE COALESCE(p.prix_unitaire_pie, 0)
                            END
                            * CAST(:PG-FCT-RGL AS NUMERIC), 2),
                      TO_DATE(:PG-DAT-EFF, 'YYYY-MM-DD'),
                      :PG-SRC-PPX, 'planifie', :PG-IDF-UTI
               FROM   piece p
               WHERE  COALESCE(p.actif_pie, 'O') = 'O'
               AND    ((:PG-TYP-PRM = '1' AND p.fou_pie = :PG-IDF-FOU)
                   OR  (:PG-TYP-PRM = '2'
                        AND p.ref_art_pie = :PG-REF-ART)
                   OR  (:PG-TYP-PRM = '3' AND p.id_pie = :PG-IDF-PIE))
               AND    (:PG-TYP-RGL = '1'
                   OR  COALESCE(p.prix_unitaire_pie, 0) > 0)
           END-EXEC.

           IF SQLCODE NOT = 0
               EXEC SQL ROLLBACK END-EXEC
               MOVE "gesppx : insertion piece_prix"
               TO   WS-OPE-ERR
               CALL "generr" USING WS-OPE-ERR, SQLCODE, WS-RTR-ERR
               END-CALL
               DISPLAY "Erreur lors de l'enregistrement."
               GO TO 0400-ENR-RVS-FIN
           END-IF.

           EXEC SQL COMMIT END-EXEC.

           MOVE WS-NBR-APR TO WS-NBR-EDT.
           MOVE SPACES TO WS-MSG-LOG.
           STRING 'Revision de prix au ' DELIMITED BY SIZE
                  WS-DAT-EFF DELIMITED BY SIZE
                  ' : ' DELIMITED BY SIZE
                  FUNCTION TRIM (WS-NBR-EDT) DELIMITED BY SIZE
                  ' piece(s), ' DELIMITED BY SIZE
                  PG-SRC-PPX DELIMITED BY "  "
                  '.' DELIMITED BY SIZE
                  INTO WS-MSG-LOG
           END-STRING.

           CALL "genlog" USING WS-MSG-LOG,
                               WS-TYP-LOG,
                               SESS-IDF-UTI,
                               WS-IDF-PIE-NUL,
                               WS-QTE-LOG-NUL,
                               WS-LIEN-LOG-NUL,
                               WS-RTR-LOG
           END-CALL.

           DISPLAY "Revision planifiee : " FUNCTION TRIM (WS-NBR-EDT)
                   " prix appliques par la chaine nocturne le "
                   WS-DAT-EFF ".".

           EXIT.
       0400-ENR-RVS-FIN.

      *-----------------------------------------------------------------

      * Liste les changements planifies, puis propose d'en annuler un.

       0600-LST-PLN-DEB.

           MOVE 0 TO WS-NBR-PLN.

           DISPLAY "Changements de prix planifies :".
           DISPLAY "        Id Effet      Piece                     "
                   "  Prix actuel  Nouveau prix Source".

           EXEC SQL OPEN C-PLN END-EXEC.

           EXEC SQL
               FETCH C-PLN
               INTO  :PG-IDF-PPX-RSU, :PG-IDF-PIE-RSU,
                     :PG-NOM-PIE-RSU, :PG-PVT-PIE-RSU,
                     :PG-NVP-PIE-RSU, :PG-DAT-EFF-RSU,
                     :PG-SRC-PPX-RSU
           END-EXEC.

           PERFORM 0650-AFF-PLN-DEB
              THRU 0650-AFF-PLN-FIN
              UNTIL SQLCODE NOT = 0.

           EXEC SQL CLOSE C-PLN END-EXEC.

           IF WS-NBR-PLN = 0
               DISPLAY "(aucun changement planifie)"
               GO TO 0600-LST-PLN-FIN
           END-IF.

           PERFORM 0700-ANN-PLN-DEB
              THRU 0700-ANN-PLN-FIN.

           EXIT.
       0600-LST-PLN-FIN.

      *-----------------------------------------------------------------

       0650-AFF-PLN-DEB.

           ADD 1 TO WS-NBR-PLN.

           MOVE PG-IDF-PPX-RSU TO WS-IDF-PPX-EDT.
           MOVE PG-PVT-PIE-RSU TO WS-PVT-PIE-EDT.
           MOVE PG-NVP-PIE-RSU TO WS-NVP-PIE-EDT.

           DISPLAY WS-IDF-PPX-EDT " " PG-DAT-EFF-RSU " "
                   PG-NOM-PIE-RSU(1:25) " " WS-PVT-PIE-EDT "   "
                   WS-NVP-PIE-EDT " "
                   FUNCTION TRIM (PG-SRC-PPX-RSU).

           EXEC SQL
               FETCH C-PLN
               INTO  :PG-IDF-PPX-RSU, :PG-IDF-PIE-RSU,
                     :PG-NOM-PIE-RSU, :PG-PVT-PIE-RSU,
                     :PG-NVP-PIE-RSU, :PG-DAT-EFF-RSU,
                     :PG-SRC-PPX-RSU
           END-EXEC.

           EXIT.
       0650-AFF-PLN-FIN.

      *-----------------------------------------------------------------

      * Annule un changement encore planifie ; un changement deja
      * applique ne s'annule pas (corriger le prix dans edpie).

       0700-ANN-PLN-DEB.

           DISPLAY "Id du changement a annuler (0 = aucun) :".
           ACCEPT WS-IDF-PPX.

           IF WS-IDF-PPX = 0
               GO TO 0700-ANN-PLN-FIN
           END-IF.

           MOVE WS-IDF-PPX TO PG-IDF-PPX.

           EXEC SQL
               UPDATE piece_prix
               SET    statut_ppx = 'annule'
               WHERE  id_ppx = :PG-IDF-PPX
               AND    statut_ppx = 'planifie'
           END-EXEC.

           EVALUATE SQLCODE
               WHEN 0
                   EXEC SQL COMMIT END-EXEC

                   MOVE WS-IDF-PPX TO WS-IDF-PPX-EDT
                   MOVE SPACES TO WS-MSG-LOG
                   STRING 'Changement de prix ' DELIMITED BY SIZE
                          FUNCTION TRIM (WS-IDF-PPX-EDT)
                          DELIMITED BY SIZE
                          ' annule.' DELIMITED BY SIZE
                          INTO WS-MSG-LOG
                   END-STRING

                   CALL "genlog" USING WS-MSG-LOG,
                                       WS-TYP-LOG,
                                       SESS-IDF-UTI,
                                       WS-IDF-PIE-NUL,
                                       WS-QTE-LOG-NUL,
                                       WS-LIEN-LOG-NUL,
                                       WS-RTR-LOG
                   END-CALL

                   DISPLAY "Changement annule."

               WHEN 100
                   DISPLAY "Changement inconnu ou deja applique."

               WHEN OTHER
                   EXEC SQL ROLLBACK END-EXEC
                   MOVE "gesppx : annulation piece_prix"
                   TO   WS-OPE-ERR
                   CALL "generr" USING WS-OPE-ERR, SQLCODE, WS-RTR-ERR
                   END-CALL
                   DISPLAY "Erreur lors de l'annulation."
           END-EVALUATE.

           EXIT.
       0700-ANN-PLN-FIN.
