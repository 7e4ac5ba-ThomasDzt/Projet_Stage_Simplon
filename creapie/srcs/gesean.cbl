      ******************************************************************
      *                                                                *
      *                 DESCRIPTION DU SOUS-PROGRAMME                  *
      *                                                                *
      * gesean : codes-barres EAN-13 d'une piece (table piece_ean),    *
      * appele depuis l'ecran d'edition piece edpie. Liste les EAN de  *
      * la piece, puis permet d'en ajouter un (cle de controle         *
      * verifiee par verean) ou d'en retirer un. Un EAN deja porte par *
      * une autre piece est accepte apres avertissement : c'est le cas *
      * normal d'un meme article dans plusieurs depots, que rchean     *
      * departage en demandant le depot. Chaque changement est trace   *
      * dans hist_modif via genmod sur la fiche piece.                 *
      *                                                                *
      *----------------------------------------------------------------*
      *                           TRIGRAMMES                           *
      *                                                                *
      * gesean=gestion ean                                             *
      * EAN=CODE EAN; PIE=PIECE; NOM=NOM; DEP=DEPOT; IDF=IDENTIFIANT;  *
      * NBR=NOMBRE; CHX=CHOIX; RSU=RESULTAT; RTR=RETOUR; VLR=VALEUR;   *
      * AJT=AJOUT; SUP=SUPPRESSION; AFF=AFFICHAGE; SSI=SAISIE;         *
      * LRR=LEURRE; AUT=AUTRE; LST=LISTE; HST=HISTORIQUE; ANC=ANCIEN;  *
      * NOU=NOUVEAU; TAB=TABLE; CLE=CLE; CHP=CHAMP; VAL=VALEUR;        *
      * MOD=MODIFICATION; OPE=OPERATION; ERR=ERREUR; DEB=DEBUT         *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. gesean.
       AUTHOR. ThomasD.
       DATE-WRITTEN. 15-10-2026 (fr).

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.

       01 PG-IDF-PIE            PIC 9(10).
       01 PG-NOM-PIE            PIC X(30).
       01 PG-DEP-PIE            PIC X(20).

       01 PG-COD-EAN            PIC X(13).
       01 PG-NBR-EAN            PIC 9(05).
       01 PG-LST-AUT            PIC X(60).

       01 PG-COD-EAN-RSU        PIC X(13).

       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

      * Declaration du curseur des EAN de la piece.
       EXEC SQL
           DECLARE C-EAN CURSOR FOR
               SELECT code_ean
               FROM   piece_ean
               WHERE  id_pie = :PG-IDF-PIE
               ORDER BY code_ean
       END-EXEC.

       01 WS-LRR                PIC X(01).
       01 WS-CHX                PIC X(01).

       01 WS-FIN-EAN            PIC X(01)   VALUE "N".
           88 WS-FIN-EAN-OUI                VALUE "O".
           88 WS-FIN-EAN-NON                VALUE "N".

       01 WS-COD-EAN            PIC X(13).
       01 WS-NBR-EAN            PIC 9(03)   VALUE 0.

      * Code retour de verean : 0 = cle EAN correcte.
       01 WS-VLR-RTR-EAN        PIC 9(01).
           88 WS-VLR-EAN-OK                 VALUE 0.

      * Zones utilisees pour tracer via generr l'echec d'une des
      * ecritures SQL en cas de SQLCODE en erreur.
       01 WS-OPE-ERR            PIC X(60).
       01 WS-RTR-ERR            PIC 9(01).

      * Zone de session partagee : l'utilisateur a l'origine de la
      * modification, trace avec chaque changement d'EAN.
       COPY session.

      * Zones echangees avec genmod pour tracer chaque EAN ajoute ou
      * retire sur la fiche piece (champ code_ean, valeur vide = pas
      * d'EAN).
       01 WS-TAB-MOD            PIC X(14)   VALUE "piece".
       01 WS-CLE-MOD            PIC X(30).
       01 WS-CHP-MOD            PIC X(20)   VALUE "code_ean".
       01 WS-ANC-VAL            PIC X(100).
       01 WS-NOU-VAL            PIC X(100).
       01 WS-RTR-MOD            PIC 9(01).

       LINKAGE SECTION.
       01 LK-IDF-PIE            PIC 9(10).


       PROCEDURE DIVISION USING LK-IDF-PIE.

           MOVE LK-IDF-PIE TO PG-IDF-PIE.

           EXEC SQL
               SELECT nom_pie, COALESCE(depot_pie, ' ')
               INTO   :PG-NOM-PIE, :PG-DEP-PIE
               FROM   piece
               WHERE  id_pie = :PG-IDF-PIE
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY "Piece inconnue."

               DISPLAY "Appuyez sur entree"
               ACCEPT WS-LRR
               EXIT PROGRAM
           END-IF.

           SET WS-FIN-EAN-NON TO TRUE.

           PERFORM 0100-AFF-EAN-DEB
              THRU 0100-AFF-EAN-FIN
              UNTIL WS-FIN-EAN-OUI.

           EXIT PROGRAM.

      ******************************************************************
      *                         PARAGRAPHES                            *
      ******************************************************************

      * Liste les EAN de la piece puis propose une action ; le choix 0
      * rend la main a edpie.

       0100-AFF-EAN-DEB.

           MOVE 0 TO WS-NBR-EAN.

           DISPLAY " ".
           DISPLAY "Codes EAN de " FUNCTION TRIM (PG-NOM-PIE)
                   " (depot " FUNCTION TRIM (PG-DEP-PIE) ") :".

           EXEC SQL OPEN C-EAN END-EXEC.

           EXEC SQL
               FETCH C-EAN
               INTO  :PG-COD-EAN-RSU
           END-EXEC.

           PERFORM 0150-AFF-UN-EAN-DEB
              THRU 0150-AFF-UN-EAN-FIN
              UNTIL SQLCODE NOT = 0.

           EXEC SQL CLOSE C-EAN END-EXEC.

           IF WS-NBR-EAN = 0
               DISPLAY "(aucun EAN : la piece ne se saisit que par "
                       "son id)"
           END-IF.

           PERFORM 0200-SSI-ACT-DEB
              THRU 0200-SSI-ACT-FIN.

       0100-AFF-EAN-FIN.
           EXIT.

      *-----------------------------------------------------------------

       0150-AFF-UN-EAN-DEB.

           ADD 1 TO WS-NBR-EAN.

           DISPLAY "  " PG-COD-EAN-RSU.

           EXEC SQL
               FETCH C-EAN
               INTO  :PG-COD-EAN-RSU
           END-EXEC.

           EXIT.
       0150-AFF-UN-EAN-FIN.

      *-----------------------------------------------------------------

       0200-SSI-ACT-DEB.

           DISPLAY "1 - Ajouter un EAN".
           DISPLAY "2 - Retirer un EAN".
           DISPLAY "0 - Retour a la fiche piece".
           DISPLAY "Votre choix :".
           ACCEPT WS-CHX.

           EVALUATE WS-CHX
               WHEN "1"
                   PERFORM 0300-AJT-EAN-DEB
                      THRU 0300-AJT-EAN-FIN

                   DISPLAY "Appuyez sur entree"
                   ACCEPT WS-LRR

               WHEN "2"
                   PERFORM 0400-SUP-EAN-DEB
                      THRU 0400-SUP-EAN-FIN

                   DISPLAY "Appuyez sur entree"
                   ACCEPT WS-LRR

               WHEN OTHER
                   SET WS-FIN-EAN-OUI TO TRUE
           END-EVALUATE.

           EXIT.
       0200-SSI-ACT-FIN.

      *-----------------------------------------------------------------

      * L'EAN saisi ou scanne doit porter une cle correcte. Deja sur
      * la piece : rien a faire. Deja sur d'autres pieces : avertit en
      * citant leurs depots, l'ajout restant permis (meme article dans
      * un autre depot).

       0300-AJT-EAN-DEB.

           DISPLAY "Code EAN-13 (saisi ou scanne) :".
           MOVE SPACES TO WS-COD-EAN.
           ACCEPT WS-COD-EAN.

           CALL "verean" USING WS-COD-EAN
                               WS-VLR-RTR-EAN
           END-CALL.

           IF NOT WS-VLR-EAN-OK
               DISPLAY "EAN invalide (13 chiffres, cle de controle "
                       "incorrecte), ajout ignore."
               GO TO 0300-AJT-EAN-FIN
           END-IF.

           MOVE WS-COD-EAN TO PG-COD-EAN.

           EXEC SQL
               SELECT COUNT(*)
               INTO   :PG-NBR-EAN
               FROM   piece_ean
               WHERE  code_ean = :PG-COD-EAN
               AND    id_pie = :PG-IDF-PIE
           END-EXEC.

           IF SQLCODE = 0 AND PG-NBR-EAN > 0
               DISPLAY "EAN deja porte par la piece."
               GO TO 0300-AJT-EAN-FIN
           END-IF.

           EXEC SQL
               SELECT COUNT(*),
                      COALESCE(string_agg(p.id_pie::text || ' ('
                               || p.depot_pie || ')', ', '), ' ')
               INTO   :PG-NBR-EAN, :PG-LST-AUT
               FROM   piece_ean e
               JOIN   piece p ON p.id_pie = e.id_pie
               WHERE  e.code_ean = :PG-COD-EAN
           END-EXEC.

           IF SQLCODE = 0 AND PG-NBR-EAN > 0
               DISPLAY "Attention : EAN deja porte par la piece "
                       FUNCTION TRIM (PG-LST-AUT)
                       " ; a la saisie, le depot sera demande."
           END-IF.

           EXEC SQL
               INSERT INTO piece_ean (code_ean, id_pie)
               VALUES (:PG-COD-EAN, :PG-IDF-PIE)
           END-EXEC.

           IF SQLCODE NOT = 0
               EXEC SQL ROLLBACK END-EXEC
               MOVE "gesean : insertion piece_ean"
               TO   WS-OPE-ERR
               CALL "generr" USING WS-OPE-ERR, SQLCODE, WS-RTR-ERR
               END-CALL
               DISPLAY "Erreur lors de l'enregistrement de l'EAN."
               GO TO 0300-AJT-EAN-FIN
           END-IF.

           EXEC SQL COMMIT END-EXEC.

           MOVE SPACES     TO WS-ANC-VAL.
           MOVE PG-COD-EAN TO WS-NOU-VAL.

           PERFORM 0500-HST-EAN-DEB
              THRU 0500-HST-EAN-FIN.

           DISPLAY "EAN enregistre.".

       0300-AJT-EAN-FIN.
           EXIT.

      *-----------------------------------------------------------------

       0400-SUP-EAN-DEB.

           DISPLAY "Code EAN a retirer :".
           MOVE SPACES TO WS-COD-EAN.
           ACCEPT WS-COD-EAN.

           MOVE WS-COD-EAN TO PG-COD-EAN.

           EXEC SQL
               SELECT COUNT(*)
               INTO   :PG-NBR-EAN
               FROM   piece_ean
               WHERE  code_ean = :PG-COD-EAN
               AND    id_pie = :PG-IDF-PIE
           END-EXEC.

           IF SQLCODE NOT = 0 OR PG-NBR-EAN = 0
               DISPLAY "Cet EAN n'est pas porte par la piece."
               GO TO 0400-SUP-EAN-FIN
           END-IF.

           EXEC SQL
               DELETE FROM piece_ean
               WHERE  code_ean = :PG-COD-EAN
               AND    id_pie = :PG-IDF-PIE
           END-EXEC.

           IF SQLCODE NOT = 0
               EXEC SQL ROLLBACK END-EXEC
               MOVE "gesean : suppression piece_ean"
               TO   WS-OPE-ERR
               CALL "generr" USING WS-OPE-ERR, SQLCODE, WS-RTR-ERR
               END-CALL
               DISPLAY "Erreur lors du retrait de l'EAN."
               GO TO 0400-SUP-EAN-FIN
           END-IF.

           EXEC SQL COMMIT END-EXEC.

           MOVE PG-COD-EAN TO WS-ANC-VAL.
           MOVE SPACES     TO WS-NOU-VAL.

           PERFORM 0500-HST-EAN-DEB
              THRU 0500-HST-EAN-FIN.

           DISPLAY "EAN retire.".

       0400-SUP-EAN-FIN.
           EXIT.

      *-----------------------------------------------------------------

      * Trace l'EAN ajoute ou retire sur la fiche piece.

       0500-HST-EAN-DEB.

           MOVE PG-IDF-PIE TO WS-CLE-MOD.

           CALL "genmod" USING WS-TAB-MOD
                               WS-CLE-MOD
                               WS-CHP-MOD
                               WS-ANC-VAL
                               WS-NOU-VAL
                               SESS-IDF-UTI
                               WS-RTR-MOD
           END-CALL.

       0500-HST-EAN-FIN.
           EXIT.
