      ******************************************************************
      *                                                                *
      *                 DESCRIPTION DU SOUS-PROGRAMME                  *
      *                                                                *
      * gesadr : classement marchandise dangereuse (ADR) d'une piece,  *
      * appele depuis l'ecran d'edition piece edpie. Affiche le        *
      * classement courant puis saisit le numero ONU (4 chiffres ; a   *
      * blanc, la piece n'est pas dangereuse et le classement est      *
      * efface), la classe de danger (controlee contre la liste des    *
      * classes ADR), le groupe d'emballage (I, II, III ou sans) et    *
      * l'indicateur de quantite limitee. Ce classement alimente le    *
      * bloc de declaration ADR imprime par genbl et gestrn, et le     *
      * refus d'expedition par un transport non habilite (decadr).     *
      * Chaque champ change est trace dans hist_modif via genmod sur   *
      * la fiche piece.                                                *
      *                                                                *
      *----------------------------------------------------------------*
      *                           TRIGRAMMES                           *
      *                                                                *
      * gesadr=gestion classement ADR                                  *
      * ADR=MATIERE DANGEREUSE (ADR); PIE=PIECE; NOM=NOM; ONU=NUMERO   *
      * ONU; CLS=CLASSE; GRP=GROUPE D'EMBALLAGE; QLM=QUANTITE LIMITEE; *
      * ANC=ANCIEN; NOU=NOUVEAU; IDF=IDENTIFIANT; CHX=CHOIX;           *
      * SSI=SAISIE; AFF=AFFICHAGE; MAJ=MISE A JOUR; HST=HISTORIQUE;    *
      * TAB=TABLE; CLE=CLE; CHP=CHAMP; VAL=VALEUR; MOD=MODIFICATION;   *
      * OPE=OPERATION; ERR=ERREUR; RTR=RETOUR; LRR=LEURRE; APL=APPEL;  *
      * DEB=DEBUT                                                      *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. gesadr.
       AUTHOR. ThomasD.
       DATE-WRITTEN. 15-10-2026 (fr).

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.

       01 PG-IDF-PIE            PIC 9(10).
       01 PG-NOM-PIE            PIC X(30).

      * Classement relu sur la fiche, puis classement saisi.
       01 PG-ANC-ONU-PIE        PIC X(04).
       01 PG-ANC-CLS-ADR        PIC X(04).
       01 PG-ANC-GRP-EMB        PIC X(03).
       01 PG-ANC-QLM-PIE        PIC X(01).

       01 PG-ONU-PIE            PIC X(04).
       01 PG-CLS-ADR            PIC X(04).
       01 PG-GRP-EMB            PIC X(03).
       01 PG-QLM-PIE            PIC X(01).

       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       01 WS-LRR                PIC X(01).
       01 WS-CHX                PIC X(01).

       01 WS-ONU-PIE            PIC X(04).

      * Classes de danger ADR admises.
       01 WS-CLS-ADR            PIC X(04).
           88 WS-CLS-ADR-OK     VALUE "1" "2" "3" "4.1" "4.2" "4.3"
                                      "5.1" "5.2" "6.1" "6.2" "7"
                                      "8" "9".

      * Groupes d'emballage admis (a blanc pour les classes qui n'en
      * ont pas, gaz ou matieres radioactives par exemple).
       01 WS-GRP-EMB            PIC X(03).
           88 WS-GRP-EMB-OK     VALUE "I" "II" "III" SPACES.

       01 WS-QLM-PIE            PIC X(01).
           88 WS-QLM-PIE-OUI               VALUE "O".

      * Zones utilisees pour tracer via generr l'echec de la mise a
      * jour en cas de SQLCODE en erreur.
       01 WS-OPE-ERR            PIC X(60)
           VALUE "gesadr : maj classement adr piece".
       01 WS-RTR-ERR            PIC 9(01).

      * Zone de session partagee : l'utilisateur a l'origine de la
      * modification, trace avec chaque champ change.
       COPY session.

      * Zones echangees avec genmod pour tracer, champ par champ,
      * l'ancien et le nouveau classement de la fiche.
       01 WS-TAB-MOD            PIC X(14)   VALUE "piece".
       01 WS-CLE-MOD            PIC X(30).
       01 WS-CHP-MOD            PIC X(20).
       01 WS-ANC-VAL            PIC X(100).
       01 WS-NOU-VAL            PIC X(100).
       01 WS-RTR-MOD            PIC 9(01).

       LINKAGE SECTION.
       01 LK-IDF-PIE            PIC 9(10).


       PROCEDURE DIVISION USING LK-IDF-PIE.

           MOVE LK-IDF-PIE TO PG-IDF-PIE.

           PERFORM 0100-AFF-ADR-DEB
              THRU 0100-AFF-ADR-FIN.

           DISPLAY "Appuyez sur entree".
           ACCEPT WS-LRR.

           EXIT PROGRAM.

      ******************************************************************
      *                         PARAGRAPHES                            *
      ******************************************************************

      * Relit et affiche le classement courant de la piece, puis
      * propose sa modification.

       0100-AFF-ADR-DEB.

           EXEC SQL
               SELECT nom_pie, COALESCE(onu_pie, ' '),
                      COALESCE(classe_adr_pie, ' '),
                      COALESCE(grp_emb_pie, ' '),
                      COALESCE(qte_lim_pie, 'N')
               INTO   :PG-NOM-PIE, :PG-ANC-ONU-PIE, :PG-ANC-CLS-ADR,
                      :PG-ANC-GRP-EMB, :PG-ANC-QLM-PIE
               FROM   piece
               WHERE  id_pie = :PG-IDF-PIE
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY "Piece inconnue."
               GO TO 0100-AFF-ADR-FIN
           END-IF.

           DISPLAY " ".
           DISPLAY "Classement ADR de " FUNCTION TRIM (PG-NOM-PIE)
                   " :".

           IF PG-ANC-ONU-PIE = SPACES
               DISPLAY "  (piece non dangereuse)"
           ELSE
               DISPLAY "  Numero ONU        : UN" PG-ANC-ONU-PIE
               DISPLAY "  Classe            : "
                       FUNCTION TRIM (PG-ANC-CLS-ADR)
               DISPLAY "  Groupe emballage  : "
                       FUNCTION TRIM (PG-ANC-GRP-EMB)
               DISPLAY "  Quantite limitee  : " PG-ANC-QLM-PIE
           END-IF.

           DISPLAY "Modifier (O/N) ?".
           ACCEPT WS-CHX.

           IF WS-CHX = "O" OR WS-CHX = "o"
               PERFORM 0200-SSI-ADR-DEB
                  THRU 0200-SSI-ADR-FIN
           END-IF.

       0100-AFF-ADR-FIN.
           EXIT.

      *-----------------------------------------------------------------

      * Saisit le nouveau classement. Un numero ONU a blanc efface le
      * classement (piece non dangereuse) ; sinon la classe doit
      * figurer a la liste ADR et le groupe d'emballage etre I, II,
      * III ou sans.

       0200-SSI-ADR-DEB.

           DISPLAY "Numero ONU (4 chiffres, vide = piece non "
                   "dangereuse) :".
           MOVE SPACES TO WS-ONU-PIE.
           ACCEPT WS-ONU-PIE.

           IF WS-ONU-PIE = SPACES
               MOVE SPACES TO PG-ONU-PIE
               MOVE SPACES TO PG-CLS-ADR
               MOVE SPACES TO PG-GRP-EMB
               MOVE "N"    TO PG-QLM-PIE
               GO TO 0200-SSI-ADR-MAJ
           END-IF.

           IF WS-ONU-PIE NOT NUMERIC
               DISPLAY "Numero ONU invalide (4 chiffres), classement "
                       "inchange."
               GO TO 0200-SSI-ADR-FIN
           END-IF.

           DISPLAY "Classe de danger (1, 2, 3, 4.1 ... 9) :".
           MOVE SPACES TO WS-CLS-ADR.
           ACCEPT WS-CLS-ADR.

           IF NOT WS-CLS-ADR-OK
               DISPLAY "Classe ADR inconnue, classement inchange."
               GO TO 0200-SSI-ADR-FIN
           END-IF.

           DISPLAY "Groupe d'emballage (I, II, III, vide = sans) :".
           MOVE SPACES TO WS-GRP-EMB.
           ACCEPT WS-GRP-EMB.

           INSPECT WS-GRP-EMB CONVERTING "i" TO "I".

           IF NOT WS-GRP-EMB-OK
               DISPLAY "Groupe d'emballage invalide, classement "
                       "inchange."
               GO TO 0200-SSI-ADR-FIN
           END-IF.

           DISPLAY "Quantite limitee (O/N) :".
           ACCEPT WS-QLM-PIE.

           IF WS-QLM-PIE = "o"
               MOVE "O" TO WS-QLM-PIE
           END-IF.

           IF NOT WS-QLM-PIE-OUI
               MOVE "N" TO WS-QLM-PIE
           END-IF.

           MOVE WS-ONU-PIE TO PG-ONU-PIE.
           MOVE WS-CLS-ADR TO PG-CLS-ADR.
           MOVE WS-GRP-EMB TO PG-GRP-EMB.
           MOVE WS-QLM-PIE TO PG-QLM-PIE.

       0200-SSI-ADR-MAJ.

           EXEC SQL
               UPDATE piece
               SET    onu_pie        = NULLIF(TRIM(:PG-ONU-PIE), ''),
                      classe_adr_pie = NULLIF(TRIM(:PG-CLS-ADR), ''),
                      grp_emb_pie    = NULLIF(TRIM(:PG-GRP-EMB), ''),
                      qte_lim_pie    = :PG-QLM-PIE
               WHERE  id_pie = :PG-IDF-PIE
           END-EXEC.

           IF SQLCODE NOT = 0
               EXEC SQL ROLLBACK END-EXEC
               CALL "generr" USING WS-OPE-ERR, SQLCODE, WS-RTR-ERR
               END-CALL
               DISPLAY "Erreur lors de la mise a jour du classement."
               GO TO 0200-SSI-ADR-FIN
           END-IF.

           EXEC SQL COMMIT END-EXEC.

           PERFORM 0300-HST-ADR-DEB
              THRU 0300-HST-ADR-FIN.

           DISPLAY "Classement ADR mis a jour.".

       0200-SSI-ADR-FIN.
           EXIT.

      *-----------------------------------------------------------------

      * Trace, via genmod, chaque champ du classement qui a change.

       0300-HST-ADR-DEB.

           MOVE PG-IDF-PIE TO WS-CLE-MOD.

           IF PG-ONU-PIE NOT = PG-ANC-ONU-PIE
               MOVE "onu_pie"      TO WS-CHP-MOD
               MOVE PG-ANC-ONU-PIE TO WS-ANC-VAL
               MOVE PG-ONU-PIE     TO WS-NOU-VAL
               PERFORM 0350-APL-MOD-DEB
                  THRU 0350-APL-MOD-FIN
           END-IF.

           IF PG-CLS-ADR NOT = PG-ANC-CLS-ADR
               MOVE "classe_adr_pie" TO WS-CHP-MOD
               MOVE PG-ANC-CLS-ADR   TO WS-ANC-VAL
               MOVE PG-CLS-ADR       TO WS-NOU-VAL
               PERFORM 0350-APL-MOD-DEB
                  THRU 0350-APL-MOD-FIN
           END-IF.

           IF PG-GRP-EMB NOT = PG-ANC-GRP-EMB
               MOVE "grp_emb_pie"  TO WS-CHP-MOD
               MOVE PG-ANC-GRP-EMB TO WS-ANC-VAL
               MOVE PG-GRP-EMB     TO WS-NOU-VAL
               PERFORM 0350-APL-MOD-DEB
                  THRU 0350-APL-MOD-FIN
           END-IF.

           IF PG-QLM-PIE NOT = PG-ANC-QLM-PIE
               MOVE "qte_lim_pie"  TO WS-CHP-MOD
               MOVE PG-ANC-QLM-PIE TO WS-ANC-VAL
               MOVE PG-QLM-PIE     TO WS-NOU-VAL
               PERFORM 0350-APL-MOD-DEB
                  THRU 0350-APL-MOD-FIN
           END-IF.

       0300-HST-ADR-FIN.
           EXIT.

      *-----------------------------------------------------------------

       0350-APL-MOD-DEB.

           CALL "genmod" USING WS-TAB-MOD
                               WS-CLE-MOD
                               WS-CHP-MOD
                               WS-ANC-VAL
                               WS-NOU-VAL
                               SESS-IDF-UTI
                               WS-RTR-MOD
           END-CALL.

       0350-APL-MOD-FIN.
           EXIT.
