      ******************************************************************
      *                                                                *
      *                 DESCRIPTION DU SOUS-PROGRAMME                  *
      *                                                                *
      * gesdou : donnees douanieres d'une piece, appele depuis l'ecran *
      * d'edition piece edpie. Affiche la nomenclature combinee (code  *
      * NC a 8 chiffres) et le pays d'origine courants, puis saisit    *
      * les nouveaux (a blanc, la donnee est effacee). Ces donnees,    *
      * avec le poids unitaire de la fiche, alimentent la declaration  *
      * d'echanges de biens des achats intracommunautaires (decdeb) ;  *
      * une piece sans code NC ou sans poids y est signalee. Chaque    *
      * champ change est trace dans hist_modif via genmod sur la fiche *
      * piece.                                                         *
      *                                                                *
      *----------------------------------------------------------------*
      *                           TRIGRAMMES                           *
      *                                                                *
      * gesdou=gestion donnees douanieres                              *
      * DOU=DOUANE; PIE=PIECE; NOM=NOM; NCN=NOMENCLATURE COMBINEE;     *
      * ORG=ORIGINE; ANC=ANCIEN; IDF=IDENTIFIANT; CHX=CHOIX;           *
      * SSI=SAISIE; AFF=AFFICHAGE; MAJ=MISE A JOUR; HST=HISTORIQUE;    *
      * TAB=TABLE; CLE=CLE; CHP=CHAMP; VAL=VALEUR; MOD=MODIFICATION;   *
      * NOU=NOUVEAU; OPE=OPERATION; ERR=ERREUR; RTR=RETOUR;            *
      * LRR=LEURRE; APL=APPEL; DEB=DEBUT                               *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. gesdou.
       AUTHOR. ThomasD.
       DATE-WRITTEN. 15-10-2026 (fr).

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.

       01 PG-IDF-PIE            PIC 9(10).
       01 PG-NOM-PIE            PIC X(30).

      * Donnees relues sur la fiche, puis donnees saisies.
       01 PG-ANC-NCN-PIE        PIC X(08).
       01 PG-ANC-ORG-PIE        PIC X(02).

       01 PG-NCN-PIE            PIC X(08).
       01 PG-ORG-PIE            PIC X(02).

       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       01 WS-LRR                PIC X(01).
       01 WS-CHX                PIC X(01).

       01 WS-NCN-PIE            PIC X(08).
       01 WS-ORG-PIE            PIC X(02).

      * Zones utilisees pour tracer via generr l'echec de la mise a
      * jour en cas de SQLCODE en erreur.
       01 WS-OPE-ERR            PIC X(60)
           VALUE "gesdou : maj douane piece".
       01 WS-RTR-ERR            PIC 9(01).

      * Zone de session partagee : l'utilisateur a l'origine de la
      * modification, trace avec chaque champ change.
       COPY session.

      * Zones echangees avec genmod pour tracer, champ par champ,
      * l'ancienne et la nouvelle valeur de la fiche.
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

           PERFORM 0100-AFF-DOU-DEB
              THRU 0100-AFF-DOU-FIN.

           DISPLAY "Appuyez sur entree".
           ACCEPT WS-LRR.

           EXIT PROGRAM.

      ******************************************************************
      *                         PARAGRAPHES                            *
      ******************************************************************

      * Relit et affiche les donnees douanieres courantes de la piece,
      * puis propose leur modification.

       0100-AFF-DOU-DEB.

           EXEC SQL
               SELECT nom_pie, COALESCE(code_nc_pie, ' '),
                      COALESCE(pays_org_pie, ' ')
               INTO   :PG-NOM-PIE, :PG-ANC-NCN-PIE, :PG-ANC-ORG-PIE
               FROM   piece
               WHERE  id_pie = :PG-IDF-PIE
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY "Piece inconnue."
               GO TO 0100-AFF-DOU-FIN
           END-IF.

           DISPLAY " ".
           DISPLAY "Donnees douanieres de " FUNCTION TRIM (PG-NOM-PIE)
                   " :".
           DISPLAY "  Nomenclature (NC8) : " PG-ANC-NCN-PIE.
           DISPLAY "  Pays d'origine     : " PG-ANC-ORG-PIE.

           DISPLAY "Modifier (O/N) ?".
           ACCEPT WS-CHX.

           IF WS-CHX = "O" OR WS-CHX = "o"
               PERFORM 0200-SSI-DOU-DEB
                  THRU 0200-SSI-DOU-FIN
           END-IF.

       0100-AFF-DOU-FIN.
           EXIT.

      *-----------------------------------------------------------------

      * Saisit le code NC (8 chiffres) et le pays d'origine (code ISO
      * sur deux lettres) ; a blanc, la donnee est effacee.

       0200-SSI-DOU-DEB.

           DISPLAY "Nomenclature combinee (8 chiffres, vide = "
                   "aucune) :".
           MOVE SPACES TO WS-NCN-PIE.
           ACCEPT WS-NCN-PIE.

           IF WS-NCN-PIE NOT = SPACES AND WS-NCN-PIE NOT NUMERIC
               DISPLAY "Code NC invalide (8 chiffres), donnees "
                       "inchangees."
               GO TO 0200-SSI-DOU-FIN
           END-IF.

           DISPLAY "Pays d'origine (code ISO, 2 lettres, vide = "
                   "aucun) :".
           MOVE SPACES TO WS-ORG-PIE.
           ACCEPT WS-ORG-PIE.

           MOVE FUNCTION UPPER-CASE (WS-ORG-PIE) TO WS-ORG-PIE.

           IF WS-ORG-PIE NOT = SPACES
              AND (WS-ORG-PIE(2:1) = SPACE
                   OR WS-ORG-PIE IS NOT ALPHABETIC)
               DISPLAY "Pays d'origine invalide (2 lettres), donnees "
                       "inchangees."
               GO TO 0200-SSI-DOU-FIN
           END-IF.

           MOVE WS-NCN-PIE TO PG-NCN-PIE.
           MOVE WS-ORG-PIE TO PG-ORG-PIE.

           EXEC SQL
               UPDATE piece
               SET    code_nc_pie  = NULLIF(TRIM(:PG-NCN-PIE), ''),
                      pays_org_pie = NULLIF(TRIM(:PG-ORG-PIE), '')
               WHERE  id_pie = :PG-IDF-PIE
           END-EXEC.

           IF SQLCODE NOT = 0
               EXEC SQL ROLLBACK END-EXEC
               CALL "generr" USING WS-OPE-ERR, SQLCODE, WS-RTR-ERR
               END-CALL
               DISPLAY "Erreur lors de la mise a jour des donnees "
                       "douanieres."
               GO TO 0200-SSI-DOU-FIN
           END-IF.

           EXEC SQL COMMIT END-EXEC.

           PERFORM 0300-HST-DOU-DEB
              THRU 0300-HST-DOU-FIN.

           DISPLAY "Donnees douanieres mises a jour.".

       0200-SSI-DOU-FIN.
           EXIT.

      *-----------------------------------------------------------------

      * Trace, via genmod, chaque champ douanier qui a change.

       0300-HST-DOU-DEB.

           MOVE PG-IDF-PIE TO WS-CLE-MOD.

           IF PG-NCN-PIE NOT = PG-ANC-NCN-PIE
               MOVE "code_nc_pie"  TO WS-CHP-MOD
               MOVE PG-ANC-NCN-PIE TO WS-ANC-VAL
               MOVE PG-NCN-PIE     TO WS-NOU-VAL
               PERFORM 0350-APL-MOD-DEB
                  THRU 0350-APL-MOD-FIN
           END-IF.

           IF PG-ORG-PIE NOT = PG-ANC-ORG-PIE
               MOVE "pays_org_pie" TO WS-CHP-MOD
               MOVE PG-ANC-ORG-PIE TO WS-ANC-VAL
               MOVE PG-ORG-PIE     TO WS-NOU-VAL
               PERFORM 0350-APL-MOD-DEB
                  THRU 0350-APL-MOD-FIN
           END-IF.

       0300-HST-DOU-FIN.
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
