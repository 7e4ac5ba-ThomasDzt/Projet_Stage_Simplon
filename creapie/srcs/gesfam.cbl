      ******************************************************************
      *                                                                *
      *                 DESCRIPTION DU SOUS-PROGRAMME                  *
      *                                                                *
      * gesfam : entretien du referentiel des familles de pieces       *
      * (table famille, meme principe de liste fixe que depots et      *
      * motifs_ajust). Une famille n'a pas de parent ; une             *
      * sous-famille porte le code de sa famille (deux niveaux         *
      * seulement). Liste les familles, leurs sous-familles en retrait *
      * et le nombre de pieces classees, puis permet d'en ajouter une, *
      * d'en retirer une (uniquement si aucune piece ni sous-famille   *
      * ne la porte encore) ou d'affecter une famille en masse aux     *
      * pieces d'un fournisseur, a partir de ses references            *
      * (fournisseur_ref, prefixe de reference facultatif). Chaque     *
      * piece reclassee est tracee dans hist_modif via genmod, et      *
      * chaque modification du referentiel est journalisee via genlog  *
      * (type_log = 'famille').                                        *
      *                                                                *
      *----------------------------------------------------------------*
      *                           TRIGRAMMES                           *
      *                                                                *
      * gesfam=gestion familles                                        *
      * FAM=FAMILLE; PAR=PARENT; COD=CODE; LIB=LIBELLE; LOG=LOG;       *
      * NBR=NOMBRE; CHX=CHOIX; UTI=UTILISATEUR; RSU=RESULTAT;          *
      * INS=INSERTION; SUP=SUPPRESSION; AFF=AFFICHAGE; LRR=LEURRE;     *
      * AFT=AFFECTATION; MAS=MASSE; FOU=FOURNISSEUR; PFX=PREFIXE;      *
      * REF=REFERENCE; ECR=ECRASEMENT; CFM=CONFIRMATION; PIE=PIECE;    *
      * SFM=SOUS-FAMILLE; ANC=ANCIEN; MOD=MODIFICATION; DEB=DEBUT      *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. gesfam.
       AUTHOR. ThomasD.
       DATE-WRITTEN. 15-10-2026 (fr).

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.

       01 PG-COD-FAM            PIC X(10).
       01 PG-LIB-FAM            PIC X(40).
       01 PG-COD-FAM-PAR        PIC X(10).
       01 PG-COD-FAM-RSU        PIC X(10).
       01 PG-LIB-FAM-RSU        PIC X(40).
       01 PG-COD-PAR-RSU        PIC X(10).
       01 PG-NBR-PIE-RSU        PIC 9(10).
       01 PG-NBR-PIE            PIC 9(10).
       01 PG-NBR-SFM            PIC 9(10).
       01 PG-NBR-FAM            PIC 9(10).

      * Criteres de l'affectation en masse : fournisseur, prefixe de
      * reference fournisseur (a blanc = toutes ses pieces) et
      * ecrasement ('O') ou non d'une famille deja affectee.
       01 PG-IDF-FOU            PIC 9(10).
       01 PG-PFX-REF            PIC X(30).
       01 PG-ECR-FAM            PIC X(01).

      * Piece reclassee et famille qu'elle portait avant.
       01 PG-IDF-PIE            PIC 9(10).
       01 PG-ANC-FAM            PIC X(10).

       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

      * Declaration du curseur listant les familles, chacune suivie de
      * ses sous-familles, avec le nombre de pieces classees.
       EXEC SQL
           DECLARE C-FAM CURSOR FOR
               SELECT f.code_fam, f.lib_fam,
                      COALESCE(f.code_fam_par, ''),
                      (SELECT COUNT(*) FROM piece p
                       WHERE  p.code_fam = f.code_fam)
               FROM   famille f
               ORDER BY COALESCE(f.code_fam_par, f.code_fam),
                        f.code_fam_par NULLS FIRST, f.code_fam
       END-EXEC.

      * Declaration du curseur des pieces a reclasser : pieces dont une
      * reference chez le fournisseur commence par le prefixe saisi
      * (ou, prefixe a blanc, toutes celles du fournisseur, references
      * ou fournisseur attitre), hors celles deja dans la famille et,
      * sans ecrasement, hors celles deja classees. WITH HOLD : chaque
      * piece est validee pendant le parcours (genmod valide aussi).
       EXEC SQL
           DECLARE C-AFT CURSOR WITH HOLD FOR
               SELECT p.id_pie, COALESCE(p.code_fam, '')
               FROM   piece p
               WHERE  (EXISTS (SELECT 1 FROM fournisseur_ref r
                               WHERE  r.id_pie = p.id_pie
                               AND    r.id_fou = :PG-IDF-FOU
                               AND    r.ref_fou LIKE
                                      TRIM(:PG-PFX-REF) || '%')
                       OR (TRIM(:PG-PFX-REF) = ''
                           AND p.fou_pie = :PG-IDF-FOU))
               AND    p.code_fam IS DISTINCT FROM :PG-COD-FAM
               AND    (:PG-ECR-FAM = 'O' OR p.code_fam IS NULL)
               ORDER BY p.id_pie
       END-EXEC.

       01 WS-LRR                PIC X(01).

       01 WS-COD-FAM            PIC X(10).
       01 WS-LIB-FAM            PIC X(40).
       01 WS-COD-FAM-PAR        PIC X(10).
       01 WS-CHX                PIC X(01).
       01 WS-NBR-FAM            PIC 9(03)   VALUE 0.
       01 WS-CFM-AFT            PIC X(01).

      * Compteurs de l'affectation en masse.
       01 WS-NBR-AFT            PIC 9(07)   VALUE 0.
       01 WS-NBR-ERR            PIC 9(07)   VALUE 0.

      * Zone de session partagee : qui est connecte sur ce poste.
       COPY session.

       01 WS-NBR-PIE-EDT        PIC Z(10).
       01 WS-NBR-SFM-EDT        PIC Z(10).
       01 WS-NBR-AFT-EDT        PIC Z(07).
       01 WS-NBR-ERR-EDT        PIC Z(07).
       01 WS-IDF-FOU-EDT        PIC Z(10).

      * Zones utilisees pour generer le log de modification via
      * genlog. id_pie/qte_log/lien_log ne s'appliquent pas : ils
      * restent a zero (ecrits a NULL par genlog).
       01 WS-MSG-LOG            PIC X(100).
       01 WS-TYP-LOG            PIC X(20)   VALUE "famille".
       01 WS-IDF-PIE-NUL        PIC 9(10)   VALUE 0.
       01 WS-QTE-LOG-NUL        PIC S9(10)  VALUE 0.
       01 WS-LIEN-LOG-NUL       PIC 9(10)   VALUE 0.
       01 WS-RTR-LOG            PIC 9(01).

      * Zones echangees avec genmod pour tracer l'ancienne et la
      * nouvelle famille de chaque piece reclassee.
       01 WS-TAB-MOD            PIC X(14)   VALUE "piece".
       01 WS-CLE-MOD            PIC X(30).
       01 WS-CHP-MOD            PIC X(20)   VALUE "code_fam".
       01 WS-ANC-VAL            PIC X(100).
       01 WS-NOU-VAL            PIC X(100).
       01 WS-RTR-MOD            PIC 9(01).

      * Zones utilisees pour tracer via generr l'echec d'une des
      * ecritures SQL en cas de SQLCODE en erreur.
       01 WS-OPE-ERR            PIC X(60).
       01 WS-RTR-ERR            PIC 9(01).


       PROCEDURE DIVISION.

           PERFORM 0100-LST-FAM-DEB
              THRU 0100-LST-FAM-FIN.

           PERFORM 0200-SSI-ACT-DEB
              THRU 0200-SSI-ACT-FIN.

           EXIT PROGRAM.

      ******************************************************************
      *                         PARAGRAPHES                            *
      ******************************************************************

       0100-LST-FAM-DEB.

           MOVE 0 TO WS-NBR-FAM.

           DISPLAY "Referentiel des familles de pieces :".

           EXEC SQL OPEN C-FAM END-EXEC.

           EXEC SQL
               FETCH C-FAM
               INTO  :PG-COD-FAM-RSU, :PG-LIB-FAM-RSU,
                     :PG-COD-PAR-RSU, :PG-NBR-PIE-RSU
           END-EXEC.

           PERFORM 0150-AFF-FAM-DEB
              THRU 0150-AFF-FAM-FIN
              UNTIL SQLCODE NOT = 0.

           EXEC SQL CLOSE C-FAM END-EXEC.

           IF WS-NBR-FAM = 0
               DISPLAY "(referentiel vide)"
           END-IF.

           EXIT.
       0100-LST-FAM-FIN.

      *-----------------------------------------------------------------

      * Une sous-famille est affichee en retrait sous sa famille.

       0150-AFF-FAM-DEB.

           ADD 1 TO WS-NBR-FAM.

           MOVE PG-NBR-PIE-RSU TO WS-NBR-PIE-EDT.

           IF PG-COD-PAR-RSU = SPACES
               DISPLAY "  " PG-COD-FAM-RSU " - " PG-LIB-FAM-RSU
                       " (" FUNCTION TRIM (WS-NBR-PIE-EDT) " piece(s))"
           ELSE
               DISPLAY "      " PG-COD-FAM-RSU " - " PG-LIB-FAM-RSU
                       " (" FUNCTION TRIM (WS-NBR-PIE-EDT) " piece(s))"
           END-IF.

           EXEC SQL
               FETCH C-FAM
               INTO  :PG-COD-FAM-RSU, :PG-LIB-FAM-RSU,
                     :PG-COD-PAR-RSU, :PG-NBR-PIE-RSU
           END-EXEC.

           EXIT.
       0150-AFF-FAM-FIN.

      *-----------------------------------------------------------------

       0200-SSI-ACT-DEB.

           DISPLAY "1 - Ajouter une famille ou une sous-famille".
           DISPLAY "2 - Retirer une famille ou une sous-famille".
           DISPLAY "3 - Affecter une famille par reference fournisseur".
           DISPLAY "0 - Quitter".
           DISPLAY "Votre choix :".
           ACCEPT WS-CHX.

           IF WS-CHX = "1" OR WS-CHX = "2" OR WS-CHX = "3"
               DISPLAY "Code famille :"
               ACCEPT WS-COD-FAM

               MOVE WS-COD-FAM TO PG-COD-FAM

               EVALUATE WS-CHX
                   WHEN "1"
                       PERFORM 0300-INS-FAM-DEB
                          THRU 0300-INS-FAM-FIN

                   WHEN "2"
                       PERFORM 0400-SUP-FAM-DEB
                          THRU 0400-SUP-FAM-FIN

                   WHEN "3"
                       PERFORM 0500-AFT-MAS-DEB
                          THRU 0500-AFT-MAS-FIN
               END-EVALUATE

               DISPLAY "Appuyez sur entree"
               ACCEPT WS-LRR
           END-IF.

           EXIT.
       0200-SSI-ACT-FIN.

      *-----------------------------------------------------------------

      * Ajoute une famille (parent a blanc) ou une sous-famille, dont
      * le parent doit etre une famille de tete existante : la
      * hierarchie reste a deux niveaux.

       0300-INS-FAM-DEB.

           DISPLAY "Libelle :".
           ACCEPT WS-LIB-FAM.

           IF WS-LIB-FAM = SPACES
               DISPLAY "Libelle absent, famille ignoree."
               GO TO 0300-INS-FAM-FIN
           END-IF.

           DISPLAY "Famille parente (vide = famille de tete) :".
           ACCEPT WS-COD-FAM-PAR.

           MOVE WS-LIB-FAM     TO PG-LIB-FAM.
           MOVE WS-COD-FAM-PAR TO PG-COD-FAM-PAR.

           IF WS-COD-FAM-PAR NOT = SPACES
               EXEC SQL
                   SELECT COUNT(*)
                   INTO   :PG-NBR-FAM
                   FROM   famille
                   WHERE  code_fam = :PG-COD-FAM-PAR
                   AND    code_fam_par IS NULL
               END-EXEC

               IF SQLCODE NOT = 0 OR PG-NBR-FAM = 0
                   DISPLAY "Famille parente inconnue ou elle-meme "
                           "sous-famille, ajout refuse."
                   GO TO 0300-INS-FAM-FIN
               END-IF
           END-IF.

           EXEC SQL
               INSERT INTO famille (code_fam, lib_fam, code_fam_par)
               VALUES (:PG-COD-FAM, :PG-LIB-FAM,
                       (CASE WHEN TRIM(:PG-COD-FAM-PAR) = ''
                             THEN NULL
                             ELSE :PG-COD-FAM-PAR END))
           END-EXEC.

           IF SQLCODE = 0
               EXEC SQL COMMIT END-EXEC

               MOVE SPACES TO WS-MSG-LOG
               IF WS-COD-FAM-PAR = SPACES
                   STRING 'Famille de pieces ' DELIMITED BY SIZE
                          WS-COD-FAM DELIMITED BY SPACE
                          ' ajoutee.' DELIMITED BY SIZE
                          INTO WS-MSG-LOG
                   END-STRING
               ELSE
                   STRING 'Sous-famille de pieces ' DELIMITED BY SIZE
                          WS-COD-FAM DELIMITED BY SPACE
                          ' ajoutee sous ' DELIMITED BY SIZE
                          WS-COD-FAM-PAR DELIMITED BY SPACE
                          '.' DELIMITED BY SIZE
                          INTO WS-MSG-LOG
                   END-STRING
               END-IF

               CALL "genlog" USING WS-MSG-LOG,
                                   WS-TYP-LOG,
                                   SESS-IDF-UTI,
                                   WS-IDF-PIE-NUL,
                                   WS-QTE-LOG-NUL,
                                   WS-LIEN-LOG-NUL,
                                   WS-RTR-LOG
               END-CALL

               DISPLAY "Famille ajoutee."
           ELSE
               EXEC SQL ROLLBACK END-EXEC
               MOVE "gesfam : insertion famille"
               TO   WS-OPE-ERR
               CALL "generr" USING WS-OPE-ERR, SQLCODE, WS-RTR-ERR
               END-CALL
               DISPLAY "Erreur (famille deja connue ?)."
           END-IF.

       0300-INS-FAM-FIN.
           EXIT.

      *-----------------------------------------------------------------

      * Retire la famille, uniquement si aucune piece ni sous-famille
      * ne la porte plus (meme garde-fou que gesmtf pour les motifs).

       0400-SUP-FAM-DEB.

           EXEC SQL
               SELECT COUNT(*)
               INTO   :PG-NBR-PIE
               FROM   piece
               WHERE  code_fam = :PG-COD-FAM
           END-EXEC.

           IF SQLCODE = 0 AND PG-NBR-PIE NOT = 0
               MOVE PG-NBR-PIE TO WS-NBR-PIE-EDT
               DISPLAY "Famille encore portee par "
                       FUNCTION TRIM (WS-NBR-PIE-EDT)
                       " piece(s) : retrait refuse."
               GO TO 0400-SUP-FAM-FIN
           END-IF.

           EXEC SQL
               SELECT COUNT(*)
               INTO   :PG-NBR-SFM
               FROM   famille
               WHERE  code_fam_par = :PG-COD-FAM
           END-EXEC.

           IF SQLCODE = 0 AND PG-NBR-SFM NOT = 0
               MOVE PG-NBR-SFM TO WS-NBR-SFM-EDT
               DISPLAY "Famille parente de "
                       FUNCTION TRIM (WS-NBR-SFM-EDT)
                       " sous-famille(s) : retrait refuse."
               GO TO 0400-SUP-FAM-FIN
           END-IF.

           EXEC SQL
               DELETE FROM famille
               WHERE  code_fam = :PG-COD-FAM
           END-EXEC.

           IF SQLCODE = 0
               EXEC SQL COMMIT END-EXEC

               MOVE SPACES TO WS-MSG-LOG
               STRING 'Famille de pieces ' DELIMITED BY SIZE
                      WS-COD-FAM DELIMITED BY SPACE
                      ' retiree.' DELIMITED BY SIZE
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

               DISPLAY "Famille retiree."
           ELSE
               EXEC SQL ROLLBACK END-EXEC
               MOVE "gesfam : suppression famille"
               TO   WS-OPE-ERR
               CALL "generr" USING WS-OPE-ERR, SQLCODE, WS-RTR-ERR
               END-CALL
               DISPLAY "Erreur lors du retrait."
           END-IF.

       0400-SUP-FAM-FIN.
           EXIT.

      *-----------------------------------------------------------------

      * Affectation en masse : la famille saisie (famille ou
      * sous-famille du referentiel) est posee sur les pieces du
      * fournisseur dont la reference commence par le prefixe saisi.
      * Le nombre de pieces concernees est annonce et confirme avant
      * toute ecriture.

       0500-AFT-MAS-DEB.

           EXEC SQL
               SELECT COUNT(*)
               INTO   :PG-NBR-FAM
               FROM   famille
               WHERE  code_fam = :PG-COD-FAM
           END-EXEC.

           IF SQLCODE NOT = 0 OR PG-NBR-FAM = 0
               DISPLAY "Famille inconnue du referentiel."
               GO TO 0500-AFT-MAS-FIN
           END-IF.

           DISPLAY "Id fournisseur :".
           ACCEPT PG-IDF-FOU.

           DISPLAY "Prefixe de reference fournisseur "
                   "(vide = toutes ses pieces) :".
           ACCEPT PG-PFX-REF.

           DISPLAY "Reclasser aussi les pieces deja classees (O/N) ?".
           ACCEPT PG-ECR-FAM.

           IF PG-ECR-FAM NOT = "O"
               MOVE "N" TO PG-ECR-FAM
           END-IF.

           EXEC SQL
               SELECT COUNT(*)
               INTO   :PG-NBR-PIE
               FROM   piece p
               WHERE  (EXISTS (SELECT 1 FROM fournisseur_ref r
                               WHERE  r.id_pie = p.id_pie
                               AND    r.id_fou = :PG-IDF-FOU
                               AND    r.ref_fou LIKE
                                      TRIM(:PG-PFX-REF) || '%')
                       OR (TRIM(:PG-PFX-REF) = ''
                           AND p.fou_pie = :PG-IDF-FOU))
               AND    p.code_fam IS DISTINCT FROM :PG-COD-FAM
               AND    (:PG-ECR-FAM = 'O' OR p.code_fam IS NULL)
           END-EXEC.

           IF SQLCODE NOT = 0 OR PG-NBR-PIE = 0
               DISPLAY "Aucune piece a reclasser."
               GO TO 0500-AFT-MAS-FIN
           END-IF.

           MOVE PG-NBR-PIE TO WS-NBR-PIE-EDT.
           DISPLAY FUNCTION TRIM (WS-NBR-PIE-EDT)
                   " piece(s) passeront en famille "
                   FUNCTION TRIM (WS-COD-FAM) ". Confirmer (O/N) ?".
           ACCEPT WS-CFM-AFT.

           IF WS-CFM-AFT NOT = "O"
               DISPLAY "Affectation abandonnee."
               GO TO 0500-AFT-MAS-FIN
           END-IF.

           MOVE 0 TO WS-NBR-AFT.
           MOVE 0 TO WS-NBR-ERR.

           EXEC SQL OPEN C-AFT END-EXEC.

           EXEC SQL
               FETCH C-AFT
               INTO  :PG-IDF-PIE, :PG-ANC-FAM
           END-EXEC.

           PERFORM 0550-AFT-PIE-DEB
              THRU 0550-AFT-PIE-FIN
              UNTIL SQLCODE NOT = 0.

           EXEC SQL CLOSE C-AFT END-EXEC.

           MOVE WS-NBR-AFT TO WS-NBR-AFT-EDT.
           MOVE WS-NBR-ERR TO WS-NBR-ERR-EDT.
           MOVE PG-IDF-FOU TO WS-IDF-FOU-EDT.

           MOVE SPACES TO WS-MSG-LOG.
           STRING 'Famille ' DELIMITED BY SIZE
                  WS-COD-FAM DELIMITED BY SPACE
                  ' affectee en masse a ' DELIMITED BY SIZE
                  FUNCTION TRIM (WS-NBR-AFT-EDT) DELIMITED BY SIZE
                  ' piece(s) du fournisseur ' DELIMITED BY SIZE
                  FUNCTION TRIM (WS-IDF-FOU-EDT) DELIMITED BY SIZE
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

           DISPLAY FUNCTION TRIM (WS-NBR-AFT-EDT)
                   " piece(s) reclassee(s), "
                   FUNCTION TRIM (WS-NBR-ERR-EDT) " en erreur.".

       0500-AFT-MAS-FIN.
           EXIT.

      *-----------------------------------------------------------------

      * Reclasse la piece courante et trace l'ancienne et la nouvelle
      * famille dans hist_modif, comme une edition par edpie.

       0550-AFT-PIE-DEB.

           EXEC SQL
               UPDATE piece
               SET    code_fam = :PG-COD-FAM
               WHERE  id_pie   = :PG-IDF-PIE
           END-EXEC.

           IF SQLCODE NOT = 0
               EXEC SQL ROLLBACK END-EXEC
               MOVE "gesfam : maj piece.code_fam"
               TO   WS-OPE-ERR
               CALL "generr" USING WS-OPE-ERR, SQLCODE, WS-RTR-ERR
               END-CALL
               ADD 1 TO WS-NBR-ERR
               GO TO 0550-AFT-PIE-SUI
           END-IF.

           EXEC SQL COMMIT END-EXEC.

           ADD 1 TO WS-NBR-AFT.

           MOVE PG-IDF-PIE  TO WS-CLE-MOD.
           MOVE PG-ANC-FAM  TO WS-ANC-VAL.
           MOVE PG-COD-FAM  TO WS-NOU-VAL.

           CALL "genmod" USING WS-TAB-MOD
                               WS-CLE-MOD
                               WS-CHP-MOD
                               WS-ANC-VAL
                               WS-NOU-VAL
                               SESS-IDF-UTI
                               WS-RTR-MOD
           END-CALL.

       0550-AFT-PIE-SUI.

           EXEC SQL
               FETCH C-AFT
               INTO  :PG-IDF-PIE, :PG-ANC-FAM
           END-EXEC.

           EXIT.
       0550-AFT-PIE-FIN.
