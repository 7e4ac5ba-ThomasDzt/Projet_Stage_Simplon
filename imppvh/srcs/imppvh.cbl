      ******************************************************************
      *                             ENTETE                             *
      *                                                                *
      * imppvh : chargement par lot du catalogue d'adaptation vehicule *
      * d'un fournisseur dans piece_vehicule. Le fichier VEHCAT (une   *
      * ligne par adaptation, champs separes par ";") est au format    *
      * id_fou;ref_fou;marque;modele;annee_deb;annee_fin. La reference *
      * fournisseur est traduite en piece par fournisseur_ref (celle   *
      * que gesref entretient et qu'impsup utilise deja) ; id_fou a 0  *
      * indique que la reference est directement notre reference       *
      * article. La ligne est rattachee a la reference article de la   *
      * piece (valable pour tous ses depots) ou, a defaut, a son id,   *
      * comme le fait l'ecran gespvh. Modele vide = toute la marque ;  *
      * annees vides ou a 0 = bornes ouvertes ; marque et modele sont  *
      * ranges en majuscules. Une adaptation deja presente est         *
      * ignoree et comptee comme doublon, ce qui permet de recharger   *
      * un catalogue complet a chaque livraison du fournisseur. Tout   *
      * le reste (reference inconnue, marque absente, plage d'annees   *
      * inversee) part en rejet dans VEHCATR avec le motif.            *
      *                                                                *
      *----------------------------------------------------------------*
      *                           TRIGRAMMES                           *
      *                                                                *
      * imppvh=import pieces vehicule                                  *
      * PVH=PIECE VEHICULE (ADAPTATION); FOU=FOURNISSEUR;              *
      * REF=REFERENCE; ART=ARTICLE; PIE=PIECE; MRQ=MARQUE;             *
      * MDL=MODELE; ANN=ANNEE; IDF=IDENTIFIANT; ZON=ZONE; REJ=REJET;   *
      * MTF=MOTIF; NBR=NOMBRE; LUS=LUES; INS=INSEREES; DBL=DOUBLON;    *
      * EOF=FIN DE FICHIER; STA=STATUT; LEC=LECTURE; RPT=RAPPORT;      *
      * ECR=ECRITURE; BCL=BOUCLE; RSL=RESOLUTION; MIN=MINUSCULES;      *
      * MAJ=MAJUSCULES; EDT=EDITION; DEB=DEBUT                         *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. imppvh.
       AUTHOR. ThomasD.
       DATE-WRITTEN. 15-10-2026 (fr).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT F-PVH ASSIGN TO "VEHCAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STA-PVH.

           SELECT F-PVH-RPT ASSIGN TO "VEHCATR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STA-RPT.

       DATA DIVISION.
       FILE SECTION.

       FD F-PVH.
       01 REC-PVH               PIC X(120).

       FD F-PVH-RPT.
       01 REC-PVH-RPT           PIC X(200).

       WORKING-STORAGE SECTION.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.

       COPY dbconfig.

       01 PG-IDF-FOU            PIC 9(10).
       01 PG-REF-FOU            PIC X(30).
       01 PG-IDF-PIE            PIC 9(10).
       01 PG-REF-ART            PIC X(20).
       01 PG-MRQ-PVH            PIC X(20).
       01 PG-MDL-PVH            PIC X(20).
       01 PG-ANN-DEB            PIC 9(04).
       01 PG-ANN-FIN            PIC 9(04).
       01 PG-NBR-PVH            PIC 9(05).

       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       01 WS-STA-PVH            PIC X(02).
           88 WS-STA-PVH-OK                VALUE "00".
           88 WS-STA-PVH-EOF               VALUE "10".

       01 WS-STA-RPT            PIC X(02).

       01 WS-EOF-PVH            PIC X(01)   VALUE "N".
           88 WS-EOF-PVH-OUI                VALUE "O".
           88 WS-EOF-PVH-NON                VALUE "N".

      * Zones de decoupe de la ligne courante.
       01 WS-ZON-FOU            PIC X(10).
       01 WS-ZON-REF            PIC X(30).
       01 WS-ZON-MRQ            PIC X(20).
       01 WS-ZON-MDL            PIC X(20).
       01 WS-ZON-DEB            PIC X(10).
       01 WS-ZON-FIN            PIC X(10).

       01 WS-IDF-FOU-N          PIC 9(10).
       01 WS-ANN-DEB-N          PIC 9(04).
       01 WS-ANN-FIN-N          PIC 9(04).

      * Passage en majuscules de la marque et du modele lus.
       01 WS-MIN                PIC X(26)
           VALUE "abcdefghijklmnopqrstuvwxyz".
       01 WS-MAJ                PIC X(26)
           VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

       01 WS-NBR-LUS            PIC 9(07)   VALUE 0.
       01 WS-NBR-INS            PIC 9(07)   VALUE 0.
       01 WS-NBR-DBL            PIC 9(07)   VALUE 0.
       01 WS-NBR-REJ            PIC 9(07)   VALUE 0.
       01 WS-MTF-REJ            PIC X(50).

       01 WS-NBR-LUS-EDT        PIC Z(07).
       01 WS-NBR-INS-EDT        PIC Z(07).
       01 WS-NBR-DBL-EDT        PIC Z(07).
       01 WS-NBR-REJ-EDT        PIC Z(07).

      * Zones utilisees pour tracer via generr l'echec d'une des
      * ecritures SQL en cas de SQLCODE en erreur.
       01 WS-OPE-ERR            PIC X(60).
       01 WS-RTR-ERR            PIC 9(01).


       PROCEDURE DIVISION.

           PERFORM 1000-INITIALISATION-DEB
              THRU 1000-INITIALISATION-FIN.

           PERFORM 2000-TRT-BCL-DEB
              THRU 2000-TRT-BCL-FIN
              UNTIL WS-EOF-PVH-OUI.

           PERFORM 3000-FINALISATION-DEB
              THRU 3000-FINALISATION-FIN.

           STOP RUN.

      ******************************************************************
      *                         PARAGRAPHES                            *
      ******************************************************************

       1000-INITIALISATION-DEB.

           DISPLAY "Connexion a la base de donnees...".
           EXEC SQL
               CONNECT :PG-IDENTIFIANT
               IDENTIFIED BY :PG-MOT-PASSE
               USING :PG-NOM-BASE
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY "Erreur de connexion SQLCODE: " SQLCODE
           ELSE
               DISPLAY "Connexion reussie"
           END-IF.

           EXEC SQL COMMIT END-EXEC.

           OPEN INPUT  F-PVH.
           OPEN OUTPUT F-PVH-RPT.

           MOVE "id_fou;ref_fou;marque;modele;deb;fin => rejet"
           TO REC-PVH-RPT.
           WRITE REC-PVH-RPT.

           PERFORM 1200-LEC-PVH-DEB
              THRU 1200-LEC-PVH-FIN.

           EXIT.
       1000-INITIALISATION-FIN.

      *-----------------------------------------------------------------

       1200-LEC-PVH-DEB.

           READ F-PVH
               AT END SET WS-EOF-PVH-OUI TO TRUE
           END-READ.

           EXIT.
       1200-LEC-PVH-FIN.

      *-----------------------------------------------------------------

      * Decoupe et controle la ligne, traduit la reference en piece,
      * puis insere l'adaptation si elle n'est pas deja connue.

       2000-TRT-BCL-DEB.

           ADD 1 TO WS-NBR-LUS.

           MOVE SPACES TO WS-ZON-FOU WS-ZON-REF WS-ZON-MRQ
                          WS-ZON-MDL WS-ZON-DEB WS-ZON-FIN.

           UNSTRING REC-PVH DELIMITED BY ";"
               INTO WS-ZON-FOU, WS-ZON-REF, WS-ZON-MRQ,
                    WS-ZON-MDL, WS-ZON-DEB, WS-ZON-FIN
           END-UNSTRING.

           IF WS-ZON-REF = SPACES
               MOVE "reference absente" TO WS-MTF-REJ
               PERFORM 2300-ECR-REJ-DEB
                  THRU 2300-ECR-REJ-FIN
               GO TO 2000-TRT-BCL-SUI
           END-IF.

           IF WS-ZON-MRQ = SPACES
               MOVE "marque absente" TO WS-MTF-REJ
               PERFORM 2300-ECR-REJ-DEB
                  THRU 2300-ECR-REJ-FIN
               GO TO 2000-TRT-BCL-SUI
           END-IF.

           MOVE 0 TO WS-IDF-FOU-N WS-ANN-DEB-N WS-ANN-FIN-N.

           IF WS-ZON-FOU NOT = SPACES
               COMPUTE WS-IDF-FOU-N = FUNCTION NUMVAL (WS-ZON-FOU)
           END-IF.

           IF WS-ZON-DEB NOT = SPACES
               COMPUTE WS-ANN-DEB-N = FUNCTION NUMVAL (WS-ZON-DEB)
           END-IF.

           IF WS-ZON-FIN NOT = SPACES
               COMPUTE WS-ANN-FIN-N = FUNCTION NUMVAL (WS-ZON-FIN)
           END-IF.

           IF WS-ANN-DEB-N NOT = 0 AND WS-ANN-FIN-N NOT = 0
           AND WS-ANN-FIN-N < WS-ANN-DEB-N
               MOVE "annee de fin anterieure a l'annee de debut"
               TO WS-MTF-REJ
               PERFORM 2300-ECR-REJ-DEB
                  THRU 2300-ECR-REJ-FIN
               GO TO 2000-TRT-BCL-SUI
           END-IF.

           PERFORM 2100-RSL-REF-DEB
              THRU 2100-RSL-REF-FIN.

           IF PG-IDF-PIE = 0
               GO TO 2000-TRT-BCL-SUI
           END-IF.

           PERFORM 2200-INS-PVH-DEB
              THRU 2200-INS-PVH-FIN.

       2000-TRT-BCL-SUI.
           PERFORM 1200-LEC-PVH-DEB
              THRU 1200-LEC-PVH-FIN.

           EXIT.
       2000-TRT-BCL-FIN.

      *-----------------------------------------------------------------

      * Reference fournisseur -> piece par fournisseur_ref ; id_fou a 0
      * : la reference est notre reference article. Rend l'id de la
      * piece (0 si inconnue, ligne rejetee) et sa reference article.

       2100-RSL-REF-DEB.

           MOVE WS-IDF-FOU-N TO PG-IDF-FOU.
           MOVE WS-ZON-REF   TO PG-REF-FOU.
           MOVE 0            TO PG-IDF-PIE.
           MOVE SPACES       TO PG-REF-ART.

           EXEC SQL
               SELECT p.id_pie, COALESCE(p.ref_art_pie, ' ')
               INTO   :PG-IDF-PIE, :PG-REF-ART
               FROM   piece p
               WHERE  (:PG-IDF-FOU = 0
                       AND p.ref_art_pie = TRIM(:PG-REF-FOU))
               OR     (:PG-IDF-FOU <> 0
                       AND p.id_pie =
                          (SELECT r.id_pie
                           FROM   fournisseur_ref r
                           WHERE  r.id_fou = :PG-IDF-FOU
                           AND    r.ref_fou = TRIM(:PG-REF-FOU)))
               ORDER BY p.id_pie
               LIMIT 1
           END-EXEC.

           IF SQLCODE NOT = 0
               MOVE 0 TO PG-IDF-PIE
               IF WS-IDF-FOU-N = 0
                   MOVE "reference article inconnue" TO WS-MTF-REJ
               ELSE
                   MOVE "reference fournisseur inconnue" TO WS-MTF-REJ
               END-IF
               PERFORM 2300-ECR-REJ-DEB
                  THRU 2300-ECR-REJ-FIN
           END-IF.

       2100-RSL-REF-FIN.
           EXIT.

      *-----------------------------------------------------------------

      * Rattache l'adaptation a la reference article de la piece, ou a
      * defaut a son id ; une adaptation identique deja presente est
      * comptee comme doublon.

       2200-INS-PVH-DEB.

           INSPECT WS-ZON-MRQ CONVERTING WS-MIN TO WS-MAJ.
           INSPECT WS-ZON-MDL CONVERTING WS-MIN TO WS-MAJ.

           MOVE WS-ZON-MRQ   TO PG-MRQ-PVH.
           MOVE WS-ZON-MDL   TO PG-MDL-PVH.
           MOVE WS-ANN-DEB-N TO PG-ANN-DEB.
           MOVE WS-ANN-FIN-N TO PG-ANN-FIN.

           EXEC SQL
               SELECT COUNT(*)
               INTO   :PG-NBR-PVH
               FROM   piece_vehicule
               WHERE  ((TRIM(:PG-REF-ART) = ''
                        AND id_pie = :PG-IDF-PIE)
                    OR (TRIM(:PG-REF-ART) <> ''
                        AND ref_art_pie = TRIM(:PG-REF-ART)))
               AND    marque_pvh = TRIM(:PG-MRQ-PVH)
               AND    COALESCE(modele_pvh, '') = TRIM(:PG-MDL-PVH)
               AND    COALESCE(annee_deb_pvh, 0) = :PG-ANN-DEB
               AND    COALESCE(annee_fin_pvh, 0) = :PG-ANN-FIN
           END-EXEC.

           IF SQLCODE = 0 AND PG-NBR-PVH > 0
               ADD 1 TO WS-NBR-DBL
               GO TO 2200-INS-PVH-FIN
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
           END-EXEC.

           IF SQLCODE NOT = 0
               EXEC SQL ROLLBACK END-EXEC
               MOVE "imppvh : insertion piece_vehicule"
               TO   WS-OPE-ERR
               CALL "generr" USING WS-OPE-ERR, SQLCODE, WS-RTR-ERR
               END-CALL
               MOVE "erreur SQL" TO WS-MTF-REJ
               PERFORM 2300-ECR-REJ-DEB
                  THRU 2300-ECR-REJ-FIN
               GO TO 2200-INS-PVH-FIN
           END-IF.

           EXEC SQL COMMIT END-EXEC.

           ADD 1 TO WS-NBR-INS.

       2200-INS-PVH-FIN.
           EXIT.

      *-----------------------------------------------------------------

       2300-ECR-REJ-DEB.

           ADD 1 TO WS-NBR-REJ.

           STRING REC-PVH DELIMITED BY SIZE
                  " => rejetee : " DELIMITED BY SIZE
                  FUNCTION TRIM (WS-MTF-REJ) DELIMITED BY SIZE
                  INTO REC-PVH-RPT
           END-STRING.
           WRITE REC-PVH-RPT.

           EXIT.
       2300-ECR-REJ-FIN.

      *-----------------------------------------------------------------

       3000-FINALISATION-DEB.

           CLOSE F-PVH.
           CLOSE F-PVH-RPT.

           MOVE WS-NBR-LUS TO WS-NBR-LUS-EDT.
           MOVE WS-NBR-INS TO WS-NBR-INS-EDT.
           MOVE WS-NBR-DBL TO WS-NBR-DBL-EDT.
           MOVE WS-NBR-REJ TO WS-NBR-REJ-EDT.

           DISPLAY "Import termine : "
                   FUNCTION TRIM (WS-NBR-LUS-EDT) " ligne(s) lue(s), "
                   FUNCTION TRIM (WS-NBR-INS-EDT) " adaptation(s) "
                   "ajoutee(s), "
                   FUNCTION TRIM (WS-NBR-DBL-EDT) " deja connue(s), "
                   FUNCTION TRIM (WS-NBR-REJ-EDT)
                   " rejet(s) (voir VEHCATR).".

           EXIT.
       3000-FINALISATION-FIN.
