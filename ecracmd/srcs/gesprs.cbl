      ******************************************************************
      *                                                                *
      *                 DESCRIPTION DU SOUS-PROGRAMME                  *
      *                                                                *
      * gesprs : entretien du referentiel des prestations facturables  *
      * hors stock (table prestation : port, livraison, main d'oeuvre, *
      * diagnostic...). Liste les prestations connues, puis permet     *
      * d'en ajouter une, d'en modifier le libelle, le prix ou le taux *
      * de TVA, ou de la desactiver / reactiver. Une prestation n'est  *
      * jamais supprimee : elle reste portee par les lignes de         *
      * commande deja facturees ; desactivee, elle n'est plus proposee *
      * a la saisie (ecracmd, vtecpt, gestrn). Chaque modification est *
      * journalisee via genlog (type_log = 'prestation').              *
      *                                                                *
      *----------------------------------------------------------------*
      *                           TRIGRAMMES                           *
      *                                                                *
      * gesprs=gestion prestations                                     *
      * PRS=PRESTATION; COD=CODE; LIB=LIBELLE; PRX=PRIX; TAU=TAUX;     *
      * TVA=TVA; ACF=ACTIF; ANC=ANCIEN; NBR=NOMBRE; CHX=CHOIX;         *
      * UTI=UTILISATEUR; RSU=RESULTAT; INS=INSERTION;                  *
      * MOD=MODIFICATION; BAS=BASCULE; AFF=AFFICHAGE; LRR=LEURRE;      *
      * EDT=EDITION; DEB=DEBUT                                         *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. gesprs.
       AUTHOR. ThomasD.
       DATE-WRITTEN. 15-10-2026 (fr).

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.

       01 PG-COD-PRS            PIC X(10).
       01 PG-LIB-PRS            PIC X(30).
       01 PG-PRX-PRS            PIC 9(08)V99.
       01 PG-TAU-PRS            PIC 9(03)V99.
       01 PG-ACF-PRS            PIC X(01).

       01 PG-COD-PRS-RSU        PIC X(10).
       01 PG-LIB-PRS-RSU        PIC X(30).
       01 PG-PRX-PRS-RSU        PIC 9(08)V99.
       01 PG-TAU-PRS-RSU        PIC 9(03)V99.
       01 PG-ACF-PRS-RSU        PIC X(01).

       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

      * Declaration du curseur listant les prestations du referentiel,
      * actives et inactives.
       EXEC SQL
           DECLARE C-PRS CURSOR FOR
               SELECT code_prs, lib_prs, prix_prs,
                      COALESCE(tau_tva_prs, 20.00),
                      COALESCE(actif_prs, 'O')
               FROM   prestation
               ORDER BY code_prs
       END-EXEC.

       01 WS-LRR                PIC X(01).

       01 WS-COD-PRS            PIC X(10).
       01 WS-LIB-PRS            PIC X(30).
       01 WS-PRX-PRS            PIC 9(08)V99.
       01 WS-TAU-PRS            PIC 9(03)V99.
       01 WS-CHX                PIC X(01).
       01 WS-NBR-PRS            PIC 9(03)   VALUE 0.

       01 WS-PRX-PRS-EDT        PIC Z(07)9.99.
       01 WS-TAU-PRS-EDT        PIC Z(02)9.99.

      * Zone de session partagee : qui est connecte sur ce poste.
       COPY session.

      * Zones utilisees pour generer le log de modification via
      * genlog. id_pie/qte_log/lien_log ne s'appliquent pas : ils
      * restent a zero (ecrits a NULL par genlog).
       01 WS-MSG-LOG            PIC X(100).
       01 WS-TYP-LOG            PIC X(20)   VALUE "prestation".
       01 WS-IDF-PIE-NUL        PIC 9(10)   VALUE 0.
       01 WS-QTE-LOG-NUL        PIC S9(10)  VALUE 0.
       01 WS-LIEN-LOG-NUL       PIC 9(10)   VALUE 0.
       01 WS-RTR-LOG            PIC 9(01).

      * Zones utilisees pour tracer via generr l'echec d'une des
      * ecritures SQL en cas de SQLCODE en erreur.
       01 WS-OPE-ERR            PIC X(60).
       01 WS-RTR-ERR            PIC 9(01).


       PROCEDURE DIVISION.

           PERFORM 0100-LST-PRS-DEB
              THRU 0100-LST-PRS-FIN.

           PERFORM 0200-SSI-ACT-DEB
              THRU 0200-SSI-ACT-FIN.

           EXIT PROGRAM.

      ******************************************************************
      *                         PARAGRAPHES                            *
      ******************************************************************

       0100-LST-PRS-DEB.

           MOVE 0 TO WS-NBR-PRS.

           DISPLAY "Referentiel des prestations hors stock :".
           DISPLAY "  Code       Libelle                        "
                   "       Prix HT    TVA Actif".

           EXEC SQL OPEN C-PRS END-EXEC.

           EXEC SQL
               FETCH C-PRS
               INTO  :PG-COD-PRS-RSU, :PG-LIB-PRS-RSU,
                     :PG-PRX-PRS-RSU, :PG-TAU-PRS-RSU,
                     :PG-ACF-PRS-RSU
           END-EXEC.

           PERFORM 0150-AFF-PRS-DEB
              THRU 0150-AFF-PRS-FIN
              UNTIL SQLCODE NOT = 0.

           EXEC SQL CLOSE C-PRS END-EXEC.

           IF WS-NBR-PRS = 0
               DISPLAY "(referentiel vide)"
           END-IF.

           EXIT.
       0100-LST-PRS-FIN.

      *-----------------------------------------------------------------

       0150-AFF-PRS-DEB.

           ADD 1 TO WS-NBR-PRS.

           MOVE PG-PRX-PRS-RSU TO WS-PRX-PRS-EDT.
           MOVE PG-TAU-PRS-RSU TO WS-TAU-PRS-EDT.

           DISPLAY "  " PG-COD-PRS-RSU " " PG-LIB-PRS-RSU " "
                   WS-PRX-PRS-EDT " " WS-TAU-PRS-EDT "   "
                   PG-ACF-PRS-RSU.

           EXEC SQL
               FETCH C-PRS
               INTO  :PG-COD-PRS-RSU, :PG-LIB-PRS-RSU,
                     :PG-PRX-PRS-RSU, :PG-TAU-PRS-RSU,
                     :PG-ACF-PRS-RSU
           END-EXEC.

           EXIT.
       0150-AFF-PRS-FIN.

      *-----------------------------------------------------------------

       0200-SSI-ACT-DEB.

           DISPLAY "1 - Ajouter une prestation".
           DISPLAY "2 - Modifier une prestation".
           DISPLAY "3 - Desactiver / reactiver une prestation".
           DISPLAY "0 - Quitter".
           DISPLAY "Votre choix :".
           ACCEPT WS-CHX.

           IF WS-CHX = "1" OR WS-CHX = "2" OR WS-CHX = "3"
               DISPLAY "Code prestation :"
               ACCEPT WS-COD-PRS

               INSPECT WS-COD-PRS
                   CONVERTING "abcdefghijklmnopqrstuvwxyz"
                           TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"

               MOVE WS-COD-PRS TO PG-COD-PRS

               EVALUATE WS-CHX
                   WHEN "1"
                       PERFORM 0300-INS-PRS-DEB
                          THRU 0300-INS-PRS-FIN

                   WHEN "2"
                       PERFORM 0400-MOD-PRS-DEB
                          THRU 0400-MOD-PRS-FIN

                   WHEN "3"
                       PERFORM 0500-BAS-PRS-DEB
                          THRU 0500-BAS-PRS-FIN
               END-EVALUATE

               DISPLAY "Appuyez sur entree"
               ACCEPT WS-LRR
           END-IF.

           EXIT.
       0200-SSI-ACT-FIN.

      *-----------------------------------------------------------------

      * Nouvelle prestation, active d'emblee. Taux de TVA a zero =
      * taux normal (meme convention que la fiche piece).

       0300-INS-PRS-DEB.

           IF WS-COD-PRS = SPACES
               DISPLAY "Code absent, prestation ignoree."
               GO TO 0300-INS-PRS-FIN
           END-IF.

           DISPLAY "Libelle :".
           ACCEPT WS-LIB-PRS.

           IF WS-LIB-PRS = SPACES
               DISPLAY "Libelle absent, prestation ignoree."
               GO TO 0300-INS-PRS-FIN
           END-IF.

           DISPLAY "Prix HT :".
           ACCEPT WS-PRX-PRS.

           DISPLAY "Taux de TVA (0 = 20.00) :".
           ACCEPT WS-TAU-PRS.

           MOVE WS-LIB-PRS TO PG-LIB-PRS.
           MOVE WS-PRX-PRS TO PG-PRX-PRS.

           IF WS-TAU-PRS = 0
               MOVE 20.00 TO PG-TAU-PRS
           ELSE
               MOVE WS-TAU-PRS TO PG-TAU-PRS
           END-IF.

           EXEC SQL
               INSERT INTO prestation (code_prs, lib_prs, prix_prs,
                                       tau_tva_prs, actif_prs)
               VALUES (:PG-COD-PRS, :PG-LIB-PRS, :PG-PRX-PRS,
                       :PG-TAU-PRS, 'O')
           END-EXEC.

           IF SQLCODE = 0
               EXEC SQL COMMIT END-EXEC

               MOVE PG-PRX-PRS TO WS-PRX-PRS-EDT
               MOVE SPACES TO WS-MSG-LOG
               STRING 'Prestation ' DELIMITED BY SIZE
                      WS-COD-PRS DELIMITED BY SPACE
                      ' ajoutee, prix HT ' DELIMITED BY SIZE
                      FUNCTION TRIM (WS-PRX-PRS-EDT) DELIMITED BY SIZE
                      '.' DELIMITED BY SIZE
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

               DISPLAY "Prestation ajoutee."
           ELSE
               EXEC SQL ROLLBACK END-EXEC
               MOVE "gesprs : insertion prestation"
               TO   WS-OPE-ERR
               CALL "generr" USING WS-OPE-ERR, SQLCODE, WS-RTR-ERR
               END-CALL
               DISPLAY "Erreur (code deja connu ?)."
           END-IF.

       0300-INS-PRS-FIN.
           EXIT.

      *-----------------------------------------------------------------

      * Modification du libelle, du prix ou du taux : une saisie a
      * blanc ou a zero conserve la valeur en place. Le nouveau prix
      * ne vaut que pour les lignes saisies ensuite, celles deja en
      * commande gardent le prix de leur saisie.

       0400-MOD-PRS-DEB.

           EXEC SQL
               SELECT lib_prs, prix_prs, COALESCE(tau_tva_prs, 20.00)
               INTO   :PG-LIB-PRS, :PG-PRX-PRS, :PG-TAU-PRS
               FROM   prestation
               WHERE  code_prs = :PG-COD-PRS
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY "Prestation inconnue."
               GO TO 0400-MOD-PRS-FIN
           END-IF.

           MOVE PG-PRX-PRS TO WS-PRX-PRS-EDT.
           MOVE PG-TAU-PRS TO WS-TAU-PRS-EDT.

           DISPLAY "Libelle actuel : " PG-LIB-PRS.
           DISPLAY "Nouveau libelle (vide = inchange) :".
           ACCEPT WS-LIB-PRS.

           DISPLAY "Prix HT actuel : " WS-PRX-PRS-EDT.
           DISPLAY "Nouveau prix HT (0 = inchange) :".
           ACCEPT WS-PRX-PRS.

           DISPLAY "Taux de TVA actuel : " WS-TAU-PRS-EDT.
           DISPLAY "Nouveau taux (0 = inchange) :".
           ACCEPT WS-TAU-PRS.

           IF WS-LIB-PRS NOT = SPACES
               MOVE WS-LIB-PRS TO PG-LIB-PRS
           END-IF.

           IF WS-PRX-PRS NOT = 0
               MOVE WS-PRX-PRS TO PG-PRX-PRS
           END-IF.

           IF WS-TAU-PRS NOT = 0
               MOVE WS-TAU-PRS TO PG-TAU-PRS
           END-IF.

           EXEC SQL
               UPDATE prestation
               SET    lib_prs     = :PG-LIB-PRS,
                      prix_prs    = :PG-PRX-PRS,
                      tau_tva_prs = :PG-TAU-PRS
               WHERE  code_prs = :PG-COD-PRS
           END-EXEC.

           IF SQLCODE = 0
               EXEC SQL COMMIT END-EXEC

               MOVE PG-PRX-PRS TO WS-PRX-PRS-EDT
               MOVE PG-TAU-PRS TO WS-TAU-PRS-EDT
               MOVE SPACES TO WS-MSG-LOG
               STRING 'Prestation ' DELIMITED BY SIZE
                      WS-COD-PRS DELIMITED BY SPACE
                      ' modifiee, prix HT ' DELIMITED BY SIZE
                      FUNCTION TRIM (WS-PRX-PRS-EDT) DELIMITED BY SIZE
                      ', TVA ' DELIMITED BY SIZE
                      FUNCTION TRIM (WS-TAU-PRS-EDT) DELIMITED BY SIZE
                      '.' DELIMITED BY SIZE
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

               DISPLAY "Prestation modifiee."
           ELSE
               EXEC SQL ROLLBACK END-EXEC
               MOVE "gesprs : modification prestation"
               TO   WS-OPE-ERR
               CALL "generr" USING WS-OPE-ERR, SQLCODE, WS-RTR-ERR
               END-CALL
               DISPLAY "Erreur lors de la modification."
           END-IF.

       0400-MOD-PRS-FIN.
           EXIT.

      *-----------------------------------------------------------------

      * Bascule active / inactive. Pas de suppression : la prestation
      * reste lisible sur les commandes, factures et avoirs passes.

       0500-BAS-PRS-DEB.

           EXEC SQL
               SELECT COALESCE(actif_prs, 'O')
               INTO   :PG-ACF-PRS
               FROM   prestation
               WHERE  code_prs = :PG-COD-PRS
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY "Prestation inconnue."
               GO TO 0500-BAS-PRS-FIN
           END-IF.

           IF PG-ACF-PRS = "O"
               MOVE "N" TO PG-ACF-PRS
           ELSE
               MOVE "O" TO PG-ACF-PRS
           END-IF.

           EXEC SQL
               UPDATE prestation
               SET    actif_prs = :PG-ACF-PRS
               WHERE  code_prs = :PG-COD-PRS
           END-EXEC.

           IF SQLCODE = 0
               EXEC SQL COMMIT END-EXEC

               MOVE SPACES TO WS-MSG-LOG
               IF PG-ACF-PRS = "O"
                   STRING 'Prestation ' DELIMITED BY SIZE
                          WS-COD-PRS DELIMITED BY SPACE
                          ' reactivee.' DELIMITED BY SIZE
                          INTO WS-MSG-LOG
                   END-STRING
               ELSE
                   STRING 'Prestation ' DELIMITED BY SIZE
                          WS-COD-PRS DELIMITED BY SPACE
                          ' desactivee.' DELIMITED BY SIZE
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

               DISPLAY WS-MSG-LOG
           ELSE
               EXEC SQL ROLLBACK END-EXEC
               MOVE "gesprs : bascule prestation"
               TO   WS-OPE-ERR
               CALL "generr" USING WS-OPE-ERR, SQLCODE, WS-RTR-ERR
               END-CALL
               DISPLAY "Erreur lors de la bascule."
           END-IF.

       0500-BAS-PRS-FIN.
           EXIT.
