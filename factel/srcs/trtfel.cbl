      ******************************************************************
      *                             ENTETE                             *
      *                                                                *
      * trtfel : generation des factures electroniques des clients     *
      * professionnels. Traitement par lot qui parcourt les factures   *
      * et les avoirs emis pour un client professionnel (typ_cli 'E')  *
      * dont le SIRET est connu (le client facture, payeur d'un groupe *
      * le cas echeant) et qui n'ont pas encore de facture             *
      * electronique, dates du jour de mise en service de la           *
      * facturation electronique (date_fel_soc, saisie par gessoc) ou  *
      * apres, fait ecrire par genfel le fichier UBL de chacun dans le *
      * repertoire de depot de la plateforme de dematerialisation      *
      * (rep_dem_soc, saisi par gessoc), puis enregistre le document   *
      * dans facture_electronique au statut 'generee'. La plateforme   *
      * le fait ensuite passer a 'transmise' ou 'rejetee' ; son retour *
      * est saisi dans l'ecran gesfel, qui renvoie aussi les documents *
      * rejetes. Chaque document forme sa propre transaction et est    *
      * trace par genlog (type_log = 'facture_elec') ; un document en  *
      * erreur est retente au passage suivant.                         *
      *                                                                *
      *----------------------------------------------------------------*
      *                           TRIGRAMMES                           *
      *                                                                *
      * trtfel=traitement factures electroniques                       *
      * FEL=FACTURE ELECTRONIQUE; DOC=DOCUMENT; TYP=TYPE; FAC=FACTURE; *
      * AVR=AVOIR; NUM=NUMERO; CLI=CLIENT; NOM=NOM; FIC=FICHIER;       *
      * NBR=NOMBRE; ERR=ERREUR; UTI=UTILISATEUR; SYS=SYSTEME;          *
      * RSU=RESULTAT; ENR=ENREGISTREMENT; RTR=RETOUR (CODE);           *
      * EDT=EDITION; DEB=DEBUT                                         *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. trtfel.
       AUTHOR. ThomasD.
       DATE-WRITTEN. 15-10-2026 (fr).

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.

       COPY dbconfig.

      * Document a generer rendu par le curseur : type (F/A), id,
      * numero edite et client.
       01 PG-TYP-DOC-RSU        PIC X(01).
       01 PG-IDF-DOC-RSU        PIC 9(10).
       01 PG-NUM-DOC-RSU        PIC X(20).
       01 PG-NOM-CLI-RSU        PIC X(50).

      * Document en cours d'enregistrement.
       01 PG-IDF-FAC            PIC 9(10).
       01 PG-IDF-AVR            PIC 9(10).
       01 PG-FIC-FEL            PIC X(80).

       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

      * Declaration du curseur des factures puis des avoirs des
      * clients professionnels pourvus d'un SIRET, sans facture
      * electronique, dates de la mise en service ou apres. La facture
      * est adressee au client facture (id_cli_fac, client de la
      * commande pour les factures anterieures). WITH HOLD : un
      * COMMIT est pose apres chaque document.
       EXEC SQL
           DECLARE C-FEL CURSOR WITH HOLD FOR
               SELECT 'F', f.id_fac,
                      COALESCE(f.exercice_fac,
                               EXTRACT(YEAR FROM f.date_fac)::INTEGER)
                      || '-' || LPAD(f.num_fac::TEXT, 5, '0'),
                      k.nom_cli
               FROM   facture f
               JOIN   commande c ON c.id_cmd = f.id_cmd
               JOIN   client k
                      ON k.id_cli = COALESCE(f.id_cli_fac, c.id_cli)
               WHERE  k.typ_cli = 'E'
               AND    k.siret_cli IS NOT NULL
               AND    f.date_fac >=
                      (SELECT COALESCE(MAX(s.date_fel_soc),
                                       CURRENT_DATE)
                       FROM   societe s)
               AND    NOT EXISTS (SELECT 1
                                  FROM   facture_electronique e
                                  WHERE  e.id_fac = f.id_fac)
               UNION ALL
               SELECT 'A', a.id_avr, 'avoir ' || a.num_avr::TEXT,
                      k.nom_cli
               FROM   avoir a
               JOIN   client k ON k.id_cli = a.id_cli
               WHERE  k.typ_cli = 'E'
               AND    k.siret_cli IS NOT NULL
               AND    a.date_avr >=
                      (SELECT COALESCE(MAX(s.date_fel_soc),
                                       CURRENT_DATE)
                       FROM   societe s)
               AND    NOT EXISTS (SELECT 1
                                  FROM   facture_electronique e
                                  WHERE  e.id_avr = a.id_avr)
               ORDER BY 1 DESC, 2
       END-EXEC.

      * Zones d'appel de genfel : type de document, id, fichier ecrit
      * et code retour (0 = fichier ecrit).
       01 WS-TYP-DOC            PIC X(01).
       01 WS-IDF-DOC            PIC 9(10).
       01 WS-FIC-FEL            PIC X(80).
       01 WS-RTR-FEL            PIC 9(01).
           88 WS-RTR-FEL-OK                 VALUE 0.
           88 WS-RTR-FEL-FIC-ERR            VALUE 3.
           88 WS-RTR-FEL-SOC-ABS            VALUE 4.

       01 WS-ARR                PIC X(01)   VALUE "N".
           88 WS-ARR-OUI                    VALUE "O".
           88 WS-ARR-NON                    VALUE "N".

       01 WS-NBR-FEL            PIC 9(05)   VALUE 0.
       01 WS-NBR-ERR            PIC 9(05)   VALUE 0.
       01 WS-NBR-EDT            PIC Z(04)9.

      * Zones d'appel de genlog : le traitement de nuit trace sous
      * l'utilisateur systeme (meme convention qu'impsup/trtrlq).
       01 WS-IDF-UTI-SYS        PIC 9(10)   VALUE 1.
       01 WS-MSG-LOG            PIC X(100).
       01 WS-TYP-LOG            PIC X(20)   VALUE "facture_elec".
       01 WS-IDF-PIE-NUL        PIC 9(10)   VALUE 0.
       01 WS-QTE-LOG-NUL        PIC S9(10)  VALUE 0.
       01 WS-LIEN-LOG-NUL       PIC 9(10)   VALUE 0.
       01 WS-RTR-LOG            PIC 9(01).

      * Zones utilisees pour tracer via generr l'echec d'une des
      * ecritures SQL en cas de SQLCODE en erreur.
       01 WS-OPE-ERR            PIC X(60).
       01 WS-RTR-ERR            PIC 9(01).


       PROCEDURE DIVISION.

           PERFORM 1000-INITIALISATION-DEB
              THRU 1000-INITIALISATION-FIN.

           PERFORM 2000-TRT-FEL-DEB
              THRU 2000-TRT-FEL-FIN.

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

           DISPLAY "Factures electroniques des clients "
                   "professionnels".
           DISPLAY "-------------------------------------------------".

       1000-INITIALISATION-FIN.
           EXIT.

      *-----------------------------------------------------------------

       2000-TRT-FEL-DEB.

           EXEC SQL OPEN C-FEL END-EXEC.

           EXEC SQL
               FETCH C-FEL
               INTO  :PG-TYP-DOC-RSU, :PG-IDF-DOC-RSU,
                     :PG-NUM-DOC-RSU, :PG-NOM-CLI-RSU
           END-EXEC.

           PERFORM 2100-ENR-FEL-DEB
              THRU 2100-ENR-FEL-FIN
              UNTIL SQLCODE NOT = 0 OR WS-ARR-OUI.

           EXEC SQL CLOSE C-FEL END-EXEC.

       2000-TRT-FEL-FIN.
           EXIT.

      *-----------------------------------------------------------------

      * Un document : fichier ecrit par genfel puis enregistrement au
      * statut 'generee'. Sans identite societe ni repertoire de depot
      * accessible, inutile d'insister sur les documents suivants.

       2100-ENR-FEL-DEB.

           MOVE PG-TYP-DOC-RSU TO WS-TYP-DOC.
           MOVE PG-IDF-DOC-RSU TO WS-IDF-DOC.

           CALL "genfel" USING WS-TYP-DOC,
                               WS-IDF-DOC,
                               WS-FIC-FEL,
                               WS-RTR-FEL
           END-CALL.

           IF NOT WS-RTR-FEL-OK
               ADD 1 TO WS-NBR-ERR
               DISPLAY "  " PG-NUM-DOC-RSU " "
                       PG-NOM-CLI-RSU (1:30)
                       " : fichier non ecrit (code " WS-RTR-FEL ")"
               IF WS-RTR-FEL-FIC-ERR OR WS-RTR-FEL-SOC-ABS
                   DISPLAY "Repertoire de depot ou identite societe "
                           "en defaut : traitement interrompu."
                   SET WS-ARR-OUI TO TRUE
                   GO TO 2100-ENR-FEL-FIN
               END-IF
               GO TO 2100-ENR-FEL-SUI
           END-IF.

           MOVE 0 TO PG-IDF-FAC.
           MOVE 0 TO PG-IDF-AVR.
           IF WS-TYP-DOC = "A"
               MOVE WS-IDF-DOC TO PG-IDF-AVR
           ELSE
               MOVE WS-IDF-DOC TO PG-IDF-FAC
           END-IF.
           MOVE WS-FIC-FEL TO PG-FIC-FEL.

           EXEC SQL
               INSERT INTO facture_electronique (id_fac, id_avr,
                               fic_fel, date_gen_fel, statut_fel,
                               date_sta_fel, nb_env_fel)
               VALUES (NULLIF(:PG-IDF-FAC, 0), NULLIF(:PG-IDF-AVR, 0),
                      :PG-FIC-FEL, CURRENT_DATE, 'generee',
                      CURRENT_DATE, 1)
           END-EXEC.

           IF SQLCODE NOT = 0
               EXEC SQL ROLLBACK END-EXEC
               MOVE "trtfel : insertion facture_electronique"
               TO   WS-OPE-ERR
               CALL "generr" USING WS-OPE-ERR, SQLCODE, WS-RTR-ERR
               END-CALL
               ADD 1 TO WS-NBR-ERR
               GO TO 2100-ENR-FEL-SUI
           END-IF.

           EXEC SQL COMMIT END-EXEC.

           ADD 1 TO WS-NBR-FEL.

           DISPLAY "  " PG-NUM-DOC-RSU " " PG-NOM-CLI-RSU (1:30)
                   " " FUNCTION TRIM (WS-FIC-FEL).

           MOVE SPACES TO WS-MSG-LOG.
           STRING "Facture electronique generee : "
                  FUNCTION TRIM (PG-NUM-DOC-RSU) " "
                  FUNCTION TRIM (WS-FIC-FEL)
                  DELIMITED BY SIZE INTO WS-MSG-LOG
           END-STRING.

           CALL "genlog" USING WS-MSG-LOG,
                               WS-TYP-LOG,
                               WS-IDF-UTI-SYS,
                               WS-IDF-PIE-NUL,
                               WS-QTE-LOG-NUL,
                               WS-LIEN-LOG-NUL,
                               WS-RTR-LOG
           END-CALL.

       2100-ENR-FEL-SUI.

           EXEC SQL
               FETCH C-FEL
               INTO  :PG-TYP-DOC-RSU, :PG-IDF-DOC-RSU,
                     :PG-NUM-DOC-RSU, :PG-NOM-CLI-RSU
           END-EXEC.

       2100-ENR-FEL-FIN.
           EXIT.

      *-----------------------------------------------------------------

       3000-FINALISATION-DEB.

           DISPLAY "-------------------------------------------------".
           MOVE WS-NBR-FEL TO WS-NBR-EDT.
           DISPLAY "Factures electroniques deposees : " WS-NBR-EDT.
           MOVE WS-NBR-ERR TO WS-NBR-EDT.
           DISPLAY "  en erreur, retentees au passage suivant : "
                   WS-NBR-EDT.

       3000-FINALISATION-FIN.
           EXIT.
