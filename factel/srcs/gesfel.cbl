      ******************************************************************
      *                                                                *
      *                 DESCRIPTION DU SOUS-PROGRAMME                  *
      *                                                                *
      * gesfel : suivi des factures electroniques deposees pour la     *
      * plateforme de dematerialisation (table facture_electronique,   *
      * alimentee par trtfel). Liste les documents en attente de       *
      * retour ('generee') et les documents rejetes, puis permet       *
      * d'enregistrer le retour de la plateforme sur un document en    *
      * attente (transmise, ou rejetee avec son motif) et de renvoyer  *
      * un document rejete une fois la fiche client ou l'identite      *
      * societe corrigee : le fichier est reecrit par genfel, le       *
      * document repasse a 'generee' et son compteur d'envois est      *
      * incremente. Chaque changement de statut est journalise via     *
      * genlog (type_log = 'facture_elec').                            *
      *                                                                *
      *----------------------------------------------------------------*
      *                           TRIGRAMMES                           *
      *                                                                *
      * gesfel=gestion factures electroniques                          *
      * FEL=FACTURE ELECTRONIQUE; DOC=DOCUMENT; TYP=TYPE; FAC=FACTURE; *
      * AVR=AVOIR; NUM=NUMERO; CLI=CLIENT; NOM=NOM; STA=STATUT;        *
      * REJ=REJET; MTF=MOTIF; ENV=ENVOI; FIC=FICHIER; DAT=DATE;        *
      * IDF=IDENTIFIANT; NBR=NOMBRE; CHX=CHOIX; RSU=RESULTAT;          *
      * AFF=AFFICHAGE; LST=LISTE; ACT=ACTION; RET=RETOUR (PLATEFORME); *
      * RNV=RENVOI; RTR=RETOUR (CODE); EDT=EDITION; LRR=LEURRE;        *
      * SSI=SAISIE; DEB=DEBUT                                          *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. gesfel.
       AUTHOR. ThomasD.
       DATE-WRITTEN. 15-10-2026 (fr).

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.

       01 PG-IDF-FEL            PIC 9(10).
       01 PG-STA-FEL            PIC X(10).
       01 PG-MTF-REJ            PIC X(100).
       01 PG-FIC-FEL            PIC X(80).
       01 PG-IDF-FAC            PIC 9(10).
       01 PG-IDF-AVR            PIC 9(10).
       01 PG-NBR-ENV            PIC 9(05).

      * Documents en attente ou rejetes listes avant la saisie.
       01 PG-IDF-FEL-RSU        PIC 9(10).
       01 PG-NUM-DOC-RSU        PIC X(20).
       01 PG-NOM-CLI-RSU        PIC X(50).
       01 PG-STA-FEL-RSU        PIC X(10).
       01 PG-DAT-STA-RSU        PIC X(10).
       01 PG-NBR-ENV-RSU        PIC 9(05).
       01 PG-MTF-REJ-RSU        PIC X(100).

       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

      * Declaration du curseur des documents en attente de retour et
      * des documents rejetes, les rejets en tete.
       EXEC SQL
           DECLARE C-FEL CURSOR FOR
               SELECT e.id_fel,
                      CASE WHEN e.id_fac IS NOT NULL
                           THEN COALESCE(f.exercice_fac,
                                EXTRACT(YEAR FROM f.date_fac)::INTEGER)
                                || '-' || LPAD(f.num_fac::TEXT, 5, '0')
                           ELSE 'avoir ' || a.num_avr::TEXT
                      END,
                      COALESCE(k.nom_cli, j.nom_cli),
                      e.statut_fel,
                      TO_CHAR(COALESCE(e.date_sta_fel, e.date_gen_fel),
                              'DD/MM/YYYY'),
                      e.nb_env_fel, COALESCE(e.motif_rej_fel, ' ')
               FROM   facture_electronique e
               LEFT JOIN facture f  ON f.id_fac = e.id_fac
               LEFT JOIN commande c ON c.id_cmd = f.id_cmd
               LEFT JOIN client k
                      ON k.id_cli = COALESCE(f.id_cli_fac, c.id_cli)
               LEFT JOIN avoir a    ON a.id_avr = e.id_avr
               LEFT JOIN client j   ON j.id_cli = a.id_cli
               WHERE  e.statut_fel IN ('generee', 'rejetee')
               ORDER BY e.statut_fel DESC, e.id_fel
       END-EXEC.

       01 WS-LRR                PIC X(01).
       01 WS-CHX                PIC X(01).
       01 WS-NBR-FEL            PIC 9(05)   VALUE 0.

       01 WS-IDF-FEL            PIC 9(10).
       01 WS-MTF-REJ            PIC X(100).

      * Retour de la plateforme saisi : T = transmise, R = rejetee.
       01 WS-RET-PLT            PIC X(01).
           88 WS-RET-PLT-TRS                VALUE "T" "t".
           88 WS-RET-PLT-REJ                VALUE "R" "r".

      * Zones d'appel de genfel : type de document (F/A), id, fichier
      * reecrit et code retour (0 = fichier ecrit).
       01 WS-TYP-DOC            PIC X(01).
       01 WS-IDF-DOC            PIC 9(10).
       01 WS-FIC-FEL            PIC X(80).
       01 WS-RTR-FEL            PIC 9(01).
           88 WS-RTR-FEL-OK                 VALUE 0.
           88 WS-RTR-FEL-CLI-INV            VALUE 2.

       01 WS-IDF-EDT            PIC Z(09)9.
       01 WS-ENV-EDT            PIC Z(02)9.

      * Zone de session partagee : qui est connecte sur ce poste.
       COPY session.

      * Zones utilisees pour generer le log de modification via
      * genlog. id_pie/qte_log/lien_log ne s'appliquent pas : ils
      * restent a zero (ecrits a NULL par genlog).
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

           PERFORM 0100-LST-FEL-DEB
              THRU 0100-LST-FEL-FIN.

           PERFORM 0200-SSI-ACT-DEB
              THRU 0200-SSI-ACT-FIN.

           EXIT PROGRAM.

      ******************************************************************
      *                         PARAGRAPHES                            *
      ******************************************************************

       0100-LST-FEL-DEB.

           MOVE 0 TO WS-NBR-FEL.

           DISPLAY "Factures electroniques rejetees ou en attente :".
           DISPLAY "Document   Piece            Client                "
                   "Statut     Depuis     Env.".

           EXEC SQL OPEN C-FEL END-EXEC.

           EXEC SQL
               FETCH C-FEL
               INTO  :PG-IDF-FEL-RSU, :PG-NUM-DOC-RSU,
                     :PG-NOM-CLI-RSU, :PG-STA-FEL-RSU,
                     :PG-DAT-STA-RSU, :PG-NBR-ENV-RSU,
                     :PG-MTF-REJ-RSU
           END-EXEC.

           PERFORM 0150-AFF-FEL-DEB
              THRU 0150-AFF-FEL-FIN
              UNTIL SQLCODE NOT = 0.

           EXEC SQL CLOSE C-FEL END-EXEC.

           IF WS-NBR-FEL = 0
               DISPLAY "(aucun document rejete ou en attente)"
           END-IF.

           EXIT.
       0100-LST-FEL-FIN.

      *-----------------------------------------------------------------

       0150-AFF-FEL-DEB.

           ADD 1 TO WS-NBR-FEL.

           MOVE PG-IDF-FEL-RSU TO WS-IDF-EDT.
           MOVE PG-NBR-ENV-RSU TO WS-ENV-EDT.

           DISPLAY WS-IDF-EDT " " PG-NUM-DOC-RSU (1:16) " "
                   PG-NOM-CLI-RSU (1:22) " " PG-STA-FEL-RSU " "
                   PG-DAT-STA-RSU " " WS-ENV-EDT.

           IF PG-STA-FEL-RSU = "rejetee"
               DISPLAY "           motif : "
                       FUNCTION TRIM (PG-MTF-REJ-RSU)
           END-IF.

           EXEC SQL
               FETCH C-FEL
               INTO  :PG-IDF-FEL-RSU, :PG-NUM-DOC-RSU,
                     :PG-NOM-CLI-RSU, :PG-STA-FEL-RSU,
                     :PG-DAT-STA-RSU, :PG-NBR-ENV-RSU,
                     :PG-MTF-REJ-RSU
           END-EXEC.

           EXIT.
       0150-AFF-FEL-FIN.

      *-----------------------------------------------------------------

       0200-SSI-ACT-DEB.

           DISPLAY "1 - Enregistrer le retour de la plateforme".
           DISPLAY "2 - Renvoyer un document rejete".
           DISPLAY "0 - Quitter".
           DISPLAY "Votre choix :".
           ACCEPT WS-CHX.

           EVALUATE WS-CHX
               WHEN "1"
                   PERFORM 0300-RET-FEL-DEB
                      THRU 0300-RET-FEL-FIN

               WHEN "2"
                   PERFORM 0400-RNV-FEL-DEB
                      THRU 0400-RNV-FEL-FIN
           END-EVALUATE.

           IF WS-CHX = "1" OR WS-CHX = "2"
               DISPLAY "Appuyez sur entree"
               ACCEPT WS-LRR
           END-IF.

           EXIT.
       0200-SSI-ACT-FIN.

      *-----------------------------------------------------------------

      * Enregistre le retour de la plateforme sur un document en
      * attente : transmise, ou rejetee avec le motif communique.

       0300-RET-FEL-DEB.

           DISPLAY "Numero du document :".
           ACCEPT WS-IDF-FEL.

           MOVE WS-IDF-FEL TO PG-IDF-FEL.

           EXEC SQL
               SELECT statut_fel
               INTO   :PG-STA-FEL
               FROM   facture_electronique
               WHERE  id_fel = :PG-IDF-FEL
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY "Document inconnu."
               GO TO 0300-RET-FEL-FIN
           END-IF.

           IF PG-STA-FEL NOT = "generee"
               DISPLAY "Ce document n'est pas en attente de retour."
               GO TO 0300-RET-FEL-FIN
           END-IF.

           DISPLAY "Retour : T = transmise, R = rejetee :".
           ACCEPT WS-RET-PLT.

           IF NOT WS-RET-PLT-TRS AND NOT WS-RET-PLT-REJ
               DISPLAY "Retour invalide."
               GO TO 0300-RET-FEL-FIN
           END-IF.

           MOVE SPACES TO WS-MTF-REJ.

           IF WS-RET-PLT-REJ
               MOVE "rejetee" TO PG-STA-FEL

               DISPLAY "Motif du rejet :"
               ACCEPT WS-MTF-REJ

               IF WS-MTF-REJ = SPACES
                   DISPLAY "Motif du rejet obligatoire."
                   GO TO 0300-RET-FEL-FIN
               END-IF
           ELSE
               MOVE "transmise" TO PG-STA-FEL
           END-IF.

           MOVE WS-MTF-REJ TO PG-MTF-REJ.

           EXEC SQL
               UPDATE facture_electronique
               SET    statut_fel    = :PG-STA-FEL,
                      date_sta_fel  = CURRENT_DATE,
                      motif_rej_fel = NULLIF(TRIM(:PG-MTF-REJ), '')
               WHERE  id_fel = :PG-IDF-FEL
               AND    statut_fel = 'generee'
           END-EXEC.

           IF SQLCODE NOT = 0
               EXEC SQL ROLLBACK END-EXEC
               MOVE "gesfel : retour facture_electronique"
               TO   WS-OPE-ERR
               CALL "generr" USING WS-OPE-ERR, SQLCODE, WS-RTR-ERR
               END-CALL
               DISPLAY "Erreur a l'enregistrement du retour."
               GO TO 0300-RET-FEL-FIN
           END-IF.

           EXEC SQL COMMIT END-EXEC.

           MOVE PG-IDF-FEL TO WS-IDF-EDT.

           MOVE SPACES TO WS-MSG-LOG.
           STRING 'Facture electronique ' DELIMITED BY SIZE
                  FUNCTION TRIM (WS-IDF-EDT) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  PG-STA-FEL DELIMITED BY SPACE
                  ' ' DELIMITED BY SIZE
                  FUNCTION TRIM (WS-MTF-REJ) DELIMITED BY SIZE
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

           DISPLAY "Document " FUNCTION TRIM (WS-IDF-EDT) " "
                   FUNCTION TRIM (PG-STA-FEL) ".".

       0300-RET-FEL-FIN.
           EXIT.

      *-----------------------------------------------------------------

      * Renvoie un document rejete : le fichier est reecrit par
      * genfel depuis les donnees courantes (fiche client, identite
      * societe corrigees) et le document repasse a 'generee'.

       0400-RNV-FEL-DEB.

           DISPLAY "Numero du document rejete :".
           ACCEPT WS-IDF-FEL.

           MOVE WS-IDF-FEL TO PG-IDF-FEL.

           EXEC SQL
               SELECT statut_fel, COALESCE(id_fac, 0),
                      COALESCE(id_avr, 0), nb_env_fel
               INTO   :PG-STA-FEL, :PG-IDF-FAC, :PG-IDF-AVR,
                      :PG-NBR-ENV
               FROM   facture_electronique
               WHERE  id_fel = :PG-IDF-FEL
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY "Document inconnu."
               GO TO 0400-RNV-FEL-FIN
           END-IF.

           IF PG-STA-FEL NOT = "rejetee"
               DISPLAY "Seul un document rejete peut etre renvoye."
               GO TO 0400-RNV-FEL-FIN
           END-IF.

           IF PG-IDF-AVR NOT = 0
               MOVE "A"        TO WS-TYP-DOC
               MOVE PG-IDF-AVR TO WS-IDF-DOC
           ELSE
               MOVE "F"        TO WS-TYP-DOC
               MOVE PG-IDF-FAC TO WS-IDF-DOC
           END-IF.

           CALL "genfel" USING WS-TYP-DOC,
                               WS-IDF-DOC,
                               WS-FIC-FEL,
                               WS-RTR-FEL
           END-CALL.

           IF WS-RTR-FEL-CLI-INV
               DISPLAY "Client non professionnel ou sans SIRET : "
                       "corriger la fiche client avant le renvoi."
               GO TO 0400-RNV-FEL-FIN
           END-IF.

           IF NOT WS-RTR-FEL-OK
               DISPLAY "Fichier non ecrit (code " WS-RTR-FEL
                       ") : verifier le repertoire de depot et "
                       "l'identite de la societe."
               GO TO 0400-RNV-FEL-FIN
           END-IF.

           MOVE WS-FIC-FEL TO PG-FIC-FEL.

           EXEC SQL
               UPDATE facture_electronique
               SET    statut_fel    = 'generee',
                      fic_fel       = :PG-FIC-FEL,
                      date_gen_fel  = CURRENT_DATE,
                      date_sta_fel  = CURRENT_DATE,
                      motif_rej_fel = NULL,
                      nb_env_fel    = nb_env_fel + 1
               WHERE  id_fel = :PG-IDF-FEL
               AND    statut_fel = 'rejetee'
           END-EXEC.

           IF SQLCODE NOT = 0
               EXEC SQL ROLLBACK END-EXEC
               MOVE "gesfel : renvoi facture_electronique"
               TO   WS-OPE-ERR
               CALL "generr" USING WS-OPE-ERR, SQLCODE, WS-RTR-ERR
               END-CALL
               DISPLAY "Erreur a l'enregistrement du renvoi."
               GO TO 0400-RNV-FEL-FIN
           END-IF.

           EXEC SQL COMMIT END-EXEC.

           ADD 1 TO PG-NBR-ENV.
           MOVE PG-IDF-FEL TO WS-IDF-EDT.
           MOVE PG-NBR-ENV TO WS-ENV-EDT.

           MOVE SPACES TO WS-MSG-LOG.
           STRING 'Facture electronique ' DELIMITED BY SIZE
                  FUNCTION TRIM (WS-IDF-EDT) DELIMITED BY SIZE
                  ' renvoyee (envoi ' DELIMITED BY SIZE
                  FUNCTION TRIM (WS-ENV-EDT) DELIMITED BY SIZE
                  ') : ' DELIMITED BY SIZE
                  FUNCTION TRIM (WS-FIC-FEL) DELIMITED BY SIZE
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

           DISPLAY "Document " FUNCTION TRIM (WS-IDF-EDT)
                   " redepose : " FUNCTION TRIM (WS-FIC-FEL).

       0400-RNV-FEL-FIN.
           EXIT.
