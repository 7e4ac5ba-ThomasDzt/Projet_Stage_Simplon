      * lettre d'office sur la facture emise (reglement_lettrage),     *
      * journalise via genlog comme une saisie ecrrgl. La              *
      * reimpression de la facture passe par ecrfac, comme pour toute  *
      * facture. La vente est refusee d'entree quand le mois courant a *
      * ete clos (vermoi) : rien n'est cree ni retire du stock. Apres  *
      * les pieces, le vendeur peut ajouter des prestations hors stock *
      * (main d'oeuvre, forfait diagnostic...) par leur code au        *
      * catalogue gesprs, postees par ajucmd en mode 'P' et facturees  *
      * avec la vente.                                                 *
      * Un client particulier qui presente sa carte de fidelite (son   *
      * id client) est vendu sur sa propre fiche au lieu de COMPTOIR : *
      * la facture lui rapporte des points (genfac), et il peut en     *
      * regler tout ou partie avec les points deja acquis - reglement  *
      * de mode 'points' debite par genpfi et lettre sur la facture    *
      * comme tout reglement, le reste etant encaisse au mode saisi.   *
      * Chaque reglement encaisse est inscrit au journal de caisse     *
      * inalterable par gencai, dans la meme transaction : sans ligne  *
      * de journal, l'encaissement est annule.                         *
      * La piece se saisit par son id ou par son code-barres EAN-13,   *
      * tape ou scanne, que rchean resout ; un EAN present dans        *
      * plusieurs depots fait choisir le depot.                        *
      *                                                                *
      *----------------------------------------------------------------*
      *                           TRIGRAMMES                           *
      * QTE=QUANTITE; PRX=PRIX; FAC=FACTURE; RGL=REGLEMENT; MOD=MODE;  *
      * MTT=MONTANT; TOT=TOTAL; LET=LETTRAGE; NBR=NOMBRE;              *
      * IDF=IDENTIFIANT; UTI=UTILISATEUR; SSI=SAISIE; APL=APPEL;       *
      * INS=INSERTION; RTR=RETOUR; LRR=LEURRE; DEB=DEBUT;              *
      * PCP=PERIODE COMPTABLE; DAT=DATE; OUV=OUVERTE; CUR=COURANT;     *
      * HOR=HORAIRE; PRS=PRESTATION; COD=CODE; LIB=LIBELLE;            *
      * FID=FIDELITE; PFI=POINTS FIDELITE; PTS=POINTS; VAL=VALEUR;     *
      * UTL=UTILISATION; MAX=MAXIMUM; TYP=TYPE; NOM=NOM; ENC=ENCAISSE; *
      * CAI=CAISSE; EAN=CODE EAN; RSL=RESOLUTION; DEP=DEPOT;           *
      * LST=LISTE.                                                     *
      ******************************************************************

       IDENTIFICATION DIVISION.
       01 PG-NOM-PIE            PIC X(30).
       01 PG-SRL-PIE            PIC X(01).

      * Prestation hors stock saisie par son code.
       01 PG-COD-PRS            PIC X(10).
       01 PG-IDF-PRS            PIC 9(10).
       01 PG-LIB-PRS            PIC X(30).

       01 PG-IDF-RGL            PIC 9(10).
       01 PG-IDF-FAC            PIC 9(10).
       01 PG-MTT-TTC            PIC 9(10)V99.
       01 PG-MTT-RGL            PIC 9(10)V99.
       01 PG-MOD-RGL            PIC X(14).

      * Carte de fidelite presentee : fiche du client particulier,
      * solde de points, valeur du point (societe) et montant regle en
      * points.
       01 PG-IDF-CLI-FID        PIC 9(10).
       01 PG-TYP-CLI            PIC X(01).
       01 PG-NOM-CLI            PIC X(50).
       01 PG-PTS-FID            PIC S9(09).
       01 PG-VAL-PTS            PIC 9(02)V9(04).
       01 PG-MTT-PFI            PIC 9(10)V99.

       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.
       01 WS-IDF-CMD            PIC 9(10).
       01 WS-IDF-PIE            PIC 9(10).
       01 WS-QTE-LGN            PIC 9(05).

      * Saisie de la piece (id ou EAN-13) et zones echangees avec
      * rchean pour la resoudre, memes conventions qu'ecracmd.
       01 WS-SSI-PIE            PIC X(13).
       01 WS-DEP-EAN            PIC X(20).
       01 WS-LST-DEP            PIC X(30).

       01 WS-RTR-EAN            PIC 9(01).
           88 WS-RTR-EAN-OK                   VALUE 0.
           88 WS-RTR-EAN-INV                  VALUE 1.
           88 WS-RTR-EAN-INC                  VALUE 2.
           88 WS-RTR-EAN-AMB                  VALUE 3.
       01 WS-PRX-LGN            PIC 9(08)V99.
       01 WS-COD-PRS            PIC X(10).
       01 WS-IDF-PRS            PIC 9(10).

       01 WS-RTR-CMD            PIC 9(01).
           88 WS-RTR-CMD-OK                   VALUE 0.
           88 WS-RTR-CMD-LGN-RLQ              VALUE 5.
           88 WS-RTR-CMD-PRS-INV              VALUE 8.

      * Modes d'appel d'ajucmd.
       01 WS-APL-ENT            PIC X(01)   VALUE "E".
       01 WS-APL-LGN            PIC X(01)   VALUE "L".
       01 WS-APL-PRS            PIC X(01)   VALUE "P".

      * Zones echangees avec majser pour les pieces serialisees.
       01 WS-APL-SER-VTE        PIC X(01)   VALUE "V".
       01 WS-NUM-FAC            PIC 9(10).
       01 WS-RTR-FAC            PIC 9(01).
           88 WS-RTR-FAC-OK                   VALUE 0.
           88 WS-RTR-FAC-PCP-CLO              VALUE 5.

      * Controle de la periode comptable du jour (vermoi).
       01 WS-CUR-DAT-HOR        PIC X(21).
       01 WS-DAT-PCP            PIC X(10).
       01 WS-DAT-OUV            PIC X(10).
       01 WS-RTR-PCP            PIC 9(01).
           88 WS-RTR-PCP-OUV                  VALUE 0.

       01 WS-MOD-RGL            PIC X(14).

      * Carte de fidelite saisie (0 = client de passage) et points
      * que le client choisit d'utiliser, plafonnes a son solde et au
      * TTC de la facture.
       01 WS-IDF-CLI-FID        PIC 9(10).
       01 WS-CLI-FID            PIC X(01)   VALUE "N".
           88 WS-CLI-FID-OUI                  VALUE "O".
           88 WS-CLI-FID-NON                  VALUE "N".
       01 WS-PTS-UTL            PIC 9(09).
       01 WS-PTS-MAX            PIC 9(09).
       01 WS-PTS-FID-EDT        PIC -Z(08)9.
       01 WS-PTS-MAX-EDT        PIC Z(08)9.
       01 WS-MTT-PFI-EDT        PIC Z(10).99.

      * Zones echangees avec genpfi pour debiter les points du
      * reglement de mode 'points'.
       01 WS-MOD-PFI            PIC X(01)   VALUE "U".
       01 WS-IDF-CLI-PFI        PIC 9(10).
       01 WS-PTS-PFI            PIC 9(09).
       01 WS-RTR-PFI            PIC 9(01).
           88 WS-RTR-PFI-OK                   VALUE 0.

      * Retour de gencai, qui inscrit chaque reglement au journal de
      * caisse inalterable.
       01 WS-RTR-CAI            PIC 9(01).
           88 WS-RTR-CAI-OK                   VALUE 0.

       01 WS-NBR-LGN-OK         PIC 9(03)   VALUE 0.
       01 WS-MTT-TOT            PIC 9(10)V99 VALUE 0.

           88 WS-FIN-SSI-OUI                  VALUE "O".
           88 WS-FIN-SSI-NON                  VALUE "N".

       01 WS-FIN-PRS            PIC X(01)   VALUE "N".
           88 WS-FIN-PRS-OUI                  VALUE "O".
           88 WS-FIN-PRS-NON                  VALUE "N".

       01 WS-IDF-CMD-EDT        PIC Z(10).
       01 WS-NUM-FAC-EDT        PIC Z(10).
       01 WS-MTT-TTC-EDT        PIC Z(10).99.
      *                         PARAGRAPHES                            *
      ******************************************************************

      * Retrouve le client de comptoir (ou le client fidele qui
      * presente sa carte), ouvre la commande, saisit les lignes,
      * facture, puis encaisse.

       0100-TRT-VTE-DEB.

           SET WS-FIN-SSI-NON TO TRUE.
           SET WS-FIN-PRS-NON TO TRUE.
           MOVE 0 TO WS-NBR-LGN-OK.
           MOVE 0 TO WS-MTT-TOT.

           MOVE FUNCTION CURRENT-DATE TO WS-CUR-DAT-HOR.
           MOVE SPACES TO WS-DAT-PCP.
           STRING WS-CUR-DAT-HOR (1:4) "-" WS-CUR-DAT-HOR (5:2)
                  "-" WS-CUR-DAT-HOR (7:2)
                  DELIMITED BY SIZE INTO WS-DAT-PCP
           END-STRING.

           CALL "vermoi" USING WS-DAT-PCP,
                               WS-DAT-OUV,
                               WS-RTR-PCP
           END-CALL.

           IF NOT WS-RTR-PCP-OUV
               DISPLAY "Mois courant clos en comptabilite : vente "
                       "impossible (voir le comptable)."
               GO TO 0100-TRT-VTE-SRT
           END-IF.

           EXEC SQL
               SELECT MIN(id_cli)
               INTO   :PG-IDF-CLI
               GO TO 0100-TRT-VTE-SRT
           END-IF.

           PERFORM 0150-SSI-FID-DEB
              THRU 0150-SSI-FID-FIN.

           MOVE PG-IDF-CLI TO WS-IDF-CLI.

           CALL "ajucmd" USING WS-APL-ENT,
           MOVE WS-IDF-CMD TO PG-IDF-CMD.
           DISPLAY "Vente comptoir n. "
                   FUNCTION TRIM (WS-IDF-CMD-EDT)
                   " (piece ou EAN a 0 pour encaisser).".

           PERFORM 0200-SSI-LGN-DEB
              THRU 0200-SSI-LGN-FIN
              UNTIL WS-FIN-SSI-OUI.

           DISPLAY "Prestations (code vide pour encaisser).".

           PERFORM 0270-SSI-PRS-DEB
              THRU 0270-SSI-PRS-FIN
              UNTIL WS-FIN-PRS-OUI.

           IF WS-NBR-LGN-OK = 0
               DISPLAY "Aucune ligne vendue, vente abandonnee."
               GO TO 0100-TRT-VTE-SRT

      *-----------------------------------------------------------------

      * Carte de fidelite : un client particulier actif identifie par
      * son id remplace la fiche COMPTOIR pour cette vente ; son solde
      * de points est releve avant la facture (les points qu'elle
      * rapporte ne sont utilisables qu'a la visite suivante). Une
      * carte inconnue laisse la vente sur COMPTOIR.

       0150-SSI-FID-DEB.

           SET WS-CLI-FID-NON TO TRUE.
           MOVE 0 TO PG-PTS-FID.

           DISPLAY "Carte de fidelite - id du client (0 = aucune) :".
           MOVE 0 TO WS-IDF-CLI-FID.
           ACCEPT WS-IDF-CLI-FID.

           IF WS-IDF-CLI-FID = 0
               GO TO 0150-SSI-FID-FIN
           END-IF.

           MOVE WS-IDF-CLI-FID TO PG-IDF-CLI-FID.

           EXEC SQL
               SELECT COALESCE(typ_cli, 'P'), nom_cli,
                      COALESCE(pts_fid_cli, 0)
               INTO   :PG-TYP-CLI, :PG-NOM-CLI, :PG-PTS-FID
               FROM   client
               WHERE  id_cli = :PG-IDF-CLI-FID
               AND    actif_cli = 'O'
           END-EXEC.

           IF SQLCODE NOT = 0 OR PG-TYP-CLI NOT = "P"
               DISPLAY "Carte inconnue ou client non particulier : "
                       "vente au comptoir."
               MOVE 0 TO PG-PTS-FID
               GO TO 0150-SSI-FID-FIN
           END-IF.

           SET WS-CLI-FID-OUI TO TRUE.
           MOVE PG-IDF-CLI-FID TO PG-IDF-CLI.
           MOVE PG-PTS-FID TO WS-PTS-FID-EDT.

           DISPLAY "Client fidele : " FUNCTION TRIM (PG-NOM-CLI)
                   " - " FUNCTION TRIM (WS-PTS-FID-EDT) " point(s).".

       0150-SSI-FID-FIN.
           EXIT.

      *-----------------------------------------------------------------

      * Resout la saisie en id de piece via rchean. Un EAN present
      * dans plusieurs depots fait lister les depots candidats et
      * saisir celui de la ligne, puis rchean est rappele avec lui.

       0190-RSL-PIE-DEB.

           MOVE SPACES TO WS-DEP-EAN.

           CALL "rchean" USING WS-SSI-PIE
                               WS-DEP-EAN
                               WS-IDF-PIE
                               WS-LST-DEP
                               WS-RTR-EAN
           END-CALL.

           IF WS-RTR-EAN-AMB
               DISPLAY "EAN present dans les depots : "
                       FUNCTION TRIM (WS-LST-DEP)
               DISPLAY "Depot de la piece vendue :"
               ACCEPT WS-DEP-EAN

               CALL "rchean" USING WS-SSI-PIE
                                   WS-DEP-EAN
                                   WS-IDF-PIE
                                   WS-LST-DEP
                                   WS-RTR-EAN
               END-CALL
           END-IF.

           EVALUATE TRUE
               WHEN WS-RTR-EAN-INV
                   DISPLAY "Saisie invalide : id ou EAN-13 attendu."
               WHEN WS-RTR-EAN-INC
                   DISPLAY "EAN inconnu (dans ce depot)."
               WHEN WS-RTR-EAN-AMB
                   DISPLAY "EAN ambigu dans ce depot."
           END-EVALUATE.

       0190-RSL-PIE-FIN.
           EXIT.

      *-----------------------------------------------------------------

      * Saisit une ligne de vente : id ou EAN de piece (0 = passer a
      * l'encaissement), resolu par 0190-RSL-PIE, controle du nom,
      * quantite, puis poste la ligne via ajucmd. Une piece a court
      * de stock est signalee et la ligne ignoree : pas de reliquat au
      * comptoir.

       0200-SSI-LGN-DEB.

           DISPLAY "Piece (id ou EAN) :".
           MOVE SPACES TO WS-SSI-PIE.
           ACCEPT WS-SSI-PIE.

           PERFORM 0190-RSL-PIE-DEB
              THRU 0190-RSL-PIE-FIN.

           IF NOT WS-RTR-EAN-OK
               GO TO 0200-SSI-LGN-FIN
           END-IF.

           IF WS-IDF-PIE = 0
               SET WS-FIN-SSI-OUI TO TRUE

      *-----------------------------------------------------------------

      * Saisit une prestation hors stock par son code (vide = passer
      * a l'encaissement), quantite, puis poste la ligne via ajucmd
      * en mode 'P' : aucun retrait de stock.

       0270-SSI-PRS-DEB.

           DISPLAY "Code prestation :".
           MOVE SPACES TO WS-COD-PRS.
           ACCEPT WS-COD-PRS.

           IF WS-COD-PRS = SPACES
               SET WS-FIN-PRS-OUI TO TRUE
               GO TO 0270-SSI-PRS-FIN
           END-IF.

           INSPECT WS-COD-PRS CONVERTING "abcdefghijklmnopqrstuvwxyz"
                                      TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           MOVE WS-COD-PRS TO PG-COD-PRS.

           EXEC SQL
               SELECT id_prs, lib_prs
               INTO   :PG-IDF-PRS, :PG-LIB-PRS
               FROM   prestation
               WHERE  code_prs = TRIM(:PG-COD-PRS)
               AND    COALESCE(actif_prs, 'O') = 'O'
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY "Prestation inconnue ou desactivee."
               GO TO 0270-SSI-PRS-FIN
           END-IF.

           DISPLAY FUNCTION TRIM (PG-LIB-PRS) " - quantite :".
           ACCEPT WS-QTE-LGN.

           IF WS-QTE-LGN = 0
               GO TO 0270-SSI-PRS-FIN
           END-IF.

           MOVE PG-IDF-PRS TO WS-IDF-PRS.

           CALL "ajucmd" USING WS-APL-PRS,
                               WS-IDF-CLI,
                               SESS-IDF-UTI,
                               WS-IDF-CMD,
                               WS-IDF-PRS,
                               WS-QTE-LGN,
                               WS-PRX-LGN,
                               WS-RTR-CMD
           END-CALL.

           EVALUATE TRUE
               WHEN WS-RTR-CMD-OK
                   ADD 1 TO WS-NBR-LGN-OK
                   COMPUTE WS-MTT-TOT = WS-MTT-TOT +
                           (WS-QTE-LGN * WS-PRX-LGN)
                   DISPLAY "Prestation ajoutee."

               WHEN WS-RTR-CMD-PRS-INV
                   DISPLAY "Prestation desactivee, ignoree."

               WHEN OTHER
                   DISPLAY "Erreur a l'ajout de la prestation."
           END-EVALUATE.

       0270-SSI-PRS-FIN.
           EXIT.

      *-----------------------------------------------------------------

      * Genere la facture de la vente via genfac et relit son TTC pour
      * l'encaissement.

                               WS-RTR-FAC
           END-CALL.

           IF WS-RTR-FAC-PCP-CLO
               DISPLAY "Mois courant clos en comptabilite : vente "
                       "non facturee."
               GO TO 0300-GEN-FAC-FIN
           END-IF.

           IF NOT WS-RTR-FAC-OK
               DISPLAY "Erreur a la facturation de la vente."
               GO TO 0300-GEN-FAC-FIN
      *-----------------------------------------------------------------

      * Encaisse le reglement (mode saisi), le lettre d'office sur la
      * facture emise et journalise l'encaissement via genlog. Un
      * client fidele peut d'abord regler une partie en points : seul
      * le reste est encaisse au mode saisi.

       0400-ENC-RGL-DEB.

           MOVE 0 TO PG-MTT-PFI.

           IF WS-CLI-FID-OUI AND PG-PTS-FID > 0
               PERFORM 0450-ENC-PFI-DEB
                  THRU 0450-ENC-PFI-FIN
           END-IF.

           COMPUTE PG-MTT-RGL = PG-MTT-TTC - PG-MTT-PFI.

           IF PG-MTT-RGL = 0
               DISPLAY "Vente reglee en points et lettree. "
                       "Reimpression de la facture via l'ecran de "
                       "facturation."
               GO TO 0400-ENC-RGL-FIN
           END-IF.

           IF PG-MTT-PFI > 0
               MOVE PG-MTT-RGL TO WS-MTT-TTC-EDT
               DISPLAY "Reste a encaisser : "
                       FUNCTION TRIM (WS-MTT-TTC-EDT) " EUR."
           END-IF.

           DISPLAY "Mode de reglement (especes/cheque/carte) :".
           ACCEPT WS-MOD-RGL.

           MOVE WS-MOD-RGL TO PG-MOD-RGL.

           EXEC SQL
               GO TO 0400-ENC-RGL-FIN
           END-IF.

           CALL "gencai" USING PG-IDF-RGL,
                               SESS-IDF-UTI,
                               WS-RTR-CAI
           END-CALL.

           IF NOT WS-RTR-CAI-OK
               DISPLAY "Erreur au journal de caisse : encaissement "
                       "annule."
               GO TO 0400-ENC-RGL-FIN
           END-IF.

           EXEC SQL COMMIT END-EXEC.

           EXEC SQL
               END-CALL
           END-IF.

           MOVE SPACES TO WS-MSG-LOG.

           STRING 'Vente comptoir : ' DELIMITED BY SIZE
                  FUNCTION TRIM (WS-MTT-TTC-EDT) DELIMITED BY SIZE
                  ' EUR encaisses (' DELIMITED BY SIZE

       0400-ENC-RGL-FIN.
           EXIT.

      *-----------------------------------------------------------------

      * Reglement en points : le client choisit combien de points
      * utiliser, dans la limite de son solde et des points couvrant
      * le TTC. Le reglement de mode 'points' est insere, debite par
      * genpfi (qui le valide, ou l'annule si le solde ne suffit plus)
      * puis lettre sur la facture. En echec, rien n'est regle en
      * points et la vente s'encaisse en totalite au mode saisi.

       0450-ENC-PFI-DEB.

           EXEC SQL
               SELECT COALESCE(val_pts_soc, 0.01)
               INTO   :PG-VAL-PTS
               FROM   societe
               FETCH FIRST 1 ROW ONLY
           END-EXEC.

           IF SQLCODE NOT = 0 OR PG-VAL-PTS = 0
               GO TO 0450-ENC-PFI-FIN
           END-IF.

           COMPUTE WS-PTS-MAX = PG-MTT-TTC / PG-VAL-PTS.

           IF WS-PTS-MAX * PG-VAL-PTS < PG-MTT-TTC
               ADD 1 TO WS-PTS-MAX
           END-IF.

           IF WS-PTS-MAX > PG-PTS-FID
               MOVE PG-PTS-FID TO WS-PTS-MAX
           END-IF.

           MOVE WS-PTS-MAX TO WS-PTS-MAX-EDT.

           DISPLAY "Points a utiliser (0 = aucun, au plus "
                   FUNCTION TRIM (WS-PTS-MAX-EDT) ") :".
           MOVE 0 TO WS-PTS-UTL.
           ACCEPT WS-PTS-UTL.

           IF WS-PTS-UTL = 0
               GO TO 0450-ENC-PFI-FIN
           END-IF.

           IF WS-PTS-UTL > WS-PTS-MAX
               MOVE WS-PTS-MAX TO WS-PTS-UTL
           END-IF.

           COMPUTE PG-MTT-PFI = WS-PTS-UTL * PG-VAL-PTS.

           IF PG-MTT-PFI > PG-MTT-TTC
               MOVE PG-MTT-TTC TO PG-MTT-PFI
           END-IF.

           MOVE "points" TO PG-MOD-RGL.

           EXEC SQL
               INSERT INTO reglement (id_cli, date_rgl, mtt_rgl,
                               mode_rgl)
               VALUES (:PG-IDF-CLI, CURRENT_DATE, :PG-MTT-PFI,
                      :PG-MOD-RGL)
               RETURNING id_rgl INTO :PG-IDF-RGL
           END-EXEC.

           IF SQLCODE NOT = 0
               EXEC SQL ROLLBACK END-EXEC
               MOVE "vtecpt : insertion reglement points"
               TO   WS-OPE-ERR
               CALL "generr" USING WS-OPE-ERR, SQLCODE, WS-RTR-ERR
               END-CALL
               MOVE 0 TO PG-MTT-PFI
               GO TO 0450-ENC-PFI-FIN
           END-IF.

           CALL "gencai" USING PG-IDF-RGL,
                               SESS-IDF-UTI,
                               WS-RTR-CAI
           END-CALL.

           IF NOT WS-RTR-CAI-OK
               DISPLAY "Erreur au journal de caisse : vente a regler "
                       "en totalite."
               MOVE 0 TO PG-MTT-PFI
               GO TO 0450-ENC-PFI-FIN
           END-IF.

           CALL "genpfi" USING WS-MOD-PFI,
                               PG-IDF-RGL,
                               SESS-IDF-UTI,
                               WS-IDF-CLI-PFI,
                               WS-PTS-PFI,
                               WS-RTR-PFI
           END-CALL.

           IF NOT WS-RTR-PFI-OK
               DISPLAY "Points refuses (solde insuffisant) : vente a "
                       "regler en totalite."
               MOVE 0 TO PG-MTT-PFI
               GO TO 0450-ENC-PFI-FIN
           END-IF.

           EXEC SQL
               INSERT INTO reglement_lettrage (id_rgl, id_fac,
                               mtt_let, date_let)
               VALUES (:PG-IDF-RGL, :PG-IDF-FAC, :PG-MTT-PFI,
                      CURRENT_DATE)
           END-EXEC.

           IF SQLCODE = 0
               EXEC SQL COMMIT END-EXEC
           ELSE
               EXEC SQL ROLLBACK END-EXEC
               MOVE "vtecpt : lettrage reglement points"
               TO   WS-OPE-ERR
               CALL "generr" USING WS-OPE-ERR, SQLCODE, WS-RTR-ERR
               END-CALL
           END-IF.

           MOVE WS-PTS-PFI TO WS-PTS-MAX-EDT.
           MOVE PG-MTT-PFI TO WS-MTT-PFI-EDT.

           STRING 'Vente comptoir : ' DELIMITED BY SIZE
                  FUNCTION TRIM (WS-PTS-MAX-EDT) DELIMITED BY SIZE
                  ' points utilises (' DELIMITED BY SIZE
                  FUNCTION TRIM (WS-MTT-PFI-EDT) DELIMITED BY SIZE
                  ' EUR), facture ' DELIMITED BY SIZE
                  FUNCTION TRIM (WS-NUM-FAC-EDT) DELIMITED BY SIZE
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

           DISPLAY FUNCTION TRIM (WS-PTS-MAX-EDT) " point(s) utilise(s)"
                   " : " FUNCTION TRIM (WS-MTT-PFI-EDT) " EUR regles.".

       0450-ENC-PFI-FIN.
           EXIT.
