      *                                                                *
      * gestrn : tournees de livraison. Trois choix : construire une   *
      * tournee - les commandes 'preparee' pas encore en tournee sont  *
      * proposees regroupees par ville, code postal et adresse de      *
      * livraison (celle choisie sur la commande dans gesadl, a        *
      * defaut l'adresse de facturation du client), et l'operateur les *
      * enchaine dans l'ordre des arrets - ; imprimer la feuille de    *
      * tournee (arrets en sequence avec l'adresse de livraison, la    *
      * reference du bon de preparation - l'id de commande - et le     *
      * bon de livraison s'il est deja emis) ; clore la tournee au     *
      * retour du chauffeur - toutes les commandes de la tournee       *
      * transition journalisee via genlog. Le bon de livraison         *
      * unitaire (genbl) reste le document de reference quand il est   *
      * emis au chargement ; la cloture couvre les commandes parties   *
      * sans lui. A la construction, l'operateur peut designer une     *
      * prestation de livraison du catalogue gesprs (LIVR par exemple) *
      * : elle est ajoutee par ajucmd (mode 'P', sans mouvement de     *
      * stock) sur la commande de chaque arret enregistre, et sera     *
      * facturee avec elle.                                            *
      * A l'ouverture, l'operateur indique si vehicule et chauffeur    *
      * sont habilites au transport de matieres dangereuses (ADR) :    *
      * une commande portant une piece classee (gesadr) n'est pas      *
      * ajoutee a une tournee non habilitee (controle decadr). La      *
      * feuille de tournee porte le bloc de declaration ADR, totaux    *
      * par classe.                                                    *
      *                                                                *
      *----------------------------------------------------------------*
      *                           TRIGRAMMES                           *
      * LIVRAISON; STA=STATUT; IDF=IDENTIFIANT; UTI=UTILISATEUR;       *
      * NBR=NOMBRE; RSU=RESULTAT; CHX=CHOIX; SSI=SAISIE;               *
      * INS=INSERTION; MAJ=MISE A JOUR; IMP=IMPRESSION; LRR=LEURRE;    *
      * PRS=PRESTATION; COD=CODE; LIB=LIBELLE; FRS=FRAIS;              *
      * ADL=ADRESSE DE LIVRAISON; DEB=DEBUT; MDG=MATIERE DANGEREUSE    *
      * (ADR); APL=APPEL; TYP=TYPE; HAB=HABILITATION; RTR=RETOUR       *
      ******************************************************************

       IDENTIFICATION DIVISION.
       01 PG-NUM-BL-RSU         PIC 9(10).
       01 PG-NUM-BL-IND         PIC S9(04) COMP-5.

      * Prestation de livraison facturee a chaque arret de la tournee
      * en construction.
       01 PG-COD-PRS            PIC X(10).
       01 PG-IDF-PRS            PIC 9(10).
       01 PG-LIB-PRS            PIC X(30).

      * Tournee habilitee au transport de matieres dangereuses (O/N).
       01 PG-HAB-MDG            PIC X(01).

       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

      * Declaration du curseur des commandes preparees pas encore en
      * tournee ouverte, regroupees par ville, code postal et adresse
      * de livraison (gesadl, a defaut celle du client) : les arrets
      * d'une meme rue se suivent d'office, et deux commandes livrees
      * au meme atelier sont cote a cote.
       EXEC SQL
           DECLARE C-CND CURSOR FOR
               SELECT c.id_cmd, k.nom_cli,
                      COALESCE(a.vil_adl, k.vil_cli, ' '),
                      COALESCE(a.cop_adl, k.cop_cli, 0)
               FROM   commande c
               JOIN   client k ON k.id_cli = c.id_cli
               LEFT JOIN adresse_livraison a ON a.id_adl = c.id_adl
               WHERE  COALESCE(c.statut_cmd, 'saisie') = 'preparee'
               AND    NOT EXISTS
                      (SELECT 1
                       JOIN tournee n ON n.id_trn = t.id_trn
                       WHERE t.id_cmd = c.id_cmd
                       AND   n.statut_trn = 'preparee')
               ORDER BY COALESCE(a.vil_adl, k.vil_cli, ' '),
                        COALESCE(a.cop_adl, k.cop_cli, 0),
                        COALESCE(a.adr_adl, k.adr_cli, ' '), c.id_cmd
       END-EXEC.

      * Declaration du curseur des arrets de la tournee, dans l'ordre
      * de la feuille, a l'adresse de livraison de chaque commande.
       EXEC SQL
           DECLARE C-ARR CURSOR FOR
               SELECT t.ordre_tcd, t.id_cmd, k.nom_cli,
                      COALESCE(a.adr_adl, k.adr_cli, ' '),
                      COALESCE(a.vil_adl, k.vil_cli, ' '),
                      COALESCE(a.cop_adl, k.cop_cli, 0), b.num_bl
               FROM   tournee_commande t
               JOIN   commande c ON c.id_cmd = t.id_cmd
               JOIN   client k ON k.id_cli = c.id_cli
               LEFT JOIN adresse_livraison a ON a.id_adl = c.id_adl
               LEFT JOIN bon_livraison b ON b.id_cmd = t.id_cmd
               WHERE  t.id_trn = :PG-IDF-TRN
               ORDER BY t.ordre_tcd
       01 WS-NBR-ARR            PIC 9(05)   VALUE 0.
       01 WS-NBR-EXP            PIC 9(05)   VALUE 0.

      * Zones echangees avec ajucmd (mode 'P') pour les frais de
      * livraison de chaque arret ; id de prestation a zero quand la
      * tournee n'en facture pas.
       01 WS-APL-PRS            PIC X(01)   VALUE "P".
       01 WS-COD-PRS            PIC X(10).
       01 WS-IDF-PRS            PIC 9(10)   VALUE 0.
       01 WS-IDF-CLI-NUL        PIC 9(10)   VALUE 0.
       01 WS-QTE-FRS            PIC 9(05)   VALUE 1.
       01 WS-PRX-FRS            PIC 9(08)V99.
       01 WS-RTR-CMD            PIC 9(01).
           88 WS-RTR-CMD-OK                   VALUE 0.

      * Zones echangees avec decadr : controle des matieres
      * dangereuses de chaque arret, puis bloc de declaration ADR de
      * la feuille de tournee.
       01 WS-APL-MDG            PIC X(01).
       01 WS-TYP-MDG            PIC X(01).
       01 WS-IDF-MDG            PIC 9(10).
       01 WS-HAB-MDG            PIC X(01).
           88 WS-HAB-MDG-OUI                  VALUE "O".
       01 WS-RTR-MDG            PIC 9(01).
           88 WS-RTR-MDG-REF                  VALUE 1.

      * Zone de session partagee : qui est connecte sur ce poste.
       COPY session.


      *-----------------------------------------------------------------

      * Construit une tournee : les candidates sont listees par ville,
      * code postal et adresse de livraison, puis les arrets se
      * saisissent dans l'ordre de passage (id de commande a 0 pour
      * terminer).

       0200-CRE-TRN-DEB.

           MOVE 0 TO WS-NBR-CND.
           MOVE 0 TO WS-ORD-ARR.

           DISPLAY "Commandes preparees hors tournee (par ville de "
                   "livraison) :".
           DISPLAY "Commande    Client               Ville           "
                   "     CP".

               GO TO 0200-CRE-TRN-FIN
           END-IF.

           DISPLAY "Vehicule et chauffeur habilites ADR (O/N) :".
           ACCEPT WS-HAB-MDG.

           IF NOT WS-HAB-MDG-OUI
               MOVE "N" TO WS-HAB-MDG
           END-IF.

           MOVE WS-HAB-MDG TO PG-HAB-MDG.

           EXEC SQL
               INSERT INTO tournee (date_trn, statut_trn, adr_trn)
               VALUES (CURRENT_DATE, 'preparee', :PG-HAB-MDG)
               RETURNING id_trn INTO :PG-IDF-TRN
           END-EXEC.

                   " ouverte. Arrets dans l'ordre de passage "
                   "(commande a 0 pour terminer) :".

           PERFORM 0280-SSI-FRS-DEB
              THRU 0280-SSI-FRS-FIN.

           PERFORM 0300-SSI-ARR-DEB
              THRU 0300-SSI-ARR-FIN.


      *-----------------------------------------------------------------

      * Prestation de livraison facturee a chaque arret (code du
      * catalogue gesprs, vide = aucuns frais) ; un code inconnu ou
      * desactive est signale et redemande.

       0280-SSI-FRS-DEB.

           MOVE 0 TO WS-IDF-PRS.

           DISPLAY "Frais de livraison par arret (code prestation, "
                   "vide = aucun) :".
           MOVE SPACES TO WS-COD-PRS.
           ACCEPT WS-COD-PRS.

           IF WS-COD-PRS = SPACES
               GO TO 0280-SSI-FRS-FIN
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
               GO TO 0280-SSI-FRS-DEB
           END-IF.

           MOVE PG-IDF-PRS TO WS-IDF-PRS.
           DISPLAY FUNCTION TRIM (PG-LIB-PRS)
                   " facture(e) a chaque arret.".

       0280-SSI-FRS-FIN.
           EXIT.

      *-----------------------------------------------------------------

      * Saisit un arret : la commande doit etre 'preparee', ne pas
      * deja appartenir a une tournee ouverte, et ne porter de matiere
      * dangereuse que si la tournee est habilitee ADR.

       0300-SSI-ARR-DEB.

               GO TO 0300-SSI-ARR-DEB
           END-IF.

           MOVE "V"        TO WS-APL-MDG.
           MOVE "C"        TO WS-TYP-MDG.
           MOVE PG-IDF-CMD TO WS-IDF-MDG.

           CALL "decadr" USING WS-APL-MDG,
                               WS-TYP-MDG,
                               WS-IDF-MDG,
                               WS-HAB-MDG,
                               WS-RTR-MDG
           END-CALL.

           IF WS-RTR-MDG-REF
               DISPLAY "Commande portant des matieres dangereuses "
                       "(ADR) : tournee non habilitee, ignoree."
               GO TO 0300-SSI-ARR-DEB
           END-IF.

           ADD 1 TO WS-ORD-ARR.
           MOVE WS-ORD-ARR TO PG-ORD-TCD.

               MOVE WS-ORD-ARR TO WS-ORD-EDT
               DISPLAY "Arret " FUNCTION TRIM (WS-ORD-EDT)
                       " enregistre."

               IF WS-IDF-PRS NOT = 0
                   PERFORM 0350-AJU-FRS-DEB
                      THRU 0350-AJU-FRS-FIN
               END-IF
           ELSE
               EXEC SQL ROLLBACK END-EXEC
               MOVE "gestrn : insertion tournee_commande"

      *-----------------------------------------------------------------

      * Ajoute les frais de livraison sur la commande de l'arret via
      * ajucmd (mode 'P', quantite 1) : ligne hors stock, facturee
      * avec la commande.

       0350-AJU-FRS-DEB.

           CALL "ajucmd" USING WS-APL-PRS,
                               WS-IDF-CLI-NUL,
                               SESS-IDF-UTI,
                               WS-IDF-CMD,
                               WS-IDF-PRS,
                               WS-QTE-FRS,
                               WS-PRX-FRS,
                               WS-RTR-CMD
           END-CALL.

           IF WS-RTR-CMD-OK
               DISPLAY "  frais de livraison ajoutes a la commande."
           ELSE
               DISPLAY "  frais de livraison non ajoutes (code "
                       WS-RTR-CMD ")."
           END-IF.

       0350-AJU-FRS-FIN.
           EXIT.

      *-----------------------------------------------------------------

      * Imprime la feuille de tournee : les arrets en sequence avec
      * l'adresse, la reference du bon de preparation (l'id de
      * commande, celui que bonprep imprime) et le bon de livraison
           MOVE WS-IDF-TRN TO PG-IDF-TRN.

           EXEC SQL
               SELECT date_trn, statut_trn, COALESCE(adr_trn, 'N')
               INTO   :PG-DAT-TRN, :PG-STA-TRN, :PG-HAB-MDG
               FROM   tournee
               WHERE  id_trn = :PG-IDF-TRN
           END-EXEC.
                   FUNCTION TRIM (WS-IDF-TRN-EDT).
           DISPLAY "            du " PG-DAT-TRN " ("
                   FUNCTION TRIM (PG-STA-TRN) ")".
           IF PG-HAB-MDG = "O"
               DISPLAY "            vehicule habilite ADR"
           END-IF.
           DISPLAY "================================================".
           DISPLAY "Ordre  Commande    Client / adresse             "
                   " BL".
               DISPLAY "(aucun arret)"
           END-IF.

           MOVE "I"        TO WS-APL-MDG.
           MOVE "T"        TO WS-TYP-MDG.
           MOVE PG-IDF-TRN TO WS-IDF-MDG.
           MOVE PG-HAB-MDG TO WS-HAB-MDG.

           CALL "decadr" USING WS-APL-MDG,
                               WS-TYP-MDG,
                               WS-IDF-MDG,
                               WS-HAB-MDG,
                               WS-RTR-MDG
           END-CALL.

           DISPLAY "------------------------------------------------".
           DISPLAY "Chauffeur : ..................  Depart : .......".
           DISPLAY "================================================".
