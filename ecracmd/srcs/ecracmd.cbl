      * Le nombre de lignes n'est pas limite : l'operateur termine la  *
      * saisie en entrant un id de piece a zero, et le compteur de     *
      * lignes ainsi que le montant total courent a l'ecran au fil de  *
      * la saisie. Les pieces saisies, l'operateur ajoute les          *
      * prestations facturables hors stock (frais de port, main        *
      * d'oeuvre, forfaits) par leur code au catalogue gesprs ;        *
      * chacune est postee par ajucmd en mode 'P', sans mouvement de   *
      * stock, et un code laisse a blanc termine la commande.          *
      * Une ligne de piece peut etre saisie en commande speciale : les *
      * fournisseurs actifs de la piece (piece_fournisseur) sont       *
      * listes avec leur prix et leur delai, l'operateur en retient un *
      * et ajucmd (mode 'S') insere la ligne en attente fournisseur    *
      * avec sa commande fournisseur rattachee, sans retrait de stock. *
      * Une piece encombrante peut y etre expediee par le fournisseur  *
      * directement chez le client : ajucmd (mode 'D') marque alors la *
      * ligne et la commande fournisseur en livraison directe.         *
      * Une date de livraison souhaitee peut etre saisie sur           *
      * l'entete : posterieure a ce jour, elle fait reserver les       *
      * lignes de piece au lieu de les retirer du stock (ajucmd),      *
      * jusqu'a leur conversion en retrait par l'etape nocturne        *
      * trtrsv.                                                        *
      * Quand le client a des adresses de livraison (gesadl) en plus   *
      * de son adresse de facturation, elles sont listees et           *
      * l'operateur choisit celle de la commande (0 = facturation) ;   *
      * genbl, bonprep et gestrn l'impriment.                          *
      * Le representant repris de la fiche client par ajucmd est       *
      * affiche ; l'operateur peut en designer un autre, actif, pour   *
      * cette commande (0 garde celui de la fiche).                    *
      * En fin de saisie, l'accuse de reception de la commande est     *
      * edite par genarc : quantite servie, en attente et date de      *
      * disponibilite de chaque ligne, imprime dans le spool et        *
      * depose dans la boite d'envoi (gennoc) pour le contact du       *
      * client designe pour les commandes, a defaut le client          *
      * lui-meme ; sans adresse email, il part par courrier.           *
      * La piece d'une ligne se saisit par son id ou par son           *
      * code-barres EAN-13, tape ou scanne, que rchean resout ; un EAN *
      * present dans plusieurs depots fait choisir le depot parmi ceux *
      * proposes.                                                      *
      * Quand la commande porte un vehicule, chaque piece saisie est   *
      * controlee contre le catalogue d'adaptation (verpvh) : une      *
      * piece non referencee pour ce vehicule est signalee, sans       *
      * bloquer la ligne ; "?" a la saisie de la piece liste les       *
      * pieces adaptees au vehicule avec leur stock par depot          *
      * (cnspvh).                                                      *
      *                                                                *
      *----------------------------------------------------------------*
      *                           TRIGRAMMES                           *
      * PRX=PRIX; RLQ=RELIQUAT; IDF=IDENTIFIANT; UTI=UTILISATEUR;      *
      * ECR=ECRAN; SSI=SAISIE; AFF=AFFICHAGE; APL=APPEL; RTR=RETOUR;   *
      * LRR=LEURRE; CLR=COULEUR; TXT=TEXTE; FND=FOND; BCL=BOUCLE;      *
      * PRS=PRESTATION; COD=CODE; LIB=LIBELLE; ACF=ACTIF; DEB=DEBUT;   *
      * PRG=PROGRAMME; SPC=SPECIALE; FOU=FOURNISSEUR; PFO=PIECE        *
      * FOURNISSEUR; DLI=DELAI; CHX=CHOIX; DIR=DIRECTE; LIV=LIVRAISON; *
      * DAT=DATE; DIF=DIFFEREE; ADL=ADRESSE DE LIVRAISON;              *
      * NOT=NOTIFICATION; DOC=DOCUMENT; MSG=MESSAGE; CNF=CONFIRMATION; *
      * REP=REPRESENTANT; NOM=NOM; EAN=CODE EAN; RSL=RESOLUTION;       *
      * DEP=DEPOT; LST=LISTE; PVH=PIECE VEHICULE (ADAPTATION);         *
      * VEH=VEHICULE; VER=VERIFICATION; CNS=CONSULTATION; AUT=AUTRE;   *
      * ABS=ABSENTE; INV=INVALIDE; ARC=ACCUSE DE RECEPTION DE COMMANDE *
      ******************************************************************

       IDENTIFICATION DIVISION.
       01 PG-IMM-VEH            PIC X(12).
       01 PG-IDF-CMD-VEH        PIC 9(10).

      * Adresse de livraison facultative de la commande (fichier
      * gesadl), verifiee appartenir au client et etre active.
       01 PG-IDF-ADL            PIC 9(10).
       01 PG-LIB-ADL            PIC X(30).
       01 PG-VIL-ADL            PIC X(50).
       01 PG-IDF-CMD-ADL        PIC 9(10).

      * Representant de la commande, repris de la fiche client par
      * ajucmd et modifiable a la saisie parmi les representants
      * actifs.
       01 PG-IDF-REP            PIC 9(10).
       01 PG-NOM-REP            PIC X(50).
       01 PG-NBR-REP            PIC 9(05).
       01 PG-IDF-CMD-REP        PIC 9(10).

      * Date de livraison souhaitee de la commande (AAAA-MM-JJ), posee
      * sur l'entete quand elle est posterieure a ce jour.
       01 PG-DAT-LIV            PIC X(10).
       01 PG-IDF-CMD-LIV        PIC 9(10).

      * Remise commerciale du client, relue pour etre affichee des la
      * creation de l'entete : le total courant en tient deja compte
      * (prix remises rendus par ajucmd).
       01 PG-IDF-CLI            PIC 9(10).
       01 PG-REM-CLI            PIC 9(02)V99.

      * Prestation hors stock saisie par son code, relue au catalogue
      * pour afficher son libelle et son tarif avant la quantite.
       01 PG-COD-PRS            PIC X(10).
       01 PG-IDF-PRS            PIC 9(10).
       01 PG-LIB-PRS            PIC X(30).
       01 PG-PRX-PRS            PIC 9(08)V99.

      * Fournisseur de la piece liste pour une commande speciale.
       01 PG-IDF-FOU            PIC 9(10).
       01 PG-NOM-FOU            PIC X(50).
       01 PG-PRX-PFO            PIC 9(08)V99.
       01 PG-DLI-PFO            PIC 9(05).

       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.
               AND    p.qt_pie > 0
       END-EXEC.

      * Declaration du curseur des fournisseurs actifs de la piece
      * d'une commande speciale, dans l'ordre de preference gespfo.
       EXEC SQL
           DECLARE C-PFO CURSOR FOR
               SELECT pf.id_fou, f.nom_fou, COALESCE(pf.prix_pfo, 0),
                      COALESCE(pf.delai_pfo, 0)
               FROM   piece_fournisseur pf
               JOIN   fournisseur f ON f.id_fou = pf.id_fou
               WHERE  pf.id_pie = :PG-IDF-PIE
               AND    COALESCE(pf.actif_pfo, 'O') = 'O'
               AND    COALESCE(f.actif_fou, 'O') = 'O'
               ORDER BY pf.ordre_pfo, pf.id_pfo
       END-EXEC.

      * Declaration du curseur des adresses de livraison actives du
      * client de la commande.
       EXEC SQL
           DECLARE C-ADL CURSOR FOR
               SELECT id_adl, lib_adl, COALESCE(vil_adl, ' ')
               FROM   adresse_livraison
               WHERE  id_cli = :PG-IDF-CLI
               AND    actif_adl = 'O'
               ORDER BY id_adl
       END-EXEC.

       01 WS-IDF-CLI            PIC 9(10).

       01 WS-IDF-PIE            PIC 9(10).

      * Saisie de la piece (id ou EAN-13) et zones echangees avec
      * rchean pour la resoudre : depot choisi et depots candidats
      * lorsqu'un EAN designe la piece dans plusieurs depots.
       01 WS-SSI-PIE            PIC X(13).
       01 WS-DEP-EAN            PIC X(20).
       01 WS-LST-DEP            PIC X(30).

      * Code retour de rchean : 0 = piece resolue ; 1 = saisie
      * invalide ; 2 = EAN inconnu ; 3 = depot a choisir.
       01 WS-RTR-EAN            PIC 9(01).
           88 WS-RTR-EAN-OK                 VALUE 0.
           88 WS-RTR-EAN-INV                VALUE 1.
           88 WS-RTR-EAN-INC                VALUE 2.
           88 WS-RTR-EAN-AMB                VALUE 3.
       01 WS-QTE-LGN            PIC 9(05).
       01 WS-PRX-LGN            PIC 9(08)V99.
       01 WS-COD-PRS            PIC X(10).
       01 WS-IDF-PRS            PIC 9(10).
       01 WS-PRX-PRS-EDT        PIC Z(07)9.99.

       01 WS-IDF-CMD            PIC 9(10).
       01 WS-NBR-LGN-OK         PIC 9(03)   VALUE 0.
       01 WS-IDF-CMD-EDT        PIC Z(10).
       01 WS-NBR-LGN-EDT        PIC Z(03).
       01 WS-NBR-RLQ-EDT        PIC Z(03).

      * Commande speciale : choix de l'operateur, fournisseur retenu,
      * nombre de fournisseurs listes et de lignes speciales postees.
       01 WS-CHX-SPC            PIC X(01).
       01 WS-CHX-DIR            PIC X(01).
       01 WS-NBR-DIR            PIC 9(03)   VALUE 0.
       01 WS-NBR-DIR-EDT        PIC Z(03).
       01 WS-IDF-FOU            PIC 9(10).
       01 WS-NBR-PFO            PIC 9(03).
       01 WS-NBR-SPC            PIC 9(03)   VALUE 0.
       01 WS-NBR-SPC-EDT        PIC Z(03).
       01 WS-IDF-FOU-EDT        PIC Z(10).
       01 WS-PRX-PFO-EDT        PIC Z(07)9.99.
       01 WS-DLI-PFO-EDT        PIC Z(04)9.
       01 WS-REM-CLI-EDT        PIC Z(02).99.

      * Code retour d'ajucmd. Mode 'E' : 0 = entete creee ; 1 =
      * client inconnu ou inactif ; 3 = erreur SQL. Mode 'L' : 0 =
      * ligne postee ; 4 = piece inconnue ; 5 = ligne en reliquat
      * (stock insuffisant) ; 6 = ligne refusee (piece desactivee,
      * role non autorise...). Mode 'P' : 0 = prestation postee ; 8 =
      * prestation inconnue ou desactivee. Mode 'S' : 0 = commande
      * speciale creee ; 4 = piece inconnue ; 6 = piece desactivee ou
      * kit ; 9 = fournisseur non reference pour la piece. Mode 'D'
      * (livraison directe) : memes codes que le mode 'S'.
       01 WS-RTR-CMD            PIC 9(01).
           88 WS-RTR-CMD-OK                   VALUE 0.
           88 WS-RTR-CMD-CLI-INV              VALUE 1.
           88 WS-RTR-CMD-LGN-RLQ              VALUE 5.
           88 WS-RTR-CMD-LGN-REF              VALUE 6.
           88 WS-RTR-CMD-CLI-BLC              VALUE 7.
           88 WS-RTR-CMD-PRS-INV              VALUE 8.
           88 WS-RTR-CMD-FOU-INV              VALUE 9.

      * Modes d'appel d'ajucmd.
       01 WS-APL-ENT            PIC X(01)   VALUE "E".
       01 WS-APL-LGN            PIC X(01)   VALUE "L".
       01 WS-APL-PRS            PIC X(01)   VALUE "P".
       01 WS-APL-SPC            PIC X(01)   VALUE "S".
       01 WS-APL-DIR            PIC X(01)   VALUE "D".
       01 WS-APL-SPC-CUR        PIC X(01).

      * Zones echangees avec majser pour les pieces serialisees.
       01 WS-APL-SER-VTE        PIC X(01)   VALUE "V".
           88 WS-FIN-SSI-OUI                  VALUE "O".
           88 WS-FIN-SSI-NON                  VALUE "N".

       01 WS-FIN-PRS            PIC X(01)   VALUE "N".
           88 WS-FIN-PRS-OUI                  VALUE "O".
           88 WS-FIN-PRS-NON                  VALUE "N".

      * Suggestion de substitut quand une ligne part en reliquat.
       01 WS-NBR-SUB            PIC 9(03).
       01 WS-IDF-VEH            PIC 9(10).

      * Code retour de verpvh pour la piece saisie et le vehicule de
      * la commande : 0 = referencee pour le vehicule ; 1 = referencee
      * pour d'autres vehicules seulement ; 2 = absente du catalogue
      * d'adaptation ; 3 = vehicule sans marque, aucun controle.
       01 WS-RTR-PVH            PIC 9(01).
           88 WS-RTR-PVH-OK                 VALUE 0.
           88 WS-RTR-PVH-AUT                VALUE 1.
           88 WS-RTR-PVH-ABS                VALUE 2.
           88 WS-RTR-PVH-VEH-INV            VALUE 3.

      * Choix de l'adresse de livraison parmi celles du client.
       01 WS-IDF-ADL            PIC 9(10).
       01 WS-NBR-ADL            PIC 9(03).
       01 WS-IDF-ADL-EDT        PIC Z(10).

      * Autre representant saisi pour la commande (0 = garder).
       01 WS-IDF-REP            PIC 9(05).

      * Livraison differee : les lignes de piece sont reservees par
      * ajucmd au lieu d'etre retirees du stock.
       01 WS-DAT-LIV            PIC X(10).
       01 WS-LIV-DIF            PIC X(01)   VALUE "N".
           88 WS-LIV-DIF-OUI                  VALUE "O".
           88 WS-LIV-DIF-NON                  VALUE "N".
       01 WS-CHX-SUB            PIC X(01).
       01 WS-IDF-SUB-EDT        PIC Z(10).
       01 WS-QTE-SUB-EDT        PIC Z(10).

      * Accuse de reception de la commande (genarc, edition initiale).
       01 WS-TYP-ARC            PIC X(01)   VALUE "I".
       01 WS-RTR-ARC            PIC 9(01).
           88 WS-RTR-ARC-EMA                  VALUE 0.
           88 WS-RTR-ARC-IMP                  VALUE 1.

      * Zones utilisees pour tracer via generr l'echec d'une des
      * ecritures SQL en cas de SQLCODE en erreur.
       01 WS-OPE-ERR            PIC X(60).
      * programme reste charge entre deux appels depuis le menu et sa
      * WORKING-STORAGE est conservee d'un appel a l'autre.
           SET WS-FIN-SSI-NON TO TRUE.
           SET WS-FIN-PRS-NON TO TRUE.
           MOVE 0 TO WS-NBR-LGN-OK.
           MOVE 0 TO WS-NBR-RLQ.
           MOVE 0 TO WS-NBR-SPC.
           MOVE 0 TO WS-NBR-DIR.
           MOVE 0 TO WS-MTT-TOT.

           MOVE FUNCTION CURRENT-DATE TO WS-CUR-DAT-HOR.
                  THRU 0300-SSI-LGN-FIN
                  UNTIL WS-FIN-SSI-OUI

               PERFORM 0600-SSI-PRS-DEB
                  THRU 0600-SSI-PRS-FIN
                  UNTIL WS-FIN-PRS-OUI

               PERFORM 0500-AFF-TOT-DEB
                  THRU 0500-AFF-TOT-FIN
           END-IF.
                   PERFORM 0250-SSI-VEH-DEB
                      THRU 0250-SSI-VEH-FIN

                   PERFORM 0255-SSI-ADL-DEB
                      THRU 0255-SSI-ADL-FIN

                   PERFORM 0258-SSI-REP-DEB
                      THRU 0258-SSI-REP-FIN

                   PERFORM 0260-SSI-LIV-DEB
                      THRU 0260-SSI-LIV-FIN

                   DISPLAY "Lignes (piece ou EAN, ? = pieces adaptees"
                           " au vehicule, 0 pour terminer) :"
                   AT LINE 08 COL 03

               WHEN WS-RTR-CMD-CLI-INV
           IF SQLCODE NOT = 0
               DISPLAY "Vehicule inconnu pour ce client, ignore."
               AT LINE 06 COL 50
               MOVE 0 TO WS-IDF-VEH
               GO TO 0250-SSI-VEH-FIN
           END-IF.

               TO   WS-OPE-ERR
               CALL "generr" USING WS-OPE-ERR, SQLCODE, WS-RTR-ERR
               END-CALL
               MOVE 0 TO WS-IDF-VEH
           END-IF.

       0250-SSI-VEH-FIN.

      *-----------------------------------------------------------------

      * Choisit l'adresse de livraison de la commande quand le client
      * en a au moins une en plus de son adresse de facturation
      * (fichier gesadl). Un id a zero garde l'adresse de facturation ;
      * une adresse inconnue du client ou desactivee est signalee et
      * ignoree.

       0255-SSI-ADL-DEB.

           MOVE 0 TO WS-NBR-ADL.

           EXEC SQL OPEN C-ADL END-EXEC.

           EXEC SQL
               FETCH C-ADL
               INTO  :PG-IDF-ADL, :PG-LIB-ADL, :PG-VIL-ADL
           END-EXEC.

           PERFORM 0256-AFF-UNE-ADL-DEB
              THRU 0256-AFF-UNE-ADL-FIN
              UNTIL SQLCODE NOT = 0.

           EXEC SQL CLOSE C-ADL END-EXEC.

           IF WS-NBR-ADL = 0
               GO TO 0255-SSI-ADL-FIN
           END-IF.

           DISPLAY "Adresse de livraison (id, 0 = facturation) :".
           MOVE 0 TO WS-IDF-ADL.
           ACCEPT WS-IDF-ADL.

           IF WS-IDF-ADL = 0
               DISPLAY "Livrer a : facturation" AT LINE 05 COL 48
               GO TO 0255-SSI-ADL-FIN
           END-IF.

           MOVE WS-IDF-ADL TO PG-IDF-ADL.

           EXEC SQL
               SELECT lib_adl
               INTO   :PG-LIB-ADL
               FROM   adresse_livraison
               WHERE  id_adl = :PG-IDF-ADL
               AND    id_cli = :PG-IDF-CLI
               AND    actif_adl = 'O'
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY "Adresse inconnue : facturation"
               AT LINE 05 COL 48
               GO TO 0255-SSI-ADL-FIN
           END-IF.

           MOVE WS-IDF-CMD TO PG-IDF-CMD-ADL.

           EXEC SQL
               UPDATE commande
               SET    id_adl = :PG-IDF-ADL
               WHERE  id_cmd = :PG-IDF-CMD-ADL
           END-EXEC.

           IF SQLCODE = 0
               EXEC SQL COMMIT END-EXEC
               DISPLAY "Livrer a :"       AT LINE 05 COL 48
               DISPLAY PG-LIB-ADL (1:20)  AT LINE 05 COL 59
           ELSE
               EXEC SQL ROLLBACK END-EXEC
               MOVE "ecracmd : adresse de livraison commande"
               TO   WS-OPE-ERR
               CALL "generr" USING WS-OPE-ERR, SQLCODE, WS-RTR-ERR
               END-CALL
           END-IF.

       0255-SSI-ADL-FIN.
           EXIT.

      *-----------------------------------------------------------------

       0256-AFF-UNE-ADL-DEB.

           IF WS-NBR-ADL = 0
               DISPLAY "Adresses de livraison du client :"
           END-IF.

           ADD 1 TO WS-NBR-ADL.

           MOVE PG-IDF-ADL TO WS-IDF-ADL-EDT.

           DISPLAY "  " FUNCTION TRIM (WS-IDF-ADL-EDT) " - "
                   PG-LIB-ADL " " FUNCTION TRIM (PG-VIL-ADL).

           EXEC SQL
               FETCH C-ADL
               INTO  :PG-IDF-ADL, :PG-LIB-ADL, :PG-VIL-ADL
           END-EXEC.

           EXIT.
       0256-AFF-UNE-ADL-FIN.

      *-----------------------------------------------------------------

      * Affiche le representant de la commande (celui de la fiche
      * client, pose par ajucmd) et permet d'en designer un autre
      * parmi les representants actifs. Un id a zero garde celui de
      * la fiche ; un representant inconnu ou inactif est signale et
      * ignore. Sans aucun representant actif, rien n'est demande.

       0258-SSI-REP-DEB.

           EXEC SQL
               SELECT COUNT(*)
               INTO   :PG-NBR-REP
               FROM   representant
               WHERE  actif_rep = 'O'
           END-EXEC.

           IF SQLCODE NOT = 0 OR PG-NBR-REP = 0
               GO TO 0258-SSI-REP-FIN
           END-IF.

           MOVE WS-IDF-CMD TO PG-IDF-CMD-REP.

           EXEC SQL
               SELECT r.nom_rep
               INTO   :PG-NOM-REP
               FROM   commande c
               JOIN   representant r ON r.id_rep = c.id_rep
               WHERE  c.id_cmd = :PG-IDF-CMD-REP
           END-EXEC.

           IF SQLCODE NOT = 0
               MOVE "(aucun)" TO PG-NOM-REP
           END-IF.

           DISPLAY "Repr. :"           AT LINE 07 COL 57.
           DISPLAY PG-NOM-REP (1:15)   AT LINE 07 COL 65.

           DISPLAY "Repr. (id, 0 = garder) :" AT LINE 08 COL 48.
           MOVE 0 TO WS-IDF-REP.
           ACCEPT WS-IDF-REP AT LINE 08 COL 73.

           IF WS-IDF-REP = 0
               GO TO 0258-SSI-REP-FIN
           END-IF.

           MOVE WS-IDF-REP TO PG-IDF-REP.

           EXEC SQL
               SELECT nom_rep
               INTO   :PG-NOM-REP
               FROM   representant
               WHERE  id_rep = :PG-IDF-REP
               AND    actif_rep = 'O'
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY "Representant inconnu : garde. "
               AT LINE 08 COL 48
               GO TO 0258-SSI-REP-FIN
           END-IF.

           EXEC SQL
               UPDATE commande
               SET    id_rep = :PG-IDF-REP
               WHERE  id_cmd = :PG-IDF-CMD-REP
           END-EXEC.

           IF SQLCODE = 0
               EXEC SQL COMMIT END-EXEC
               DISPLAY PG-NOM-REP (1:15)   AT LINE 07 COL 65
           ELSE
               EXEC SQL ROLLBACK END-EXEC
               MOVE "ecracmd : representant commande"
               TO   WS-OPE-ERR
               CALL "generr" USING WS-OPE-ERR, SQLCODE, WS-RTR-ERR
               END-CALL
           END-IF.

       0258-SSI-REP-FIN.
           EXIT.

      *-----------------------------------------------------------------

      * Saisit, en option, la date de livraison souhaitee par le
      * client. Laissee a blanc, la commande est a livrer de suite et
      * les lignes sont retirees du stock a la saisie ; posterieure a
      * ce jour, elle est posee sur l'entete et ajucmd reserve les
      * lignes de piece au lieu de les retirer. Une date mal formee ou
      * deja passee est signalee et ignoree.

       0260-SSI-LIV-DEB.

           SET WS-LIV-DIF-NON TO TRUE.

           DISPLAY "Livraison le (AAAA-MM-JJ, vide = immediate) :"
           AT LINE 09 COL 03.
           MOVE SPACES TO WS-DAT-LIV.
           ACCEPT WS-DAT-LIV AT LINE 09 COL 49.

           IF WS-DAT-LIV = SPACES
               GO TO 0260-SSI-LIV-FIN
           END-IF.

           IF WS-DAT-LIV (1:4) NOT NUMERIC
               OR WS-DAT-LIV (5:1) NOT = "-"
               OR WS-DAT-LIV (6:2) NOT NUMERIC
               OR WS-DAT-LIV (8:1) NOT = "-"
               OR WS-DAT-LIV (9:2) NOT NUMERIC
               DISPLAY "Date de livraison invalide, livraison "
                       "immediate.          "
               AT LINE 09 COL 03
               GO TO 0260-SSI-LIV-FIN
           END-IF.

           MOVE WS-DAT-LIV TO PG-DAT-LIV.
           MOVE WS-IDF-CMD TO PG-IDF-CMD-LIV.

           EXEC SQL
               UPDATE commande
               SET    date_liv_cmd = TO_DATE(:PG-DAT-LIV, 'YYYY-MM-DD')
               WHERE  id_cmd = :PG-IDF-CMD-LIV
               AND    TO_DATE(:PG-DAT-LIV, 'YYYY-MM-DD') > CURRENT_DATE
           END-EXEC.

           EVALUATE SQLCODE
               WHEN 0
                   EXEC SQL COMMIT END-EXEC
                   SET WS-LIV-DIF-OUI TO TRUE
                   DISPLAY "Livraison differee au " WS-DAT-LIV
                           " : lignes reservees.        "
                   AT LINE 09 COL 03

               WHEN 100
                   DISPLAY "Date de livraison deja passee, livraison "
                           "immediate.       "
                   AT LINE 09 COL 03

               WHEN OTHER
                   EXEC SQL ROLLBACK END-EXEC
                   MOVE "ecracmd : date de livraison commande"
                   TO   WS-OPE-ERR
                   CALL "generr" USING WS-OPE-ERR, SQLCODE, WS-RTR-ERR
                   END-CALL
                   DISPLAY "Date de livraison refusee, livraison "
                           "immediate.          "
                   AT LINE 09 COL 03
           END-EVALUATE.

       0260-SSI-LIV-FIN.
           EXIT.

      *-----------------------------------------------------------------

      * Resout la saisie en id de piece via rchean. Un EAN present
      * dans plusieurs depots fait afficher les depots candidats et
      * saisir celui de la ligne, puis rchean est rappele avec lui.

       0290-RSL-PIE-DEB.

           MOVE SPACES TO WS-DEP-EAN.

           CALL "rchean" USING WS-SSI-PIE
                               WS-DEP-EAN
                               WS-IDF-PIE
                               WS-LST-DEP
                               WS-RTR-EAN
           END-CALL.

           IF WS-RTR-EAN-AMB
               DISPLAY "Depots :"       AT LINE 11 COL 03
               DISPLAY WS-LST-DEP       AT LINE 11 COL 12
               DISPLAY "Depot choisi :" AT LINE 11 COL 44
               ACCEPT  WS-DEP-EAN       AT LINE 11 COL 59

               CALL "rchean" USING WS-SSI-PIE
                                   WS-DEP-EAN
                                   WS-IDF-PIE
                                   WS-LST-DEP
                                   WS-RTR-EAN
               END-CALL

               DISPLAY "                                        "
                       "                                        "
                       AT LINE 11 COL 03
           END-IF.

           EVALUATE TRUE
               WHEN WS-RTR-EAN-INV
                   DISPLAY "Saisie invalide : id ou EAN-13 attendu."
                   AT LINE 12 COL 03
               WHEN WS-RTR-EAN-INC
                   DISPLAY "EAN inconnu (dans ce depot).           "
                   AT LINE 12 COL 03
               WHEN WS-RTR-EAN-AMB
                   DISPLAY "EAN ambigu dans ce depot.              "
                   AT LINE 12 COL 03
           END-EVALUATE.

       0290-RSL-PIE-FIN.
           EXIT.

      *-----------------------------------------------------------------

      * Liste les pieces adaptees au vehicule de la commande avec
      * leur stock par depot (cnspvh), a la demande de l'operateur
      * ("?" a la saisie de la piece).

       0295-CNS-PVH-DEB.

           IF WS-IDF-VEH = 0
               DISPLAY "Aucun vehicule sur la commande.        "
               AT LINE 12 COL 03
               GO TO 0295-CNS-PVH-FIN
           END-IF.

           CALL "cnspvh" USING WS-IDF-VEH
           END-CALL.

       0295-CNS-PVH-FIN.
           EXIT.

      *-----------------------------------------------------------------

      * Saisit une ligne : id ou EAN de piece (0 = fin de saisie, "?"
      * = pieces adaptees au vehicule de la commande), resolu par
      * 0290-RSL-PIE, affichage du nom de la piece pour controle et,
      * si la commande porte un vehicule, avertissement quand la piece
      * n'est pas referencee pour lui (0310-VER-PVH) ; quantite, puis
      * poste la ligne via ajucmd (mode 'L') et tient a jour le
      * compteur de lignes et le montant total affiches. Une ligne
      * declaree en commande speciale part chez un fournisseur de la
      * piece (0700-SSI-SPC) au lieu d'etre prise sur le stock.

       0300-SSI-LGN-DEB.

           DISPLAY "Piece/EAN :            " AT LINE 10 COL 03.
           DISPLAY "                              " AT LINE 10 COL 40.
           DISPLAY "                                        "
                   "                                        "
                   AT LINE 11 COL 03.
           MOVE SPACES TO WS-SSI-PIE.
           ACCEPT  WS-SSI-PIE                AT LINE 10 COL 17.

           IF WS-SSI-PIE = "?"
               PERFORM 0295-CNS-PVH-DEB
                  THRU 0295-CNS-PVH-FIN
               GO TO 0300-SSI-LGN-FIN
           END-IF.

           PERFORM 0290-RSL-PIE-DEB
              THRU 0290-RSL-PIE-FIN.

           IF NOT WS-RTR-EAN-OK
               GO TO 0300-SSI-LGN-FIN
           END-IF.

           IF WS-IDF-PIE = 0
               SET WS-FIN-SSI-OUI TO TRUE
               ELSE
                   DISPLAY PG-NOM-PIE AT LINE 10 COL 40

                   IF WS-IDF-VEH NOT = 0
                       PERFORM 0310-VER-PVH-DEB
                          THRU 0310-VER-PVH-FIN
                   END-IF

                   DISPLAY "Quantite :      " AT LINE 12 COL 03
                   ACCEPT  WS-QTE-LGN         AT LINE 12 COL 14

                   MOVE "N" TO WS-CHX-SPC
                   DISPLAY "Commande speciale fournisseur (O/N) :"
                   AT LINE 13 COL 03
                   ACCEPT  WS-CHX-SPC         AT LINE 13 COL 41

                   IF WS-CHX-SPC = "O" OR WS-CHX-SPC = "o"
                       PERFORM 0700-SSI-SPC-DEB
                          THRU 0700-SSI-SPC-FIN
                   ELSE
                       PERFORM 0400-APL-LGN-DEB
                          THRU 0400-APL-LGN-FIN
                   END-IF
               END-IF
           END-IF.


      *-----------------------------------------------------------------

      * Controle d'adaptation de la piece au vehicule de la commande
      * (verpvh) : simple avertissement, la saisie continue.

       0310-VER-PVH-DEB.

           CALL "verpvh" USING WS-IDF-PIE
                               WS-IDF-VEH
                               WS-RTR-PVH
           END-CALL.

           EVALUATE TRUE
               WHEN WS-RTR-PVH-AUT
                   DISPLAY "Attention : piece non referencee pour ce "
                           "vehicule (? = pieces adaptees)."
                   AT LINE 11 COL 03
               WHEN WS-RTR-PVH-ABS
                   DISPLAY "Attention : piece absente du catalogue "
                           "d'adaptation vehicule."
                   AT LINE 11 COL 03
           END-EVALUATE.

       0310-VER-PVH-FIN.
           EXIT.


      *-----------------------------------------------------------------

      * Poste la ligne courante via ajucmd et affiche le resultat, le
      * compteur de lignes postees et le montant total courant.

                   ADD 1 TO WS-NBR-LGN-OK
                   COMPUTE WS-MTT-TOT = WS-MTT-TOT +
                           (WS-QTE-LGN * WS-PRX-LGN)
                   IF WS-LIV-DIF-OUI
                       DISPLAY "Ligne postee (livraison differee).     "
                       AT LINE 14 COL 03
                   ELSE
                       DISPLAY "Ligne postee.                          "
                       AT LINE 14 COL 03
                   END-IF

                   IF PG-SRL-PIE = "O"
                       PERFORM 0450-SSI-SER-DEB
      *-----------------------------------------------------------------

      * Fin de saisie : recapitule la commande (numero, nombre de
      * lignes, reliquats et commandes speciales eventuels, montant
      * total).

       0500-AFF-TOT-DEB.

               AT LINE 21 COL 03
           END-IF.

           IF WS-NBR-SPC NOT = 0
               MOVE WS-NBR-SPC TO WS-NBR-SPC-EDT
               MOVE WS-NBR-DIR TO WS-NBR-DIR-EDT
               DISPLAY FUNCTION TRIM (WS-NBR-SPC-EDT)
                       " ligne(s) en commande speciale fournisseur"
                       " dont " FUNCTION TRIM (WS-NBR-DIR-EDT)
                       " en livraison directe."
               AT LINE 22 COL 03
           END-IF.

           IF WS-NBR-LGN-OK NOT = 0
               PERFORM 0550-CNF-CMD-DEB
                  THRU 0550-CNF-CMD-FIN
           END-IF.

           DISPLAY "Appuyez sur entree"
           AT LINE 23 COL 03.


      *-----------------------------------------------------------------

      * Edite l'accuse de reception de la commande (genarc) : imprime
      * dans le spool, et depose dans la boite d'envoi a l'adresse du
      * contact designe pour les commandes (a defaut celle du client) ;
      * sans adresse email, l'accuse imprime part par courrier.

       0550-CNF-CMD-DEB.

           CALL "genarc" USING WS-IDF-CMD,
                               WS-TYP-ARC,
                               WS-RTR-ARC
           END-CALL.

           EVALUATE TRUE
               WHEN WS-RTR-ARC-EMA
                   DISPLAY "Accuse de reception edite et envoye au "
                           "client par email."
                   AT LINE 19 COL 03
               WHEN WS-RTR-ARC-IMP
                   DISPLAY "Accuse de reception edite, a envoyer par "
                           "courrier."
                   AT LINE 19 COL 03
           END-EVALUATE.

       0550-CNF-CMD-FIN.
           EXIT.

      *-----------------------------------------------------------------

      * Avant de laisser la ligne parquee en reliquat, montre les
      * substituts en stock (meme reference article dans un autre
      * depot, equivalences geseqv) : si l'operateur en retient un,

           EXIT.
       0470-AFF-UN-SUB-FIN.

      *-----------------------------------------------------------------

      * Saisit une prestation hors stock par son code (vide = fin de
      * la commande) : libelle et tarif affiches pour controle,
      * quantite, puis ligne postee via ajucmd (mode 'P') sans
      * mouvement de stock. Les cumuls de la commande en tiennent
      * compte comme d'une ligne de piece.

       0600-SSI-PRS-DEB.

           DISPLAY "Prestations (code vide pour terminer) : "
           AT LINE 08 COL 03.
           DISPLAY "Code prestation :            " AT LINE 10 COL 03.
           DISPLAY "                              " AT LINE 10 COL 40.
           DISPLAY "                                        "
           AT LINE 12 COL 03.
           MOVE SPACES TO WS-COD-PRS.
           ACCEPT  WS-COD-PRS                     AT LINE 10 COL 21.

           IF WS-COD-PRS = SPACES
               SET WS-FIN-PRS-OUI TO TRUE
               GO TO 0600-SSI-PRS-FIN
           END-IF.

           INSPECT WS-COD-PRS CONVERTING "abcdefghijklmnopqrstuvwxyz"
                                      TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           MOVE WS-COD-PRS TO PG-COD-PRS.

           EXEC SQL
               SELECT id_prs, lib_prs, prix_prs
               INTO   :PG-IDF-PRS, :PG-LIB-PRS, :PG-PRX-PRS
               FROM   prestation
               WHERE  code_prs = TRIM(:PG-COD-PRS)
               AND    COALESCE(actif_prs, 'O') = 'O'
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY "Prestation inconnue ou desactivee."
               AT LINE 12 COL 03
               GO TO 0600-SSI-PRS-FIN
           END-IF.

           MOVE PG-PRX-PRS TO WS-PRX-PRS-EDT.
           DISPLAY PG-LIB-PRS     AT LINE 10 COL 40.
           DISPLAY WS-PRX-PRS-EDT AT LINE 11 COL 40.
           DISPLAY "EUR"          AT LINE 11 COL 52.

           DISPLAY "Quantite :      " AT LINE 12 COL 03.
           ACCEPT  WS-QTE-LGN         AT LINE 12 COL 14.

           IF WS-QTE-LGN = 0
               GO TO 0600-SSI-PRS-FIN
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
                   DISPLAY "Prestation postee.                     "
                   AT LINE 14 COL 03

               WHEN WS-RTR-CMD-PRS-INV
                   DISPLAY "Prestation desactivee, ligne ignoree.  "
                   AT LINE 14 COL 03

               WHEN OTHER
                   DISPLAY "Erreur a l'ajout de la prestation.     "
                   AT LINE 14 COL 03
           END-EVALUATE.

           MOVE WS-NBR-LGN-OK TO WS-NBR-LGN-EDT.
           MOVE WS-MTT-TOT    TO WS-MTT-TOT-EDT.

           DISPLAY "Lignes postees :" AT LINE 17 COL 03.
           DISPLAY WS-NBR-LGN-EDT     AT LINE 17 COL 20.
           DISPLAY "Montant total :"  AT LINE 18 COL 03.
           DISPLAY WS-MTT-TOT-EDT     AT LINE 18 COL 20.
           DISPLAY "EUR"              AT LINE 18 COL 34.

       0600-SSI-PRS-FIN.
           EXIT.

      *-----------------------------------------------------------------

      * Commande speciale : liste les fournisseurs actifs de la piece
      * (ordre de preference, prix d'achat, delai annonce), fait
      * choisir le fournisseur (0 = abandon de la ligne), puis fait
      * creer par ajucmd (mode 'S', fournisseur passe dans la zone du
      * client) la ligne en attente fournisseur et sa commande
      * fournisseur. Aucun retrait de stock n'est pose : la piece sera
      * reservee pour le client a sa liberation qualite (gesqua) ; en
      * livraison directe (mode 'D'), le fournisseur l'expedie chez le
      * client et elle ne passe pas par notre stock.

       0700-SSI-SPC-DEB.

           MOVE 0 TO WS-NBR-PFO.
           MOVE WS-IDF-PIE TO PG-IDF-PIE.

           EXEC SQL OPEN C-PFO END-EXEC.

           EXEC SQL
               FETCH C-PFO
               INTO  :PG-IDF-FOU, :PG-NOM-FOU, :PG-PRX-PFO,
                     :PG-DLI-PFO
           END-EXEC.

           PERFORM 0710-AFF-UN-PFO-DEB
              THRU 0710-AFF-UN-PFO-FIN
              UNTIL SQLCODE NOT = 0.

           EXEC SQL CLOSE C-PFO END-EXEC.

           IF WS-NBR-PFO = 0
               DISPLAY "Aucun fournisseur actif pour cette piece, "
                       "ligne ignoree."
               AT LINE 14 COL 03
               GO TO 0700-SSI-SPC-FIN
           END-IF.

           DISPLAY "Id du fournisseur (0 = abandon) :".
           MOVE 0 TO WS-IDF-FOU.
           ACCEPT WS-IDF-FOU.

           IF WS-IDF-FOU = 0
               DISPLAY "Commande speciale abandonnee.          "
               AT LINE 14 COL 03
               GO TO 0700-SSI-SPC-FIN
           END-IF.

           DISPLAY "Livraison directe chez le client (O/N) :".
           MOVE "N" TO WS-CHX-DIR.
           ACCEPT WS-CHX-DIR.

           IF WS-CHX-DIR = "O" OR WS-CHX-DIR = "o"
               MOVE "O"        TO WS-CHX-DIR
               MOVE WS-APL-DIR TO WS-APL-SPC-CUR
           ELSE
               MOVE "N"        TO WS-CHX-DIR
               MOVE WS-APL-SPC TO WS-APL-SPC-CUR
           END-IF.

           CALL "ajucmd" USING WS-APL-SPC-CUR,
                               WS-IDF-FOU,
                               SESS-IDF-UTI,
                               WS-IDF-CMD,
                               WS-IDF-PIE,
                               WS-QTE-LGN,
                               WS-PRX-LGN,
                               WS-RTR-CMD
           END-CALL.

           EVALUATE TRUE
               WHEN WS-RTR-CMD-OK
                   ADD 1 TO WS-NBR-LGN-OK
                   ADD 1 TO WS-NBR-SPC
                   COMPUTE WS-MTT-TOT = WS-MTT-TOT +
                           (WS-QTE-LGN * WS-PRX-LGN)
                   IF WS-CHX-DIR = "O"
                       ADD 1 TO WS-NBR-DIR
                       DISPLAY "Livraison directe commandee au "
                               "fournisseur."
                       AT LINE 14 COL 03
                   ELSE
                       DISPLAY "Commande speciale passee au "
                               "fournisseur."
                       AT LINE 14 COL 03
                   END-IF

               WHEN WS-RTR-CMD-FOU-INV
                   DISPLAY "Fournisseur non reference pour la piece,"
                   AT LINE 14 COL 03
                   DISPLAY "ligne ignoree."
                   AT LINE 15 COL 03

               WHEN WS-RTR-CMD-PIE-INV
                   DISPLAY "Piece inconnue, ligne ignoree.         "
                   AT LINE 14 COL 03

               WHEN WS-RTR-CMD-LGN-REF
                   DISPLAY "Piece desactivee ou kit, ligne ignoree."
                   AT LINE 14 COL 03

               WHEN OTHER
                   DISPLAY "Erreur a la creation de la commande     "
                   AT LINE 14 COL 03
                   DISPLAY "speciale."
                   AT LINE 15 COL 03
           END-EVALUATE.

           MOVE WS-NBR-LGN-OK TO WS-NBR-LGN-EDT.
           MOVE WS-MTT-TOT    TO WS-MTT-TOT-EDT.

           DISPLAY "Lignes postees :" AT LINE 17 COL 03.
           DISPLAY WS-NBR-LGN-EDT     AT LINE 17 COL 20.
           DISPLAY "Montant total :"  AT LINE 18 COL 03.
           DISPLAY WS-MTT-TOT-EDT     AT LINE 18 COL 20.
           DISPLAY "EUR"              AT LINE 18 COL 34.

       0700-SSI-SPC-FIN.
           EXIT.

      *-----------------------------------------------------------------

       0710-AFF-UN-PFO-DEB.

           IF WS-NBR-PFO = 0
               DISPLAY "Fournisseurs de la piece :"
           END-IF.

           ADD 1 TO WS-NBR-PFO.

           MOVE PG-IDF-FOU TO WS-IDF-FOU-EDT.
           MOVE PG-PRX-PFO TO WS-PRX-PFO-EDT.
           MOVE PG-DLI-PFO TO WS-DLI-PFO-EDT.

           DISPLAY "  " FUNCTION TRIM (WS-IDF-FOU-EDT) " - "
                   PG-NOM-FOU(1:30) " " FUNCTION TRIM (WS-PRX-PFO-EDT)
                   " EUR, delai " FUNCTION TRIM (WS-DLI-PFO-EDT)
                   " j".

           EXEC SQL
               FETCH C-PFO
               INTO  :PG-IDF-FOU, :PG-NOM-FOU, :PG-PRX-PFO,
                     :PG-DLI-PFO
           END-EXEC.

           EXIT.
       0710-AFF-UN-PFO-FIN.
