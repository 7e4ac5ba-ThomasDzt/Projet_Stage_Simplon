      * transition ne passe plus par gescmd : une livraison contestee  *
      * a desormais un document derriere elle. La transition est       *
      * journalisee via genlog (type_log = 'commande').                *
      * Les lignes en livraison directe (liv_dir_lgn = 'O'), expediees *
      * par le fournisseur chez le client, ne figurent pas sur le bon. *
      * Les lignes encore en reservation (rsv_lgn = 'O', livraison     *
      * differee non encore convertie par trtrsv) non plus.            *
      * Le bon porte l'adresse de livraison choisie a la saisie de la  *
      * commande (gesadl), a defaut l'adresse de facturation.          *
      * Le poids du colis est calcule a partir du poids unitaire des   *
      * pieces (fiche piece) et des quantites expediees ; l'operateur  *
      * saisit le nombre de colis et indique si l'envoi part par       *
      * transporteur (repris le soir dans le manifeste mantrp).        *
      * Une commande portant une piece classee matiere dangereuse      *
      * (ADR, gesadr) ne part par transporteur que si celui-ci est     *
      * habilite (societe.transp_adr_soc, gessoc) : sinon le bon n'est *
      * pas cree (controle decadr). Le bon imprime porte le bloc de    *
      * declaration ADR avec les totaux par classe.                    *
      *                                                                *
      *----------------------------------------------------------------*
      *                           TRIGRAMMES                           *
      * PIE=PIECE; QTE=QUANTITE; EXP=EXPEDIEE; PRE=PREPARATEUR;        *
      * NUM=NUMERO; STA=STATUT; IDF=IDENTIFIANT; UTI=UTILISATEUR;      *
      * NBR=NOMBRE; RSU=RESULTAT; SLC=SELECTION; INS=INSERTION;        *
      * MAJ=MISE A JOUR; IMP=IMPRESSION; LRR=LEURRE; ADL=ADRESSE DE    *
      * LIVRAISON; ADR=ADRESSE; COP=CODE POSTAL; VIL=VILLE;            *
      * LIV=LIVRAISON; LIB=LIBELLE; PDS=POIDS; COL=COLIS;              *
      * TRP=TRANSPORTEUR; SSP=SANS POIDS; SSI=SAISIE; DEB=DEBUT;       *
      * APL=APPEL; TYP=TYPE; HAB=HABILITATION; RTR=RETOUR;             *
      * MDG=MATIERE DANGEREUSE (ADR)                                   *
      ******************************************************************

       IDENTIFICATION DIVISION.
       01 PG-STA-CMD            PIC X(14).
       01 PG-NOM-CLI            PIC X(50).

      * Adresse de livraison de la commande (gesadl), a defaut celle
      * de facturation du client.
       01 PG-LIB-ADL            PIC X(30).
       01 PG-ADR-LIV            PIC X(50).
       01 PG-COP-LIV            PIC 9(05).
       01 PG-VIL-LIV            PIC X(50).

       01 PG-IDF-UTI-PRE        PIC 9(10).
       01 PG-NOM-UTI-PRE        PIC X(30).

       01 PG-QTE-CMD            PIC 9(05).
       01 PG-QTE-EXP            PIC 9(05).

      * Poids du colis (kg), nombre de lignes dont la piece n'a pas de
      * poids renseigne, nombre de colis et envoi par transporteur.
       01 PG-PDS-BL             PIC 9(07)V999.
       01 PG-NBR-SSP            PIC 9(05).
       01 PG-NBR-COL            PIC 9(05).
       01 PG-TRP-BL             PIC X(01).

      * Habilitation ADR du transporteur colis (societe).
       01 PG-TRP-MDG            PIC X(01).

       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.
               FROM   commande_ligne l
               JOIN   piece p ON p.id_pie = l.id_pie
               WHERE  l.id_cmd = :PG-IDF-CMD
               AND    COALESCE(l.liv_dir_lgn, 'N') = 'N'
               AND    COALESCE(l.rsv_lgn, 'N') = 'N'
               GROUP BY l.id_pie, p.nom_pie
               ORDER BY l.id_pie
       END-EXEC.
       01 WS-QTE-CMD-EDT        PIC Z(05).
       01 WS-QTE-EXP-EDT        PIC Z(05).
       01 WS-NBR-LGN-EDT        PIC Z(05).
       01 WS-PDS-BL-EDT         PIC Z(06)9.999.
       01 WS-NBR-SSP-EDT        PIC Z(05).
       01 WS-NBR-COL-EDT        PIC Z(05).

      * Saisies du nombre de colis (0 vaut 1) et de l'envoi par
      * transporteur (toute autre reponse que 'O' vaut 'N').
       01 WS-NBR-COL            PIC 9(05).
       01 WS-TRP-BL             PIC X(01).
           88 WS-TRP-BL-OUI                 VALUE "O".

      * Zones echangees avec decadr : controle des matieres
      * dangereuses avant expedition, puis bloc de declaration ADR du
      * bon imprime.
       01 WS-APL-MDG            PIC X(01).
       01 WS-TYP-MDG            PIC X(01).
       01 WS-IDF-MDG            PIC 9(10).
       01 WS-HAB-MDG            PIC X(01).
       01 WS-RTR-MDG            PIC 9(01).
           88 WS-RTR-MDG-REF                VALUE 1.

      * Zone de session partagee : qui est connecte sur ce poste.
       COPY session.

           EXEC SQL
               SELECT c.id_cli, COALESCE(c.statut_cmd, 'saisie'),
                      k.nom_cli,
                      COALESCE(a.lib_adl, ' '),
                      COALESCE(a.adr_adl, k.adr_cli, ' '),
                      COALESCE(a.cop_adl, k.cop_cli, 0),
                      COALESCE(a.vil_adl, k.vil_cli, ' ')
               INTO   :PG-IDF-CLI, :PG-STA-CMD, :PG-NOM-CLI,
                      :PG-LIB-ADL, :PG-ADR-LIV, :PG-COP-LIV,
                      :PG-VIL-LIV
               FROM   commande c
               JOIN   client k ON k.id_cli = c.id_cli
               LEFT JOIN adresse_livraison a ON a.id_adl = c.id_adl
               WHERE  c.id_cmd = :PG-IDF-CMD
           END-EXEC.

               GO TO 0100-SSI-CMD-SRT
           END-IF.

           DISPLAY "Expedie par transporteur (O/N) :".
           ACCEPT WS-TRP-BL.

           IF NOT WS-TRP-BL-OUI
               MOVE "N" TO WS-TRP-BL
           END-IF.

      * Seul le transporteur colis est controle ici ; une commande
      * livree par tournee l'est a son ajout sur la tournee (gestrn).
           MOVE "O" TO WS-HAB-MDG.

           IF WS-TRP-BL-OUI
               EXEC SQL
                   SELECT COALESCE(transp_adr_soc, 'N')
                   INTO   :PG-TRP-MDG
                   FROM   societe
                   FETCH FIRST 1 ROW ONLY
               END-EXEC

               IF SQLCODE NOT = 0
                   MOVE "N" TO PG-TRP-MDG
               END-IF

               MOVE PG-TRP-MDG TO WS-HAB-MDG
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
                       "(ADR) : le transporteur n'est pas habilite, "
                       "bon non cree."
               GO TO 0100-SSI-CMD-SRT
           END-IF.

           PERFORM 0200-GEN-BLV-DEB
              THRU 0200-GEN-BLV-FIN.


           EXEC SQL CLOSE C-BLV END-EXEC.

           PERFORM 0450-SSI-COL-DEB
              THRU 0450-SSI-COL-FIN.

           PERFORM 0400-MAJ-STA-DEB
              THRU 0400-MAJ-STA-FIN.


      *-----------------------------------------------------------------

      * Poids du colis : somme des quantites expediees par le poids
      * unitaire des pieces. Les pieces sans poids sur leur fiche sont
      * signalees (poids sous-estime). Saisit ensuite le nombre de
      * colis, porte sur le bon avec l'envoi par transporteur.

       0450-SSI-COL-DEB.

           EXEC SQL
               SELECT COALESCE(SUM(b.qte_exp
                               * COALESCE(p.poids_pie, 0)), 0),
                      COUNT(CASE WHEN COALESCE(p.poids_pie, 0) = 0
                                  AND b.qte_exp > 0
                                 THEN 1 END)
               INTO   :PG-PDS-BL, :PG-NBR-SSP
               FROM   bon_livraison_ligne b
               JOIN   piece p ON p.id_pie = b.id_pie
               WHERE  b.id_bl = :PG-IDF-BL
           END-EXEC.

           IF SQLCODE NOT = 0
               MOVE 0 TO PG-PDS-BL
               MOVE 0 TO PG-NBR-SSP
           END-IF.

           MOVE PG-PDS-BL  TO WS-PDS-BL-EDT.
           MOVE PG-NBR-SSP TO WS-NBR-SSP-EDT.

           DISPLAY "Poids du colis : " FUNCTION TRIM (WS-PDS-BL-EDT)
                   " kg.".

           IF PG-NBR-SSP > 0
               DISPLAY "Attention : " FUNCTION TRIM (WS-NBR-SSP-EDT)
                       " piece(s) sans poids sur leur fiche, poids "
                       "incomplet."
           END-IF.

           DISPLAY "Nombre de colis :".
           ACCEPT WS-NBR-COL.

           IF WS-NBR-COL = 0
               MOVE 1 TO WS-NBR-COL
           END-IF.

           MOVE WS-NBR-COL TO PG-NBR-COL.
           MOVE WS-TRP-BL  TO PG-TRP-BL.

           EXEC SQL
               UPDATE bon_livraison
               SET    nb_colis_bl = :PG-NBR-COL,
                      poids_bl    = :PG-PDS-BL,
                      transp_bl   = :PG-TRP-BL
               WHERE  id_bl = :PG-IDF-BL
           END-EXEC.

           IF SQLCODE = 0
               EXEC SQL COMMIT END-EXEC
           ELSE
               EXEC SQL ROLLBACK END-EXEC
               MOVE "genbl : maj colis bon_livraison"
               TO   WS-OPE-ERR
               CALL "generr" USING WS-OPE-ERR, SQLCODE, WS-RTR-ERR
               END-CALL
           END-IF.

           EXIT.
       0450-SSI-COL-FIN.

      *-----------------------------------------------------------------

      * Imprime le bon de livraison mis en forme : numero, commande,
      * client, preparateur, et les quantites reellement expediees.

           DISPLAY "Commande       : " FUNCTION TRIM (WS-IDF-CMD-EDT).
           DISPLAY "Client         : " FUNCTION TRIM (WS-IDF-CLI-EDT)
                   " - " FUNCTION TRIM (PG-NOM-CLI).
           IF PG-LIB-ADL NOT = SPACES
               DISPLAY "Livrer a       : " FUNCTION TRIM (PG-LIB-ADL)
               DISPLAY "                 " FUNCTION TRIM (PG-ADR-LIV)
           ELSE
               DISPLAY "Livrer a       : " FUNCTION TRIM (PG-ADR-LIV)
           END-IF.
           DISPLAY "                 " PG-COP-LIV " "
                   FUNCTION TRIM (PG-VIL-LIV).
           DISPLAY "Prepare par    : " FUNCTION TRIM (PG-NOM-UTI-PRE).

           MOVE WS-NBR-COL TO WS-NBR-COL-EDT.

           DISPLAY "Colis          : " FUNCTION TRIM (WS-NBR-COL-EDT)
                   " - poids " FUNCTION TRIM (WS-PDS-BL-EDT) " kg".

           IF WS-TRP-BL-OUI
               DISPLAY "Expedition     : par transporteur"
           END-IF.
           DISPLAY "------------------------------------------------".
           DISPLAY "Piece                                   Qte exp.".

           DISPLAY "------------------------------------------------".
           DISPLAY "Total : " FUNCTION TRIM (WS-NBR-LGN-EDT)
                   " ligne(s).".

           MOVE "I"       TO WS-APL-MDG.
           MOVE "B"       TO WS-TYP-MDG.
           MOVE PG-IDF-BL TO WS-IDF-MDG.

           CALL "decadr" USING WS-APL-MDG,
                               WS-TYP-MDG,
                               WS-IDF-MDG,
                               WS-HAB-MDG,
                               WS-RTR-MDG
           END-CALL.

           DISPLAY "Recu par : ...................  Le : ...........".
           DISPLAY "================================================".

