      ******************************************************************
      *                                                                *
      *                 DESCRIPTION DU SOUS-PROGRAMME                  *
      *                                                                *
      * verlim : verification de la limite de validation d'un          *
      * utilisateur sur une commande fournisseur (piece_commande).     *
      * Chiffre la commande en euros : quantite (unites de stock) au   *
      * prix convenu de la commande (prix_cmd_pie, consultation) ou, a *
      * defaut, au prix de la liste de preference du fournisseur       *
      * (prix_pfo), tous deux par unite d'achat et ramenes a l'unite   *
      * de stock par fact_conv_pfo, convertis au taux du jour (rchtch) *
      * pour un fournisseur en devise ; faute de prix fournisseur ou   *
      * de taux, au cout moyen de la piece (prix_unitaire_pie). La     *
      * limite de l'utilisateur est sa limite propre                   *
      * (utilisateur.lim_vld_uti) ou, a defaut, celle de son role      *
      * (roles.lim_vld_rol) ; sans l'une ni l'autre, il n'a pas de     *
      * limite. Rend aussi le nom d'un approbateur possible : un       *
      * utilisateur actif ayant acces a gescpo dont la limite couvre   *
      * le montant, la plus basse suffisante d'abord (les utilisateurs *
      * sans limite en dernier). Utilise la connexion de l'appelant,   *
      * sans COMMIT.                                                   *
      *                                                                *
      * Code retour rendu a l'appelant : 0 = montant dans la limite ;  *
      * 1 = montant au-dela de la limite (approbation requise) ;       *
      * 2 = commande ou utilisateur inconnu, erreur SQL (validation a  *
      * refuser, par prudence).                                        *
      *                                                                *
      *----------------------------------------------------------------*
      *                           TRIGRAMMES                           *
      *                                                                *
      * verlim=verification limite                                     *
      * LIM=LIMITE (DE VALIDATION); CPO=COMMANDE PIECE (FOURNISSEUR);  *
      * UTI=UTILISATEUR; MTT=MONTANT; DEV=DEVISE; EUR=EUROS; PRU=PRIX  *
      * UNITAIRE (COUT MOYEN); SRC=SOURCE; TCH=TAUX DE CHANGE; APR=    *
      * APPROBATEUR; IND=INDICATEUR; NOM=NOM; IDF=IDENTIFIANT; RTR=    *
      * RETOUR; SLC=SELECTION; CHF=CHIFFRAGE; RCH=RECHERCHE; DAT=DATE; *
      * DEB=DEBUT                                                      *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. verlim.
       AUTHOR. ThomasD.
       DATE-WRITTEN. 15-10-2026 (fr).

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.

       01 PG-IDF-CPO         PIC 9(10).
       01 PG-IDF-UTI         PIC 9(10).

      * Chiffrage de la commande : devise, source du prix ('F' = prix
      * fournisseur, 'P' = cout moyen), montant au prix fournisseur
      * (en devise) et montant au cout moyen (en euros).
       01 PG-DEV-CPO         PIC X(03).
       01 PG-SRC-PRX         PIC X(01).
       01 PG-MTT-DEV         PIC 9(10)V99.
       01 PG-MTT-PRU         PIC 9(10)V99.

       01 PG-LIM-UTI         PIC 9(10)V99.
       01 PG-LIM-UTI-IND     PIC S9(04) COMP-5.

       01 PG-MTT-EUR         PIC 9(10)V99.
       01 PG-NOM-APR         PIC X(30).

       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

      * Code retour rendu a l'appelant.
       01 WS-RTR-LIM         PIC 9(01)   VALUE 0.
           88 WS-RTR-LIM-OK              VALUE 0.
           88 WS-RTR-LIM-DEP             VALUE 1.
           88 WS-RTR-LIM-INV             VALUE 2.

      * Taux du jour de la devise du fournisseur (rchtch, date a blanc
      * = jour meme).
       01 WS-DAT-TCH         PIC X(10)   VALUE SPACES.
       01 WS-TAU-TCH         PIC 9(05)V9(06).
       01 WS-RTR-TCH         PIC 9(01).
           88 WS-RTR-TCH-OK              VALUE 0.

       LINKAGE SECTION.
       01 LK-IDF-CPO         PIC 9(10).
       01 LK-IDF-UTI         PIC 9(10).
       01 LK-MTT-CPO         PIC 9(10)V99.
       01 LK-LIM-UTI         PIC 9(10)V99.
       01 LK-NOM-APR         PIC X(30).
       01 LK-RTR-LIM         PIC 9(01).


       PROCEDURE DIVISION USING LK-IDF-CPO,
                                LK-IDF-UTI,
                                LK-MTT-CPO,
                                LK-LIM-UTI,
                                LK-NOM-APR,
                                LK-RTR-LIM.

           MOVE LK-IDF-CPO TO PG-IDF-CPO.
           MOVE LK-IDF-UTI TO PG-IDF-UTI.
           MOVE 0          TO PG-MTT-EUR.
           MOVE 0          TO PG-LIM-UTI.
           MOVE SPACES     TO PG-NOM-APR.
           MOVE 0          TO WS-RTR-LIM.

           PERFORM 0100-CHF-CPO-DEB
              THRU 0100-CHF-CPO-FIN.

           IF NOT WS-RTR-LIM-INV
               PERFORM 0200-SLC-LIM-DEB
                  THRU 0200-SLC-LIM-FIN
           END-IF.

           IF NOT WS-RTR-LIM-INV
               PERFORM 0300-RCH-APR-DEB
                  THRU 0300-RCH-APR-FIN
           END-IF.

           MOVE PG-MTT-EUR
           TO   LK-MTT-CPO.
           MOVE PG-LIM-UTI
           TO   LK-LIM-UTI.
           MOVE PG-NOM-APR
           TO   LK-NOM-APR.
           MOVE WS-RTR-LIM
           TO   LK-RTR-LIM.

           EXIT PROGRAM.

      ******************************************************************
      *                         PARAGRAPHES                            *
      ******************************************************************

      * Chiffre la commande en euros. La devise est celle figee sur la
      * commande a sa validation ou, avant, celle du fournisseur.

       0100-CHF-CPO-DEB.

           EXEC SQL
               SELECT COALESCE(c.devise_cmd_pie, f.devise_fou, 'EUR'),
                      CASE WHEN COALESCE(NULLIF(c.prix_cmd_pie, 0),
                                         NULLIF(k.prix_pfo, 0))
                                IS NULL
                           THEN 'P' ELSE 'F' END,
                      ROUND(c.qte_cmd_pie
                            * COALESCE(NULLIF(c.prix_cmd_pie, 0),
                                       NULLIF(k.prix_pfo, 0), 0)
                            / COALESCE(NULLIF(k.fact_conv_pfo, 0), 1),
                            2),
                      ROUND(c.qte_cmd_pie
                            * COALESCE(p.prix_unitaire_pie, 0), 2)
               INTO   :PG-DEV-CPO, :PG-SRC-PRX, :PG-MTT-DEV,
                      :PG-MTT-PRU
               FROM   piece_commande c
               JOIN   piece p ON p.id_pie = c.id_pie
               LEFT JOIN fournisseur f ON f.id_fou = c.id_fou
               LEFT JOIN piece_fournisseur k
                      ON k.id_pie = c.id_pie
                     AND k.id_fou = c.id_fou
                     AND COALESCE(k.actif_pfo, 'O') = 'O'
               WHERE  c.id_cmd_pie = :PG-IDF-CPO
               ORDER BY k.ordre_pfo
               FETCH FIRST 1 ROW ONLY
           END-EXEC.

           IF SQLCODE NOT = 0
               SET WS-RTR-LIM-INV TO TRUE
               GO TO 0100-CHF-CPO-FIN
           END-IF.

           IF PG-SRC-PRX = "P"
               MOVE PG-MTT-PRU TO PG-MTT-EUR
               GO TO 0100-CHF-CPO-FIN
           END-IF.

           IF PG-DEV-CPO = "EUR"
               MOVE PG-MTT-DEV TO PG-MTT-EUR
               GO TO 0100-CHF-CPO-FIN
           END-IF.

           CALL "rchtch" USING PG-DEV-CPO
                               WS-DAT-TCH
                               WS-TAU-TCH
                               WS-RTR-TCH
           END-CALL.

           IF WS-RTR-TCH-OK
               COMPUTE PG-MTT-EUR ROUNDED = PG-MTT-DEV * WS-TAU-TCH
           ELSE
               MOVE PG-MTT-PRU TO PG-MTT-EUR
           END-IF.

       0100-CHF-CPO-FIN.
           EXIT.

      *-----------------------------------------------------------------

      * Limite de l'utilisateur : la sienne, sinon celle de son role ;
      * ni l'une ni l'autre (indicateur NULL) = pas de limite.

       0200-SLC-LIM-DEB.

           EXEC SQL
               SELECT COALESCE(u.lim_vld_uti, r.lim_vld_rol)
               INTO   :PG-LIM-UTI:PG-LIM-UTI-IND
               FROM   utilisateur u
               LEFT JOIN roles r ON r.code_rol = u.role_uti
               WHERE  u.id_uti = :PG-IDF-UTI
           END-EXEC.

           IF SQLCODE NOT = 0
               SET WS-RTR-LIM-INV TO TRUE
               GO TO 0200-SLC-LIM-FIN
           END-IF.

           IF PG-LIM-UTI-IND < 0
               MOVE 0 TO PG-LIM-UTI
               GO TO 0200-SLC-LIM-FIN
           END-IF.

           IF PG-MTT-EUR > PG-LIM-UTI
               SET WS-RTR-LIM-DEP TO TRUE
           END-IF.

       0200-SLC-LIM-FIN.
           EXIT.

      *-----------------------------------------------------------------

      * Approbateur possible : utilisateur actif ayant acces a gescpo,
      * autre que celui qui demande, dont la limite couvre le montant
      * - la plus basse suffisante d'abord, les utilisateurs sans
      * limite en dernier.

       0300-RCH-APR-DEB.

           EXEC SQL
               SELECT u.nom_uti
               INTO   :PG-NOM-APR
               FROM   utilisateur u
               LEFT JOIN roles r ON r.code_rol = u.role_uti
               WHERE  COALESCE(u.actif_uti, 'O') = 'O'
               AND    u.id_uti <> :PG-IDF-UTI
               AND    EXISTS (SELECT 1
                              FROM   permissions e
                              WHERE  e.code_rol = u.role_uti
                              AND    e.code_fnc = 'gescpo')
               AND    COALESCE(u.lim_vld_uti, r.lim_vld_rol,
                               :PG-MTT-EUR) >= :PG-MTT-EUR
               ORDER BY COALESCE(u.lim_vld_uti, r.lim_vld_rol)
                        NULLS LAST,
                        u.id_uti
               FETCH FIRST 1 ROW ONLY
           END-EXEC.

           IF SQLCODE NOT = 0
               MOVE SPACES TO PG-NOM-APR
           END-IF.

       0300-RCH-APR-FIN.
           EXIT.
