      * ligne, comme le releve de stmcli. Le magasinier n'a ainsi      *
      * plus a relire l'ecran de saisie par-dessus l'epaule de         *
      * l'accueil.                                                     *
      * Les lignes de commande speciale encore en attente fournisseur  *
      * (att_fou_lgn = 'O') ne sont pas a prelever : elles sont        *
      * seulement comptees en pied de bon. Les lignes en livraison     *
      * directe (liv_dir_lgn = 'O') sont expediees par le fournisseur  *
      * chez le client : elles ne sont jamais a prelever, et sont      *
      * comptees a part en pied de bon.                                *
      * Les lignes d'une livraison differee encore en reservation      *
      * (rsv_lgn = 'O') ne se prelevent qu'une fois converties en      *
      * retrait par trtrsv : elles sont comptees en pied de bon avec   *
      * la date de livraison souhaitee.                                *
      * L'entete porte l'adresse de livraison choisie a la saisie de   *
      * la commande (gesadl), a defaut l'adresse de facturation.       *
      *                                                                *
      *----------------------------------------------------------------*
      *                           TRIGRAMMES                           *
      * CMD=COMMANDE; CLI=CLIENT; LGN=LIGNE; PIE=PIECE; QTE=QUANTITE;  *
      * DEP=DEPOT; DAT=DATE; STA=STATUT; NOM=NOM; IDF=IDENTIFIANT;     *
      * NBR=NOMBRE; RSU=RESULTAT; SLC=SELECTION; AFF=AFFICHAGE;        *
      * EDT=EDITION; LRR=LEURRE; ATT=ATTENTE; DIR=DIRECTE;             *
      * RSV=RESERVATION; LIV=LIVRAISON; ADL=ADRESSE DE LIVRAISON;      *
      * ADR=ADRESSE; COP=CODE POSTAL; VIL=VILLE; LIB=LIBELLE;          *
      * DEB=DEBUT                                                      *
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

       01 PG-DEP-PIE-RSU        PIC X(20).
       01 PG-IDF-PIE-RSU        PIC 9(10).
       01 PG-NOM-PIE-RSU        PIC X(30).
       01 PG-EMP-PIE-RSU        PIC X(10).
       01 PG-KIT-PIE-RSU        PIC X(01).

      * Lignes de commande speciale en attente fournisseur.
       01 PG-NBR-ATT            PIC 9(05).

      * Lignes de livraison differee encore en reservation, et date
      * de livraison souhaitee de la commande.
       01 PG-NBR-RSV            PIC 9(05).
       01 PG-DAT-LIV            PIC X(10).

      * Composant du kit de la ligne courante, detaille sous la
      * ligne pour le prelevement.
       01 PG-NOM-CMP-RSU        PIC X(30).
               FROM   commande_ligne l
               JOIN   piece p ON p.id_pie = l.id_pie
               WHERE  l.id_cmd = :PG-IDF-CMD
               AND    COALESCE(l.att_fou_lgn, 'N') = 'N'
               AND    COALESCE(l.liv_dir_lgn, 'N') = 'N'
               AND    COALESCE(l.rsv_lgn, 'N') = 'N'
               ORDER BY p.depot_pie,
                        COALESCE(p.empl_pie, 'zzzzzzzzzz'),
                        p.nom_pie
       01 WS-IDF-PIE-EDT        PIC Z(10).
       01 WS-QTE-LGN-EDT        PIC Z(05).
       01 WS-NBR-LGN-EDT        PIC Z(05).
       01 WS-NBR-ATT-EDT        PIC Z(05).
       01 WS-QTE-CMP            PIC 9(07).
       01 WS-QTE-CMP-EDT        PIC Z(07).

           MOVE WS-IDF-CMD TO PG-IDF-CMD.

           EXEC SQL
               SELECT c.id_cli, c.date_cmd, c.statut_cmd, k.nom_cli,
                      COALESCE(a.lib_adl, ' '),
                      COALESCE(a.adr_adl, k.adr_cli, ' '),
                      COALESCE(a.cop_adl, k.cop_cli, 0),
                      COALESCE(a.vil_adl, k.vil_cli, ' ')
               INTO   :PG-IDF-CLI, :PG-DAT-CMD, :PG-STA-CMD,
                      :PG-NOM-CLI,
                      :PG-LIB-ADL, :PG-ADR-LIV, :PG-COP-LIV,
                      :PG-VIL-LIV
               FROM   commande c
               JOIN   client k ON k.id_cli = c.id_cli
               LEFT JOIN adresse_livraison a ON a.id_adl = c.id_adl
               WHERE  c.id_cmd = :PG-IDF-CMD
           END-EXEC.

                   " du " PG-DAT-CMD.
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
           DISPLAY "Statut         : " PG-STA-CMD.
           DISPLAY "------------------------------------------------".
           DISPLAY "    Depot                Empl.      Piece       "
           DISPLAY "------------------------------------------------".
           DISPLAY "Total : " FUNCTION TRIM (WS-NBR-LGN-EDT)
                   " ligne(s) a preparer.".

           EXEC SQL
               SELECT COUNT(*)
               INTO   :PG-NBR-ATT
               FROM   commande_ligne
               WHERE  id_cmd = :PG-IDF-CMD
               AND    id_pie IS NOT NULL
               AND    att_fou_lgn = 'O'
               AND    COALESCE(liv_dir_lgn, 'N') = 'N'
           END-EXEC.

           IF SQLCODE = 0 AND PG-NBR-ATT > 0
               MOVE PG-NBR-ATT TO WS-NBR-ATT-EDT
               DISPLAY FUNCTION TRIM (WS-NBR-ATT-EDT)
                       " ligne(s) en attente fournisseur (commande "
                       "speciale), non preparable(s)."
           END-IF.

           EXEC SQL
               SELECT COUNT(*)
               INTO   :PG-NBR-ATT
               FROM   commande_ligne
               WHERE  id_cmd = :PG-IDF-CMD
               AND    liv_dir_lgn = 'O'
           END-EXEC.

           IF SQLCODE = 0 AND PG-NBR-ATT > 0
               MOVE PG-NBR-ATT TO WS-NBR-ATT-EDT
               DISPLAY FUNCTION TRIM (WS-NBR-ATT-EDT)
                       " ligne(s) en livraison directe par le "
                       "fournisseur, hors preparation."
           END-IF.

           EXEC SQL
               SELECT COUNT(*),
                      COALESCE(MAX(c.date_liv_cmd)::VARCHAR, ' ')
               INTO   :PG-NBR-RSV, :PG-DAT-LIV
               FROM   commande_ligne l
               JOIN   commande c ON c.id_cmd = l.id_cmd
               WHERE  l.id_cmd = :PG-IDF-CMD
               AND    l.id_pie IS NOT NULL
               AND    l.rsv_lgn = 'O'
           END-EXEC.

           IF SQLCODE = 0 AND PG-NBR-RSV > 0
               MOVE PG-NBR-RSV TO WS-NBR-ATT-EDT
               DISPLAY FUNCTION TRIM (WS-NBR-ATT-EDT)
                       " ligne(s) reservee(s) pour une livraison le "
                       PG-DAT-LIV ", a preparer apres conversion."
           END-IF.

           DISPLAY "Prepare par : ................  Le : ...........".
           DISPLAY "================================================".

