      * deduit), totaux et solde. L'ensemble des releves part dans le  *
      * fichier spoole RELEVES (genspl, reaffichable via cnsspl) : le  *
      * comptable cesse de lancer stmcli quarante fois le premier du   *
      * mois. Le releve interactif a l'unite reste stmcli. Comme dans  *
      * raprgl, le reglement d'un acompte (ecracp) n'est compte qu'une *
      * fois l'acompte deduit d'une facture.                           *
      * Chaque releve est adresse au contact du client designe pour    *
      * les releves (rchcnt, a defaut le client lui-meme), imprime en  *
      * tete, et depose pour lui dans la boite d'envoi (gennoc).       *
      * Les agences rattachees a un client payeur (id_cli_pay) n'ont   *
      * pas de releve propre : leurs factures, reglements et avoirs    *
      * sont repris sur le releve consolide du payeur, chaque facture  *
      * indiquant l'agence qui l'a commandee.                          *
      *                                                                *
      *----------------------------------------------------------------*
      *                           TRIGRAMMES                           *
      * STM=RELEVE; CLI=CLIENT; FAC=FACTURE; RGL=REGLEMENT; AVR=AVOIR; *
      * SLD=SOLDE; MTT=MONTANT; RST=RESTANT; MOI=MOIS; FIN=FIN;        *
      * NBR=NOMBRE; RSU=RESULTAT; SPL=SPOOL; FIC=FICHIER; EDT=EDITION; *
      * DEB=DEBUT; ACP=ACOMPTE; DST=DESTINATAIRE; EMA=EMAIL;           *
      * CNT=CONTACT; DOC=DOCUMENT; NOT=NOTIFICATION; MSG=MESSAGE;      *
      * AGC=AGENCE                                                     *
      ******************************************************************

       IDENTIFICATION DIVISION.
       01 PG-TTC-FAC-RSU        PIC 9(10)V99.
       01 PG-RST-FAC-RSU        PIC S9(10)V99.

      * Agence qui a commande la facture (client de la commande).
       01 PG-IDF-AGC-RSU        PIC 9(10).

       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

      * Declaration du curseur des clients payeurs dont le solde
      * (factures moins reglements moins avoirs, agences rattachees
      * comprises) n'est pas nul. Une agence rattachee a un payeur
      * n'a pas de releve propre.
      * Le curseur est declare WITH HOLD : gennoc pose un COMMIT a
      * chaque releve depose dans la boite d'envoi.
       EXEC SQL
           DECLARE C-STM CURSOR WITH HOLD FOR
               SELECT c.id_cli, c.nom_cli, COALESCE(c.adr_cli, ' '),
                      COALESCE((SELECT SUM(f.mtt_ttc)
                                FROM facture f
                                JOIN commande m
                                  ON m.id_cmd = f.id_cmd
                                WHERE m.id_cli IN
                                      (SELECT g.id_cli FROM client g
                                       WHERE COALESCE(g.id_cli_pay,
                                             g.id_cli) = c.id_cli)), 0),
                      COALESCE((SELECT SUM(r.mtt_rgl)
                                FROM reglement r
                                WHERE r.id_cli IN
                                      (SELECT g.id_cli FROM client g
                                       WHERE COALESCE(g.id_cli_pay,
                                             g.id_cli) = c.id_cli)
                                AND NOT EXISTS
                                    (SELECT 1 FROM acompte p
                                     WHERE p.id_rgl = r.id_rgl
                                     AND p.statut_acp <> 'deduit')), 0),
                      COALESCE((SELECT SUM(a.mtt_ttc)
                                FROM avoir a
                                WHERE a.id_cli IN
                                      (SELECT g.id_cli FROM client g
                                       WHERE COALESCE(g.id_cli_pay,
                                             g.id_cli) = c.id_cli)), 0)
               FROM   client c
               WHERE  c.id_cli_pay IS NULL
               AND    COALESCE((SELECT SUM(f.mtt_ttc)
                                FROM facture f
                                JOIN commande m
                                  ON m.id_cmd = f.id_cmd
                                WHERE m.id_cli IN
                                      (SELECT g.id_cli FROM client g
                                       WHERE COALESCE(g.id_cli_pay,
                                             g.id_cli) = c.id_cli)), 0)
                    - COALESCE((SELECT SUM(r.mtt_rgl)
                                FROM reglement r
                                WHERE r.id_cli IN
                                      (SELECT g.id_cli FROM client g
                                       WHERE COALESCE(g.id_cli_pay,
                                             g.id_cli) = c.id_cli)
                                AND NOT EXISTS
                                    (SELECT 1 FROM acompte p
                                     WHERE p.id_rgl = r.id_rgl
                                     AND p.statut_acp <> 'deduit')), 0)
                    - COALESCE((SELECT SUM(a.mtt_ttc)
                                FROM avoir a
                                WHERE a.id_cli IN
                                      (SELECT g.id_cli FROM client g
                                       WHERE COALESCE(g.id_cli_pay,
                                             g.id_cli) = c.id_cli)), 0)
                      <> 0
               ORDER BY c.id_cli
       END-EXEC.

      * Declaration du curseur des factures encore ouvertes du client
      * courant et de ses agences (restant du apres lettrage), avec
      * l'agence qui a commande chacune.
       EXEC SQL
           DECLARE C-FAC-STM CURSOR FOR
               SELECT f.num_fac, f.date_fac, f.mtt_ttc,
                      f.mtt_ttc -
                      COALESCE((SELECT SUM(t.mtt_let)
                                FROM reglement_lettrage t
                                WHERE t.id_fac = f.id_fac), 0),
                      m.id_cli
               FROM   facture f
               JOIN   commande m ON m.id_cmd = f.id_cmd
               JOIN   client b   ON b.id_cli = m.id_cli
               WHERE  COALESCE(b.id_cli_pay, b.id_cli) = :PG-IDF-CLI
               AND    f.mtt_ttc -
                      COALESCE((SELECT SUM(t.mtt_let)
                                FROM reglement_lettrage t
       01 WS-MTT-SLD            PIC S9(12)V99.
       01 WS-NBR-STM            PIC 9(05)   VALUE 0.

      * Destinataire du releve (rchcnt) et notification deposee pour
      * lui (gennoc).
       01 WS-TYP-DOC            PIC X(01)   VALUE "S".
       01 WS-NOM-DST            PIC X(50).
       01 WS-EMA-DST            PIC X(50).
       01 WS-RTR-CNT            PIC 9(01).
           88 WS-RTR-CNT-OK                 VALUE 0.
       01 WS-MSG-NOT            PIC X(150).
       01 WS-RTR-NOT            PIC 9(01).

       01 WS-IDF-CLI-EDT        PIC Z(10).
       01 WS-NUM-FAC-EDT        PIC Z(10).
       01 WS-IDF-AGC-EDT        PIC Z(10).
       01 WS-TTC-FAC-EDT        PIC Z(10).99.
       01 WS-RST-FAC-EDT        PIC -Z(10).99.
       01 WS-MTT-FAC-EDT        PIC Z(12).99.
           END-STRING.
           WRITE REC-STM.

           CALL "rchcnt" USING PG-IDF-CLI,
                               WS-TYP-DOC,
                               WS-NOM-DST,
                               WS-EMA-DST,
                               WS-RTR-CNT
           END-CALL.

           IF WS-RTR-CNT-OK
               MOVE SPACES TO REC-STM
               STRING "A l'attention de : " DELIMITED BY SIZE
                      FUNCTION TRIM (WS-NOM-DST) DELIMITED BY SIZE
                      INTO REC-STM
               END-STRING
               WRITE REC-STM
           END-IF.

           MOVE "Factures ouvertes (restant du apres lettrage) :"
           TO REC-STM.
           WRITE REC-STM.
           END-STRING.
           WRITE REC-STM.

           MOVE SPACES TO WS-MSG-NOT.

           STRING "Releve de compte mensuel du client "
                  DELIMITED BY SIZE
                  FUNCTION TRIM (WS-IDF-CLI-EDT) DELIMITED BY SIZE
                  " : solde du " DELIMITED BY SIZE
                  FUNCTION TRIM (WS-MTT-SLD-EDT) DELIMITED BY SIZE
                  " EUR." DELIMITED BY SIZE
                  INTO WS-MSG-NOT
           END-STRING.

           CALL "gennoc" USING PG-IDF-CLI,
                               WS-TYP-DOC,
                               WS-MSG-NOT,
                               WS-RTR-NOT
           END-CALL.

           EXEC SQL
               FETCH C-STM
               INTO  :PG-IDF-CLI, :PG-NOM-CLI, :PG-ADR-CLI,

      *-----------------------------------------------------------------

      * Detaille les factures encore ouvertes du client courant et de
      * ses agences ; une facture commandee par une agence la rappelle.

       2200-EDT-FAC-STM-DEB.

           EXEC SQL
               FETCH C-FAC-STM
               INTO  :PG-NUM-FAC-RSU, :PG-DAT-FAC-RSU,
                     :PG-TTC-FAC-RSU, :PG-RST-FAC-RSU,
                     :PG-IDF-AGC-RSU
           END-EXEC.

           IF SQLCODE NOT = 0
           MOVE PG-NUM-FAC-RSU TO WS-NUM-FAC-EDT.
           MOVE PG-TTC-FAC-RSU TO WS-TTC-FAC-EDT.
           MOVE PG-RST-FAC-RSU TO WS-RST-FAC-EDT.
           MOVE PG-IDF-AGC-RSU TO WS-IDF-AGC-EDT.
           MOVE SPACES TO REC-STM.

           IF PG-IDF-AGC-RSU = PG-IDF-CLI
               STRING "  Facture " DELIMITED BY SIZE
                      FUNCTION TRIM (WS-NUM-FAC-EDT) DELIMITED BY SIZE
                      " du " DELIMITED BY SIZE
                      PG-DAT-FAC-RSU DELIMITED BY SIZE
                      " : " DELIMITED BY SIZE
                      FUNCTION TRIM (WS-TTC-FAC-EDT) DELIMITED BY SIZE
                      " TTC, restant " DELIMITED BY SIZE
                      FUNCTION TRIM (WS-RST-FAC-EDT) DELIMITED BY SIZE
                      INTO REC-STM
               END-STRING
           ELSE
               STRING "  Facture " DELIMITED BY SIZE
                      FUNCTION TRIM (WS-NUM-FAC-EDT) DELIMITED BY SIZE
                      " du " DELIMITED BY SIZE
                      PG-DAT-FAC-RSU DELIMITED BY SIZE
                      " agence " DELIMITED BY SIZE
                      FUNCTION TRIM (WS-IDF-AGC-EDT) DELIMITED BY SIZE
                      " : " DELIMITED BY SIZE
                      FUNCTION TRIM (WS-TTC-FAC-EDT) DELIMITED BY SIZE
                      " TTC, restant " DELIMITED BY SIZE
                      FUNCTION TRIM (WS-RST-FAC-EDT) DELIMITED BY SIZE
                      INTO REC-STM
               END-STRING
           END-IF.

           WRITE REC-STM.

           EXEC SQL
               FETCH C-FAC-STM
               INTO  :PG-NUM-FAC-RSU, :PG-DAT-FAC-RSU,
                     :PG-TTC-FAC-RSU, :PG-RST-FAC-RSU,
                     :PG-IDF-AGC-RSU
           END-EXEC.

           EXIT.
