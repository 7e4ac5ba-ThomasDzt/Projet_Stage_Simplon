      * et mettant a jour la ligne correspondante de la table          *
      * "client" de la BDD SQL. Permet de corriger les coordonnees     *
      * d'un client deja cree, et de le desactiver sans le supprimer,  *
      * sans passer par ajucli, qui ne fait qu'inserer. Le pays et le  *
      * numero de TVA intracommunautaire arrivent deja controles par   *
      * vertva (edcli) ; un numero a blanc remet tva_intra_cli a NULL. *
      * Le client payeur (id_cli_pay) rattache une agence a son siege, *
      * qui recoit ses factures : il doit exister, etre actif,         *
      * differer du client et ne pas avoir lui-meme de payeur, et un   *
      * client deja payeur d'autres agences ne peut pas etre rattache  *
      * a son tour (un seul niveau). Zero remet id_cli_pay a NULL (le  *
      * client paie lui-meme).                                         *
      * Le representant (id_rep) doit exister et etre actif au         *
      * referentiel gesrep ; zero detache le client de tout            *
      * representant.                                                  *
      *                                                                *
      *----------------------------------------------------------------*
      *                           TRIGRAMMES                           *
      * IDF=IDENTIFIANT; CLI=CLIENT; NOM=NOM; EMA=EMAIL;               *
      * IND=INDICATIF; TEL=TELEPHONE; COP=CODE POSTAL; VIL=VILLE;      *
      * ADR=ADRESSE; ACF=ACTIF; AFC=AFFECTATION; VAR=VARIABLE;         *
      * DEB=DEBUT; VER=VERIFICATION; MAJ=MISE A JOUR; RTR=RETOUR;      *
      * CRG=CONDITIONS DE REGLEMENT; PAY=PAYS; TVA=NUMERO DE TVA;      *
      * INT=INTRACOMMUNAUTAIRE; PYR=PAYEUR; NBR=NOMBRE;                *
      * REP=REPRESENTANT                                               *
      ******************************************************************

       IDENTIFICATION DIVISION.
      * de l'export de prospection expmkt.
       01 PG-CST-CLI         PIC X(01).

      * Conditions de reglement du client (code du referentiel
      * conditions_reglement), dont genfac tire la date d'echeance de
      * chaque facture. Le compteur sert a verifier que le code saisi
      * existe.
       01 PG-CRG-CLI         PIC X(10).
       01 PG-NBR-CRG         PIC 9(05).

      * Pays (code ISO) et numero de TVA intracommunautaire, dont
      * genfac deduit la facturation en autoliquidation.
       01 PG-PAY-CLI         PIC X(02).
       01 PG-TVA-INT         PIC X(14).

      * Client payeur (0 = le client paie lui-meme), avec les zones de
      * controle du payeur saisi : actif, payeur propre, et nombre
      * d'agences deja rattachees au client edite.
       01 PG-IDF-PYR         PIC 9(10).
       01 PG-ACF-PYR         PIC X(01).
       01 PG-PYR-PYR         PIC 9(10).
       01 PG-NBR-AGC         PIC 9(05).

      * Representant du client (0 = aucun) et son etat au referentiel.
       01 PG-IDF-REP         PIC 9(10).
       01 PG-ACF-REP         PIC X(01).

      * Valeurs portees par la fiche avant la mise a jour, relues en
      * meme temps que la verification d'existence (0140) afin de
      * tracer champ par champ, via genmod, ce qui a change.
       01 PG-ANC-REM-CLI     PIC 9(02)V99.
       01 PG-ANC-LIM-CLI     PIC 9(08)V99.
       01 PG-ANC-CST-CLI     PIC X(01).
       01 PG-ANC-CRG-CLI     PIC X(10).
       01 PG-ANC-PAY-CLI     PIC X(02).
       01 PG-ANC-TVA-INT     PIC X(14).
       01 PG-ANC-IDF-PYR     PIC 9(10).
       01 PG-ANC-IDF-REP     PIC 9(10).

       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

      * Code retour rendu a l'appelant : 0 = mise a jour reussie ;
      * 1 = client inconnu ; 2 = erreur SQL a la mise a jour ;
      * 3 = condition de reglement inconnue du referentiel ;
      * 4 = client payeur invalide ; 5 = representant inconnu ou
      * inactif.
       01 WS-RTR-MAJ         PIC 9(01)   VALUE 0.
           88 WS-RTR-MAJ-OK              VALUE 0.
           88 WS-RTR-MAJ-CLI-INV         VALUE 1.
           88 WS-RTR-MAJ-ERR             VALUE 2.
           88 WS-RTR-MAJ-CRG-INV         VALUE 3.
           88 WS-RTR-MAJ-PYR-INV         VALUE 4.
           88 WS-RTR-MAJ-REP-INV         VALUE 5.

      * Zones utilisees pour tracer via generr l'echec de la mise a
      * jour du client en cas de SQLCODE en erreur.
       01 LK-REM-CLI         PIC 9(02)V99.
       01 LK-LIM-CLI         PIC 9(08)V99.
       01 LK-CST-CLI         PIC X(01).
       01 LK-CRG-CLI         PIC X(10).
       01 LK-PAY-CLI         PIC X(02).
       01 LK-TVA-INT         PIC X(14).
       01 LK-IDF-PYR         PIC Z(10).
       01 LK-IDF-REP         PIC Z(10).
       01 LK-RTR-MAJ         PIC 9(01).


                                LK-REM-CLI,
                                LK-LIM-CLI,
                                LK-CST-CLI,
                                LK-CRG-CLI,
                                LK-PAY-CLI,
                                LK-TVA-INT,
                                LK-IDF-PYR,
                                LK-IDF-REP,
                                LK-RTR-MAJ.


           PERFORM 0140-VER-CLI-DEB
              THRU 0140-VER-CLI-FIN.

      * Verification que la condition de reglement saisie existe au
      * referentiel.
           IF WS-RTR-MAJ-OK
               PERFORM 0145-VER-CRG-DEB
                  THRU 0145-VER-CRG-FIN
           END-IF.

      * Verification du client payeur saisi.
           IF WS-RTR-MAJ-OK
               PERFORM 0148-VER-PYR-DEB
                  THRU 0148-VER-PYR-FIN
           END-IF.

      * Verification du representant saisi.
           IF WS-RTR-MAJ-OK
               PERFORM 0149-VER-REP-DEB
                  THRU 0149-VER-REP-FIN
           END-IF.

           IF WS-RTR-MAJ-OK
               PERFORM 0150-MAJ-SQL-DEB
                  THRU 0150-MAJ-SQL-FIN
               MOVE "N" TO PG-CST-CLI
           END-IF.

           MOVE LK-CRG-CLI
           TO   PG-CRG-CLI.

           IF LK-PAY-CLI = SPACES
               MOVE "FR" TO PG-PAY-CLI
           ELSE
               MOVE LK-PAY-CLI TO PG-PAY-CLI
           END-IF.

           MOVE LK-TVA-INT
           TO   PG-TVA-INT.

           MOVE LK-IDF-PYR
           TO   PG-IDF-PYR.

           MOVE LK-IDF-REP
           TO   PG-IDF-REP.

       0100-AFC-VAR-FIN.
           EXIT.

                      COALESCE(siret_cli, 0),
                      COALESCE(remise_cli, 0),
                      COALESCE(lim_cred_cli, 0),
                      COALESCE(consent_mkt_cli, 'N'),
                      COALESCE(cond_rgl_cli, 'comptant'),
                      COALESCE(pays_cli, 'FR'),
                      COALESCE(tva_intra_cli, ' '),
                      COALESCE(id_cli_pay, 0),
                      COALESCE(id_rep, 0)
               INTO   :PG-IDF-CLI, :PG-ANC-NOM-CLI, :PG-ANC-EMA-CLI,
                      :PG-ANC-IND-CLI, :PG-ANC-TEL-CLI,
                      :PG-ANC-COP-CLI, :PG-ANC-VIL-CLI,
                      :PG-ANC-ADR-CLI, :PG-ANC-ACF-CLI,
                      :PG-ANC-TYP-CLI, :PG-ANC-SIR-CLI,
                      :PG-ANC-REM-CLI, :PG-ANC-LIM-CLI,
                      :PG-ANC-CST-CLI, :PG-ANC-CRG-CLI,
                      :PG-ANC-PAY-CLI, :PG-ANC-TVA-INT,
                      :PG-ANC-IDF-PYR, :PG-ANC-IDF-REP
               FROM   client
               WHERE  id_cli = :PG-IDF-CLI
           END-EXEC.

      *-----------------------------------------------------------------

      * Verification que la condition de reglement existe dans le
      * referentiel conditions_reglement. Une condition laissee a
      * blanc conserve celle que portait deja la fiche.

       0145-VER-CRG-DEB.

           IF PG-CRG-CLI = SPACES
               MOVE PG-ANC-CRG-CLI TO PG-CRG-CLI
           END-IF.

           EXEC SQL
               SELECT COUNT(*)
               INTO   :PG-NBR-CRG
               FROM   conditions_reglement
               WHERE  code_crg = :PG-CRG-CLI
           END-EXEC.

           IF SQLCODE NOT = 0 OR PG-NBR-CRG = 0
               SET WS-RTR-MAJ-CRG-INV TO TRUE
           END-IF.

       0145-VER-CRG-FIN.
           EXIT.

      *-----------------------------------------------------------------

      * Verification du client payeur : un payeur saisi doit exister,
      * etre actif, differer du client edite et payer pour lui-meme ;
      * le client edite ne doit pas etre deja payeur d'autres agences.
      * Un seul niveau de rattachement, pour que l'agregation au
      * payeur (trtstm, raprgl, genrel, ajucmd) reste directe.

       0148-VER-PYR-DEB.

           IF PG-IDF-PYR = 0
               GO TO 0148-VER-PYR-FIN
           END-IF.

           IF PG-IDF-PYR = PG-IDF-CLI
               SET WS-RTR-MAJ-PYR-INV TO TRUE
               GO TO 0148-VER-PYR-FIN
           END-IF.

           EXEC SQL
               SELECT COALESCE(actif_cli, 'O'),
                      COALESCE(id_cli_pay, 0)
               INTO   :PG-ACF-PYR, :PG-PYR-PYR
               FROM   client
               WHERE  id_cli = :PG-IDF-PYR
           END-EXEC.

           IF SQLCODE NOT = 0 OR PG-ACF-PYR NOT = "O"
                              OR PG-PYR-PYR NOT = 0
               SET WS-RTR-MAJ-PYR-INV TO TRUE
               GO TO 0148-VER-PYR-FIN
           END-IF.

           EXEC SQL
               SELECT COUNT(*)
               INTO   :PG-NBR-AGC
               FROM   client
               WHERE  id_cli_pay = :PG-IDF-CLI
           END-EXEC.

           IF SQLCODE NOT = 0 OR PG-NBR-AGC NOT = 0
               SET WS-RTR-MAJ-PYR-INV TO TRUE
           END-IF.

       0148-VER-PYR-FIN.
           EXIT.

      *-----------------------------------------------------------------

      * Verification du representant : un representant saisi doit
      * exister au referentiel et etre actif. Un client deja rattache
      * a un representant desactive depuis peut le garder tant que la
      * fiche ne change pas de representant.

       0149-VER-REP-DEB.

           IF PG-IDF-REP = 0 OR PG-IDF-REP = PG-ANC-IDF-REP
               GO TO 0149-VER-REP-FIN
           END-IF.

           EXEC SQL
               SELECT COALESCE(actif_rep, 'O')
               INTO   :PG-ACF-REP
               FROM   representant
               WHERE  id_rep = :PG-IDF-REP
           END-EXEC.

           IF SQLCODE NOT = 0 OR PG-ACF-REP NOT = "O"
               SET WS-RTR-MAJ-REP-INV TO TRUE
           END-IF.

       0149-VER-REP-FIN.
           EXIT.

      *-----------------------------------------------------------------

      * Mise a jour des coordonnees du client dans la base de donnees
      * SQL.

                                        ELSE :PG-SIR-CLI END),
                      remise_cli = :PG-REM-CLI,
                      lim_cred_cli = :PG-LIM-CLI,
                      consent_mkt_cli = :PG-CST-CLI,
                      cond_rgl_cli = :PG-CRG-CLI,
                      pays_cli = :PG-PAY-CLI,
                      tva_intra_cli = NULLIF(TRIM(:PG-TVA-INT), ''),
                      id_cli_pay = (CASE WHEN :PG-IDF-PYR = 0 THEN NULL
                                         ELSE :PG-IDF-PYR END),
                      id_rep = (CASE WHEN :PG-IDF-REP = 0 THEN NULL
                                     ELSE :PG-IDF-REP END)
               WHERE  id_cli  = :PG-IDF-CLI
           END-EXEC.

                  THRU 0170-APL-MOD-FIN
           END-IF.

           IF PG-CRG-CLI NOT = PG-ANC-CRG-CLI
               MOVE "cond_rgl_cli" TO WS-CHP-MOD
               MOVE PG-ANC-CRG-CLI TO WS-ANC-VAL
               MOVE PG-CRG-CLI TO WS-NOU-VAL
               PERFORM 0170-APL-MOD-DEB
                  THRU 0170-APL-MOD-FIN
           END-IF.

           IF PG-PAY-CLI NOT = PG-ANC-PAY-CLI
               MOVE "pays_cli" TO WS-CHP-MOD
               MOVE PG-ANC-PAY-CLI TO WS-ANC-VAL
               MOVE PG-PAY-CLI TO WS-NOU-VAL
               PERFORM 0170-APL-MOD-DEB
                  THRU 0170-APL-MOD-FIN
           END-IF.

           IF PG-TVA-INT NOT = PG-ANC-TVA-INT
               MOVE "tva_intra_cli" TO WS-CHP-MOD
               MOVE PG-ANC-TVA-INT TO WS-ANC-VAL
               MOVE PG-TVA-INT TO WS-NOU-VAL
               PERFORM 0170-APL-MOD-DEB
                  THRU 0170-APL-MOD-FIN
           END-IF.

           IF PG-IDF-PYR NOT = PG-ANC-IDF-PYR
               MOVE "id_cli_pay" TO WS-CHP-MOD
               MOVE PG-ANC-IDF-PYR TO WS-ANC-VAL
               MOVE PG-IDF-PYR TO WS-NOU-VAL
               PERFORM 0170-APL-MOD-DEB
                  THRU 0170-APL-MOD-FIN
           END-IF.

           IF PG-IDF-REP NOT = PG-ANC-IDF-REP
               MOVE "id_rep" TO WS-CHP-MOD
               MOVE PG-ANC-IDF-REP TO WS-ANC-VAL
               MOVE PG-IDF-REP TO WS-NOU-VAL
               PERFORM 0170-APL-MOD-DEB
                  THRU 0170-APL-MOD-FIN
           END-IF.

       0160-HST-MOD-FIN.
           EXIT.

