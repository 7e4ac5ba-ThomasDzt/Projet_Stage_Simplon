      *                                                                *
      * Sous-programme prenant en entree l'id d'un fournisseur         *
      * existant ainsi que l'ensemble de ses champs (nom, adresse,     *
      * email, indicatif/telephone, condition de reglement, IBAN/BIC,  *
      * etat actif/inactif), et mettant a jour la ligne correspondante *
      * de la table "fournisseur" de la BDD SQL. Permet de corriger    *
      * une fiche deja creee et de la desactiver sans la supprimer     *
      * (les pieces et commandes fournisseur gardent leur reference    *
      * id_fou), sur le modele de gespie. Une condition de reglement   *
      * laissee vide conserve la valeur courante, une condition        *
      * inconnue est refusee ; un IBAN ou un BIC laisse vide conserve  *
      * lui aussi la valeur courante. La devise de facturation (code   *
      * ISO) laissee vide conserve la valeur courante ; une devise     *
      * autre que l'euro doit avoir un taux dans taux_change (gestch). *
      * Le pays du fournisseur (code ISO sur deux lettres, retenu pour *
      * la declaration d'echanges de biens decdeb) laisse vide         *
      * conserve lui aussi la valeur courante.                         *
      *                                                                *
      *----------------------------------------------------------------*
      *                           TRIGRAMMES                           *
      * IDF=IDENTIFIANT; FOU=FOURNISSEUR; NOM=NOM; ADR=ADRESSE;        *
      * EMA=EMAIL; IND=INDICATIF; TEL=TELEPHONE; ACF=ACTIF;            *
      * AFC=AFFECTATION; VAR=VARIABLE; DEB=DEBUT; VER=VERIFICATION;    *
      * MAJ=MISE A JOUR; RTR=RETOUR; CRG=CONDITIONS DE REGLEMENT;      *
      * IBA=IBAN; BIC=BIC; NBR=NOMBRE; DEV=DEVISE; TCH=TAUX DE CHANGE; *
      * PAY=PAYS                                                       *
      ******************************************************************

       IDENTIFICATION DIVISION.
       01 PG-IND-FOU         PIC 9(03).
       01 PG-TEL-FOU         PIC 9(10).
       01 PG-ACF-FOU         PIC X(01).
       01 PG-CRG-FOU         PIC X(10).
       01 PG-IBA-FOU         PIC X(34).
       01 PG-BIC-FOU         PIC X(11).
       01 PG-NBR-CRG         PIC 9(05).
       01 PG-DEV-FOU         PIC X(03).
       01 PG-NBR-TCH         PIC 9(05).
       01 PG-PAY-FOU         PIC X(02).

       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

      * Code retour rendu a l'appelant : 0 = mise a jour reussie ;
      * 1 = fournisseur inconnu ; 2 = erreur SQL a la mise a jour ;
      * 3 = condition de reglement inconnue ; 4 = devise sans taux de
      * change connu ; 5 = code pays mal forme.
       01 WS-RTR-MAJ         PIC 9(01)   VALUE 0.
           88 WS-RTR-MAJ-OK              VALUE 0.
           88 WS-RTR-MAJ-FOU-INV         VALUE 1.
           88 WS-RTR-MAJ-ERR             VALUE 2.
           88 WS-RTR-MAJ-CRG-INV         VALUE 3.
           88 WS-RTR-MAJ-DEV-INV         VALUE 4.
           88 WS-RTR-MAJ-PAY-INV         VALUE 5.

      * Zones utilisees pour tracer via generr l'echec de la mise a
      * jour du fournisseur en cas de SQLCODE en erreur.
       01 LK-IND-FOU         PIC Z(03).
       01 LK-TEL-FOU         PIC Z(10).
       01 LK-ACF-FOU         PIC X(01).
       01 LK-CRG-FOU         PIC X(10).
       01 LK-IBA-FOU         PIC X(34).
       01 LK-BIC-FOU         PIC X(11).
       01 LK-DEV-FOU         PIC X(03).
       01 LK-PAY-FOU         PIC X(02).
       01 LK-RTR-MAJ         PIC 9(01).


                                LK-IND-FOU,
                                LK-TEL-FOU,
                                LK-ACF-FOU,
                                LK-CRG-FOU,
                                LK-IBA-FOU,
                                LK-BIC-FOU,
                                LK-DEV-FOU,
                                LK-PAY-FOU,
                                LK-RTR-MAJ.

           PERFORM 0100-AFC-VAR-DEB
           PERFORM 0140-VER-FOU-DEB
              THRU 0140-VER-FOU-FIN.

           IF WS-RTR-MAJ-OK
               PERFORM 0145-VER-CRG-DEB
                  THRU 0145-VER-CRG-FIN
           END-IF.

           IF WS-RTR-MAJ-OK
               PERFORM 0147-VER-DEV-DEB
                  THRU 0147-VER-DEV-FIN
           END-IF.

           IF WS-RTR-MAJ-OK
               PERFORM 0148-VER-PAY-DEB
                  THRU 0148-VER-PAY-FIN
           END-IF.

           IF WS-RTR-MAJ-OK
               PERFORM 0150-MAJ-SQL-DEB
                  THRU 0150-MAJ-SQL-FIN
           MOVE LK-ACF-FOU
           TO   PG-ACF-FOU.

           MOVE LK-CRG-FOU
           TO   PG-CRG-FOU.

           MOVE LK-IBA-FOU
           TO   PG-IBA-FOU.

           MOVE LK-BIC-FOU
           TO   PG-BIC-FOU.

           MOVE FUNCTION UPPER-CASE (LK-DEV-FOU)
           TO   PG-DEV-FOU.

           MOVE FUNCTION UPPER-CASE (LK-PAY-FOU)
           TO   PG-PAY-FOU.

       0100-AFC-VAR-FIN.
           EXIT.


      *-----------------------------------------------------------------

      * Verification de la condition de reglement : vide, la valeur
      * courante de la fiche est conservee.

       0145-VER-CRG-DEB.

           IF PG-CRG-FOU = SPACES
               EXEC SQL
                   SELECT COALESCE(cond_rgl_fou, 'comptant')
                   INTO   :PG-CRG-FOU
                   FROM   fournisseur
                   WHERE  id_fou = :PG-IDF-FOU
               END-EXEC
           END-IF.

           EXEC SQL
               SELECT COUNT(*)
               INTO   :PG-NBR-CRG
               FROM   conditions_reglement
               WHERE  code_crg = :PG-CRG-FOU
           END-EXEC.

           IF SQLCODE NOT = 0 OR PG-NBR-CRG = 0
               SET WS-RTR-MAJ-CRG-INV TO TRUE
           END-IF.

       0145-VER-CRG-FIN.
           EXIT.

      *-----------------------------------------------------------------

      * Verification de la devise : vide, la valeur courante de la
      * fiche est conservee ; une devise autre que l'euro doit avoir
      * au moins un taux de change saisi (gestch ou imptch), faute de
      * quoi ses factures ne pourraient etre converties.

       0147-VER-DEV-DEB.

           IF PG-DEV-FOU = SPACES
               EXEC SQL
                   SELECT COALESCE(devise_fou, 'EUR')
                   INTO   :PG-DEV-FOU
                   FROM   fournisseur
                   WHERE  id_fou = :PG-IDF-FOU
               END-EXEC
           END-IF.

           IF PG-DEV-FOU NOT = "EUR"
               EXEC SQL
                   SELECT COUNT(*)
                   INTO   :PG-NBR-TCH
                   FROM   taux_change
                   WHERE  code_dev = :PG-DEV-FOU
               END-EXEC

               IF SQLCODE NOT = 0 OR PG-NBR-TCH = 0
                   SET WS-RTR-MAJ-DEV-INV TO TRUE
               END-IF
           END-IF.

       0147-VER-DEV-FIN.
           EXIT.

      *-----------------------------------------------------------------

      * Verification du pays : vide, la valeur courante de la fiche
      * est conservee a la mise a jour ; sinon deux lettres.

       0148-VER-PAY-DEB.

           IF PG-PAY-FOU NOT = SPACES
               IF PG-PAY-FOU(2:1) = SPACE
                  OR PG-PAY-FOU IS NOT ALPHABETIC
                   SET WS-RTR-MAJ-PAY-INV TO TRUE
               END-IF
           END-IF.

       0148-VER-PAY-FIN.
           EXIT.

      *-----------------------------------------------------------------

      * Mise a jour de la fiche fournisseur dans la base de donnees
      * SQL.

                      ema_fou   = :PG-EMA-FOU,
                      ind_fou   = :PG-IND-FOU,
                      tel_fou   = :PG-TEL-FOU,
                      actif_fou = :PG-ACF-FOU,
                      cond_rgl_fou = :PG-CRG-FOU,
                      iban_fou  = COALESCE(NULLIF(TRIM(:PG-IBA-FOU),
                                                  ''), iban_fou),
                      bic_fou   = COALESCE(NULLIF(TRIM(:PG-BIC-FOU),
                                                  ''), bic_fou),
                      devise_fou = :PG-DEV-FOU,
                      pays_fou  = COALESCE(NULLIF(TRIM(:PG-PAY-FOU),
                                                  ''), pays_fou)
               WHERE  id_fou    = :PG-IDF-FOU
           END-EXEC.

