      *                                                                *
      * Sous-programme prenant en entree les informations fournies     *
      * pour la creation d'un fournisseur (nom, adresse, email,        *
      * indicatif/telephone, condition de reglement, IBAN et BIC) et   *
      * les insere dans la table "fournisseur" de la BDD SQL.          *
      * L'identifiant genere (id_fou) est rendu a l'appelant. La fiche *
      * est creee active (actif_fou = 'O'). Une condition de reglement *
      * laissee vide vaut 'comptant' ; une condition absente du        *
      * referentiel conditions_reglement est refusee.                  *
      *                                                                *
      *----------------------------------------------------------------*
      *                           TRIGRAMMES                           *
      * creafou=Creation fournisseur                                   *
      * IDF=IDENTIFIANT; FOU=FOURNISSEUR; NOM=NOM; ADR=ADRESSE;        *
      * EMA=EMAIL; IND=INDICATIF; TEL=TELEPHONE; AFC=AFFECTATION;      *
      * VAR=VARIABLE; DEB=DEBUT; INS=INSERTION; RTR=RETOUR;            *
      * CRG=CONDITIONS DE REGLEMENT; IBA=IBAN; BIC=BIC; NBR=NOMBRE;    *
      * VER=VERIFICATION                                               *
      ******************************************************************

       IDENTIFICATION DIVISION.
       01 PG-IND-FOU         PIC 9(03).
       01 PG-TEL-FOU         PIC 9(10).
       01 PG-IDF-FOU         PIC 9(10).
       01 PG-CRG-FOU         PIC X(10).
       01 PG-IBA-FOU         PIC X(34).
       01 PG-BIC-FOU         PIC X(11).
       01 PG-NBR-CRG         PIC 9(05).

       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

      * Code retour rendu a l'appelant : 0 = insertion reussie ;
      * 1 = erreur SQL a l'insertion ; 2 = condition de reglement
      * inconnue.
       01 WS-RTR-INS         PIC 9(01)   VALUE 0.
           88 WS-RTR-INS-OK              VALUE 0.
           88 WS-RTR-INS-ERR             VALUE 1.
           88 WS-RTR-INS-CRG-INV         VALUE 2.

      * Zones utilisees pour tracer via generr l'echec de l'insertion
      * du fournisseur en cas de SQLCODE en erreur.
       01 LK-EMA-FOU         PIC X(50).
       01 LK-IND-FOU         PIC Z(03).
       01 LK-TEL-FOU         PIC Z(10).
       01 LK-CRG-FOU         PIC X(10).
       01 LK-IBA-FOU         PIC X(34).
       01 LK-BIC-FOU         PIC X(11).
       01 LK-IDF-FOU         PIC 9(10).
       01 LK-RTR-INS         PIC 9(01).

                                LK-EMA-FOU,
                                LK-IND-FOU,
                                LK-TEL-FOU,
                                LK-CRG-FOU,
                                LK-IBA-FOU,
                                LK-BIC-FOU,
                                LK-IDF-FOU,
                                LK-RTR-INS.

           PERFORM 0100-AFC-VAR-DEB
              THRU 0100-AFC-VAR-FIN.

           PERFORM 0140-VER-CRG-DEB
              THRU 0140-VER-CRG-FIN.

           IF WS-RTR-INS-OK
               PERFORM 0150-INS-SQL-DEB
                  THRU 0150-INS-SQL-FIN
           END-IF.

           MOVE PG-IDF-FOU
           TO   LK-IDF-FOU.

       0100-AFC-VAR-DEB.

           MOVE 0 TO WS-RTR-INS.
           MOVE 0 TO PG-IDF-FOU.

           MOVE LK-NOM-FOU
           TO   PG-NOM-FOU.

           MOVE LK-TEL-FOU
           TO   PG-TEL-FOU.

           MOVE LK-CRG-FOU
           TO   PG-CRG-FOU.

           IF PG-CRG-FOU = SPACES
               MOVE "comptant" TO PG-CRG-FOU
           END-IF.

           MOVE LK-IBA-FOU
           TO   PG-IBA-FOU.

           MOVE LK-BIC-FOU
           TO   PG-BIC-FOU.

       0100-AFC-VAR-FIN.
           EXIT.

      *-----------------------------------------------------------------

      * Verification que la condition de reglement existe dans le
      * referentiel conditions_reglement.

       0140-VER-CRG-DEB.

           EXEC SQL
               SELECT COUNT(*)
               INTO   :PG-NBR-CRG
               FROM   conditions_reglement
               WHERE  code_crg = :PG-CRG-FOU
           END-EXEC.

           IF SQLCODE NOT = 0 OR PG-NBR-CRG = 0
               SET WS-RTR-INS-CRG-INV TO TRUE
           END-IF.

       0140-VER-CRG-FIN.
           EXIT.

      *-----------------------------------------------------------------

       0150-INS-SQL-DEB.

           EXEC SQL
               INSERT INTO fournisseur (nom_fou, adr_fou, ema_fou,
                               ind_fou, tel_fou, actif_fou,
                               cond_rgl_fou, iban_fou, bic_fou)
               VALUES (:PG-NOM-FOU, :PG-ADR-FOU, :PG-EMA-FOU,
                      :PG-IND-FOU, :PG-TEL-FOU, 'O',
                      :PG-CRG-FOU, NULLIF(TRIM(:PG-IBA-FOU), ''),
                      NULLIF(TRIM(:PG-BIC-FOU), ''))
               RETURNING id_fou INTO :PG-IDF-FOU
           END-EXEC.

