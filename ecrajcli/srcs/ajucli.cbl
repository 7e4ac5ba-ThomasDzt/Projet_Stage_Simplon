      *                                                                *
      * ajucli : ajout d'un client dans la base de donnees, a partir   *
      * des champs saisis sur l'ecran ecrajcli (nom, email, indicatif, *
      * telephone, code postal, ville, adresse, type, SIRET, pays et   *
      * numero de TVA intracommunautaire).                             *
      * siret_cli reste NULL lorsque LK-SIR-CLI vaut zero (client de   *
      * type particulier, sans SIRET), tva_intra_cli lorsque le numero *
      * est laisse a blanc. Rend l'id du client cree par               *
      * LK-IDF-CLI, afin que l'ecran appelant puisse enchainer sur     *
      * stmcli pour imprimer la confirmation de creation, ainsi qu'un  *
      * code retour LK-RTR-INS (0 = insertion reussie ; 1 = erreur     *
      * AJ=AJOUT; CLI=CLIENT; NOM=NOM; EMA=EMAIL; IND=INDICATIF;       *
      * TEL=TELEPHONE; COP=CODE POSTAL; VIL=VILLE; ADR=ADRESSE;        *
      * TYP=TYPE; SIR=SIRET; IDF=IDENTIFIANT; AFC=AFFECTATION;         *
      * VAR=VARIABLE; INS=INSERTION; RTR=RETOUR; DEB=DEBUT; PAY=PAYS;  *
      * TVA=NUMERO DE TVA; INT=INTRACOMMUNAUTAIRE                      *
      ******************************************************************

       IDENTIFICATION DIVISION.
       01 PG-TYP-CLI           PIC X(01).
       01 PG-SIR-CLI           PIC 9(14).

      * Pays (code ISO) et numero de TVA intracommunautaire, deja
      * controles par vertva : genfac en deduit l'autoliquidation.
       01 PG-PAY-CLI           PIC X(02).
       01 PG-TVA-INT           PIC X(14).

      * Consentement marketing explicite ('O'/'N'), recueilli a la
      * creation de la fiche : seul un client a 'O' peut apparaitre
      * dans l'export de prospection expmkt.
       01 LK-TYP-CLI           PIC X(01).
       01 LK-SIR-CLI           PIC Z(14).
       01 LK-CST-CLI           PIC X(01).
       01 LK-PAY-CLI           PIC X(02).
       01 LK-TVA-INT           PIC X(14).
       01 LK-IDF-CLI           PIC 9(10).
       01 LK-RTR-INS           PIC 9(01).

                                LK-TYP-CLI,
                                LK-SIR-CLI,
                                LK-CST-CLI,
                                LK-PAY-CLI,
                                LK-TVA-INT,
                                LK-IDF-CLI,
                                LK-RTR-INS.

           MOVE LK-SIR-CLI
           TO   PG-SIR-CLI.

           IF LK-PAY-CLI = SPACES
               MOVE "FR" TO PG-PAY-CLI
           ELSE
               MOVE LK-PAY-CLI TO PG-PAY-CLI
           END-IF.

           MOVE LK-TVA-INT
           TO   PG-TVA-INT.

      * Tout ce qui n'est pas un consentement explicite 'O' est
      * enregistre 'N' : le doute ne vaut jamais consentement.
           IF LK-CST-CLI = "O"
           EXEC SQL
               INSERT INTO client (nom_cli, ema_cli, ind_cli, tel_cli,
                               cop_cli, vil_cli, adr_cli, typ_cli,
                               siret_cli, consent_mkt_cli, pays_cli,
                               tva_intra_cli)
               VALUES (:PG-NOM-CLI, :PG-EMA-CLI, :PG-IND-CLI,
                      :PG-TEL-CLI, :PG-COP-CLI, :PG-VIL-CLI,
                      :PG-ADR-CLI, :PG-TYP-CLI,
                      (CASE WHEN :PG-SIR-CLI = 0 THEN NULL
                            ELSE :PG-SIR-CLI END),
                      :PG-CST-CLI, :PG-PAY-CLI,
                      NULLIF(TRIM(:PG-TVA-INT), ''))
               RETURNING id_cli INTO :PG-IDF-CLI
           END-EXEC.

