      *                                                                *
      * Sous-programme permettant d'editer les coordonnees d'un client *
      * existant (nom, email, indicatif/telephone, adresse, ville,     *
      * code postal, conditions de reglement, pays et numero de TVA    *
      * intracommunautaire) et de le desactiver/reactiver, a l'aide de *
      * la SCREEN SECTION. Le pays et le numero de TVA sont controles  *
      * par vertva : un numero mal forme, ou porte par un particulier, *
      * bloque la mise a jour. Le programme appelle le sous-programme  *
      * majucli afin de repercuter les modifications dans la base de   *
      * donnees. Le choix 3 ouvre les contacts du client (gescnt) et   *
      * les documents que chacun recoit.                               *
      * Le champ "Paye par" rattache le client, agence d'un groupe, a  *
      * son client payeur (siege) qui recoit ses factures ; zero le    *
      * detache. majucli controle le payeur saisi.                     *
      * Le champ "Repr." rattache le client a son representant         *
      * (gesrep), repris d'office sur ses nouvelles commandes ; zero   *
      * le detache. majucli controle le representant saisi.            *
      *                                                                *
      *----------------------------------------------------------------*
      *                           TRIGRAMMES                           *
      * LRR=LEURRE; CLR=COULEUR; TXT=TEXTE; FND=FOND; CRG=CROCHET      *
      * GAUCHE;                                                        *
      * CRD=CROCHET DROIT; CHX=CHOIX; AFF=AFFICHAGE; DEB=DEBUT;        *
      * MSG=MESSAGE; ERR=ERREUR; BCL=BOUCLE; APL=APPEL; PRG=PROGRAMME; *
      * CRG=CONDITIONS DE REGLEMENT; PAY=PAYS; TVA=NUMERO DE TVA;      *
      * INT=INTRACOMMUNAUTAIRE; CNT=CONTACT; PYR=PAYEUR;               *
      * REP=REPRESENTANT                                               *
      ******************************************************************

       IDENTIFICATION DIVISION.
       01 PG-LIM-CLI           PIC 9(08)V99.
       01 PG-CST-CLI           PIC X(01).

      * Conditions de reglement (referentiel conditions_reglement),
      * dont genfac tire la date d'echeance des factures.
       01 PG-CRG-CLI           PIC X(10).

      * Pays (code ISO) et numero de TVA intracommunautaire, dont
      * genfac deduit la facturation en autoliquidation.
       01 PG-PAY-CLI           PIC X(02).
       01 PG-TVA-INT           PIC X(14).

      * Client payeur (siege du groupe), 0 si le client paie
      * lui-meme.
       01 PG-IDF-PYR           PIC 9(10).

      * Representant du client, 0 si aucun.
       01 PG-IDF-REP           PIC 9(10).

       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.
      * de l'export de prospection expmkt.
       01 WS-CST-CLI           PIC X(01).

      * Conditions de reglement du client (comptant, 30net, 45fdm...).
       01 WS-CRG-CLI           PIC X(10).

      * Pays et numero de TVA intracommunautaire du client.
       01 WS-PAY-CLI           PIC X(02).
       01 WS-TVA-INT           PIC X(14).

      * Client payeur saisi (0 = le client paie lui-meme).
       01 WS-IDF-PYR           PIC Z(10).

      * Representant saisi (0 = aucun).
       01 WS-IDF-REP           PIC Z(10).

      * Code retour de vertva : 0 = pays et numero valides ;
      * 1 = pays mal forme ; 2 = prefixe hors Union ; 3 = prefixe
      * different du pays ; 4 = numero mal forme.
       01 WS-RTR-TVA           PIC 9(01).
           88 WS-RTR-TVA-OK                VALUE 0.
           88 WS-RTR-TVA-PAY-FMT           VALUE 1.
           88 WS-RTR-TVA-PFX-INC           VALUE 2.
           88 WS-RTR-TVA-PFX-PAY           VALUE 3.
           88 WS-RTR-TVA-CRP-FMT           VALUE 4.

       01 WS-CHX               PIC X(01).

       01 WS-CLR-TXT           PIC 9(01)       VALUE 7. *> Blanc
       01 WS-HEU-ECR           PIC X(05).

      * Code retour de majucli : 0 = mise a jour reussie ; 1 = client
      * inconnu ; 2 = erreur SQL ; 3 = condition de reglement inconnue ;
      * 4 = client payeur invalide ; 5 = representant inconnu ou
      * inactif.
       01 WS-RTR-MAJ           PIC 9(01).
           88 WS-RTR-MAJ-OK                VALUE 0.
           88 WS-RTR-MAJ-CLI-INV           VALUE 1.
           88 WS-RTR-MAJ-ERR               VALUE 2.
           88 WS-RTR-MAJ-CRG-INV           VALUE 3.
           88 WS-RTR-MAJ-PYR-INV           VALUE 4.
           88 WS-RTR-MAJ-REP-INV           VALUE 5.

       SCREEN SECTION.

           05 LINE 16 COL 36 PIC Z(05) TO   WS-COP-CLI.
           05 LINE 16 COL 41 PIC X(01) VALUE "]".

           05 LINE 16 COL 45 VALUE "Paye par (id) :".
           05 LINE 16 COL 61 PIC X(01) VALUE "[".
           05 LINE 16 COL 62 PIC Z(10) USING WS-IDF-PYR.
           05 LINE 16 COL 72 PIC X(01) VALUE "]".

           05 LINE 17 COL 03 VALUE "Cond. reglement (30net...) :".
           05 LINE 17 COL 35 PIC X(01) VALUE "[".
           05 LINE 17 COL 36 PIC X(10) TO   WS-CRG-CLI.
           05 LINE 17 COL 46 PIC X(01) VALUE "]".

           05 LINE 17 COL 48 VALUE "Repr. (id) :".
           05 LINE 17 COL 61 PIC X(01) VALUE "[".
           05 LINE 17 COL 62 PIC Z(10) USING WS-IDF-REP.
           05 LINE 17 COL 72 PIC X(01) VALUE "]".

           05 LINE 18 COL 03 VALUE "Actif (O/N) :".
           05 LINE 18 COL 35 PIC X(01) VALUE "[".
           05 LINE 18 COL 36 PIC X(01) TO   WS-ACF-CLI.
           05 LINE 18 COL 37 PIC X(01) VALUE "]".

           05 LINE 18 COL 45 VALUE "TVA intracom. :".
           05 LINE 18 COL 61 PIC X(01) VALUE "[".
           05 LINE 18 COL 62 PIC X(14) USING WS-TVA-INT.
           05 LINE 18 COL 76 PIC X(01) VALUE "]".

           05 LINE 19 COL 03 VALUE "Type (P=Particulier/E=Entreprise):".
           05 LINE 19 COL 39 PIC X(01) VALUE "[".
           05 LINE 19 COL 40 PIC X(01) TO   WS-TYP-CLI.
           05 LINE 20 COL 36 PIC Z(14) TO   WS-SIR-CLI.
           05 LINE 20 COL 51 PIC X(01) VALUE "]".

           05 LINE 20 COL 54 VALUE "Pays :".
           05 LINE 20 COL 61 PIC X(01) VALUE "[".
           05 LINE 20 COL 62 PIC X(02) USING WS-PAY-CLI.
           05 LINE 20 COL 64 PIC X(01) VALUE "]".

           05 LINE 21 COL 03 VALUE "Remise (%) :".
           05 LINE 21 COL 35 PIC X(01) VALUE "[".
           05 LINE 21 COL 36 PIC 9(02)V99 TO WS-REM-CLI.

           05 LINE 22 COL 20 VALUE "1 - Mettre a jour".
           05 LINE 22 COL 47 VALUE "2 - Annuler".
           05 LINE 22 COL 62 VALUE "3 - Contacts".

           05 LINE 23 COL 33 PIC X(01) VALUE "[".
           05 LINE 23 COL 34 PIC X(01) TO   WS-CHX.
                          vil_cli, adr_cli, actif_cli, typ_cli,
                          siret_cli, COALESCE(remise_cli, 0),
                          COALESCE(lim_cred_cli, 0),
                          COALESCE(consent_mkt_cli, 'N'),
                          COALESCE(cond_rgl_cli, 'comptant'),
                          COALESCE(pays_cli, 'FR'),
                          COALESCE(tva_intra_cli, ' '),
                          COALESCE(id_cli_pay, 0),
                          COALESCE(id_rep, 0)
                   INTO   :PG-NOM-CLI, :PG-EMA-CLI, :PG-IND-CLI,
                          :PG-TEL-CLI, :PG-COP-CLI, :PG-VIL-CLI,
                          :PG-ADR-CLI, :PG-ACF-CLI, :PG-TYP-CLI,
                          :PG-SIR-CLI:PG-SIR-CLI-IND, :PG-REM-CLI,
                          :PG-LIM-CLI, :PG-CST-CLI, :PG-CRG-CLI,
                          :PG-PAY-CLI, :PG-TVA-INT, :PG-IDF-PYR,
                          :PG-IDF-REP
                   FROM   client
                   WHERE  id_cli = :PG-IDF-CLI
               END-EXEC
                   MOVE PG-REM-CLI TO WS-REM-CLI
                   MOVE PG-LIM-CLI TO WS-LIM-CLI
                   MOVE PG-CST-CLI TO WS-CST-CLI
                   MOVE PG-CRG-CLI TO WS-CRG-CLI
                   MOVE PG-PAY-CLI TO WS-PAY-CLI
                   MOVE PG-TVA-INT TO WS-TVA-INT
                   MOVE PG-IDF-PYR TO WS-IDF-PYR
                   MOVE PG-IDF-REP TO WS-IDF-REP

                   SET WS-FIN-BCL-OUI TO TRUE
               END-IF
                      THRU 0098-LEV-VER-FIN
                   EXIT PROGRAM

               WHEN 3
                   CALL "gescnt" USING WS-IDF-CLI
                   END-CALL

               WHEN OTHER
                   PERFORM 0156-MSG-ERR-CHX-DEB
                      THRU 0156-MSG-ERR-CHX-FIN
           SET WS-FIN-BCL-NON TO TRUE.

           PERFORM UNTIL WS-FIN-BCL-OUI
               IF WS-CHX NOT = 1 AND NOT = 2 AND NOT = 3
                   DISPLAY "Erreur de saisie, veuillez choisir 1, 2 "
                           "ou 3"
                   AT LINE 24 COL 03

                   DISPLAY "Appuyez sur entree"

       0200-APL-PRG-DEB.

      * Pays et numero de TVA controles avant toute ecriture : un
      * numero faux ferait facturer a 0 % par genfac.

           CALL "vertva" USING WS-PAY-CLI
                               WS-TVA-INT
                               WS-RTR-TVA
           END-CALL.

           IF WS-RTR-TVA-OK AND WS-TVA-INT NOT = SPACES
              AND NOT WS-TYP-CLI-ENT
               DISPLAY "Numero de TVA intracom. reserve aux "
                       "entreprises : fiche non mise a jour."
               AT LINE 24 COL 03
               GO TO 0200-APL-PRG-SRT
           END-IF.

           EVALUATE TRUE
               WHEN WS-RTR-TVA-PAY-FMT
                   DISPLAY "Pays invalide (code ISO sur deux lettres)"
                           " : fiche non mise a jour."
                   AT LINE 24 COL 03
                   GO TO 0200-APL-PRG-SRT

               WHEN WS-RTR-TVA-PFX-INC
                   DISPLAY "Numero de TVA : prefixe hors Union "
                           "europeenne : fiche non mise a jour."
                   AT LINE 24 COL 03
                   GO TO 0200-APL-PRG-SRT

               WHEN WS-RTR-TVA-PFX-PAY
                   DISPLAY "Numero de TVA : prefixe different du pays"
                           " : fiche non mise a jour."
                   AT LINE 24 COL 03
                   GO TO 0200-APL-PRG-SRT

               WHEN WS-RTR-TVA-CRP-FMT
                   DISPLAY "Numero de TVA mal forme pour ce pays"
                           " : fiche non mise a jour."
                   AT LINE 24 COL 03
                   GO TO 0200-APL-PRG-SRT
           END-EVALUATE.

           CALL "majucli" USING WS-IDF-CLI
                                WS-NOM-CLI
                                WS-EMA-CLI
                                WS-REM-CLI
                                WS-LIM-CLI
                                WS-CST-CLI
                                WS-CRG-CLI
                                WS-PAY-CLI
                                WS-TVA-INT
                                WS-IDF-PYR
                                WS-IDF-REP
                                WS-RTR-MAJ
           END-CALL.

                   DISPLAY "Erreur lors de la mise a jour."
                   AT LINE 24 COL 03

               WHEN WS-RTR-MAJ-CRG-INV
                   DISPLAY "Condition de reglement inconnue."
                   AT LINE 24 COL 03

               WHEN WS-RTR-MAJ-PYR-INV
                   DISPLAY "Client payeur invalide (inconnu, inactif, "
                           "rattache lui-meme ou client deja payeur)."
                   AT LINE 24 COL 03

               WHEN WS-RTR-MAJ-REP-INV
                   DISPLAY "Representant inconnu ou inactif."
                   AT LINE 24 COL 03

           END-EVALUATE.

       0200-APL-PRG-SRT.

           DISPLAY "Appuyez sur entree"
           AT LINE 25 COL 03

