      ******************************************************************
      *                                                                *
      *                 DESCRIPTION DU SOUS-PROGRAMME                  *
      *                                                                *
      * gesadl : adresses de livraison d'un client (table              *
      * adresse_livraison). Liste les adresses du client (libelle,     *
      * adresse, code postal, ville), puis permet d'en ajouter une -   *
      * le couple code postal / ville est controle par vercop, un      *
      * desaccord etant signale a l'operateur qui peut confirmer ou    *
      * abandonner - ou d'en desactiver une (meme drapeau 'O'/'N' que  *
      * les vehicules de gesveh : une adresse abandonnee reste portee  *
      * par les commandes passees). L'adresse peut ensuite etre        *
      * choisie a la saisie de la commande (ecracmd) ; genbl, bonprep  *
      * et gestrn l'impriment a la place de l'adresse de facturation.  *
      *                                                                *
      *----------------------------------------------------------------*
      *                           TRIGRAMMES                           *
      *                                                                *
      * gesadl=gestion adresses de livraison                           *
      * ADL=ADRESSE DE LIVRAISON; CLI=CLIENT; LIB=LIBELLE;             *
      * ADR=ADRESSE; COP=CODE POSTAL; VIL=VILLE; ACF=ACTIF;            *
      * CNF=CONFIRMATION; IDF=IDENTIFIANT; NBR=NOMBRE; CHX=CHOIX;      *
      * RSU=RESULTAT; RTR=RETOUR; INS=INSERTION; DES=DESACTIVATION;    *
      * AJT=AJOUT; AFF=AFFICHAGE; LRR=LEURRE; DEB=DEBUT                *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. gesadl.
       AUTHOR. ThomasD.
       DATE-WRITTEN. 15-10-2026 (fr).

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.

       01 PG-IDF-CLI            PIC 9(10).
       01 PG-NOM-CLI            PIC X(50).

       01 PG-IDF-ADL            PIC 9(10).
       01 PG-LIB-ADL            PIC X(30).
       01 PG-ADR-ADL            PIC X(50).
       01 PG-COP-ADL            PIC 9(05).
       01 PG-VIL-ADL            PIC X(50).

       01 PG-IDF-ADL-RSU        PIC 9(10).
       01 PG-LIB-ADL-RSU        PIC X(30).
       01 PG-ADR-ADL-RSU        PIC X(50).
       01 PG-COP-ADL-RSU        PIC 9(05).
       01 PG-VIL-ADL-RSU        PIC X(50).
       01 PG-ACF-ADL-RSU        PIC X(01).

       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

      * Declaration du curseur des adresses de livraison du client.
       EXEC SQL
           DECLARE C-ADL CURSOR FOR
               SELECT id_adl, lib_adl, adr_adl, COALESCE(cop_adl, 0),
                      COALESCE(vil_adl, ' '), actif_adl
               FROM   adresse_livraison
               WHERE  id_cli = :PG-IDF-CLI
               ORDER BY id_adl
       END-EXEC.

       01 WS-LRR                PIC X(01).
       01 WS-CHX                PIC X(01).

       01 WS-IDF-CLI            PIC 9(10).
       01 WS-IDF-ADL            PIC 9(10).
       01 WS-LIB-ADL            PIC X(30).
       01 WS-ADR-ADL            PIC X(50).
       01 WS-COP-ADL            PIC 9(05).
       01 WS-VIL-ADL            PIC X(50).
       01 WS-NBR-ADL            PIC 9(03)   VALUE 0.

       01 WS-IDF-ADL-EDT        PIC Z(10).
       01 WS-COP-ADL-EDT        PIC Z(05).

      * Controle du couple code postal / ville par vercop, comme a la
      * creation d'un client (ecrajcli).
       01 WS-RTR-COP            PIC 9(01)   VALUE 0.
           88 WS-RTR-COP-OK                 VALUE 0.
           88 WS-RTR-COP-DSC                VALUE 1.
       01 WS-CNF-COP            PIC X(01).

      * Zones utilisees pour tracer via generr l'echec d'une des
      * ecritures SQL en cas de SQLCODE en erreur.
       01 WS-OPE-ERR            PIC X(60).
       01 WS-RTR-ERR            PIC 9(01).


       PROCEDURE DIVISION.

           PERFORM 0100-SSI-CLI-DEB
              THRU 0100-SSI-CLI-FIN.

           EXIT PROGRAM.

      ******************************************************************
      *                         PARAGRAPHES                            *
      ******************************************************************

       0100-SSI-CLI-DEB.

           MOVE 0 TO WS-NBR-ADL.

           DISPLAY "Adresses de livraison - id du client :".
           ACCEPT WS-IDF-CLI.

           MOVE WS-IDF-CLI TO PG-IDF-CLI.

           EXEC SQL
               SELECT nom_cli
               INTO   :PG-NOM-CLI
               FROM   client
               WHERE  id_cli = :PG-IDF-CLI
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY "Client inconnu."

               DISPLAY "Appuyez sur entree"
               ACCEPT WS-LRR
               GO TO 0100-SSI-CLI-FIN
           END-IF.

           DISPLAY "Adresses de livraison de "
                   FUNCTION TRIM (PG-NOM-CLI) " :".
           DISPLAY "Id          Libelle                        "
                   "Adresse / CP / Ville                      Actif".

           EXEC SQL OPEN C-ADL END-EXEC.

           EXEC SQL
               FETCH C-ADL
               INTO  :PG-IDF-ADL-RSU, :PG-LIB-ADL-RSU,
                     :PG-ADR-ADL-RSU, :PG-COP-ADL-RSU,
                     :PG-VIL-ADL-RSU, :PG-ACF-ADL-RSU
           END-EXEC.

           PERFORM 0150-AFF-UNE-ADL-DEB
              THRU 0150-AFF-UNE-ADL-FIN
              UNTIL SQLCODE NOT = 0.

           EXEC SQL CLOSE C-ADL END-EXEC.

           IF WS-NBR-ADL = 0
               DISPLAY "(aucune adresse de livraison : livraison a "
                       "l'adresse de facturation)"
           END-IF.

           PERFORM 0200-SSI-ACT-DEB
              THRU 0200-SSI-ACT-FIN.

       0100-SSI-CLI-FIN.
           EXIT.

      *-----------------------------------------------------------------

       0150-AFF-UNE-ADL-DEB.

           ADD 1 TO WS-NBR-ADL.

           MOVE PG-IDF-ADL-RSU TO WS-IDF-ADL-EDT.
           MOVE PG-COP-ADL-RSU TO WS-COP-ADL-EDT.

           DISPLAY WS-IDF-ADL-EDT "  " PG-LIB-ADL-RSU " "
                   FUNCTION TRIM (PG-ADR-ADL-RSU) " / "
                   WS-COP-ADL-EDT " "
                   FUNCTION TRIM (PG-VIL-ADL-RSU) "  "
                   PG-ACF-ADL-RSU.

           EXEC SQL
               FETCH C-ADL
               INTO  :PG-IDF-ADL-RSU, :PG-LIB-ADL-RSU,
                     :PG-ADR-ADL-RSU, :PG-COP-ADL-RSU,
                     :PG-VIL-ADL-RSU, :PG-ACF-ADL-RSU
           END-EXEC.

           EXIT.
       0150-AFF-UNE-ADL-FIN.

      *-----------------------------------------------------------------

       0200-SSI-ACT-DEB.

           DISPLAY "1 - Ajouter une adresse de livraison".
           DISPLAY "2 - Desactiver une adresse de livraison".
           DISPLAY "0 - Quitter".
           DISPLAY "Votre choix :".
           ACCEPT WS-CHX.

           EVALUATE WS-CHX
               WHEN "1"
                   PERFORM 0300-AJT-ADL-DEB
                      THRU 0300-AJT-ADL-FIN

                   DISPLAY "Appuyez sur entree"
                   ACCEPT WS-LRR

               WHEN "2"
                   PERFORM 0400-DES-ADL-DEB
                      THRU 0400-DES-ADL-FIN

                   DISPLAY "Appuyez sur entree"
                   ACCEPT WS-LRR

               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

           EXIT.
       0200-SSI-ACT-FIN.

      *-----------------------------------------------------------------

       0300-AJT-ADL-DEB.

           DISPLAY "Libelle (ex. Atelier Nord, Depot) :".
           ACCEPT WS-LIB-ADL.

           IF WS-LIB-ADL = SPACES
               DISPLAY "Libelle absent, adresse ignoree."
               GO TO 0300-AJT-ADL-FIN
           END-IF.

           DISPLAY "Adresse :".
           ACCEPT WS-ADR-ADL.

           IF WS-ADR-ADL = SPACES
               DISPLAY "Adresse absente, adresse ignoree."
               GO TO 0300-AJT-ADL-FIN
           END-IF.

           DISPLAY "Code postal :".
           ACCEPT WS-COP-ADL.

           DISPLAY "Ville :".
           ACCEPT WS-VIL-ADL.

      * Un code postal connu associe a une autre ville est signale ;
      * l'operateur peut confirmer (lieu-dit, cedex...) ou abandonner.
           MOVE WS-COP-ADL TO WS-COP-ADL-EDT.

           CALL "vercop" USING WS-COP-ADL-EDT
                               WS-VIL-ADL
                               WS-RTR-COP
           END-CALL.

           IF WS-RTR-COP-DSC
               DISPLAY "Ville incoherente avec le code postal. "
                       "Continuer ? (O/N)"
               ACCEPT WS-CNF-COP

               IF WS-CNF-COP NOT = "O" AND WS-CNF-COP NOT = "o"
                   DISPLAY "Adresse abandonnee."
                   GO TO 0300-AJT-ADL-FIN
               END-IF
           END-IF.

           MOVE WS-LIB-ADL TO PG-LIB-ADL.
           MOVE WS-ADR-ADL TO PG-ADR-ADL.
           MOVE WS-COP-ADL TO PG-COP-ADL.
           MOVE WS-VIL-ADL TO PG-VIL-ADL.

           EXEC SQL
               INSERT INTO adresse_livraison (id_cli, lib_adl, adr_adl,
                               cop_adl, vil_adl, actif_adl)
               VALUES (:PG-IDF-CLI, :PG-LIB-ADL, :PG-ADR-ADL,
                      :PG-COP-ADL, :PG-VIL-ADL, 'O')
               RETURNING id_adl INTO :PG-IDF-ADL
           END-EXEC.

           IF SQLCODE = 0
               EXEC SQL COMMIT END-EXEC

               MOVE PG-IDF-ADL TO WS-IDF-ADL-EDT
               DISPLAY "Adresse de livraison creee, id : "
                       FUNCTION TRIM (WS-IDF-ADL-EDT) "."
           ELSE
               EXEC SQL ROLLBACK END-EXEC
               MOVE "gesadl : insertion adresse de livraison"
               TO   WS-OPE-ERR
               CALL "generr" USING WS-OPE-ERR, SQLCODE, WS-RTR-ERR
               END-CALL
               DISPLAY "Erreur lors de la creation de l'adresse."
           END-IF.

       0300-AJT-ADL-FIN.
           EXIT.

      *-----------------------------------------------------------------

       0400-DES-ADL-DEB.

           DISPLAY "Id de l'adresse a desactiver :".
           ACCEPT WS-IDF-ADL.

           MOVE WS-IDF-ADL TO PG-IDF-ADL.

           EXEC SQL
               UPDATE adresse_livraison
               SET    actif_adl = 'N'
               WHERE  id_adl = :PG-IDF-ADL
               AND    id_cli = :PG-IDF-CLI
               AND    actif_adl = 'O'
           END-EXEC.

           IF SQLCODE = 0
               EXEC SQL COMMIT END-EXEC
               DISPLAY "Adresse de livraison desactivee."
           ELSE
               EXEC SQL ROLLBACK END-EXEC
               DISPLAY "Adresse inconnue pour ce client ou deja "
                       "inactive."
           END-IF.

           EXIT.
       0400-DES-ADL-FIN.
