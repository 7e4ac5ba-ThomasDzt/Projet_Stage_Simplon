      * retirer un (uniquement s'il n'est plus porte par aucune        *
      * piece). Chaque modification est journalisee via genlog         *
      * (type_log = 'depot').                                          *
      * Un depot peut etre rattache a un client garagiste (choix 3) :  *
      * il devient son depot-vente, dont le stock ne se vend qu'a lui  *
      * (ajucmd) ; un id client a zero le detache. Le depot PRINCIPAL  *
      * ne peut pas etre rattache.                                     *
      * Un depot cree est attribue (utilisateur_depot) a l'utilisateur *
      * systeme et a l'operateur qui le cree ; les autres comptes le   *
      * recoivent dans eduti. Un depot retire perd ses attributions.   *
      *                                                                *
      *----------------------------------------------------------------*
      *                           TRIGRAMMES                           *
      * gesdep=gestion depots                                          *
      * DEP=DEPOT; COD=CODE; PIE=PIECE; NBR=NOMBRE; CHX=CHOIX;         *
      * UTI=UTILISATEUR; RSU=RESULTAT; INS=INSERTION; SUP=SUPPRESSION; *
      * AFF=AFFICHAGE; EDT=EDITION; LRR=LEURRE; DEB=DEBUT;             *
      * CLI=CLIENT; DPV=DEPOT-VENTE; NOM=NOM; RAT=RATTACHEMENT;        *
      * IDF=IDENTIFIANT; ACF=ACTIF; SYS=SYSTEME; OPE=OPERATION;        *
      * ERR=ERREUR; RTR=RETOUR; MSG=MESSAGE; TYP=TYPE                  *
      ******************************************************************

       IDENTIFICATION DIVISION.
       01 PG-COD-DEP            PIC X(20).
       01 PG-COD-DEP-RSU        PIC X(20).
       01 PG-NBR-PIE            PIC 9(10).
       01 PG-NBR-DEP            PIC 9(10).

      * Client garagiste auquel le depot est rattache (0 = depot
      * ordinaire) et son nom, pour la liste et le rattachement.
       01 PG-IDF-CLI-DPV        PIC 9(10).
       01 PG-IDF-CLI-RSU        PIC 9(10).
       01 PG-NOM-CLI-RSU        PIC X(50).
       01 PG-ACF-CLI            PIC X(01).

      * Comptes auxquels un nouveau depot est attribue d'office :
      * l'utilisateur systeme des traitements batch et l'operateur
      * qui cree le depot.
       01 PG-IDF-UTI            PIC 9(10).
       01 PG-IDF-UTI-SYS        PIC 9(10)   VALUE 1.

       EXEC SQL END DECLARE SECTION END-EXEC.

      * Declaration du curseur listant les depots du referentiel.
       EXEC SQL
           DECLARE C-DEP CURSOR FOR
               SELECT d.code_dep, COALESCE(d.id_cli_dep, 0),
                      COALESCE(c.nom_cli, ' ')
               FROM   depots d
               LEFT JOIN client c ON c.id_cli = d.id_cli_dep
               ORDER BY d.code_dep
       END-EXEC.

       01 WS-LRR                PIC X(01).
       COPY session.

       01 WS-NBR-PIE-EDT        PIC Z(10).
       01 WS-IDF-CLI-EDT        PIC Z(10).
       01 WS-IDF-CLI-DPV        PIC 9(10).

      * Zones utilisees pour generer le log de modification via
      * genlog. id_pie/qte_log/lien_log ne s'appliquent pas : ils

           EXEC SQL
               FETCH C-DEP
               INTO  :PG-COD-DEP-RSU, :PG-IDF-CLI-RSU, :PG-NOM-CLI-RSU
           END-EXEC.

           PERFORM 0150-AFF-DEP-DEB

           ADD 1 TO WS-NBR-DEP.

           IF PG-IDF-CLI-RSU = 0
               DISPLAY "  " PG-COD-DEP-RSU
           ELSE
               MOVE PG-IDF-CLI-RSU TO WS-IDF-CLI-EDT
               DISPLAY "  " PG-COD-DEP-RSU " depot-vente du client "
                       FUNCTION TRIM (WS-IDF-CLI-EDT) " "
                       FUNCTION TRIM (PG-NOM-CLI-RSU)
           END-IF.

           EXEC SQL
               FETCH C-DEP
               INTO  :PG-COD-DEP-RSU, :PG-IDF-CLI-RSU, :PG-NOM-CLI-RSU
           END-EXEC.

           EXIT.

           DISPLAY "1 - Ajouter un depot".
           DISPLAY "2 - Retirer un depot".
           DISPLAY "3 - Rattacher un client (depot-vente)".
           DISPLAY "0 - Quitter".
           DISPLAY "Votre choix :".
           ACCEPT WS-CHX.

           IF WS-CHX = "1" OR WS-CHX = "2" OR WS-CHX = "3"
               DISPLAY "Code du depot :"
               ACCEPT WS-COD-DEP

                   WHEN "2"
                       PERFORM 0400-SUP-DEP-DEB
                          THRU 0400-SUP-DEP-FIN

                   WHEN "3"
                       PERFORM 0500-RAT-CLI-DEB
                          THRU 0500-RAT-CLI-FIN
               END-EVALUATE

               DISPLAY "Appuyez sur entree"

      *-----------------------------------------------------------------

      * Le nouveau depot est attribue dans la meme transaction a
      * l'utilisateur systeme et a l'operateur connecte : sans ligne
      * utilisateur_depot, verudp refuserait tout mouvement sur ce
      * depot. Les autres comptes sont ensuite attribues dans eduti.

       0300-INS-DEP-DEB.

           MOVE "gesdep : insertion depots"
           TO   WS-OPE-ERR.

           EXEC SQL
               INSERT INTO depots (code_dep)
               VALUES (:PG-COD-DEP)
           END-EXEC.

           IF SQLCODE = 0
               MOVE SESS-IDF-UTI TO PG-IDF-UTI
               MOVE "gesdep : insertion utilisateur_depot"
               TO   WS-OPE-ERR

               EXEC SQL
                   INSERT INTO utilisateur_depot (id_uti, code_dep)
                   SELECT id_uti, :PG-COD-DEP
                   FROM   utilisateur
                   WHERE  id_uti = :PG-IDF-UTI-SYS
                   OR     id_uti = :PG-IDF-UTI
               END-EXEC
           END-IF.

           IF SQLCODE = 0
               EXEC SQL COMMIT END-EXEC

               DISPLAY "Depot ajoute."
           ELSE
               EXEC SQL ROLLBACK END-EXEC
               CALL "generr" USING WS-OPE-ERR, SQLCODE, WS-RTR-ERR
               END-CALL
               DISPLAY "Erreur (depot deja connu ?)."

      * Ne retire un depot que si plus aucune piece ne le porte : les
      * pieces existantes garderaient sinon un emplacement orphelin
      * que verdep refuserait. Les attributions utilisateur_depot du
      * depot sont retirees avec lui.

       0400-SUP-DEP-DEB.

                       FUNCTION TRIM (WS-NBR-PIE-EDT)
                       " piece(s), retrait refuse."
           ELSE
               MOVE "gesdep : suppression utilisateur_depot"
               TO   WS-OPE-ERR

               EXEC SQL
                   DELETE FROM utilisateur_depot
                   WHERE  code_dep = :PG-COD-DEP
               END-EXEC

               IF SQLCODE = 0 OR SQLCODE = 100
                   MOVE "gesdep : suppression depots"
                   TO   WS-OPE-ERR

                   EXEC SQL
                       DELETE FROM depots
                       WHERE  code_dep = :PG-COD-DEP
                   END-EXEC
               END-IF

               IF SQLCODE = 0
                   EXEC SQL COMMIT END-EXEC

                   DISPLAY "Depot retire."
               ELSE
                   EXEC SQL ROLLBACK END-EXEC
                   CALL "generr" USING WS-OPE-ERR, SQLCODE, WS-RTR-ERR
                   END-CALL
                   DISPLAY "Erreur lors du retrait."

           EXIT.
       0400-SUP-DEP-FIN.

      *-----------------------------------------------------------------

      * Rattache le depot a un client garagiste actif, qui en fait son
      * depot-vente, ou l'en detache (id client a zero). PRINCIPAL,
      * d'ou partent les reassorts, reste un depot ordinaire.

       0500-RAT-CLI-DEB.

           IF WS-COD-DEP = "PRINCIPAL"
               DISPLAY "Le depot PRINCIPAL ne peut etre un depot-vente."
               GO TO 0500-RAT-CLI-FIN
           END-IF.

           EXEC SQL
               SELECT COUNT(*)
               INTO   :PG-NBR-DEP
               FROM   depots
               WHERE  code_dep = :PG-COD-DEP
           END-EXEC.

           IF SQLCODE NOT = 0 OR PG-NBR-DEP = 0
               DISPLAY "Depot inconnu."
               GO TO 0500-RAT-CLI-FIN
           END-IF.

           DISPLAY "Id du client garagiste (0 = detacher) :".
           MOVE 0 TO WS-IDF-CLI-DPV.
           ACCEPT WS-IDF-CLI-DPV.

           MOVE WS-IDF-CLI-DPV TO PG-IDF-CLI-DPV.

           IF PG-IDF-CLI-DPV NOT = 0
               EXEC SQL
                   SELECT actif_cli
                   INTO   :PG-ACF-CLI
                   FROM   client
                   WHERE  id_cli = :PG-IDF-CLI-DPV
               END-EXEC

               IF SQLCODE NOT = 0 OR PG-ACF-CLI NOT = "O"
                   DISPLAY "Client inconnu ou inactif."
                   GO TO 0500-RAT-CLI-FIN
               END-IF
           END-IF.

           EXEC SQL
               UPDATE depots
               SET    id_cli_dep = NULLIF(:PG-IDF-CLI-DPV, 0)
               WHERE  code_dep = :PG-COD-DEP
           END-EXEC.

           IF SQLCODE NOT = 0
               EXEC SQL ROLLBACK END-EXEC
               MOVE "gesdep : rattachement client depots"
               TO   WS-OPE-ERR
               CALL "generr" USING WS-OPE-ERR, SQLCODE, WS-RTR-ERR
               END-CALL
               DISPLAY "Erreur lors du rattachement."
               GO TO 0500-RAT-CLI-FIN
           END-IF.

           EXEC SQL COMMIT END-EXEC.

           MOVE WS-IDF-CLI-DPV TO WS-IDF-CLI-EDT.
           MOVE SPACES TO WS-MSG-LOG.

           IF WS-IDF-CLI-DPV = 0
               STRING 'Depot ' DELIMITED BY SIZE
                      WS-COD-DEP DELIMITED BY SPACE
                      ' detache de son client (depot ordinaire).'
                      DELIMITED BY SIZE
                      INTO WS-MSG-LOG
               END-STRING
               DISPLAY "Depot detache."
           ELSE
               STRING 'Depot ' DELIMITED BY SIZE
                      WS-COD-DEP DELIMITED BY SPACE
                      ' rattache au client ' DELIMITED BY SIZE
                      FUNCTION TRIM (WS-IDF-CLI-EDT) DELIMITED BY SIZE
                      ' (depot-vente).' DELIMITED BY SIZE
                      INTO WS-MSG-LOG
               END-STRING
               DISPLAY "Depot-vente rattache."
           END-IF.

           CALL "genlog" USING WS-MSG-LOG,
                               WS-TYP-LOG,
                               SESS-IDF-UTI,
                               WS-IDF-PIE-NUL,
                               WS-QTE-LOG-NUL,
                               WS-LIEN-LOG-NUL,
                               WS-RTR-LOG
           END-CALL.

       0500-RAT-CLI-FIN.
           EXIT.
