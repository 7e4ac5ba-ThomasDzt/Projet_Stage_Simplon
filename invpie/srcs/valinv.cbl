      * 'inventaire' - la correction reste ainsi dans la piste         *
      * d'audit que rcclog rejoue. L'inventaire est clos en fin de     *
      * validation.                                                    *
      * L'inventaire d'un depot-vente (depot rattache a un client      *
      * garagiste, gesdep) rapproche l'etagere du garage de nos        *
      * comptes : un manquant y est une consommation non declaree,     *
      * que la correction approuvee facture au client (commande        *
      * ajucmd 'E'/'L' au prix du client, dont le retrait majpie vaut  *
      * correction, puis facture genfac en fin de validation) au lieu  *
      * de la passer en demarque. Un excedent se corrige comme         *
      * ailleurs.                                                      *
      *                                                                *
      *----------------------------------------------------------------*
      *                           TRIGRAMMES                           *
      * ECA=ECART; DEP=DEPOT; NOM=NOM; STA=STATUT; CHX=CHOIX;          *
      * NBR=NOMBRE; IDF=IDENTIFIANT; UTI=UTILISATEUR; RTR=RETOUR;      *
      * ALR=ALERTE; APL=APPEL; MAJ=MISE A JOUR; EDT=EDITION;           *
      * LRR=LEURRE; DEB=DEBUT; DPV=DEPOT-VENTE; CLI=CLIENT;            *
      * CMD=COMMANDE; FAC=FACTURE; LGN=LIGNE; PRX=PRIX; NUM=NUMERO;    *
      * ENT=ENTETE; GEN=GENERATION; LEC=LECTURE                        *
      ******************************************************************

       IDENTIFICATION DIVISION.
       01 PG-QTE-CPT-RSU        PIC 9(10).
       01 PG-QTE-PIE-RSU        PIC 9(10).

      * Client garagiste du depot inventorie quand c'est un
      * depot-vente (0 sinon).
       01 PG-IDF-CLI-DPV        PIC 9(10).

       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.
       01 WS-TYP-LOG-INV        PIC X(20)   VALUE "inventaire".
       01 WS-NUM-LOT-NUL        PIC X(20)   VALUE SPACES.

      * Zones echangees avec ajucmd pour facturer au client d'un
      * depot-vente ses consommations non declarees, memes conventions
      * qu'ecracmd : la commande est ouverte au premier manquant
      * approuve (WS-IDF-CMD a zero jusque-la).
       01 WS-APL-ENT            PIC X(01)   VALUE "E".
       01 WS-APL-LGN            PIC X(01)   VALUE "L".
       01 WS-IDF-CLI            PIC 9(10).
       01 WS-IDF-CMD            PIC 9(10)   VALUE 0.
       01 WS-QTE-LGN            PIC 9(05).
       01 WS-PRX-LGN            PIC 9(08)V99.
       01 WS-RTR-CMD            PIC 9(01).
           88 WS-RTR-CMD-OK                VALUE 0.
       01 WS-NBR-LGN-FAC        PIC 9(05)   VALUE 0.

      * Zones echangees avec genfac.
       01 WS-IDF-FAC            PIC 9(10).
       01 WS-NUM-FAC            PIC 9(10).
       01 WS-RTR-FAC            PIC 9(01).
           88 WS-RTR-FAC-OK                VALUE 0.
       01 WS-NUM-FAC-EDT        PIC Z(10).

      * Zone de session partagee : qui est connecte sur ce poste.
       COPY session.

               IF PG-STA-INV NOT = "ouvert"
                   DISPLAY "Inventaire deja clos."
               ELSE
                   PERFORM 0150-LEC-DPV-DEB
                      THRU 0150-LEC-DPV-FIN

                   PERFORM 0200-TRT-ECA-DEB
                      THRU 0200-TRT-ECA-FIN

                   IF WS-IDF-CMD NOT = 0
                       PERFORM 0480-GEN-FAC-DEB
                          THRU 0480-GEN-FAC-FIN
                   END-IF

                   PERFORM 0500-CLO-INV-DEB
                      THRU 0500-CLO-INV-FIN
               END-IF

      *-----------------------------------------------------------------

      * Releve le client garagiste du depot inventorie, quand c'est
      * un depot-vente.

       0150-LEC-DPV-DEB.

           MOVE 0 TO WS-IDF-CMD.
           MOVE 0 TO WS-NBR-LGN-FAC.

           EXEC SQL
               SELECT COALESCE(d.id_cli_dep, 0)
               INTO   :PG-IDF-CLI-DPV
               FROM   inventaire i
               JOIN   depots d ON d.code_dep = i.depot_inv
               WHERE  i.id_inv = :PG-IDF-INV
           END-EXEC.

           IF SQLCODE NOT = 0
               MOVE 0 TO PG-IDF-CLI-DPV
           END-IF.

           IF PG-IDF-CLI-DPV NOT = 0
               DISPLAY "Depot-vente : les manquants approuves seront "
                       "factures au client."
           END-IF.

           EXIT.
       0150-LEC-DPV-FIN.

      *-----------------------------------------------------------------

      * Deroule les ecarts au fil du curseur : chaque ligne est
      * ecrite dans INVVAR puis proposee a l'approbation, le
      * mouvement majpie etant poste ligne a ligne.
           ACCEPT WS-CHX.

           IF WS-CHX = "O" OR WS-CHX = "o"
               IF PG-IDF-CLI-DPV NOT = 0 AND WS-QTE-ECA < 0
                   PERFORM 0450-FAC-ECA-DEB
                      THRU 0450-FAC-ECA-FIN
               ELSE
                   PERFORM 0400-APL-MAJPIE-DEB
                      THRU 0400-APL-MAJPIE-FIN
               END-IF
           END-IF.

           EXEC SQL

      *-----------------------------------------------------------------

      * Depot-vente : le manquant est facture au client comme une
      * consommation. La commande est ouverte au premier manquant
      * (ajucmd 'E'), puis chaque manquant y est poste en ligne
      * (ajucmd 'L'), dont le retrait majpie ramene le stock au
      * comptage.

       0450-FAC-ECA-DEB.

           MOVE PG-IDF-CLI-DPV TO WS-IDF-CLI.

           IF WS-IDF-CMD = 0
               CALL "ajucmd" USING WS-APL-ENT,
                                   WS-IDF-CLI,
                                   SESS-IDF-UTI,
                                   WS-IDF-CMD,
                                   PG-IDF-PIE-RSU,
                                   WS-QTE-LGN,
                                   WS-PRX-LGN,
                                   WS-RTR-CMD
               END-CALL

               IF NOT WS-RTR-CMD-OK
                   MOVE 0 TO WS-IDF-CMD
                   DISPLAY "Commande du client refusee par ajucmd "
                           "(code " WS-RTR-CMD ") : manquant non "
                           "facture, correction non postee."
                   GO TO 0450-FAC-ECA-FIN
               END-IF
           END-IF.

           COMPUTE WS-QTE-LGN = 0 - WS-QTE-ECA.

           CALL "ajucmd" USING WS-APL-LGN,
                               WS-IDF-CLI,
                               SESS-IDF-UTI,
                               WS-IDF-CMD,
                               PG-IDF-PIE-RSU,
                               WS-QTE-LGN,
                               WS-PRX-LGN,
                               WS-RTR-CMD
           END-CALL.

           IF WS-RTR-CMD-OK
               ADD 1 TO WS-NBR-COR
               ADD 1 TO WS-NBR-LGN-FAC
               DISPLAY "Manquant facture au client."
           ELSE
               DISPLAY "Manquant refuse par ajucmd (code "
                       WS-RTR-CMD ")."
           END-IF.

       0450-FAC-ECA-FIN.
           EXIT.

      *-----------------------------------------------------------------

      * Facture les manquants du depot-vente via genfac. Une commande
      * restee sans ligne est laissee en saisie pour examen ; un
      * refus de genfac (mois clos...) laisse la commande a facturer
      * depuis l'ecran de facturation.

       0480-GEN-FAC-DEB.

           IF WS-NBR-LGN-FAC = 0
               GO TO 0480-GEN-FAC-FIN
           END-IF.

           CALL "genfac" USING WS-IDF-CMD,
                               SESS-IDF-UTI,
                               WS-IDF-FAC,
                               WS-NUM-FAC,
                               WS-RTR-FAC
           END-CALL.

           IF WS-RTR-FAC-OK
               MOVE WS-NUM-FAC TO WS-NUM-FAC-EDT
               DISPLAY "Manquants du depot-vente factures : facture "
                       "n. " FUNCTION TRIM (WS-NUM-FAC-EDT) "."
           ELSE
               DISPLAY "Manquants non factures (mois clos ?) : "
                       "commande a facturer depuis l'ecran de "
                       "facturation."
           END-IF.

       0480-GEN-FAC-FIN.
           EXIT.

      *-----------------------------------------------------------------

      * Clot l'inventaire une fois les ecarts deroules.

       0500-CLO-INV-DEB.
