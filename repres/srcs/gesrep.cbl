      ******************************************************************
      *                                                                *
      *                 DESCRIPTION DU SOUS-PROGRAMME                  *
      *                                                                *
      * gesrep : referentiel des representants (table representant).   *
      * Liste les representants (nom, taux de commission, utilisateur  *
      * de l'application rattache, actif), puis permet d'en ajouter    *
      * un, de modifier son taux de commission - changement trace dans *
      * hist_modif via genmod, le taux servant au calcul des           *
      * commissions de rapcom - ou d'en desactiver un (meme drapeau    *
      * 'O'/'N' que les adresses de gesadl : un representant parti     *
      * reste porte par les commandes passees, mais ne peut plus etre  *
      * affecte a un client ni a une commande).                        *
      *                                                                *
      *----------------------------------------------------------------*
      *                           TRIGRAMMES                           *
      *                                                                *
      * gesrep=gestion representants                                   *
      * REP=REPRESENTANT; NOM=NOM; TAU=TAUX DE COMMISSION;             *
      * UTI=UTILISATEUR; ACF=ACTIF; IDF=IDENTIFIANT; NBR=NOMBRE;       *
      * CHX=CHOIX; RSU=RESULTAT; RTR=RETOUR; AJT=AJOUT; MOD=MODIF;     *
      * DES=DESACTIVATION; ANC=ANCIEN; NOU=NOUVEAU; VAL=VALEUR;        *
      * TAB=TABLE; CLE=CLE; CHP=CHAMP; ACT=ACTION; AFF=AFFICHAGE;      *
      * LST=LISTE; LRR=LEURRE; DEB=DEBUT                               *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. gesrep.
       AUTHOR. ThomasD.
       DATE-WRITTEN. 15-10-2026 (fr).

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.

       01 PG-IDF-REP            PIC 9(10).
       01 PG-NOM-REP            PIC X(50).
       01 PG-TAU-REP            PIC 9(03)V99.
       01 PG-ANC-TAU-REP        PIC 9(03)V99.
       01 PG-IDF-UTI            PIC 9(10).
       01 PG-NBR-UTI            PIC 9(05).

       01 PG-IDF-REP-RSU        PIC 9(10).
       01 PG-NOM-REP-RSU        PIC X(50).
       01 PG-TAU-REP-RSU        PIC 9(03)V99.
       01 PG-IDF-UTI-RSU        PIC 9(10).
       01 PG-ACF-REP-RSU        PIC X(01).

       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

      * Declaration du curseur des representants.
       EXEC SQL
           DECLARE C-REP CURSOR FOR
               SELECT id_rep, nom_rep, tau_com_rep, COALESCE(id_uti, 0),
                      actif_rep
               FROM   representant
               ORDER BY id_rep
       END-EXEC.

       01 WS-LRR                PIC X(01).
       01 WS-CHX                PIC X(01).

       01 WS-IDF-REP            PIC 9(10).
       01 WS-NOM-REP            PIC X(50).
       01 WS-TAU-REP            PIC 9(03)V99.
       01 WS-IDF-UTI            PIC 9(10).
       01 WS-NBR-REP            PIC 9(03)   VALUE 0.

       01 WS-IDF-REP-EDT        PIC Z(10).
       01 WS-IDF-UTI-EDT        PIC Z(10).
       01 WS-TAU-REP-EDT        PIC Z(02)9.99.

      * Zone de session partagee : qui est connecte sur ce poste.
       COPY session.

      * Zones echangees avec genmod pour tracer le changement de
      * taux de commission dans hist_modif.
       01 WS-TAB-MOD            PIC X(14)   VALUE "representant".
       01 WS-CLE-MOD            PIC X(30).
       01 WS-CHP-MOD            PIC X(20)   VALUE "tau_com_rep".
       01 WS-ANC-VAL            PIC X(100).
       01 WS-NOU-VAL            PIC X(100).
       01 WS-RTR-MOD            PIC 9(01).

      * Zones utilisees pour tracer via generr l'echec d'une des
      * ecritures SQL en cas de SQLCODE en erreur.
       01 WS-OPE-ERR            PIC X(60).
       01 WS-RTR-ERR            PIC 9(01).


       PROCEDURE DIVISION.

           PERFORM 0100-LST-REP-DEB
              THRU 0100-LST-REP-FIN.

           EXIT PROGRAM.

      ******************************************************************
      *                         PARAGRAPHES                            *
      ******************************************************************

       0100-LST-REP-DEB.

           MOVE 0 TO WS-NBR-REP.

           DISPLAY "Representants :".
           DISPLAY "Id          Nom                            "
                   "   Taux %  Utilisateur  Actif".

           EXEC SQL OPEN C-REP END-EXEC.

           EXEC SQL
               FETCH C-REP
               INTO  :PG-IDF-REP-RSU, :PG-NOM-REP-RSU,
                     :PG-TAU-REP-RSU, :PG-IDF-UTI-RSU,
                     :PG-ACF-REP-RSU
           END-EXEC.

           PERFORM 0150-AFF-UN-REP-DEB
              THRU 0150-AFF-UN-REP-FIN
              UNTIL SQLCODE NOT = 0.

           EXEC SQL CLOSE C-REP END-EXEC.

           IF WS-NBR-REP = 0
               DISPLAY "(aucun representant)"
           END-IF.

           PERFORM 0200-SSI-ACT-DEB
              THRU 0200-SSI-ACT-FIN.

       0100-LST-REP-FIN.
           EXIT.

      *-----------------------------------------------------------------

       0150-AFF-UN-REP-DEB.

           ADD 1 TO WS-NBR-REP.

           MOVE PG-IDF-REP-RSU TO WS-IDF-REP-EDT.
           MOVE PG-TAU-REP-RSU TO WS-TAU-REP-EDT.
           MOVE PG-IDF-UTI-RSU TO WS-IDF-UTI-EDT.

           DISPLAY WS-IDF-REP-EDT "  " PG-NOM-REP-RSU(1:30) "  "
                   WS-TAU-REP-EDT "  " WS-IDF-UTI-EDT "   "
                   PG-ACF-REP-RSU.

           EXEC SQL
               FETCH C-REP
               INTO  :PG-IDF-REP-RSU, :PG-NOM-REP-RSU,
                     :PG-TAU-REP-RSU, :PG-IDF-UTI-RSU,
                     :PG-ACF-REP-RSU
           END-EXEC.

           EXIT.
       0150-AFF-UN-REP-FIN.

      *-----------------------------------------------------------------

       0200-SSI-ACT-DEB.

           DISPLAY "1 - Ajouter un representant".
           DISPLAY "2 - Modifier le taux de commission".
           DISPLAY "3 - Desactiver un representant".
           DISPLAY "0 - Quitter".
           DISPLAY "Votre choix :".
           ACCEPT WS-CHX.

           EVALUATE WS-CHX
               WHEN "1"
                   PERFORM 0300-AJT-REP-DEB
                      THRU 0300-AJT-REP-FIN

                   DISPLAY "Appuyez sur entree"
                   ACCEPT WS-LRR

               WHEN "2"
                   PERFORM 0400-MOD-TAU-DEB
                      THRU 0400-MOD-TAU-FIN

                   DISPLAY "Appuyez sur entree"
                   ACCEPT WS-LRR

               WHEN "3"
                   PERFORM 0500-DES-REP-DEB
                      THRU 0500-DES-REP-FIN

                   DISPLAY "Appuyez sur entree"
                   ACCEPT WS-LRR

               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

           EXIT.
       0200-SSI-ACT-FIN.

      *-----------------------------------------------------------------

       0300-AJT-REP-DEB.

           DISPLAY "Nom du representant :".
           ACCEPT WS-NOM-REP.

           IF WS-NOM-REP = SPACES
               DISPLAY "Nom absent, representant ignore."
               GO TO 0300-AJT-REP-FIN
           END-IF.

           DISPLAY "Taux de commission en % (ex. 8.50) :".
           ACCEPT WS-TAU-REP.

           IF WS-TAU-REP > 100
               DISPLAY "Taux superieur a 100 %, representant ignore."
               GO TO 0300-AJT-REP-FIN
           END-IF.

      * Le rattachement a un utilisateur de l'application est
      * facultatif : il permet a rapcom de deposer l'etat de
      * commission dans le spool du representant lui-meme.
           DISPLAY "Id utilisateur rattache (0 = aucun) :".
           ACCEPT WS-IDF-UTI.

           MOVE WS-IDF-UTI TO PG-IDF-UTI.

           IF WS-IDF-UTI NOT = 0
               EXEC SQL
                   SELECT COUNT(*)
                   INTO   :PG-NBR-UTI
                   FROM   utilisateur
                   WHERE  id_uti = :PG-IDF-UTI
               END-EXEC

               IF SQLCODE NOT = 0 OR PG-NBR-UTI = 0
                   DISPLAY "Utilisateur inconnu, representant ignore."
                   GO TO 0300-AJT-REP-FIN
               END-IF
           END-IF.

           MOVE WS-NOM-REP TO PG-NOM-REP.
           MOVE WS-TAU-REP TO PG-TAU-REP.

           EXEC SQL
               INSERT INTO representant (nom_rep, tau_com_rep, id_uti,
                               actif_rep)
               VALUES (:PG-NOM-REP, :PG-TAU-REP,
                      NULLIF(:PG-IDF-UTI, 0), 'O')
               RETURNING id_rep INTO :PG-IDF-REP
           END-EXEC.

           IF SQLCODE = 0
               EXEC SQL COMMIT END-EXEC

               MOVE PG-IDF-REP TO WS-IDF-REP-EDT
               DISPLAY "Representant cree, id : "
                       FUNCTION TRIM (WS-IDF-REP-EDT) "."
           ELSE
               EXEC SQL ROLLBACK END-EXEC
               MOVE "gesrep : insertion representant"
               TO   WS-OPE-ERR
               CALL "generr" USING WS-OPE-ERR, SQLCODE, WS-RTR-ERR
               END-CALL
               DISPLAY "Erreur lors de la creation du representant."
           END-IF.

       0300-AJT-REP-FIN.
           EXIT.

      *-----------------------------------------------------------------

      * Modifie le taux de commission et trace le changement dans
      * hist_modif via genmod, comme une edition edcli.

       0400-MOD-TAU-DEB.

           DISPLAY "Id du representant :".
           ACCEPT WS-IDF-REP.

           MOVE WS-IDF-REP TO PG-IDF-REP.

           EXEC SQL
               SELECT tau_com_rep
               INTO   :PG-ANC-TAU-REP
               FROM   representant
               WHERE  id_rep = :PG-IDF-REP
               AND    actif_rep = 'O'
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY "Representant inconnu ou inactif."
               GO TO 0400-MOD-TAU-FIN
           END-IF.

           MOVE PG-ANC-TAU-REP TO WS-TAU-REP-EDT.
           DISPLAY "Taux actuel : " WS-TAU-REP-EDT " %".
           DISPLAY "Nouveau taux en % :".
           ACCEPT WS-TAU-REP.

           IF WS-TAU-REP > 100
               DISPLAY "Taux superieur a 100 %, modification ignoree."
               GO TO 0400-MOD-TAU-FIN
           END-IF.

           IF WS-TAU-REP = PG-ANC-TAU-REP
               DISPLAY "Taux inchange."
               GO TO 0400-MOD-TAU-FIN
           END-IF.

           MOVE WS-TAU-REP TO PG-TAU-REP.

           EXEC SQL
               UPDATE representant
               SET    tau_com_rep = :PG-TAU-REP
               WHERE  id_rep = :PG-IDF-REP
           END-EXEC.

           IF SQLCODE NOT = 0
               EXEC SQL ROLLBACK END-EXEC
               MOVE "gesrep : maj tau_com_rep"
               TO   WS-OPE-ERR
               CALL "generr" USING WS-OPE-ERR, SQLCODE, WS-RTR-ERR
               END-CALL
               DISPLAY "Erreur lors de la modification du taux."
               GO TO 0400-MOD-TAU-FIN
           END-IF.

           EXEC SQL COMMIT END-EXEC.

           MOVE PG-IDF-REP     TO WS-CLE-MOD.
           MOVE PG-ANC-TAU-REP TO WS-TAU-REP-EDT.
           MOVE WS-TAU-REP-EDT TO WS-ANC-VAL.
           MOVE PG-TAU-REP     TO WS-TAU-REP-EDT.
           MOVE WS-TAU-REP-EDT TO WS-NOU-VAL.

           CALL "genmod" USING WS-TAB-MOD
                               WS-CLE-MOD
                               WS-CHP-MOD
                               WS-ANC-VAL
                               WS-NOU-VAL
                               SESS-IDF-UTI
                               WS-RTR-MOD
           END-CALL.

           DISPLAY "Taux de commission modifie.".

       0400-MOD-TAU-FIN.
           EXIT.

      *-----------------------------------------------------------------

      * Les clients encore rattaches au representant desactive le
      * gardent jusqu'a reaffectation dans edcli ; ajucmd ne reporte
      * plus ce representant sur les nouvelles commandes.

       0500-DES-REP-DEB.

           DISPLAY "Id du representant a desactiver :".
           ACCEPT WS-IDF-REP.

           MOVE WS-IDF-REP TO PG-IDF-REP.

           EXEC SQL
               UPDATE representant
               SET    actif_rep = 'N'
               WHERE  id_rep = :PG-IDF-REP
               AND    actif_rep = 'O'
           END-EXEC.

           IF SQLCODE = 0
               EXEC SQL COMMIT END-EXEC
               DISPLAY "Representant desactive."
           ELSE
               EXEC SQL ROLLBACK END-EXEC
               DISPLAY "Representant inconnu ou deja inactif."
           END-IF.

           EXIT.
       0500-DES-REP-FIN.
