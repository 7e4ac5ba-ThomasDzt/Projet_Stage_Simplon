      ******************************************************************
      *                                                                *
      *                 DESCRIPTION DU SOUS-PROGRAMME                  *
      *                                                                *
      * gescpt : entretien de la correspondance vers le plan de        *
      * comptes (table plan_comptable) utilisee par expfec pour        *
      * produire le FEC. Liste les correspondances connues, puis       *
      * permet d'en poser une (ajout, ou remplacement du compte d'une  *
      * cle deja connue) ou d'en retirer une. Une correspondance est   *
      * un type de compte (vente, tva_col, client, fournisseur, achat, *
      * tva_ded, tresorerie), une cle (taux de TVA '20.00' pour vente  *
      * et tva_col, mode de reglement pour tresorerie, '*' pour le     *
      * compte par defaut du type), un numero de compte et son         *
      * libelle. Chaque modification est journalisee via genlog        *
      * (type_log = 'plan_comptable').                                 *
      *                                                                *
      *----------------------------------------------------------------*
      *                           TRIGRAMMES                           *
      *                                                                *
      * gescpt=gestion comptes                                         *
      * CPT=COMPTE; TYP=TYPE; CLE=CLE; NUM=NUMERO; LIB=LIBELLE;        *
      * NBR=NOMBRE; CHX=CHOIX; UTI=UTILISATEUR; RSU=RESULTAT;          *
      * INS=INSERTION; SUP=SUPPRESSION; AFF=AFFICHAGE; LST=LISTE;      *
      * SSI=SAISIE; ACT=ACTION; LRR=LEURRE; DEB=DEBUT                  *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. gescpt.
       AUTHOR. ThomasD.
       DATE-WRITTEN. 15-10-2026 (fr).

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.

       01 PG-TYP-CPT            PIC X(14).
       01 PG-CLE-CPT            PIC X(14).
       01 PG-NUM-CPT            PIC X(10).
       01 PG-LIB-CPT            PIC X(40).
       01 PG-TYP-CPT-RSU        PIC X(14).
       01 PG-CLE-CPT-RSU        PIC X(14).
       01 PG-NUM-CPT-RSU        PIC X(10).
       01 PG-LIB-CPT-RSU        PIC X(40).

       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

      * Declaration du curseur listant les correspondances.
       EXEC SQL
           DECLARE C-CPT CURSOR FOR
               SELECT type_cpt, cle_cpt, num_cpt, lib_cpt
               FROM   plan_comptable
               ORDER BY type_cpt, cle_cpt
       END-EXEC.

       01 WS-LRR                PIC X(01).

      * Types de compte reconnus par expfec.
       01 WS-TYP-CPT            PIC X(14).
           88 WS-TYP-CPT-OK                 VALUE "vente"
                                                  "tva_col"
                                                  "client"
                                                  "fournisseur"
                                                  "achat"
                                                  "tva_ded"
                                                  "tresorerie".
       01 WS-CLE-CPT            PIC X(14).
       01 WS-NUM-CPT            PIC X(10).
       01 WS-LIB-CPT            PIC X(40).
       01 WS-CHX                PIC X(01).
       01 WS-NBR-CPT            PIC 9(03)   VALUE 0.

      * Zone de session partagee : qui est connecte sur ce poste.
       COPY session.

      * Zones utilisees pour generer le log de modification via
      * genlog. id_pie/qte_log/lien_log ne s'appliquent pas : ils
      * restent a zero (ecrits a NULL par genlog).
       01 WS-MSG-LOG            PIC X(100).
       01 WS-TYP-LOG            PIC X(20)   VALUE "plan_comptable".
       01 WS-IDF-PIE-NUL        PIC 9(10)   VALUE 0.
       01 WS-QTE-LOG-NUL        PIC S9(10)  VALUE 0.
       01 WS-LIEN-LOG-NUL       PIC 9(10)   VALUE 0.
       01 WS-RTR-LOG            PIC 9(01).

      * Zones utilisees pour tracer via generr l'echec d'une des
      * ecritures SQL en cas de SQLCODE en erreur.
       01 WS-OPE-ERR            PIC X(60).
       01 WS-RTR-ERR            PIC 9(01).


       PROCEDURE DIVISION.

           PERFORM 0100-LST-CPT-DEB
              THRU 0100-LST-CPT-FIN.

           PERFORM 0200-SSI-ACT-DEB
              THRU 0200-SSI-ACT-FIN.

           EXIT PROGRAM.

      ******************************************************************
      *                         PARAGRAPHES                            *
      ******************************************************************

       0100-LST-CPT-DEB.

           MOVE 0 TO WS-NBR-CPT.

           DISPLAY "Correspondance plan de comptes :".
           DISPLAY "Type           Cle            Compte     Libelle".

           EXEC SQL OPEN C-CPT END-EXEC.

           EXEC SQL
               FETCH C-CPT
               INTO  :PG-TYP-CPT-RSU, :PG-CLE-CPT-RSU,
                     :PG-NUM-CPT-RSU, :PG-LIB-CPT-RSU
           END-EXEC.

           PERFORM 0150-AFF-CPT-DEB
              THRU 0150-AFF-CPT-FIN
              UNTIL SQLCODE NOT = 0.

           EXEC SQL CLOSE C-CPT END-EXEC.

           IF WS-NBR-CPT = 0
               DISPLAY "(correspondance vide)"
           END-IF.

           EXIT.
       0100-LST-CPT-FIN.

      *-----------------------------------------------------------------

       0150-AFF-CPT-DEB.

           ADD 1 TO WS-NBR-CPT.

           DISPLAY PG-TYP-CPT-RSU " " PG-CLE-CPT-RSU " "
                   PG-NUM-CPT-RSU " " PG-LIB-CPT-RSU.

           EXEC SQL
               FETCH C-CPT
               INTO  :PG-TYP-CPT-RSU, :PG-CLE-CPT-RSU,
                     :PG-NUM-CPT-RSU, :PG-LIB-CPT-RSU
           END-EXEC.

           EXIT.
       0150-AFF-CPT-FIN.

      *-----------------------------------------------------------------

       0200-SSI-ACT-DEB.

           DISPLAY "1 - Poser une correspondance (ajout/remplacement)".
           DISPLAY "2 - Retirer une correspondance".
           DISPLAY "0 - Quitter".
           DISPLAY "Votre choix :".
           ACCEPT WS-CHX.

           IF WS-CHX = "1" OR WS-CHX = "2"
               DISPLAY "Type (vente/tva_col/client/fournisseur/"
                       "achat/tva_ded/tresorerie) :"
               ACCEPT WS-TYP-CPT
               DISPLAY "Cle (taux 20.00, mode de reglement, * = "
                       "defaut) :"
               ACCEPT WS-CLE-CPT

               MOVE WS-TYP-CPT TO PG-TYP-CPT
               MOVE WS-CLE-CPT TO PG-CLE-CPT

               EVALUATE WS-CHX
                   WHEN "1"
                       PERFORM 0300-INS-CPT-DEB
                          THRU 0300-INS-CPT-FIN

                   WHEN "2"
                       PERFORM 0400-SUP-CPT-DEB
                          THRU 0400-SUP-CPT-FIN
               END-EVALUATE

               DISPLAY "Appuyez sur entree"
               ACCEPT WS-LRR
           END-IF.

           EXIT.
       0200-SSI-ACT-FIN.

      *-----------------------------------------------------------------

      * Pose la correspondance : ajout d'une cle nouvelle, ou
      * remplacement du compte et du libelle d'une cle deja connue.

       0300-INS-CPT-DEB.

           IF NOT WS-TYP-CPT-OK
               DISPLAY "Type de compte inconnu."
               GO TO 0300-INS-CPT-FIN
           END-IF.

           IF WS-CLE-CPT = SPACES
               DISPLAY "Cle absente, correspondance ignoree."
               GO TO 0300-INS-CPT-FIN
           END-IF.

           DISPLAY "Numero de compte :".
           ACCEPT WS-NUM-CPT.

           IF WS-NUM-CPT (1:1) NOT NUMERIC
               DISPLAY "Numero de compte invalide."
               GO TO 0300-INS-CPT-FIN
           END-IF.

           DISPLAY "Libelle du compte :".
           ACCEPT WS-LIB-CPT.

           IF WS-LIB-CPT = SPACES
               DISPLAY "Libelle absent, correspondance ignoree."
               GO TO 0300-INS-CPT-FIN
           END-IF.

           MOVE WS-NUM-CPT TO PG-NUM-CPT.
           MOVE WS-LIB-CPT TO PG-LIB-CPT.

           EXEC SQL
               INSERT INTO plan_comptable (type_cpt, cle_cpt,
                               num_cpt, lib_cpt)
               VALUES (:PG-TYP-CPT, :PG-CLE-CPT, :PG-NUM-CPT,
                      :PG-LIB-CPT)
               ON CONFLICT (type_cpt, cle_cpt)
               DO UPDATE SET num_cpt = EXCLUDED.num_cpt,
                             lib_cpt = EXCLUDED.lib_cpt
           END-EXEC.

           IF SQLCODE = 0
               EXEC SQL COMMIT END-EXEC

               STRING 'Compte ' DELIMITED BY SIZE
                      WS-NUM-CPT DELIMITED BY SPACE
                      ' pose pour ' DELIMITED BY SIZE
                      WS-TYP-CPT DELIMITED BY SPACE
                      '/' DELIMITED BY SIZE
                      WS-CLE-CPT DELIMITED BY SPACE
                      '.' DELIMITED BY SIZE
                      INTO WS-MSG-LOG
               END-STRING

               CALL "genlog" USING WS-MSG-LOG,
                                   WS-TYP-LOG,
                                   SESS-IDF-UTI,
                                   WS-IDF-PIE-NUL,
                                   WS-QTE-LOG-NUL,
                                   WS-LIEN-LOG-NUL,
                                   WS-RTR-LOG
               END-CALL

               DISPLAY "Correspondance posee."
           ELSE
               EXEC SQL ROLLBACK END-EXEC
               MOVE "gescpt : insertion plan_comptable"
               TO   WS-OPE-ERR
               CALL "generr" USING WS-OPE-ERR, SQLCODE, WS-RTR-ERR
               END-CALL
               DISPLAY "Erreur a l'enregistrement."
           END-IF.

       0300-INS-CPT-FIN.
           EXIT.

      *-----------------------------------------------------------------

      * Retire la correspondance. Les pieces qui s'y rapportaient
      * retombent sur le compte par defaut du type ('*'), ou a defaut
      * sur le compte d'attente dans le FEC.

       0400-SUP-CPT-DEB.

           EXEC SQL
               DELETE FROM plan_comptable
               WHERE  type_cpt = :PG-TYP-CPT
               AND    cle_cpt  = :PG-CLE-CPT
           END-EXEC.

           IF SQLCODE = 0
               EXEC SQL COMMIT END-EXEC

               STRING 'Correspondance ' DELIMITED BY SIZE
                      WS-TYP-CPT DELIMITED BY SPACE
                      '/' DELIMITED BY SIZE
                      WS-CLE-CPT DELIMITED BY SPACE
                      ' retiree.' DELIMITED BY SIZE
                      INTO WS-MSG-LOG
               END-STRING

               CALL "genlog" USING WS-MSG-LOG,
                                   WS-TYP-LOG,
                                   SESS-IDF-UTI,
                                   WS-IDF-PIE-NUL,
                                   WS-QTE-LOG-NUL,
                                   WS-LIEN-LOG-NUL,
                                   WS-RTR-LOG
               END-CALL

               DISPLAY "Correspondance retiree."
           ELSE
               EXEC SQL ROLLBACK END-EXEC
               DISPLAY "Correspondance inconnue."
           END-IF.

       0400-SUP-CPT-FIN.
           EXIT.
