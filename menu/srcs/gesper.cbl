      * d'acces du menu et de majpie. Demande un role (verifie par     *
      * rechrol contre la table roles), liste les fonctions qui lui    *
      * sont accordees, puis permet d'en accorder une ou d'en retirer  *
      * une. Entretient aussi les limites de validation des commandes  *
      * fournisseur (controlees par verlim) : celle du role            *
      * (roles.lim_vld_rol, vide = sans limite) et, au cas par cas, la *
      * limite propre d'un utilisateur (utilisateur.lim_vld_uti), qui  *
      * prime sur celle de son role et peut etre effacee pour y        *
      * revenir. Chaque modification est journalisee via genlog        *
      * (type_log = 'permission'). Accorder un ecran a un role devient *
      * ainsi de la saisie de donnees, et non plus une recompilation   *
      * de menu et de majpie. Avant d'accorder une fonction, les       *
      * fonctions deja detenues par le role qui lui sont incompatibles *
      * (referentiel conflit_fonction, entretenu dans gescfl) sont     *
      * affichees : l'attribution n'est alors faite que sur saisie     *
      * d'une justification, portee par la permission (just_per) et    *
      * journalisee ; une justification vide l'abandonne.              *
      *                                                                *
      *----------------------------------------------------------------*
      *                           TRIGRAMMES                           *
      * gesper=gestion permissions                                     *
      * PER=PERMISSION; ROL=ROLE; FNC=FONCTION; NBR=NOMBRE; CHX=CHOIX; *
      * RSU=RESULTAT; INS=INSERTION; SUP=SUPPRESSION; AFF=AFFICHAGE;   *
      * LIM=LIMITE (DE VALIDATION); UTI=UTILISATEUR; IDF=IDENTIFIANT;  *
      * NOM=NOM; IND=INDICATEUR; SSL=SANS LIMITE; EDT=EDITION; MAJ=    *
      * MISE A JOUR; LRR=LEURRE; RTR=RETOUR; DEB=DEBUT; CFL=CONFLIT;   *
      * LIB=LIBELLE; JUS=JUSTIFICATION; ECR=ECRITURE                   *
      ******************************************************************

       IDENTIFICATION DIVISION.
       01 PG-ROL-PER            PIC X(14).
       01 PG-FNC-PER            PIC X(10).
       01 PG-FNC-PER-RSU        PIC X(10).
       01 PG-JUS-PER            PIC X(60).
       01 PG-JUS-PER-RSU        PIC X(60).
       01 PG-JUS-PER-IND        PIC S9(04) COMP-5.

      * Fonctions du role incompatibles avec celle a accorder.
       01 PG-NBR-CFL            PIC 9(05).
       01 PG-FNC-CFL-RSU        PIC X(10).
       01 PG-LIB-CFL-RSU        PIC X(40).

      * Limites de validation des commandes fournisseur : NULL = sans
      * limite (role), ou limite du role (utilisateur).
       01 PG-LIM-ROL            PIC 9(10)V99.
       01 PG-LIM-ROL-IND        PIC S9(04) COMP-5.
       01 PG-IDF-UTI            PIC 9(10).
       01 PG-NOM-UTI            PIC X(30).
       01 PG-ROL-UTI            PIC X(14).
       01 PG-LIM-UTI            PIC 9(10)V99.
       01 PG-LIM-UTI-IND        PIC S9(04) COMP-5.

       EXEC SQL END DECLARE SECTION END-EXEC.

      * role demande.
       EXEC SQL
           DECLARE C-PER CURSOR FOR
               SELECT code_fnc, just_per
               FROM   permissions
               WHERE  code_rol = :PG-ROL-PER
               ORDER BY code_fnc
       END-EXEC.

      * Declaration du curseur listant les fonctions deja accordees au
      * role qui forment un couple incompatible avec la fonction a
      * accorder (dans un sens ou dans l'autre du couple).
       EXEC SQL
           DECLARE C-CFL CURSOR FOR
               SELECT p.code_fnc, c.lib_cfl
               FROM   conflit_fonction c
               JOIN   permissions p
                      ON  p.code_rol = :PG-ROL-PER
                      AND ((c.fnc_a_cfl = :PG-FNC-PER
                            AND p.code_fnc = c.fnc_b_cfl)
                        OR (c.fnc_b_cfl = :PG-FNC-PER
                            AND p.code_fnc = c.fnc_a_cfl))
               ORDER BY p.code_fnc
       END-EXEC.

       01 WS-LRR                PIC X(01).

       01 WS-ROL-PER            PIC X(14).
       01 WS-CHX                PIC X(01).
       01 WS-NBR-PER            PIC 9(03)   VALUE 0.

      * Justification saisie pour accorder une fonction incompatible
      * avec une autre du role : vide = attribution abandonnee.
       01 WS-JUS-PER            PIC X(60).

      * Saisie d'une limite de validation : sans limite (role) ou
      * retour a la limite du role (utilisateur) si WS-SSL-LIM = "O".
       01 WS-IDF-UTI            PIC 9(10).
       01 WS-SSL-LIM            PIC X(01).
       01 WS-LIM-SAI            PIC 9(10)V99.
       01 WS-LIM-EDT            PIC Z(09)9.99.
       01 WS-IDF-UTI-EDT        PIC Z(09)9.

      * Code retour du role (rechrol) : le role doit exister dans la
      * table roles avant de lui accorder quoi que ce soit.
       01 WS-RTR-ROL            PIC 9(01).

           EXEC SQL
               FETCH C-PER
               INTO  :PG-FNC-PER-RSU,
                     :PG-JUS-PER-RSU:PG-JUS-PER-IND
           END-EXEC.

           PERFORM 0150-AFF-PER-DEB
               DISPLAY "(aucune fonction accordee)"
           END-IF.

           EXEC SQL
               SELECT lim_vld_rol
               INTO   :PG-LIM-ROL:PG-LIM-ROL-IND
               FROM   roles
               WHERE  code_rol = :PG-ROL-PER
           END-EXEC.

           IF SQLCODE = 0
               IF PG-LIM-ROL-IND < 0
                   DISPLAY "Limite de validation des commandes "
                           "fournisseur : sans limite"
               ELSE
                   MOVE PG-LIM-ROL TO WS-LIM-EDT
                   DISPLAY "Limite de validation des commandes "
                           "fournisseur : "
                           FUNCTION TRIM (WS-LIM-EDT) " EUR"
               END-IF
           END-IF.

           EXIT.
       0100-LST-PER-FIN.


           ADD 1 TO WS-NBR-PER.

           IF PG-JUS-PER-IND < 0
               DISPLAY "  " PG-FNC-PER-RSU
           ELSE
               DISPLAY "  " PG-FNC-PER-RSU " (derogation : "
                       FUNCTION TRIM (PG-JUS-PER-RSU) ")"
           END-IF.

           EXEC SQL
               FETCH C-PER
               INTO  :PG-FNC-PER-RSU,
                     :PG-JUS-PER-RSU:PG-JUS-PER-IND
           END-EXEC.

           EXIT.

           DISPLAY "1 - Accorder une fonction".
           DISPLAY "2 - Retirer une fonction".
           DISPLAY "3 - Limite de validation du role".
           DISPLAY "4 - Limite de validation d'un utilisateur".
           DISPLAY "0 - Quitter".
           DISPLAY "Votre choix :".
           ACCEPT WS-CHX.
               ACCEPT WS-LRR
           END-IF.

           EVALUATE WS-CHX
               WHEN "3"
                   PERFORM 0500-MAJ-LIM-ROL-DEB
                      THRU 0500-MAJ-LIM-ROL-FIN

                   DISPLAY "Appuyez sur entree"
                   ACCEPT WS-LRR

               WHEN "4"
                   PERFORM 0600-MAJ-LIM-UTI-DEB
                      THRU 0600-MAJ-LIM-UTI-FIN

                   DISPLAY "Appuyez sur entree"
                   ACCEPT WS-LRR
           END-EVALUATE.

           EXIT.
       0200-SSI-ACT-FIN.

      *-----------------------------------------------------------------

      * Separation des taches : si la fonction est incompatible avec
      * une fonction deja accordee au role, l'attribution exige une
      * justification.

       0300-INS-PER-DEB.

           MOVE SPACES TO WS-JUS-PER.
           MOVE 0      TO PG-NBR-CFL.

           EXEC SQL
               SELECT COUNT(*)
               INTO   :PG-NBR-CFL
               FROM   conflit_fonction c
               JOIN   permissions p
                      ON  p.code_rol = :PG-ROL-PER
                      AND ((c.fnc_a_cfl = :PG-FNC-PER
                            AND p.code_fnc = c.fnc_b_cfl)
                        OR (c.fnc_b_cfl = :PG-FNC-PER
                            AND p.code_fnc = c.fnc_a_cfl))
           END-EXEC.

           IF SQLCODE NOT = 0
               MOVE 0 TO PG-NBR-CFL
           END-IF.

           IF PG-NBR-CFL > 0
               PERFORM 0310-LST-CFL-DEB
                  THRU 0310-LST-CFL-FIN
           END-IF.

           IF PG-NBR-CFL > 0 AND WS-JUS-PER = SPACES
               DISPLAY "Attribution abandonnee (justification "
                       "obligatoire)."
           ELSE
               PERFORM 0350-ECR-PER-DEB
                  THRU 0350-ECR-PER-FIN
           END-IF.

           EXIT.
       0300-INS-PER-FIN.

      *-----------------------------------------------------------------

      * Affiche les fonctions du role incompatibles avec la fonction a
      * accorder, puis demande la justification de la derogation.

       0310-LST-CFL-DEB.

           DISPLAY "Attention : " FUNCTION TRIM (WS-FNC-PER)
                   " est incompatible avec les fonctions suivantes "
                   "du role :".

           EXEC SQL OPEN C-CFL END-EXEC.

           EXEC SQL
               FETCH C-CFL
               INTO  :PG-FNC-CFL-RSU, :PG-LIB-CFL-RSU
           END-EXEC.

           PERFORM 0320-AFF-CFL-DEB
              THRU 0320-AFF-CFL-FIN
              UNTIL SQLCODE NOT = 0.

           EXEC SQL CLOSE C-CFL END-EXEC.

           DISPLAY "Justification de la derogation (vide = abandon) :".
           ACCEPT WS-JUS-PER.

           EXIT.
       0310-LST-CFL-FIN.

      *-----------------------------------------------------------------

       0320-AFF-CFL-DEB.

           DISPLAY "  " PG-FNC-CFL-RSU " - " PG-LIB-CFL-RSU.

           EXEC SQL
               FETCH C-CFL
               INTO  :PG-FNC-CFL-RSU, :PG-LIB-CFL-RSU
           END-EXEC.

           EXIT.
       0320-AFF-CFL-FIN.

      *-----------------------------------------------------------------

       0350-ECR-PER-DEB.

           MOVE WS-JUS-PER TO PG-JUS-PER.

           EXEC SQL
               INSERT INTO permissions (code_rol, code_fnc, just_per)
               VALUES (:PG-ROL-PER, :PG-FNC-PER,
                       NULLIF(TRIM(:PG-JUS-PER), ''))
           END-EXEC.

           IF SQLCODE = 0
                                   WS-RTR-LOG
               END-CALL

               IF WS-JUS-PER NOT = SPACES
                   MOVE SPACES TO WS-MSG-LOG
                   STRING 'Derogation ' DELIMITED BY SIZE
                          WS-ROL-PER DELIMITED BY SPACE
                          '/' DELIMITED BY SIZE
                          WS-FNC-PER DELIMITED BY SPACE
                          ' : ' DELIMITED BY SIZE
                          WS-JUS-PER DELIMITED BY SIZE
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
               END-IF

               DISPLAY "Fonction accordee."
           ELSE
               EXEC SQL ROLLBACK END-EXEC
           END-IF.

           EXIT.
       0350-ECR-PER-FIN.

      *-----------------------------------------------------------------


           EXIT.
       0400-SUP-PER-FIN.

      *-----------------------------------------------------------------

      * Limite de validation du role : montant en euros au-dela duquel
      * une commande fournisseur validee par un membre du role doit
      * etre approuvee, ou sans limite (colonne a NULL).

       0500-MAJ-LIM-ROL-DEB.

           DISPLAY "Sans limite (O/N) :".
           ACCEPT WS-SSL-LIM.

           IF WS-SSL-LIM = "o"
               MOVE "O" TO WS-SSL-LIM
           END-IF.

           IF WS-SSL-LIM = "O"
               MOVE -1 TO PG-LIM-ROL-IND
               MOVE 0  TO PG-LIM-ROL
           ELSE
               DISPLAY "Limite en euros :"
               ACCEPT WS-LIM-SAI
               MOVE 0          TO PG-LIM-ROL-IND
               MOVE WS-LIM-SAI TO PG-LIM-ROL
           END-IF.

           EXEC SQL
               UPDATE roles
               SET    lim_vld_rol = :PG-LIM-ROL:PG-LIM-ROL-IND
               WHERE  code_rol = :PG-ROL-PER
           END-EXEC.

           IF SQLCODE = 0
               EXEC SQL COMMIT END-EXEC

               MOVE SPACES TO WS-MSG-LOG
               IF WS-SSL-LIM = "O"
                   STRING 'Role ' DELIMITED BY SIZE
                          WS-ROL-PER DELIMITED BY SPACE
                          ' : limite de validation supprimee (sans '
                          DELIMITED BY SIZE
                          'limite).' DELIMITED BY SIZE
                          INTO WS-MSG-LOG
                   END-STRING
               ELSE
                   MOVE WS-LIM-SAI TO WS-LIM-EDT
                   STRING 'Role ' DELIMITED BY SIZE
                          WS-ROL-PER DELIMITED BY SPACE
                          ' : limite de validation portee a '
                          DELIMITED BY SIZE
                          FUNCTION TRIM (WS-LIM-EDT) DELIMITED BY SIZE
                          ' EUR.' DELIMITED BY SIZE
                          INTO WS-MSG-LOG
                   END-STRING
               END-IF

               CALL "genlog" USING WS-MSG-LOG,
                                   WS-TYP-LOG,
                                   SESS-IDF-UTI,
                                   WS-IDF-PIE-NUL,
                                   WS-QTE-LOG-NUL,
                                   WS-LIEN-LOG-NUL,
                                   WS-RTR-LOG
               END-CALL

               DISPLAY "Limite du role mise a jour."
           ELSE
               EXEC SQL ROLLBACK END-EXEC
               MOVE "gesper : mise a jour limite role"
               TO   WS-OPE-ERR
               CALL "generr" USING WS-OPE-ERR, SQLCODE, WS-RTR-ERR
               END-CALL
               DISPLAY "Erreur lors de la mise a jour de la limite."
           END-IF.

           EXIT.
       0500-MAJ-LIM-ROL-FIN.

      *-----------------------------------------------------------------

      * Limite propre d'un utilisateur, qui prime sur celle de son
      * role ; l'effacer (colonne a NULL) le ramene a celle du role.

       0600-MAJ-LIM-UTI-DEB.

           DISPLAY "Identifiant de l'utilisateur :".
           ACCEPT WS-IDF-UTI.

           MOVE WS-IDF-UTI TO PG-IDF-UTI.

           EXEC SQL
               SELECT u.nom_uti, u.role_uti, u.lim_vld_uti
               INTO   :PG-NOM-UTI, :PG-ROL-UTI,
                      :PG-LIM-UTI:PG-LIM-UTI-IND
               FROM   utilisateur u
               WHERE  u.id_uti = :PG-IDF-UTI
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY "Utilisateur inconnu."
               GO TO 0600-MAJ-LIM-UTI-FIN
           END-IF.

           IF PG-LIM-UTI-IND < 0
               DISPLAY FUNCTION TRIM (PG-NOM-UTI) " ("
                       FUNCTION TRIM (PG-ROL-UTI)
                       ") : limite du role"
           ELSE
               MOVE PG-LIM-UTI TO WS-LIM-EDT
               DISPLAY FUNCTION TRIM (PG-NOM-UTI) " ("
                       FUNCTION TRIM (PG-ROL-UTI)
                       ") : limite propre "
                       FUNCTION TRIM (WS-LIM-EDT) " EUR"
           END-IF.

           DISPLAY "Revenir a la limite du role (O/N) :".
           ACCEPT WS-SSL-LIM.

           IF WS-SSL-LIM = "o"
               MOVE "O" TO WS-SSL-LIM
           END-IF.

           IF WS-SSL-LIM = "O"
               MOVE -1 TO PG-LIM-UTI-IND
               MOVE 0  TO PG-LIM-UTI
           ELSE
               DISPLAY "Limite propre en euros :"
               ACCEPT WS-LIM-SAI
               MOVE 0          TO PG-LIM-UTI-IND
               MOVE WS-LIM-SAI TO PG-LIM-UTI
           END-IF.

           EXEC SQL
               UPDATE utilisateur
               SET    lim_vld_uti = :PG-LIM-UTI:PG-LIM-UTI-IND
               WHERE  id_uti = :PG-IDF-UTI
           END-EXEC.

           IF SQLCODE = 0
               EXEC SQL COMMIT END-EXEC

               MOVE WS-IDF-UTI TO WS-IDF-UTI-EDT
               MOVE SPACES     TO WS-MSG-LOG
               IF WS-SSL-LIM = "O"
                   STRING 'Utilisateur ' DELIMITED BY SIZE
                          FUNCTION TRIM (WS-IDF-UTI-EDT)
                          DELIMITED BY SIZE
                          ' : limite propre effacee (limite du role).'
                          DELIMITED BY SIZE
                          INTO WS-MSG-LOG
                   END-STRING
               ELSE
                   MOVE WS-LIM-SAI TO WS-LIM-EDT
                   STRING 'Utilisateur ' DELIMITED BY SIZE
                          FUNCTION TRIM (WS-IDF-UTI-EDT)
                          DELIMITED BY SIZE
                          ' : limite propre portee a '
                          DELIMITED BY SIZE
                          FUNCTION TRIM (WS-LIM-EDT) DELIMITED BY SIZE
                          ' EUR.' DELIMITED BY SIZE
                          INTO WS-MSG-LOG
                   END-STRING
               END-IF

               CALL "genlog" USING WS-MSG-LOG,
                                   WS-TYP-LOG,
                                   SESS-IDF-UTI,
                                   WS-IDF-PIE-NUL,
                                   WS-QTE-LOG-NUL,
                                   WS-LIEN-LOG-NUL,
                                   WS-RTR-LOG
               END-CALL

               DISPLAY "Limite de l'utilisateur mise a jour."
           ELSE
               EXEC SQL ROLLBACK END-EXEC
               MOVE "gesper : mise a jour limite utilisateur"
               TO   WS-OPE-ERR
               CALL "generr" USING WS-OPE-ERR, SQLCODE, WS-RTR-ERR
               END-CALL
               DISPLAY "Erreur lors de la mise a jour de la limite."
           END-IF.

           EXIT.
       0600-MAJ-LIM-UTI-FIN.
