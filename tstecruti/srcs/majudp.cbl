      ******************************************************************
      *                                                                *
      *                 DESCRIPTION DU SOUS-PROGRAMME                  *
      *                                                                *
      * majudp : mise a jour des depots attribues a un utilisateur     *
      * (table utilisateur_depot), appele par eduti. La liste saisie   *
      * (codes depot separes par des virgules, 5 au plus) remplace     *
      * entierement les attributions de l'utilisateur : chaque depot   *
      * est d'abord valide via verdep, puis les anciennes lignes sont  *
      * supprimees et les nouvelles inserees dans la meme transaction. *
      * Le changement est trace via genmod (champ 'depots', ancienne   *
      * et nouvelle liste), comme les autres champs de la fiche        *
      * utilisateur dans majuti. Les attributions sont lues par verudp *
      * avant tout mouvement de stock.                                 *
      *                                                                *
      * Code retour rendu a l'appelant : 0 = depots mis a jour ;       *
      * 1 = depot inconnu du referentiel ou liste vide ;               *
      * 2 = utilisateur inconnu ; 3 = erreur SQL.                      *
      *                                                                *
      *----------------------------------------------------------------*
      *                           TRIGRAMMES                           *
      *                                                                *
      * majudp=mise a jour utilisateur depot                           *
      * UDP=UTILISATEUR DEPOT; UTI=UTILISATEUR; DEP=DEPOT; LST=LISTE;  *
      * COD=CODE; NOM=NOM; IDF=IDENTIFIANT; IDX=INDEX; NBR=NOMBRE;     *
      * ANC=ANCIENNE; NOU=NOUVELLE; VAL=VALEUR; TAB=TABLE; CLE=CLE;    *
      * CHP=CHAMP; MOD=MODIFICATION; AFC=AFFECTATION; DEC=DECOUPAGE;   *
      * VER=VERIFICATION; INS=INSERTION; HST=HISTORIQUE;               *
      * APL=APPEL; OPE=OPERATION; ERR=ERREUR; RTR=RETOUR; VLR=VALEUR;  *
      * TMP=TEMPORAIRE; DEB=DEBUT                                      *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. majudp.
       AUTHOR. ThomasD.
       DATE-WRITTEN. 15-10-2026 (fr).

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.

       01 PG-NOM-UTI         PIC X(30).
       01 PG-IDF-UTI         PIC 9(10).
       01 PG-COD-DEP         PIC X(20).

      * Liste des depots attribues avant et apres la mise a jour,
      * relue en base pour la trace genmod.
       01 PG-ANC-LST-DEP     PIC X(100).
       01 PG-NOU-LST-DEP     PIC X(100).

       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

      * Depots saisis, une fois la liste decoupee sur les virgules.
       01 WS-TAB-DEP.
           05 WS-COD-DEP     PIC X(20)   OCCURS 5.
       01 WS-IDX-DEP         PIC 9(02).
       01 WS-NBR-DEP         PIC 9(02).
       01 WS-COD-DEP-TMP     PIC X(20).

      * Code retour de verdep : 0 = depot connu du referentiel.
       01 WS-VLR-RTR-DEP     PIC 9(01).
           88 WS-VLR-DEP-OK              VALUE 0.

      * Code retour global rendu a l'appelant.
       01 WS-RTR-UDP         PIC 9(01)   VALUE 0.
           88 WS-RTR-UDP-OK              VALUE 0.
           88 WS-RTR-UDP-DEP-INV         VALUE 1.
           88 WS-RTR-UDP-UTI-INV         VALUE 2.
           88 WS-RTR-UDP-ERR             VALUE 3.

      * Zones utilisees pour tracer via generr l'echec d'une des
      * ecritures SQL en cas de SQLCODE en erreur.
       01 WS-OPE-ERR         PIC X(60).
       01 WS-RTR-ERR         PIC 9(01).

      * Zone de session partagee : l'administrateur a l'origine de la
      * modification, trace avec le changement.
       COPY session.

      * Zones echangees avec genmod pour tracer l'ancienne et la
      * nouvelle liste de depots de la fiche editee.
       01 WS-TAB-MOD         PIC X(14)   VALUE "utilisateur".
       01 WS-CLE-MOD         PIC X(30).
       01 WS-CHP-MOD         PIC X(20)   VALUE "depots".
       01 WS-ANC-VAL         PIC X(100).
       01 WS-NOU-VAL         PIC X(100).
       01 WS-RTR-MOD         PIC 9(01).

       LINKAGE SECTION.
       01 LK-NOM-UTI         PIC X(30).
       01 LK-LST-DEP         PIC X(40).
       01 LK-RTR-UDP         PIC 9(01).


       PROCEDURE DIVISION USING LK-NOM-UTI,
                                LK-LST-DEP,
                                LK-RTR-UDP.

           PERFORM 0100-AFC-VAR-DEB
              THRU 0100-AFC-VAR-FIN.

           IF WS-RTR-UDP-OK
               PERFORM 0200-DEC-LST-DEB
                  THRU 0200-DEC-LST-FIN
           END-IF.

           IF WS-RTR-UDP-OK
               PERFORM 0300-MAJ-UDP-DEB
                  THRU 0300-MAJ-UDP-FIN
           END-IF.

           IF WS-RTR-UDP-OK
               PERFORM 0400-HST-MOD-DEB
                  THRU 0400-HST-MOD-FIN
           END-IF.

           MOVE WS-RTR-UDP
           TO   LK-RTR-UDP.

           EXIT PROGRAM.

      ******************************************************************
      *                         PARAGRAPHES                            *
      ******************************************************************

      * Retrouve l'utilisateur par son nom et relit la liste de ses
      * depots avant modification.

       0100-AFC-VAR-DEB.

           SET WS-RTR-UDP-OK TO TRUE.

           MOVE LK-NOM-UTI TO PG-NOM-UTI.

           EXEC SQL
               SELECT id_uti
               INTO   :PG-IDF-UTI
               FROM   utilisateur
               WHERE  nom_uti = :PG-NOM-UTI
           END-EXEC.

           IF SQLCODE NOT = 0
               SET WS-RTR-UDP-UTI-INV TO TRUE
               GO TO 0100-AFC-VAR-FIN
           END-IF.

           EXEC SQL
               SELECT COALESCE(STRING_AGG(code_dep, ','
                                          ORDER BY code_dep), ' ')
               INTO   :PG-ANC-LST-DEP
               FROM   utilisateur_depot
               WHERE  id_uti = :PG-IDF-UTI
           END-EXEC.

           IF SQLCODE NOT = 0
               MOVE SPACES TO PG-ANC-LST-DEP
           END-IF.

       0100-AFC-VAR-FIN.
           EXIT.

      *-----------------------------------------------------------------

      * Decoupe la liste saisie sur les virgules et valide chaque
      * depot via verdep. Une liste sans aucun depot est refusee : un
      * utilisateur sans depot ne pourrait plus rien mouvementer.

       0200-DEC-LST-DEB.

           MOVE SPACES TO WS-TAB-DEP.
           MOVE 0      TO WS-NBR-DEP.

           UNSTRING LK-LST-DEP DELIMITED BY ","
               INTO WS-COD-DEP(1) WS-COD-DEP(2) WS-COD-DEP(3)
                    WS-COD-DEP(4) WS-COD-DEP(5)
           END-UNSTRING.

           PERFORM 0210-VER-DEP-DEB
              THRU 0210-VER-DEP-FIN
              VARYING WS-IDX-DEP FROM 1 BY 1
              UNTIL WS-IDX-DEP > 5
                 OR NOT WS-RTR-UDP-OK.

           IF WS-RTR-UDP-OK AND WS-NBR-DEP = 0
               SET WS-RTR-UDP-DEP-INV TO TRUE
           END-IF.

       0200-DEC-LST-FIN.
           EXIT.

      *-----------------------------------------------------------------

       0210-VER-DEP-DEB.

           MOVE FUNCTION TRIM (WS-COD-DEP(WS-IDX-DEP))
           TO   WS-COD-DEP-TMP.
           MOVE WS-COD-DEP-TMP TO WS-COD-DEP(WS-IDX-DEP).

           IF WS-COD-DEP(WS-IDX-DEP) = SPACES
               GO TO 0210-VER-DEP-FIN
           END-IF.

           CALL "verdep" USING WS-COD-DEP(WS-IDX-DEP)
                               WS-VLR-RTR-DEP
           END-CALL.

           IF WS-VLR-DEP-OK
               ADD 1 TO WS-NBR-DEP
           ELSE
               SET WS-RTR-UDP-DEP-INV TO TRUE
           END-IF.

       0210-VER-DEP-FIN.
           EXIT.

      *-----------------------------------------------------------------

      * Remplace les attributions de l'utilisateur par la liste
      * validee, en une seule transaction.

       0300-MAJ-UDP-DEB.

           EXEC SQL
               DELETE FROM utilisateur_depot
               WHERE  id_uti = :PG-IDF-UTI
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               EXEC SQL ROLLBACK END-EXEC
               MOVE "majudp : suppression utilisateur_depot"
               TO   WS-OPE-ERR
               CALL "generr" USING WS-OPE-ERR, SQLCODE, WS-RTR-ERR
               END-CALL
               SET WS-RTR-UDP-ERR TO TRUE
               GO TO 0300-MAJ-UDP-FIN
           END-IF.

           PERFORM 0310-INS-UDP-DEB
              THRU 0310-INS-UDP-FIN
              VARYING WS-IDX-DEP FROM 1 BY 1
              UNTIL WS-IDX-DEP > 5
                 OR NOT WS-RTR-UDP-OK.

           IF WS-RTR-UDP-OK
               EXEC SQL COMMIT END-EXEC
           END-IF.

       0300-MAJ-UDP-FIN.
           EXIT.

      *-----------------------------------------------------------------

      * Un depot saisi deux fois n'est insere qu'une fois.

       0310-INS-UDP-DEB.

           IF WS-COD-DEP(WS-IDX-DEP) = SPACES
               GO TO 0310-INS-UDP-FIN
           END-IF.

           MOVE WS-COD-DEP(WS-IDX-DEP) TO PG-COD-DEP.

           EXEC SQL
               INSERT INTO utilisateur_depot (id_uti, code_dep)
               VALUES (:PG-IDF-UTI, :PG-COD-DEP)
               ON CONFLICT DO NOTHING
           END-EXEC.

           IF SQLCODE NOT = 0
               EXEC SQL ROLLBACK END-EXEC
               MOVE "majudp : insertion utilisateur_depot"
               TO   WS-OPE-ERR
               CALL "generr" USING WS-OPE-ERR, SQLCODE, WS-RTR-ERR
               END-CALL
               SET WS-RTR-UDP-ERR TO TRUE
           END-IF.

       0310-INS-UDP-FIN.
           EXIT.

      *-----------------------------------------------------------------

      * Relit la nouvelle liste et trace le changement via genmod
      * lorsqu'elle differe de l'ancienne.

       0400-HST-MOD-DEB.

           EXEC SQL
               SELECT COALESCE(STRING_AGG(code_dep, ','
                                          ORDER BY code_dep), ' ')
               INTO   :PG-NOU-LST-DEP
               FROM   utilisateur_depot
               WHERE  id_uti = :PG-IDF-UTI
           END-EXEC.

           IF SQLCODE NOT = 0
               GO TO 0400-HST-MOD-FIN
           END-IF.

           IF PG-NOU-LST-DEP NOT = PG-ANC-LST-DEP
               MOVE PG-NOM-UTI     TO WS-CLE-MOD
               MOVE PG-ANC-LST-DEP TO WS-ANC-VAL
               MOVE PG-NOU-LST-DEP TO WS-NOU-VAL

               CALL "genmod" USING WS-TAB-MOD
                                   WS-CLE-MOD
                                   WS-CHP-MOD
                                   WS-ANC-VAL
                                   WS-NOU-VAL
                                   SESS-IDF-UTI
                                   WS-RTR-MOD
               END-CALL
           END-IF.

       0400-HST-MOD-FIN.
           EXIT.
