      ******************************************************************
      *                                                                *
      *                 DESCRIPTION DU SOUS-PROGRAMME                  *
      *                                                                *
      * gesprm : entretien des parametres de traitement (table         *
      * parametre), reserve a l'administrateur : horizons de purge de  *
      * trtpur, periode de rapges, dormance de desuti, paliers de      *
      * remise de genrem, couvertures de gensug, decoupage ABC de      *
      * genabc, peremption des verrous de gesver, delai de grace des   *
      * relances de genrel, delai de preparation des reservations de   *
      * trtrsv. Liste les parametres (valeur, libelle, auteur et date  *
      * du dernier changement), puis modifie la valeur de celui dont   *
      * on saisit le code. Chaque changement est trace dans hist_modif *
      * via genmod (table parametre, cle = code du parametre). Les     *
      * traitements lisent leur valeur au demarrage via lecprm ; une   *
      * ligne absente les ramene a leur valeur historique.             *
      *                                                                *
      *----------------------------------------------------------------*
      *                           TRIGRAMMES                           *
      *                                                                *
      * gesprm=gestion parametres                                      *
      * PRM=PARAMETRE; COD=CODE; VAL=VALEUR; LIB=LIBELLE; UTI=         *
      * UTILISATEUR; DAT=DATE; NOM=NOM; ANC=ANCIENNE; NOU=NOUVELLE;    *
      * NBR=NOMBRE; RSU=RESULTAT; EDT=EDITION; IND=INDICATEUR; MOD=    *
      * MODIFICATION; TAB=TABLE; CLE=CLE; CHP=CHAMP; RTR=RETOUR; IDF=  *
      * IDENTIFIANT; LST=LISTE; AFF=AFFICHAGE; MAJ=MISE A JOUR; TRC=   *
      * TRACE; LRR=LEURRE; DEB=DEBUT                                   *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. gesprm.
       AUTHOR. ThomasD.
       DATE-WRITTEN. 15-10-2026 (fr).

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.

       01 PG-COD-PRM            PIC X(20).
       01 PG-ANC-VAL            PIC 9(09)V99.
       01 PG-NOU-VAL            PIC 9(09)V99.
       01 PG-IDF-UTI            PIC 9(10).

       01 PG-COD-PRM-RSU        PIC X(20).
       01 PG-VAL-PRM-RSU        PIC 9(09)V99.
       01 PG-LIB-PRM-RSU        PIC X(60).
       01 PG-NOM-UTI-RSU        PIC X(30).
       01 PG-DAT-PRM-RSU        PIC X(16).

       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

      * Declaration du curseur listant les parametres, avec l'auteur
      * et la date de leur dernier changement.
       EXEC SQL
           DECLARE C-PRM CURSOR FOR
               SELECT p.code_prm, p.val_prm, p.lib_prm,
                      COALESCE(u.nom_uti, '-'),
                      COALESCE(TO_CHAR(p.date_prm,
                                       'YYYY-MM-DD HH24:MI'), '-')
               FROM   parametre p
               LEFT JOIN utilisateur u ON u.id_uti = p.uti_prm
               ORDER BY p.code_prm
       END-EXEC.

       01 WS-LRR                PIC X(01).

       01 WS-COD-PRM            PIC X(20).
       01 WS-NOU-VAL            PIC 9(09)V99.
       01 WS-NBR-PRM            PIC 9(03)   VALUE 0.
       01 WS-VAL-EDT            PIC Z(08)9.99.

      * Zone de session partagee : qui est connecte sur ce poste.
       COPY session.

      * Zones echangees avec genmod pour tracer le changement de
      * valeur dans hist_modif.
       01 WS-TAB-MOD            PIC X(14)   VALUE "parametre".
       01 WS-CLE-MOD            PIC X(30).
       01 WS-CHP-MOD            PIC X(20)   VALUE "val_prm".
       01 WS-ANC-VAL            PIC X(100).
       01 WS-NOU-VAL-MOD        PIC X(100).
       01 WS-RTR-MOD            PIC 9(01).

      * Zones utilisees pour tracer via generr l'echec de la mise a
      * jour en cas de SQLCODE en erreur.
       01 WS-OPE-ERR            PIC X(60)
           VALUE "gesprm : maj parametre".
       01 WS-RTR-ERR            PIC 9(01).


       PROCEDURE DIVISION.

           PERFORM 0100-LST-PRM-DEB
              THRU 0100-LST-PRM-FIN.

           PERFORM 0200-SSI-PRM-DEB
              THRU 0200-SSI-PRM-FIN.

           EXIT PROGRAM.

      ******************************************************************
      *                         PARAGRAPHES                            *
      ******************************************************************

       0100-LST-PRM-DEB.

           MOVE 0 TO WS-NBR-PRM.

           DISPLAY "Parametres de traitement :".

           EXEC SQL OPEN C-PRM END-EXEC.

           EXEC SQL
               FETCH C-PRM
               INTO  :PG-COD-PRM-RSU, :PG-VAL-PRM-RSU,
                     :PG-LIB-PRM-RSU, :PG-NOM-UTI-RSU,
                     :PG-DAT-PRM-RSU
           END-EXEC.

           PERFORM 0150-AFF-PRM-DEB
              THRU 0150-AFF-PRM-FIN
              UNTIL SQLCODE NOT = 0.

           EXEC SQL CLOSE C-PRM END-EXEC.

           IF WS-NBR-PRM = 0
               DISPLAY "(aucun parametre : valeurs historiques des "
                       "traitements)"
           END-IF.

       0100-LST-PRM-FIN.
           EXIT.

      *-----------------------------------------------------------------

       0150-AFF-PRM-DEB.

           ADD 1 TO WS-NBR-PRM.

           MOVE PG-VAL-PRM-RSU TO WS-VAL-EDT.

           DISPLAY "  " PG-COD-PRM-RSU " " WS-VAL-EDT " "
                   FUNCTION TRIM (PG-LIB-PRM-RSU).
           DISPLAY "      modifie par " FUNCTION TRIM (PG-NOM-UTI-RSU)
                   " le " PG-DAT-PRM-RSU.

           EXEC SQL
               FETCH C-PRM
               INTO  :PG-COD-PRM-RSU, :PG-VAL-PRM-RSU,
                     :PG-LIB-PRM-RSU, :PG-NOM-UTI-RSU,
                     :PG-DAT-PRM-RSU
           END-EXEC.

       0150-AFF-PRM-FIN.
           EXIT.

      *-----------------------------------------------------------------

      * Saisit le code du parametre a modifier et sa nouvelle valeur,
      * applique le changement et le trace dans hist_modif.

       0200-SSI-PRM-DEB.

           DISPLAY "Code du parametre a modifier (vide = quitter) :".
           ACCEPT WS-COD-PRM.

           IF WS-COD-PRM = SPACES
               GO TO 0200-SSI-PRM-FIN
           END-IF.

           MOVE WS-COD-PRM TO PG-COD-PRM.

           EXEC SQL
               SELECT val_prm
               INTO   :PG-ANC-VAL
               FROM   parametre
               WHERE  code_prm = :PG-COD-PRM
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY "Parametre inconnu."
               DISPLAY "Appuyez sur entree"
               ACCEPT WS-LRR
               GO TO 0200-SSI-PRM-FIN
           END-IF.

           MOVE PG-ANC-VAL TO WS-VAL-EDT.
           DISPLAY "Valeur actuelle : " FUNCTION TRIM (WS-VAL-EDT).
           DISPLAY "Nouvelle valeur :".
           ACCEPT WS-NOU-VAL.

           IF WS-NOU-VAL = PG-ANC-VAL
               DISPLAY "Valeur inchangee."
               DISPLAY "Appuyez sur entree"
               ACCEPT WS-LRR
               GO TO 0200-SSI-PRM-FIN
           END-IF.

           PERFORM 0300-MAJ-PRM-DEB
              THRU 0300-MAJ-PRM-FIN.

           DISPLAY "Appuyez sur entree".
           ACCEPT WS-LRR.

       0200-SSI-PRM-FIN.
           EXIT.

      *-----------------------------------------------------------------

       0300-MAJ-PRM-DEB.

           MOVE WS-NOU-VAL   TO PG-NOU-VAL.
           MOVE SESS-IDF-UTI TO PG-IDF-UTI.

           EXEC SQL
               UPDATE parametre
               SET    val_prm  = :PG-NOU-VAL,
                      uti_prm  = :PG-IDF-UTI,
                      date_prm = CURRENT_TIMESTAMP
               WHERE  code_prm = :PG-COD-PRM
           END-EXEC.

           IF SQLCODE NOT = 0
               EXEC SQL ROLLBACK END-EXEC
               CALL "generr" USING WS-OPE-ERR, SQLCODE, WS-RTR-ERR
               END-CALL
               DISPLAY "Erreur lors de la mise a jour du parametre."
               GO TO 0300-MAJ-PRM-FIN
           END-IF.

           EXEC SQL COMMIT END-EXEC.

           MOVE WS-COD-PRM TO WS-CLE-MOD.
           MOVE PG-ANC-VAL TO WS-VAL-EDT.
           MOVE FUNCTION TRIM (WS-VAL-EDT) TO WS-ANC-VAL.
           MOVE PG-NOU-VAL TO WS-VAL-EDT.
           MOVE FUNCTION TRIM (WS-VAL-EDT) TO WS-NOU-VAL-MOD.

           CALL "genmod" USING WS-TAB-MOD
                               WS-CLE-MOD
                               WS-CHP-MOD
                               WS-ANC-VAL
                               WS-NOU-VAL-MOD
                               SESS-IDF-UTI
                               WS-RTR-MOD
           END-CALL.

           DISPLAY "Parametre mis a jour (pris en compte au prochain "
                   "lancement du traitement).".

       0300-MAJ-PRM-FIN.
           EXIT.
