      * ensuite etre rattache a une commande au moment de la saisie    *
      * (ecracmd), et stmcli/cnscmd montrent l'historique par          *
      * vehicule.                                                      *
      * L'annee modele du vehicule (0 = inconnue) borne la recherche   *
      * des pieces adaptees dans le catalogue d'adaptation (verpvh,    *
      * cnspvh).                                                       *
      *                                                                *
      *----------------------------------------------------------------*
      *                           TRIGRAMMES                           *
      * VEH=VEHICULE; CLI=CLIENT; IMM=IMMATRICULATION; MRQ=MARQUE;     *
      * MDL=MODELE; ACF=ACTIF; IDF=IDENTIFIANT; NBR=NOMBRE; CHX=CHOIX; *
      * RSU=RESULTAT; INS=INSERTION; MAJ=MISE A JOUR; AFF=AFFICHAGE;   *
      * LRR=LEURRE; DEB=DEBUT; ANN=ANNEE                               *
      ******************************************************************

       IDENTIFICATION DIVISION.
       01 PG-IMM-VEH            PIC X(12).
       01 PG-MRQ-VEH            PIC X(20).
       01 PG-MDL-VEH            PIC X(20).
       01 PG-ANN-VEH            PIC 9(04).

       01 PG-IDF-VEH-RSU        PIC 9(10).
       01 PG-IMM-VEH-RSU        PIC X(12).
       01 PG-MRQ-VEH-RSU        PIC X(20).
       01 PG-MDL-VEH-RSU        PIC X(20).
       01 PG-ACF-VEH-RSU        PIC X(01).
       01 PG-ANN-VEH-RSU        PIC 9(04).

       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL
           DECLARE C-VEH CURSOR FOR
               SELECT id_veh, immat_veh, COALESCE(marque_veh, ' '),
                      COALESCE(modele_veh, ' '), actif_veh,
                      COALESCE(annee_veh, 0)
               FROM   vehicule
               WHERE  id_cli = :PG-IDF-CLI
               ORDER BY id_veh
       01 WS-IMM-VEH            PIC X(12).
       01 WS-MRQ-VEH            PIC X(20).
       01 WS-MDL-VEH            PIC X(20).
       01 WS-ANN-VEH            PIC 9(04).
       01 WS-NBR-VEH            PIC 9(03)   VALUE 0.

       01 WS-IDF-VEH-EDT        PIC Z(10).
       01 WS-ANN-VEH-EDT        PIC Z(04).

      * Zones utilisees pour tracer via generr l'echec d'une des
      * ecritures SQL en cas de SQLCODE en erreur.

           DISPLAY "Vehicules de " FUNCTION TRIM (PG-NOM-CLI) " :".
           DISPLAY "Id          Immat.       Marque              "
                   "Modele              Actif  Annee".

           EXEC SQL OPEN C-VEH END-EXEC.

               FETCH C-VEH
               INTO  :PG-IDF-VEH-RSU, :PG-IMM-VEH-RSU,
                     :PG-MRQ-VEH-RSU, :PG-MDL-VEH-RSU,
                     :PG-ACF-VEH-RSU, :PG-ANN-VEH-RSU
           END-EXEC.

           PERFORM 0150-AFF-UN-VEH-DEB
           ADD 1 TO WS-NBR-VEH.

           MOVE PG-IDF-VEH-RSU TO WS-IDF-VEH-EDT.
           MOVE PG-ANN-VEH-RSU TO WS-ANN-VEH-EDT.

           DISPLAY WS-IDF-VEH-EDT "  " PG-IMM-VEH-RSU " "
                   PG-MRQ-VEH-RSU " " PG-MDL-VEH-RSU " "
                   PG-ACF-VEH-RSU "      " WS-ANN-VEH-EDT.

           EXEC SQL
               FETCH C-VEH
               INTO  :PG-IDF-VEH-RSU, :PG-IMM-VEH-RSU,
                     :PG-MRQ-VEH-RSU, :PG-MDL-VEH-RSU,
                     :PG-ACF-VEH-RSU, :PG-ANN-VEH-RSU
           END-EXEC.

           EXIT.
           DISPLAY "Modele :".
           ACCEPT WS-MDL-VEH.

           DISPLAY "Annee modele (0 = inconnue) :".
           MOVE 0 TO WS-ANN-VEH.
           ACCEPT WS-ANN-VEH.

           MOVE WS-IMM-VEH TO PG-IMM-VEH.
           MOVE WS-MRQ-VEH TO PG-MRQ-VEH.
           MOVE WS-MDL-VEH TO PG-MDL-VEH.
           MOVE WS-ANN-VEH TO PG-ANN-VEH.

           EXEC SQL
               INSERT INTO vehicule (id_cli, immat_veh, marque_veh,
                               modele_veh, actif_veh, annee_veh)
               VALUES (:PG-IDF-CLI, :PG-IMM-VEH, :PG-MRQ-VEH,
                      :PG-MDL-VEH, 'O',
                      (CASE WHEN :PG-ANN-VEH = 0 THEN NULL
                            ELSE :PG-ANN-VEH END))
               RETURNING id_veh INTO :PG-IDF-VEH
           END-EXEC.

