      * l'utilisateur (recherche partielle, insensible a la casse), et *
      * affichant les resultats trouves. Rend a l'appelant le nombre   *
      * de pieces trouvees.                                            *
      * Le texte saisi peut aussi etre un code-barres EAN-13, tape ou  *
      * scanne : les pieces qui le portent (table piece_ean) sont      *
      * trouvees, une par depot, et le depot de chaque piece est       *
      * affiche pour les departager.                                   *
      *                                                                *
      *----------------------------------------------------------------*
      *                           TRIGRAMMES                           *
      * rechpie=Recherche piece                                        *
      * NOM=NOM; PIE=PIECE; IDF=IDENTIFIANT; QTE=QUANTITE; SUL=SEUIL;  *
      * ACF=ACTIF; RSU=RESULTAT; NBR=NOMBRE; RTR=RETOUR; AFC=          *
      * AFFECTATION; VAR=VARIABLE; DEB=DEBUT; EDT=EDITION; DEP=DEPOT;  *
      * EAN=CODE EAN                                                   *
      ******************************************************************


       01 PG-QTE-RSU         PIC 9(10).
       01 PG-SUL-RSU         PIC 9(10).
       01 PG-ACF-RSU         PIC X(01).
       01 PG-DEP-RSU         PIC X(20).

       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

      * Déclaration du curseur parcourant les pieces dont le nom
      * contient le texte saisi, ou qui portent l'EAN saisi.
       EXEC SQL
           DECLARE C-PIE CURSOR FOR
               SELECT id_pie, nom_pie, qt_pie, seuil_pie, actif_pie,
                      COALESCE(depot_pie, ' ')
               FROM   piece
               WHERE  nom_pie ILIKE '%' || :PG-NOM-PIE || '%'
               OR     id_pie IN (SELECT id_pie
                                 FROM   piece_ean
                                 WHERE  code_ean = TRIM(:PG-NOM-PIE))
               ORDER BY nom_pie, depot_pie
       END-EXEC.

      * Variables d'édition pour l'affichage des résultats.
           EXEC SQL
               FETCH C-PIE
               INTO  :PG-IDF-RSU, :PG-NOM-RSU, :PG-QTE-RSU,
                     :PG-SUL-RSU, :PG-ACF-RSU, :PG-DEP-RSU
           END-EXEC.

           PERFORM 0250-AFF-RSU-PIE-DEB
                   " - " PG-NOM-RSU
                   " - stock " FUNCTION TRIM (WS-QTE-RSU-EDT)
                   " - seuil " FUNCTION TRIM (WS-SUL-RSU-EDT)
                   " - actif " PG-ACF-RSU
                   " - depot " FUNCTION TRIM (PG-DEP-RSU).

           ADD 1 TO WS-RTR-NBR.

           EXEC SQL
               FETCH C-PIE
               INTO  :PG-IDF-RSU, :PG-NOM-RSU, :PG-QTE-RSU,
                     :PG-SUL-RSU, :PG-ACF-RSU, :PG-DEP-RSU
           END-EXEC.

       0250-AFF-RSU-PIE-FIN.
