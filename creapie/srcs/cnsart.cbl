      * tous depots confondus - la question que le comptoir se fait    *
      * poser vingt fois par jour sans avoir a joindre les lignes de   *
      * tete.                                                          *
      * Chaque ligne affiche aussi la quantite reservee par les        *
      * livraisons differees (lignes en reservation des commandes non  *
      * annulees, voir ajucmd) et le disponible qui en resulte (stock  *
      * moins reserve), avec leurs totaux.                             *
      * Une reference "?" ouvre la consultation des pieces adaptees a  *
      * un vehicule (cnspvh), avec leur stock par depot.               *
      *                                                                *
      *----------------------------------------------------------------*
      *                           TRIGRAMMES                           *
      * cnsart=consultation article                                    *
      * ART=ARTICLE; PIE=PIECE; DEP=DEPOT; QTE=QUANTITE; NOM=NOM;      *
      * ACF=ACTIF; TOT=TOTAL; NBR=NOMBRE; REF=REFERENCE; RSU=RESULTAT; *
      * AFF=AFFICHAGE; EDT=EDITION; LRR=LEURRE; RSV=RESERVE;           *
      * DSP=DISPONIBLE; VEH=VEHICULE; DEB=DEBUT                        *
      ******************************************************************

       IDENTIFICATION DIVISION.
       01 PG-DEP-PIE-RSU        PIC X(20).
       01 PG-QTE-PIE-RSU        PIC 9(10).
       01 PG-ACF-PIE-RSU        PIC X(01).
       01 PG-RSV-PIE-RSU        PIC 9(10).

       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

      * Declaration du curseur des lignes piece portant la reference
      * article consultee, depot par depot, avec la quantite reservee
      * par les lignes en reservation des commandes non annulees.
       EXEC SQL
           DECLARE C-ART CURSOR FOR
               SELECT p.id_pie, p.nom_pie, p.depot_pie, p.qt_pie,
                      p.actif_pie,
                      COALESCE((SELECT SUM(l.qte_lgn_cmd)
                                FROM   commande_ligne l
                                JOIN   commande c
                                  ON   c.id_cmd = l.id_cmd
                                WHERE  l.id_pie = p.id_pie
                                AND    l.rsv_lgn = 'O'
                                AND    COALESCE(c.statut_cmd, 'saisie')
                                       <> 'annulee'), 0)
               FROM   piece p
               WHERE  p.ref_art_pie = :PG-REF-ART
               ORDER BY p.depot_pie, p.id_pie
       END-EXEC.

       01 WS-LRR                PIC X(01).
       01 WS-REF-ART            PIC X(20).
       01 WS-NBR-PIE            PIC 9(05)   VALUE 0.
       01 WS-QTE-TOT            PIC 9(10)   VALUE 0.
       01 WS-RSV-TOT            PIC 9(10)   VALUE 0.

      * Disponible : stock moins reserve (negatif si le stock a baisse
      * sous les reservations depuis leur saisie).
       01 WS-QTE-DSP            PIC S9(10).
       01 WS-DSP-TOT            PIC S9(10).

       01 WS-IDF-PIE-EDT        PIC Z(10).
       01 WS-QTE-PIE-EDT        PIC Z(10).
       01 WS-QTE-TOT-EDT        PIC Z(10).
       01 WS-RSV-PIE-EDT        PIC Z(10).
       01 WS-RSV-TOT-EDT        PIC Z(10).
       01 WS-QTE-DSP-EDT        PIC -Z(09)9.
       01 WS-DSP-TOT-EDT        PIC -Z(09)9.
       01 WS-NBR-PIE-EDT        PIC Z(05).

      * Id de vehicule passe a cnspvh : a zero, le vehicule est
      * demande a l'operateur.
       01 WS-IDF-VEH            PIC 9(10)   VALUE 0.


       PROCEDURE DIVISION.

      ******************************************************************

      * Demande la reference article et deroule les lignes piece qui
      * la portent, avec les totaux tous depots confondus.

       0100-SSI-ART-DEB.

           MOVE 0 TO WS-NBR-PIE.
           MOVE 0 TO WS-QTE-TOT.
           MOVE 0 TO WS-RSV-TOT.

           DISPLAY "Consultation article - reference "
                   "(? = pieces adaptees a un vehicule) :".
           ACCEPT WS-REF-ART.

           IF WS-REF-ART = "?"
               MOVE 0 TO WS-IDF-VEH
               CALL "cnspvh" USING WS-IDF-VEH
               END-CALL
               GO TO 0100-SSI-ART-FIN
           END-IF.

           MOVE WS-REF-ART TO PG-REF-ART.

           DISPLAY "Piece       Depot                Qte        "
                   "Reserve    Dispo       Actif".

           EXEC SQL OPEN C-ART END-EXEC.

           EXEC SQL
               FETCH C-ART
               INTO  :PG-IDF-PIE-RSU, :PG-NOM-PIE-RSU,
                     :PG-DEP-PIE-RSU, :PG-QTE-PIE-RSU, :PG-ACF-PIE-RSU,
                     :PG-RSV-PIE-RSU
           END-EXEC.

           PERFORM 0200-AFF-PIE-ART-DEB
           ELSE
               MOVE WS-NBR-PIE TO WS-NBR-PIE-EDT
               MOVE WS-QTE-TOT TO WS-QTE-TOT-EDT
               MOVE WS-RSV-TOT TO WS-RSV-TOT-EDT
               COMPUTE WS-DSP-TOT = WS-QTE-TOT - WS-RSV-TOT
               MOVE WS-DSP-TOT TO WS-DSP-TOT-EDT

               DISPLAY "-----------------------------------------"
               DISPLAY "Total tous depots : "
                       FUNCTION TRIM (WS-QTE-TOT-EDT)
                       " sur " FUNCTION TRIM (WS-NBR-PIE-EDT)
                       " ligne(s) piece."
               DISPLAY "Reserve (livraisons differees) : "
                       FUNCTION TRIM (WS-RSV-TOT-EDT)
                       ", disponible : "
                       FUNCTION TRIM (WS-DSP-TOT-EDT) "."
           END-IF.

           DISPLAY "Appuyez sur entree".

           ADD 1 TO WS-NBR-PIE.
           ADD PG-QTE-PIE-RSU TO WS-QTE-TOT.
           ADD PG-RSV-PIE-RSU TO WS-RSV-TOT.

           COMPUTE WS-QTE-DSP = PG-QTE-PIE-RSU - PG-RSV-PIE-RSU.

           MOVE PG-IDF-PIE-RSU TO WS-IDF-PIE-EDT.
           MOVE PG-QTE-PIE-RSU TO WS-QTE-PIE-EDT.
           MOVE PG-RSV-PIE-RSU TO WS-RSV-PIE-EDT.
           MOVE WS-QTE-DSP     TO WS-QTE-DSP-EDT.

           DISPLAY WS-IDF-PIE-EDT "  " PG-DEP-PIE-RSU "  "
                   WS-QTE-PIE-EDT " " WS-RSV-PIE-EDT " "
                   WS-QTE-DSP-EDT "  " PG-ACF-PIE-RSU "  "
                   PG-NOM-PIE-RSU.

           EXEC SQL
               FETCH C-ART
               INTO  :PG-IDF-PIE-RSU, :PG-NOM-PIE-RSU,
                     :PG-DEP-PIE-RSU, :PG-QTE-PIE-RSU, :PG-ACF-PIE-RSU,
                     :PG-RSV-PIE-RSU
           END-EXEC.

           EXIT.
