      ******************************************************************
      *                                                                *
      *                 DESCRIPTION DU SOUS-PROGRAMME                  *
      *                                                                *
      * gesfap : frais d'approche (fret, douane, assurance) repartis   *
      * sur une reception ou une facture fournisseur. La cible est une *
      * reception - fournisseur et date, lignes chiffrees historisees  *
      * par impsup dans reception_prix - ou une facture fournisseur    *
      * saisie par ecrffo (lignes hors livraison directe) ; ecrffo     *
      * appelle gesfap sur la facture qu'il vient de clore, le menu    *
      * avec 0 pour la faire choisir. Chaque frais saisi (type,        *
      * reference, montant HT, cle de repartition) est reparti sur les *
      * lignes de la cible au prorata de leur valeur, de leur poids    *
      * (fiche piece) ou de leur quantite en unites de stock (facteur  *
      * de l'unite d'achat, comme rchcnv), la derniere ligne recevant  *
      * l'arrondi. La part d'une ligne releve le cout moyen pondere de *
      * la piece (prix_unitaire_pie) pour la seule fraction encore en  *
      * stock ; la fraction deja vendue reste en charge. Chaque        *
      * repartition est historisee dans frais_approche_ligne (ancien   *
      * et nouveau prix), reprise par le rapport rapfap, et le frais   *
      * est journalise via genlog (type_log = 'prix_piece'). Chaque    *
      * piece dont le cout moyen a change est ensuite verifiee au      *
      * nouveau cout par vermrg (alerte d'erosion de marge). Une cible *
      * dont des pieces attendent encore en quarantaine est refusee :  *
      * le cout moyen ne serait pas juste tant qu'elles ne sont pas    *
      * liberees (gesqua). Valeurs d'achat et frais sont en euros :    *
      * une facture en devise est reprise a sa contre-valeur au taux   *
      * de reception figee par ecrffo.                                 *
      *                                                                *
      *----------------------------------------------------------------*
      *                           TRIGRAMMES                           *
      *                                                                *
      * gesfap=gestion frais d'approche                                *
      * FAP=FRAIS D'APPROCHE; FAL=LIGNE DE FRAIS D'APPROCHE;           *
      * FFO=FACTURE FOURNISSEUR; FOU=FOURNISSEUR; REC=RECEPTION;       *
      * CIB=CIBLE; TYP=TYPE; REF=REFERENCE; MTT=MONTANT; CLE=CLE DE    *
      * REPARTITION; VAL=VALEUR; PDS=POIDS; QTE=QUANTITE; PIE=PIECE;   *
      * NOM=NOM; STK=STOCK; PRU=PRIX UNITAIRE; ANC=ANCIEN;             *
      * NVO=NOUVEAU; PRT=PART; CAP=CAPITALISE; REP=REPARTITION;        *
      * LGN=LIGNE; TOT=TOTAL; NBR=NOMBRE; QUA=QUARANTAINE;             *
      * IDF=IDENTIFIANT; UTI=UTILISATEUR; DAT=DATE; STA=STATUT;        *
      * NUM=NUMERO; RSU=RESULTAT; SLC=SELECTION; SSI=SAISIE;           *
      * AFF=AFFICHAGE; FCH=LECTURE; INS=INSERTION; ERR=ERREUR;         *
      * OPE=OPERATION; RTR=RETOUR; EDT=EDITION; LRR=LEURRE;            *
      * CHX=CHOIX; DEB=DEBUT; MRG=MARGE; VER=VERIFICATION; ALR=ALERTE  *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. gesfap.
       AUTHOR. ThomasD.
       DATE-WRITTEN. 15-10-2026 (fr).

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.

      * Cible des frais : reception (fournisseur et date) ou facture
      * fournisseur.
       01 PG-IDF-FOU            PIC 9(10).
       01 PG-NOM-FOU            PIC X(50).
       01 PG-DAT-REC            PIC X(10).
       01 PG-IDF-FFO            PIC 9(10).
       01 PG-NUM-FFO            PIC X(30).
       01 PG-STA-FFO            PIC X(14).
       01 PG-NBR-LGN            PIC 9(05).
       01 PG-NBR-QUA            PIC 9(05).

      * Frais saisi.
       01 PG-IDF-FAP            PIC 9(10).
       01 PG-TYP-FAP            PIC X(10).
       01 PG-REF-FAP            PIC X(30).
       01 PG-MTT-FAP            PIC 9(10)V99.
       01 PG-CLE-FAP            PIC X(01).
       01 PG-VAL-FAP            PIC 9(10)V99.
       01 PG-IDF-UTI            PIC 9(10).

      * Ligne de la cible : piece, quantite en unites de stock, valeur
      * d'achat et poids unitaire.
       01 PG-IDF-PIE-RSU        PIC 9(10).
       01 PG-NOM-PIE-RSU        PIC X(30).
       01 PG-QTE-RSU            PIC 9(10).
       01 PG-VAL-RSU            PIC 9(10)V99.
       01 PG-PDS-RSU            PIC 9(05)V999.

      * Repartition de la ligne et cout moyen pondere de la piece.
       01 PG-MTT-FAL            PIC 9(10)V99.
       01 PG-QTE-STK            PIC 9(10).
       01 PG-QTE-PIE            PIC 9(10).
       01 PG-PRU-ANC            PIC 9(08)V99.
       01 PG-PRU-NVO            PIC 9(08)V99.

      * Piece dont le frais a modifie le cout moyen, a soumettre a
      * vermrg.
       01 PG-IDF-PIE-MRG        PIC 9(10).

       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

      * Declaration du curseur des lignes chiffrees d'une reception,
      * quantite convertie en unites de stock avec le facteur de
      * l'unite d'achat du fournisseur (meme recherche que rchcnv).
       EXEC SQL
           DECLARE C-FAL-REC CURSOR FOR
               SELECT r.id_pie, p.nom_pie,
                      r.qte_liv * COALESCE(NULLIF(
                          (SELECT f.fact_conv_pfo
                           FROM   piece_fournisseur f
                           WHERE  f.id_pie = r.id_pie
                           AND    f.id_fou = r.id_fou
                           AND    f.actif_pfo = 'O'
                           ORDER BY f.ordre_pfo, f.id_pfo
                           FETCH FIRST 1 ROW ONLY), 0), 1),
                      r.qte_liv * r.prix_liv,
                      COALESCE(p.poids_pie, 0)
               FROM   reception_prix r
               JOIN   piece p ON p.id_pie = r.id_pie
               WHERE  r.id_fou = :PG-IDF-FOU
               AND    r.date_rec = CAST(:PG-DAT-REC AS DATE)
               AND    r.qte_liv > 0
               ORDER BY r.id_rpx
       END-EXEC.

      * Declaration du curseur des lignes d'une facture fournisseur,
      * hors livraison directe (jamais passee par le stock), valorisees
      * en euros (prix converti au taux de reception par ecrffo).
       EXEC SQL
           DECLARE C-FAL-FFO CURSOR FOR
               SELECT k.id_pie, p.nom_pie, l.qte_fac,
                      l.qte_fac * COALESCE(l.prix_eur_fac, l.prix_fac),
                      COALESCE(p.poids_pie, 0)
               FROM   facture_fournisseur_ligne l
               JOIN   piece_commande k ON k.id_cmd_pie = l.id_cmd_pie
               JOIN   piece p ON p.id_pie = k.id_pie
               WHERE  l.id_ffo = :PG-IDF-FFO
               AND    COALESCE(k.liv_dir_cmd_pie, 'N') = 'N'
               AND    l.qte_fac > 0
               ORDER BY l.id_lgn_ffo
       END-EXEC.

      * Declaration du curseur des pieces dont le frais enregistre a
      * modifie le cout moyen pondere.
       EXEC SQL
           DECLARE C-PIE-MRG CURSOR FOR
               SELECT DISTINCT id_pie
               FROM   frais_approche_ligne
               WHERE  id_fap = :PG-IDF-FAP
               AND    prix_nvo <> prix_anc
               ORDER BY id_pie
       END-EXEC.

       01 WS-LRR                PIC X(01).
       01 WS-CHX                PIC X(01).

       01 WS-IDF-FFO            PIC 9(10).
       01 WS-IDF-FOU            PIC 9(10).
       01 WS-DAT-REC            PIC X(10).

      * Cible choisie : reception ou facture fournisseur.
       01 WS-TYP-CIB            PIC X(01).
           88 WS-TYP-CIB-REC                VALUE "R".
           88 WS-TYP-CIB-FFO                VALUE "F".

       01 WS-CIB-OK             PIC X(01).
           88 WS-CIB-OK-OUI                 VALUE "O".
           88 WS-CIB-OK-NON                 VALUE "N".

      * Totaux de la cible, bases des trois cles de repartition.
       01 WS-NBR-LGN            PIC 9(05)   VALUE 0.
       01 WS-VAL-TOT            PIC 9(12)V99 VALUE 0.
       01 WS-PDS-TOT            PIC 9(12)V999 VALUE 0.
       01 WS-QTE-TOT            PIC 9(10)   VALUE 0.

      * Frais en cours de saisie et cle de repartition.
       01 WS-REF-FAP            PIC X(30).
       01 WS-MTT-FAP            PIC 9(10)V99.
       01 WS-CLE-FAP            PIC X(01).
           88 WS-CLE-FAP-VAL                VALUE "V".
           88 WS-CLE-FAP-PDS                VALUE "P".
           88 WS-CLE-FAP-QTE                VALUE "Q".
           88 WS-CLE-FAP-OK                 VALUE "V" "P" "Q".

       01 WS-FIN-SSI            PIC X(01)   VALUE "N".
           88 WS-FIN-SSI-OUI                VALUE "O".
           88 WS-FIN-SSI-NON                VALUE "N".

      * Repartition en cours : lignes traitees, montant deja reparti,
      * part capitalisee en stock et erreur d'ecriture (l'ecriture en
      * echec a deja annule la transaction avant de tracer).
       01 WS-NBR-REP            PIC 9(05)   VALUE 0.
       01 WS-MTT-REP            PIC 9(10)V99 VALUE 0.
       01 WS-MTT-CAP            PIC 9(10)V99.
       01 WS-MTT-CAP-TOT        PIC 9(10)V99 VALUE 0.
       01 WS-PDS-LGN            PIC 9(12)V999.
       01 WS-ERR-REP            PIC X(01)   VALUE "N".
           88 WS-ERR-REP-OUI                VALUE "O".
           88 WS-ERR-REP-NON                VALUE "N".

       01 WS-IDF-FFO-EDT        PIC Z(10).
       01 WS-QTE-EDT            PIC Z(09)9.
       01 WS-VAL-EDT            PIC Z(09)9.99.
       01 WS-PDS-EDT            PIC Z(08)9.999.
       01 WS-MTT-EDT            PIC Z(09)9.99.
       01 WS-CAP-EDT            PIC Z(09)9.99.
       01 WS-NBR-EDT            PIC Z(04)9.

      * Code retour de vermrg (1 = alerte d'erosion de marge ouverte)
      * et pieces passees sous la marge minimum par le frais.
       01 WS-RTR-MRG            PIC 9(01).
           88 WS-RTR-MRG-ALR                VALUE 1.
       01 WS-NBR-ALR            PIC 9(05)   VALUE 0.

      * Zone de session partagee : qui est connecte sur ce poste.
       COPY session.

      * Zones utilisees pour journaliser le frais via genlog.
       01 WS-MSG-LOG            PIC X(100).
       01 WS-TYP-LOG-PRU        PIC X(20)   VALUE "prix_piece".
       01 WS-IDF-PIE-NUL        PIC 9(10)   VALUE 0.
       01 WS-QTE-LOG-NUL        PIC S9(10)  VALUE 0.
       01 WS-LIEN-LOG-NUL       PIC 9(10)   VALUE 0.
       01 WS-RTR-LOG            PIC 9(01).

      * Zones utilisees pour tracer via generr l'echec d'une des
      * ecritures SQL en cas de SQLCODE en erreur.
       01 WS-OPE-ERR            PIC X(60).
       01 WS-RTR-ERR            PIC 9(01).

       LINKAGE SECTION.
      * Facture fournisseur cible ; 0 = cible a choisir.
       01 LK-IDF-FFO            PIC 9(10).


       PROCEDURE DIVISION USING LK-IDF-FFO.

           MOVE LK-IDF-FFO TO WS-IDF-FFO.

           SET WS-CIB-OK-NON TO TRUE.

           IF WS-IDF-FFO = 0
               PERFORM 0100-SLC-CIB-DEB
                  THRU 0100-SLC-CIB-FIN
           ELSE
               SET WS-TYP-CIB-FFO TO TRUE
               PERFORM 0150-SLC-FFO-DEB
                  THRU 0150-SLC-FFO-FIN
           END-IF.

           IF WS-CIB-OK-OUI
               PERFORM 0200-AFF-CIB-DEB
                  THRU 0200-AFF-CIB-FIN
           END-IF.

           IF WS-CIB-OK-OUI
               SET WS-FIN-SSI-NON TO TRUE

               PERFORM 0300-SSI-FAP-DEB
                  THRU 0300-SSI-FAP-FIN
                  UNTIL WS-FIN-SSI-OUI
           END-IF.

           DISPLAY "Appuyez sur entree".
           ACCEPT WS-LRR.

           EXIT PROGRAM.

      ******************************************************************
      *                         PARAGRAPHES                            *
      ******************************************************************

      * Choix de la cible : une reception (fournisseur et date de
      * reception) ou une facture fournisseur.

       0100-SLC-CIB-DEB.

           DISPLAY "Frais d'approche - repartir sur :".
           DISPLAY "1 - une reception (fournisseur et date)".
           DISPLAY "2 - une facture fournisseur".
           DISPLAY "Votre choix :".
           ACCEPT WS-CHX.

           EVALUATE WS-CHX
               WHEN "1"
                   SET WS-TYP-CIB-REC TO TRUE
                   PERFORM 0120-SLC-REC-DEB
                      THRU 0120-SLC-REC-FIN

               WHEN "2"
                   SET WS-TYP-CIB-FFO TO TRUE
                   DISPLAY "Id de la facture fournisseur :"
                   ACCEPT WS-IDF-FFO
                   PERFORM 0150-SLC-FFO-DEB
                      THRU 0150-SLC-FFO-FIN

               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       0100-SLC-CIB-FIN.
           EXIT.

      *-----------------------------------------------------------------

      * Reception : fournisseur connu et au moins une ligne chiffree
      * recue de lui a la date donnee, aucune encore en quarantaine.

       0120-SLC-REC-DEB.

           DISPLAY "Id du fournisseur :".
           ACCEPT WS-IDF-FOU.

           MOVE WS-IDF-FOU TO PG-IDF-FOU.

           EXEC SQL
               SELECT nom_fou
               INTO   :PG-NOM-FOU
               FROM   fournisseur
               WHERE  id_fou = :PG-IDF-FOU
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY "Fournisseur inconnu."
               GO TO 0120-SLC-REC-FIN
           END-IF.

           DISPLAY "Date de la reception (AAAA-MM-JJ) :".
           ACCEPT WS-DAT-REC.

           MOVE WS-DAT-REC TO PG-DAT-REC.

           EXEC SQL
               SELECT COUNT(*)
               INTO   :PG-NBR-LGN
               FROM   reception_prix
               WHERE  id_fou = :PG-IDF-FOU
               AND    date_rec = CAST(:PG-DAT-REC AS DATE)
               AND    qte_liv > 0
           END-EXEC.

           IF SQLCODE < 0
               EXEC SQL ROLLBACK END-EXEC
               DISPLAY "Date invalide."
               GO TO 0120-SLC-REC-FIN
           END-IF.

           IF PG-NBR-LGN = 0
               DISPLAY "Aucune reception chiffree de ce fournisseur "
                       "a cette date."
               GO TO 0120-SLC-REC-FIN
           END-IF.

           EXEC SQL
               SELECT COUNT(*)
               INTO   :PG-NBR-QUA
               FROM   reception_quarantaine q
               WHERE  q.statut_qua = 'attente'
               AND    q.date_qua = CAST(:PG-DAT-REC AS DATE)
               AND    q.id_pie IN
                      (SELECT r.id_pie
                       FROM   reception_prix r
                       WHERE  r.id_fou = :PG-IDF-FOU
                       AND    r.date_rec = CAST(:PG-DAT-REC AS DATE))
           END-EXEC.

           IF SQLCODE = 0 AND PG-NBR-QUA > 0
               DISPLAY "Des lignes de cette reception sont encore en "
                       "quarantaine : les liberer (gesqua) avant de "
                       "repartir des frais."
               GO TO 0120-SLC-REC-FIN
           END-IF.

           SET WS-CIB-OK-OUI TO TRUE.

       0120-SLC-REC-FIN.
           EXIT.

      *-----------------------------------------------------------------

      * Facture fournisseur : facture connue, portant au moins une
      * ligne stockee, dont aucune piece n'attend en quarantaine.

       0150-SLC-FFO-DEB.

           MOVE WS-IDF-FFO TO PG-IDF-FFO.

           EXEC SQL
               SELECT f.id_fou, o.nom_fou, f.num_ffo,
                      COALESCE(f.statut_ffo, 'saisie')
               INTO   :PG-IDF-FOU, :PG-NOM-FOU, :PG-NUM-FFO,
                      :PG-STA-FFO
               FROM   facture_fournisseur f
               JOIN   fournisseur o ON o.id_fou = f.id_fou
               WHERE  f.id_ffo = :PG-IDF-FFO
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY "Facture fournisseur inconnue."
               GO TO 0150-SLC-FFO-FIN
           END-IF.

           EXEC SQL
               SELECT COUNT(*)
               INTO   :PG-NBR-QUA
               FROM   reception_quarantaine q
               WHERE  q.statut_qua = 'attente'
               AND    q.id_pie IN
                      (SELECT k.id_pie
                       FROM   facture_fournisseur_ligne l
                       JOIN   piece_commande k
                              ON k.id_cmd_pie = l.id_cmd_pie
                       WHERE  l.id_ffo = :PG-IDF-FFO
                       AND    COALESCE(k.liv_dir_cmd_pie, 'N') = 'N')
           END-EXEC.

           IF SQLCODE = 0 AND PG-NBR-QUA > 0
               DISPLAY "Des pieces de cette facture sont encore en "
                       "quarantaine : les liberer (gesqua) avant de "
                       "repartir des frais."
               GO TO 0150-SLC-FFO-FIN
           END-IF.

           SET WS-CIB-OK-OUI TO TRUE.

       0150-SLC-FFO-FIN.
           EXIT.

      *-----------------------------------------------------------------

      * Affiche les lignes de la cible et cumule les bases de
      * repartition (valeur, poids, quantite).

       0200-AFF-CIB-DEB.

           MOVE 0 TO WS-NBR-LGN.
           MOVE 0 TO WS-VAL-TOT.
           MOVE 0 TO WS-PDS-TOT.
           MOVE 0 TO WS-QTE-TOT.

           IF WS-TYP-CIB-REC
               DISPLAY "Reception du " PG-DAT-REC " - "
                       FUNCTION TRIM (PG-NOM-FOU)
               EXEC SQL OPEN C-FAL-REC END-EXEC
           ELSE
               MOVE PG-IDF-FFO TO WS-IDF-FFO-EDT
               DISPLAY "Facture " FUNCTION TRIM (WS-IDF-FFO-EDT)
                       " (" FUNCTION TRIM (PG-NUM-FFO) ", "
                       FUNCTION TRIM (PG-STA-FFO) ") - "
                       FUNCTION TRIM (PG-NOM-FOU)
               EXEC SQL OPEN C-FAL-FFO END-EXEC
           END-IF.

           DISPLAY "Piece                          Qte stock    "
                   "Valeur EUR     Poids kg".

           PERFORM 0280-FCH-FAL-DEB
              THRU 0280-FCH-FAL-FIN.

           PERFORM 0250-AFF-UNE-LGN-DEB
              THRU 0250-AFF-UNE-LGN-FIN
              UNTIL SQLCODE NOT = 0.

           PERFORM 0290-CLO-FAL-DEB
              THRU 0290-CLO-FAL-FIN.

           IF WS-NBR-LGN = 0
               DISPLAY "(aucune ligne stockee : rien a repartir)"
               SET WS-CIB-OK-NON TO TRUE
               GO TO 0200-AFF-CIB-FIN
           END-IF.

           MOVE WS-QTE-TOT TO WS-QTE-EDT.
           MOVE WS-VAL-TOT TO WS-VAL-EDT.
           MOVE WS-PDS-TOT TO WS-PDS-EDT.

           DISPLAY "Total                          " WS-QTE-EDT " "
                   WS-VAL-EDT " " WS-PDS-EDT.

       0200-AFF-CIB-FIN.
           EXIT.

      *-----------------------------------------------------------------

       0250-AFF-UNE-LGN-DEB.

           ADD 1 TO WS-NBR-LGN.

           COMPUTE WS-PDS-LGN = PG-QTE-RSU * PG-PDS-RSU.

           ADD PG-QTE-RSU TO WS-QTE-TOT.
           ADD PG-VAL-RSU TO WS-VAL-TOT.
           ADD WS-PDS-LGN TO WS-PDS-TOT.

           MOVE PG-QTE-RSU TO WS-QTE-EDT.
           MOVE PG-VAL-RSU TO WS-VAL-EDT.
           MOVE WS-PDS-LGN TO WS-PDS-EDT.

           DISPLAY PG-NOM-PIE-RSU " " WS-QTE-EDT " " WS-VAL-EDT " "
                   WS-PDS-EDT.

           PERFORM 0280-FCH-FAL-DEB
              THRU 0280-FCH-FAL-FIN.

           EXIT.
       0250-AFF-UNE-LGN-FIN.

      *-----------------------------------------------------------------

       0280-FCH-FAL-DEB.

           IF WS-TYP-CIB-REC
               EXEC SQL
                   FETCH C-FAL-REC
                   INTO  :PG-IDF-PIE-RSU, :PG-NOM-PIE-RSU,
                         :PG-QTE-RSU, :PG-VAL-RSU, :PG-PDS-RSU
               END-EXEC
           ELSE
               EXEC SQL
                   FETCH C-FAL-FFO
                   INTO  :PG-IDF-PIE-RSU, :PG-NOM-PIE-RSU,
                         :PG-QTE-RSU, :PG-VAL-RSU, :PG-PDS-RSU
               END-EXEC
           END-IF.

           EXIT.
       0280-FCH-FAL-FIN.

      *-----------------------------------------------------------------

       0290-CLO-FAL-DEB.

           IF WS-TYP-CIB-REC
               EXEC SQL CLOSE C-FAL-REC END-EXEC
           ELSE
               EXEC SQL CLOSE C-FAL-FFO END-EXEC
           END-IF.

           EXIT.
       0290-CLO-FAL-FIN.

      *-----------------------------------------------------------------

      * Saisit un frais (type 0 = terminer), l'enregistre puis le
      * repartit sur les lignes de la cible. Entete et repartition
      * sont valides ensemble ; une erreur annule le tout.

       0300-SSI-FAP-DEB.

           DISPLAY "Type de frais : 1 - fret, 2 - douane, "
                   "3 - assurance, 0 - terminer :".
           ACCEPT WS-CHX.

           EVALUATE WS-CHX
               WHEN "1"
                   MOVE "fret"      TO PG-TYP-FAP
               WHEN "2"
                   MOVE "douane"    TO PG-TYP-FAP
               WHEN "3"
                   MOVE "assurance" TO PG-TYP-FAP
               WHEN "0"
                   SET WS-FIN-SSI-OUI TO TRUE
                   GO TO 0300-SSI-FAP-FIN
               WHEN OTHER
                   DISPLAY "Type inconnu."
                   GO TO 0300-SSI-FAP-FIN
           END-EVALUATE.

           DISPLAY "Reference (facture transporteur, declaration "
                   "en douane...) :".
           MOVE SPACES TO WS-REF-FAP.
           ACCEPT WS-REF-FAP.

           DISPLAY "Montant HT (EUR) :".
           ACCEPT WS-MTT-FAP.

           IF WS-MTT-FAP = 0
               DISPLAY "Montant nul, frais ignore."
               GO TO 0300-SSI-FAP-FIN
           END-IF.

           DISPLAY "Repartition : V - valeur, P - poids, "
                   "Q - quantite (vide = valeur) :".
           MOVE SPACES TO WS-CLE-FAP.
           ACCEPT WS-CLE-FAP.
           MOVE FUNCTION UPPER-CASE (WS-CLE-FAP) TO WS-CLE-FAP.

           IF WS-CLE-FAP = SPACES
               SET WS-CLE-FAP-VAL TO TRUE
           END-IF.

           IF NOT WS-CLE-FAP-OK
               DISPLAY "Cle de repartition inconnue, frais ignore."
               GO TO 0300-SSI-FAP-FIN
           END-IF.

           IF (WS-CLE-FAP-VAL AND WS-VAL-TOT = 0)
              OR (WS-CLE-FAP-PDS AND WS-PDS-TOT = 0)
              OR (WS-CLE-FAP-QTE AND WS-QTE-TOT = 0)
               DISPLAY "Base de repartition nulle pour cette cle "
                       "(pieces sans poids ou lignes sans prix) : "
                       "frais ignore."
               GO TO 0300-SSI-FAP-FIN
           END-IF.

           MOVE WS-REF-FAP   TO PG-REF-FAP.
           MOVE WS-MTT-FAP   TO PG-MTT-FAP.
           MOVE WS-CLE-FAP   TO PG-CLE-FAP.
           MOVE WS-VAL-TOT   TO PG-VAL-FAP.
           MOVE SESS-IDF-UTI TO PG-IDF-UTI.

           IF WS-TYP-CIB-REC
               EXEC SQL
                   INSERT INTO frais_approche (id_fou, date_rec,
                                   type_fap, ref_fap, mtt_fap,
                                   cle_fap, val_fap, date_fap, id_uti)
                   VALUES (:PG-IDF-FOU, CAST(:PG-DAT-REC AS DATE),
                          :PG-TYP-FAP,
                          NULLIF(TRIM(:PG-REF-FAP), ''),
                          :PG-MTT-FAP, :PG-CLE-FAP, :PG-VAL-FAP,
                          CURRENT_DATE, :PG-IDF-UTI)
                   RETURNING id_fap INTO :PG-IDF-FAP
               END-EXEC
           ELSE
               EXEC SQL
                   INSERT INTO frais_approche (id_fou, id_ffo,
                                   type_fap, ref_fap, mtt_fap,
                                   cle_fap, val_fap, date_fap, id_uti)
                   VALUES (:PG-IDF-FOU, :PG-IDF-FFO, :PG-TYP-FAP,
                          NULLIF(TRIM(:PG-REF-FAP), ''),
                          :PG-MTT-FAP, :PG-CLE-FAP, :PG-VAL-FAP,
                          CURRENT_DATE, :PG-IDF-UTI)
                   RETURNING id_fap INTO :PG-IDF-FAP
               END-EXEC
           END-IF.

           IF SQLCODE NOT = 0
               EXEC SQL ROLLBACK END-EXEC
               MOVE "gesfap : insertion frais_approche"
               TO   WS-OPE-ERR
               CALL "generr" USING WS-OPE-ERR, SQLCODE, WS-RTR-ERR
               END-CALL
               DISPLAY "Erreur a l'enregistrement du frais."
               GO TO 0300-SSI-FAP-FIN
           END-IF.

           MOVE 0 TO WS-NBR-REP.
           MOVE 0 TO WS-MTT-REP.
           MOVE 0 TO WS-MTT-CAP-TOT.
           SET WS-ERR-REP-NON TO TRUE.

           IF WS-TYP-CIB-REC
               EXEC SQL OPEN C-FAL-REC END-EXEC
           ELSE
               EXEC SQL OPEN C-FAL-FFO END-EXEC
           END-IF.

           PERFORM 0280-FCH-FAL-DEB
              THRU 0280-FCH-FAL-FIN.

           PERFORM 0400-REP-LGN-DEB
              THRU 0400-REP-LGN-FIN
              UNTIL SQLCODE NOT = 0 OR WS-ERR-REP-OUI.

           PERFORM 0290-CLO-FAL-DEB
              THRU 0290-CLO-FAL-FIN.

           IF WS-ERR-REP-OUI
               EXEC SQL ROLLBACK END-EXEC
               DISPLAY "Erreur a la repartition : frais annule, "
                       "aucun cout modifie."
               GO TO 0300-SSI-FAP-FIN
           END-IF.

           EXEC SQL COMMIT END-EXEC.

           MOVE WS-MTT-FAP     TO WS-MTT-EDT.
           MOVE WS-MTT-CAP-TOT TO WS-CAP-EDT.
           MOVE WS-NBR-REP     TO WS-NBR-EDT.
           MOVE SPACES         TO WS-MSG-LOG.

           STRING "Frais d'approche " DELIMITED BY SIZE
                  FUNCTION TRIM (PG-TYP-FAP) DELIMITED BY SIZE
                  " de " DELIMITED BY SIZE
                  FUNCTION TRIM (WS-MTT-EDT) DELIMITED BY SIZE
                  " EUR repartis sur " DELIMITED BY SIZE
                  FUNCTION TRIM (WS-NBR-EDT) DELIMITED BY SIZE
                  " ligne(s), " DELIMITED BY SIZE
                  FUNCTION TRIM (WS-CAP-EDT) DELIMITED BY SIZE
                  " EUR en stock." DELIMITED BY SIZE
                  INTO WS-MSG-LOG
           END-STRING.

           CALL "genlog" USING WS-MSG-LOG,
                               WS-TYP-LOG-PRU,
                               SESS-IDF-UTI,
                               WS-IDF-PIE-NUL,
                               WS-QTE-LOG-NUL,
                               WS-LIEN-LOG-NUL,
                               WS-RTR-LOG
           END-CALL.

           DISPLAY FUNCTION TRIM (WS-MTT-EDT) " EUR repartis sur "
                   FUNCTION TRIM (WS-NBR-EDT) " ligne(s) : "
                   FUNCTION TRIM (WS-CAP-EDT)
                   " EUR portes au cout du stock, le reste en charge "
                   "(pieces deja vendues).".

           PERFORM 0500-VER-MRG-DEB
              THRU 0500-VER-MRG-FIN.

       0300-SSI-FAP-FIN.
           EXIT.

      *-----------------------------------------------------------------

      * Repartit le frais sur une ligne : part au prorata de la cle
      * (la derniere ligne recoit le reste, arrondis compris), puis
      * releve le cout moyen pondere de la piece pour la fraction de
      * la ligne encore en stock, et historise la repartition.

       0400-REP-LGN-DEB.

           ADD 1 TO WS-NBR-REP.

           COMPUTE WS-PDS-LGN = PG-QTE-RSU * PG-PDS-RSU.

           IF WS-NBR-REP = WS-NBR-LGN
               IF WS-MTT-REP < WS-MTT-FAP
                   COMPUTE PG-MTT-FAL = WS-MTT-FAP - WS-MTT-REP
               ELSE
                   MOVE 0 TO PG-MTT-FAL
               END-IF
           ELSE
               EVALUATE TRUE
                   WHEN WS-CLE-FAP-VAL
                       COMPUTE PG-MTT-FAL ROUNDED =
                               WS-MTT-FAP * PG-VAL-RSU / WS-VAL-TOT
                   WHEN WS-CLE-FAP-PDS
                       COMPUTE PG-MTT-FAL ROUNDED =
                               WS-MTT-FAP * WS-PDS-LGN / WS-PDS-TOT
                   WHEN OTHER
                       COMPUTE PG-MTT-FAL ROUNDED =
                               WS-MTT-FAP * PG-QTE-RSU / WS-QTE-TOT
               END-EVALUATE
           END-IF.

           ADD PG-MTT-FAL TO WS-MTT-REP.

           EXEC SQL
               SELECT qt_pie, COALESCE(prix_unitaire_pie, 0)
               INTO   :PG-QTE-PIE, :PG-PRU-ANC
               FROM   piece
               WHERE  id_pie = :PG-IDF-PIE-RSU
           END-EXEC.

           IF SQLCODE NOT = 0
               SET WS-ERR-REP-OUI TO TRUE
               EXEC SQL ROLLBACK END-EXEC
               MOVE "gesfap : lecture piece"
               TO   WS-OPE-ERR
               CALL "generr" USING WS-OPE-ERR, SQLCODE, WS-RTR-ERR
               END-CALL
               GO TO 0400-REP-LGN-FIN
           END-IF.

      * Fraction de la ligne encore en stock : au plus le stock
      * actuel de la piece.

           IF PG-QTE-PIE < PG-QTE-RSU
               MOVE PG-QTE-PIE TO PG-QTE-STK
           ELSE
               MOVE PG-QTE-RSU TO PG-QTE-STK
           END-IF.

           MOVE PG-PRU-ANC TO PG-PRU-NVO.
           MOVE 0          TO WS-MTT-CAP.

           IF PG-QTE-STK > 0 AND PG-QTE-RSU > 0
               COMPUTE WS-MTT-CAP ROUNDED =
                       PG-MTT-FAL * PG-QTE-STK / PG-QTE-RSU
               COMPUTE PG-PRU-NVO ROUNDED =
                       PG-PRU-ANC + WS-MTT-CAP / PG-QTE-PIE

               EXEC SQL
                   UPDATE piece
                   SET    prix_unitaire_pie = :PG-PRU-NVO
                   WHERE  id_pie = :PG-IDF-PIE-RSU
               END-EXEC

               IF SQLCODE NOT = 0
                   SET WS-ERR-REP-OUI TO TRUE
                   EXEC SQL ROLLBACK END-EXEC
                   MOVE "gesfap : maj prix_unitaire_pie"
                   TO   WS-OPE-ERR
                   CALL "generr" USING WS-OPE-ERR, SQLCODE, WS-RTR-ERR
                   END-CALL
                   GO TO 0400-REP-LGN-FIN
               END-IF
           END-IF.

           ADD WS-MTT-CAP TO WS-MTT-CAP-TOT.

           EXEC SQL
               INSERT INTO frais_approche_ligne (id_fap, id_pie,
                               qte_fal, mtt_fal, qte_stk_fal,
                               prix_anc, prix_nvo)
               VALUES (:PG-IDF-FAP, :PG-IDF-PIE-RSU, :PG-QTE-RSU,
                      :PG-MTT-FAL, :PG-QTE-STK, :PG-PRU-ANC,
                      :PG-PRU-NVO)
           END-EXEC.

           IF SQLCODE NOT = 0
               SET WS-ERR-REP-OUI TO TRUE
               EXEC SQL ROLLBACK END-EXEC
               MOVE "gesfap : insertion frais_approche_ligne"
               TO   WS-OPE-ERR
               CALL "generr" USING WS-OPE-ERR, SQLCODE, WS-RTR-ERR
               END-CALL
               GO TO 0400-REP-LGN-FIN
           END-IF.

           PERFORM 0280-FCH-FAL-DEB
              THRU 0280-FCH-FAL-FIN.

       0400-REP-LGN-FIN.
           EXIT.

      *-----------------------------------------------------------------

      * Le frais valide, chaque piece dont le cout moyen a bouge est
      * verifiee au nouveau cout (vermrg), comme apres une liberation
      * de quarantaine (gesqua).

       0500-VER-MRG-DEB.

           MOVE 0 TO WS-NBR-ALR.

           EXEC SQL OPEN C-PIE-MRG END-EXEC.

           EXEC SQL
               FETCH C-PIE-MRG
               INTO  :PG-IDF-PIE-MRG
           END-EXEC.

           PERFORM 0550-VER-UNE-PIE-DEB
              THRU 0550-VER-UNE-PIE-FIN
              UNTIL SQLCODE NOT = 0.

           EXEC SQL CLOSE C-PIE-MRG END-EXEC.

           IF WS-NBR-ALR > 0
               MOVE WS-NBR-ALR TO WS-NBR-EDT
               DISPLAY "Attention : " FUNCTION TRIM (WS-NBR-EDT)
                       " piece(s) sous la marge minimum au nouveau "
                       "cout (voir cnsamg)."
           END-IF.

           EXIT.
       0500-VER-MRG-FIN.

      *-----------------------------------------------------------------

       0550-VER-UNE-PIE-DEB.

           CALL "vermrg" USING PG-IDF-PIE-MRG,
                               WS-RTR-MRG
           END-CALL.

           IF WS-RTR-MRG-ALR
               ADD 1 TO WS-NBR-ALR
           END-IF.

           EXEC SQL
               FETCH C-PIE-MRG
               INTO  :PG-IDF-PIE-MRG
           END-EXEC.

           EXIT.
       0550-VER-UNE-PIE-FIN.
