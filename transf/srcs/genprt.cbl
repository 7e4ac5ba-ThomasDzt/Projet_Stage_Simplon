      * propre seuil, et propose le transfert de la quantite qui       *
      * remet la piece a niveau (objectif qte_rea_pie, a defaut le     *
      * seuil), plafonnee a l'excedent du donneur. Une proposition     *
      * encore a l'etat 'propose' pour la piece bloque les doublons,   *
      * de meme qu'un bon de transfert encore 'en_transit' vers elle   *
      * (le reappro est deja dans la navette).                         *
      * Rien ne bouge ici : c'est l'ecran gesprt qui approuve (et      *
      * poste via le mode 'T' de majpie) ou rejette.                   *
      * Un depot-vente (depot rattache a un client, gesdep) n'est ni   *
      * servi ni donneur : son stock est reserve au garage, et son     *
      * reassort part de PRINCIPAL par l'ecran readpv.                 *
      *                                                                *
      *----------------------------------------------------------------*
      *                           TRIGRAMMES                           *
      * PRT=PROPOSITION DE TRANSFERT; PIE=PIECE; DEP=DEPOT; SRC=SOURCE;*
      * DST=DESTINATION; QTE=QUANTITE; SUL=SEUIL; REA=REAPPRO;         *
      * EXC=EXCEDENT; NBR=NOMBRE; RSU=RESULTAT; SLC=SELECTION;         *
      * INS=INSERTION; DEB=DEBUT; DPV=DEPOT-VENTE                      *
      ******************************************************************

       IDENTIFICATION DIVISION.

      * Declaration du curseur des lignes piece actives sous leur
      * seuil et porteuses d'une reference article (sans reference,
      * pas de rapprochement entre depots possible), hors depots-vente.
      * WITH HOLD : des COMMIT sont poses pendant le parcours
      * (insertions).
       EXEC SQL
           DECLARE C-MNQ CURSOR WITH HOLD FOR
               SELECT id_pie, qt_pie, seuil_pie,
               WHERE  actif_pie = 'O'
               AND    ref_art_pie IS NOT NULL
               AND    qt_pie <= seuil_pie
               AND    depot_pie NOT IN
                      (SELECT code_dep FROM depots
                       WHERE  id_cli_dep IS NOT NULL)
               ORDER BY id_pie
       END-EXEC.

      *-----------------------------------------------------------------

      * Traite une ligne en manque : saute si une proposition reste
      * ouverte ou si un bon de transfert est en transit pour elle,
      * sinon cherche la meilleure donneuse (meme
      * reference article, autre depot, excedent maximum au-dela de
      * son propre seuil) et propose le transfert.

           ADD 1 TO WS-NBR-MNQ.

           EXEC SQL
               SELECT (SELECT COUNT(*)
                       FROM   transfert_prop
                       WHERE  id_pie_dst = :PG-IDF-PIE-DST
                       AND    statut_prp = 'propose')
                    + (SELECT COUNT(*)
                       FROM   transfert
                       WHERE  id_pie_dst = :PG-IDF-PIE-DST
                       AND    statut_trf = 'en_transit')
               INTO   :PG-NBR-PRP-OUV
           END-EXEC.

           IF SQLCODE = 0 AND PG-NBR-PRP-OUV = 0
               AND    p.id_pie <> :PG-IDF-PIE-DST
               AND    p.actif_pie = 'O'
               AND    p.qt_pie > p.seuil_pie
               AND    p.depot_pie NOT IN
                      (SELECT code_dep FROM depots
                       WHERE  id_cli_dep IS NOT NULL)
               ORDER BY p.qt_pie - p.seuil_pie DESC
               FETCH FIRST 1 ROW ONLY
           END-EXEC.
