      * rapfrs : balance agee des dettes fournisseur, miroir de la     *
      * balance clients raprgl. Programme de traitement par lot qui,   *
      * pour chaque fournisseur facture, ventile le restant du de ses  *
      * factures payables ou en litige (montant TTC moins paiements)   *
      * par anciennete de la date de facture (0-30, 31-60, 61-90, plus *
      * de 90 jours) et edite le solde a l'ecran et dans un fichier    *
      * delimite RAPFRS exploitable par un tableur (spool genspl).     *
      * Seuls les fournisseurs non soldes apparaissent. Le restant du  *
      * d'une facture en devise est converti en euros au taux de       *
      * reception fige par ecrffo (taux_ffo).                          *
      *                                                                *
      *----------------------------------------------------------------*
      *                           TRIGRAMMES                           *
       EXEC SQL INCLUDE SQLCA END-EXEC.

      * Declaration du curseur parcourant, par fournisseur, le restant
      * du de ses factures payables ou en litige (montant TTC moins
      * paiements deja poses, en euros au taux de la facture), ventile
      * par anciennete de la date de facture. Les factures encore en
      * saisie ne sont pas des dettes arretees ; les payees ne doivent
      * plus rien.
       EXEC SQL
           DECLARE C-FRS CURSOR FOR
               SELECT o.id_fou, o.nom_fou,
                      COALESCE(SUM(CASE
                          WHEN CURRENT_DATE - f.date_ffo <= 30
                          THEN (f.mtt_ffo + COALESCE(f.mtt_tva_ffo, 0) -
                               COALESCE((SELECT SUM(r.mtt_rgf)
                                FROM reglement_fournisseur r
                                WHERE r.id_ffo = f.id_ffo), 0))
                               * COALESCE(f.taux_ffo, 1)
                          ELSE 0 END), 0),
                      COALESCE(SUM(CASE
                          WHEN CURRENT_DATE - f.date_ffo > 30
                          AND  CURRENT_DATE - f.date_ffo <= 60
                          THEN (f.mtt_ffo + COALESCE(f.mtt_tva_ffo, 0) -
                               COALESCE((SELECT SUM(r.mtt_rgf)
                                FROM reglement_fournisseur r
                                WHERE r.id_ffo = f.id_ffo), 0))
                               * COALESCE(f.taux_ffo, 1)
                          ELSE 0 END), 0),
                      COALESCE(SUM(CASE
                          WHEN CURRENT_DATE - f.date_ffo > 60
                          AND  CURRENT_DATE - f.date_ffo <= 90
                          THEN (f.mtt_ffo + COALESCE(f.mtt_tva_ffo, 0) -
                               COALESCE((SELECT SUM(r.mtt_rgf)
                                FROM reglement_fournisseur r
                                WHERE r.id_ffo = f.id_ffo), 0))
                               * COALESCE(f.taux_ffo, 1)
                          ELSE 0 END), 0),
                      COALESCE(SUM(CASE
                          WHEN CURRENT_DATE - f.date_ffo > 90
                          THEN (f.mtt_ffo + COALESCE(f.mtt_tva_ffo, 0) -
                               COALESCE((SELECT SUM(r.mtt_rgf)
                                FROM reglement_fournisseur r
                                WHERE r.id_ffo = f.id_ffo), 0))
                               * COALESCE(f.taux_ffo, 1)
                          ELSE 0 END), 0),
                      COALESCE(SUM((f.mtt_ffo
                               + COALESCE(f.mtt_tva_ffo, 0) -
                               COALESCE((SELECT SUM(r.mtt_rgf)
                                FROM reglement_fournisseur r
                                WHERE r.id_ffo = f.id_ffo), 0))
                               * COALESCE(f.taux_ffo, 1)), 0)
               FROM   fournisseur o
               JOIN   facture_fournisseur f ON f.id_fou = o.id_fou
               WHERE  f.statut_ffo IN ('validee', 'litige')
               GROUP BY o.id_fou, o.nom_fou
               HAVING SUM(f.mtt_ffo + COALESCE(f.mtt_tva_ffo, 0) -
                          COALESCE((SELECT SUM(r.mtt_rgf)
                           FROM reglement_fournisseur r
                           WHERE r.id_ffo = f.id_ffo), 0)) <> 0
