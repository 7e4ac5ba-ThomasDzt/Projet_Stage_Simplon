
       EXEC SQL
           DECLARE C-CMD-EXP CURSOR FOR
               SELECT c.id_cmd, c.date_cmd,
                      COALESCE(p.nom_pie, s.lib_prs),
                      l.qte_lgn_cmd, l.prix_lgn_cmd
               FROM   commande c
               JOIN   commande_ligne l ON l.id_cmd = c.id_cmd
               LEFT JOIN piece p       ON p.id_pie = l.id_pie
               LEFT JOIN prestation s  ON s.id_prs = l.id_prs
               WHERE  c.id_cli = :PG-IDF-CLI
               ORDER BY c.date_cmd, c.id_cmd
       END-EXEC.
