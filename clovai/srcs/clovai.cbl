      * le dernier jour du mois et refuse un second passage le meme    *
      * jour, pour ne pas doubler l'instantane. rapval compare ensuite *
      * les deux derniers instantanes.                                 *
      * Les totaux sont ventiles par fournisseur et par famille (ou    *
      * sous-famille) de piece, code_fam NULL pour les pieces non      *
      * classees, pour que rapval compare aussi famille par famille.   *
      *                                                                *
      *----------------------------------------------------------------*
      *                           TRIGRAMMES                           *

      *-----------------------------------------------------------------

      * Fige la valorisation par fournisseur et par famille de piece
      * (pieces sans fournisseur attitre regroupees sous NULL, de meme
      * que les pieces non classees), datee du jour.

       2000-INS-SNP-DEB.

           EXEC SQL
               INSERT INTO valorisation_hist (date_val, id_fou,
                               val_stock, code_fam)
               SELECT CURRENT_DATE, p.fou_pie,
                      SUM(p.qt_pie * COALESCE(p.prix_unitaire_pie, 0)),
                      p.code_fam
               FROM   piece p
               GROUP BY p.fou_pie, p.code_fam
           END-EXEC.

           IF SQLCODE = 0
