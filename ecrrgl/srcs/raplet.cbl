      * fichier delimite RAPLET exploitable par un tableur (spool      *
      * genspl). C'est la liste de travail du comptable : chaque ligne *
      * est de l'encaisse dont on ne sait pas encore quelle facture    *
      * elle paie. Les reglements d'acompte (ecracp) n'y figurent pas :*
      * genfac les lettre lui-meme en deduisant l'acompte de la        *
      * facture de la commande.                                        *
      *                                                                *
      *----------------------------------------------------------------*
      *                           TRIGRAMMES                           *
      * raplet=rapport lettrage                                        *
      * RGL=REGLEMENT; LET=LETTRAGE; CLI=CLIENT; MTT=MONTANT;          *
      * AFC=AFFECTE; DSP=DISPONIBLE; NBR=NOMBRE; TOT=TOTAL;            *
      * RSU=RESULTAT; SPL=SPOOL; FIC=FICHIER; EDT=EDITION; DEB=DEBUT;  *
      * ACP=ACOMPTE                                                    *
      ******************************************************************

       IDENTIFICATION DIVISION.

      * Declaration du curseur parcourant les reglements dont une
      * partie au moins du montant n'est affectee a aucune facture,
      * du plus ancien au plus recent, hors reglements d'acompte.
       EXEC SQL
           DECLARE C-LET CURSOR FOR
               SELECT r.id_rgl, r.id_cli, c.nom_cli, r.date_rgl,
                      COALESCE((SELECT SUM(t.mtt_let)
                                FROM reglement_lettrage t
                                WHERE t.id_rgl = r.id_rgl), 0) > 0
               AND    NOT EXISTS (SELECT 1
                                  FROM   acompte a
                                  WHERE  a.id_rgl = r.id_rgl)
               ORDER BY r.date_rgl, r.id_rgl
       END-EXEC.

