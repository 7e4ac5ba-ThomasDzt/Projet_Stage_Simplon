      * ecradev). La conversion pose id_cmd sur le devis, passe son    *
      * statut a 'converti' et est journalisee via genlog              *
      * (type_log = 'devis').                                          *
      * Le palier de prix degressif fige sur la ligne du devis est     *
      * reporte avec le prix, la commande expliquant le meme prix.     *
      *                                                                *
      *----------------------------------------------------------------*
      *                           TRIGRAMMES                           *
      * QTE=QUANTITE; PRX=PRIX; VAL=VALIDITE; STA=STATUT;              *
      * IDF=IDENTIFIANT; UTI=UTILISATEUR; NBR=NOMBRE; RLQ=RELIQUAT;    *
      * RTR=RETOUR; APL=APPEL; MAJ=MISE A JOUR; SLC=SELECTION;         *
      * LRR=LEURRE; DEB=DEBUT; PPL=PALIER                              *
      ******************************************************************

       IDENTIFICATION DIVISION.
       01 PG-QTE-LGN            PIC 9(05).
       01 PG-PRX-DEV            PIC 9(08)V99.

      * Palier de prix degressif fige sur la ligne du devis (0 =
      * aucun), reporte sur la ligne de commande avec le prix.
       01 PG-QTE-PPL            PIC 9(05).
       01 PG-PRX-PPL            PIC 9(08)V99.

       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.
      * ordinaire refermerait le curseur des la premiere ligne.
       EXEC SQL
           DECLARE C-CNV CURSOR WITH HOLD FOR
               SELECT id_pie, qte_lgn_dev, prix_lgn_dev,
                      COALESCE(qte_ppl_lgn, 0),
                      COALESCE(prx_ppl_lgn, 0)
               FROM   devis_ligne
               WHERE  id_dev = :PG-IDF-DEV
               ORDER BY id_lgn_dev

           EXEC SQL
               FETCH C-CNV
               INTO  :PG-IDF-PIE, :PG-QTE-LGN, :PG-PRX-DEV,
                     :PG-QTE-PPL, :PG-PRX-PPL
           END-EXEC.

           PERFORM 0350-CNV-UNE-LGN-DEB

           EXEC SQL
               FETCH C-CNV
               INTO  :PG-IDF-PIE, :PG-QTE-LGN, :PG-PRX-DEV,
                     :PG-QTE-PPL, :PG-PRX-PPL
           END-EXEC.

           EXIT.
      * ajucmd vient d'inserer (la plus recente de la commande pour
      * cette piece) : la facture tiendra le chiffrage remis au
      * client, meme si le prix de la piece a bouge depuis le devis.
      * Le palier du devis remplace celui qu'ajucmd a pu retenir.

       0400-RPT-PRX-DEV-DEB.

           EXEC SQL
               UPDATE commande_ligne
               SET    prix_lgn_cmd = :PG-PRX-DEV,
                      qte_ppl_lgn  = NULLIF(:PG-QTE-PPL, 0),
                      prx_ppl_lgn  = NULLIF(:PG-PRX-PPL, 0)
               WHERE  id_lgn_cmd =
                      (SELECT MAX(l.id_lgn_cmd)
                       FROM   commande_ligne l
