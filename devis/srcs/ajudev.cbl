      * majpie n'est poste : un devis chiffre sans engager le stock,   *
      * et c'est la conversion en commande (cnvdev) qui passera par le *
      * circuit ajucmd 'E'/'L' habituel.                               *
      * Comme dans ajucmd, le palier de prix degressif atteint par la  *
      * quantite (rchppl) precede la remise client, et il est fige sur *
      * la ligne du devis (qte_ppl_lgn, prx_ppl_lgn).                  *
      *                                                                *
      *----------------------------------------------------------------*
      *                           TRIGRAMMES                           *
      * IDF=IDENTIFIANT; ACF=ACTIF; CUR=COURANT; VAL=VALIDITE;         *
      * REM=REMISE; RTR=RETOUR; VER=VERIFICATION; INS=INSERTION;       *
      * AFC=AFFECTATION; TYP=TYPE; VAR=VARIABLE; TRT=TRAITEMENT;       *
      * DEB=DEBUT; PPL=PALIER                                          *
      ******************************************************************

       IDENTIFICATION DIVISION.
      * comme ajucmd le fait pour prix_lgn_cmd.
       01 PG-REM-CLI         PIC 9(02)V99.

      * Palier de prix degressif retenu par rchppl pour la ligne
      * courante (quantite minimale et prix unitaire avant remise, 0 =
      * aucun), fige sur la ligne du devis.
       01 PG-QTE-PPL-CUR     PIC 9(05).
       01 PG-PRX-PPL-CUR     PIC 9(08)V99.

      * Duree de validite du devis en jours, seule valeur a changer
      * si la politique commerciale evolue.
       01 PG-NBR-JOU-VAL     PIC 9(03)   VALUE 30.
       01 WS-OPE-ERR         PIC X(60).
       01 WS-RTR-ERR         PIC 9(01).

      * Code retour de rchppl : 0 = palier applique a la ligne.
       01 WS-RTR-PPL         PIC 9(01).

       LINKAGE SECTION.
      * Mode d'appel : 'E' = creation de l'entete devis ; 'L' = ajout
      * d'une ligne sur l'entete LK-IDF-DEV.
      * et le total rendu a l'ecran le reflete d'office. La remise est
      * relue a chaque ligne depuis l'entete, pour ne pas dependre
      * d'un etat conserve entre deux appels.
      * Le palier de prix degressif atteint par la quantite de la
      * ligne remplace d'abord le prix de vente, s'il est moins cher.

       0420-APL-REM-CLI-DEB.

           CALL "rchppl" USING PG-IDF-PIE-CUR
                               PG-QTE-CUR
                               PG-PRX-PIE-CUR
                               PG-QTE-PPL-CUR
                               PG-PRX-PPL-CUR
                               WS-RTR-PPL
           END-CALL.

           EXEC SQL
               SELECT COALESCE(k.remise_cli, 0)
               INTO   :PG-REM-CLI

           EXEC SQL
               INSERT INTO devis_ligne (id_dev, id_pie, qte_lgn_dev,
                                            prix_lgn_dev, qte_ppl_lgn,
                                            prx_ppl_lgn)
               VALUES (:PG-IDF-DEV, :PG-IDF-PIE-CUR, :PG-QTE-CUR,
                       :PG-PRX-PIE-CUR, NULLIF(:PG-QTE-PPL-CUR, 0),
                       NULLIF(:PG-PRX-PPL-CUR, 0))
           END-EXEC.

           IF SQLCODE = 0
