      * de doublon d'ajucli n'empeche que les nouveaux doublons ; les  *
      * doubles crees avant lui accumulent chacun leurs commandes.     *
      * Pour un id_cli survivant et un id_cli doublon saisis, le       *
      * programme rattache au survivant les commandes, les reglements  *
      * et les acomptes du doublon, anonymise la fiche perdante par le *
      * meme chemin que l'effacement RGPD (efccli : la ligne subsiste, *
      * l'integrite referentielle est preservee), et journalise la     *
      * fusion via genlog. L'historique du client cesse ainsi d'etre   *
      * eparpille sur deux demi-fiches.                                *
      * Les agences dont le doublon etait le client payeur             *
      * (id_cli_pay) sont rattachees au survivant (qui, s'il etait     *
      * lui-meme agence du doublon, paie alors pour lui-meme).         *
      *                                                                *
      *----------------------------------------------------------------*
      *                           TRIGRAMMES                           *
                   END-EXEC
               END-IF

               IF SQLCODE = 0 OR SQLCODE = 100
                   EXEC SQL
                       UPDATE acompte
                       SET    id_cli = :PG-IDF-SRV
                       WHERE  id_cli = :PG-IDF-DBL
                   END-EXEC
               END-IF

               IF SQLCODE = 0 OR SQLCODE = 100
                   EXEC SQL
                       UPDATE client
                       SET    id_cli_pay =
                              (CASE WHEN id_cli = :PG-IDF-SRV THEN NULL
                                    ELSE :PG-IDF-SRV END)
                       WHERE  id_cli_pay = :PG-IDF-DBL
                   END-EXEC
               END-IF

               IF SQLCODE = 0 OR SQLCODE = 100
                   EXEC SQL COMMIT END-EXEC

                   PERFORM 0300-ANO-DBL-DEB
