      *                                                                *
      * raprgl : balance agee des comptes clients. Programme de        *
      * traitement par lot qui, pour chaque client facture, ventile le *
      * restant du de ses factures selon le retard sur leur echeance   *
      * (non echu, 1-30, 31-60, 61-90, plus de 90 jours apres          *
      * date_ech_fac), le rapproche du total de ses reglements et      *
      * de ses avoirs (emis par genavr sur les retours clients) et de  *
      * ses passages en perte (ppersd, ecrppe), et edite le solde      *
      * restant du a la fois a l'ecran et dans un fichier delimite     *
      * RAPRGL exploitable par un tableur, sur le modele de rapstk.    *
      * Seuls les clients dont le solde n'est pas nul apparaissent     *
      * dans le rapport. La colonne Litige montre,                     *
      * pour information, le restant du des factures sous litige       *
      * ouvert (geslit), deja compris dans les tranches et le solde.   *
      * Les reglements d'acompte (ecracp) ne comptent dans le Regle    *
      * qu'une fois l'acompte deduit d'une facture ; ceux encore       *
      * ouverts ou a rembourser sont montres a part, dans la colonne   *
      * Acomptes, pour information, et ceux rembourses sont ignores.   *
      * Une agence rattachee a un client payeur (id_cli_pay) n'a pas   *
      * de ligne propre : ses factures, reglements, avoirs, acomptes   *
      * et passages en perte sont cumules sur la ligne du payeur, qui  *
      * porte la dette du groupe.                                      *
      *                                                                *
      *----------------------------------------------------------------*
      *                           TRIGRAMMES                           *
      *                                                                *
      * raprgl=rapport reglements (balance agee)                       *
      * CLI=CLIENT; FAC=FACTURE; RGL=REGLEMENT; MTT=MONTANT;           *
      * TRS=TRANCHE (non echu/1-30/31-60/61-90/90+); SLD=SOLDE;        *
      * TOT=TOTAL; ECH=ECHEANCE; PPE=PASSAGE EN PERTE; LIT=LITIGE;     *
      * NBR=NOMBRE; RSU=RESULTAT; EDT=EDITION; DEB=DEBUT; RAP=RAPPORT; *
      * ACP=ACOMPTE; PYR=PAYEUR                                        *
      ******************************************************************

       IDENTIFICATION DIVISION.
       FILE SECTION.

       FD F-RAP-RGL.
       01 REC-RAP-RGL           PIC X(220).

       WORKING-STORAGE SECTION.


       01 PG-IDF-CLI-RSU        PIC 9(10).
       01 PG-NOM-CLI-RSU        PIC X(50).

      * Restant du non encore echu (echeance non atteinte), puis
      * tranches de retard sur l'echeance.
       01 PG-MTT-TRS-0          PIC 9(10)V99.
       01 PG-MTT-TRS-1          PIC 9(10)V99.
       01 PG-MTT-TRS-2          PIC 9(10)V99.
       01 PG-MTT-TRS-3          PIC 9(10)V99.
      * solde au meme titre que les reglements.
       01 PG-MTT-AVR            PIC 9(10)V99.

      * Total des passages en perte du client courant, deduit du
      * solde comme un avoir, et restant du de ses factures sous
      * litige ouvert, edite pour information.
       01 PG-MTT-PPE            PIC 9(10)V99.
       01 PG-MTT-LIT            PIC S9(10)V99.

      * Acomptes du client courant non encore deduits d'une facture
      * (ouverts ou a rembourser), edites pour information.
       01 PG-MTT-ACP            PIC 9(10)V99.

       01 PG-NBR-CLI            PIC 9(10).

       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

      * Declaration du curseur parcourant, par client facture, le
      * restant du de ses factures ventile par retard sur l'echeance
      * (date_ech_fac ; la date de facture pour les factures
      * anterieures aux conditions de reglement). Depuis le lettrage
      * (ecrrgl), chaque tranche ne porte que le restant reellement
      * ouvert de la facture (TTC moins les affectations
      * reglement_lettrage) : une vieille facture impayee ne se cache
      * plus derriere les encaissements recents d'un total compense.
      * Les factures des agences sont portees par leur client payeur.
       EXEC SQL
           DECLARE C-RGL CURSOR FOR
               SELECT c.id_cli, c.nom_cli,
                      COALESCE(SUM(CASE
                          WHEN CURRENT_DATE
                             - COALESCE(f.date_ech_fac, f.date_fac) <= 0
                          THEN f.mtt_ttc -
                               COALESCE((SELECT SUM(t.mtt_let)
                                FROM reglement_lettrage t
                                WHERE t.id_fac = f.id_fac), 0)
                          ELSE 0 END), 0),
                      COALESCE(SUM(CASE
                          WHEN CURRENT_DATE
                             - COALESCE(f.date_ech_fac, f.date_fac) > 0
                          AND  CURRENT_DATE
                             - COALESCE(f.date_ech_fac, f.date_fac)
                               <= 30
                          THEN f.mtt_ttc -
                               COALESCE((SELECT SUM(t.mtt_let)
                                FROM reglement_lettrage t
                                WHERE t.id_fac = f.id_fac), 0)
                          ELSE 0 END), 0),
                      COALESCE(SUM(CASE
                          WHEN CURRENT_DATE
                             - COALESCE(f.date_ech_fac, f.date_fac) > 30
                          AND  CURRENT_DATE
                             - COALESCE(f.date_ech_fac, f.date_fac)
                               <= 60
                          THEN f.mtt_ttc -
                               COALESCE((SELECT SUM(t.mtt_let)
                                FROM reglement_lettrage t
                                WHERE t.id_fac = f.id_fac), 0)
                          ELSE 0 END), 0),
                      COALESCE(SUM(CASE
                          WHEN CURRENT_DATE
                             - COALESCE(f.date_ech_fac, f.date_fac) > 60
                          AND  CURRENT_DATE
                             - COALESCE(f.date_ech_fac, f.date_fac)
                               <= 90
                          THEN f.mtt_ttc -
                               COALESCE((SELECT SUM(t.mtt_let)
                                FROM reglement_lettrage t
                                WHERE t.id_fac = f.id_fac), 0)
                          ELSE 0 END), 0),
                      COALESCE(SUM(CASE
                          WHEN CURRENT_DATE
                             - COALESCE(f.date_ech_fac, f.date_fac) > 90
                          THEN f.mtt_ttc -
                               COALESCE((SELECT SUM(t.mtt_let)
                                FROM reglement_lettrage t
                          ELSE 0 END), 0),
                      COALESCE(SUM(f.mtt_ttc), 0)
               FROM   client c
               JOIN   client b
                      ON COALESCE(b.id_cli_pay, b.id_cli) = c.id_cli
               JOIN   commande m ON m.id_cli = b.id_cli
               JOIN   facture f  ON f.id_cmd = m.id_cmd
               GROUP BY c.id_cli, c.nom_cli
               ORDER BY c.id_cli
       01 WS-MTT-SLD-TOT        PIC S9(11)V99 VALUE 0.

       01 WS-IDF-CLI-EDT        PIC Z(10).
       01 WS-TRS-0-EDT          PIC Z(10).99.
       01 WS-TRS-1-EDT          PIC Z(10).99.
       01 WS-TRS-2-EDT          PIC Z(10).99.
       01 WS-TRS-3-EDT          PIC Z(10).99.
       01 WS-TRS-4-EDT          PIC Z(10).99.
       01 WS-MTT-RGL-EDT        PIC Z(10).99.
       01 WS-MTT-AVR-EDT        PIC Z(10).99.
       01 WS-MTT-PPE-EDT        PIC Z(10).99.
       01 WS-MTT-LIT-EDT        PIC Z(10).99.
       01 WS-MTT-ACP-EDT        PIC Z(10).99.
       01 WS-MTT-SLD-EDT        PIC -Z(10).99.
       01 WS-SLD-TOT-EDT        PIC -Z(11).99.
       01 WS-NBR-CLI-EDT        PIC Z(10).

           DISPLAY "Balance agee des comptes clients".
           DISPLAY "-------------------------------------------------".
           DISPLAY "Client     Non echu     1-30 j    31-60 j    "
                   "61-90 j      +90 j      Regle     Avoirs     "
                   "Pertes     Litige   Acomptes     Solde".

           CALL "genspl" USING WS-NOM-RAP
                               WS-IDF-UTI-NUL

           OPEN OUTPUT F-RAP-RGL.

           STRING "id_cli;nom_cli;non_echu;tr_1_30;tr_31_60;tr_61_90;"
                  "tr_90_plus;total_regle;total_avoirs;total_pertes;"
                  "en_litige;acomptes;solde"
                  DELIMITED BY SIZE INTO REC-RAP-RGL
           END-STRING.
           WRITE REC-RAP-RGL.
           EXEC SQL
               FETCH C-RGL
               INTO  :PG-IDF-CLI-RSU, :PG-NOM-CLI-RSU,
                     :PG-MTT-TRS-0, :PG-MTT-TRS-1, :PG-MTT-TRS-2,
                     :PG-MTT-TRS-3, :PG-MTT-TRS-4, :PG-MTT-FAC
           END-EXEC.

      * verse) quelque chose : un compte solde n'encombre pas le
      * rapport. Les avoirs (retours clients passes par genavr) sont
      * deduits du solde comme un reglement : la facture d'origine
      * reste au montant plein, c'est l'avoir qui la compense. Les
      * passages en perte sont deduits de la meme maniere ; le
      * restant du sous litige ouvert n'est qu'affiche. Le
      * reglement d'un acompte ne s'impute qu'une fois l'acompte
      * deduit d'une facture (genfac) : tant qu'il est ouvert, il
      * n'a pas de facture en face, et rembourse, il est rendu.

       2100-AFF-RSU-RGL-DEB.

           EXEC SQL
               SELECT COALESCE(SUM(mtt_rgl), 0)
               INTO   :PG-MTT-RGL
               FROM   reglement r
               WHERE  r.id_cli IN (SELECT g.id_cli FROM client g
                             WHERE  COALESCE(g.id_cli_pay, g.id_cli)
                                    = :PG-IDF-CLI-RSU)
               AND    NOT EXISTS (SELECT 1
                                  FROM   acompte a
                                  WHERE  a.id_rgl = r.id_rgl
                                  AND    a.statut_acp <> 'deduit')
           END-EXEC.

           EXEC SQL
               SELECT COALESCE(SUM(mtt_ttc_acp), 0)
               INTO   :PG-MTT-ACP
               FROM   acompte
               WHERE  id_cli IN (SELECT g.id_cli FROM client g
                             WHERE  COALESCE(g.id_cli_pay, g.id_cli)
                                    = :PG-IDF-CLI-RSU)
               AND    statut_acp IN ('ouvert', 'a_rembourser')
           END-EXEC.

           EXEC SQL
               SELECT COALESCE(SUM(mtt_ttc), 0)
               INTO   :PG-MTT-AVR
               FROM   avoir
               WHERE  id_cli IN (SELECT g.id_cli FROM client g
                             WHERE  COALESCE(g.id_cli_pay, g.id_cli)
                                    = :PG-IDF-CLI-RSU)
           END-EXEC.

           EXEC SQL
               SELECT COALESCE(SUM(mtt_ppe), 0)
               INTO   :PG-MTT-PPE
               FROM   passage_perte
               WHERE  id_cli IN (SELECT g.id_cli FROM client g
                             WHERE  COALESCE(g.id_cli_pay, g.id_cli)
                                    = :PG-IDF-CLI-RSU)
           END-EXEC.

           EXEC SQL
               SELECT COALESCE(SUM(f.mtt_ttc -
                          COALESCE((SELECT SUM(t.mtt_let)
                                    FROM reglement_lettrage t
                                    WHERE t.id_fac = f.id_fac), 0)), 0)
               INTO   :PG-MTT-LIT
               FROM   litige_facture l
               JOIN   facture f  ON f.id_fac = l.id_fac
               JOIN   commande c ON c.id_cmd = f.id_cmd
               WHERE  c.id_cli IN (SELECT g.id_cli FROM client g
                             WHERE  COALESCE(g.id_cli_pay, g.id_cli)
                                    = :PG-IDF-CLI-RSU)
               AND    l.statut_lit = 'ouvert'
           END-EXEC.

           COMPUTE WS-MTT-SLD = PG-MTT-FAC - PG-MTT-RGL - PG-MTT-AVR
                              - PG-MTT-PPE.

           IF WS-MTT-SLD NOT = 0
               ADD 1 TO PG-NBR-CLI
               ADD WS-MTT-SLD TO WS-MTT-SLD-TOT

               MOVE PG-IDF-CLI-RSU TO WS-IDF-CLI-EDT
               MOVE PG-MTT-TRS-0   TO WS-TRS-0-EDT
               MOVE PG-MTT-TRS-1   TO WS-TRS-1-EDT
               MOVE PG-MTT-TRS-2   TO WS-TRS-2-EDT
               MOVE PG-MTT-TRS-3   TO WS-TRS-3-EDT
               MOVE PG-MTT-TRS-4   TO WS-TRS-4-EDT
               MOVE PG-MTT-RGL     TO WS-MTT-RGL-EDT
               MOVE PG-MTT-AVR     TO WS-MTT-AVR-EDT
               MOVE PG-MTT-PPE     TO WS-MTT-PPE-EDT
               MOVE PG-MTT-LIT     TO WS-MTT-LIT-EDT
               MOVE PG-MTT-ACP     TO WS-MTT-ACP-EDT
               MOVE WS-MTT-SLD     TO WS-MTT-SLD-EDT

               DISPLAY WS-IDF-CLI-EDT " " WS-TRS-0-EDT " "
                       WS-TRS-1-EDT " "
                       WS-TRS-2-EDT " " WS-TRS-3-EDT " "
                       WS-TRS-4-EDT " " WS-MTT-RGL-EDT " "
                       WS-MTT-AVR-EDT " " WS-MTT-PPE-EDT " "
                       WS-MTT-LIT-EDT " " WS-MTT-ACP-EDT " "
                       WS-MTT-SLD-EDT

               STRING FUNCTION TRIM (WS-IDF-CLI-EDT) ";"
                      FUNCTION TRIM (PG-NOM-CLI-RSU) ";"
                      FUNCTION TRIM (WS-TRS-0-EDT) ";"
                      FUNCTION TRIM (WS-TRS-1-EDT) ";"
                      FUNCTION TRIM (WS-TRS-2-EDT) ";"
                      FUNCTION TRIM (WS-TRS-3-EDT) ";"
                      FUNCTION TRIM (WS-TRS-4-EDT) ";"
                      FUNCTION TRIM (WS-MTT-RGL-EDT) ";"
                      FUNCTION TRIM (WS-MTT-AVR-EDT) ";"
                      FUNCTION TRIM (WS-MTT-PPE-EDT) ";"
                      FUNCTION TRIM (WS-MTT-LIT-EDT) ";"
                      FUNCTION TRIM (WS-MTT-ACP-EDT) ";"
                      FUNCTION TRIM (WS-MTT-SLD-EDT)
                      DELIMITED BY SIZE INTO REC-RAP-RGL
               END-STRING
           EXEC SQL
               FETCH C-RGL
               INTO  :PG-IDF-CLI-RSU, :PG-NOM-CLI-RSU,
                     :PG-MTT-TRS-0, :PG-MTT-TRS-1, :PG-MTT-TRS-2,
                     :PG-MTT-TRS-3, :PG-MTT-TRS-4, :PG-MTT-FAC
           END-EXEC.

