      ******************************************************************
      *                                                                *
      *                 DESCRIPTION DU SOUS-PROGRAMME                  *
      *                                                                *
      * rapcom : etat mensuel des commissions des representants. Pour  *
      * le mois saisi (AAAA-MM, relancable sur n'importe quel mois     *
      * passe) et pour chaque representant, liste les factures de ses  *
      * commandes (commande.id_rep) soldees dans le mois, avec leur    *
      * marge facturee (qte x (prix_lgn_cmd - cout_lgn_cmd), le cout   *
      * courant de la piece a defaut, lignes de consigne exclues)      *
      * diminuee de la marge des retours ayant donne lieu a un avoir   *
      * genavr. Une facture est soldee quand les reglements lettres    *
      * (hors passage en perte) et les avoirs emis sur ses lignes      *
      * couvrent son TTC ; sa date de solde est celle du dernier       *
      * lettrage de reglement. Un avoir emis apres le mois de solde de *
      * sa facture est repris en negatif sur le mois de l'avoir : une  *
      * vente retournee ne reste pas commissionnee. La commission est  *
      * la marge nette au taux du representant (tau_com_rep). Chaque   *
      * representant a son fichier spoole COMREPnnnnn (genspl), au nom *
      * de son utilisateur quand il en a un ; un representant inactif  *
      * sans mouvement sur le mois n'est pas edite.                    *
      *                                                                *
      *----------------------------------------------------------------*
      *                           TRIGRAMMES                           *
      *                                                                *
      * rapcom=rapport commissions                                     *
      * COM=COMMISSION; REP=REPRESENTANT; TAU=TAUX; UTI=UTILISATEUR;   *
      * ACF=ACTIF; FAC=FACTURE; RET=RETOUR; MRG=MARGE; NET=NET;        *
      * SLD=SOLDE; TYP=TYPE; CLI=CLIENT; DAT=DATE; MOI=MOIS;           *
      * TOT=TOTAL; NBR=NOMBRE; LGN=LIGNE; IDF=IDENTIFIANT; NUM=NUMERO; *
      * RSU=RESULTAT; SPL=SPOOL; FIC=FICHIER; RAP=RAPPORT; RTR=RETOUR; *
      * EDT=EDITION; SSI=SAISIE; AAA=ANNEE; SEP=SEPARATEUR;            *
      * LRR=LEURRE; DEB=DEBUT                                          *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. rapcom.
       AUTHOR. ThomasD.
       DATE-WRITTEN. 15-10-2026 (fr).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT F-COM ASSIGN TO WS-FIC-SPL
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD F-COM.
       01 REC-COM               PIC X(160).

       WORKING-STORAGE SECTION.

      * Nom de fichier date attribue par genspl, un par representant.
       01 WS-FIC-SPL            PIC X(50).
       01 WS-NOM-RAP            PIC X(14).
       01 WS-IDF-UTI-SPL        PIC 9(10).
       01 WS-RTR-SPL            PIC 9(01).

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.

      * Premier jour du mois edite (AAAA-MM-01) : borne basse des
      * selections, la borne haute etant un mois plus tard.
       01 PG-DAT-DEB            PIC X(10).

       01 PG-IDF-REP            PIC 9(10).
       01 PG-NBR-FAC            PIC 9(05).

      * Representant courant.
       01 PG-IDF-REP-RSU        PIC 9(10).
       01 PG-NOM-REP-RSU        PIC X(50).
       01 PG-TAU-REP-RSU        PIC 9(03)V99.
       01 PG-IDF-UTI-RSU        PIC 9(10).
       01 PG-ACF-REP-RSU        PIC X(01).

      * Ligne de l'etat : 'F' = facture soldee dans le mois, 'R' =
      * reprise d'un avoir du mois sur une facture soldee avant.
       01 PG-TYP-LGN-RSU        PIC X(01).
       01 PG-NUM-FAC-RSU        PIC 9(10).
       01 PG-NOM-CLI-RSU        PIC X(50).
       01 PG-DAT-SLD-RSU        PIC X(10).
       01 PG-MRG-FAC-RSU        PIC S9(10)V99.
       01 PG-MRG-RET-RSU        PIC S9(10)V99.

       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

      * Declaration du curseur des representants. WITH HOLD : genspl
      * valide son enregistrement au spool a chaque representant.
       EXEC SQL
           DECLARE C-REP CURSOR WITH HOLD FOR
               SELECT id_rep, nom_rep, tau_com_rep, COALESCE(id_uti, 0),
                      actif_rep
               FROM   representant
               ORDER BY id_rep
       END-EXEC.

      * Declaration du curseur des lignes de commission d'un
      * representant sur le mois. Le solde d'une facture est le TTC
      * moins les reglements lettres (id_rgl renseigne : un passage en
      * perte ne solde pas une vente) moins les avoirs emis sur ses
      * lignes ; la marge d'une ligne est prix_lgn_cmd moins le cout
      * fige sur la ligne, comme dans rapmrg.
       EXEC SQL
           DECLARE C-COM CURSOR FOR
               SELECT u.typ, u.num_fac, u.nom_cli, u.dat_sld,
                      u.mrg_fac, u.mrg_ret
               FROM  (SELECT 'F'                            AS typ,
                             f.num_fac                      AS num_fac,
                             k.nom_cli                      AS nom_cli,
                             TO_CHAR(s.dat_sld, 'YYYY-MM-DD')
                                                            AS dat_sld,
                             (SELECT COALESCE(SUM(l.qte_lgn_cmd *
                                     (l.prix_lgn_cmd -
                                      COALESCE(l.cout_lgn_cmd,
                                          p.prix_unitaire_pie, 0))), 0)
                              FROM   commande_ligne l
                              LEFT JOIN piece p ON p.id_pie = l.id_pie
                              WHERE  l.id_fac = f.id_fac
                              AND    l.id_lgn_csg IS NULL)  AS mrg_fac,
                             (SELECT COALESCE(SUM(r.qte_ret *
                                     (l.prix_lgn_cmd -
                                      COALESCE(l.cout_lgn_cmd,
                                          p.prix_unitaire_pie, 0))), 0)
                              FROM   avoir a
                              JOIN   commande_retour r
                                     ON r.id_ret = a.id_ret
                              JOIN   commande_ligne l
                                     ON l.id_lgn_cmd = r.id_lgn_cmd
                              LEFT JOIN piece p ON p.id_pie = l.id_pie
                              WHERE  l.id_fac = f.id_fac
                              AND    l.id_lgn_csg IS NULL
                              AND    a.date_avr <
                                     TO_DATE(:PG-DAT-DEB, 'YYYY-MM-DD')
                                     + INTERVAL '1 month')  AS mrg_ret
                      FROM   facture f
                      JOIN   commande c ON c.id_cmd = f.id_cmd
                      JOIN   client k   ON k.id_cli = c.id_cli
                      JOIN  (SELECT t.id_fac,
                                    MAX(t.date_let) AS dat_sld,
                                    SUM(t.mtt_let)  AS mtt_rgl
                             FROM   reglement_lettrage t
                             WHERE  t.id_rgl IS NOT NULL
                             GROUP BY t.id_fac) s
                             ON s.id_fac = f.id_fac
                      WHERE  c.id_rep = :PG-IDF-REP
                      AND    s.dat_sld >=
                             TO_DATE(:PG-DAT-DEB, 'YYYY-MM-DD')
                      AND    s.dat_sld <
                             TO_DATE(:PG-DAT-DEB, 'YYYY-MM-DD')
                             + INTERVAL '1 month'
                      AND    f.mtt_ttc - s.mtt_rgl -
                             (SELECT COALESCE(SUM(a.mtt_ttc), 0)
                              FROM   avoir a
                              JOIN   commande_retour r
                                     ON r.id_ret = a.id_ret
                              JOIN   commande_ligne l
                                     ON l.id_lgn_cmd = r.id_lgn_cmd
                              WHERE  l.id_fac = f.id_fac) <= 0
                      UNION ALL
                      SELECT 'R', f.num_fac, k.nom_cli,
                             TO_CHAR(a.date_avr, 'YYYY-MM-DD'), 0,
                             r.qte_ret *
                             (l.prix_lgn_cmd -
                              COALESCE(l.cout_lgn_cmd,
                                       p.prix_unitaire_pie, 0))
                      FROM   avoir a
                      JOIN   commande_retour r ON r.id_ret = a.id_ret
                      JOIN   commande_ligne l
                             ON l.id_lgn_cmd = r.id_lgn_cmd
                      LEFT JOIN piece p ON p.id_pie = l.id_pie
                      JOIN   facture f  ON f.id_fac = l.id_fac
                      JOIN   commande c ON c.id_cmd = f.id_cmd
                      JOIN   client k   ON k.id_cli = c.id_cli
                      JOIN  (SELECT t.id_fac,
                                    MAX(t.date_let) AS dat_sld,
                                    SUM(t.mtt_let)  AS mtt_rgl
                             FROM   reglement_lettrage t
                             WHERE  t.id_rgl IS NOT NULL
                             GROUP BY t.id_fac) s
                             ON s.id_fac = f.id_fac
                      WHERE  c.id_rep = :PG-IDF-REP
                      AND    l.id_lgn_csg IS NULL
                      AND    a.date_avr >=
                             TO_DATE(:PG-DAT-DEB, 'YYYY-MM-DD')
                      AND    a.date_avr <
                             TO_DATE(:PG-DAT-DEB, 'YYYY-MM-DD')
                             + INTERVAL '1 month'
                      AND    s.dat_sld <
                             TO_DATE(:PG-DAT-DEB, 'YYYY-MM-DD')
                      AND    f.mtt_ttc - s.mtt_rgl -
                             (SELECT COALESCE(SUM(b.mtt_ttc), 0)
                              FROM   avoir b
                              JOIN   commande_retour q
                                     ON q.id_ret = b.id_ret
                              JOIN   commande_ligne m
                                     ON m.id_lgn_cmd = q.id_lgn_cmd
                              WHERE  m.id_fac = f.id_fac) <= 0) u
               ORDER BY u.dat_sld, u.num_fac
       END-EXEC.

       01 WS-LRR                PIC X(01).

      * Mois edite saisi sous la forme AAAA-MM.
       01 WS-MOI-COM.
           05 WS-MOI-AAA        PIC X(04).
           05 WS-MOI-SEP        PIC X(01).
           05 WS-MOI-NUM        PIC X(02).

      * Identifiant du representant dans le nom du rapport spoole.
       01 WS-IDF-REP-NOM        PIC 9(05).

      * Marges et commission du representant courant, et totaux de
      * l'etat tous representants confondus.
       01 WS-MRG-NET-LGN        PIC S9(10)V99.
       01 WS-MRG-FAC            PIC S9(11)V99.
       01 WS-MRG-RET            PIC S9(11)V99.
       01 WS-MRG-NET            PIC S9(11)V99.
       01 WS-COM-REP            PIC S9(11)V99.
       01 WS-NBR-LGN            PIC 9(05).
       01 WS-TOT-MRG            PIC S9(12)V99.
       01 WS-TOT-COM            PIC S9(12)V99.
       01 WS-NBR-REP            PIC 9(05).

       01 WS-NUM-FAC-EDT        PIC Z(09)9.
       01 WS-MRG-FAC-EDT        PIC -Z(10).99.
       01 WS-MRG-RET-EDT        PIC -Z(10).99.
       01 WS-MRG-NET-LGN-EDT    PIC -Z(10).99.
       01 WS-MRG-NET-EDT        PIC -Z(11).99.
       01 WS-COM-REP-EDT        PIC -Z(11).99.
       01 WS-TAU-REP-EDT        PIC Z(02)9.99.
       01 WS-NBR-LGN-EDT        PIC Z(04)9.
       01 WS-TOT-MRG-EDT        PIC -Z(12).99.
       01 WS-TOT-COM-EDT        PIC -Z(12).99.
       01 WS-NBR-REP-EDT        PIC Z(04)9.

      * Zones utilisees pour tracer via generr l'echec d'une lecture
      * SQL en cas de SQLCODE en erreur.
       01 WS-OPE-ERR            PIC X(60).
       01 WS-RTR-ERR            PIC 9(01).


       PROCEDURE DIVISION.

           PERFORM 0100-SSI-MOI-DEB
              THRU 0100-SSI-MOI-FIN.

           EXIT PROGRAM.

      ******************************************************************
      *                         PARAGRAPHES                            *
      ******************************************************************

      * Demande le mois a editer puis edite, representant par
      * representant, les commissions du mois et le total general.

       0100-SSI-MOI-DEB.

           MOVE 0 TO WS-TOT-MRG WS-TOT-COM WS-NBR-REP.

           DISPLAY "Commissions des representants - mois (AAAA-MM) :".
           ACCEPT WS-MOI-COM.

           IF WS-MOI-AAA NOT NUMERIC OR WS-MOI-NUM NOT NUMERIC
              OR WS-MOI-SEP NOT = "-"
              OR WS-MOI-NUM < "01" OR WS-MOI-NUM > "12"
               DISPLAY "Mois invalide."
               GO TO 0100-SSI-MOI-SRT
           END-IF.

           STRING WS-MOI-AAA "-" WS-MOI-NUM "-01"
                  DELIMITED BY SIZE INTO PG-DAT-DEB
           END-STRING.

           DISPLAY "------------------------------------------------".
           DISPLAY "Commissions du mois " WS-MOI-COM.
           DISPLAY "Representant                     Lignes"
                   "     Marge nette  Taux %      Commission".

           EXEC SQL OPEN C-REP END-EXEC.

           EXEC SQL
               FETCH C-REP
               INTO  :PG-IDF-REP-RSU, :PG-NOM-REP-RSU,
                     :PG-TAU-REP-RSU, :PG-IDF-UTI-RSU,
                     :PG-ACF-REP-RSU
           END-EXEC.

           PERFORM 0200-COM-REP-DEB
              THRU 0200-COM-REP-FIN
              UNTIL SQLCODE NOT = 0.

           EXEC SQL CLOSE C-REP END-EXEC.

           MOVE WS-NBR-REP TO WS-NBR-REP-EDT.
           MOVE WS-TOT-MRG TO WS-TOT-MRG-EDT.
           MOVE WS-TOT-COM TO WS-TOT-COM-EDT.

           DISPLAY "------------------------------------------------".
           DISPLAY "Representants edites : "
                   FUNCTION TRIM (WS-NBR-REP-EDT).
           DISPLAY "Marge nette totale   : "
                   FUNCTION TRIM (WS-TOT-MRG-EDT) " EUR".
           DISPLAY "Commissions totales  : "
                   FUNCTION TRIM (WS-TOT-COM-EDT) " EUR".

       0100-SSI-MOI-SRT.
           DISPLAY "Appuyez sur entree".
           ACCEPT WS-LRR.

           EXIT.
       0100-SSI-MOI-FIN.

      *-----------------------------------------------------------------

      * Un representant : un fichier spoole avec ses lignes et son
      * total, et une ligne de synthese a l'ecran. Le representant
      * inactif sans aucune ligne sur le mois est passe sous silence.

       0200-COM-REP-DEB.

           MOVE PG-IDF-REP-RSU TO PG-IDF-REP.

           EXEC SQL
               SELECT COUNT(*)
               INTO   :PG-NBR-FAC
               FROM   commande c
               JOIN   facture f ON f.id_cmd = c.id_cmd
               WHERE  c.id_rep = :PG-IDF-REP
           END-EXEC.

           IF SQLCODE NOT = 0
               MOVE "rapcom : comptage factures representant"
               TO   WS-OPE-ERR
               CALL "generr" USING WS-OPE-ERR, SQLCODE, WS-RTR-ERR
               END-CALL
               MOVE 0 TO PG-NBR-FAC
           END-IF.

           IF PG-ACF-REP-RSU NOT = "O" AND PG-NBR-FAC = 0
               GO TO 0200-COM-REP-SUI
           END-IF.

           MOVE 0 TO WS-MRG-FAC WS-MRG-RET WS-NBR-LGN.
           ADD 1 TO WS-NBR-REP.

           MOVE PG-IDF-REP-RSU TO WS-IDF-REP-NOM.
           MOVE SPACES TO WS-NOM-RAP.
           STRING "COMREP" WS-IDF-REP-NOM
                  DELIMITED BY SIZE INTO WS-NOM-RAP
           END-STRING.
           MOVE PG-IDF-UTI-RSU TO WS-IDF-UTI-SPL.

           CALL "genspl" USING WS-NOM-RAP
                               WS-IDF-UTI-SPL
                               WS-FIC-SPL
                               WS-RTR-SPL
           END-CALL.

           OPEN OUTPUT F-COM.

           MOVE PG-TAU-REP-RSU TO WS-TAU-REP-EDT.

           MOVE SPACES TO REC-COM.
           STRING "Commissions du mois;" DELIMITED BY SIZE
                  WS-MOI-COM DELIMITED BY SIZE
                  ";representant;" DELIMITED BY SIZE
                  FUNCTION TRIM (PG-NOM-REP-RSU) DELIMITED BY SIZE
                  ";taux;" DELIMITED BY SIZE
                  FUNCTION TRIM (WS-TAU-REP-EDT) DELIMITED BY SIZE
                  INTO REC-COM
           END-STRING.
           WRITE REC-COM.

           MOVE SPACES TO REC-COM.
           STRING "type;num_fac;client;date;marge_facturee;"
                  "marge_retournee;marge_nette"
                  DELIMITED BY SIZE INTO REC-COM
           END-STRING.
           WRITE REC-COM.

           EXEC SQL OPEN C-COM END-EXEC.

           EXEC SQL
               FETCH C-COM
               INTO  :PG-TYP-LGN-RSU, :PG-NUM-FAC-RSU,
                     :PG-NOM-CLI-RSU, :PG-DAT-SLD-RSU,
                     :PG-MRG-FAC-RSU, :PG-MRG-RET-RSU
           END-EXEC.

           PERFORM 0250-COM-LGN-DEB
              THRU 0250-COM-LGN-FIN
              UNTIL SQLCODE NOT = 0.

           IF SQLCODE < 0
               MOVE "rapcom : lecture lignes de commission"
               TO   WS-OPE-ERR
               CALL "generr" USING WS-OPE-ERR, SQLCODE, WS-RTR-ERR
               END-CALL
           END-IF.

           EXEC SQL CLOSE C-COM END-EXEC.

           PERFORM 0300-TOT-REP-DEB
              THRU 0300-TOT-REP-FIN.

           CLOSE F-COM.

       0200-COM-REP-SUI.

           EXEC SQL
               FETCH C-REP
               INTO  :PG-IDF-REP-RSU, :PG-NOM-REP-RSU,
                     :PG-TAU-REP-RSU, :PG-IDF-UTI-RSU,
                     :PG-ACF-REP-RSU
           END-EXEC.

           EXIT.
       0200-COM-REP-FIN.

      *-----------------------------------------------------------------

       0250-COM-LGN-DEB.

           ADD 1 TO WS-NBR-LGN.

           COMPUTE WS-MRG-NET-LGN = PG-MRG-FAC-RSU - PG-MRG-RET-RSU.
           ADD PG-MRG-FAC-RSU TO WS-MRG-FAC.
           ADD PG-MRG-RET-RSU TO WS-MRG-RET.

           MOVE PG-NUM-FAC-RSU TO WS-NUM-FAC-EDT.
           MOVE PG-MRG-FAC-RSU TO WS-MRG-FAC-EDT.
           MOVE PG-MRG-RET-RSU TO WS-MRG-RET-EDT.
           MOVE WS-MRG-NET-LGN TO WS-MRG-NET-LGN-EDT.

           MOVE SPACES TO REC-COM.
           STRING PG-TYP-LGN-RSU ";"
                  FUNCTION TRIM (WS-NUM-FAC-EDT) ";"
                  FUNCTION TRIM (PG-NOM-CLI-RSU) ";"
                  PG-DAT-SLD-RSU ";"
                  FUNCTION TRIM (WS-MRG-FAC-EDT) ";"
                  FUNCTION TRIM (WS-MRG-RET-EDT) ";"
                  FUNCTION TRIM (WS-MRG-NET-LGN-EDT)
                  DELIMITED BY SIZE INTO REC-COM
           END-STRING.
           WRITE REC-COM.

           EXEC SQL
               FETCH C-COM
               INTO  :PG-TYP-LGN-RSU, :PG-NUM-FAC-RSU,
                     :PG-NOM-CLI-RSU, :PG-DAT-SLD-RSU,
                     :PG-MRG-FAC-RSU, :PG-MRG-RET-RSU
           END-EXEC.

           EXIT.
       0250-COM-LGN-FIN.

      *-----------------------------------------------------------------

      * Total du representant : marge nette du mois et commission au
      * taux de sa fiche (arrondie au centime).

       0300-TOT-REP-DEB.

           COMPUTE WS-MRG-NET = WS-MRG-FAC - WS-MRG-RET.
           COMPUTE WS-COM-REP ROUNDED =
                   WS-MRG-NET * PG-TAU-REP-RSU / 100.

           ADD WS-MRG-NET TO WS-TOT-MRG.
           ADD WS-COM-REP TO WS-TOT-COM.

           MOVE WS-NBR-LGN TO WS-NBR-LGN-EDT.
           MOVE WS-MRG-FAC TO WS-MRG-FAC-EDT.
           MOVE WS-MRG-RET TO WS-MRG-RET-EDT.
           MOVE WS-MRG-NET TO WS-MRG-NET-EDT.
           MOVE WS-COM-REP TO WS-COM-REP-EDT.

           DISPLAY PG-NOM-REP-RSU (1:30) " " WS-NBR-LGN-EDT " "
                   WS-MRG-NET-EDT " " WS-TAU-REP-EDT " "
                   WS-COM-REP-EDT.

           MOVE SPACES TO REC-COM.
           STRING "total;lignes;" DELIMITED BY SIZE
                  FUNCTION TRIM (WS-NBR-LGN-EDT) DELIMITED BY SIZE
                  ";marge_facturee;" DELIMITED BY SIZE
                  FUNCTION TRIM (WS-MRG-FAC-EDT) DELIMITED BY SIZE
                  ";marge_retournee;" DELIMITED BY SIZE
                  FUNCTION TRIM (WS-MRG-RET-EDT) DELIMITED BY SIZE
                  ";marge_nette;" DELIMITED BY SIZE
                  FUNCTION TRIM (WS-MRG-NET-EDT) DELIMITED BY SIZE
                  ";commission;" DELIMITED BY SIZE
                  FUNCTION TRIM (WS-COM-REP-EDT) DELIMITED BY SIZE
                  INTO REC-COM
           END-STRING.
           WRITE REC-COM.

           EXIT.
       0300-TOT-REP-FIN.
