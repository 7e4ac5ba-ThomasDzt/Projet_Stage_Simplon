      ******************************************************************
      *                                                                *
      *                 DESCRIPTION DU SOUS-PROGRAMME                  *
      *                                                                *
      * ctlcoh : controle nocturne de coherence entre registres. Etape *
      * de la chaine nocturne (trtnoc), pendant de rcclog qui ne       *
      * rapproche que les logs de qt_pie : rejoue une famille de       *
      * controles croises et releve chaque violation :                 *
      * - fac_lignes : HT de la facture different de la somme de ses   *
      *   lignes commande_ligne facturees (eco-participation comprise, *
      *   comme genfac) ;                                              *
      * - fac_tva_ht / fac_tva_tva : ventilation facture_tva dont le   *
      *   HT ou la TVA cumules different des totaux de la facture      *
      *   (factures anterieures a la ventilation ignorees) ;           *
      * - fac_ttc : TTC different de HT + TVA ;                        *
      * - let_rgl / let_fac : lettrages (reglement_lettrage) depassant *
      *   le montant du reglement, ou le TTC de la facture ;           *
      * - lot_pie : soldes de lot (piece_lot) superieurs au stock      *
      *   qt_pie de la piece, ou negatifs ;                            *
      * - ser_pie : piece serialisee dont le nombre de series en stock *
      *   (statut 'stock' ou 'retourne', remise en stock par retcli)   *
      *   differe de qt_pie ;                                          *
      * - cmd_fac_lgn / cmd_fac_rlq : commande au statut 'facturee'    *
      *   gardant des lignes non facturees ou des reliquats ouverts.   *
      * Chaque violation est tenue dans coh_anomalie, une ligne        *
      * ouverte ('O') par objet et par controle : une violation        *
      * nouvelle est inseree et tracee dans log_erreurs via generr     *
      * (code -2, incoherence de donnees et non SQLCODE) pour          *
      * apparaitre dans cnserr le matin ; une violation deja ouverte   *
      * est simplement revue (date du dernier controle) ; une          *
      * violation qui n'est plus constatee est close ('C'), mais       *
      * seulement apres un parcours complet et sans erreur des         *
      * controles : un passage en echec ne fait passer aucune          *
      * violation pour corrigee. Toutes les violations du jour partent *
      * dans la liste spoolee CTLCOH (genspl), marquees nouvelle ou    *
      * persistante.                                                   *
      *                                                                *
      *----------------------------------------------------------------*
      *                           TRIGRAMMES                           *
      *                                                                *
      * ctlcoh=controle coherence                                      *
      * COH=COHERENCE; ANO=ANOMALIE; TYP=TYPE; CLE=CLE; LIB=LIBELLE;   *
      * VAL=VALEUR; ATT=ATTENDUE; TRV=TROUVEE; OUV=OUVERTE; NOU=       *
      * NOUVELLE; PER=PERSISTANTE; CLO=CLOSE; STA=STATUT; NBR=NOMBRE;  *
      * ERR=ERREUR; OPE=OPERATION; RTR=RETOUR; RAP=RAPPORT; SPL=SPOOL; *
      * FIC=FICHIER; IDF=IDENTIFIANT; UTI=UTILISATEUR; EDT=EDITION;    *
      * TRT=TRAITEMENT; INS=INSERTION; MAJ=MISE A JOUR; DEB=DEBUT      *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. ctlcoh.
       AUTHOR. ThomasD.
       DATE-WRITTEN. 15-10-2026 (fr).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT F-COH ASSIGN TO WS-FIC-SPL
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD F-COH.
       01 REC-COH               PIC X(200).

       WORKING-STORAGE SECTION.

      * Nom de fichier date attribue par genspl : la liste de chaque
      * nuit reste au spool.
       01 WS-FIC-SPL            PIC X(50).
       01 WS-NOM-RAP            PIC X(14)   VALUE "CTLCOH".
       01 WS-IDF-UTI-NUL        PIC 9(10)   VALUE 0.
       01 WS-RTR-SPL            PIC 9(01).

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.

       COPY dbconfig.

       01 PG-TYP-ANO            PIC X(14).
       01 PG-CLE-ANO            PIC X(30).
       01 PG-LIB-ANO            PIC X(60).
       01 PG-VAL-ATT            PIC S9(12)V99.
       01 PG-VAL-TRV            PIC S9(12)V99.

       01 PG-NBR-OUV            PIC 9(05).
       01 PG-NBR-CLO            PIC 9(07).

       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

      * Declaration du curseur des violations constatees ce soir, un
      * controle par branche : type de controle, cle de l'objet en
      * faute, libelle, valeur attendue et valeur trouvee.
      * Le curseur est declare WITH HOLD : chaque anomalie est
      * committee a part (et generr pose son propre COMMIT).
       EXEC SQL
           DECLARE C-COH CURSOR WITH HOLD FOR
               SELECT 'fac_lignes', CAST(f.id_fac AS VARCHAR(30)),
                      'facture ' || f.num_fac
                      || ' : HT / lignes facturees',
                      COALESCE(l.ht, 0), f.mtt_ht
               FROM   facture f
               LEFT JOIN (SELECT id_fac,
                                 SUM(qte_lgn_cmd *
                                     (prix_lgn_cmd
                                      + COALESCE(eco_lgn_cmd, 0))) AS ht
                          FROM   commande_ligne
                          WHERE  id_fac IS NOT NULL
                          GROUP BY id_fac) l ON l.id_fac = f.id_fac
               WHERE  f.mtt_ht <> COALESCE(l.ht, 0)
               UNION ALL
               SELECT 'fac_tva_ht', CAST(f.id_fac AS VARCHAR(30)),
                      'facture ' || f.num_fac
                      || ' : HT / ventilation TVA',
                      f.mtt_ht, t.ht
               FROM   facture f
               JOIN  (SELECT id_fac, SUM(mtt_ht) AS ht
                      FROM   facture_tva
                      GROUP BY id_fac) t ON t.id_fac = f.id_fac
               WHERE  t.ht <> f.mtt_ht
               UNION ALL
               SELECT 'fac_tva_tva', CAST(f.id_fac AS VARCHAR(30)),
                      'facture ' || f.num_fac
                      || ' : TVA / ventilation TVA',
                      f.mtt_tva, t.tva
               FROM   facture f
               JOIN  (SELECT id_fac, SUM(mtt_tva) AS tva
                      FROM   facture_tva
                      GROUP BY id_fac) t ON t.id_fac = f.id_fac
               WHERE  t.tva <> f.mtt_tva
               UNION ALL
               SELECT 'fac_ttc', CAST(f.id_fac AS VARCHAR(30)),
                      'facture ' || f.num_fac || ' : TTC / HT + TVA',
                      f.mtt_ht + f.mtt_tva, f.mtt_ttc
               FROM   facture f
               WHERE  f.mtt_ttc <> f.mtt_ht + f.mtt_tva
               UNION ALL
               SELECT 'let_rgl', CAST(r.id_rgl AS VARCHAR(30)),
                      'reglement du ' || TO_CHAR(r.date_rgl,
                                                 'YYYY-MM-DD')
                      || ' : lettrage / montant',
                      r.mtt_rgl, t.let
               FROM   reglement r
               JOIN  (SELECT id_rgl, SUM(mtt_let) AS let
                      FROM   reglement_lettrage
                      WHERE  id_rgl IS NOT NULL
                      GROUP BY id_rgl) t ON t.id_rgl = r.id_rgl
               WHERE  t.let > r.mtt_rgl
               UNION ALL
               SELECT 'let_fac', CAST(f.id_fac AS VARCHAR(30)),
                      'facture ' || f.num_fac || ' : lettrage / TTC',
                      f.mtt_ttc, t.let
               FROM   facture f
               JOIN  (SELECT id_fac, SUM(mtt_let) AS let
                      FROM   reglement_lettrage
                      GROUP BY id_fac) t ON t.id_fac = f.id_fac
               WHERE  t.let > f.mtt_ttc
               UNION ALL
               SELECT 'lot_pie', CAST(p.id_pie AS VARCHAR(30)),
                      SUBSTR(p.nom_pie, 1, 30)
                      || ' : soldes de lot / stock',
                      COALESCE(p.qt_pie, 0), t.qte
               FROM   piece p
               JOIN  (SELECT id_pie, SUM(qte_lot) AS qte,
                             MIN(qte_lot) AS mini
                      FROM   piece_lot
                      GROUP BY id_pie) t ON t.id_pie = p.id_pie
               WHERE  t.qte > COALESCE(p.qt_pie, 0)
               OR     t.mini < 0
               UNION ALL
               SELECT 'ser_pie', CAST(p.id_pie AS VARCHAR(30)),
                      SUBSTR(p.nom_pie, 1, 30)
                      || ' : series en stock / stock',
                      COALESCE(p.qt_pie, 0), COALESCE(s.nbr, 0)
               FROM   piece p
               LEFT JOIN (SELECT id_pie, COUNT(*) AS nbr
                          FROM   piece_serie
                          WHERE  statut_ser IN ('stock', 'retourne')
                          GROUP BY id_pie) s ON s.id_pie = p.id_pie
               WHERE  p.serialise_pie = 'O'
               AND    COALESCE(s.nbr, 0) <> COALESCE(p.qt_pie, 0)
               UNION ALL
               SELECT 'cmd_fac_lgn', CAST(c.id_cmd AS VARCHAR(30)),
                      'commande facturee : lignes non facturees',
                      0, l.nbr
               FROM   commande c
               JOIN  (SELECT id_cmd, COUNT(*) AS nbr
                      FROM   commande_ligne
                      WHERE  id_fac IS NULL
                      GROUP BY id_cmd) l ON l.id_cmd = c.id_cmd
               WHERE  c.statut_cmd = 'facturee'
               UNION ALL
               SELECT 'cmd_fac_rlq', CAST(c.id_cmd AS VARCHAR(30)),
                      'commande facturee : reliquats ouverts',
                      0, r.nbr
               FROM   commande c
               JOIN  (SELECT id_cmd, COUNT(*) AS nbr
                      FROM   commande_reliquat
                      WHERE  statut_rlq = 'ouvert'
                      GROUP BY id_cmd) r ON r.id_cmd = c.id_cmd
               WHERE  c.statut_cmd = 'facturee'
               ORDER BY 1, 2
       END-EXEC.

      * Sort de la violation courante : nouvelle (inseree ce soir) ou
      * persistante (deja ouverte).
       01 WS-STA-ANO            PIC X(12).

       01 WS-NBR-ANO            PIC 9(07)   VALUE 0.
       01 WS-NBR-NOU            PIC 9(07)   VALUE 0.
       01 WS-NBR-PER            PIC 9(07)   VALUE 0.
       01 WS-NBR-CLO            PIC 9(07)   VALUE 0.
       01 WS-NBR-ERR            PIC 9(07)   VALUE 0.

      * Fin du parcours des controles : 'O' lorsque le curseur s'est
      * epuise normalement (SQLCODE 100), seule condition, avec
      * l'absence d'erreur, pour clore les violations non revues.
       01 WS-FIN-COH            PIC X(01)   VALUE "N".
           88 WS-FIN-COH-OUI                VALUE "O".

       01 WS-VAL-ATT-EDT        PIC -Z(11)9.99.
       01 WS-VAL-TRV-EDT        PIC -Z(11)9.99.
       01 WS-NBR-ANO-EDT        PIC Z(06)9.
       01 WS-NBR-NOU-EDT        PIC Z(06)9.
       01 WS-NBR-PER-EDT        PIC Z(06)9.
       01 WS-NBR-CLO-EDT        PIC Z(06)9.
       01 WS-NBR-ERR-EDT        PIC Z(06)9.

      * Zones passees a generr : le code -2 marque une incoherence de
      * donnees relevee par ce controle, pas un SQLCODE reel ; un
      * echec SQL du controle lui-meme est trace avec son SQLCODE.
       01 WS-OPE-ERR            PIC X(60).
       01 WS-COD-ANO            PIC S9(09)  COMP-5 VALUE -2.
       01 WS-RTR-ERR            PIC 9(01).


       PROCEDURE DIVISION.

           PERFORM 1000-INITIALISATION-DEB
              THRU 1000-INITIALISATION-FIN.

           PERFORM 2000-TRT-COH-DEB
              THRU 2000-TRT-COH-FIN.

           IF WS-NBR-ERR = 0 AND WS-FIN-COH-OUI
               PERFORM 3000-CLO-ANO-DEB
                  THRU 3000-CLO-ANO-FIN
           ELSE
               DISPLAY "Controle incomplet ou en erreur : aucune "
                       "violation ouverte n'est close."
           END-IF.

           PERFORM 4000-FINALISATION-DEB
              THRU 4000-FINALISATION-FIN.

      * EXIT PROGRAM plutot que STOP RUN : termine normalement un
      * lancement autonome, mais rend la main a l'appelant lorsque ce
      * programme est invoque comme etape d'une chaine de traitement.
           EXIT PROGRAM.

      ******************************************************************
      *                         PARAGRAPHES                            *
      ******************************************************************

       1000-INITIALISATION-DEB.

           DISPLAY "Controle de coherence entre registres...".

           EXEC SQL
               CONNECT :PG-IDENTIFIANT
               IDENTIFIED BY :PG-MOT-PASSE
               USING :PG-NOM-BASE
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY "Erreur de connexion SQLCODE: " SQLCODE
           END-IF.

           EXEC SQL COMMIT END-EXEC.

           CALL "genspl" USING WS-NOM-RAP
                               WS-IDF-UTI-NUL
                               WS-FIC-SPL
                               WS-RTR-SPL
           END-CALL.

           OPEN OUTPUT F-COH.

           MOVE SPACES TO REC-COH.
           STRING "controle;cle;libelle;attendu;trouve;statut"
                  DELIMITED BY SIZE INTO REC-COH
           END-STRING.
           WRITE REC-COH.

       1000-INITIALISATION-FIN.
           EXIT.

      *-----------------------------------------------------------------

      * Parcourt le curseur des violations et traite chacune jusqu'a
      * epuisement du curseur.

       2000-TRT-COH-DEB.

           EXEC SQL OPEN C-COH END-EXEC.

           IF SQLCODE NOT = 0
               EXEC SQL ROLLBACK END-EXEC
               MOVE "ctlcoh : ouverture des controles" TO WS-OPE-ERR
               CALL "generr" USING WS-OPE-ERR, SQLCODE, WS-RTR-ERR
               END-CALL
               ADD 1 TO WS-NBR-ERR
               GO TO 2000-TRT-COH-FIN
           END-IF.

           EXEC SQL
               FETCH C-COH
               INTO  :PG-TYP-ANO, :PG-CLE-ANO, :PG-LIB-ANO,
                     :PG-VAL-ATT, :PG-VAL-TRV
           END-EXEC.

           PERFORM 2100-TRT-ANO-DEB
              THRU 2100-TRT-ANO-FIN
              UNTIL SQLCODE NOT = 0.

           IF SQLCODE = 100
               SET WS-FIN-COH-OUI TO TRUE
           ELSE
               EXEC SQL ROLLBACK END-EXEC
               MOVE "ctlcoh : lecture des controles" TO WS-OPE-ERR
               CALL "generr" USING WS-OPE-ERR, SQLCODE, WS-RTR-ERR
               END-CALL
               ADD 1 TO WS-NBR-ERR
           END-IF.

           EXEC SQL CLOSE C-COH END-EXEC.

       2000-TRT-COH-FIN.
           EXIT.

      *-----------------------------------------------------------------

      * Violation courante : deja ouverte, elle est revue ; sinon elle
      * est enregistree et tracee dans log_erreurs. Dans les deux cas
      * elle part dans la liste.

       2100-TRT-ANO-DEB.

           ADD 1 TO WS-NBR-ANO.

           EXEC SQL
               SELECT COUNT(*)
               INTO   :PG-NBR-OUV
               FROM   coh_anomalie
               WHERE  type_ano = :PG-TYP-ANO
               AND    cle_ano = :PG-CLE-ANO
               AND    statut_ano = 'O'
           END-EXEC.

           IF SQLCODE = 0 AND PG-NBR-OUV > 0
               PERFORM 2200-MAJ-ANO-DEB
                  THRU 2200-MAJ-ANO-FIN
           ELSE
               PERFORM 2300-INS-ANO-DEB
                  THRU 2300-INS-ANO-FIN
           END-IF.

           PERFORM 2400-ECR-ANO-DEB
              THRU 2400-ECR-ANO-FIN.

           EXEC SQL
               FETCH C-COH
               INTO  :PG-TYP-ANO, :PG-CLE-ANO, :PG-LIB-ANO,
                     :PG-VAL-ATT, :PG-VAL-TRV
           END-EXEC.

       2100-TRT-ANO-FIN.
           EXIT.

      *-----------------------------------------------------------------

      * Violation deja ouverte : date du dernier controle et valeurs
      * du jour.

       2200-MAJ-ANO-DEB.

           MOVE "persistante" TO WS-STA-ANO.

           EXEC SQL
               UPDATE coh_anomalie
               SET    lib_ano      = :PG-LIB-ANO,
                      val_att_ano  = :PG-VAL-ATT,
                      val_trv_ano  = :PG-VAL-TRV,
                      date_ctl_ano = CURRENT_DATE
               WHERE  type_ano = :PG-TYP-ANO
               AND    cle_ano = :PG-CLE-ANO
               AND    statut_ano = 'O'
           END-EXEC.

           IF SQLCODE NOT = 0
               EXEC SQL ROLLBACK END-EXEC
               MOVE "ctlcoh : maj coh_anomalie" TO WS-OPE-ERR
               CALL "generr" USING WS-OPE-ERR, SQLCODE, WS-RTR-ERR
               END-CALL
               ADD 1 TO WS-NBR-ERR
               GO TO 2200-MAJ-ANO-FIN
           END-IF.

           EXEC SQL COMMIT END-EXEC.

           ADD 1 TO WS-NBR-PER.

       2200-MAJ-ANO-FIN.
           EXIT.

      *-----------------------------------------------------------------

      * Violation nouvelle : ouverte dans coh_anomalie et signalee dans
      * log_erreurs pour la console cnserr.

       2300-INS-ANO-DEB.

           MOVE "nouvelle" TO WS-STA-ANO.

           EXEC SQL
               INSERT INTO coh_anomalie (type_ano, cle_ano, lib_ano,
                                         val_att_ano, val_trv_ano,
                                         date_det_ano, date_ctl_ano,
                                         statut_ano)
               VALUES (:PG-TYP-ANO, :PG-CLE-ANO, :PG-LIB-ANO,
                       :PG-VAL-ATT, :PG-VAL-TRV,
                       CURRENT_DATE, CURRENT_DATE, 'O')
           END-EXEC.

           IF SQLCODE NOT = 0
               EXEC SQL ROLLBACK END-EXEC
               MOVE "ctlcoh : insertion coh_anomalie" TO WS-OPE-ERR
               CALL "generr" USING WS-OPE-ERR, SQLCODE, WS-RTR-ERR
               END-CALL
               ADD 1 TO WS-NBR-ERR
               GO TO 2300-INS-ANO-FIN
           END-IF.

           EXEC SQL COMMIT END-EXEC.

           ADD 1 TO WS-NBR-NOU.

           MOVE SPACES TO WS-OPE-ERR.
           STRING "ctlcoh : " DELIMITED BY SIZE
                  FUNCTION TRIM (PG-TYP-ANO) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM (PG-CLE-ANO) DELIMITED BY SIZE
                  " incoherent" DELIMITED BY SIZE
                  INTO WS-OPE-ERR
           END-STRING.

           CALL "generr" USING WS-OPE-ERR, WS-COD-ANO, WS-RTR-ERR
           END-CALL.

       2300-INS-ANO-FIN.
           EXIT.

      *-----------------------------------------------------------------

      * Ligne de la liste CTLCOH ; les violations nouvelles sont en
      * outre affichees.

       2400-ECR-ANO-DEB.

           MOVE PG-VAL-ATT TO WS-VAL-ATT-EDT.
           MOVE PG-VAL-TRV TO WS-VAL-TRV-EDT.

           IF WS-STA-ANO = "nouvelle"
               DISPLAY PG-TYP-ANO " " PG-CLE-ANO (1:10) " "
                       FUNCTION TRIM (PG-LIB-ANO) " : attendu "
                       FUNCTION TRIM (WS-VAL-ATT-EDT) ", trouve "
                       FUNCTION TRIM (WS-VAL-TRV-EDT)
           END-IF.

           MOVE SPACES TO REC-COH.
           STRING FUNCTION TRIM (PG-TYP-ANO) ";"
                  FUNCTION TRIM (PG-CLE-ANO) ";"
                  FUNCTION TRIM (PG-LIB-ANO) ";"
                  FUNCTION TRIM (WS-VAL-ATT-EDT) ";"
                  FUNCTION TRIM (WS-VAL-TRV-EDT) ";"
                  FUNCTION TRIM (WS-STA-ANO)
                  DELIMITED BY SIZE INTO REC-COH
           END-STRING.
           WRITE REC-COH.

       2400-ECR-ANO-FIN.
           EXIT.

      *-----------------------------------------------------------------

      * Clot les violations ouvertes qui n'ont pas ete revues ce soir :
      * l'incoherence a ete corrigee depuis.

       3000-CLO-ANO-DEB.

           EXEC SQL
               SELECT COUNT(*)
               INTO   :PG-NBR-CLO
               FROM   coh_anomalie
               WHERE  statut_ano = 'O'
               AND    date_ctl_ano < CURRENT_DATE
           END-EXEC.

           IF SQLCODE NOT = 0 OR PG-NBR-CLO = 0
               GO TO 3000-CLO-ANO-FIN
           END-IF.

           EXEC SQL
               UPDATE coh_anomalie
               SET    statut_ano   = 'C',
                      date_clo_ano = CURRENT_DATE
               WHERE  statut_ano = 'O'
               AND    date_ctl_ano < CURRENT_DATE
           END-EXEC.

           IF SQLCODE NOT = 0
               EXEC SQL ROLLBACK END-EXEC
               MOVE "ctlcoh : cloture coh_anomalie" TO WS-OPE-ERR
               CALL "generr" USING WS-OPE-ERR, SQLCODE, WS-RTR-ERR
               END-CALL
               ADD 1 TO WS-NBR-ERR
               GO TO 3000-CLO-ANO-FIN
           END-IF.

           EXEC SQL COMMIT END-EXEC.

           MOVE PG-NBR-CLO TO WS-NBR-CLO.

       3000-CLO-ANO-FIN.
           EXIT.

      *-----------------------------------------------------------------

       4000-FINALISATION-DEB.

           CLOSE F-COH.

           MOVE WS-NBR-ANO TO WS-NBR-ANO-EDT.
           MOVE WS-NBR-NOU TO WS-NBR-NOU-EDT.
           MOVE WS-NBR-PER TO WS-NBR-PER-EDT.
           MOVE WS-NBR-CLO TO WS-NBR-CLO-EDT.
           MOVE WS-NBR-ERR TO WS-NBR-ERR-EDT.

           DISPLAY "Controle termine : "
                   FUNCTION TRIM (WS-NBR-ANO-EDT)
                   " incoherence(s), dont "
                   FUNCTION TRIM (WS-NBR-NOU-EDT)
                   " nouvelle(s) et "
                   FUNCTION TRIM (WS-NBR-PER-EDT)
                   " persistante(s), "
                   FUNCTION TRIM (WS-NBR-CLO-EDT)
                   " corrigee(s) depuis, "
                   FUNCTION TRIM (WS-NBR-ERR-EDT)
                   " erreur(s) (voir CTLCOH).".

       4000-FINALISATION-FIN.
           EXIT.
