      ******************************************************************
      *                                                                *
      *                 DESCRIPTION DU SOUS-PROGRAMME                  *
      *                                                                *
      * raprot : rapport de rotation du stock et de rentabilite de     *
      * l'espace (GMROI) par fournisseur attitre, par depot et par     *
      * classe ABC, sur une periode saisie au lancement (mois          *
      * precedent a defaut) comparee a la periode de meme duree qui la *
      * precede. Programme de traitement par lot, sur le modele de     *
      * rapmrg. Pour chaque regroupement :                             *
      * - stock moyen : moyenne des instantanes de cloture piece_hist  *
      *   de la periode, valorises au cout moyen courant de la piece ; *
      *   pour les fournisseurs, les instantanes de fin de mois        *
      *   valorisation_hist (cout fige par clovai) priment quand la    *
      *   periode en contient. Sans aucun instantane sur la periode,   *
      *   le stock courant en tient lieu (periode en cours) ;          *
      * - cout des ventes et marge brute : lignes des commandes non    *
      *   annulees de la periode (cout_lgn_cmd, le cout fige a la      *
      *   vente, a defaut le cout courant ; prix_lgn_cmd), nets des    *
      *   retours ayant donne lieu a un avoir dans la periode ;        *
      * - rotation (cout des ventes / stock moyen), couverture en      *
      *   jours (stock moyen / cout des ventes journalier) et GMROI    *
      *   (marge brute / stock moyen), sur la duree de la periode,     *
      *   avec le rang GMROI du regroupement, et les memes chiffres    *
      *   pour la periode precedente.                                  *
      * Edition a l'ecran et dans le fichier delimite RAPROT (spool    *
      * genspl), un bloc par axe, les regroupements classes par GMROI  *
      * decroissant.                                                   *
      *                                                                *
      *----------------------------------------------------------------*
      *                           TRIGRAMMES                           *
      *                                                                *
      * raprot=rapport rotation                                        *
      * ROT=ROTATION; AXE=AXE (F FOURNISSEUR, D DEPOT, C CLASSE ABC);  *
      * CLE=CLE DE REGROUPEMENT; LIB=LIBELLE; STO=STOCK MOYEN; CMV=    *
      * COUT DES MARCHANDISES VENDUES; MRG=MARGE BRUTE; CVT=           *
      * COUVERTURE (JOURS); GMR=GMROI; RNG=RANG; PRC=PERIODE           *
      * PRECEDENTE; DAT=DATE; DEB=DEBUT; JOU=JOUR; SNP=INSTANTANE      *
      * PIECE_HIST; VAL=INSTANTANE VALORISATION_HIST; CAL=CALCUL; IND= *
      * INDICATEUR; TOT=TOTAL; NBR=NOMBRE; RSU=RESULTAT; SPL=SPOOL;    *
      * FIC=FICHIER; EDT=EDITION; RAP=RAPPORT                          *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. raprot.
       AUTHOR. ThomasD.
       DATE-WRITTEN. 15-10-2026 (fr).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT F-RAP-ROT ASSIGN TO WS-FIC-SPL
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD F-RAP-ROT.
       01 REC-RAP-ROT           PIC X(250).

       WORKING-STORAGE SECTION.

      * Nom de fichier date attribue par genspl : chaque execution
      * ecrit son propre fichier dans le spool (reaffichable via
      * cnsspl).
       01 WS-FIC-SPL            PIC X(50).
       01 WS-NOM-RAP            PIC X(14)   VALUE "RAPROT".
       01 WS-IDF-UTI-NUL        PIC 9(10)   VALUE 0.
       01 WS-RTR-SPL            PIC 9(01).

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.

       COPY dbconfig.

      * Periode etudiee et periode precedente de meme duree
      * (AAAA-MM-JJ), et leur nombre de jours.
       01 PG-DAT-DEB            PIC X(10).
       01 PG-DAT-FIN            PIC X(10).
       01 PG-DAT-DEB-PRC        PIC X(10).
       01 PG-DAT-FIN-PRC        PIC X(10).
       01 PG-NBR-JOU            PIC 9(05).

      * Nombre de dates d'instantane de chaque periode, piece_hist et
      * valorisation_hist : diviseurs de la moyenne du stock.
       01 PG-NBR-SNP            PIC 9(05).
       01 PG-NBR-SNP-PRC        PIC 9(05).
       01 PG-NBR-VAL            PIC 9(05).
       01 PG-NBR-VAL-PRC        PIC 9(05).

      * Axe en cours d'edition : F, D ou C.
       01 PG-AXE                PIC X(01).

       01 PG-CLE-RSU            PIC X(20).
       01 PG-LIB-RSU            PIC X(50).
       01 PG-STO-RSU            PIC S9(12)V99.
       01 PG-CMV-RSU            PIC S9(12)V99.
       01 PG-MRG-RSU            PIC S9(12)V99.
       01 PG-STO-PRC-RSU        PIC S9(12)V99.
       01 PG-CMV-PRC-RSU        PIC S9(12)V99.
       01 PG-MRG-PRC-RSU        PIC S9(12)V99.
       01 PG-RNG-RSU            PIC 9(05).
       01 PG-RNG-PRC-RSU        PIC 9(05).

       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

      * Declaration du curseur des regroupements de l'axe demande.
      * Chaque branche de l'union apporte, pour une piece (ou pour un
      * fournisseur, s'agissant de valorisation_hist), sa part de
      * stock moyen, de cout des ventes et de marge, de la periode
      * ou de la precedente ; le regroupement se fait ensuite sur la
      * cle de l'axe, et le rang sur le GMROI de chaque periode.
       EXEC SQL
           DECLARE C-ROT CURSOR FOR
               SELECT k.cle,
                      CASE WHEN :PG-AXE = 'F'
                           THEN COALESCE(f.nom_fou,
                                         'Sans fournisseur attitre')
                           WHEN k.cle = '' THEN 'Non classee'
                           WHEN :PG-AXE = 'D' THEN k.cle
                           ELSE 'Classe ' || k.cle END,
                      k.sto, k.cmv, k.mrg, k.sto_p, k.cmv_p, k.mrg_p,
                      RANK() OVER (ORDER BY
                           CASE WHEN k.sto > 0 THEN k.mrg / k.sto
                                ELSE 0 END DESC),
                      RANK() OVER (ORDER BY
                           CASE WHEN k.sto_p > 0 THEN k.mrg_p / k.sto_p
                                ELSE 0 END DESC)
               FROM  (SELECT CASE WHEN x.id_pie IS NULL
                                  THEN COALESCE(x.id_fou::VARCHAR, '')
                                  WHEN :PG-AXE = 'F'
                                  THEN COALESCE(p.fou_pie::VARCHAR, '')
                                  WHEN :PG-AXE = 'D'
                                  THEN COALESCE(p.depot_pie, '')
                                  ELSE COALESCE(p.classe_abc, '')
                                  END AS cle,
                             ROUND(COALESCE(SUM(x.sto), 0), 2) AS sto,
                             ROUND(COALESCE(SUM(x.cmv), 0), 2) AS cmv,
                             ROUND(COALESCE(SUM(x.mrg), 0), 2) AS mrg,
                             ROUND(COALESCE(SUM(x.sto_p), 0), 2)
                                                               AS sto_p,
                             ROUND(COALESCE(SUM(x.cmv_p), 0), 2)
                                                               AS cmv_p,
                             ROUND(COALESCE(SUM(x.mrg_p), 0), 2)
                                                               AS mrg_p
                      FROM  (SELECT h.id_pie, NULL::INTEGER AS id_fou,
                                    h.qt_pie
                                    * COALESCE(p1.prix_unitaire_pie, 0)
                                    / NULLIF(:PG-NBR-SNP, 0) AS sto,
                                    0 AS cmv, 0 AS mrg,
                                    0 AS sto_p, 0 AS cmv_p, 0 AS mrg_p
                             FROM   piece_hist h
                             JOIN   piece p1 ON p1.id_pie = h.id_pie
                             WHERE  h.date_hist BETWEEN
                                    TO_DATE(:PG-DAT-DEB, 'YYYY-MM-DD')
                                    AND
                                    TO_DATE(:PG-DAT-FIN, 'YYYY-MM-DD')
                             AND    NOT (:PG-AXE = 'F'
                                         AND :PG-NBR-VAL > 0)
                             UNION ALL
                             SELECT p1.id_pie, NULL::INTEGER,
                                    p1.qt_pie
                                    * COALESCE(p1.prix_unitaire_pie, 0),
                                    0, 0, 0, 0, 0
                             FROM   piece p1
                             WHERE  :PG-NBR-SNP = 0
                             AND    NOT (:PG-AXE = 'F'
                                         AND :PG-NBR-VAL > 0)
                             UNION ALL
                             SELECT NULL::INTEGER, v.id_fou,
                                    v.val_stock
                                    / NULLIF(:PG-NBR-VAL, 0),
                                    0, 0, 0, 0, 0
                             FROM   valorisation_hist v
                             WHERE  :PG-AXE = 'F'
                             AND    v.date_val BETWEEN
                                    TO_DATE(:PG-DAT-DEB, 'YYYY-MM-DD')
                                    AND
                                    TO_DATE(:PG-DAT-FIN, 'YYYY-MM-DD')
                             UNION ALL
                             SELECT h.id_pie, NULL::INTEGER, 0, 0, 0,
                                    h.qt_pie
                                    * COALESCE(p1.prix_unitaire_pie, 0)
                                    / NULLIF(:PG-NBR-SNP-PRC, 0),
                                    0, 0
                             FROM   piece_hist h
                             JOIN   piece p1 ON p1.id_pie = h.id_pie
                             WHERE  h.date_hist BETWEEN
                                    TO_DATE(:PG-DAT-DEB-PRC,
                                            'YYYY-MM-DD')
                                    AND
                                    TO_DATE(:PG-DAT-FIN-PRC,
                                            'YYYY-MM-DD')
                             AND    NOT (:PG-AXE = 'F'
                                         AND :PG-NBR-VAL-PRC > 0)
                             UNION ALL
                             SELECT NULL::INTEGER, v.id_fou, 0, 0, 0,
                                    v.val_stock
                                    / NULLIF(:PG-NBR-VAL-PRC, 0),
                                    0, 0
                             FROM   valorisation_hist v
                             WHERE  :PG-AXE = 'F'
                             AND    v.date_val BETWEEN
                                    TO_DATE(:PG-DAT-DEB-PRC,
                                            'YYYY-MM-DD')
                                    AND
                                    TO_DATE(:PG-DAT-FIN-PRC,
                                            'YYYY-MM-DD')
                             UNION ALL
                             SELECT l.id_pie, NULL::INTEGER, 0,
                                    CASE WHEN c.date_cmd
                                              >= TO_DATE(:PG-DAT-DEB,
                                                         'YYYY-MM-DD')
                                         THEN l.qte_lgn_cmd
                                              * COALESCE(l.cout_lgn_cmd,
                                                p1.prix_unitaire_pie, 0)
                                         ELSE 0 END,
                                    CASE WHEN c.date_cmd
                                              >= TO_DATE(:PG-DAT-DEB,
                                                         'YYYY-MM-DD')
                                         THEN l.qte_lgn_cmd
                                              * (l.prix_lgn_cmd
                                                 - COALESCE(
                                                   l.cout_lgn_cmd,
                                                   p1.prix_unitaire_pie,
                                                   0))
                                         ELSE 0 END,
                                    0,
                                    CASE WHEN c.date_cmd
                                              < TO_DATE(:PG-DAT-DEB,
                                                        'YYYY-MM-DD')
                                         THEN l.qte_lgn_cmd
                                              * COALESCE(l.cout_lgn_cmd,
                                                p1.prix_unitaire_pie, 0)
                                         ELSE 0 END,
                                    CASE WHEN c.date_cmd
                                              < TO_DATE(:PG-DAT-DEB,
                                                        'YYYY-MM-DD')
                                         THEN l.qte_lgn_cmd
                                              * (l.prix_lgn_cmd
                                                 - COALESCE(
                                                   l.cout_lgn_cmd,
                                                   p1.prix_unitaire_pie,
                                                   0))
                                         ELSE 0 END
                             FROM   commande_ligne l
                             JOIN   commande c ON c.id_cmd = l.id_cmd
                             JOIN   piece p1 ON p1.id_pie = l.id_pie
                             WHERE  c.date_cmd BETWEEN
                                    TO_DATE(:PG-DAT-DEB-PRC,
                                            'YYYY-MM-DD')
                                    AND
                                    TO_DATE(:PG-DAT-FIN, 'YYYY-MM-DD')
                             AND    COALESCE(c.statut_cmd, 'saisie')
                                    <> 'annulee'
                             AND    COALESCE(l.rsv_lgn, 'N') <> 'O'
                             UNION ALL
                             SELECT l.id_pie, NULL::INTEGER, 0,
                                    CASE WHEN a.date_avr
                                              >= TO_DATE(:PG-DAT-DEB,
                                                         'YYYY-MM-DD')
                                         THEN 0 - r.qte_ret
                                              * COALESCE(l.cout_lgn_cmd,
                                                p1.prix_unitaire_pie, 0)
                                         ELSE 0 END,
                                    CASE WHEN a.date_avr
                                              >= TO_DATE(:PG-DAT-DEB,
                                                         'YYYY-MM-DD')
                                         THEN 0 - r.qte_ret
                                              * (l.prix_lgn_cmd
                                                 - COALESCE(
                                                   l.cout_lgn_cmd,
                                                   p1.prix_unitaire_pie,
                                                   0))
                                         ELSE 0 END,
                                    0,
                                    CASE WHEN a.date_avr
                                              < TO_DATE(:PG-DAT-DEB,
                                                        'YYYY-MM-DD')
                                         THEN 0 - r.qte_ret
                                              * COALESCE(l.cout_lgn_cmd,
                                                p1.prix_unitaire_pie, 0)
                                         ELSE 0 END,
                                    CASE WHEN a.date_avr
                                              < TO_DATE(:PG-DAT-DEB,
                                                        'YYYY-MM-DD')
                                         THEN 0 - r.qte_ret
                                              * (l.prix_lgn_cmd
                                                 - COALESCE(
                                                   l.cout_lgn_cmd,
                                                   p1.prix_unitaire_pie,
                                                   0))
                                         ELSE 0 END
                             FROM   commande_retour r
                             JOIN   avoir a ON a.id_ret = r.id_ret
                             JOIN   commande_ligne l
                                    ON l.id_lgn_cmd = r.id_lgn_cmd
                             JOIN   piece p1 ON p1.id_pie = l.id_pie
                             WHERE  a.date_avr BETWEEN
                                    TO_DATE(:PG-DAT-DEB-PRC,
                                            'YYYY-MM-DD')
                                    AND
                                    TO_DATE(:PG-DAT-FIN, 'YYYY-MM-DD'))
                             x
                      LEFT JOIN piece p ON p.id_pie = x.id_pie
                      GROUP BY 1) k
               LEFT JOIN fournisseur f
                      ON :PG-AXE = 'F' AND f.id_fou::VARCHAR = k.cle
               ORDER BY 9, 1
       END-EXEC.

      * Libelle de l'axe en cours.
       01 WS-LIB-AXE            PIC X(20).

      * Indicateurs d'une periode, calcules par 2200-CAL-IND a partir
      * du stock moyen, du cout des ventes et de la marge ; un
      * indicateur sans objet (stock ou ventes nuls) est edite "-".
       01 WS-STO-CAL            PIC S9(12)V99.
       01 WS-CMV-CAL            PIC S9(12)V99.
       01 WS-MRG-CAL            PIC S9(12)V99.
       01 WS-ROT-CAL            PIC S9(05)V99.
       01 WS-CVT-CAL            PIC S9(07).
       01 WS-GMR-CAL            PIC S9(05)V99.
       01 WS-ROT-EDT            PIC -(05)9.99.
       01 WS-CVT-EDT            PIC -(07)9.
       01 WS-GMR-EDT            PIC -(05)9.99.
       01 WS-ROT-TXT            PIC X(10).
       01 WS-CVT-TXT            PIC X(10).
       01 WS-GMR-TXT            PIC X(10).

      * Indicateurs edites de la periode et de la precedente.
       01 WS-ROT-CRT-TXT        PIC X(10).
       01 WS-CVT-CRT-TXT        PIC X(10).
       01 WS-GMR-CRT-TXT        PIC X(10).
       01 WS-ROT-PRC-TXT        PIC X(10).
       01 WS-CVT-PRC-TXT        PIC X(10).
       01 WS-GMR-PRC-TXT        PIC X(10).

      * Totaux de l'axe en cours.
       01 WS-TOT-STO            PIC S9(12)V99.
       01 WS-TOT-CMV            PIC S9(12)V99.
       01 WS-TOT-MRG            PIC S9(12)V99.
       01 WS-TOT-STO-PRC        PIC S9(12)V99.
       01 WS-TOT-CMV-PRC        PIC S9(12)V99.
       01 WS-TOT-MRG-PRC        PIC S9(12)V99.
       01 WS-NBR-RSU            PIC 9(05).

       01 WS-STO-EDT            PIC -Z(11)9.99.
       01 WS-CMV-EDT            PIC -Z(11)9.99.
       01 WS-MRG-EDT            PIC -Z(11)9.99.
       01 WS-STO-PRC-EDT        PIC -Z(11)9.99.
       01 WS-CMV-PRC-EDT        PIC -Z(11)9.99.
       01 WS-MRG-PRC-EDT        PIC -Z(11)9.99.
       01 WS-RNG-EDT            PIC Z(04)9.
       01 WS-RNG-PRC-EDT        PIC Z(04)9.
       01 WS-NBR-JOU-EDT        PIC Z(04)9.
       01 WS-NBR-SNP-EDT        PIC Z(04)9.
       01 WS-NBR-SNP-PRC-EDT    PIC Z(04)9.


       PROCEDURE DIVISION.

           PERFORM 1000-INITIALISATION-DEB
              THRU 1000-INITIALISATION-FIN.

           MOVE "F" TO PG-AXE.
           MOVE "fournisseur" TO WS-LIB-AXE.
           PERFORM 2000-RAP-AXE-DEB
              THRU 2000-RAP-AXE-FIN.

           MOVE "D" TO PG-AXE.
           MOVE "depot" TO WS-LIB-AXE.
           PERFORM 2000-RAP-AXE-DEB
              THRU 2000-RAP-AXE-FIN.

           MOVE "C" TO PG-AXE.
           MOVE "classe ABC" TO WS-LIB-AXE.
           PERFORM 2000-RAP-AXE-DEB
              THRU 2000-RAP-AXE-FIN.

           PERFORM 3000-FINALISATION-DEB
              THRU 3000-FINALISATION-FIN.

           STOP RUN.

      ******************************************************************
      *                         PARAGRAPHES                            *
      ******************************************************************

      * Connexion, saisie de la periode (vide = mois precedent),
      * calcul de la periode precedente et des diviseurs de stock
      * moyen, puis ouverture du fichier spoole.

       1000-INITIALISATION-DEB.

           EXEC SQL
               CONNECT :PG-IDENTIFIANT
               IDENTIFIED BY :PG-MOT-PASSE
               USING :PG-NOM-BASE
           END-EXEC.

           EXEC SQL COMMIT END-EXEC.

           DISPLAY "Debut de periode (AAAA-MM-JJ, vide = mois "
                   "precedent) :".
           ACCEPT PG-DAT-DEB.

           IF PG-DAT-DEB = SPACES
               EXEC SQL
                   SELECT TO_CHAR(DATE_TRUNC('month', CURRENT_DATE)
                                  - INTERVAL '1 month', 'YYYY-MM-DD'),
                          TO_CHAR(DATE_TRUNC('month', CURRENT_DATE)
                                  - INTERVAL '1 day', 'YYYY-MM-DD')
                   INTO   :PG-DAT-DEB, :PG-DAT-FIN
               END-EXEC
           ELSE
               DISPLAY "Fin de periode (AAAA-MM-JJ) :"
               ACCEPT PG-DAT-FIN
           END-IF.

           EXEC SQL
               SELECT TO_CHAR(d.deb - (d.fin - d.deb + 1),
                              'YYYY-MM-DD'),
                      TO_CHAR(d.deb - 1, 'YYYY-MM-DD'),
                      d.fin - d.deb + 1
               INTO   :PG-DAT-DEB-PRC, :PG-DAT-FIN-PRC, :PG-NBR-JOU
               FROM  (SELECT TO_DATE(:PG-DAT-DEB, 'YYYY-MM-DD') AS deb,
                             TO_DATE(:PG-DAT-FIN, 'YYYY-MM-DD') AS fin)
                     d
               WHERE  d.fin >= d.deb
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY "Periode invalide : fin anterieure au debut ou "
                       "date mal formee."
               STOP RUN
           END-IF.

           EXEC SQL
               SELECT COUNT(DISTINCT date_hist)
               INTO   :PG-NBR-SNP
               FROM   piece_hist
               WHERE  date_hist BETWEEN
                      TO_DATE(:PG-DAT-DEB, 'YYYY-MM-DD')
                      AND TO_DATE(:PG-DAT-FIN, 'YYYY-MM-DD')
           END-EXEC.

           EXEC SQL
               SELECT COUNT(DISTINCT date_hist)
               INTO   :PG-NBR-SNP-PRC
               FROM   piece_hist
               WHERE  date_hist BETWEEN
                      TO_DATE(:PG-DAT-DEB-PRC, 'YYYY-MM-DD')
                      AND TO_DATE(:PG-DAT-FIN-PRC, 'YYYY-MM-DD')
           END-EXEC.

           EXEC SQL
               SELECT COUNT(DISTINCT date_val)
               INTO   :PG-NBR-VAL
               FROM   valorisation_hist
               WHERE  date_val BETWEEN
                      TO_DATE(:PG-DAT-DEB, 'YYYY-MM-DD')
                      AND TO_DATE(:PG-DAT-FIN, 'YYYY-MM-DD')
           END-EXEC.

           EXEC SQL
               SELECT COUNT(DISTINCT date_val)
               INTO   :PG-NBR-VAL-PRC
               FROM   valorisation_hist
               WHERE  date_val BETWEEN
                      TO_DATE(:PG-DAT-DEB-PRC, 'YYYY-MM-DD')
                      AND TO_DATE(:PG-DAT-FIN-PRC, 'YYYY-MM-DD')
           END-EXEC.

           MOVE PG-NBR-JOU     TO WS-NBR-JOU-EDT.
           MOVE PG-NBR-SNP     TO WS-NBR-SNP-EDT.
           MOVE PG-NBR-SNP-PRC TO WS-NBR-SNP-PRC-EDT.

           DISPLAY "Rotation du stock et GMROI du " PG-DAT-DEB
                   " au " PG-DAT-FIN " ("
                   FUNCTION TRIM (WS-NBR-JOU-EDT) " jours)".
           DISPLAY "Periode precedente du " PG-DAT-DEB-PRC
                   " au " PG-DAT-FIN-PRC.
           DISPLAY "Instantanes de stock : "
                   FUNCTION TRIM (WS-NBR-SNP-EDT) " sur la periode, "
                   FUNCTION TRIM (WS-NBR-SNP-PRC-EDT)
                   " sur la precedente".
           IF PG-NBR-SNP = 0
               DISPLAY "(aucun instantane sur la periode : stock "
                       "courant retenu comme stock moyen)"
           END-IF.

           CALL "genspl" USING WS-NOM-RAP
                               WS-IDF-UTI-NUL
                               WS-FIC-SPL
                               WS-RTR-SPL
           END-CALL.

           OPEN OUTPUT F-RAP-ROT.

           MOVE SPACES TO REC-RAP-ROT.
           STRING "Rotation du stock et GMROI du " DELIMITED BY SIZE
                  PG-DAT-DEB DELIMITED BY SIZE
                  " au " DELIMITED BY SIZE
                  PG-DAT-FIN DELIMITED BY SIZE
                  " ; periode precedente du " DELIMITED BY SIZE
                  PG-DAT-DEB-PRC DELIMITED BY SIZE
                  " au " DELIMITED BY SIZE
                  PG-DAT-FIN-PRC DELIMITED BY SIZE
                  INTO REC-RAP-ROT
           END-STRING.
           WRITE REC-RAP-ROT.

           EXIT.
       1000-INITIALISATION-FIN.

      *-----------------------------------------------------------------

      * Edite un axe : entete du bloc, regroupements par GMROI
      * decroissant, puis total de l'axe.

       2000-RAP-AXE-DEB.

           MOVE 0 TO WS-NBR-RSU
                     WS-TOT-STO WS-TOT-CMV WS-TOT-MRG
                     WS-TOT-STO-PRC WS-TOT-CMV-PRC WS-TOT-MRG-PRC.

           DISPLAY "-------------------------------------------------".
           DISPLAY "Par " FUNCTION TRIM (WS-LIB-AXE) " :".
           DISPLAY "Rg  Regroupement           Stock moyen   "
                   "Cout ventes         Marge   Rotation Couv.j   "
                   "GMROI | Rg prec.   GMROI prec.".

           MOVE SPACES TO REC-RAP-ROT.
           STRING "axe;cle;libelle;stock_moyen;cout_ventes;marge;"
                  "rotation;couverture_jours;gmroi;rang;"
                  "stock_moyen_prec;cout_ventes_prec;marge_prec;"
                  "rotation_prec;couverture_jours_prec;gmroi_prec;"
                  "rang_prec"
                  DELIMITED BY SIZE INTO REC-RAP-ROT
           END-STRING.
           WRITE REC-RAP-ROT.

           EXEC SQL OPEN C-ROT END-EXEC.

           EXEC SQL
               FETCH C-ROT
               INTO  :PG-CLE-RSU, :PG-LIB-RSU,
                     :PG-STO-RSU, :PG-CMV-RSU, :PG-MRG-RSU,
                     :PG-STO-PRC-RSU, :PG-CMV-PRC-RSU, :PG-MRG-PRC-RSU,
                     :PG-RNG-RSU, :PG-RNG-PRC-RSU
           END-EXEC.

           PERFORM 2100-AFF-RSU-DEB
              THRU 2100-AFF-RSU-FIN
              UNTIL SQLCODE NOT = 0.

           EXEC SQL CLOSE C-ROT END-EXEC.

           IF WS-NBR-RSU = 0
               DISPLAY "(aucun stock ni vente sur les deux periodes)"
           END-IF.

           PERFORM 2300-AFF-TOT-DEB
              THRU 2300-AFF-TOT-FIN.

           EXIT.
       2000-RAP-AXE-FIN.

      *-----------------------------------------------------------------

       2100-AFF-RSU-DEB.

           ADD 1 TO WS-NBR-RSU.

           ADD PG-STO-RSU     TO WS-TOT-STO.
           ADD PG-CMV-RSU     TO WS-TOT-CMV.
           ADD PG-MRG-RSU     TO WS-TOT-MRG.
           ADD PG-STO-PRC-RSU TO WS-TOT-STO-PRC.
           ADD PG-CMV-PRC-RSU TO WS-TOT-CMV-PRC.
           ADD PG-MRG-PRC-RSU TO WS-TOT-MRG-PRC.

           MOVE PG-STO-RSU TO WS-STO-CAL.
           MOVE PG-CMV-RSU TO WS-CMV-CAL.
           MOVE PG-MRG-RSU TO WS-MRG-CAL.
           PERFORM 2200-CAL-IND-DEB
              THRU 2200-CAL-IND-FIN.
           MOVE WS-ROT-TXT TO WS-ROT-CRT-TXT.
           MOVE WS-CVT-TXT TO WS-CVT-CRT-TXT.
           MOVE WS-GMR-TXT TO WS-GMR-CRT-TXT.

           MOVE PG-STO-PRC-RSU TO WS-STO-CAL.
           MOVE PG-CMV-PRC-RSU TO WS-CMV-CAL.
           MOVE PG-MRG-PRC-RSU TO WS-MRG-CAL.
           PERFORM 2200-CAL-IND-DEB
              THRU 2200-CAL-IND-FIN.
           MOVE WS-ROT-TXT TO WS-ROT-PRC-TXT.
           MOVE WS-CVT-TXT TO WS-CVT-PRC-TXT.
           MOVE WS-GMR-TXT TO WS-GMR-PRC-TXT.

           MOVE PG-STO-RSU     TO WS-STO-EDT.
           MOVE PG-CMV-RSU     TO WS-CMV-EDT.
           MOVE PG-MRG-RSU     TO WS-MRG-EDT.
           MOVE PG-STO-PRC-RSU TO WS-STO-PRC-EDT.
           MOVE PG-CMV-PRC-RSU TO WS-CMV-PRC-EDT.
           MOVE PG-MRG-PRC-RSU TO WS-MRG-PRC-EDT.
           MOVE PG-RNG-RSU     TO WS-RNG-EDT.
           MOVE PG-RNG-PRC-RSU TO WS-RNG-PRC-EDT.

           DISPLAY WS-RNG-EDT (3:3) " " PG-LIB-RSU (1:20) " "
                   WS-STO-EDT (3:) " " WS-CMV-EDT (3:) " "
                   WS-MRG-EDT (3:) " " WS-ROT-CRT-TXT (1:8) " "
                   WS-CVT-CRT-TXT (1:6) " " WS-GMR-CRT-TXT (1:8)
                   " | " WS-RNG-PRC-EDT " " WS-GMR-PRC-TXT.

           MOVE SPACES TO REC-RAP-ROT.
           STRING PG-AXE ";"
                  FUNCTION TRIM (PG-CLE-RSU) ";"
                  FUNCTION TRIM (PG-LIB-RSU) ";"
                  FUNCTION TRIM (WS-STO-EDT) ";"
                  FUNCTION TRIM (WS-CMV-EDT) ";"
                  FUNCTION TRIM (WS-MRG-EDT) ";"
                  FUNCTION TRIM (WS-ROT-CRT-TXT) ";"
                  FUNCTION TRIM (WS-CVT-CRT-TXT) ";"
                  FUNCTION TRIM (WS-GMR-CRT-TXT) ";"
                  FUNCTION TRIM (WS-RNG-EDT) ";"
                  FUNCTION TRIM (WS-STO-PRC-EDT) ";"
                  FUNCTION TRIM (WS-CMV-PRC-EDT) ";"
                  FUNCTION TRIM (WS-MRG-PRC-EDT) ";"
                  FUNCTION TRIM (WS-ROT-PRC-TXT) ";"
                  FUNCTION TRIM (WS-CVT-PRC-TXT) ";"
                  FUNCTION TRIM (WS-GMR-PRC-TXT) ";"
                  FUNCTION TRIM (WS-RNG-PRC-EDT)
                  DELIMITED BY SIZE INTO REC-RAP-ROT
           END-STRING.
           WRITE REC-RAP-ROT.

           EXEC SQL
               FETCH C-ROT
               INTO  :PG-CLE-RSU, :PG-LIB-RSU,
                     :PG-STO-RSU, :PG-CMV-RSU, :PG-MRG-RSU,
                     :PG-STO-PRC-RSU, :PG-CMV-PRC-RSU, :PG-MRG-PRC-RSU,
                     :PG-RNG-RSU, :PG-RNG-PRC-RSU
           END-EXEC.

           EXIT.
       2100-AFF-RSU-FIN.

      *-----------------------------------------------------------------

      * Rotation, couverture en jours et GMROI d'une periode. Un
      * ratio qui deborde (stock moyen quasi nul) est plafonne.

       2200-CAL-IND-DEB.

           MOVE "-" TO WS-ROT-TXT WS-CVT-TXT WS-GMR-TXT.

           IF WS-STO-CAL > 0
               COMPUTE WS-ROT-CAL ROUNDED = WS-CMV-CAL / WS-STO-CAL
                   ON SIZE ERROR
                       MOVE 99999.99 TO WS-ROT-CAL
               END-COMPUTE
               COMPUTE WS-GMR-CAL ROUNDED = WS-MRG-CAL / WS-STO-CAL
                   ON SIZE ERROR
                       MOVE 99999.99 TO WS-GMR-CAL
               END-COMPUTE
               MOVE WS-ROT-CAL TO WS-ROT-EDT
               MOVE WS-GMR-CAL TO WS-GMR-EDT
               MOVE WS-ROT-EDT TO WS-ROT-TXT
               MOVE WS-GMR-EDT TO WS-GMR-TXT
           END-IF.

           IF WS-STO-CAL > 0 AND WS-CMV-CAL > 0
               COMPUTE WS-CVT-CAL ROUNDED =
                       WS-STO-CAL * PG-NBR-JOU / WS-CMV-CAL
                   ON SIZE ERROR
                       MOVE 9999999 TO WS-CVT-CAL
               END-COMPUTE
               MOVE WS-CVT-CAL TO WS-CVT-EDT
               MOVE WS-CVT-EDT TO WS-CVT-TXT
           END-IF.

           EXIT.
       2200-CAL-IND-FIN.

      *-----------------------------------------------------------------

      * Total de l'axe, a l'ecran et en derniere ligne du bloc.

       2300-AFF-TOT-DEB.

           MOVE WS-TOT-STO TO WS-STO-CAL.
           MOVE WS-TOT-CMV TO WS-CMV-CAL.
           MOVE WS-TOT-MRG TO WS-MRG-CAL.
           PERFORM 2200-CAL-IND-DEB
              THRU 2200-CAL-IND-FIN.
           MOVE WS-ROT-TXT TO WS-ROT-CRT-TXT.
           MOVE WS-CVT-TXT TO WS-CVT-CRT-TXT.
           MOVE WS-GMR-TXT TO WS-GMR-CRT-TXT.

           MOVE WS-TOT-STO-PRC TO WS-STO-CAL.
           MOVE WS-TOT-CMV-PRC TO WS-CMV-CAL.
           MOVE WS-TOT-MRG-PRC TO WS-MRG-CAL.
           PERFORM 2200-CAL-IND-DEB
              THRU 2200-CAL-IND-FIN.
           MOVE WS-ROT-TXT TO WS-ROT-PRC-TXT.
           MOVE WS-CVT-TXT TO WS-CVT-PRC-TXT.
           MOVE WS-GMR-TXT TO WS-GMR-PRC-TXT.

           MOVE WS-TOT-STO     TO WS-STO-EDT.
           MOVE WS-TOT-CMV     TO WS-CMV-EDT.
           MOVE WS-TOT-MRG     TO WS-MRG-EDT.
           MOVE WS-TOT-STO-PRC TO WS-STO-PRC-EDT.
           MOVE WS-TOT-CMV-PRC TO WS-CMV-PRC-EDT.
           MOVE WS-TOT-MRG-PRC TO WS-MRG-PRC-EDT.

           DISPLAY "    Total                "
                   WS-STO-EDT (3:) " " WS-CMV-EDT (3:) " "
                   WS-MRG-EDT (3:) " " WS-ROT-CRT-TXT (1:8) " "
                   WS-CVT-CRT-TXT (1:6) " " WS-GMR-CRT-TXT (1:8)
                   " |       " WS-GMR-PRC-TXT.

           MOVE SPACES TO REC-RAP-ROT.
           STRING PG-AXE ";total;Total;"
                  FUNCTION TRIM (WS-STO-EDT) ";"
                  FUNCTION TRIM (WS-CMV-EDT) ";"
                  FUNCTION TRIM (WS-MRG-EDT) ";"
                  FUNCTION TRIM (WS-ROT-CRT-TXT) ";"
                  FUNCTION TRIM (WS-CVT-CRT-TXT) ";"
                  FUNCTION TRIM (WS-GMR-CRT-TXT) ";;"
                  FUNCTION TRIM (WS-STO-PRC-EDT) ";"
                  FUNCTION TRIM (WS-CMV-PRC-EDT) ";"
                  FUNCTION TRIM (WS-MRG-PRC-EDT) ";"
                  FUNCTION TRIM (WS-ROT-PRC-TXT) ";"
                  FUNCTION TRIM (WS-CVT-PRC-TXT) ";"
                  FUNCTION TRIM (WS-GMR-PRC-TXT) ";"
                  DELIMITED BY SIZE INTO REC-RAP-ROT
           END-STRING.
           WRITE REC-RAP-ROT.

           EXIT.
       2300-AFF-TOT-FIN.

      *-----------------------------------------------------------------

       3000-FINALISATION-DEB.

           CLOSE F-RAP-ROT.

           DISPLAY "-------------------------------------------------".
           DISPLAY "Chiffres sur la duree de la periode (voir RAPROT).".

           EXIT.
       3000-FINALISATION-FIN.
