      ******************************************************************
      *                                                                *
      *                 DESCRIPTION DU SOUS-PROGRAMME                  *
      *                                                                *
      * expfec : production du Fichier des Ecritures Comptables (FEC)  *
      * exige en cas de controle fiscal. Programme de traitement par   *
      * lot qui, pour l'exercice passe en ligne de commande (AAAA ;    *
      * l'exercice precedent par defaut), ecrit en partie double au    *
      * format pipe de l'administration (18 zones, montants a virgule) *
      * le journal des ventes VT (factures par exercice_fac, ventilees *
      * par taux depuis facture_tva, et avoirs de genavr), le journal  *
      * des achats AC (factures fournisseur de ecrffo hors saisie en   *
      * cours, la TVA autoliquidee d'une acquisition portee au debit   *
      * de la TVA deductible et au credit de la TVA collectee), le     *
      * journal de tresorerie BQ (reglements clients et paiements      *
      * fournisseur) et le journal des operations diverses OD          *
      * (passages en perte de ppersd et ecrppe, au compte de perte du  *
      * type contre le 411). Les comptes viennent de la                *
      * correspondance plan_comptable (ecran gescpt) : compte du type  *
      * et de la cle, sinon compte par defaut '*' du type, sinon       *
      * compte d'attente 471000 signale au compte rendu. Le lettrage   *
      * reprend reglement_lettrage cote clients (code L + id facture,  *
      * pose sur la facture, sur chaque affectation des reglements et  *
      * sur les passages en perte une fois la facture soldee) et les   *
      * paiements cote fournisseurs (code P + id facture fournisseur,  *
      * une fois soldee). Le fichier est nomme                         *
      * <SIREN>FEC<AAAA1231>.txt d'apres le SIRET de gensoc.           *
      *                                                                *
      *----------------------------------------------------------------*
      *                           TRIGRAMMES                           *
      *                                                                *
      * expfec=export FEC                                              *
      * FEC=FICHIER DES ECRITURES COMPTABLES; EXE=EXERCICE;            *
      * ECR=ECRITURE; JNL=JOURNAL; CPT=COMPTE; AUX=AUXILIAIRE;         *
      * PIE=PIECE; LET=LETTRAGE; FAC=FACTURE; FTV=FACTURE TVA;         *
      * AVR=AVOIR; RGL=REGLEMENT; FFO=FACTURE FOURNISSEUR;             *
      * RGF=REGLEMENT FOURNISSEUR; FOU=FOURNISSEUR; CLI=CLIENT;        *
      * TAU=TAUX; MTT=MONTANT; CRD=CREDIT; ATT=ATTENTE; RST=RESTE;     *
      * SOC=SOCIETE; SIR=SIRET; RCH=RECHERCHE; LGN=LIGNE; NBR=NOMBRE;  *
      * TOT=TOTAL; RSU=RESULTAT; EDT=EDITION; DEB=DEBUT;               *
      * PPE=PASSAGE EN PERTE; TYP=TYPE                                 *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. expfec.
       AUTHOR. ThomasD.
       DATE-WRITTEN. 15-10-2026 (fr).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT F-FEC ASSIGN TO WS-FIC-FEC
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD F-FEC.
       01 REC-FEC               PIC X(400).

       WORKING-STORAGE SECTION.

      * Nom legal du fichier : <SIREN>FEC<date de cloture>.txt.
       01 WS-FIC-FEC            PIC X(50).

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.

       COPY dbconfig.

       01 PG-EXE-FEC            PIC 9(04).

      * Facture de vente de l'exercice.
       01 PG-IDF-FAC            PIC 9(10).
       01 PG-NUM-FAC            PIC 9(10).
       01 PG-DAT-FAC            PIC X(08).
       01 PG-MTT-TTC            PIC 9(10)V99.
       01 PG-IDF-CLI            PIC 9(10).
       01 PG-NOM-CLI            PIC X(50).
       01 PG-DAT-LET            PIC X(08).

      * Ventilation par taux de la facture courante (cle du taux sous
      * la forme '20.00' attendue par plan_comptable).
       01 PG-CLE-TAU            PIC X(14).
       01 PG-MTT-HT             PIC 9(10)V99.
       01 PG-MTT-TVA            PIC 9(10)V99.

      * Avoir de l'exercice.
       01 PG-NUM-AVR            PIC 9(10).
       01 PG-DAT-AVR            PIC X(08).

      * Reglement client de l'exercice et ses affectations.
       01 PG-IDF-RGL            PIC 9(10).
       01 PG-DAT-RGL            PIC X(08).
       01 PG-MTT-RGL            PIC 9(10)V99.
       01 PG-MOD-RGL            PIC X(14).
       01 PG-MTT-LET-TOT        PIC 9(10)V99.
       01 PG-IDF-FAC-LET        PIC 9(10).
       01 PG-MTT-LET            PIC 9(10)V99.

      * Facture et paiement fournisseur de l'exercice.
       01 PG-IDF-FFO            PIC 9(10).
       01 PG-NUM-FFO            PIC X(30).
       01 PG-DAT-FFO            PIC X(08).
       01 PG-MTT-FFO            PIC 9(10)V99.
       01 PG-TVA-FFO            PIC 9(10)V99.
       01 PG-TVA-AUT            PIC 9(10)V99.
       01 PG-IDF-FOU            PIC 9(10).
       01 PG-NOM-FOU            PIC X(50).
       01 PG-DAT-RGF            PIC X(08).
       01 PG-MTT-RGF            PIC 9(10)V99.

      * Passage en perte de l'exercice.
       01 PG-IDF-PPE            PIC 9(10).
       01 PG-DAT-PPE            PIC X(08).
       01 PG-TYP-PPE            PIC X(14).
       01 PG-MTT-PPE            PIC 9(10)V99.

      * Recherche d'un compte dans plan_comptable.
       01 PG-TYP-CPT            PIC X(14).
       01 PG-CLE-CPT            PIC X(14).
       01 PG-NUM-CPT            PIC X(10).
       01 PG-LIB-CPT            PIC X(40).

       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

      * Declaration du curseur des factures de l'exercice, avec la
      * date du dernier lettrage quand la facture est soldee par ses
      * affectations (blanc sinon : pas de code de lettrage). Le
      * compte auxiliaire est celui du client facture (id_cli_fac,
      * client de la commande pour les factures anterieures), celui
      * qui regle la facture.
       EXEC SQL
           DECLARE C-FAC CURSOR FOR
               SELECT f.id_fac, f.num_fac,
                      TO_CHAR(f.date_fac, 'YYYYMMDD'),
                      f.mtt_ttc, k.id_cli, k.nom_cli,
                      CASE WHEN COALESCE(l.mtt, 0) >= f.mtt_ttc
                           THEN TO_CHAR(l.dat, 'YYYYMMDD')
                           ELSE ' ' END
               FROM   facture f
               JOIN   commande c ON c.id_cmd = f.id_cmd
               JOIN   client k
                      ON k.id_cli = COALESCE(f.id_cli_fac, c.id_cli)
               LEFT JOIN (SELECT id_fac, SUM(mtt_let) AS mtt,
                                 MAX(date_let) AS dat
                          FROM   reglement_lettrage
                          GROUP BY id_fac) l ON l.id_fac = f.id_fac
               WHERE  COALESCE(f.exercice_fac,
                               EXTRACT(YEAR FROM f.date_fac)::INTEGER)
                      = :PG-EXE-FEC
               ORDER BY f.date_fac, f.num_fac
       END-EXEC.

      * Declaration du curseur de la ventilation par taux de la
      * facture courante ; l'entete fait foi pour les factures
      * anterieures a facture_tva.
       EXEC SQL
           DECLARE C-FTV CURSOR FOR
               SELECT TO_CHAR(t.tau_tva, 'FM990.00'),
                      t.mtt_ht, t.mtt_tva
               FROM   facture_tva t
               WHERE  t.id_fac = :PG-IDF-FAC
               UNION ALL
               SELECT TO_CHAR(f.tau_tva, 'FM990.00'),
                      f.mtt_ht, f.mtt_tva
               FROM   facture f
               WHERE  f.id_fac = :PG-IDF-FAC
               AND    NOT EXISTS (SELECT 1 FROM facture_tva t
                                  WHERE  t.id_fac = f.id_fac)
               ORDER BY 1
       END-EXEC.

      * Declaration du curseur des avoirs de l'exercice.
       EXEC SQL
           DECLARE C-AVR CURSOR FOR
               SELECT a.num_avr, TO_CHAR(a.date_avr, 'YYYYMMDD'),
                      TO_CHAR(a.tau_tva, 'FM990.00'),
                      a.mtt_ht, a.mtt_tva, a.mtt_ttc,
                      k.id_cli, k.nom_cli
               FROM   avoir a
               JOIN   client k ON k.id_cli = a.id_cli
               WHERE  EXTRACT(YEAR FROM a.date_avr) = :PG-EXE-FEC
               ORDER BY a.date_avr, a.num_avr
       END-EXEC.

      * Declaration du curseur des reglements clients de l'exercice,
      * avec le total deja affecte aux factures.
       EXEC SQL
           DECLARE C-RGL CURSOR FOR
               SELECT r.id_rgl, TO_CHAR(r.date_rgl, 'YYYYMMDD'),
                      r.mtt_rgl, COALESCE(r.mode_rgl, '*'),
                      k.id_cli, k.nom_cli,
                      COALESCE((SELECT SUM(t.mtt_let)
                                FROM   reglement_lettrage t
                                WHERE  t.id_rgl = r.id_rgl), 0)
               FROM   reglement r
               JOIN   client k ON k.id_cli = r.id_cli
               WHERE  EXTRACT(YEAR FROM r.date_rgl) = :PG-EXE-FEC
               ORDER BY r.date_rgl, r.id_rgl
       END-EXEC.

      * Declaration du curseur des affectations du reglement courant,
      * avec la date de lettrage de la facture quand elle est soldee.
       EXEC SQL
           DECLARE C-LET CURSOR FOR
               SELECT t.id_fac, t.mtt_let,
                      CASE WHEN s.mtt >= f.mtt_ttc
                           THEN TO_CHAR(s.dat, 'YYYYMMDD')
                           ELSE ' ' END
               FROM   reglement_lettrage t
               JOIN   facture f ON f.id_fac = t.id_fac
               JOIN   (SELECT id_fac, SUM(mtt_let) AS mtt,
                              MAX(date_let) AS dat
                       FROM   reglement_lettrage
                       GROUP BY id_fac) s ON s.id_fac = t.id_fac
               WHERE  t.id_rgl = :PG-IDF-RGL
               ORDER BY t.id_let
       END-EXEC.

      * Declaration du curseur des factures fournisseur de
      * l'exercice (hors saisie en cours), avec la date du dernier
      * paiement quand la facture est soldee TTC. Les montants d'une
      * facture en devise sont convertis en euros au taux de la
      * facture ; le solde se juge en devise. La TVA autoliquidee
      * (tva_aut_ffo) est deja en euros.
       EXEC SQL
           DECLARE C-FFO CURSOR FOR
               SELECT f.id_ffo, f.num_ffo,
                      TO_CHAR(f.date_ffo, 'YYYYMMDD'),
                      ROUND(f.mtt_ffo * COALESCE(f.taux_ffo, 1), 2),
                      ROUND(COALESCE(f.mtt_tva_ffo, 0)
                            * COALESCE(f.taux_ffo, 1), 2),
                      COALESCE(f.tva_aut_ffo, 0),
                      o.id_fou, o.nom_fou,
                      CASE WHEN COALESCE(p.mtt, 0) >=
                                f.mtt_ffo + COALESCE(f.mtt_tva_ffo, 0)
                           THEN TO_CHAR(p.dat, 'YYYYMMDD')
                           ELSE ' ' END
               FROM   facture_fournisseur f
               JOIN   fournisseur o ON o.id_fou = f.id_fou
               LEFT JOIN (SELECT id_ffo, SUM(mtt_rgf) AS mtt,
                                 MAX(date_rgf) AS dat
                          FROM   reglement_fournisseur
                          GROUP BY id_ffo) p ON p.id_ffo = f.id_ffo
               WHERE  COALESCE(f.statut_ffo, 'saisie') <> 'saisie'
               AND    EXTRACT(YEAR FROM f.date_ffo) = :PG-EXE-FEC
               ORDER BY f.date_ffo, f.id_ffo
       END-EXEC.

      * Declaration du curseur des paiements fournisseur de
      * l'exercice, lettres comme leur facture, en euros au taux du
      * jour du paiement (l'ecart de change est edite par rapchg).
       EXEC SQL
           DECLARE C-RGF CURSOR FOR
               SELECT TO_CHAR(r.date_rgf, 'YYYYMMDD'),
                      COALESCE(r.mtt_eur_rgf, r.mtt_rgf),
                      COALESCE(r.mode_rgf, '*'),
                      f.id_ffo, f.num_ffo, o.id_fou, o.nom_fou,
                      CASE WHEN p.mtt >=
                                f.mtt_ffo + COALESCE(f.mtt_tva_ffo, 0)
                           THEN TO_CHAR(p.dat, 'YYYYMMDD')
                           ELSE ' ' END
               FROM   reglement_fournisseur r
               JOIN   facture_fournisseur f ON f.id_ffo = r.id_ffo
               JOIN   fournisseur o ON o.id_fou = f.id_fou
               JOIN   (SELECT id_ffo, SUM(mtt_rgf) AS mtt,
                              MAX(date_rgf) AS dat
                       FROM   reglement_fournisseur
                       GROUP BY id_ffo) p ON p.id_ffo = r.id_ffo
               WHERE  EXTRACT(YEAR FROM r.date_rgf) = :PG-EXE-FEC
               ORDER BY r.date_rgf, r.id_rgf
       END-EXEC.

      * Declaration du curseur des passages en perte de l'exercice,
      * lettres comme les reglements une fois la facture soldee.
       EXEC SQL
           DECLARE C-PPE CURSOR FOR
               SELECT p.id_ppe, TO_CHAR(p.date_ppe, 'YYYYMMDD'),
                      p.type_ppe, p.mtt_ppe, p.id_fac,
                      k.id_cli, k.nom_cli,
                      CASE WHEN s.mtt >= f.mtt_ttc
                           THEN TO_CHAR(s.dat, 'YYYYMMDD')
                           ELSE ' ' END
               FROM   passage_perte p
               JOIN   facture f ON f.id_fac = p.id_fac
               JOIN   client k  ON k.id_cli = p.id_cli
               JOIN   (SELECT id_fac, SUM(mtt_let) AS mtt,
                              MAX(date_let) AS dat
                       FROM   reglement_lettrage
                       GROUP BY id_fac) s ON s.id_fac = p.id_fac
               WHERE  EXTRACT(YEAR FROM p.date_ppe) = :PG-EXE-FEC
               ORDER BY p.date_ppe, p.id_ppe
       END-EXEC.

      * Exercice lu sur la ligne de commande (AAAA).
       01 WS-EXE-ARG            PIC X(04)   VALUE SPACES.

      * Identite de la societe (gensoc) : le SIREN (9 premiers
      * chiffres du SIRET) entre dans le nom du fichier.
       01 WS-RSO-SOC            PIC X(50).
       01 WS-ADR-SOC            PIC X(50).
       01 WS-VIL-SOC            PIC X(60).
       01 WS-SIR-SOC            PIC X(14).
       01 WS-TVA-SOC            PIC X(20).
       01 WS-RTR-SOC            PIC 9(01).
       01 WS-SIREN              PIC X(09).

      * Zones d'une ligne d'ecriture, garnies avant chaque appel de
      * 8100-ECR-LGN. La date de piece et la date de validation
      * reprennent la date d'ecriture.
       01 WS-FEC-JNL            PIC X(02).
       01 WS-FEC-JNL-LIB        PIC X(20).
       01 WS-FEC-DAT            PIC X(08).
       01 WS-FEC-AUX-NUM        PIC X(12).
       01 WS-FEC-AUX-LIB        PIC X(50).
       01 WS-FEC-PIE-REF        PIC X(40).
       01 WS-FEC-ECR-LIB        PIC X(60).
       01 WS-FEC-MTT-DEB        PIC 9(10)V99.
       01 WS-FEC-MTT-CRD        PIC 9(10)V99.
       01 WS-FEC-LET            PIC X(12).
       01 WS-FEC-DAT-LET        PIC X(08).

      * Numero d'ecriture, continu sur tout le fichier : toutes les
      * lignes d'une meme piece le partagent.
       01 WS-NUM-ECR            PIC 9(08)   VALUE 0.

      * Reste d'un reglement client non affecte a une facture,
      * porte au 411 sans lettrage.
       01 WS-MTT-RST            PIC S9(10)V99.

       01 WS-NBR-LGN            PIC 9(08)   VALUE 0.
       01 WS-NBR-ATT            PIC 9(07)   VALUE 0.
       01 WS-TOT-DEB            PIC 9(13)V99 VALUE 0.
       01 WS-TOT-CRD            PIC 9(13)V99 VALUE 0.

       01 WS-NUM-ECR-EDT        PIC Z(07)9.
       01 WS-NUM-PIE-EDT        PIC Z(09)9.
       01 WS-IDF-EDT            PIC Z(09)9.
       01 WS-MTT-DEB-EDT        PIC Z(09)9.99.
       01 WS-MTT-CRD-EDT        PIC Z(09)9.99.
       01 WS-NBR-LGN-EDT        PIC Z(07)9.
       01 WS-NBR-ATT-EDT        PIC Z(06)9.
       01 WS-TOT-DEB-EDT        PIC Z(12)9.99.
       01 WS-TOT-CRD-EDT        PIC Z(12)9.99.


       PROCEDURE DIVISION.

           PERFORM 1000-INITIALISATION-DEB
              THRU 1000-INITIALISATION-FIN.

           PERFORM 2000-FEC-FAC-DEB
              THRU 2000-FEC-FAC-FIN.

           PERFORM 2200-FEC-AVR-DEB
              THRU 2200-FEC-AVR-FIN.

           PERFORM 2300-FEC-RGL-DEB
              THRU 2300-FEC-RGL-FIN.

           PERFORM 2400-FEC-FFO-DEB
              THRU 2400-FEC-FFO-FIN.

           PERFORM 2500-FEC-RGF-DEB
              THRU 2500-FEC-RGF-FIN.

           PERFORM 2600-FEC-PPE-DEB
              THRU 2600-FEC-PPE-FIN.

           PERFORM 3000-FEC-TOT-DEB
              THRU 3000-FEC-TOT-FIN.

           STOP RUN.

      ******************************************************************
      *                         PARAGRAPHES                            *
      ******************************************************************

      * Lit l'exercice demande (l'exercice precedent si la ligne de
      * commande est vide ou invalide), compose le nom legal du
      * fichier et ecrit la ligne des intitules de zones.

       1000-INITIALISATION-DEB.

           ACCEPT WS-EXE-ARG FROM COMMAND-LINE.

           EXEC SQL
               CONNECT :PG-IDENTIFIANT
               IDENTIFIED BY :PG-MOT-PASSE
               USING :PG-NOM-BASE
           END-EXEC.

           EXEC SQL COMMIT END-EXEC.

           IF WS-EXE-ARG NUMERIC
               MOVE WS-EXE-ARG TO PG-EXE-FEC
           ELSE
               EXEC SQL
                   SELECT EXTRACT(YEAR FROM CURRENT_DATE)::INTEGER - 1
                   INTO   :PG-EXE-FEC
               END-EXEC
           END-IF.

           CALL "gensoc" USING WS-RSO-SOC,
                               WS-ADR-SOC,
                               WS-VIL-SOC,
                               WS-SIR-SOC,
                               WS-TVA-SOC,
                               WS-RTR-SOC
           END-CALL.

           MOVE WS-SIR-SOC (1:9) TO WS-SIREN.

           IF WS-SIREN = SPACES
               MOVE "000000000" TO WS-SIREN
           END-IF.

           STRING WS-SIREN "FEC" PG-EXE-FEC "1231.txt"
                  DELIMITED BY SIZE INTO WS-FIC-FEC
           END-STRING.

           OPEN OUTPUT F-FEC.

           MOVE SPACES TO REC-FEC.
           STRING "JournalCode|JournalLib|EcritureNum|EcritureDate|"
                  "CompteNum|CompteLib|CompAuxNum|CompAuxLib|"
                  "PieceRef|PieceDate|EcritureLib|Debit|Credit|"
                  "EcritureLet|DateLet|ValidDate|Montantdevise|"
                  "Idevise"
                  DELIMITED BY SIZE INTO REC-FEC
           END-STRING.
           WRITE REC-FEC.

           DISPLAY "FEC de l'exercice " PG-EXE-FEC " -> "
                   FUNCTION TRIM (WS-FIC-FEC).

           EXIT.
       1000-INITIALISATION-FIN.

      *-----------------------------------------------------------------

      * Journal des ventes : une ecriture par facture de l'exercice.

       2000-FEC-FAC-DEB.

           MOVE "VT"     TO WS-FEC-JNL.
           MOVE "Ventes" TO WS-FEC-JNL-LIB.

           EXEC SQL OPEN C-FAC END-EXEC.

           EXEC SQL
               FETCH C-FAC
               INTO  :PG-IDF-FAC, :PG-NUM-FAC, :PG-DAT-FAC,
                     :PG-MTT-TTC, :PG-IDF-CLI, :PG-NOM-CLI,
                     :PG-DAT-LET
           END-EXEC.

           PERFORM 2100-FEC-UNE-FAC-DEB
              THRU 2100-FEC-UNE-FAC-FIN
              UNTIL SQLCODE NOT = 0.

           EXEC SQL CLOSE C-FAC END-EXEC.

           EXIT.
       2000-FEC-FAC-FIN.

      *-----------------------------------------------------------------

      * Facture : debit du client (411) pour le TTC, credit des
      * ventes et de la TVA collectee taux par taux.

       2100-FEC-UNE-FAC-DEB.

           ADD 1 TO WS-NUM-ECR.

           MOVE PG-DAT-FAC TO WS-FEC-DAT.

           MOVE PG-NUM-FAC TO WS-NUM-PIE-EDT.
           MOVE SPACES TO WS-FEC-PIE-REF.
           STRING "FA" PG-EXE-FEC "-" DELIMITED BY SIZE
                  FUNCTION TRIM (WS-NUM-PIE-EDT) DELIMITED BY SIZE
                  INTO WS-FEC-PIE-REF
           END-STRING.

           MOVE SPACES TO WS-FEC-ECR-LIB.
           STRING "Facture " DELIMITED BY SIZE
                  WS-FEC-PIE-REF DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
                  PG-NOM-CLI DELIMITED BY SIZE
                  INTO WS-FEC-ECR-LIB
           END-STRING.

           PERFORM 8200-AUX-CLI-DEB
              THRU 8200-AUX-CLI-FIN.

           MOVE "client" TO PG-TYP-CPT.
           MOVE "*"      TO PG-CLE-CPT.
           PERFORM 8000-RCH-CPT-DEB
              THRU 8000-RCH-CPT-FIN.

           IF PG-DAT-LET NOT = SPACES
               MOVE PG-IDF-FAC TO WS-IDF-EDT
               MOVE SPACES TO WS-FEC-LET
               STRING "L" DELIMITED BY SIZE
                      FUNCTION TRIM (WS-IDF-EDT) DELIMITED BY SIZE
                      INTO WS-FEC-LET
               END-STRING
               MOVE PG-DAT-LET TO WS-FEC-DAT-LET
           END-IF.

           MOVE PG-MTT-TTC TO WS-FEC-MTT-DEB.
           MOVE 0          TO WS-FEC-MTT-CRD.
           PERFORM 8100-ECR-LGN-DEB
              THRU 8100-ECR-LGN-FIN.

           MOVE SPACES TO WS-FEC-AUX-NUM WS-FEC-AUX-LIB.

           EXEC SQL OPEN C-FTV END-EXEC.

           EXEC SQL
               FETCH C-FTV
               INTO  :PG-CLE-TAU, :PG-MTT-HT, :PG-MTT-TVA
           END-EXEC.

           PERFORM 2150-FEC-FTV-DEB
              THRU 2150-FEC-FTV-FIN
              UNTIL SQLCODE NOT = 0.

           EXEC SQL CLOSE C-FTV END-EXEC.

           EXEC SQL
               FETCH C-FAC
               INTO  :PG-IDF-FAC, :PG-NUM-FAC, :PG-DAT-FAC,
                     :PG-MTT-TTC, :PG-IDF-CLI, :PG-NOM-CLI,
                     :PG-DAT-LET
           END-EXEC.

           EXIT.
       2100-FEC-UNE-FAC-FIN.

      *-----------------------------------------------------------------

       2150-FEC-FTV-DEB.

           MOVE "vente"    TO PG-TYP-CPT.
           MOVE PG-CLE-TAU TO PG-CLE-CPT.
           PERFORM 8000-RCH-CPT-DEB
              THRU 8000-RCH-CPT-FIN.

           MOVE 0         TO WS-FEC-MTT-DEB.
           MOVE PG-MTT-HT TO WS-FEC-MTT-CRD.
           PERFORM 8100-ECR-LGN-DEB
              THRU 8100-ECR-LGN-FIN.

           IF PG-MTT-TVA NOT = 0
               MOVE "tva_col"  TO PG-TYP-CPT
               MOVE PG-CLE-TAU TO PG-CLE-CPT
               PERFORM 8000-RCH-CPT-DEB
                  THRU 8000-RCH-CPT-FIN

               MOVE 0          TO WS-FEC-MTT-DEB
               MOVE PG-MTT-TVA TO WS-FEC-MTT-CRD
               PERFORM 8100-ECR-LGN-DEB
                  THRU 8100-ECR-LGN-FIN
           END-IF.

           EXEC SQL
               FETCH C-FTV
               INTO  :PG-CLE-TAU, :PG-MTT-HT, :PG-MTT-TVA
           END-EXEC.

           EXIT.
       2150-FEC-FTV-FIN.

      *-----------------------------------------------------------------

      * Avoirs : ecriture inverse de la facture, au taux de l'avoir.

       2200-FEC-AVR-DEB.

           EXEC SQL OPEN C-AVR END-EXEC.

           EXEC SQL
               FETCH C-AVR
               INTO  :PG-NUM-AVR, :PG-DAT-AVR, :PG-CLE-TAU,
                     :PG-MTT-HT, :PG-MTT-TVA, :PG-MTT-TTC,
                     :PG-IDF-CLI, :PG-NOM-CLI
           END-EXEC.

           PERFORM 2250-FEC-UN-AVR-DEB
              THRU 2250-FEC-UN-AVR-FIN
              UNTIL SQLCODE NOT = 0.

           EXEC SQL CLOSE C-AVR END-EXEC.

           EXIT.
       2200-FEC-AVR-FIN.

      *-----------------------------------------------------------------

       2250-FEC-UN-AVR-DEB.

           ADD 1 TO WS-NUM-ECR.

           MOVE PG-DAT-AVR TO WS-FEC-DAT.

           MOVE PG-NUM-AVR TO WS-NUM-PIE-EDT.
           MOVE SPACES TO WS-FEC-PIE-REF.
           STRING "AV" DELIMITED BY SIZE
                  FUNCTION TRIM (WS-NUM-PIE-EDT) DELIMITED BY SIZE
                  INTO WS-FEC-PIE-REF
           END-STRING.

           MOVE SPACES TO WS-FEC-ECR-LIB.
           STRING "Avoir " DELIMITED BY SIZE
                  WS-FEC-PIE-REF DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
                  PG-NOM-CLI DELIMITED BY SIZE
                  INTO WS-FEC-ECR-LIB
           END-STRING.

           MOVE SPACES TO WS-FEC-AUX-NUM WS-FEC-AUX-LIB.

           MOVE "vente"    TO PG-TYP-CPT.
           MOVE PG-CLE-TAU TO PG-CLE-CPT.
           PERFORM 8000-RCH-CPT-DEB
              THRU 8000-RCH-CPT-FIN.

           MOVE PG-MTT-HT TO WS-FEC-MTT-DEB.
           MOVE 0         TO WS-FEC-MTT-CRD.
           PERFORM 8100-ECR-LGN-DEB
              THRU 8100-ECR-LGN-FIN.

           IF PG-MTT-TVA NOT = 0
               MOVE "tva_col"  TO PG-TYP-CPT
               MOVE PG-CLE-TAU TO PG-CLE-CPT
               PERFORM 8000-RCH-CPT-DEB
                  THRU 8000-RCH-CPT-FIN

               MOVE PG-MTT-TVA TO WS-FEC-MTT-DEB
               MOVE 0          TO WS-FEC-MTT-CRD
               PERFORM 8100-ECR-LGN-DEB
                  THRU 8100-ECR-LGN-FIN
           END-IF.

           PERFORM 8200-AUX-CLI-DEB
              THRU 8200-AUX-CLI-FIN.

           MOVE "client" TO PG-TYP-CPT.
           MOVE "*"      TO PG-CLE-CPT.
           PERFORM 8000-RCH-CPT-DEB
              THRU 8000-RCH-CPT-FIN.

           MOVE 0          TO WS-FEC-MTT-DEB.
           MOVE PG-MTT-TTC TO WS-FEC-MTT-CRD.
           PERFORM 8100-ECR-LGN-DEB
              THRU 8100-ECR-LGN-FIN.

           EXEC SQL
               FETCH C-AVR
               INTO  :PG-NUM-AVR, :PG-DAT-AVR, :PG-CLE-TAU,
                     :PG-MTT-HT, :PG-MTT-TVA, :PG-MTT-TTC,
                     :PG-IDF-CLI, :PG-NOM-CLI
           END-EXEC.

           EXIT.
       2250-FEC-UN-AVR-FIN.

      *-----------------------------------------------------------------

      * Journal de tresorerie, cote clients : une ecriture par
      * reglement recu.

       2300-FEC-RGL-DEB.

           MOVE "BQ"         TO WS-FEC-JNL.
           MOVE "Tresorerie" TO WS-FEC-JNL-LIB.

           EXEC SQL OPEN C-RGL END-EXEC.

           EXEC SQL
               FETCH C-RGL
               INTO  :PG-IDF-RGL, :PG-DAT-RGL, :PG-MTT-RGL,
                     :PG-MOD-RGL, :PG-IDF-CLI, :PG-NOM-CLI,
                     :PG-MTT-LET-TOT
           END-EXEC.

           PERFORM 2350-FEC-UN-RGL-DEB
              THRU 2350-FEC-UN-RGL-FIN
              UNTIL SQLCODE NOT = 0.

           EXEC SQL CLOSE C-RGL END-EXEC.

           EXIT.
       2300-FEC-RGL-FIN.

      *-----------------------------------------------------------------

      * Reglement : debit du compte de tresorerie du mode de
      * reglement, credit du 411 affectation par affectation (lettree
      * une fois la facture soldee), le reste non affecte au 411 sans
      * lettrage.

       2350-FEC-UN-RGL-DEB.

           ADD 1 TO WS-NUM-ECR.

           MOVE PG-DAT-RGL TO WS-FEC-DAT.

           MOVE PG-IDF-RGL TO WS-NUM-PIE-EDT.
           MOVE SPACES TO WS-FEC-PIE-REF.
           STRING "RG" DELIMITED BY SIZE
                  FUNCTION TRIM (WS-NUM-PIE-EDT) DELIMITED BY SIZE
                  INTO WS-FEC-PIE-REF
           END-STRING.

           MOVE SPACES TO WS-FEC-ECR-LIB.
           STRING "Reglement " DELIMITED BY SIZE
                  PG-MOD-RGL DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
                  PG-NOM-CLI DELIMITED BY SIZE
                  INTO WS-FEC-ECR-LIB
           END-STRING.

           MOVE SPACES TO WS-FEC-AUX-NUM WS-FEC-AUX-LIB.

           MOVE "tresorerie" TO PG-TYP-CPT.
           MOVE PG-MOD-RGL   TO PG-CLE-CPT.
           PERFORM 8000-RCH-CPT-DEB
              THRU 8000-RCH-CPT-FIN.

           MOVE PG-MTT-RGL TO WS-FEC-MTT-DEB.
           MOVE 0          TO WS-FEC-MTT-CRD.
           PERFORM 8100-ECR-LGN-DEB
              THRU 8100-ECR-LGN-FIN.

           PERFORM 8200-AUX-CLI-DEB
              THRU 8200-AUX-CLI-FIN.

           MOVE "client" TO PG-TYP-CPT.
           MOVE "*"      TO PG-CLE-CPT.
           PERFORM 8000-RCH-CPT-DEB
              THRU 8000-RCH-CPT-FIN.

           EXEC SQL OPEN C-LET END-EXEC.

           EXEC SQL
               FETCH C-LET
               INTO  :PG-IDF-FAC-LET, :PG-MTT-LET, :PG-DAT-LET
           END-EXEC.

           PERFORM 2360-FEC-LET-DEB
              THRU 2360-FEC-LET-FIN
              UNTIL SQLCODE NOT = 0.

           EXEC SQL CLOSE C-LET END-EXEC.

           COMPUTE WS-MTT-RST = PG-MTT-RGL - PG-MTT-LET-TOT.

           IF WS-MTT-RST > 0
               MOVE 0          TO WS-FEC-MTT-DEB
               MOVE WS-MTT-RST TO WS-FEC-MTT-CRD
               PERFORM 8100-ECR-LGN-DEB
                  THRU 8100-ECR-LGN-FIN
           END-IF.

           EXEC SQL
               FETCH C-RGL
               INTO  :PG-IDF-RGL, :PG-DAT-RGL, :PG-MTT-RGL,
                     :PG-MOD-RGL, :PG-IDF-CLI, :PG-NOM-CLI,
                     :PG-MTT-LET-TOT
           END-EXEC.

           EXIT.
       2350-FEC-UN-RGL-FIN.

      *-----------------------------------------------------------------

       2360-FEC-LET-DEB.

           IF PG-DAT-LET NOT = SPACES
               MOVE PG-IDF-FAC-LET TO WS-IDF-EDT
               MOVE SPACES TO WS-FEC-LET
               STRING "L" DELIMITED BY SIZE
                      FUNCTION TRIM (WS-IDF-EDT) DELIMITED BY SIZE
                      INTO WS-FEC-LET
               END-STRING
               MOVE PG-DAT-LET TO WS-FEC-DAT-LET
           END-IF.

           MOVE 0          TO WS-FEC-MTT-DEB.
           MOVE PG-MTT-LET TO WS-FEC-MTT-CRD.
           PERFORM 8100-ECR-LGN-DEB
              THRU 8100-ECR-LGN-FIN.

           EXEC SQL
               FETCH C-LET
               INTO  :PG-IDF-FAC-LET, :PG-MTT-LET, :PG-DAT-LET
           END-EXEC.

           EXIT.
       2360-FEC-LET-FIN.

      *-----------------------------------------------------------------

      * Journal des achats : une ecriture par facture fournisseur.

       2400-FEC-FFO-DEB.

           MOVE "AC"     TO WS-FEC-JNL.
           MOVE "Achats" TO WS-FEC-JNL-LIB.

           EXEC SQL OPEN C-FFO END-EXEC.

           EXEC SQL
               FETCH C-FFO
               INTO  :PG-IDF-FFO, :PG-NUM-FFO, :PG-DAT-FFO,
                     :PG-MTT-FFO, :PG-TVA-FFO, :PG-TVA-AUT,
                     :PG-IDF-FOU, :PG-NOM-FOU, :PG-DAT-LET
           END-EXEC.

           PERFORM 2450-FEC-UNE-FFO-DEB
              THRU 2450-FEC-UNE-FFO-FIN
              UNTIL SQLCODE NOT = 0.

           EXEC SQL CLOSE C-FFO END-EXEC.

           EXIT.
       2400-FEC-FFO-FIN.

      *-----------------------------------------------------------------

      * Facture fournisseur : debit des achats (HT) et de la TVA
      * deductible, credit du fournisseur (401) pour le TTC. Une
      * acquisition autoliquidee passe en outre sa TVA autoliquidee au
      * debit de la TVA deductible et au credit de la TVA collectee
      * (cle 'autoliq' de gescpt, sinon compte par defaut du type).

       2450-FEC-UNE-FFO-DEB.

           ADD 1 TO WS-NUM-ECR.

           MOVE PG-DAT-FFO TO WS-FEC-DAT.
           MOVE PG-NUM-FFO TO WS-FEC-PIE-REF.

           MOVE SPACES TO WS-FEC-ECR-LIB.
           STRING "Facture fournisseur " DELIMITED BY SIZE
                  PG-NUM-FFO DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
                  PG-NOM-FOU DELIMITED BY SIZE
                  INTO WS-FEC-ECR-LIB
           END-STRING.

           MOVE SPACES TO WS-FEC-AUX-NUM WS-FEC-AUX-LIB.

           MOVE "achat" TO PG-TYP-CPT.
           MOVE "*"     TO PG-CLE-CPT.
           PERFORM 8000-RCH-CPT-DEB
              THRU 8000-RCH-CPT-FIN.

           MOVE PG-MTT-FFO TO WS-FEC-MTT-DEB.
           MOVE 0          TO WS-FEC-MTT-CRD.
           PERFORM 8100-ECR-LGN-DEB
              THRU 8100-ECR-LGN-FIN.

           IF PG-TVA-FFO NOT = 0
               MOVE "tva_ded" TO PG-TYP-CPT
               MOVE "*"       TO PG-CLE-CPT
               PERFORM 8000-RCH-CPT-DEB
                  THRU 8000-RCH-CPT-FIN

               MOVE PG-TVA-FFO TO WS-FEC-MTT-DEB
               MOVE 0          TO WS-FEC-MTT-CRD
               PERFORM 8100-ECR-LGN-DEB
                  THRU 8100-ECR-LGN-FIN
           END-IF.

           IF PG-TVA-AUT NOT = 0
               MOVE "tva_ded" TO PG-TYP-CPT
               MOVE "autoliq" TO PG-CLE-CPT
               PERFORM 8000-RCH-CPT-DEB
                  THRU 8000-RCH-CPT-FIN

               MOVE PG-TVA-AUT TO WS-FEC-MTT-DEB
               MOVE 0          TO WS-FEC-MTT-CRD
               PERFORM 8100-ECR-LGN-DEB
                  THRU 8100-ECR-LGN-FIN

               MOVE "tva_col" TO PG-TYP-CPT
               MOVE "autoliq" TO PG-CLE-CPT
               PERFORM 8000-RCH-CPT-DEB
                  THRU 8000-RCH-CPT-FIN

               MOVE 0          TO WS-FEC-MTT-DEB
               MOVE PG-TVA-AUT TO WS-FEC-MTT-CRD
               PERFORM 8100-ECR-LGN-DEB
                  THRU 8100-ECR-LGN-FIN
           END-IF.

           PERFORM 8300-AUX-FOU-DEB
              THRU 8300-AUX-FOU-FIN.

           MOVE "fournisseur" TO PG-TYP-CPT.
           MOVE "*"           TO PG-CLE-CPT.
           PERFORM 8000-RCH-CPT-DEB
              THRU 8000-RCH-CPT-FIN.

           IF PG-DAT-LET NOT = SPACES
               PERFORM 8400-LET-FFO-DEB
                  THRU 8400-LET-FFO-FIN
           END-IF.

           MOVE 0 TO WS-FEC-MTT-DEB.
           COMPUTE WS-FEC-MTT-CRD = PG-MTT-FFO + PG-TVA-FFO.
           PERFORM 8100-ECR-LGN-DEB
              THRU 8100-ECR-LGN-FIN.

           EXEC SQL
               FETCH C-FFO
               INTO  :PG-IDF-FFO, :PG-NUM-FFO, :PG-DAT-FFO,
                     :PG-MTT-FFO, :PG-TVA-FFO, :PG-TVA-AUT,
                     :PG-IDF-FOU, :PG-NOM-FOU, :PG-DAT-LET
           END-EXEC.

           EXIT.
       2450-FEC-UNE-FFO-FIN.

      *-----------------------------------------------------------------

      * Journal de tresorerie, cote fournisseurs : debit du 401,
      * credit du compte de tresorerie du mode de paiement.

       2500-FEC-RGF-DEB.

           MOVE "BQ"         TO WS-FEC-JNL.
           MOVE "Tresorerie" TO WS-FEC-JNL-LIB.

           EXEC SQL OPEN C-RGF END-EXEC.

           EXEC SQL
               FETCH C-RGF
               INTO  :PG-DAT-RGF, :PG-MTT-RGF, :PG-MOD-RGL,
                     :PG-IDF-FFO, :PG-NUM-FFO, :PG-IDF-FOU,
                     :PG-NOM-FOU, :PG-DAT-LET
           END-EXEC.

           PERFORM 2550-FEC-UN-RGF-DEB
              THRU 2550-FEC-UN-RGF-FIN
              UNTIL SQLCODE NOT = 0.

           EXEC SQL CLOSE C-RGF END-EXEC.

           EXIT.
       2500-FEC-RGF-FIN.

      *-----------------------------------------------------------------

       2550-FEC-UN-RGF-DEB.

           ADD 1 TO WS-NUM-ECR.

           MOVE PG-DAT-RGF TO WS-FEC-DAT.
           MOVE PG-NUM-FFO TO WS-FEC-PIE-REF.

           MOVE SPACES TO WS-FEC-ECR-LIB.
           STRING "Paiement " DELIMITED BY SIZE
                  PG-MOD-RGL DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
                  PG-NOM-FOU DELIMITED BY SIZE
                  INTO WS-FEC-ECR-LIB
           END-STRING.

           PERFORM 8300-AUX-FOU-DEB
              THRU 8300-AUX-FOU-FIN.

           MOVE "fournisseur" TO PG-TYP-CPT.
           MOVE "*"           TO PG-CLE-CPT.
           PERFORM 8000-RCH-CPT-DEB
              THRU 8000-RCH-CPT-FIN.

           IF PG-DAT-LET NOT = SPACES
               PERFORM 8400-LET-FFO-DEB
                  THRU 8400-LET-FFO-FIN
           END-IF.

           MOVE PG-MTT-RGF TO WS-FEC-MTT-DEB.
           MOVE 0          TO WS-FEC-MTT-CRD.
           PERFORM 8100-ECR-LGN-DEB
              THRU 8100-ECR-LGN-FIN.

           MOVE SPACES TO WS-FEC-AUX-NUM WS-FEC-AUX-LIB.

           MOVE "tresorerie" TO PG-TYP-CPT.
           MOVE PG-MOD-RGL   TO PG-CLE-CPT.
           PERFORM 8000-RCH-CPT-DEB
              THRU 8000-RCH-CPT-FIN.

           MOVE 0          TO WS-FEC-MTT-DEB.
           MOVE PG-MTT-RGF TO WS-FEC-MTT-CRD.
           PERFORM 8100-ECR-LGN-DEB
              THRU 8100-ECR-LGN-FIN.

           EXEC SQL
               FETCH C-RGF
               INTO  :PG-DAT-RGF, :PG-MTT-RGF, :PG-MOD-RGL,
                     :PG-IDF-FFO, :PG-NUM-FFO, :PG-IDF-FOU,
                     :PG-NOM-FOU, :PG-DAT-LET
           END-EXEC.

           EXIT.
       2550-FEC-UN-RGF-FIN.

      *-----------------------------------------------------------------

      * Journal des operations diverses : une ecriture par passage en
      * perte.

       2600-FEC-PPE-DEB.

           MOVE "OD"                  TO WS-FEC-JNL.
           MOVE "Operations diverses" TO WS-FEC-JNL-LIB.

           EXEC SQL OPEN C-PPE END-EXEC.

           EXEC SQL
               FETCH C-PPE
               INTO  :PG-IDF-PPE, :PG-DAT-PPE, :PG-TYP-PPE,
                     :PG-MTT-PPE, :PG-IDF-FAC-LET, :PG-IDF-CLI,
                     :PG-NOM-CLI, :PG-DAT-LET
           END-EXEC.

           PERFORM 2650-FEC-UN-PPE-DEB
              THRU 2650-FEC-UN-PPE-FIN
              UNTIL SQLCODE NOT = 0.

           EXEC SQL CLOSE C-PPE END-EXEC.

           EXIT.
       2600-FEC-PPE-FIN.

      *-----------------------------------------------------------------

      * Passage en perte : debit du compte de perte du type (residuel
      * ou irrecouvrable), credit du 411 lettre une fois la facture
      * soldee.

       2650-FEC-UN-PPE-DEB.

           ADD 1 TO WS-NUM-ECR.

           MOVE PG-DAT-PPE TO WS-FEC-DAT.

           MOVE PG-IDF-PPE TO WS-NUM-PIE-EDT.
           MOVE SPACES TO WS-FEC-PIE-REF.
           STRING "PP" DELIMITED BY SIZE
                  FUNCTION TRIM (WS-NUM-PIE-EDT) DELIMITED BY SIZE
                  INTO WS-FEC-PIE-REF
           END-STRING.

           MOVE SPACES TO WS-FEC-ECR-LIB.
           STRING "Perte " DELIMITED BY SIZE
                  PG-TYP-PPE DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
                  PG-NOM-CLI DELIMITED BY SIZE
                  INTO WS-FEC-ECR-LIB
           END-STRING.

           MOVE SPACES TO WS-FEC-AUX-NUM WS-FEC-AUX-LIB.

           MOVE "perte"    TO PG-TYP-CPT.
           MOVE PG-TYP-PPE TO PG-CLE-CPT.
           PERFORM 8000-RCH-CPT-DEB
              THRU 8000-RCH-CPT-FIN.

           MOVE PG-MTT-PPE TO WS-FEC-MTT-DEB.
           MOVE 0          TO WS-FEC-MTT-CRD.
           PERFORM 8100-ECR-LGN-DEB
              THRU 8100-ECR-LGN-FIN.

           PERFORM 8200-AUX-CLI-DEB
              THRU 8200-AUX-CLI-FIN.

           MOVE "client" TO PG-TYP-CPT.
           MOVE "*"      TO PG-CLE-CPT.
           PERFORM 8000-RCH-CPT-DEB
              THRU 8000-RCH-CPT-FIN.

           IF PG-DAT-LET NOT = SPACES
               MOVE PG-IDF-FAC-LET TO WS-IDF-EDT
               MOVE SPACES TO WS-FEC-LET
               STRING "L" DELIMITED BY SIZE
                      FUNCTION TRIM (WS-IDF-EDT) DELIMITED BY SIZE
                      INTO WS-FEC-LET
               END-STRING
               MOVE PG-DAT-LET TO WS-FEC-DAT-LET
           END-IF.

           MOVE 0          TO WS-FEC-MTT-DEB.
           MOVE PG-MTT-PPE TO WS-FEC-MTT-CRD.
           PERFORM 8100-ECR-LGN-DEB
              THRU 8100-ECR-LGN-FIN.

           EXEC SQL
               FETCH C-PPE
               INTO  :PG-IDF-PPE, :PG-DAT-PPE, :PG-TYP-PPE,
                     :PG-MTT-PPE, :PG-IDF-FAC-LET, :PG-IDF-CLI,
                     :PG-NOM-CLI, :PG-DAT-LET
           END-EXEC.

           EXIT.
       2650-FEC-UN-PPE-FIN.

      *-----------------------------------------------------------------

      * Compte rendu : nombre de lignes, totaux debit et credit (qui
      * doivent s'equilibrer) et lignes parties au compte d'attente.

       3000-FEC-TOT-DEB.

           CLOSE F-FEC.

           MOVE WS-NBR-LGN TO WS-NBR-LGN-EDT.
           MOVE WS-NUM-ECR TO WS-NUM-ECR-EDT.
           MOVE WS-TOT-DEB TO WS-TOT-DEB-EDT.
           MOVE WS-TOT-CRD TO WS-TOT-CRD-EDT.
           MOVE WS-NBR-ATT TO WS-NBR-ATT-EDT.

           DISPLAY "Ecritures : " FUNCTION TRIM (WS-NUM-ECR-EDT)
                   " ; lignes : " FUNCTION TRIM (WS-NBR-LGN-EDT).
           DISPLAY "Total debit  : " FUNCTION TRIM (WS-TOT-DEB-EDT).
           DISPLAY "Total credit : " FUNCTION TRIM (WS-TOT-CRD-EDT).

           IF WS-TOT-DEB NOT = WS-TOT-CRD
               DISPLAY "ATTENTION : le FEC n'est pas equilibre."
           END-IF.

           IF WS-NBR-ATT NOT = 0
               DISPLAY "ATTENTION : " FUNCTION TRIM (WS-NBR-ATT-EDT)
                       " ligne(s) au compte d'attente 471000 "
                       "(correspondance a completer via gescpt)."
           END-IF.

           EXIT.
       3000-FEC-TOT-FIN.

      *-----------------------------------------------------------------

      * Recherche le compte du type et de la cle demandes, a defaut
      * le compte par defaut '*' du type, a defaut le compte
      * d'attente.

       8000-RCH-CPT-DEB.

           EXEC SQL
               SELECT num_cpt, lib_cpt
               INTO   :PG-NUM-CPT, :PG-LIB-CPT
               FROM   plan_comptable
               WHERE  type_cpt = :PG-TYP-CPT
               AND    cle_cpt IN (:PG-CLE-CPT, '*')
               ORDER BY CASE WHEN cle_cpt = '*' THEN 1 ELSE 0 END
               FETCH FIRST 1 ROW ONLY
           END-EXEC.

           IF SQLCODE NOT = 0
               MOVE "471000"           TO PG-NUM-CPT
               MOVE "Compte d'attente" TO PG-LIB-CPT
               ADD 1 TO WS-NBR-ATT
           END-IF.

           EXIT.
       8000-RCH-CPT-FIN.

      *-----------------------------------------------------------------

      * Ecrit une ligne du FEC depuis les zones WS-FEC-xxx et le
      * compte trouve par 8000, puis remet a blanc le lettrage. Les
      * montants sont edites avec la virgule decimale.

       8100-ECR-LGN-DEB.

           ADD 1 TO WS-NBR-LGN.
           ADD WS-FEC-MTT-DEB TO WS-TOT-DEB.
           ADD WS-FEC-MTT-CRD TO WS-TOT-CRD.

           MOVE WS-NUM-ECR     TO WS-NUM-ECR-EDT.
           MOVE WS-FEC-MTT-DEB TO WS-MTT-DEB-EDT.
           MOVE WS-FEC-MTT-CRD TO WS-MTT-CRD-EDT.
           INSPECT WS-MTT-DEB-EDT REPLACING ALL "." BY ",".
           INSPECT WS-MTT-CRD-EDT REPLACING ALL "." BY ",".

           MOVE SPACES TO REC-FEC.
           STRING WS-FEC-JNL "|"
                  FUNCTION TRIM (WS-FEC-JNL-LIB) "|"
                  FUNCTION TRIM (WS-NUM-ECR-EDT) "|"
                  WS-FEC-DAT "|"
                  FUNCTION TRIM (PG-NUM-CPT) "|"
                  FUNCTION TRIM (PG-LIB-CPT) "|"
                  DELIMITED BY SIZE
                  WS-FEC-AUX-NUM DELIMITED BY "  "
                  "|" DELIMITED BY SIZE
                  WS-FEC-AUX-LIB DELIMITED BY "  "
                  "|" DELIMITED BY SIZE
                  WS-FEC-PIE-REF DELIMITED BY "  "
                  "|" WS-FEC-DAT "|" DELIMITED BY SIZE
                  WS-FEC-ECR-LIB DELIMITED BY "  "
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM (WS-MTT-DEB-EDT) "|"
                  FUNCTION TRIM (WS-MTT-CRD-EDT) "|"
                  DELIMITED BY SIZE
                  WS-FEC-LET DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  WS-FEC-DAT-LET DELIMITED BY SPACE
                  "|" WS-FEC-DAT "||" DELIMITED BY SIZE
                  INTO REC-FEC
           END-STRING.
           WRITE REC-FEC.

           MOVE SPACES TO WS-FEC-LET WS-FEC-DAT-LET.

           EXIT.
       8100-ECR-LGN-FIN.

      *-----------------------------------------------------------------

      * Compte auxiliaire du client courant (C + id client).

       8200-AUX-CLI-DEB.

           MOVE PG-IDF-CLI TO WS-IDF-EDT.
           MOVE SPACES TO WS-FEC-AUX-NUM.
           STRING "C" DELIMITED BY SIZE
                  FUNCTION TRIM (WS-IDF-EDT) DELIMITED BY SIZE
                  INTO WS-FEC-AUX-NUM
           END-STRING.
           MOVE PG-NOM-CLI TO WS-FEC-AUX-LIB.

           EXIT.
       8200-AUX-CLI-FIN.

      *-----------------------------------------------------------------

      * Compte auxiliaire du fournisseur courant (F + id fournisseur).

       8300-AUX-FOU-DEB.

           MOVE PG-IDF-FOU TO WS-IDF-EDT.
           MOVE SPACES TO WS-FEC-AUX-NUM.
           STRING "F" DELIMITED BY SIZE
                  FUNCTION TRIM (WS-IDF-EDT) DELIMITED BY SIZE
                  INTO WS-FEC-AUX-NUM
           END-STRING.
           MOVE PG-NOM-FOU TO WS-FEC-AUX-LIB.

           EXIT.
       8300-AUX-FOU-FIN.

      *-----------------------------------------------------------------

      * Code de lettrage d'une facture fournisseur soldee
      * (P + id facture fournisseur).

       8400-LET-FFO-DEB.

           MOVE PG-IDF-FFO TO WS-IDF-EDT.
           MOVE SPACES TO WS-FEC-LET.
           STRING "P" DELIMITED BY SIZE
                  FUNCTION TRIM (WS-IDF-EDT) DELIMITED BY SIZE
                  INTO WS-FEC-LET
           END-STRING.
           MOVE PG-DAT-LET TO WS-FEC-DAT-LET.

           EXIT.
       8400-LET-FFO-FIN.
