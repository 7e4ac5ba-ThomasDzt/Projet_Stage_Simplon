      ******************************************************************
      *                                                                *
      *                 DESCRIPTION DU SOUS-PROGRAMME                  *
      *                                                                *
      * genfel : ecriture de la facture electronique d'une facture ou  *
      * d'un avoir client, au format UBL 2.1 (Invoice pour une         *
      * facture, CreditNote pour un avoir, profil EN 16931). Appele    *
      * par le traitement trtfel pour chaque nouveau document d'un     *
      * client professionnel, et par l'ecran gesfel pour le renvoi     *
      * d'un document rejete par la plateforme. Verifie que le client  *
      * est professionnel (typ_cli 'E') et porte un SIRET (pour une    *
      * facture, le client facture : le payeur d'un groupe), lit       *
      * l'identite vendeur (table societe), l'en-tete du document, la  *
      * ventilation de TVA (facture_tva, ou le taux unique de l'en-    *
      * tete) et ses lignes (commande_ligne de la facture ; pour un    *
      * avoir, la ligne d'origine du retour, avec la facture d'origine *
      * en reference), puis ecrit le fichier FAC-<exercice>-<numero>   *
      * .xml ou AVR-<numero>.xml dans le repertoire de depot de la     *
      * plateforme (rep_dem_soc) et en rend le nom. Le suivi du statut *
      * de transmission (facture_electronique) reste a l'appelant.     *
      *                                                                *
      *----------------------------------------------------------------*
      *                           TRIGRAMMES                           *
      *                                                                *
      * genfel=generation facture electronique                         *
      * FEL=FACTURE ELECTRONIQUE; DOC=DOCUMENT; TYP=TYPE; FAC=FACTURE; *
      * AVR=AVOIR; FTV=FACTURE TVA; LGN=LIGNE; CLI=CLIENT; SOC=SOCIETE;*
      * RSO=RAISON SOCIALE; ADR=ADRESSE; COP=CODE POSTAL; VIL=VILLE;   *
      * SIR=SIRET; TVA=TVA; TAU=TAUX; REP=REPERTOIRE; FIC=FICHIER;     *
      * NUM=NUMERO; EXE=EXERCICE; SER=SERIE; DAT=DATE; ECH=ECHEANCE;   *
      * ORI=ORIGINE; PIE=PIECE; QTE=QUANTITE; PRX=PRIX; MTT=MONTANT;   *
      * HT=HORS TAXES; TTC=TOUTES TAXES; XML=XML; BAL=BALISE;          *
      * NIV=NIVEAU; ATT=ATTRIBUT; VAL=VALEUR; PTR=POINTEUR; CAT=       *
      * CATEGORIE; STA=STATUT; IDF=IDENTIFIANT; RTR=RETOUR (CODE);     *
      * LEC=LECTURE; ECR=ECRITURE; OUV=OUVERTURE; FER=FERMETURE;       *
      * PTY=PARTIE; EDT=EDITION; DEB=DEBUT; ACP=ACOMPTE                *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. genfel.
       AUTHOR. ThomasD.
       DATE-WRITTEN. 15-10-2026 (fr).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT F-FEL ASSIGN TO WS-FIC-FEL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STA-FEL.

       DATA DIVISION.
       FILE SECTION.

       FD F-FEL.
       01 REC-FEL               PIC X(250).

       WORKING-STORAGE SECTION.

      * Fichier du document : <repertoire de depot>/FAC-2026-00001.xml
      * ou <repertoire de depot>/AVR-12.xml.
       01 WS-FIC-FEL            PIC X(80).
       01 WS-STA-FEL            PIC X(02).
           88 WS-STA-FEL-OK                 VALUE "00".

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.

       01 PG-IDF-DOC            PIC 9(10).

      * Identite vendeur et repertoire de depot de la plateforme.
       01 PG-RSO-SOC            PIC X(50).
       01 PG-ADR-SOC            PIC X(50).
       01 PG-COP-SOC            PIC X(05).
       01 PG-VIL-SOC            PIC X(50).
       01 PG-SIR-SOC            PIC X(14).
       01 PG-TVA-SOC            PIC X(20).
       01 PG-REP-DEM            PIC X(40).

      * En-tete du document (facture ou avoir).
       01 PG-IDF-FAC            PIC 9(10).
       01 PG-IDF-CMD            PIC 9(10).
       01 PG-NUM-DOC            PIC 9(10).
       01 PG-EXE-FAC            PIC 9(04).
       01 PG-DAT-DOC            PIC X(10).
       01 PG-DAT-ECH            PIC X(10).
       01 PG-TAU-TVA            PIC 9(03)V99.
       01 PG-MTT-HT             PIC 9(10)V99.
       01 PG-MTT-TVA            PIC 9(10)V99.
       01 PG-MTT-TTC            PIC 9(10)V99.
      * Acomptes deduits de la facture par genfac (0 pour un avoir) :
      * le net a payer est le TTC moins ces acomptes.
       01 PG-MTT-ACP            PIC 9(10)V99.

      * Facture d'origine d'un avoir (BillingReference).
       01 PG-NUM-FAC-ORI        PIC 9(10).
       01 PG-EXE-FAC-ORI        PIC 9(04).
       01 PG-DAT-FAC-ORI        PIC X(10).

      * Acheteur.
       01 PG-NOM-CLI            PIC X(50).
       01 PG-ADR-CLI            PIC X(50).
       01 PG-COP-CLI            PIC 9(05).
       01 PG-VIL-CLI            PIC X(50).
       01 PG-TYP-CLI            PIC X(01).
       01 PG-SIR-CLI            PIC X(14).

      * Taux de TVA par defaut des lignes anterieures au taux par
      * piece, comme genfac.
       01 PG-TAU-DEF            PIC 9(03)V99 VALUE 20.00.

      * Ventilation par taux et lignes, lues par curseur.
       01 PG-TAU-FTV-RSU        PIC 9(03)V99.
       01 PG-HT-FTV-RSU         PIC 9(10)V99.
       01 PG-TVA-FTV-RSU        PIC 9(10)V99.

       01 PG-NOM-PIE-RSU        PIC X(30).
       01 PG-QTE-LGN-RSU        PIC 9(05).
       01 PG-PRX-LGN-RSU        PIC 9(08)V99.
       01 PG-TAU-LGN-RSU        PIC 9(03)V99.

       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

      * Declaration du curseur de la ventilation de TVA figee par
      * genfac pour la facture.
       EXEC SQL
           DECLARE C-FTV CURSOR FOR
               SELECT tau_tva, mtt_ht, mtt_tva
               FROM   facture_tva
               WHERE  id_fac = :PG-IDF-FAC
               ORDER BY tau_tva
       END-EXEC.

      * Declaration du curseur des lignes estampillees de la facture,
      * au taux fige a la vente. Le prix net d'une ligne comprend son
      * eco-participation, comme la base HT calculee par genfac.
       EXEC SQL
           DECLARE C-LGN CURSOR FOR
               SELECT COALESCE(p.nom_pie, s.lib_prs),
                      l.qte_lgn_cmd,
                      l.prix_lgn_cmd + COALESCE(l.eco_lgn_cmd, 0),
                      COALESCE(l.tau_tva_lgn, :PG-TAU-DEF)
               FROM   commande_ligne l
               LEFT JOIN piece p      ON p.id_pie = l.id_pie
               LEFT JOIN prestation s ON s.id_prs = l.id_prs
               WHERE  l.id_fac = :PG-IDF-FAC
               ORDER BY l.id_lgn_cmd
       END-EXEC.

      * Type de document demande : F = facture, A = avoir.
       01 WS-TYP-DOC            PIC X(01).
           88 WS-TYP-DOC-FAC                VALUE "F".
           88 WS-TYP-DOC-AVR                VALUE "A".

      * Code retour rendu a l'appelant : 0 = fichier ecrit ;
      * 1 = document inconnu ; 2 = client non professionnel ou sans
      * SIRET ; 3 = fichier impossible a ecrire ; 4 = table societe
      * vide.
       01 WS-RTR-FEL            PIC 9(01)   VALUE 0.
           88 WS-RTR-FEL-OK                 VALUE 0.
           88 WS-RTR-FEL-DOC-INV            VALUE 1.
           88 WS-RTR-FEL-CLI-INV            VALUE 2.
           88 WS-RTR-FEL-FIC-ERR            VALUE 3.
           88 WS-RTR-FEL-SOC-ABS            VALUE 4.

      * Balise en cours d'ecriture : nom, attribut eventuel, valeur,
      * et niveau d'indentation courant.
       01 WS-XML-BAL            PIC X(40).
       01 WS-XML-ATT            PIC X(40).
       01 WS-XML-VAL            PIC X(100).
       01 WS-XML-NIV            PIC 9(02)   VALUE 0.
       01 WS-XML-PTR            PIC 9(03).
       01 WS-XML-CAT            PIC X(40).

      * Zones editees du fichier : montants au point decimal,
      * quantite, taux, numeros.
       01 WS-MTT-XML            PIC Z(09)9.99.
       01 WS-QTE-XML            PIC Z(04)9.
       01 WS-TAU-XML            PIC Z(02)9.99.
       01 WS-NUM-FAC-SER        PIC 9(05).
       01 WS-NUM-DOC-EDT        PIC Z(09)9.
       01 WS-NUM-DOC-XML        PIC X(20).
       01 WS-COP-CLI-XML        PIC X(05).
       01 WS-CAT-TVA            PIC X(01).

      * Partie en cours d'ecriture (vendeur ou acheteur).
       01 WS-NOM-XML            PIC X(50).
       01 WS-SIR-XML            PIC X(14).
       01 WS-MTT-LGN            PIC 9(10)V99.
       01 WS-NUM-LGN            PIC 9(05)   VALUE 0.
       01 WS-NUM-LGN-EDT        PIC Z(04)9.
       01 WS-NBR-FTV            PIC 9(02)   VALUE 0.

      * Vocabulaire UBL du document : racine et balises de ligne
      * different entre facture et avoir.
       01 WS-XML-RAC            PIC X(12).
       01 WS-XML-LGN            PIC X(20).
       01 WS-XML-QTE            PIC X(25).

       LINKAGE SECTION.
       01 LK-TYP-DOC            PIC X(01).
       01 LK-IDF-DOC            PIC 9(10).
       01 LK-FIC-FEL            PIC X(80).
       01 LK-RTR-FEL            PIC 9(01).


       PROCEDURE DIVISION USING LK-TYP-DOC,
                                LK-IDF-DOC,
                                LK-FIC-FEL,
                                LK-RTR-FEL.

           MOVE LK-TYP-DOC TO WS-TYP-DOC.
           MOVE LK-IDF-DOC TO PG-IDF-DOC.
           MOVE SPACES     TO WS-FIC-FEL.
           MOVE 0          TO WS-RTR-FEL.
           MOVE 0          TO WS-XML-NIV.
           MOVE 0          TO WS-NUM-LGN.
           MOVE 0          TO PG-MTT-ACP.

           PERFORM 0100-LEC-SOC-DEB
              THRU 0100-LEC-SOC-FIN.

           IF WS-RTR-FEL-OK
               IF WS-TYP-DOC-AVR
                   PERFORM 0250-LEC-AVR-DEB
                      THRU 0250-LEC-AVR-FIN
               ELSE
                   PERFORM 0200-LEC-FAC-DEB
                      THRU 0200-LEC-FAC-FIN
               END-IF
           END-IF.

           IF WS-RTR-FEL-OK
               PERFORM 0300-ECR-FEL-DEB
                  THRU 0300-ECR-FEL-FIN
           END-IF.

           MOVE WS-FIC-FEL TO LK-FIC-FEL.
           MOVE WS-RTR-FEL TO LK-RTR-FEL.

           EXIT PROGRAM.

      ******************************************************************
      *                         PARAGRAPHES                            *
      ******************************************************************

      * Identite vendeur et repertoire de depot de la plateforme.

       0100-LEC-SOC-DEB.

           EXEC SQL
               SELECT raison_soc, COALESCE(adr_soc, ' '),
                      COALESCE(cop_soc, ' '),
                      COALESCE(vil_soc, ' '),
                      COALESCE(siret_soc, ' '),
                      COALESCE(tva_soc, ' '),
                      COALESCE(rep_dem_soc, 'demat/sortant')
               INTO   :PG-RSO-SOC, :PG-ADR-SOC, :PG-COP-SOC,
                      :PG-VIL-SOC, :PG-SIR-SOC, :PG-TVA-SOC,
                      :PG-REP-DEM
               FROM   societe
               FETCH FIRST 1 ROW ONLY
           END-EXEC.

           IF SQLCODE NOT = 0
               SET WS-RTR-FEL-SOC-ABS TO TRUE
           END-IF.

       0100-LEC-SOC-FIN.
           EXIT.

      *-----------------------------------------------------------------

      * En-tete de la facture et acheteur, le client facture
      * (id_cli_fac : payeur d'un groupe, client de la commande pour
      * les factures anterieures) ; le nom du fichier porte le numero
      * au format d'exercice. Les acomptes deduits (mtt_acp_fac) sont
      * lus pour le net a payer, comme sur la facture imprimee.

       0200-LEC-FAC-DEB.

           MOVE PG-IDF-DOC TO PG-IDF-FAC.

           EXEC SQL
               SELECT f.id_cmd, f.num_fac,
                      COALESCE(f.exercice_fac,
                               EXTRACT(YEAR FROM f.date_fac)::INTEGER),
                      TO_CHAR(f.date_fac, 'YYYY-MM-DD'),
                      TO_CHAR(COALESCE(f.date_ech_fac, f.date_fac),
                              'YYYY-MM-DD'),
                      f.tau_tva, f.mtt_ht, f.mtt_tva, f.mtt_ttc,
                      COALESCE(f.mtt_acp_fac, 0),
                      k.nom_cli, COALESCE(k.adr_cli, ' '),
                      COALESCE(k.cop_cli, 0), COALESCE(k.vil_cli, ' '),
                      COALESCE(k.typ_cli, 'P'),
                      COALESCE(k.siret_cli, ' ')
               INTO   :PG-IDF-CMD, :PG-NUM-DOC, :PG-EXE-FAC,
                      :PG-DAT-DOC, :PG-DAT-ECH,
                      :PG-TAU-TVA, :PG-MTT-HT, :PG-MTT-TVA,
                      :PG-MTT-TTC, :PG-MTT-ACP,
                      :PG-NOM-CLI, :PG-ADR-CLI, :PG-COP-CLI,
                      :PG-VIL-CLI, :PG-TYP-CLI, :PG-SIR-CLI
               FROM   facture f
               JOIN   commande c ON c.id_cmd = f.id_cmd
               JOIN   client k
                      ON k.id_cli = COALESCE(f.id_cli_fac, c.id_cli)
               WHERE  f.id_fac = :PG-IDF-FAC
           END-EXEC.

           IF SQLCODE NOT = 0
               SET WS-RTR-FEL-DOC-INV TO TRUE
               GO TO 0200-LEC-FAC-FIN
           END-IF.

           IF PG-TYP-CLI NOT = "E" OR PG-SIR-CLI = SPACES
               SET WS-RTR-FEL-CLI-INV TO TRUE
               GO TO 0200-LEC-FAC-FIN
           END-IF.

           MOVE PG-NUM-DOC TO WS-NUM-FAC-SER.
           MOVE SPACES TO WS-NUM-DOC-XML.
           STRING PG-EXE-FAC "-" WS-NUM-FAC-SER
                  DELIMITED BY SIZE INTO WS-NUM-DOC-XML
           END-STRING.

           STRING FUNCTION TRIM (PG-REP-DEM) DELIMITED BY SIZE
                  "/FAC-" DELIMITED BY SIZE
                  WS-NUM-DOC-XML DELIMITED BY SPACE
                  ".xml" DELIMITED BY SIZE
                  INTO WS-FIC-FEL
           END-STRING.

       0200-LEC-FAC-FIN.
           EXIT.

      *-----------------------------------------------------------------

      * En-tete de l'avoir, acheteur, ligne d'origine du retour et
      * facture d'origine citee en reference.

       0250-LEC-AVR-DEB.

           EXEC SQL
               SELECT a.num_avr, TO_CHAR(a.date_avr, 'YYYY-MM-DD'),
                      a.tau_tva, a.mtt_ht, a.mtt_tva, a.mtt_ttc,
                      k.nom_cli, COALESCE(k.adr_cli, ' '),
                      COALESCE(k.cop_cli, 0), COALESCE(k.vil_cli, ' '),
                      COALESCE(k.typ_cli, 'P'),
                      COALESCE(k.siret_cli, ' '),
                      COALESCE(p.nom_pie, s.lib_prs), r.qte_ret,
                      l.prix_lgn_cmd + COALESCE(l.eco_lgn_cmd, 0),
                      COALESCE(f.num_fac, 0),
                      COALESCE(f.exercice_fac,
                               EXTRACT(YEAR FROM f.date_fac)::INTEGER,
                               0),
                      COALESCE(TO_CHAR(f.date_fac, 'YYYY-MM-DD'), ' ')
               INTO   :PG-NUM-DOC, :PG-DAT-DOC,
                      :PG-TAU-TVA, :PG-MTT-HT, :PG-MTT-TVA,
                      :PG-MTT-TTC,
                      :PG-NOM-CLI, :PG-ADR-CLI, :PG-COP-CLI,
                      :PG-VIL-CLI, :PG-TYP-CLI, :PG-SIR-CLI,
                      :PG-NOM-PIE-RSU, :PG-QTE-LGN-RSU,
                      :PG-PRX-LGN-RSU,
                      :PG-NUM-FAC-ORI, :PG-EXE-FAC-ORI,
                      :PG-DAT-FAC-ORI
               FROM   avoir a
               JOIN   client k           ON k.id_cli = a.id_cli
               JOIN   commande_retour r  ON r.id_ret = a.id_ret
               JOIN   commande_ligne l   ON l.id_lgn_cmd = r.id_lgn_cmd
               LEFT JOIN piece p        ON p.id_pie = l.id_pie
               LEFT JOIN prestation s   ON s.id_prs = l.id_prs
               LEFT JOIN facture f       ON f.id_fac = l.id_fac
               WHERE  a.id_avr = :PG-IDF-DOC
           END-EXEC.

           IF SQLCODE NOT = 0
               SET WS-RTR-FEL-DOC-INV TO TRUE
               GO TO 0250-LEC-AVR-FIN
           END-IF.

           IF PG-TYP-CLI NOT = "E" OR PG-SIR-CLI = SPACES
               SET WS-RTR-FEL-CLI-INV TO TRUE
               GO TO 0250-LEC-AVR-FIN
           END-IF.

           MOVE PG-DAT-DOC TO PG-DAT-ECH.
           MOVE PG-TAU-TVA TO PG-TAU-LGN-RSU.

           MOVE PG-NUM-DOC TO WS-NUM-DOC-EDT.
           MOVE FUNCTION TRIM (WS-NUM-DOC-EDT) TO WS-NUM-DOC-XML.

           STRING FUNCTION TRIM (PG-REP-DEM) DELIMITED BY SIZE
                  "/AVR-" DELIMITED BY SIZE
                  WS-NUM-DOC-XML DELIMITED BY SPACE
                  ".xml" DELIMITED BY SIZE
                  INTO WS-FIC-FEL
           END-STRING.

       0250-LEC-AVR-FIN.
           EXIT.

      *-----------------------------------------------------------------

      * Ecrit le document UBL : en-tete, vendeur, acheteur, totaux de
      * TVA, totaux monetaires puis lignes.

       0300-ECR-FEL-DEB.

           IF WS-TYP-DOC-AVR
               MOVE "CreditNote"          TO WS-XML-RAC
               MOVE "cac:CreditNoteLine"  TO WS-XML-LGN
               MOVE "cbc:CreditedQuantity" TO WS-XML-QTE
           ELSE
               MOVE "Invoice"             TO WS-XML-RAC
               MOVE "cac:InvoiceLine"     TO WS-XML-LGN
               MOVE "cbc:InvoicedQuantity" TO WS-XML-QTE
           END-IF.

           OPEN OUTPUT F-FEL.

           IF NOT WS-STA-FEL-OK
               SET WS-RTR-FEL-FIC-ERR TO TRUE
               GO TO 0300-ECR-FEL-FIN
           END-IF.

           MOVE '<?xml version="1.0" encoding="UTF-8"?>' TO REC-FEL.
           WRITE REC-FEL.
           MOVE SPACES TO REC-FEL.
           STRING "<" DELIMITED BY SIZE
                  WS-XML-RAC DELIMITED BY SPACE
                  ' xmlns="urn:oasis:names:specification:ubl:schema:'
                  'xsd:' DELIMITED BY SIZE
                  WS-XML-RAC DELIMITED BY SPACE
                  '-2"' DELIMITED BY SIZE
                  INTO REC-FEL
           END-STRING.
           WRITE REC-FEL.
           MOVE SPACES TO REC-FEL.
           STRING ' xmlns:cac="urn:oasis:names:specification:ubl:'
                  'schema:xsd:CommonAggregateComponents-2"'
                  DELIMITED BY SIZE INTO REC-FEL
           END-STRING.
           WRITE REC-FEL.
           MOVE SPACES TO REC-FEL.
           STRING ' xmlns:cbc="urn:oasis:names:specification:ubl:'
                  'schema:xsd:CommonBasicComponents-2">'
                  DELIMITED BY SIZE INTO REC-FEL
           END-STRING.
           WRITE REC-FEL.
           MOVE 1 TO WS-XML-NIV.

           MOVE "cbc:CustomizationID" TO WS-XML-BAL.
           MOVE "urn:cen.eu:en16931:2017" TO WS-XML-VAL.
           PERFORM 0900-ECR-BAL-DEB THRU 0900-ECR-BAL-FIN.
           MOVE "cbc:ID" TO WS-XML-BAL.
           MOVE WS-NUM-DOC-XML TO WS-XML-VAL.
           PERFORM 0900-ECR-BAL-DEB THRU 0900-ECR-BAL-FIN.
           MOVE "cbc:IssueDate" TO WS-XML-BAL.
           MOVE PG-DAT-DOC TO WS-XML-VAL.
           PERFORM 0900-ECR-BAL-DEB THRU 0900-ECR-BAL-FIN.

           IF WS-TYP-DOC-AVR
               MOVE "cbc:CreditNoteTypeCode" TO WS-XML-BAL
               MOVE "381" TO WS-XML-VAL
           ELSE
               MOVE "cbc:DueDate" TO WS-XML-BAL
               MOVE PG-DAT-ECH TO WS-XML-VAL
               PERFORM 0900-ECR-BAL-DEB THRU 0900-ECR-BAL-FIN
               MOVE "cbc:InvoiceTypeCode" TO WS-XML-BAL
               MOVE "380" TO WS-XML-VAL
           END-IF.
           PERFORM 0900-ECR-BAL-DEB THRU 0900-ECR-BAL-FIN.

           MOVE "cbc:DocumentCurrencyCode" TO WS-XML-BAL.
           MOVE "EUR" TO WS-XML-VAL.
           PERFORM 0900-ECR-BAL-DEB THRU 0900-ECR-BAL-FIN.

           IF WS-TYP-DOC-AVR AND PG-NUM-FAC-ORI NOT = 0
               PERFORM 0350-ECR-REF-DEB
                  THRU 0350-ECR-REF-FIN
           END-IF.

           MOVE "cac:AccountingSupplierParty" TO WS-XML-BAL.
           PERFORM 0910-OUV-BAL-DEB THRU 0910-OUV-BAL-FIN.
           MOVE PG-RSO-SOC TO WS-NOM-XML.
           MOVE PG-SIR-SOC TO WS-SIR-XML.
           PERFORM 0400-ECR-PTY-DEB THRU 0400-ECR-PTY-FIN.
           PERFORM 0450-ECR-ADR-SOC-DEB THRU 0450-ECR-ADR-SOC-FIN.
           PERFORM 0480-ECR-LGL-DEB THRU 0480-ECR-LGL-FIN.
           MOVE "cac:Party" TO WS-XML-BAL.
           PERFORM 0920-FER-BAL-DEB THRU 0920-FER-BAL-FIN.
           MOVE "cac:AccountingSupplierParty" TO WS-XML-BAL.
           PERFORM 0920-FER-BAL-DEB THRU 0920-FER-BAL-FIN.

           MOVE "cac:AccountingCustomerParty" TO WS-XML-BAL.
           PERFORM 0910-OUV-BAL-DEB THRU 0910-OUV-BAL-FIN.
           MOVE PG-NOM-CLI TO WS-NOM-XML.
           MOVE PG-SIR-CLI TO WS-SIR-XML.
           PERFORM 0400-ECR-PTY-DEB THRU 0400-ECR-PTY-FIN.
           PERFORM 0460-ECR-ADR-CLI-DEB THRU 0460-ECR-ADR-CLI-FIN.
           PERFORM 0480-ECR-LGL-DEB THRU 0480-ECR-LGL-FIN.
           MOVE "cac:Party" TO WS-XML-BAL.
           PERFORM 0920-FER-BAL-DEB THRU 0920-FER-BAL-FIN.
           MOVE "cac:AccountingCustomerParty" TO WS-XML-BAL.
           PERFORM 0920-FER-BAL-DEB THRU 0920-FER-BAL-FIN.

           PERFORM 0500-ECR-TVA-DEB
              THRU 0500-ECR-TVA-FIN.

           PERFORM 0600-ECR-TOT-DEB
              THRU 0600-ECR-TOT-FIN.

           IF WS-TYP-DOC-AVR
               PERFORM 0700-ECR-LGN-DEB
                  THRU 0700-ECR-LGN-FIN
           ELSE
               EXEC SQL OPEN C-LGN END-EXEC

               EXEC SQL
                   FETCH C-LGN
                   INTO  :PG-NOM-PIE-RSU, :PG-QTE-LGN-RSU,
                         :PG-PRX-LGN-RSU, :PG-TAU-LGN-RSU
               END-EXEC

               PERFORM 0750-ECR-LGN-FAC-DEB
                  THRU 0750-ECR-LGN-FAC-FIN
                  UNTIL SQLCODE NOT = 0

               EXEC SQL CLOSE C-LGN END-EXEC
           END-IF.

           MOVE SPACES TO REC-FEL.
           STRING "</" DELIMITED BY SIZE
                  WS-XML-RAC DELIMITED BY SPACE
                  ">" DELIMITED BY SIZE
                  INTO REC-FEL
           END-STRING.
           WRITE REC-FEL.

           CLOSE F-FEL.

       0300-ECR-FEL-FIN.
           EXIT.

      *-----------------------------------------------------------------

      * Facture d'origine de l'avoir.

       0350-ECR-REF-DEB.

           MOVE PG-NUM-FAC-ORI TO WS-NUM-FAC-SER.

           MOVE "cac:BillingReference" TO WS-XML-BAL.
           PERFORM 0910-OUV-BAL-DEB THRU 0910-OUV-BAL-FIN.
           MOVE "cac:InvoiceDocumentReference" TO WS-XML-BAL.
           PERFORM 0910-OUV-BAL-DEB THRU 0910-OUV-BAL-FIN.

           MOVE "cbc:ID" TO WS-XML-BAL.
           MOVE SPACES TO WS-XML-VAL.
           STRING PG-EXE-FAC-ORI "-" WS-NUM-FAC-SER
                  DELIMITED BY SIZE INTO WS-XML-VAL
           END-STRING.
           PERFORM 0900-ECR-BAL-DEB THRU 0900-ECR-BAL-FIN.
           MOVE "cbc:IssueDate" TO WS-XML-BAL.
           MOVE PG-DAT-FAC-ORI TO WS-XML-VAL.
           PERFORM 0900-ECR-BAL-DEB THRU 0900-ECR-BAL-FIN.

           MOVE "cac:InvoiceDocumentReference" TO WS-XML-BAL.
           PERFORM 0920-FER-BAL-DEB THRU 0920-FER-BAL-FIN.
           MOVE "cac:BillingReference" TO WS-XML-BAL.
           PERFORM 0920-FER-BAL-DEB THRU 0920-FER-BAL-FIN.

       0350-ECR-REF-FIN.
           EXIT.

      *-----------------------------------------------------------------

      * Ouvre la partie (vendeur ou acheteur) : identifiant SIRET
      * (schema 0009) passe dans WS-SIR-XML, puis nom dans
      * WS-NOM-XML. La partie reste ouverte pour l'adresse.

       0400-ECR-PTY-DEB.

           MOVE "cac:Party" TO WS-XML-BAL.
           PERFORM 0910-OUV-BAL-DEB THRU 0910-OUV-BAL-FIN.

           IF WS-SIR-XML NOT = SPACES
               MOVE "cac:PartyIdentification" TO WS-XML-BAL
               PERFORM 0910-OUV-BAL-DEB THRU 0910-OUV-BAL-FIN
               MOVE "cbc:ID" TO WS-XML-BAL
               MOVE ' schemeID="0009"' TO WS-XML-ATT
               MOVE WS-SIR-XML TO WS-XML-VAL
               PERFORM 0900-ECR-BAL-DEB THRU 0900-ECR-BAL-FIN
               MOVE "cac:PartyIdentification" TO WS-XML-BAL
               PERFORM 0920-FER-BAL-DEB THRU 0920-FER-BAL-FIN
           END-IF.

           INSPECT WS-NOM-XML CONVERTING "&<>" TO "+()".
           MOVE "cac:PartyName" TO WS-XML-BAL.
           PERFORM 0910-OUV-BAL-DEB THRU 0910-OUV-BAL-FIN.
           MOVE "cbc:Name" TO WS-XML-BAL.
           MOVE WS-NOM-XML TO WS-XML-VAL.
           PERFORM 0900-ECR-BAL-DEB THRU 0900-ECR-BAL-FIN.
           MOVE "cac:PartyName" TO WS-XML-BAL.
           PERFORM 0920-FER-BAL-DEB THRU 0920-FER-BAL-FIN.

       0400-ECR-PTY-FIN.
           EXIT.

      *-----------------------------------------------------------------

      * Adresse et numero de TVA intracommunautaire du vendeur.

       0450-ECR-ADR-SOC-DEB.

           MOVE "cac:PostalAddress" TO WS-XML-BAL.
           PERFORM 0910-OUV-BAL-DEB THRU 0910-OUV-BAL-FIN.
           MOVE "cbc:StreetName" TO WS-XML-BAL.
           MOVE PG-ADR-SOC TO WS-XML-VAL.
           INSPECT WS-XML-VAL CONVERTING "&<>" TO "+()".
           PERFORM 0900-ECR-BAL-DEB THRU 0900-ECR-BAL-FIN.
           MOVE "cbc:CityName" TO WS-XML-BAL.
           MOVE PG-VIL-SOC TO WS-XML-VAL.
           INSPECT WS-XML-VAL CONVERTING "&<>" TO "+()".
           PERFORM 0900-ECR-BAL-DEB THRU 0900-ECR-BAL-FIN.
           MOVE "cbc:PostalZone" TO WS-XML-BAL.
           MOVE PG-COP-SOC TO WS-XML-VAL.
           PERFORM 0900-ECR-BAL-DEB THRU 0900-ECR-BAL-FIN.
           PERFORM 0470-ECR-PAY-DEB THRU 0470-ECR-PAY-FIN.
           MOVE "cac:PostalAddress" TO WS-XML-BAL.
           PERFORM 0920-FER-BAL-DEB THRU 0920-FER-BAL-FIN.

           IF PG-TVA-SOC NOT = SPACES
               MOVE "cac:PartyTaxScheme" TO WS-XML-BAL
               PERFORM 0910-OUV-BAL-DEB THRU 0910-OUV-BAL-FIN
               MOVE "cbc:CompanyID" TO WS-XML-BAL
               MOVE PG-TVA-SOC TO WS-XML-VAL
               PERFORM 0900-ECR-BAL-DEB THRU 0900-ECR-BAL-FIN
               PERFORM 0550-ECR-SCH-DEB THRU 0550-ECR-SCH-FIN
               MOVE "cac:PartyTaxScheme" TO WS-XML-BAL
               PERFORM 0920-FER-BAL-DEB THRU 0920-FER-BAL-FIN
           END-IF.

       0450-ECR-ADR-SOC-FIN.
           EXIT.

      *-----------------------------------------------------------------

      * Adresse de l'acheteur (code postal numerique dans la fiche).

       0460-ECR-ADR-CLI-DEB.

           MOVE "cac:PostalAddress" TO WS-XML-BAL.
           PERFORM 0910-OUV-BAL-DEB THRU 0910-OUV-BAL-FIN.
           MOVE "cbc:StreetName" TO WS-XML-BAL.
           MOVE PG-ADR-CLI TO WS-XML-VAL.
           INSPECT WS-XML-VAL CONVERTING "&<>" TO "+()".
           PERFORM 0900-ECR-BAL-DEB THRU 0900-ECR-BAL-FIN.
           MOVE "cbc:CityName" TO WS-XML-BAL.
           MOVE PG-VIL-CLI TO WS-XML-VAL.
           INSPECT WS-XML-VAL CONVERTING "&<>" TO "+()".
           PERFORM 0900-ECR-BAL-DEB THRU 0900-ECR-BAL-FIN.

           IF PG-COP-CLI NOT = 0
               MOVE PG-COP-CLI TO WS-COP-CLI-XML
               MOVE "cbc:PostalZone" TO WS-XML-BAL
               MOVE WS-COP-CLI-XML TO WS-XML-VAL
               PERFORM 0900-ECR-BAL-DEB THRU 0900-ECR-BAL-FIN
           END-IF.

           PERFORM 0470-ECR-PAY-DEB THRU 0470-ECR-PAY-FIN.
           MOVE "cac:PostalAddress" TO WS-XML-BAL.
           PERFORM 0920-FER-BAL-DEB THRU 0920-FER-BAL-FIN.

       0460-ECR-ADR-CLI-FIN.
           EXIT.

      *-----------------------------------------------------------------

       0470-ECR-PAY-DEB.

           MOVE "cac:Country" TO WS-XML-BAL.
           PERFORM 0910-OUV-BAL-DEB THRU 0910-OUV-BAL-FIN.
           MOVE "cbc:IdentificationCode" TO WS-XML-BAL.
           MOVE "FR" TO WS-XML-VAL.
           PERFORM 0900-ECR-BAL-DEB THRU 0900-ECR-BAL-FIN.
           MOVE "cac:Country" TO WS-XML-BAL.
           PERFORM 0920-FER-BAL-DEB THRU 0920-FER-BAL-FIN.

       0470-ECR-PAY-FIN.
           EXIT.

      *-----------------------------------------------------------------

      * Entite legale : raison sociale (WS-NOM-XML) et SIRET
      * (WS-SIR-XML).

       0480-ECR-LGL-DEB.

           MOVE "cac:PartyLegalEntity" TO WS-XML-BAL.
           PERFORM 0910-OUV-BAL-DEB THRU 0910-OUV-BAL-FIN.
           MOVE "cbc:RegistrationName" TO WS-XML-BAL.
           MOVE WS-NOM-XML TO WS-XML-VAL.
           PERFORM 0900-ECR-BAL-DEB THRU 0900-ECR-BAL-FIN.
           MOVE "cbc:CompanyID" TO WS-XML-BAL.
           MOVE ' schemeID="0009"' TO WS-XML-ATT.
           MOVE WS-SIR-XML TO WS-XML-VAL.
           PERFORM 0900-ECR-BAL-DEB THRU 0900-ECR-BAL-FIN.
           MOVE "cac:PartyLegalEntity" TO WS-XML-BAL.
           PERFORM 0920-FER-BAL-DEB THRU 0920-FER-BAL-FIN.

       0480-ECR-LGL-FIN.
           EXIT.

      *-----------------------------------------------------------------

      * Total de TVA et ventilation par taux : facture_tva pour une
      * facture (le taux unique de l'en-tete pour une facture
      * anterieure a la ventilation), le taux de l'avoir sinon.

       0500-ECR-TVA-DEB.

           MOVE "cac:TaxTotal" TO WS-XML-BAL.
           PERFORM 0910-OUV-BAL-DEB THRU 0910-OUV-BAL-FIN.
           MOVE PG-MTT-TVA TO WS-MTT-XML.
           PERFORM 0950-ECR-MTT-DEB THRU 0950-ECR-MTT-FIN.
           MOVE "cbc:TaxAmount" TO WS-XML-BAL.
           PERFORM 0900-ECR-BAL-DEB THRU 0900-ECR-BAL-FIN.

           MOVE 0 TO WS-NBR-FTV.

           IF WS-TYP-DOC-FAC
               EXEC SQL OPEN C-FTV END-EXEC

               EXEC SQL
                   FETCH C-FTV
                   INTO  :PG-TAU-FTV-RSU, :PG-HT-FTV-RSU,
                         :PG-TVA-FTV-RSU
               END-EXEC

               PERFORM 0520-ECR-FTV-DEB
                  THRU 0520-ECR-FTV-FIN
                  UNTIL SQLCODE NOT = 0

               EXEC SQL CLOSE C-FTV END-EXEC
           END-IF.

           IF WS-NBR-FTV = 0
               MOVE PG-TAU-TVA TO PG-TAU-FTV-RSU
               MOVE PG-MTT-HT  TO PG-HT-FTV-RSU
               MOVE PG-MTT-TVA TO PG-TVA-FTV-RSU
               PERFORM 0530-ECR-STV-DEB
                  THRU 0530-ECR-STV-FIN
           END-IF.

           MOVE "cac:TaxTotal" TO WS-XML-BAL.
           PERFORM 0920-FER-BAL-DEB THRU 0920-FER-BAL-FIN.

       0500-ECR-TVA-FIN.
           EXIT.

      *-----------------------------------------------------------------

       0520-ECR-FTV-DEB.

           ADD 1 TO WS-NBR-FTV.

           PERFORM 0530-ECR-STV-DEB
              THRU 0530-ECR-STV-FIN.

           EXEC SQL
               FETCH C-FTV
               INTO  :PG-TAU-FTV-RSU, :PG-HT-FTV-RSU,
                     :PG-TVA-FTV-RSU
           END-EXEC.

       0520-ECR-FTV-FIN.
           EXIT.

      *-----------------------------------------------------------------

      * Sous-total d'un taux : base, TVA, categorie (S = taux normal
      * ou reduit, Z = taux nul) et pourcentage.

       0530-ECR-STV-DEB.

           MOVE "cac:TaxSubtotal" TO WS-XML-BAL.
           PERFORM 0910-OUV-BAL-DEB THRU 0910-OUV-BAL-FIN.
           MOVE PG-HT-FTV-RSU TO WS-MTT-XML.
           PERFORM 0950-ECR-MTT-DEB THRU 0950-ECR-MTT-FIN.
           MOVE "cbc:TaxableAmount" TO WS-XML-BAL.
           PERFORM 0900-ECR-BAL-DEB THRU 0900-ECR-BAL-FIN.
           MOVE PG-TVA-FTV-RSU TO WS-MTT-XML.
           PERFORM 0950-ECR-MTT-DEB THRU 0950-ECR-MTT-FIN.
           MOVE "cbc:TaxAmount" TO WS-XML-BAL.
           PERFORM 0900-ECR-BAL-DEB THRU 0900-ECR-BAL-FIN.
           MOVE PG-TAU-FTV-RSU TO PG-TAU-LGN-RSU.
           MOVE "cac:TaxCategory" TO WS-XML-BAL.
           PERFORM 0540-ECR-CAT-DEB THRU 0540-ECR-CAT-FIN.
           MOVE "cac:TaxSubtotal" TO WS-XML-BAL.
           PERFORM 0920-FER-BAL-DEB THRU 0920-FER-BAL-FIN.

       0530-ECR-STV-FIN.
           EXIT.

      *-----------------------------------------------------------------

      * Categorie de TVA (balise passee dans WS-XML-BAL : TaxCategory
      * ou ClassifiedTaxCategory) au taux PG-TAU-LGN-RSU.

       0540-ECR-CAT-DEB.

           MOVE WS-XML-BAL TO WS-XML-CAT.
           PERFORM 0910-OUV-BAL-DEB THRU 0910-OUV-BAL-FIN.

           IF PG-TAU-LGN-RSU = 0
               MOVE "Z" TO WS-CAT-TVA
           ELSE
               MOVE "S" TO WS-CAT-TVA
           END-IF.

           MOVE "cbc:ID" TO WS-XML-BAL.
           MOVE WS-CAT-TVA TO WS-XML-VAL.
           PERFORM 0900-ECR-BAL-DEB THRU 0900-ECR-BAL-FIN.
           MOVE PG-TAU-LGN-RSU TO WS-TAU-XML.
           MOVE "cbc:Percent" TO WS-XML-BAL.
           MOVE FUNCTION TRIM (WS-TAU-XML) TO WS-XML-VAL.
           PERFORM 0900-ECR-BAL-DEB THRU 0900-ECR-BAL-FIN.
           PERFORM 0550-ECR-SCH-DEB THRU 0550-ECR-SCH-FIN.

           MOVE WS-XML-CAT TO WS-XML-BAL.
           PERFORM 0920-FER-BAL-DEB THRU 0920-FER-BAL-FIN.

       0540-ECR-CAT-FIN.
           EXIT.

      *-----------------------------------------------------------------

       0550-ECR-SCH-DEB.

           MOVE "cac:TaxScheme" TO WS-XML-BAL.
           PERFORM 0910-OUV-BAL-DEB THRU 0910-OUV-BAL-FIN.
           MOVE "cbc:ID" TO WS-XML-BAL.
           MOVE "VAT" TO WS-XML-VAL.
           PERFORM 0900-ECR-BAL-DEB THRU 0900-ECR-BAL-FIN.
           MOVE "cac:TaxScheme" TO WS-XML-BAL.
           PERFORM 0920-FER-BAL-DEB THRU 0920-FER-BAL-FIN.

       0550-ECR-SCH-FIN.
           EXIT.

      *-----------------------------------------------------------------

       0600-ECR-TOT-DEB.

           MOVE "cac:LegalMonetaryTotal" TO WS-XML-BAL.
           PERFORM 0910-OUV-BAL-DEB THRU 0910-OUV-BAL-FIN.

           MOVE PG-MTT-HT TO WS-MTT-XML.
           PERFORM 0950-ECR-MTT-DEB THRU 0950-ECR-MTT-FIN.
           MOVE "cbc:LineExtensionAmount" TO WS-XML-BAL.
           PERFORM 0900-ECR-BAL-DEB THRU 0900-ECR-BAL-FIN.
           PERFORM 0950-ECR-MTT-DEB THRU 0950-ECR-MTT-FIN.
           MOVE "cbc:TaxExclusiveAmount" TO WS-XML-BAL.
           PERFORM 0900-ECR-BAL-DEB THRU 0900-ECR-BAL-FIN.

           MOVE PG-MTT-TTC TO WS-MTT-XML.
           PERFORM 0950-ECR-MTT-DEB THRU 0950-ECR-MTT-FIN.
           MOVE "cbc:TaxInclusiveAmount" TO WS-XML-BAL.
           PERFORM 0900-ECR-BAL-DEB THRU 0900-ECR-BAL-FIN.

           IF PG-MTT-ACP NOT = 0
               MOVE PG-MTT-ACP TO WS-MTT-XML
               PERFORM 0950-ECR-MTT-DEB THRU 0950-ECR-MTT-FIN
               MOVE "cbc:PrepaidAmount" TO WS-XML-BAL
               PERFORM 0900-ECR-BAL-DEB THRU 0900-ECR-BAL-FIN
           END-IF.

           COMPUTE WS-MTT-XML = PG-MTT-TTC - PG-MTT-ACP.
           PERFORM 0950-ECR-MTT-DEB THRU 0950-ECR-MTT-FIN.
           MOVE "cbc:PayableAmount" TO WS-XML-BAL.
           PERFORM 0900-ECR-BAL-DEB THRU 0900-ECR-BAL-FIN.

           MOVE "cac:LegalMonetaryTotal" TO WS-XML-BAL.
           PERFORM 0920-FER-BAL-DEB THRU 0920-FER-BAL-FIN.

       0600-ECR-TOT-FIN.
           EXIT.

      *-----------------------------------------------------------------

      * Une ligne du document : numero, quantite (unite C62), montant
      * HT, designation, categorie de TVA et prix unitaire.

       0700-ECR-LGN-DEB.

           ADD 1 TO WS-NUM-LGN.

           MOVE WS-XML-LGN TO WS-XML-BAL.
           PERFORM 0910-OUV-BAL-DEB THRU 0910-OUV-BAL-FIN.

           MOVE WS-NUM-LGN TO WS-NUM-LGN-EDT.
           MOVE "cbc:ID" TO WS-XML-BAL.
           MOVE FUNCTION TRIM (WS-NUM-LGN-EDT) TO WS-XML-VAL.
           PERFORM 0900-ECR-BAL-DEB THRU 0900-ECR-BAL-FIN.

           MOVE PG-QTE-LGN-RSU TO WS-QTE-XML.
           MOVE WS-XML-QTE TO WS-XML-BAL.
           MOVE ' unitCode="C62"' TO WS-XML-ATT.
           MOVE FUNCTION TRIM (WS-QTE-XML) TO WS-XML-VAL.
           PERFORM 0900-ECR-BAL-DEB THRU 0900-ECR-BAL-FIN.

           COMPUTE WS-MTT-LGN ROUNDED =
                   PG-QTE-LGN-RSU * PG-PRX-LGN-RSU.
           MOVE WS-MTT-LGN TO WS-MTT-XML.
           PERFORM 0950-ECR-MTT-DEB THRU 0950-ECR-MTT-FIN.
           MOVE "cbc:LineExtensionAmount" TO WS-XML-BAL.
           PERFORM 0900-ECR-BAL-DEB THRU 0900-ECR-BAL-FIN.

           MOVE "cac:Item" TO WS-XML-BAL.
           PERFORM 0910-OUV-BAL-DEB THRU 0910-OUV-BAL-FIN.
           MOVE "cbc:Name" TO WS-XML-BAL.
           MOVE PG-NOM-PIE-RSU TO WS-XML-VAL.
           INSPECT WS-XML-VAL CONVERTING "&<>" TO "+()".
           PERFORM 0900-ECR-BAL-DEB THRU 0900-ECR-BAL-FIN.
           MOVE "cac:ClassifiedTaxCategory" TO WS-XML-BAL.
           PERFORM 0540-ECR-CAT-DEB THRU 0540-ECR-CAT-FIN.
           MOVE "cac:Item" TO WS-XML-BAL.
           PERFORM 0920-FER-BAL-DEB THRU 0920-FER-BAL-FIN.

           MOVE "cac:Price" TO WS-XML-BAL.
           PERFORM 0910-OUV-BAL-DEB THRU 0910-OUV-BAL-FIN.
           MOVE PG-PRX-LGN-RSU TO WS-MTT-XML.
           PERFORM 0950-ECR-MTT-DEB THRU 0950-ECR-MTT-FIN.
           MOVE "cbc:PriceAmount" TO WS-XML-BAL.
           PERFORM 0900-ECR-BAL-DEB THRU 0900-ECR-BAL-FIN.
           MOVE "cac:Price" TO WS-XML-BAL.
           PERFORM 0920-FER-BAL-DEB THRU 0920-FER-BAL-FIN.

           MOVE WS-XML-LGN TO WS-XML-BAL.
           PERFORM 0920-FER-BAL-DEB THRU 0920-FER-BAL-FIN.

       0700-ECR-LGN-FIN.
           EXIT.

      *-----------------------------------------------------------------

       0750-ECR-LGN-FAC-DEB.

           PERFORM 0700-ECR-LGN-DEB
              THRU 0700-ECR-LGN-FIN.

           EXEC SQL
               FETCH C-LGN
               INTO  :PG-NOM-PIE-RSU, :PG-QTE-LGN-RSU,
                     :PG-PRX-LGN-RSU, :PG-TAU-LGN-RSU
           END-EXEC.

       0750-ECR-LGN-FAC-FIN.
           EXIT.

      *-----------------------------------------------------------------

      * Ecrit <balise attribut>valeur</balise> au niveau courant
      * (WS-XML-BAL, WS-XML-ATT, WS-XML-VAL) ; une valeur vide n'ecrit
      * rien. L'attribut et la valeur sont remis a blanc apres usage.

       0900-ECR-BAL-DEB.

           IF WS-XML-VAL = SPACES
               MOVE SPACES TO WS-XML-ATT
               GO TO 0900-ECR-BAL-FIN
           END-IF.

           MOVE SPACES TO REC-FEL.
           COMPUTE WS-XML-PTR = WS-XML-NIV + 1.

           IF WS-XML-ATT = SPACES
               STRING "<" DELIMITED BY SIZE
                      WS-XML-BAL DELIMITED BY SPACE
                      ">" DELIMITED BY SIZE
                      FUNCTION TRIM (WS-XML-VAL) DELIMITED BY SIZE
                      "</" DELIMITED BY SIZE
                      WS-XML-BAL DELIMITED BY SPACE
                      ">" DELIMITED BY SIZE
                      INTO REC-FEL WITH POINTER WS-XML-PTR
               END-STRING
           ELSE
               STRING "<" DELIMITED BY SIZE
                      WS-XML-BAL DELIMITED BY SPACE
                      FUNCTION TRIM (WS-XML-ATT TRAILING)
                      DELIMITED BY SIZE
                      ">" DELIMITED BY SIZE
                      FUNCTION TRIM (WS-XML-VAL) DELIMITED BY SIZE
                      "</" DELIMITED BY SIZE
                      WS-XML-BAL DELIMITED BY SPACE
                      ">" DELIMITED BY SIZE
                      INTO REC-FEL WITH POINTER WS-XML-PTR
               END-STRING
           END-IF.

           WRITE REC-FEL.

           MOVE SPACES TO WS-XML-ATT.
           MOVE SPACES TO WS-XML-VAL.

       0900-ECR-BAL-FIN.
           EXIT.

      *-----------------------------------------------------------------

      * Ouvre la balise WS-XML-BAL et descend d'un niveau.

       0910-OUV-BAL-DEB.

           MOVE SPACES TO REC-FEL.
           COMPUTE WS-XML-PTR = WS-XML-NIV + 1.
           STRING "<" DELIMITED BY SIZE
                  WS-XML-BAL DELIMITED BY SPACE
                  ">" DELIMITED BY SIZE
                  INTO REC-FEL WITH POINTER WS-XML-PTR
           END-STRING.
           WRITE REC-FEL.

           ADD 1 TO WS-XML-NIV.

       0910-OUV-BAL-FIN.
           EXIT.

      *-----------------------------------------------------------------

      * Remonte d'un niveau et ferme la balise WS-XML-BAL.

       0920-FER-BAL-DEB.

           SUBTRACT 1 FROM WS-XML-NIV.

           PERFORM 0930-ECR-FER-DEB
              THRU 0930-ECR-FER-FIN.

       0920-FER-BAL-FIN.
           EXIT.

      *-----------------------------------------------------------------

      * Ecrit la balise fermante WS-XML-BAL au niveau courant.

       0930-ECR-FER-DEB.

           MOVE SPACES TO REC-FEL.
           COMPUTE WS-XML-PTR = WS-XML-NIV + 1.
           STRING "</" DELIMITED BY SIZE
                  WS-XML-BAL DELIMITED BY SPACE
                  ">" DELIMITED BY SIZE
                  INTO REC-FEL WITH POINTER WS-XML-PTR
           END-STRING.
           WRITE REC-FEL.

       0930-ECR-FER-FIN.
           EXIT.

      *-----------------------------------------------------------------

      * Prepare l'attribut de devise et la valeur d'un montant edite
      * (WS-MTT-XML) pour la balise suivante.

       0950-ECR-MTT-DEB.

           MOVE ' currencyID="EUR"' TO WS-XML-ATT.
           MOVE FUNCTION TRIM (WS-MTT-XML) TO WS-XML-VAL.

       0950-ECR-MTT-FIN.
           EXIT.
