      ******************************************************************
      *                                                                *
      *                 DESCRIPTION DU SOUS-PROGRAMME                  *
      *                                                                *
      * decdeb : declaration d'echanges de biens (DEB / Intrastat) des *
      * achats intracommunautaires. Programme de traitement par lot    *
      * qui reprend les receptions chiffrees du mois (reception_prix,  *
      * posee par impsup) des fournisseurs etablis dans un autre Etat  *
      * membre (pays de la fiche fournisseur) et les cumule par pays   *
      * de provenance, nomenclature combinee (code NC8 de la piece) et *
      * pays d'origine (celui de la piece, a defaut la provenance) :   *
      * valeur en euros arrondie a l'euro, masse nette en kilogrammes  *
      * (quantite recue ramenee en unite de stock par le facteur de    *
      * piece_fournisseur, multipliee par le poids unitaire de la      *
      * piece, un kilogramme au minimum) et unites. Les lignes sont    *
      * ecrites au format d'import des douanes dans le fichier DECDEB  *
      * (flux introduction, regime 11, nature de transaction 11,       *
      * transport routier, departement de la societe). Une liste de    *
      * controle est editee dans le fichier spoole DECDEB (genspl)     *
      * avec les totaux et les receptions ecartees faute de code NC ou *
      * de poids, a completer dans edpie avant de relancer. Le mois    *
      * est passe en argument (AAAA-MM), a defaut le mois precedent.   *
      *                                                                *
      *----------------------------------------------------------------*
      *                           TRIGRAMMES                           *
      *                                                                *
      * decdeb=declaration d'echanges de biens                         *
      * DEB=DECLARATION D'ECHANGES DE BIENS; MOI=MOIS; PRV=PROVENANCE; *
      * NCN=NOMENCLATURE COMBINEE; ORG=ORIGINE; VAL=VALEUR; MAS=MASSE; *
      * UNI=UNITES; NBR=NOMBRE; REC=RECEPTION; ANO=ANOMALIE;           *
      * PAY=PAYS; UE=UNION EUROPEENNE; DPT=DEPARTEMENT;                *
      * FOU=FOURNISSEUR; PIE=PIECE; QTE=QUANTITE; PDS=POIDS;           *
      * LGN=LIGNE; TOT=TOTAL; EXE=EXECUTION; ARG=ARGUMENT;             *
      * RSU=RESULTAT; SPL=SPOOL; FIC=FICHIER; LST=LISTE; EDT=EDITION;  *
      * DEB=DEBUT                                                      *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. decdeb.
       AUTHOR. ThomasD.
       DATE-WRITTEN. 15-10-2026 (fr).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT F-DEC-DEB ASSIGN TO "DECDEB"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT F-LST-DEB ASSIGN TO WS-FIC-SPL
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD F-DEC-DEB.
       01 REC-DEC-DEB           PIC X(120).

       FD F-LST-DEB.
       01 REC-LST-DEB           PIC X(160).

       WORKING-STORAGE SECTION.

      * Nom de fichier date attribue par genspl.
       01 WS-FIC-SPL            PIC X(50).
       01 WS-NOM-RAP            PIC X(14)   VALUE "DECDEB".
       01 WS-IDF-UTI-NUL        PIC 9(10)   VALUE 0.
       01 WS-RTR-SPL            PIC 9(01).

      * Mois a declarer : argument de la ligne de commande (AAAA-MM),
      * a defaut le mois precedent.
       01 WS-EXE-ARG            PIC X(07).

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.

       COPY dbconfig.

       01 PG-MOI-DEB            PIC X(07).
       01 PG-DPT-SOC            PIC X(02).

      * Ligne de declaration cumulee.
       01 PG-PRV-RSU            PIC X(02).
       01 PG-NCN-RSU            PIC X(08).
       01 PG-ORG-RSU            PIC X(02).
       01 PG-NBR-REC-RSU        PIC 9(05).
       01 PG-VAL-RSU            PIC 9(10).
       01 PG-MAS-RSU            PIC 9(10)V999.
       01 PG-UNI-RSU            PIC 9(10).

      * Reception ecartee faute de code NC ou de poids.
       01 PG-DAT-REC-ANO        PIC X(10).
       01 PG-PAY-FOU-ANO        PIC X(02).
       01 PG-IDF-FOU-ANO        PIC 9(10).
       01 PG-NOM-FOU-ANO        PIC X(50).
       01 PG-IDF-PIE-ANO        PIC 9(10).
       01 PG-NOM-PIE-ANO        PIC X(30).
       01 PG-QTE-ANO            PIC 9(10).
       01 PG-NCN-ANO            PIC X(01).
       01 PG-PDS-ANO            PIC X(01).

       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

      * Declaration du curseur des receptions du mois des
      * fournisseurs etrangers pourvues d'un code NC et d'un poids,
      * cumulees par provenance, code NC et origine.
       EXEC SQL
           DECLARE C-DEB CURSOR FOR
               SELECT COALESCE(o.pays_fou, 'FR'), p.code_nc_pie,
                      COALESCE(p.pays_org_pie, o.pays_fou, 'FR'),
                      COUNT(*),
                      ROUND(SUM(r.qte_liv * r.prix_liv), 0),
                      SUM(r.qte_liv * COALESCE(c.fac, 1)
                          * p.poids_pie),
                      SUM(r.qte_liv * COALESCE(c.fac, 1))
               FROM   reception_prix r
               JOIN   fournisseur o ON o.id_fou = r.id_fou
               JOIN   piece p ON p.id_pie = r.id_pie
               LEFT JOIN (SELECT id_pie, id_fou,
                                 MAX(fact_conv_pfo) AS fac
                          FROM   piece_fournisseur
                          GROUP BY id_pie, id_fou) c
                      ON c.id_pie = r.id_pie AND c.id_fou = r.id_fou
               WHERE  TO_CHAR(r.date_rec, 'YYYY-MM') = :PG-MOI-DEB
               AND    COALESCE(o.pays_fou, 'FR') <> 'FR'
               AND    p.code_nc_pie IS NOT NULL
               AND    COALESCE(p.poids_pie, 0) > 0
               GROUP BY COALESCE(o.pays_fou, 'FR'), p.code_nc_pie,
                        COALESCE(p.pays_org_pie, o.pays_fou, 'FR')
               ORDER BY 1, 2, 3
       END-EXEC.

      * Declaration du curseur des receptions du mois des
      * fournisseurs etrangers sans code NC ou sans poids.
       EXEC SQL
           DECLARE C-ANO CURSOR FOR
               SELECT TO_CHAR(r.date_rec, 'YYYY-MM-DD'),
                      COALESCE(o.pays_fou, 'FR'), o.id_fou, o.nom_fou,
                      p.id_pie, p.nom_pie, r.qte_liv,
                      CASE WHEN p.code_nc_pie IS NULL
                           THEN 'N' ELSE 'O' END,
                      CASE WHEN COALESCE(p.poids_pie, 0) > 0
                           THEN 'O' ELSE 'N' END
               FROM   reception_prix r
               JOIN   fournisseur o ON o.id_fou = r.id_fou
               JOIN   piece p ON p.id_pie = r.id_pie
               WHERE  TO_CHAR(r.date_rec, 'YYYY-MM') = :PG-MOI-DEB
               AND    COALESCE(o.pays_fou, 'FR') <> 'FR'
               AND    (p.code_nc_pie IS NULL
                       OR COALESCE(p.poids_pie, 0) = 0)
               ORDER BY r.date_rec, o.id_fou, p.id_pie
       END-EXEC.

      * Etats membres de l'Union autres que la France (code ISO du
      * pays, GR pour la Grece).
       01 WS-PAY-UE             PIC X(02).
           88 WS-PAY-UE-OK      VALUE "AT" "BE" "BG" "CY" "CZ" "DE"
                                      "DK" "EE" "ES" "FI" "GR" "HR"
                                      "HU" "IE" "IT" "LT" "LU" "LV"
                                      "MT" "NL" "PL" "PT" "RO" "SE"
                                      "SI" "SK".

      * Zones fixes de la ligne d'import : flux introduction, regime
      * 11 (acquisition intracommunautaire), nature de transaction 11
      * (achat ferme), mode de transport 3 (route).
       01 WS-FLX-DEB            PIC X(01)   VALUE "A".
       01 WS-RGM-DEB            PIC X(02)   VALUE "11".
       01 WS-NAT-DEB            PIC X(02)   VALUE "11".
       01 WS-TRP-DEB            PIC X(01)   VALUE "3".
       01 WS-PER-DEB            PIC X(06).

       01 WS-MAS-KG             PIC 9(10).
       01 WS-NBR-LGN            PIC 9(05)   VALUE 0.
       01 WS-NBR-REC            PIC 9(07)   VALUE 0.
       01 WS-NBR-ANO            PIC 9(05)   VALUE 0.
       01 WS-TOT-VAL            PIC 9(12)   VALUE 0.
       01 WS-TOT-MAS            PIC 9(12)   VALUE 0.

       01 WS-VAL-EDT            PIC Z(09)9.
       01 WS-MAS-EDT            PIC Z(09)9.
       01 WS-UNI-EDT            PIC Z(09)9.
       01 WS-QTE-EDT            PIC Z(09)9.
       01 WS-IDF-FOU-EDT        PIC Z(10).
       01 WS-IDF-PIE-EDT        PIC Z(10).
       01 WS-NBR-LGN-EDT        PIC Z(05).
       01 WS-NBR-REC-EDT        PIC Z(07).
       01 WS-NBR-ANO-EDT        PIC Z(05).
       01 WS-TOT-VAL-EDT        PIC Z(11)9.
       01 WS-TOT-MAS-EDT        PIC Z(11)9.

      * Donnee manquante d'une reception ecartee.
       01 WS-LIB-ANO            PIC X(20).


       PROCEDURE DIVISION.

           PERFORM 1000-INITIALISATION-DEB
              THRU 1000-INITIALISATION-FIN.

           PERFORM 2000-DEC-DEB-DEB
              THRU 2000-DEC-DEB-FIN.

           PERFORM 2500-LST-ANO-DEB
              THRU 2500-LST-ANO-FIN.

           PERFORM 3000-DEC-TOT-DEB
              THRU 3000-DEC-TOT-FIN.

           STOP RUN.

      ******************************************************************
      *                         PARAGRAPHES                            *
      ******************************************************************

       1000-INITIALISATION-DEB.

           ACCEPT WS-EXE-ARG FROM COMMAND-LINE.

           EXEC SQL
               CONNECT :PG-IDENTIFIANT
               IDENTIFIED BY :PG-MOT-PASSE
               USING :PG-NOM-BASE
           END-EXEC.

           EXEC SQL COMMIT END-EXEC.

           IF WS-EXE-ARG = SPACES
               EXEC SQL
                   SELECT TO_CHAR(CURRENT_DATE - INTERVAL '1 month',
                                  'YYYY-MM')
                   INTO   :PG-MOI-DEB
               END-EXEC
           ELSE
               MOVE WS-EXE-ARG TO PG-MOI-DEB
           END-IF.

           STRING PG-MOI-DEB(1:4) PG-MOI-DEB(6:2)
                  DELIMITED BY SIZE INTO WS-PER-DEB
           END-STRING.

      * Departement du siege : deux premiers chiffres du code postal.
           EXEC SQL
               SELECT COALESCE(SUBSTR(cop_soc, 1, 2), ' ')
               INTO   :PG-DPT-SOC
               FROM   societe
               FETCH FIRST 1 ROW ONLY
           END-EXEC.

           IF SQLCODE NOT = 0
               MOVE SPACES TO PG-DPT-SOC
           END-IF.

           DISPLAY "Declaration d'echanges de biens (introductions) "
                   "du mois " PG-MOI-DEB.
           DISPLAY "-------------------------------------------------".
           DISPLAY "Prv Code NC  Org     Valeur EUR   Masse kg"
                   "     Unites".

           CALL "genspl" USING WS-NOM-RAP
                               WS-IDF-UTI-NUL
                               WS-FIC-SPL
                               WS-RTR-SPL
           END-CALL.

           OPEN OUTPUT F-DEC-DEB.
           OPEN OUTPUT F-LST-DEB.

           MOVE SPACES TO REC-LST-DEB.
           STRING "Declaration d'echanges de biens - introductions "
                  "du mois " PG-MOI-DEB
                  DELIMITED BY SIZE INTO REC-LST-DEB
           END-STRING.
           WRITE REC-LST-DEB.

           MOVE "provenance;code_nc;origine;receptions;valeur_eur;"
             &  "masse_kg;unites"
             TO REC-LST-DEB.
           WRITE REC-LST-DEB.

           EXIT.
       1000-INITIALISATION-FIN.

      *-----------------------------------------------------------------

       2000-DEC-DEB-DEB.

           EXEC SQL OPEN C-DEB END-EXEC.

           EXEC SQL
               FETCH C-DEB
               INTO  :PG-PRV-RSU, :PG-NCN-RSU, :PG-ORG-RSU,
                     :PG-NBR-REC-RSU, :PG-VAL-RSU, :PG-MAS-RSU,
                     :PG-UNI-RSU
           END-EXEC.

           PERFORM 2100-ECR-LGN-DEB-DEB
              THRU 2100-ECR-LGN-DEB-FIN
              UNTIL SQLCODE NOT = 0.

           EXEC SQL CLOSE C-DEB END-EXEC.

           CLOSE F-DEC-DEB.

           EXIT.
       2000-DEC-DEB-FIN.

      *-----------------------------------------------------------------

      * Ecrit une ligne de declaration (fichier d'import et liste de
      * controle) ; un pays de provenance hors Union n'est pas une
      * introduction intracommunautaire et n'est pas declare.

       2100-ECR-LGN-DEB-DEB.

           MOVE PG-PRV-RSU TO WS-PAY-UE.

           IF NOT WS-PAY-UE-OK
               GO TO 2100-ECR-LGN-DEB-SUI
           END-IF.

           ADD 1 TO WS-NBR-LGN.
           ADD PG-NBR-REC-RSU TO WS-NBR-REC.

           COMPUTE WS-MAS-KG ROUNDED = PG-MAS-RSU.

           IF WS-MAS-KG = 0
               MOVE 1 TO WS-MAS-KG
           END-IF.

           ADD PG-VAL-RSU TO WS-TOT-VAL.
           ADD WS-MAS-KG  TO WS-TOT-MAS.

           MOVE PG-VAL-RSU TO WS-VAL-EDT.
           MOVE WS-MAS-KG  TO WS-MAS-EDT.
           MOVE PG-UNI-RSU TO WS-UNI-EDT.

           DISPLAY PG-PRV-RSU "  " PG-NCN-RSU " " PG-ORG-RSU "  "
                   WS-VAL-EDT " " WS-MAS-EDT " " WS-UNI-EDT.

           MOVE SPACES TO REC-DEC-DEB.
           STRING WS-FLX-DEB ";"
                  WS-PER-DEB ";"
                  PG-NCN-RSU ";"
                  PG-PRV-RSU ";"
                  PG-ORG-RSU ";"
                  FUNCTION TRIM (WS-VAL-EDT) ";"
                  FUNCTION TRIM (WS-MAS-EDT) ";"
                  FUNCTION TRIM (WS-UNI-EDT) ";"
                  WS-RGM-DEB ";"
                  WS-NAT-DEB ";"
                  WS-TRP-DEB ";"
                  PG-DPT-SOC
                  DELIMITED BY SIZE INTO REC-DEC-DEB
           END-STRING.
           WRITE REC-DEC-DEB.

           MOVE PG-NBR-REC-RSU TO WS-NBR-LGN-EDT.

           MOVE SPACES TO REC-LST-DEB.
           STRING PG-PRV-RSU ";"
                  PG-NCN-RSU ";"
                  PG-ORG-RSU ";"
                  FUNCTION TRIM (WS-NBR-LGN-EDT) ";"
                  FUNCTION TRIM (WS-VAL-EDT) ";"
                  FUNCTION TRIM (WS-MAS-EDT) ";"
                  FUNCTION TRIM (WS-UNI-EDT)
                  DELIMITED BY SIZE INTO REC-LST-DEB
           END-STRING.
           WRITE REC-LST-DEB.

       2100-ECR-LGN-DEB-SUI.
           EXEC SQL
               FETCH C-DEB
               INTO  :PG-PRV-RSU, :PG-NCN-RSU, :PG-ORG-RSU,
                     :PG-NBR-REC-RSU, :PG-VAL-RSU, :PG-MAS-RSU,
                     :PG-UNI-RSU
           END-EXEC.

           EXIT.
       2100-ECR-LGN-DEB-FIN.

      *-----------------------------------------------------------------

      * Liste les receptions intracommunautaires du mois ecartees de
      * la declaration faute de code NC ou de poids unitaire.

       2500-LST-ANO-DEB.

           MOVE SPACES TO REC-LST-DEB.
           WRITE REC-LST-DEB.

           MOVE "Receptions non declarees (code NC ou poids manquant)"
             TO REC-LST-DEB.
           WRITE REC-LST-DEB.

           MOVE "date_reception;pays;id_fou;nom_fou;id_pie;nom_pie;"
             &  "quantite;manque"
             TO REC-LST-DEB.
           WRITE REC-LST-DEB.

           EXEC SQL OPEN C-ANO END-EXEC.

           EXEC SQL
               FETCH C-ANO
               INTO  :PG-DAT-REC-ANO, :PG-PAY-FOU-ANO,
                     :PG-IDF-FOU-ANO, :PG-NOM-FOU-ANO,
                     :PG-IDF-PIE-ANO, :PG-NOM-PIE-ANO, :PG-QTE-ANO,
                     :PG-NCN-ANO, :PG-PDS-ANO
           END-EXEC.

           PERFORM 2600-ECR-ANO-DEB
              THRU 2600-ECR-ANO-FIN
              UNTIL SQLCODE NOT = 0.

           EXEC SQL CLOSE C-ANO END-EXEC.

           EXIT.
       2500-LST-ANO-FIN.

      *-----------------------------------------------------------------

       2600-ECR-ANO-DEB.

           MOVE PG-PAY-FOU-ANO TO WS-PAY-UE.

           IF NOT WS-PAY-UE-OK
               GO TO 2600-ECR-ANO-SUI
           END-IF.

           ADD 1 TO WS-NBR-ANO.

           EVALUATE TRUE
               WHEN PG-NCN-ANO = "N" AND PG-PDS-ANO = "N"
                   MOVE "code NC et poids" TO WS-LIB-ANO
               WHEN PG-NCN-ANO = "N"
                   MOVE "code NC"          TO WS-LIB-ANO
               WHEN OTHER
                   MOVE "poids"            TO WS-LIB-ANO
           END-EVALUATE.

           MOVE PG-IDF-FOU-ANO TO WS-IDF-FOU-EDT.
           MOVE PG-IDF-PIE-ANO TO WS-IDF-PIE-EDT.
           MOVE PG-QTE-ANO     TO WS-QTE-EDT.

           MOVE SPACES TO REC-LST-DEB.
           STRING PG-DAT-REC-ANO ";"
                  PG-PAY-FOU-ANO ";"
                  FUNCTION TRIM (WS-IDF-FOU-EDT) ";"
                  FUNCTION TRIM (PG-NOM-FOU-ANO) ";"
                  FUNCTION TRIM (WS-IDF-PIE-EDT) ";"
                  FUNCTION TRIM (PG-NOM-PIE-ANO) ";"
                  FUNCTION TRIM (WS-QTE-EDT) ";"
                  FUNCTION TRIM (WS-LIB-ANO)
                  DELIMITED BY SIZE INTO REC-LST-DEB
           END-STRING.
           WRITE REC-LST-DEB.

       2600-ECR-ANO-SUI.
           EXEC SQL
               FETCH C-ANO
               INTO  :PG-DAT-REC-ANO, :PG-PAY-FOU-ANO,
                     :PG-IDF-FOU-ANO, :PG-NOM-FOU-ANO,
                     :PG-IDF-PIE-ANO, :PG-NOM-PIE-ANO, :PG-QTE-ANO,
                     :PG-NCN-ANO, :PG-PDS-ANO
           END-EXEC.

           EXIT.
       2600-ECR-ANO-FIN.

      *-----------------------------------------------------------------

       3000-DEC-TOT-DEB.

           MOVE WS-NBR-LGN TO WS-NBR-LGN-EDT.
           MOVE WS-NBR-REC TO WS-NBR-REC-EDT.
           MOVE WS-NBR-ANO TO WS-NBR-ANO-EDT.
           MOVE WS-TOT-VAL TO WS-TOT-VAL-EDT.
           MOVE WS-TOT-MAS TO WS-TOT-MAS-EDT.

           MOVE SPACES TO REC-LST-DEB.
           WRITE REC-LST-DEB.

           MOVE SPACES TO REC-LST-DEB.
           STRING "Total : " FUNCTION TRIM (WS-NBR-LGN-EDT)
                  " ligne(s) declaree(s) pour "
                  FUNCTION TRIM (WS-NBR-REC-EDT) " reception(s), "
                  FUNCTION TRIM (WS-TOT-VAL-EDT) " EUR, "
                  FUNCTION TRIM (WS-TOT-MAS-EDT) " kg ; "
                  FUNCTION TRIM (WS-NBR-ANO-EDT)
                  " reception(s) non declaree(s)"
                  DELIMITED BY SIZE INTO REC-LST-DEB
           END-STRING.
           WRITE REC-LST-DEB.

           CLOSE F-LST-DEB.

           DISPLAY "-------------------------------------------------".
           DISPLAY "Lignes declarees : " FUNCTION TRIM (WS-NBR-LGN-EDT)
                   " (" FUNCTION TRIM (WS-NBR-REC-EDT)
                   " reception(s)), valeur "
                   FUNCTION TRIM (WS-TOT-VAL-EDT) " EUR, masse "
                   FUNCTION TRIM (WS-TOT-MAS-EDT) " kg".
           DISPLAY "Fichier d'import des douanes : DECDEB".

           IF WS-NBR-ANO > 0
               DISPLAY FUNCTION TRIM (WS-NBR-ANO-EDT)
                       " reception(s) sans code NC ou sans poids, "
                       "non declaree(s) : voir la liste DECDEB."
           END-IF.

           EXIT.
       3000-DEC-TOT-FIN.
