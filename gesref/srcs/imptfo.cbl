      ******************************************************************
      *                                                                *
      *                 DESCRIPTION DU SOUS-PROGRAMME                  *
      *                                                                *
      * imptfo : import du tarif d'un fournisseur (fichier TARFOU,     *
      * envoye en janvier et en milieu d'annee). L'identifiant du      *
      * fournisseur est passe en argument. Une ligne par reference,    *
      * champs separes par ";" : ref_fou;designation;prix;date d'effet *
      * (prix dans la devise et l'unite d'achat du fournisseur, point  *
      * decimal ; date AAAA-MM-JJ, vide = date du jour). Chaque        *
      * reference connue de fournisseur_ref devient un changement de   *
      * prix planifie (tarif_fournisseur) que trtppx reporte a sa date *
      * d'effet sur le prix negocie de la correspondance (prix_ref) et *
      * sur celui de la liste de preference (prix_pfo) ; un tarif deja *
      * planifie pour la meme reference et la meme date est remplace,  *
      * ce qui permet de recharger un fichier corrige. Les references  *
      * encore inconnues de fournisseur_ref (a creer dans gesref) et   *
      * les lignes illisibles partent dans TARFOUR avec le motif.      *
      * Le rapport des changements (spool RAPTFO) donne, par           *
      * reference, l'ancien et le nouveau prix, la variation en        *
      * pourcentage et l'effet sur la marge contre prix_vente_pie :    *
      * cout d'une unite de stock en euros (taux du jour via rchtch,   *
      * facteur d'unite d'achat de piece_fournisseur), marge unitaire  *
      * avant et apres, et taux de marge apres.                        *
      *                                                                *
      *----------------------------------------------------------------*
      *                           TRIGRAMMES                           *
      *                                                                *
      * imptfo=import tarif fournisseur                                *
      * TFO=TARIF FOURNISSEUR; FOU=FOURNISSEUR; REF=REFERENCE;         *
      * PIE=PIECE; LIB=LIBELLE; PRX=PRIX; ANC=ANCIEN;                  *
      * NVP=NOUVEAU PRIX; PVT=PRIX DE VENTE; VAR=VARIATION; MRG=MARGE; *
      * TMG=TAUX DE MARGE; IMP=IMPACT; CST=COUT; FAC=FACTEUR;          *
      * CNV=CONVERSION; DEV=DEVISE; TCH=TAUX DE CHANGE; TAU=TAUX;      *
      * DAT=DATE; EFF=EFFET; ZON=ZONE; REJ=REJET; INC=INCONNUE;        *
      * MTF=MOTIF; NBR=NOMBRE; LUS=LUES; PLN=PLANIFIES; HAU=HAUSSES;   *
      * EXE=EXECUTION; ARG=ARGUMENT; EOF=FIN DE FICHIER; STA=STATUT;   *
      * LEC=LECTURE; RPT=RAPPORT; SPL=SPOOL; FIC=FICHIER;              *
      * ECR=ECRITURE; BCL=BOUCLE; EDT=EDITION; DEB=DEBUT               *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. imptfo.
       AUTHOR. ThomasD.
       DATE-WRITTEN. 15-10-2026 (fr).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT F-TFO ASSIGN TO "TARFOU"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STA-TFO.

           SELECT F-TFO-RPT ASSIGN TO "TARFOUR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STA-RPT.

           SELECT F-TFO-SPL ASSIGN TO WS-FIC-SPL
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD F-TFO.
       01 REC-TFO               PIC X(150).

       FD F-TFO-RPT.
       01 REC-TFO-RPT           PIC X(220).

       FD F-TFO-SPL.
       01 REC-TFO-SPL           PIC X(250).

       WORKING-STORAGE SECTION.

      * Nom de fichier date attribue par genspl au rapport des
      * changements.
       01 WS-FIC-SPL            PIC X(50).
       01 WS-NOM-RAP            PIC X(14)   VALUE "RAPTFO".
       01 WS-IDF-UTI-NUL        PIC 9(10)   VALUE 0.
       01 WS-RTR-SPL            PIC 9(01).

      * Fournisseur du tarif : argument de la ligne de commande.
       01 WS-EXE-ARG            PIC X(10).

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.

       COPY dbconfig.

       01 PG-IDF-FOU            PIC 9(10).
       01 PG-NOM-FOU            PIC X(50).
       01 PG-DEV-FOU            PIC X(03).

       01 PG-REF-FOU            PIC X(30).
       01 PG-LIB-TFO            PIC X(60).
       01 PG-NVP-TFO            PIC 9(08)V99.
       01 PG-DAT-EFF            PIC X(10).

      * Piece de la correspondance, prix en vigueur et donnees de
      * marge.
       01 PG-IDF-PIE            PIC 9(10).
       01 PG-NOM-PIE            PIC X(30).
       01 PG-ANC-PRX            PIC 9(08)V99.
       01 PG-PVT-PIE            PIC 9(08)V99.
       01 PG-FAC-CNV            PIC 9(05).

       01 PG-IDF-UTI            PIC 9(10).

       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       01 WS-STA-TFO            PIC X(02).
           88 WS-STA-TFO-OK                VALUE "00".
           88 WS-STA-TFO-EOF               VALUE "10".

       01 WS-STA-RPT            PIC X(02).

       01 WS-EOF-TFO            PIC X(01)   VALUE "N".
           88 WS-EOF-TFO-OUI                VALUE "O".
           88 WS-EOF-TFO-NON                VALUE "N".

      * Zones de decoupe de la ligne courante.
       01 WS-ZON-REF            PIC X(30).
       01 WS-ZON-LIB            PIC X(60).
       01 WS-ZON-PRX            PIC X(20).
       01 WS-ZON-DAT            PIC X(10).

       01 WS-NVP-TFO-N          PIC 9(08)V99.

      * Taux de change du jour de la devise du fournisseur (rchtch) :
      * a zero, la marge n'est pas calculable.
       01 WS-DAT-TCH-NUL        PIC X(10)   VALUE SPACES.
       01 WS-TAU-TCH            PIC 9(05)V9(06).
       01 WS-RTR-TCH            PIC 9(01).

      * Calcul de la variation et de l'effet sur la marge.
       01 WS-VAR-PCT            PIC S9(05)V9.
       01 WS-CST-ANC            PIC 9(08)V9(04).
       01 WS-CST-NVP            PIC 9(08)V9(04).
       01 WS-MRG-ANC            PIC S9(08)V99.
       01 WS-MRG-NVP            PIC S9(08)V99.
       01 WS-MRG-IMP            PIC S9(08)V99.
       01 WS-TMG-NVP            PIC S9(05)V9.

      * Colonnes de marge du rapport, "n/d" sans taux de change.
       01 WS-ZON-MRG            PIC X(80).

       01 WS-NBR-LUS            PIC 9(07)   VALUE 0.
       01 WS-NBR-PLN            PIC 9(07)   VALUE 0.
       01 WS-NBR-INC            PIC 9(07)   VALUE 0.
       01 WS-NBR-REJ            PIC 9(07)   VALUE 0.
       01 WS-NBR-HAU            PIC 9(07)   VALUE 0.
       01 WS-MTF-REJ            PIC X(50).

       01 WS-IDF-FOU-EDT        PIC Z(10).
       01 WS-IDF-PIE-EDT        PIC Z(09)9.
       01 WS-ANC-PRX-EDT        PIC Z(07)9.99.
       01 WS-NVP-PRX-EDT        PIC Z(07)9.99.
       01 WS-VAR-PCT-EDT        PIC -(05)9.9.
       01 WS-PVT-PIE-EDT        PIC Z(07)9.99.
       01 WS-MRG-ANC-EDT        PIC -(08)9.99.
       01 WS-MRG-NVP-EDT        PIC -(08)9.99.
       01 WS-MRG-IMP-EDT        PIC -(08)9.99.
       01 WS-TMG-NVP-EDT        PIC -(05)9.9.

       01 WS-NBR-LUS-EDT        PIC Z(07).
       01 WS-NBR-PLN-EDT        PIC Z(07).
       01 WS-NBR-INC-EDT        PIC Z(07).
       01 WS-NBR-REJ-EDT        PIC Z(07).
       01 WS-NBR-HAU-EDT        PIC Z(07).

      * Utilisateur systeme, auteur des changements planifies.
       01 WS-IDF-UTI-SYS        PIC 9(10)   VALUE 1.

      * Zones utilisees pour tracer via generr l'echec d'une des
      * ecritures SQL en cas de SQLCODE en erreur.
       01 WS-OPE-ERR            PIC X(60).
       01 WS-RTR-ERR            PIC 9(01).


       PROCEDURE DIVISION.

           PERFORM 1000-INITIALISATION-DEB
              THRU 1000-INITIALISATION-FIN.

           PERFORM 2000-TRT-BCL-DEB
              THRU 2000-TRT-BCL-FIN
              UNTIL WS-EOF-TFO-OUI.

           PERFORM 3000-FINALISATION-DEB
              THRU 3000-FINALISATION-FIN.

           STOP RUN.

      ******************************************************************
      *                         PARAGRAPHES                            *
      ******************************************************************

      * Connexion, controle du fournisseur passe en argument et de son
      * taux de change du jour, ouverture des fichiers.

       1000-INITIALISATION-DEB.

           ACCEPT WS-EXE-ARG FROM COMMAND-LINE.

           DISPLAY "Connexion a la base de donnees...".
           EXEC SQL
               CONNECT :PG-IDENTIFIANT
               IDENTIFIED BY :PG-MOT-PASSE
               USING :PG-NOM-BASE
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY "Erreur de connexion SQLCODE: " SQLCODE
           ELSE
               DISPLAY "Connexion reussie"
           END-IF.

           EXEC SQL COMMIT END-EXEC.

           MOVE 0      TO PG-IDF-FOU.
           MOVE SPACES TO PG-NOM-FOU.

           IF WS-EXE-ARG NOT = SPACES
               COMPUTE PG-IDF-FOU = FUNCTION NUMVAL (WS-EXE-ARG)
           END-IF.

           EXEC SQL
               SELECT nom_fou, COALESCE(devise_fou, 'EUR')
               INTO   :PG-NOM-FOU, :PG-DEV-FOU
               FROM   fournisseur
               WHERE  id_fou = :PG-IDF-FOU
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY "Fournisseur inconnu (identifiant attendu en "
                       "argument) : import abandonne."
               SET WS-EOF-TFO-OUI TO TRUE
               GO TO 1000-INITIALISATION-FIN
           END-IF.

           CALL "rchtch" USING PG-DEV-FOU
                               WS-DAT-TCH-NUL
                               WS-TAU-TCH
                               WS-RTR-TCH
           END-CALL.

           IF WS-RTR-TCH NOT = 0
               MOVE 0 TO WS-TAU-TCH
               DISPLAY "Aucun taux de change connu pour "
                       PG-DEV-FOU " : marges non calculees."
           END-IF.

           MOVE PG-IDF-FOU TO WS-IDF-FOU-EDT.

           DISPLAY "Tarif du fournisseur "
                   FUNCTION TRIM (WS-IDF-FOU-EDT) " "
                   FUNCTION TRIM (PG-NOM-FOU) " (" PG-DEV-FOU ")".

           OPEN INPUT  F-TFO.
           OPEN OUTPUT F-TFO-RPT.

           MOVE "ref_fou;designation;prix;date_effet => rejet"
           TO   REC-TFO-RPT.
           WRITE REC-TFO-RPT.

           CALL "genspl" USING WS-NOM-RAP
                               WS-IDF-UTI-NUL
                               WS-FIC-SPL
                               WS-RTR-SPL
           END-CALL.

           OPEN OUTPUT F-TFO-SPL.

           MOVE SPACES TO REC-TFO-SPL.
           STRING "Changements de tarif du fournisseur "
                  FUNCTION TRIM (WS-IDF-FOU-EDT) " "
                  FUNCTION TRIM (PG-NOM-FOU) " (" PG-DEV-FOU ")"
                  DELIMITED BY SIZE INTO REC-TFO-SPL
           END-STRING.
           WRITE REC-TFO-SPL.

           MOVE SPACES TO REC-TFO-SPL.
           STRING "ref_fou;id_pie;piece;date_effet;ancien_prix;"
                  "nouveau_prix;variation_pct;prix_vente;"
                  "marge_avant;marge_apres;impact_marge;"
                  "taux_marge_apres"
                  DELIMITED BY SIZE INTO REC-TFO-SPL
           END-STRING.
           WRITE REC-TFO-SPL.

           PERFORM 1200-LEC-TFO-DEB
              THRU 1200-LEC-TFO-FIN.

       1000-INITIALISATION-FIN.
           EXIT.

      *-----------------------------------------------------------------

       1200-LEC-TFO-DEB.

           READ F-TFO
               AT END SET WS-EOF-TFO-OUI TO TRUE
           END-READ.

           EXIT.
       1200-LEC-TFO-FIN.

      *-----------------------------------------------------------------

      * Decoupe et controle la ligne, retrouve la correspondance de la
      * reference, puis planifie le nouveau prix et l'edite.

       2000-TRT-BCL-DEB.

           ADD 1 TO WS-NBR-LUS.

           MOVE SPACES TO WS-ZON-REF WS-ZON-LIB WS-ZON-PRX WS-ZON-DAT.

           UNSTRING REC-TFO DELIMITED BY ";"
               INTO WS-ZON-REF, WS-ZON-LIB, WS-ZON-PRX, WS-ZON-DAT
           END-UNSTRING.

           IF WS-ZON-REF = SPACES
               MOVE "reference absente" TO WS-MTF-REJ
               PERFORM 2300-ECR-REJ-DEB
                  THRU 2300-ECR-REJ-FIN
               GO TO 2000-TRT-BCL-SUI
           END-IF.

           MOVE 0 TO WS-NVP-TFO-N.

           IF WS-ZON-PRX NOT = SPACES
               COMPUTE WS-NVP-TFO-N = FUNCTION NUMVAL (WS-ZON-PRX)
           END-IF.

           IF WS-NVP-TFO-N = 0
               MOVE "prix nul ou illisible" TO WS-MTF-REJ
               PERFORM 2300-ECR-REJ-DEB
                  THRU 2300-ECR-REJ-FIN
               GO TO 2000-TRT-BCL-SUI
           END-IF.

           MOVE WS-ZON-REF TO PG-REF-FOU.

      * Prix en vigueur : celui de la correspondance, a defaut celui
      * de la liste de preference ; facteur d'unite d'achat pour
      * ramener le prix a l'unite de stock.
           EXEC SQL
               SELECT r.id_pie, p.nom_pie,
                      COALESCE(r.prix_ref,
                               (SELECT MAX(k.prix_pfo)
                                FROM   piece_fournisseur k
                                WHERE  k.id_pie = r.id_pie
                                AND    k.id_fou = r.id_fou
                                AND    k.actif_pfo = 'O'), 0),
                      COALESCE(p.prix_vente_pie, 0),
                      COALESCE((SELECT MAX(k.fact_conv_pfo)
                                FROM   piece_fournisseur k
                                WHERE  k.id_pie = r.id_pie
                                AND    k.id_fou = r.id_fou
                                AND    k.actif_pfo = 'O'), 1)
               INTO   :PG-IDF-PIE, :PG-NOM-PIE, :PG-ANC-PRX,
                      :PG-PVT-PIE, :PG-FAC-CNV
               FROM   fournisseur_ref r
               JOIN   piece p ON p.id_pie = r.id_pie
               WHERE  r.id_fou  = :PG-IDF-FOU
               AND    r.ref_fou = TRIM(:PG-REF-FOU)
           END-EXEC.

           IF SQLCODE NOT = 0
               ADD 1 TO WS-NBR-INC
               MOVE "reference inconnue de fournisseur_ref (gesref)"
               TO   WS-MTF-REJ
               PERFORM 2300-ECR-REJ-DEB
                  THRU 2300-ECR-REJ-FIN
               GO TO 2000-TRT-BCL-SUI
           END-IF.

           PERFORM 2200-INS-TFO-DEB
              THRU 2200-INS-TFO-FIN.

       2000-TRT-BCL-SUI.
           PERFORM 1200-LEC-TFO-DEB
              THRU 1200-LEC-TFO-FIN.

           EXIT.
       2000-TRT-BCL-FIN.

      *-----------------------------------------------------------------

      * Planifie le nouveau prix (remplace un tarif deja planifie pour
      * la reference a la meme date) ; date vide = date du jour.

       2200-INS-TFO-DEB.

           MOVE WS-ZON-LIB     TO PG-LIB-TFO.
           MOVE WS-NVP-TFO-N   TO PG-NVP-TFO.
           MOVE WS-ZON-DAT     TO PG-DAT-EFF.
           MOVE WS-IDF-UTI-SYS TO PG-IDF-UTI.

           IF PG-DAT-EFF = SPACES
               EXEC SQL
                   SELECT TO_CHAR(CURRENT_DATE, 'YYYY-MM-DD')
                   INTO   :PG-DAT-EFF
               END-EXEC
           END-IF.

           EXEC SQL
               DELETE FROM tarif_fournisseur
               WHERE  id_fou     = :PG-IDF-FOU
               AND    ref_fou    = TRIM(:PG-REF-FOU)
               AND    statut_tfo = 'planifie'
               AND    date_eff_tfo = TO_DATE(:PG-DAT-EFF,
                                             'YYYY-MM-DD')
           END-EXEC.

           IF SQLCODE < 0
               EXEC SQL ROLLBACK END-EXEC
               MOVE "date d'effet invalide" TO WS-MTF-REJ
               PERFORM 2300-ECR-REJ-DEB
                  THRU 2300-ECR-REJ-FIN
               GO TO 2200-INS-TFO-FIN
           END-IF.

           EXEC SQL
               INSERT INTO tarif_fournisseur (id_fou, ref_fou,
                               id_pie, lib_tfo, prix_tfo,
                               date_eff_tfo, statut_tfo, date_imp_tfo,
                               id_uti)
               VALUES (:PG-IDF-FOU, TRIM(:PG-REF-FOU), :PG-IDF-PIE,
                      NULLIF(TRIM(:PG-LIB-TFO), ''), :PG-NVP-TFO,
                      TO_DATE(:PG-DAT-EFF, 'YYYY-MM-DD'), 'planifie',
                      CURRENT_DATE, :PG-IDF-UTI)
           END-EXEC.

           IF SQLCODE NOT = 0
               EXEC SQL ROLLBACK END-EXEC
               MOVE "imptfo : insertion tarif_fournisseur"
               TO   WS-OPE-ERR
               CALL "generr" USING WS-OPE-ERR, SQLCODE, WS-RTR-ERR
               END-CALL
               MOVE "erreur SQL a la planification" TO WS-MTF-REJ
               PERFORM 2300-ECR-REJ-DEB
                  THRU 2300-ECR-REJ-FIN
               GO TO 2200-INS-TFO-FIN
           END-IF.

           EXEC SQL COMMIT END-EXEC.

           ADD 1 TO WS-NBR-PLN.

           PERFORM 2500-EDT-CHG-DEB
              THRU 2500-EDT-CHG-FIN.

       2200-INS-TFO-FIN.
           EXIT.

      *-----------------------------------------------------------------

       2300-ECR-REJ-DEB.

           ADD 1 TO WS-NBR-REJ.

           MOVE SPACES TO REC-TFO-RPT.
           STRING REC-TFO DELIMITED BY SIZE
                  " => rejetee : " DELIMITED BY SIZE
                  FUNCTION TRIM (WS-MTF-REJ) DELIMITED BY SIZE
                  INTO REC-TFO-RPT
           END-STRING.
           WRITE REC-TFO-RPT.

           EXIT.
       2300-ECR-REJ-FIN.

      *-----------------------------------------------------------------

      * Edite le changement planifie : ancien et nouveau prix,
      * variation, et marge unitaire contre le prix de vente avant et
      * apres (cout de l'unite de stock en euros).

       2500-EDT-CHG-DEB.

           MOVE 0 TO WS-VAR-PCT WS-MRG-ANC WS-MRG-NVP WS-MRG-IMP
                     WS-TMG-NVP.

           IF PG-ANC-PRX > 0
               COMPUTE WS-VAR-PCT ROUNDED =
                       (PG-NVP-TFO - PG-ANC-PRX) * 100 / PG-ANC-PRX
           END-IF.

           IF PG-NVP-TFO > PG-ANC-PRX
               ADD 1 TO WS-NBR-HAU
           END-IF.

           IF PG-FAC-CNV = 0
               MOVE 1 TO PG-FAC-CNV
           END-IF.

           IF WS-TAU-TCH > 0
               COMPUTE WS-CST-ANC ROUNDED =
                       PG-ANC-PRX * WS-TAU-TCH / PG-FAC-CNV
               COMPUTE WS-CST-NVP ROUNDED =
                       PG-NVP-TFO * WS-TAU-TCH / PG-FAC-CNV
               COMPUTE WS-MRG-ANC ROUNDED = PG-PVT-PIE - WS-CST-ANC
               COMPUTE WS-MRG-NVP ROUNDED = PG-PVT-PIE - WS-CST-NVP
               COMPUTE WS-MRG-IMP = WS-MRG-NVP - WS-MRG-ANC
               IF PG-PVT-PIE > 0
                   COMPUTE WS-TMG-NVP ROUNDED =
                           WS-MRG-NVP * 100 / PG-PVT-PIE
               END-IF
           END-IF.

           MOVE PG-IDF-PIE TO WS-IDF-PIE-EDT.
           MOVE PG-ANC-PRX TO WS-ANC-PRX-EDT.
           MOVE PG-NVP-TFO TO WS-NVP-PRX-EDT.
           MOVE WS-VAR-PCT TO WS-VAR-PCT-EDT.
           MOVE PG-PVT-PIE TO WS-PVT-PIE-EDT.
           MOVE WS-MRG-ANC TO WS-MRG-ANC-EDT.
           MOVE WS-MRG-NVP TO WS-MRG-NVP-EDT.
           MOVE WS-MRG-IMP TO WS-MRG-IMP-EDT.
           MOVE WS-TMG-NVP TO WS-TMG-NVP-EDT.

           DISPLAY PG-REF-FOU (1:15) " " PG-NOM-PIE (1:20) " "
                   PG-DAT-EFF " " WS-ANC-PRX-EDT " -> "
                   WS-NVP-PRX-EDT " " WS-VAR-PCT-EDT "% marge "
                   WS-MRG-IMP-EDT.

           MOVE SPACES TO WS-ZON-MRG.

           IF WS-TAU-TCH > 0
               STRING FUNCTION TRIM (WS-MRG-ANC-EDT) ";"
                      FUNCTION TRIM (WS-MRG-NVP-EDT) ";"
                      FUNCTION TRIM (WS-MRG-IMP-EDT) ";"
                      FUNCTION TRIM (WS-TMG-NVP-EDT)
                      DELIMITED BY SIZE INTO WS-ZON-MRG
               END-STRING
           ELSE
               MOVE "n/d;n/d;n/d;n/d" TO WS-ZON-MRG
           END-IF.

           MOVE SPACES TO REC-TFO-SPL.
           STRING FUNCTION TRIM (PG-REF-FOU) ";"
                  FUNCTION TRIM (WS-IDF-PIE-EDT) ";"
                  FUNCTION TRIM (PG-NOM-PIE) ";"
                  PG-DAT-EFF ";"
                  FUNCTION TRIM (WS-ANC-PRX-EDT) ";"
                  FUNCTION TRIM (WS-NVP-PRX-EDT) ";"
                  FUNCTION TRIM (WS-VAR-PCT-EDT) ";"
                  FUNCTION TRIM (WS-PVT-PIE-EDT) ";"
                  FUNCTION TRIM (WS-ZON-MRG)
                  DELIMITED BY SIZE INTO REC-TFO-SPL
           END-STRING.
           WRITE REC-TFO-SPL.

           EXIT.
       2500-EDT-CHG-FIN.

      *-----------------------------------------------------------------

       3000-FINALISATION-DEB.

           IF PG-NOM-FOU = SPACES
               GO TO 3000-FINALISATION-FIN
           END-IF.

           CLOSE F-TFO.
           CLOSE F-TFO-RPT.
           CLOSE F-TFO-SPL.

           MOVE WS-NBR-LUS TO WS-NBR-LUS-EDT.
           MOVE WS-NBR-PLN TO WS-NBR-PLN-EDT.
           MOVE WS-NBR-HAU TO WS-NBR-HAU-EDT.
           MOVE WS-NBR-INC TO WS-NBR-INC-EDT.
           MOVE WS-NBR-REJ TO WS-NBR-REJ-EDT.

           DISPLAY "Import termine : "
                   FUNCTION TRIM (WS-NBR-LUS-EDT) " ligne(s) lue(s), "
                   FUNCTION TRIM (WS-NBR-PLN-EDT)
                   " prix planifie(s) dont "
                   FUNCTION TRIM (WS-NBR-HAU-EDT) " hausse(s), "
                   FUNCTION TRIM (WS-NBR-REJ-EDT) " rejet(s) dont "
                   FUNCTION TRIM (WS-NBR-INC-EDT)
                   " reference(s) inconnue(s) (voir TARFOUR).".

       3000-FINALISATION-FIN.
           EXIT.
