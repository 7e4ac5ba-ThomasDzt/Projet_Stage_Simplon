      ******************************************************************
      *                             ENTETE                             *
      *                                                                *
      * ppersd : passage en perte des ecarts de reglement residuels.   *
      * Apres le lettrage des reglements (ecrrgl), de nombreuses       *
      * factures gardent quelques centimes ou quelques euros impayes   *
      * et restent relancees sans fin par genrel. Chaque facture deja  *
      * partiellement reglee dont le restant du (TTC moins lettrage,   *
      * meme calcul que raprgl) ne depasse pas le seuil de la societe  *
      * (seuil_ppe_soc, saisi par gessoc, 1,00 EUR par defaut) est     *
      * soldee par un passage en perte 'residuel' (passage_perte),     *
      * lettre sur la facture pour ce restant du comme un reglement :  *
      * la facture sort de raprgl, de genrel et des prelevements.      *
      * Chaque passage en perte forme sa propre transaction et est     *
      * trace par genlog ; expcpt l'exporte ensuite en enregistrement  *
      * 'X' vers le compte de perte. Le traitement est refuse si le    *
      * mois du jour est clos en comptabilite (vermoi).                *
      *                                                                *
      *----------------------------------------------------------------*
      *                           TRIGRAMMES                           *
      *                                                                *
      * ppersd=passage en perte des residuels                          *
      * PPE=PASSAGE EN PERTE; RSD=RESIDUEL; SEU=SEUIL; SOC=SOCIETE;    *
      * FAC=FACTURE; EXE=EXERCICE; NUM=NUMERO; SER=SERIE; CLI=CLIENT;  *
      * NOM=NOM; MTT=MONTANT; TOT=TOTAL; RST=RESTANT DU; NBR=NOMBRE;   *
      * MAX=MAXIMUM; IDX=INDICE; TAB=TABLE; ENT=ENTREE;                *
      * CHG=CHARGEMENT; ENR=ENREGISTREMENT; IGN=IGNORE; ERR=ERREUR;    *
      * UTI=UTILISATEUR; SYS=SYSTEME; LOG=LOG; LGN=LIGNE; ARR=ARRET;   *
      * CUR=COURANT; DAT=DATE; HOR=HORAIRE; EDT=EDITION; DEB=DEBUT;    *
      * PCP=PERIODE COMPTABLE; OUV=OUVERTE; RTR=RETOUR                 *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. ppersd.
       AUTHOR. ThomasD.
       DATE-WRITTEN. 15-10-2026 (fr).

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.

       COPY dbconfig.

      * Seuil de passage en perte de la societe.
       01 PG-SEU-PPE            PIC 9(06)V99.

      * Facture a solder rendue par le curseur.
       01 PG-IDF-FAC-RSU        PIC 9(10).
       01 PG-EXE-FAC-RSU        PIC 9(04).
       01 PG-NUM-FAC-RSU        PIC 9(10).
       01 PG-IDF-CLI-RSU        PIC 9(10).
       01 PG-NOM-CLI-RSU        PIC X(50).
       01 PG-RST-FAC-RSU        PIC 9(10)V99.

      * Passage en perte en cours d'enregistrement.
       01 PG-IDF-FAC            PIC 9(10).
       01 PG-IDF-CLI            PIC 9(10).
       01 PG-MTT-PPE            PIC 9(10)V99.
       01 PG-IDF-PPE            PIC 9(10).
       01 PG-IDF-UTI            PIC 9(10).

       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

      * Declaration du curseur des factures deja partiellement
      * reglees (au moins un lettrage de reglement) dont le restant
      * du est positif et ne depasse pas le seuil de la societe.
       EXEC SQL
           DECLARE C-RSD CURSOR FOR
               SELECT f.id_fac,
                      COALESCE(f.exercice_fac,
                               EXTRACT(YEAR FROM f.date_fac)::INTEGER),
                      f.num_fac, k.id_cli, k.nom_cli,
                      f.mtt_ttc -
                      COALESCE((SELECT SUM(t.mtt_let)
                       FROM reglement_lettrage t
                       WHERE t.id_fac = f.id_fac), 0)
               FROM   facture f
               JOIN   commande m ON m.id_cmd = f.id_cmd
               JOIN   client k   ON k.id_cli = m.id_cli
               WHERE  EXISTS (SELECT 1
                              FROM   reglement_lettrage t
                              WHERE  t.id_fac = f.id_fac
                              AND    t.id_rgl IS NOT NULL)
               AND    f.mtt_ttc -
                      COALESCE((SELECT SUM(t.mtt_let)
                       FROM reglement_lettrage t
                       WHERE t.id_fac = f.id_fac), 0) > 0
               AND    f.mtt_ttc -
                      COALESCE((SELECT SUM(t.mtt_let)
                       FROM reglement_lettrage t
                       WHERE t.id_fac = f.id_fac), 0) <= :PG-SEU-PPE
               ORDER BY k.nom_cli, f.id_fac
       END-EXEC.

      * Factures a solder (500 au plus par passage), chargees avant
      * toute ecriture : le curseur est ferme quand les transactions
      * des passages en perte commencent.
       01 WS-NBR-RSD            PIC 9(03)   VALUE 0.
       01 WS-MAX-RSD            PIC 9(03)   VALUE 500.
       01 WS-TAB-RSD.
           05 WS-ENT-RSD        OCCURS 500 TIMES.
               10 WS-RSD-FAC    PIC 9(10).
               10 WS-RSD-EXE    PIC 9(04).
               10 WS-RSD-NUM    PIC 9(10).
               10 WS-RSD-CLI    PIC 9(10).
               10 WS-RSD-NOM    PIC X(50).
               10 WS-RSD-MTT    PIC 9(10)V99.
       01 WS-IDX-RSD            PIC 9(03).

       01 WS-NBR-PPE            PIC 9(05)   VALUE 0.
       01 WS-TOT-PPE            PIC 9(10)V99 VALUE 0.
       01 WS-NBR-ERR            PIC 9(05)   VALUE 0.
       01 WS-NBR-IGN            PIC 9(05)   VALUE 0.

       01 WS-ARR                PIC X(01)   VALUE "N".
           88 WS-ARR-OUI                    VALUE "O".
           88 WS-ARR-NON                    VALUE "N".

      * Controle de la periode comptable du jour (vermoi) :
      * 0 = mois ouvert.
       01 WS-CUR-DAT-HOR        PIC X(21).
       01 WS-DAT-PCP            PIC X(10).
       01 WS-DAT-OUV            PIC X(10).
       01 WS-RTR-PCP            PIC 9(01).
           88 WS-RTR-PCP-OUV                VALUE 0.

       01 WS-NUM-FAC-SER        PIC 9(05).
       01 WS-IDF-EDT            PIC Z(09)9.
       01 WS-MTT-EDT            PIC Z(10).99.
       01 WS-SEU-EDT            PIC Z(05)9.99.
       01 WS-NBR-EDT            PIC Z(04)9.

      * Zones d'appel de genlog : le traitement de nuit trace sous
      * l'utilisateur systeme (meme convention qu'impsup/trtrlq).
       01 WS-IDF-UTI-SYS        PIC 9(10)   VALUE 1.
       01 WS-MSG-LOG            PIC X(100).
       01 WS-TYP-LOG            PIC X(20)   VALUE "passage_perte".
       01 WS-IDF-PIE-NUL        PIC 9(10)   VALUE 0.
       01 WS-QTE-LOG-NUL        PIC S9(10)  VALUE 0.
       01 WS-LIEN-LOG-NUL       PIC 9(10)   VALUE 0.
       01 WS-RTR-LOG            PIC 9(01).

      * Zones utilisees pour tracer via generr l'echec d'une des
      * ecritures SQL en cas de SQLCODE en erreur.
       01 WS-OPE-ERR            PIC X(60).
       01 WS-RTR-ERR            PIC 9(01).


       PROCEDURE DIVISION.

           PERFORM 1000-INITIALISATION-DEB
              THRU 1000-INITIALISATION-FIN.

           IF WS-ARR-NON
               PERFORM 2000-CHG-RSD-DEB
                  THRU 2000-CHG-RSD-FIN
           END-IF.

           IF WS-ARR-NON
               PERFORM 3000-ENR-PPE-DEB
                  THRU 3000-ENR-PPE-FIN
                  VARYING WS-IDX-RSD FROM 1 BY 1
                  UNTIL WS-IDX-RSD > WS-NBR-RSD
           END-IF.

           PERFORM 4000-FINALISATION-DEB
              THRU 4000-FINALISATION-FIN.

           STOP RUN.

      ******************************************************************
      *                         PARAGRAPHES                            *
      ******************************************************************

      * Connexion, controle du mois du jour et lecture du seuil de la
      * societe : un seuil nul desactive le traitement.

       1000-INITIALISATION-DEB.

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

           MOVE FUNCTION CURRENT-DATE TO WS-CUR-DAT-HOR.
           MOVE SPACES TO WS-DAT-PCP.
           STRING WS-CUR-DAT-HOR (1:4) "-" WS-CUR-DAT-HOR (5:2) "-"
                  WS-CUR-DAT-HOR (7:2) DELIMITED BY SIZE
                  INTO WS-DAT-PCP
           END-STRING.

           CALL "vermoi" USING WS-DAT-PCP,
                               WS-DAT-OUV,
                               WS-RTR-PCP
           END-CALL.

           IF NOT WS-RTR-PCP-OUV
               DISPLAY "Le mois du jour est clos en comptabilite : "
                       "aucun passage en perte."
               SET WS-ARR-OUI TO TRUE
               GO TO 1000-INITIALISATION-FIN
           END-IF.

           EXEC SQL
               SELECT COALESCE(seuil_ppe_soc, 1.00)
               INTO   :PG-SEU-PPE
               FROM   societe
               FETCH FIRST 1 ROW ONLY
           END-EXEC.

           IF SQLCODE NOT = 0
               MOVE 1 TO PG-SEU-PPE
           END-IF.

           IF PG-SEU-PPE = 0
               DISPLAY "Seuil de passage en perte nul : traitement "
                       "desactive."
               SET WS-ARR-OUI TO TRUE
               GO TO 1000-INITIALISATION-FIN
           END-IF.

           MOVE PG-SEU-PPE TO WS-SEU-EDT.
           DISPLAY "Passage en perte des restants dus jusqu'a "
                   FUNCTION TRIM (WS-SEU-EDT) " EUR".

       1000-INITIALISATION-FIN.
           EXIT.

      *-----------------------------------------------------------------

       2000-CHG-RSD-DEB.

           EXEC SQL OPEN C-RSD END-EXEC.

           EXEC SQL
               FETCH C-RSD
               INTO  :PG-IDF-FAC-RSU, :PG-EXE-FAC-RSU,
                     :PG-NUM-FAC-RSU, :PG-IDF-CLI-RSU,
                     :PG-NOM-CLI-RSU, :PG-RST-FAC-RSU
           END-EXEC.

           PERFORM 2100-CHG-LGN-DEB
              THRU 2100-CHG-LGN-FIN
              UNTIL SQLCODE NOT = 0.

           EXEC SQL CLOSE C-RSD END-EXEC.

           EXIT.
       2000-CHG-RSD-FIN.

      *-----------------------------------------------------------------

      * Une facture au-dela de la capacite de la table est reportee
      * au passage suivant.

       2100-CHG-LGN-DEB.

           IF WS-NBR-RSD >= WS-MAX-RSD
               ADD 1 TO WS-NBR-IGN
           ELSE
               ADD 1 TO WS-NBR-RSD
               MOVE PG-IDF-FAC-RSU TO WS-RSD-FAC (WS-NBR-RSD)
               MOVE PG-EXE-FAC-RSU TO WS-RSD-EXE (WS-NBR-RSD)
               MOVE PG-NUM-FAC-RSU TO WS-RSD-NUM (WS-NBR-RSD)
               MOVE PG-IDF-CLI-RSU TO WS-RSD-CLI (WS-NBR-RSD)
               MOVE PG-NOM-CLI-RSU TO WS-RSD-NOM (WS-NBR-RSD)
               MOVE PG-RST-FAC-RSU TO WS-RSD-MTT (WS-NBR-RSD)
           END-IF.

           EXEC SQL
               FETCH C-RSD
               INTO  :PG-IDF-FAC-RSU, :PG-EXE-FAC-RSU,
                     :PG-NUM-FAC-RSU, :PG-IDF-CLI-RSU,
                     :PG-NOM-CLI-RSU, :PG-RST-FAC-RSU
           END-EXEC.

           EXIT.
       2100-CHG-LGN-FIN.

      *-----------------------------------------------------------------

      * Un passage en perte : piece passage_perte puis lettrage sur la
      * facture pour son restant du, valides ensemble. Une erreur
      * annule ce seul passage, les suivants sont tentes.

       3000-ENR-PPE-DEB.

           MOVE WS-RSD-FAC (WS-IDX-RSD) TO PG-IDF-FAC.
           MOVE WS-RSD-CLI (WS-IDX-RSD) TO PG-IDF-CLI.
           MOVE WS-RSD-MTT (WS-IDX-RSD) TO PG-MTT-PPE.
           MOVE WS-IDF-UTI-SYS          TO PG-IDF-UTI.

           EXEC SQL
               INSERT INTO passage_perte (type_ppe, id_fac, id_cli,
                               mtt_ppe, date_ppe, motif_ppe,
                               id_uti_sai)
               VALUES ('residuel', :PG-IDF-FAC, :PG-IDF-CLI,
                      :PG-MTT-PPE, CURRENT_DATE,
                      'Ecart de reglement sous le seuil',
                      :PG-IDF-UTI)
               RETURNING id_ppe INTO :PG-IDF-PPE
           END-EXEC.

           IF SQLCODE NOT = 0
               EXEC SQL ROLLBACK END-EXEC
               MOVE "ppersd : insertion passage_perte"
               TO   WS-OPE-ERR
               CALL "generr" USING WS-OPE-ERR, SQLCODE, WS-RTR-ERR
               END-CALL
               ADD 1 TO WS-NBR-ERR
               GO TO 3000-ENR-PPE-FIN
           END-IF.

           EXEC SQL
               INSERT INTO reglement_lettrage (id_ppe, id_fac,
                               mtt_let, date_let)
               VALUES (:PG-IDF-PPE, :PG-IDF-FAC, :PG-MTT-PPE,
                      CURRENT_DATE)
           END-EXEC.

           IF SQLCODE NOT = 0
               EXEC SQL ROLLBACK END-EXEC
               MOVE "ppersd : insertion reglement_lettrage"
               TO   WS-OPE-ERR
               CALL "generr" USING WS-OPE-ERR, SQLCODE, WS-RTR-ERR
               END-CALL
               ADD 1 TO WS-NBR-ERR
               GO TO 3000-ENR-PPE-FIN
           END-IF.

           EXEC SQL COMMIT END-EXEC.

           ADD 1          TO WS-NBR-PPE.
           ADD PG-MTT-PPE TO WS-TOT-PPE.

           MOVE WS-RSD-NUM (WS-IDX-RSD) TO WS-NUM-FAC-SER.
           MOVE PG-MTT-PPE TO WS-MTT-EDT.
           DISPLAY "  " WS-RSD-EXE (WS-IDX-RSD) "-" WS-NUM-FAC-SER
                   "  " WS-RSD-NOM (WS-IDX-RSD) WS-MTT-EDT " EUR".

           MOVE PG-IDF-PPE TO WS-IDF-EDT.
           MOVE SPACES TO WS-MSG-LOG.
           STRING "Passage en perte residuel "
                  FUNCTION TRIM (WS-IDF-EDT) " facture "
                  WS-RSD-EXE (WS-IDX-RSD) "-" WS-NUM-FAC-SER " : "
                  FUNCTION TRIM (WS-MTT-EDT) " EUR"
                  DELIMITED BY SIZE INTO WS-MSG-LOG
           END-STRING.

           CALL "genlog" USING WS-MSG-LOG,
                               WS-TYP-LOG,
                               WS-IDF-UTI-SYS,
                               WS-IDF-PIE-NUL,
                               WS-QTE-LOG-NUL,
                               WS-LIEN-LOG-NUL,
                               WS-RTR-LOG
           END-CALL.

       3000-ENR-PPE-FIN.
           EXIT.

      *-----------------------------------------------------------------

       4000-FINALISATION-DEB.

           IF WS-ARR-OUI
               GO TO 4000-FINALISATION-FIN
           END-IF.

           IF WS-NBR-RSD = 0
               DISPLAY "Aucun ecart de reglement a passer en perte."
               GO TO 4000-FINALISATION-FIN
           END-IF.

           MOVE WS-NBR-PPE TO WS-NBR-EDT.
           MOVE WS-TOT-PPE TO WS-MTT-EDT.
           DISPLAY "Passages en perte enregistres : " WS-NBR-EDT
                   "  " WS-MTT-EDT " EUR".
           MOVE WS-NBR-ERR TO WS-NBR-EDT.
           DISPLAY "  en erreur (voir generr)     : " WS-NBR-EDT.
           MOVE WS-NBR-IGN TO WS-NBR-EDT.
           DISPLAY "  reportes au passage suivant : " WS-NBR-EDT.

       4000-FINALISATION-FIN.
           EXIT.
