      ******************************************************************
      *                                                                *
      *                 DESCRIPTION DU SOUS-PROGRAMME                  *
      *                                                                *
      * expcns : transmission des consultations de fournisseurs        *
      * (demandes de prix saisies dans gescns). Programme de           *
      * traitement par lot qui parcourt les consultations au statut    *
      * 'brouillon', ecrit pour chaque fournisseur invite un fichier   *
      * de demande de prix (CNSFOU.<id_cns>.<id_fou>, sur le modele    *
      * des fichiers de commande d'expcpo : reference de ligne id_lcn  *
      * a rappeler dans la reponse, notre reference id_pie, la         *
      * reference fournisseur quand fournisseur_ref la connait, la     *
      * designation, la quantite dans l'unite d'achat du fournisseur   *
      * via rchcnv et cette unite), passe chaque consultation          *
      * transmise au statut 'envoyee' (journalise via genlog), et      *
      * produit un listing de controle EXPCNSR par consultation et     *
      * fournisseur. Les prix et delais repondus sont saisis dans      *
      * cmpcns, par unite d'achat comme prix_pfo.                      *
      *                                                                *
      *----------------------------------------------------------------*
      *                           TRIGRAMMES                           *
      *                                                                *
      * expcns=export consultations fournisseurs                       *
      * CNS=CONSULTATION; LCN=LIGNE DE CONSULTATION; FOU=FOURNISSEUR;  *
      * PIE=PIECE; REF=REFERENCE; QTE=QUANTITE; FIC=FICHIER; NOM=NOM;  *
      * CTL=CONTROLE; NBR=NOMBRE; CUR=COURANT; IDF=IDENTIFIANT;        *
      * UTI=UTILISATEUR; RSU=RESULTAT; ECR=ECRITURE; MAJ=MISE A JOUR;  *
      * STA=STATUT; OUV=OUVERTURE; CLO=CLOTURE; EDT=EDITION;           *
      * UNA=UNITE D'ACHAT; FAC=FACTEUR; CNV=CONVERSION; ACH=ACHAT;     *
      * OPE=OPERATION; ERR=ERREUR; RTR=RETOUR; DEB=DEBUT               *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. expcns.
       AUTHOR. ThomasD.
       DATE-WRITTEN. 15-10-2026 (fr).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * Fichier de demande de prix du fournisseur en cours : le nom
      * est construit dans WS-NOM-FIC-CNS (CNSFOU.<id_cns>.<id_fou>)
      * avant chaque OPEN, un fichier par consultation et fournisseur.
           SELECT F-CNS-FOU ASSIGN TO WS-NOM-FIC-CNS
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT F-CTL-EXP ASSIGN TO "EXPCNSR"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD F-CNS-FOU.
       01 REC-CNS-FOU           PIC X(200).

       FD F-CTL-EXP.
       01 REC-CTL-EXP           PIC X(120).

       WORKING-STORAGE SECTION.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.

       COPY dbconfig.

       01 PG-IDF-CNS-RSU        PIC 9(10).
       01 PG-IDF-FOU-RSU        PIC 9(10).
       01 PG-IDF-LCN-RSU        PIC 9(10).
       01 PG-IDF-PIE-RSU        PIC 9(10).
       01 PG-NOM-PIE-RSU        PIC X(30).
       01 PG-QTE-LCN-RSU        PIC 9(10).

       01 PG-REF-FOU            PIC X(30).

      * Consultation dont la transmission vient de se terminer.
       01 PG-IDF-CNS-MAJ        PIC 9(10).

       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

      * Declaration du curseur des invitations a transmettre, groupees
      * par consultation puis par fournisseur (double rupture).
      * Le curseur est declare WITH HOLD : un COMMIT est pose a chaque
      * consultation transmise (statut, genlog), et un COMMIT ordinaire
      * refermerait le curseur.
       EXEC SQL
           DECLARE C-CNS CURSOR WITH HOLD FOR
               SELECT c.id_cns, i.id_fou, l.id_lcn, l.id_pie,
                      p.nom_pie, l.qte_lcn
               FROM   consultation c
               JOIN   consultation_fournisseur i ON i.id_cns = c.id_cns
               JOIN   consultation_ligne l ON l.id_lcn = i.id_lcn
               JOIN   piece p ON p.id_pie = l.id_pie
               WHERE  c.statut_cns = 'brouillon'
               ORDER BY c.id_cns, i.id_fou, l.id_lcn
       END-EXEC.

       01 WS-NOM-FIC-CNS        PIC X(40).

      * Consultation et fournisseur en cours d'ecriture (ruptures) ;
      * zero tant qu'aucun fichier n'est ouvert.
       01 WS-IDF-CNS-CUR        PIC 9(10)   VALUE 0.
       01 WS-IDF-FOU-CUR        PIC 9(10)   VALUE 0.

      * Compteurs du fichier courant et totaux generaux.
       01 WS-NBR-LGN-FIC        PIC 9(10)   VALUE 0.
       01 WS-NBR-LGN-TOT        PIC 9(10)   VALUE 0.
       01 WS-NBR-FIC            PIC 9(05)   VALUE 0.
       01 WS-NBR-CNS            PIC 9(05)   VALUE 0.

      * Unite d'achat du couple piece/fournisseur et facteur de
      * conversion en unites de stock (rchcnv), quantite demandee en
      * unites d'achat.
       01 WS-UNA-PFO            PIC X(10).
       01 WS-FAC-CNV            PIC 9(05).
       01 WS-RTR-CNV            PIC 9(01).
       01 WS-QTE-ACH            PIC 9(10).

      * Identifiant utilisateur "systeme" au nom duquel les passages
      * au statut 'envoyee' sont journalises, meme convention
      * qu'expcpo.
       01 WS-IDF-UTI-SYS        PIC 9(10)   VALUE 1.

       01 WS-IDF-CNS-EDT        PIC Z(10).
       01 WS-IDF-FOU-EDT        PIC Z(10).
       01 WS-IDF-LCN-EDT        PIC Z(10).
       01 WS-IDF-PIE-EDT        PIC Z(10).
       01 WS-QTE-ACH-EDT        PIC Z(10).
       01 WS-NBR-LGN-EDT        PIC Z(10).
       01 WS-NBR-FIC-EDT        PIC Z(05).
       01 WS-NBR-CNS-EDT        PIC Z(05).

      * Zones utilisees pour generer le log de transmission via
      * genlog. id_pie/qte_log/lien_log ne s'appliquent pas : ils
      * restent a zero (ecrits a NULL par genlog).
       01 WS-MSG-LOG            PIC X(100).
       01 WS-TYP-LOG            PIC X(20)   VALUE "consultation".
       01 WS-IDF-PIE-NUL        PIC 9(10)   VALUE 0.
       01 WS-QTE-LOG-NUL        PIC S9(10)  VALUE 0.
       01 WS-LIEN-LOG-NUL       PIC 9(10)   VALUE 0.
       01 WS-RTR-LOG            PIC 9(01).

      * Zones utilisees pour tracer via generr l'echec de la mise a
      * jour du statut en cas de SQLCODE en erreur.
       01 WS-OPE-ERR            PIC X(60)
           VALUE "expcns : maj statut_cns envoyee".
       01 WS-RTR-ERR            PIC 9(01).


       PROCEDURE DIVISION.

           PERFORM 1000-INITIALISATION-DEB
              THRU 1000-INITIALISATION-FIN.

           PERFORM 2000-EXP-CNS-DEB
              THRU 2000-EXP-CNS-FIN.

           PERFORM 3000-FINALISATION-DEB
              THRU 3000-FINALISATION-FIN.

           STOP RUN.

      ******************************************************************
      *                         PARAGRAPHES                            *
      ******************************************************************

       1000-INITIALISATION-DEB.

           DISPLAY "Transmission des consultations de "
                   "fournisseurs...".

           EXEC SQL
               CONNECT :PG-IDENTIFIANT
               IDENTIFIED BY :PG-MOT-PASSE
               USING :PG-NOM-BASE
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY "Erreur de connexion SQLCODE: " SQLCODE
           END-IF.

           EXEC SQL COMMIT END-EXEC.

           MOVE 0 TO WS-IDF-CNS-CUR.
           MOVE 0 TO WS-IDF-FOU-CUR.
           MOVE 0 TO WS-NBR-LGN-FIC.
           MOVE 0 TO WS-NBR-LGN-TOT.
           MOVE 0 TO WS-NBR-FIC.
           MOVE 0 TO WS-NBR-CNS.

           OPEN OUTPUT F-CTL-EXP.

           STRING "id_cns;id_fou;nb_lignes;fichier"
                  DELIMITED BY SIZE INTO REC-CTL-EXP
           END-STRING.
           WRITE REC-CTL-EXP.

           EXIT.
       1000-INITIALISATION-FIN.

      *-----------------------------------------------------------------

      * Parcourt le curseur des invitations, gere les ruptures par
      * consultation et par fournisseur, puis clot le dernier fichier
      * et la derniere consultation.

       2000-EXP-CNS-DEB.

           EXEC SQL OPEN C-CNS END-EXEC.

           EXEC SQL
               FETCH C-CNS
               INTO  :PG-IDF-CNS-RSU, :PG-IDF-FOU-RSU,
                     :PG-IDF-LCN-RSU, :PG-IDF-PIE-RSU,
                     :PG-NOM-PIE-RSU, :PG-QTE-LCN-RSU
           END-EXEC.

           PERFORM 2100-TRT-LCN-DEB
              THRU 2100-TRT-LCN-FIN
              UNTIL SQLCODE NOT = 0.

           EXEC SQL CLOSE C-CNS END-EXEC.

           IF WS-IDF-CNS-CUR NOT = 0
               PERFORM 2500-CLO-FIC-FOU-DEB
                  THRU 2500-CLO-FIC-FOU-FIN

               PERFORM 2400-MAJ-STA-DEB
                  THRU 2400-MAJ-STA-FIN
           END-IF.

           EXIT.
       2000-EXP-CNS-FIN.

      *-----------------------------------------------------------------

      * Traite l'invitation courante : un changement de consultation
      * clot le fichier en cours et passe la consultation precedente
      * a 'envoyee' ; un changement de fournisseur clot le fichier en
      * cours et ouvre le suivant ; puis la ligne est ecrite.

       2100-TRT-LCN-DEB.

           IF PG-IDF-CNS-RSU NOT = WS-IDF-CNS-CUR
              OR PG-IDF-FOU-RSU NOT = WS-IDF-FOU-CUR
               IF WS-IDF-CNS-CUR NOT = 0
                   PERFORM 2500-CLO-FIC-FOU-DEB
                      THRU 2500-CLO-FIC-FOU-FIN
               END-IF

               IF WS-IDF-CNS-CUR NOT = 0
                  AND PG-IDF-CNS-RSU NOT = WS-IDF-CNS-CUR
                   PERFORM 2400-MAJ-STA-DEB
                      THRU 2400-MAJ-STA-FIN
               END-IF

               PERFORM 2200-OUV-FIC-FOU-DEB
                  THRU 2200-OUV-FIC-FOU-FIN
           END-IF.

           PERFORM 2300-ECR-LGN-CNS-DEB
              THRU 2300-ECR-LGN-CNS-FIN.

           EXEC SQL
               FETCH C-CNS
               INTO  :PG-IDF-CNS-RSU, :PG-IDF-FOU-RSU,
                     :PG-IDF-LCN-RSU, :PG-IDF-PIE-RSU,
                     :PG-NOM-PIE-RSU, :PG-QTE-LCN-RSU
           END-EXEC.

           EXIT.
       2100-TRT-LCN-FIN.

      *-----------------------------------------------------------------

      * Ouvre le fichier de demande de prix du nouveau couple
      * consultation/fournisseur (CNSFOU.<id_cns>.<id_fou>) et remet
      * le compteur de lignes a zero.

       2200-OUV-FIC-FOU-DEB.

           IF PG-IDF-CNS-RSU NOT = WS-IDF-CNS-CUR
               ADD 1 TO WS-NBR-CNS
           END-IF.

           MOVE PG-IDF-CNS-RSU TO WS-IDF-CNS-CUR.
           MOVE PG-IDF-FOU-RSU TO WS-IDF-FOU-CUR.
           MOVE PG-IDF-CNS-RSU TO WS-IDF-CNS-EDT.
           MOVE PG-IDF-FOU-RSU TO WS-IDF-FOU-EDT.

           MOVE SPACES TO WS-NOM-FIC-CNS.
           STRING "CNSFOU." DELIMITED BY SIZE
                  FUNCTION TRIM (WS-IDF-CNS-EDT) DELIMITED BY SIZE
                  "." DELIMITED BY SIZE
                  FUNCTION TRIM (WS-IDF-FOU-EDT) DELIMITED BY SIZE
                  INTO WS-NOM-FIC-CNS
           END-STRING.

           OPEN OUTPUT F-CNS-FOU.

           MOVE 0 TO WS-NBR-LGN-FIC.
           ADD 1 TO WS-NBR-FIC.

           EXIT.
       2200-OUV-FIC-FOU-FIN.

      *-----------------------------------------------------------------

      * Ecrit la ligne de demande de prix : reference de ligne a
      * rappeler, notre reference (id_pie), la reference fournisseur
      * quand la correspondance existe (vide sinon), la designation,
      * la quantite en unites d'achat du fournisseur et cette unite.

       2300-ECR-LGN-CNS-DEB.

           EXEC SQL
               SELECT ref_fou
               INTO   :PG-REF-FOU
               FROM   fournisseur_ref
               WHERE  id_fou = :PG-IDF-FOU-RSU
               AND    id_pie = :PG-IDF-PIE-RSU
               FETCH FIRST 1 ROW ONLY
           END-EXEC.

           IF SQLCODE NOT = 0
               MOVE SPACES TO PG-REF-FOU
           END-IF.

           CALL "rchcnv" USING PG-IDF-PIE-RSU
                               PG-IDF-FOU-RSU
                               WS-UNA-PFO
                               WS-FAC-CNV
                               WS-RTR-CNV
           END-CALL.

           COMPUTE WS-QTE-ACH = (PG-QTE-LCN-RSU + WS-FAC-CNV - 1)
                                / WS-FAC-CNV.

           MOVE PG-IDF-LCN-RSU TO WS-IDF-LCN-EDT.
           MOVE PG-IDF-PIE-RSU TO WS-IDF-PIE-EDT.
           MOVE WS-QTE-ACH     TO WS-QTE-ACH-EDT.

           MOVE SPACES TO REC-CNS-FOU.

           STRING FUNCTION TRIM (WS-IDF-LCN-EDT) ";"
                  FUNCTION TRIM (WS-IDF-PIE-EDT) ";"
                  FUNCTION TRIM (PG-REF-FOU) ";"
                  FUNCTION TRIM (PG-NOM-PIE-RSU) ";"
                  FUNCTION TRIM (WS-QTE-ACH-EDT) ";"
                  FUNCTION TRIM (WS-UNA-PFO)
                  DELIMITED BY SIZE INTO REC-CNS-FOU
           END-STRING.
           WRITE REC-CNS-FOU.

           ADD 1 TO WS-NBR-LGN-FIC.
           ADD 1 TO WS-NBR-LGN-TOT.

           EXIT.
       2300-ECR-LGN-CNS-FIN.

      *-----------------------------------------------------------------

      * La consultation entierement transmise passe au statut
      * 'envoyee', journalisee via genlog.

       2400-MAJ-STA-DEB.

           MOVE WS-IDF-CNS-CUR TO PG-IDF-CNS-MAJ.
           MOVE WS-IDF-CNS-CUR TO WS-IDF-CNS-EDT.

           EXEC SQL
               UPDATE consultation
               SET    statut_cns   = 'envoyee',
                      date_env_cns = CURRENT_DATE
               WHERE  id_cns = :PG-IDF-CNS-MAJ
               AND    statut_cns = 'brouillon'
           END-EXEC.

           IF SQLCODE = 0
               EXEC SQL COMMIT END-EXEC

               MOVE SPACES TO WS-MSG-LOG

               STRING 'Consultation ' DELIMITED BY SIZE
                      FUNCTION TRIM (WS-IDF-CNS-EDT) DELIMITED BY SIZE
                      ' transmise aux fournisseurs (statut envoyee).'
                      DELIMITED BY SIZE
                      INTO WS-MSG-LOG
               END-STRING

               CALL "genlog" USING WS-MSG-LOG,
                                   WS-TYP-LOG,
                                   WS-IDF-UTI-SYS,
                                   WS-IDF-PIE-NUL,
                                   WS-QTE-LOG-NUL,
                                   WS-LIEN-LOG-NUL,
                                   WS-RTR-LOG
               END-CALL
           ELSE
               EXEC SQL ROLLBACK END-EXEC
               CALL "generr" USING WS-OPE-ERR, SQLCODE, WS-RTR-ERR
               END-CALL
           END-IF.

           EXIT.
       2400-MAJ-STA-FIN.

      *-----------------------------------------------------------------

      * Clot le fichier du couple consultation/fournisseur courant et
      * ecrit sa ligne de controle.

       2500-CLO-FIC-FOU-DEB.

           CLOSE F-CNS-FOU.

           MOVE WS-IDF-CNS-CUR TO WS-IDF-CNS-EDT.
           MOVE WS-IDF-FOU-CUR TO WS-IDF-FOU-EDT.
           MOVE WS-NBR-LGN-FIC TO WS-NBR-LGN-EDT.

           DISPLAY "Consultation " FUNCTION TRIM (WS-IDF-CNS-EDT)
                   ", fournisseur " FUNCTION TRIM (WS-IDF-FOU-EDT)
                   " : " FUNCTION TRIM (WS-NBR-LGN-EDT)
                   " ligne(s) (" FUNCTION TRIM (WS-NOM-FIC-CNS) ").".

           MOVE SPACES TO REC-CTL-EXP.
           STRING FUNCTION TRIM (WS-IDF-CNS-EDT) ";"
                  FUNCTION TRIM (WS-IDF-FOU-EDT) ";"
                  FUNCTION TRIM (WS-NBR-LGN-EDT) ";"
                  FUNCTION TRIM (WS-NOM-FIC-CNS)
                  DELIMITED BY SIZE INTO REC-CTL-EXP
           END-STRING.
           WRITE REC-CTL-EXP.

           EXIT.
       2500-CLO-FIC-FOU-FIN.

      *-----------------------------------------------------------------

       3000-FINALISATION-DEB.

           MOVE WS-NBR-CNS     TO WS-NBR-CNS-EDT.
           MOVE WS-NBR-FIC     TO WS-NBR-FIC-EDT.
           MOVE WS-NBR-LGN-TOT TO WS-NBR-LGN-EDT.

           MOVE SPACES TO REC-CTL-EXP.
           STRING "TOTAL;" DELIMITED BY SIZE
                  FUNCTION TRIM (WS-NBR-CNS-EDT) ";"
                  FUNCTION TRIM (WS-NBR-LGN-EDT) ";"
                  FUNCTION TRIM (WS-NBR-FIC-EDT)
                  DELIMITED BY SIZE INTO REC-CTL-EXP
           END-STRING.
           WRITE REC-CTL-EXP.

           CLOSE F-CTL-EXP.

           DISPLAY "Transmission terminee : "
                   FUNCTION TRIM (WS-NBR-CNS-EDT)
                   " consultation(s), "
                   FUNCTION TRIM (WS-NBR-FIC-EDT)
                   " fichier(s), "
                   FUNCTION TRIM (WS-NBR-LGN-EDT)
                   " ligne(s) (voir EXPCNSR).".

           EXIT.
       3000-FINALISATION-FIN.
