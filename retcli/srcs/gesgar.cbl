      ******************************************************************
      *                                                                *
      *                 DESCRIPTION DU SOUS-PROGRAMME                  *
      *                                                                *
      * gesgar : suivi des reclamations sous garantie fournisseur      *
      * (table garantie_fournisseur, ouvertes par gesrin au renvoi     *
      * d'un retour client). Liste les reclamations en cours puis      *
      * fait avancer celle choisie : envoyee au fournisseur ; acceptee *
      * avec avoir (le retour_fournisseur rattache est solde au        *
      * montant recu) ; acceptee avec remplacement (le retour est clos *
      * 'remplace', aucun avoir n'est plus attendu) puis reception de  *
      * la piece de remplacement, creditee au stock par majpie ;       *
      * refusee (retour clos 'refuse'). A tout moment, le remplacement *
      * gratuit du client est trace : retrait majpie sans facture et,  *
      * pour une piece serialisee, la serie remise marquee vendue sur  *
      * la vente d'origine via majser. Chaque etape est journalisee    *
      * via genlog (type_log = 'garantie').                            *
      *                                                                *
      *----------------------------------------------------------------*
      *                           TRIGRAMMES                           *
      *                                                                *
      * gesgar=gestion garanties fournisseur                           *
      * GAR=GARANTIE; FOU=FOURNISSEUR; PIE=PIECE; SER=SERIE;           *
      * SRL=SERIALISEE; RTF=RETOUR FOURNISSEUR; CMD=COMMANDE;          *
      * QTE=QUANTITE; MTT=MONTANT; AVR=AVOIR; STA=STATUT; ISS=ISSUE;   *
      * RPL=REMPLACEMENT (FOURNISSEUR); RSP=REMPLACEMENT CLIENT;       *
      * DEP=DEPOT; DAT=DATE; ENV=ENVOI; DEC=DECISION; IDF=IDENTIFIANT; *
      * UTI=UTILISATEUR; NBR=NOMBRE; RSU=RESULTAT; CHX=CHOIX;          *
      * LST=LISTE; AFF=AFFICHAGE; APL=APPEL; MAJ=MISE A JOUR;          *
      * LOG=JOURNAL; LIB=LIBELLE; ETP=ETAPE; OPE=OPERATION;            *
      * ERR=ERREUR; RTR=RETOUR; EDT=EDITION; LRR=LEURRE; DEB=DEBUT     *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. gesgar.
       AUTHOR. ThomasD.
       DATE-WRITTEN. 15-10-2026 (fr).

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.

      * Reclamation en cours, pour la liste.
       01 PG-IDF-GAR-RSU        PIC 9(10).
       01 PG-NOM-FOU-RSU        PIC X(50).
       01 PG-NOM-PIE-RSU        PIC X(30).
       01 PG-NUM-SER-RSU        PIC X(30).
       01 PG-STA-GAR-RSU        PIC X(10).
       01 PG-DAT-GAR-RSU        PIC X(10).

      * Reclamation choisie.
       01 PG-IDF-GAR            PIC 9(10).
       01 PG-STA-GAR            PIC X(10).
       01 PG-ISS-GAR            PIC X(12).
       01 PG-RPL-REC            PIC X(01).
       01 PG-RSP-CLI            PIC X(01).
       01 PG-IDF-PIE            PIC 9(10).
       01 PG-NOM-PIE            PIC X(30).
       01 PG-DEP-PIE            PIC X(20).
       01 PG-SRL-PIE            PIC X(01).
       01 PG-QTE-GAR            PIC 9(10).
       01 PG-IDF-CMD            PIC 9(10).
       01 PG-NOM-FOU            PIC X(50).
       01 PG-NUM-SER            PIC X(30).
       01 PG-DAT-VTE            PIC X(10).
       01 PG-DAT-FIN-GAR        PIC X(10).
       01 PG-IDF-RTF            PIC 9(10).
       01 PG-MTT-ATT            PIC 9(12)V99.

      * Nouvel etat pose par l'etape choisie.
       01 PG-STA-NVO            PIC X(10).
       01 PG-ISS-NVO            PIC X(12).
       01 PG-STA-RTF            PIC X(14).
       01 PG-MTT-AVR            PIC 9(12)V99.

       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

      * Declaration du curseur des reclamations en cours : non encore
      * decidees, ou acceptees en remplacement non encore recu, ou
      * dont le client n'a pas encore ete remplace.
       EXEC SQL
           DECLARE C-GAR CURSOR FOR
               SELECT g.id_gar, f.nom_fou, p.nom_pie,
                      COALESCE(s.num_ser, ' '), g.statut_gar,
                      TO_CHAR(g.date_gar, 'DD/MM/YYYY')
               FROM   garantie_fournisseur g
               JOIN   fournisseur f ON f.id_fou = g.id_fou
               JOIN   piece p ON p.id_pie = g.id_pie
               LEFT JOIN piece_serie s ON s.id_ser = g.id_ser
               WHERE  g.statut_gar IN ('ouverte', 'envoyee')
               OR    (g.statut_gar = 'acceptee'
                      AND g.issue_gar = 'remplacement'
                      AND g.date_rpl IS NULL)
               OR    (g.statut_gar <> 'refusee'
                      AND g.rsp_cli_gar = 'N')
               ORDER BY g.date_gar, g.id_gar
       END-EXEC.

       01 WS-LRR                PIC X(01).
       01 WS-CHX                PIC X(01).

       01 WS-IDF-GAR            PIC 9(10).
       01 WS-NBR-GAR            PIC 9(05)   VALUE 0.
       01 WS-MTT-AVR            PIC 9(12)V99.

      * Zones passees a majpie : l'entree de la piece de remplacement
      * et la sortie gratuite vers le client, journalisees sous le
      * type 'garantie'.
       01 WS-QTE-PIE-NUL        PIC 9(10)   VALUE 0.
       01 WS-TYP-CHG-AJT        PIC X(01)   VALUE "+".
       01 WS-TYP-CHG-RTI        PIC X(01)   VALUE "-".
       01 WS-TYP-CHG            PIC X(01).
       01 WS-QTE-VRT            PIC 9(10).
       01 WS-RTR-PIE            PIC 9(01).
           88 WS-RTR-PIE-OK                VALUE 0.
       01 WS-ALR-SUL            PIC X(01).
       01 WS-LIEN-LOG-NUL       PIC 9(10)   VALUE 0.
       01 WS-IDF-PIE-DST-NUL    PIC 9(10)   VALUE 0.
       01 WS-TYP-LOG-GAR        PIC X(20)   VALUE "garantie".
       01 WS-NUM-LOT            PIC X(20).

      * Zones echangees avec majser pour la serie remise au client.
       01 WS-APL-SER-VTE        PIC X(01)   VALUE "V".
       01 WS-NUM-SER            PIC X(30).
       01 WS-RTR-SER            PIC 9(01).

      * Zone de session partagee : qui est connecte sur ce poste.
       COPY session.

       01 WS-IDF-GAR-EDT        PIC Z(10).
       01 WS-QTE-GAR-EDT        PIC Z(10).
       01 WS-MTT-EDT            PIC Z(11)9.99.

      * Zones utilisees pour journaliser chaque etape via genlog.
       01 WS-MSG-LOG            PIC X(100).
       01 WS-LIB-ETP            PIC X(60).
       01 WS-TYP-LOG            PIC X(20)   VALUE "garantie".
       01 WS-QTE-LOG-NUL        PIC S9(10)  VALUE 0.
       01 WS-RTR-LOG            PIC 9(01).

      * Zones utilisees pour tracer via generr l'echec d'une des
      * ecritures SQL en cas de SQLCODE en erreur.
       01 WS-OPE-ERR            PIC X(60).
       01 WS-RTR-ERR            PIC 9(01).


       PROCEDURE DIVISION.

           PERFORM 0100-LST-GAR-DEB
              THRU 0100-LST-GAR-FIN.

           EXIT PROGRAM.

      ******************************************************************
      *                         PARAGRAPHES                            *
      ******************************************************************

       0100-LST-GAR-DEB.

           MOVE 0 TO WS-NBR-GAR.

           DISPLAY "Reclamations sous garantie en cours :".
           DISPLAY "Id          Fournisseur          Piece           "
                   "     Serie                Statut     Ouverte le".

           EXEC SQL OPEN C-GAR END-EXEC.

           EXEC SQL
               FETCH C-GAR
               INTO  :PG-IDF-GAR-RSU, :PG-NOM-FOU-RSU,
                     :PG-NOM-PIE-RSU, :PG-NUM-SER-RSU,
                     :PG-STA-GAR-RSU, :PG-DAT-GAR-RSU
           END-EXEC.

           PERFORM 0150-AFF-UN-GAR-DEB
              THRU 0150-AFF-UN-GAR-FIN
              UNTIL SQLCODE NOT = 0.

           EXEC SQL CLOSE C-GAR END-EXEC.

           IF WS-NBR-GAR = 0
               DISPLAY "(aucune reclamation en cours)"

               DISPLAY "Appuyez sur entree"
               ACCEPT WS-LRR
           ELSE
               PERFORM 0200-SSI-GAR-DEB
                  THRU 0200-SSI-GAR-FIN
           END-IF.

           EXIT.
       0100-LST-GAR-FIN.

      *-----------------------------------------------------------------

       0150-AFF-UN-GAR-DEB.

           ADD 1 TO WS-NBR-GAR.

           MOVE PG-IDF-GAR-RSU TO WS-IDF-GAR-EDT.

           DISPLAY WS-IDF-GAR-EDT "  " PG-NOM-FOU-RSU (1:20) " "
                   PG-NOM-PIE-RSU (1:20) " " PG-NUM-SER-RSU (1:20)
                   " " PG-STA-GAR-RSU " " PG-DAT-GAR-RSU.

           EXEC SQL
               FETCH C-GAR
               INTO  :PG-IDF-GAR-RSU, :PG-NOM-FOU-RSU,
                     :PG-NOM-PIE-RSU, :PG-NUM-SER-RSU,
                     :PG-STA-GAR-RSU, :PG-DAT-GAR-RSU
           END-EXEC.

           EXIT.
       0150-AFF-UN-GAR-FIN.

      *-----------------------------------------------------------------

      * Relit la reclamation choisie, l'affiche et propose l'etape
      * suivante de son cycle de vie.

       0200-SSI-GAR-DEB.

           DISPLAY "Id de la reclamation (0 = quitter) :".
           ACCEPT WS-IDF-GAR.

           IF WS-IDF-GAR = 0
               GO TO 0200-SSI-GAR-FIN
           END-IF.

           MOVE WS-IDF-GAR TO PG-IDF-GAR.

           EXEC SQL
               SELECT g.statut_gar, COALESCE(g.issue_gar, ' '),
                      CASE WHEN g.date_rpl IS NULL
                           THEN 'N' ELSE 'O' END,
                      COALESCE(g.rsp_cli_gar, 'N'),
                      g.id_pie, p.nom_pie, p.depot_pie,
                      COALESCE(p.serialise_pie, 'N'), g.qte_gar,
                      g.id_cmd, f.nom_fou, COALESCE(s.num_ser, ' '),
                      TO_CHAR(g.date_vte, 'DD/MM/YYYY'),
                      COALESCE(TO_CHAR(g.date_fin_gar, 'DD/MM/YYYY'),
                               ' '),
                      COALESCE(g.id_rtf, 0),
                      COALESCE(r.mtt_attendu, 0)
               INTO   :PG-STA-GAR, :PG-ISS-GAR, :PG-RPL-REC,
                      :PG-RSP-CLI, :PG-IDF-PIE, :PG-NOM-PIE,
                      :PG-DEP-PIE, :PG-SRL-PIE, :PG-QTE-GAR,
                      :PG-IDF-CMD, :PG-NOM-FOU, :PG-NUM-SER,
                      :PG-DAT-VTE, :PG-DAT-FIN-GAR, :PG-IDF-RTF,
                      :PG-MTT-ATT
               FROM   garantie_fournisseur g
               JOIN   fournisseur f ON f.id_fou = g.id_fou
               JOIN   piece p ON p.id_pie = g.id_pie
               LEFT JOIN piece_serie s ON s.id_ser = g.id_ser
               LEFT JOIN retour_fournisseur r ON r.id_rtf = g.id_rtf
               WHERE  g.id_gar = :PG-IDF-GAR
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY "Reclamation inconnue."

               DISPLAY "Appuyez sur entree"
               ACCEPT WS-LRR
               GO TO 0200-SSI-GAR-FIN
           END-IF.

           MOVE PG-QTE-GAR TO WS-QTE-GAR-EDT.
           MOVE PG-MTT-ATT TO WS-MTT-EDT.

           DISPLAY "Fournisseur : " FUNCTION TRIM (PG-NOM-FOU).
           DISPLAY "Piece       : " FUNCTION TRIM (PG-NOM-PIE)
                   " x " FUNCTION TRIM (WS-QTE-GAR-EDT).
           IF PG-NUM-SER NOT = SPACES
               DISPLAY "Serie       : " FUNCTION TRIM (PG-NUM-SER)
           END-IF.
           DISPLAY "Vendue le   : " PG-DAT-VTE
                   "   garantie jusqu'au : " PG-DAT-FIN-GAR.
           DISPLAY "Statut      : " FUNCTION TRIM (PG-STA-GAR)
                   "  " FUNCTION TRIM (PG-ISS-GAR).
           DISPLAY "Avoir attendu : " FUNCTION TRIM (WS-MTT-EDT)
                   " EUR   client remplace : " PG-RSP-CLI.

           DISPLAY "1 - Reclamation envoyee au fournisseur".
           DISPLAY "2 - Acceptee avec avoir".
           DISPLAY "3 - Acceptee avec piece de remplacement".
           DISPLAY "4 - Refusee par le fournisseur".
           DISPLAY "5 - Reception de la piece de remplacement".
           DISPLAY "6 - Remplacement gratuit du client".
           DISPLAY "0 - Quitter".
           DISPLAY "Votre choix :".
           ACCEPT WS-CHX.

           EVALUATE WS-CHX
               WHEN "1"
                   PERFORM 0300-ENV-GAR-DEB
                      THRU 0300-ENV-GAR-FIN

               WHEN "2"
                   MOVE "avoir" TO PG-ISS-NVO
                   PERFORM 0400-DEC-GAR-DEB
                      THRU 0400-DEC-GAR-FIN

               WHEN "3"
                   MOVE "remplacement" TO PG-ISS-NVO
                   PERFORM 0400-DEC-GAR-DEB
                      THRU 0400-DEC-GAR-FIN

               WHEN "4"
                   MOVE SPACES TO PG-ISS-NVO
                   PERFORM 0400-DEC-GAR-DEB
                      THRU 0400-DEC-GAR-FIN

               WHEN "5"
                   PERFORM 0500-RPL-REC-DEB
                      THRU 0500-RPL-REC-FIN

               WHEN "6"
                   PERFORM 0600-RSP-CLI-DEB
                      THRU 0600-RSP-CLI-FIN

               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

           DISPLAY "Appuyez sur entree".
           ACCEPT WS-LRR.

       0200-SSI-GAR-FIN.
           EXIT.

      *-----------------------------------------------------------------

      * Reclamation partie chez le fournisseur.

       0300-ENV-GAR-DEB.

           IF PG-STA-GAR NOT = "ouverte"
               DISPLAY "Seule une reclamation ouverte peut etre "
                       "envoyee."
               GO TO 0300-ENV-GAR-FIN
           END-IF.

           EXEC SQL
               UPDATE garantie_fournisseur
               SET    statut_gar = 'envoyee',
                      date_env   = CURRENT_DATE
               WHERE  id_gar = :PG-IDF-GAR
           END-EXEC.

           IF SQLCODE NOT = 0
               EXEC SQL ROLLBACK END-EXEC
               MOVE "gesgar : maj statut_gar envoyee"
               TO   WS-OPE-ERR
               CALL "generr" USING WS-OPE-ERR, SQLCODE, WS-RTR-ERR
               END-CALL
               DISPLAY "Erreur lors de la mise a jour."
               GO TO 0300-ENV-GAR-FIN
           END-IF.

           EXEC SQL COMMIT END-EXEC.

           MOVE "envoyee au fournisseur" TO WS-LIB-ETP.
           PERFORM 0900-APL-LOG-DEB
              THRU 0900-APL-LOG-FIN.

           DISPLAY "Reclamation marquee envoyee.".

       0300-ENV-GAR-FIN.
           EXIT.

      *-----------------------------------------------------------------

      * Decision du fournisseur : acceptee (issue 'avoir' ou
      * 'remplacement') ou refusee (issue a blanc). Le retour
      * fournisseur rattache est clos en consequence, dans la meme
      * transaction : solde au montant de l'avoir, 'remplace' ou
      * 'refuse' - retfou ne l'attend plus.

       0400-DEC-GAR-DEB.

           IF PG-STA-GAR NOT = "ouverte" AND PG-STA-GAR NOT = "envoyee"
               DISPLAY "Reclamation deja decidee."
               GO TO 0400-DEC-GAR-FIN
           END-IF.

           MOVE 0 TO PG-MTT-AVR.

           EVALUATE PG-ISS-NVO
               WHEN "avoir"
                   DISPLAY "Montant de l'avoir recu (0 = avoir "
                           "attendu) :"
                   ACCEPT WS-MTT-AVR
                   IF WS-MTT-AVR = 0
                       MOVE PG-MTT-ATT TO WS-MTT-AVR
                   END-IF
                   MOVE WS-MTT-AVR TO PG-MTT-AVR
                   MOVE "acceptee" TO PG-STA-NVO
                   MOVE "solde"    TO PG-STA-RTF

               WHEN "remplacement"
                   MOVE "acceptee" TO PG-STA-NVO
                   MOVE "remplace" TO PG-STA-RTF

               WHEN OTHER
                   MOVE "refusee"  TO PG-STA-NVO
                   MOVE "refuse"   TO PG-STA-RTF
           END-EVALUATE.

           EXEC SQL
               UPDATE garantie_fournisseur
               SET    statut_gar    = :PG-STA-NVO,
                      issue_gar     = NULLIF(TRIM(:PG-ISS-NVO), ''),
                      mtt_avoir_gar = :PG-MTT-AVR,
                      date_dec      = CURRENT_DATE
               WHERE  id_gar = :PG-IDF-GAR
           END-EXEC.

           IF SQLCODE NOT = 0
               EXEC SQL ROLLBACK END-EXEC
               MOVE "gesgar : maj decision garantie"
               TO   WS-OPE-ERR
               CALL "generr" USING WS-OPE-ERR, SQLCODE, WS-RTR-ERR
               END-CALL
               DISPLAY "Erreur lors de l'enregistrement de la "
                       "decision."
               GO TO 0400-DEC-GAR-FIN
           END-IF.

           IF PG-IDF-RTF NOT = 0
               EXEC SQL
                   UPDATE retour_fournisseur
                   SET    statut_rtf = :PG-STA-RTF,
                          date_sold  = CURRENT_DATE
                   WHERE  id_rtf = :PG-IDF-RTF
                   AND    statut_rtf = 'attente_avoir'
               END-EXEC

               IF SQLCODE < 0
                   EXEC SQL ROLLBACK END-EXEC
                   MOVE "gesgar : maj statut_rtf"
                   TO   WS-OPE-ERR
                   CALL "generr" USING WS-OPE-ERR, SQLCODE,
                                       WS-RTR-ERR
                   END-CALL
                   DISPLAY "Erreur lors de la cloture du retour "
                           "fournisseur, decision non appliquee."
                   GO TO 0400-DEC-GAR-FIN
               END-IF
           END-IF.

           EXEC SQL COMMIT END-EXEC.

           MOVE SPACES TO WS-LIB-ETP.
           IF PG-ISS-NVO = "avoir"
               MOVE PG-MTT-AVR TO WS-MTT-EDT
               STRING "acceptee, avoir de " DELIMITED BY SIZE
                      FUNCTION TRIM (WS-MTT-EDT) DELIMITED BY SIZE
                      " EUR" DELIMITED BY SIZE
                      INTO WS-LIB-ETP
               END-STRING
           ELSE
               STRING FUNCTION TRIM (PG-STA-NVO) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      FUNCTION TRIM (PG-ISS-NVO) DELIMITED BY SIZE
                      INTO WS-LIB-ETP
               END-STRING
           END-IF.

           PERFORM 0900-APL-LOG-DEB
              THRU 0900-APL-LOG-FIN.

           DISPLAY "Decision enregistree : " FUNCTION TRIM (WS-LIB-ETP)
                   ".".

       0400-DEC-GAR-FIN.
           EXIT.

      *-----------------------------------------------------------------

      * Reception de la piece de remplacement envoyee par le
      * fournisseur : credit du stock par majpie ('garantie').

       0500-RPL-REC-DEB.

           IF PG-STA-GAR NOT = "acceptee"
              OR PG-ISS-GAR NOT = "remplacement"
              OR PG-RPL-REC = "O"
               DISPLAY "Aucun remplacement fournisseur attendu sur "
                       "cette reclamation."
               GO TO 0500-RPL-REC-FIN
           END-IF.

           MOVE WS-TYP-CHG-AJT TO WS-TYP-CHG.

           PERFORM 0800-APL-MAJPIE-DEB
              THRU 0800-APL-MAJPIE-FIN.

           IF NOT WS-RTR-PIE-OK
               DISPLAY "Entree en stock refusee par majpie, "
                       "reception non enregistree."
               GO TO 0500-RPL-REC-FIN
           END-IF.

           EXEC SQL
               UPDATE garantie_fournisseur
               SET    date_rpl = CURRENT_DATE
               WHERE  id_gar = :PG-IDF-GAR
           END-EXEC.

           IF SQLCODE NOT = 0
               EXEC SQL ROLLBACK END-EXEC
               MOVE "gesgar : maj date_rpl"
               TO   WS-OPE-ERR
               CALL "generr" USING WS-OPE-ERR, SQLCODE, WS-RTR-ERR
               END-CALL
               DISPLAY "Piece entree en stock, mais reception non "
                       "notee sur la reclamation."
               GO TO 0500-RPL-REC-FIN
           END-IF.

           EXEC SQL COMMIT END-EXEC.

           MOVE "remplacement fournisseur recu en stock"
           TO   WS-LIB-ETP.
           PERFORM 0900-APL-LOG-DEB
              THRU 0900-APL-LOG-FIN.

           DISPLAY "Piece de remplacement entree en stock.".

       0500-RPL-REC-FIN.
           EXIT.

      *-----------------------------------------------------------------

      * Remplacement gratuit du client : la piece sort du stock par
      * majpie ('garantie'), sans facture. Pour une piece
      * serialisee, la serie remise est marquee vendue sur la vente
      * d'origine via majser.

       0600-RSP-CLI-DEB.

           IF PG-RSP-CLI = "O" OR PG-STA-GAR = "refusee"
               DISPLAY "Client deja remplace, ou reclamation "
                       "refusee."
               GO TO 0600-RSP-CLI-FIN
           END-IF.

           IF PG-SRL-PIE = "O"
               DISPLAY "Numero de serie de l'unite remise au client :"
               MOVE SPACES TO WS-NUM-SER
               ACCEPT WS-NUM-SER
           END-IF.

           MOVE WS-TYP-CHG-RTI TO WS-TYP-CHG.

           PERFORM 0800-APL-MAJPIE-DEB
              THRU 0800-APL-MAJPIE-FIN.

           IF NOT WS-RTR-PIE-OK
               DISPLAY "Sortie refusee par majpie (stock "
                       "insuffisant ?), client non remplace."
               GO TO 0600-RSP-CLI-FIN
           END-IF.

           IF PG-SRL-PIE = "O"
               CALL "majser" USING WS-APL-SER-VTE,
                                   PG-IDF-PIE,
                                   WS-NUM-SER,
                                   PG-IDF-CMD,
                                   WS-RTR-SER
               END-CALL

               IF WS-RTR-SER NOT = 0
                   DISPLAY "Serie inconnue ou absente du stock : "
                           "a rattacher via cnsser."
               END-IF
           END-IF.

           EXEC SQL
               UPDATE garantie_fournisseur
               SET    rsp_cli_gar = 'O',
                      date_rsp    = CURRENT_DATE
               WHERE  id_gar = :PG-IDF-GAR
           END-EXEC.

           IF SQLCODE NOT = 0
               EXEC SQL ROLLBACK END-EXEC
               MOVE "gesgar : maj rsp_cli_gar"
               TO   WS-OPE-ERR
               CALL "generr" USING WS-OPE-ERR, SQLCODE, WS-RTR-ERR
               END-CALL
               DISPLAY "Piece sortie du stock, mais remplacement non "
                       "note sur la reclamation."
               GO TO 0600-RSP-CLI-FIN
           END-IF.

           EXEC SQL COMMIT END-EXEC.

           MOVE "client remplace gratuitement" TO WS-LIB-ETP.
           PERFORM 0900-APL-LOG-DEB
              THRU 0900-APL-LOG-FIN.

           DISPLAY "Remplacement gratuit du client enregistre.".

       0600-RSP-CLI-FIN.
           EXIT.

      *-----------------------------------------------------------------

      * Mouvement de stock de la quantite reclamee sur le depot de la
      * piece, dans le sens pose par l'appelant.

       0800-APL-MAJPIE-DEB.

           MOVE PG-QTE-GAR TO WS-QTE-VRT.
           MOVE SPACES     TO WS-NUM-LOT.

           CALL "majpie" USING PG-IDF-PIE
                               WS-QTE-PIE-NUL
                               WS-TYP-CHG
                               WS-QTE-VRT
                               PG-NOM-PIE
                               SESS-IDF-UTI
                               WS-RTR-PIE
                               WS-ALR-SUL
                               WS-LIEN-LOG-NUL
                               PG-DEP-PIE
                               WS-IDF-PIE-DST-NUL
                               WS-TYP-LOG-GAR
                               WS-NUM-LOT
           END-CALL.

           EXIT.
       0800-APL-MAJPIE-FIN.

      *-----------------------------------------------------------------

      * Journalise l'etape (WS-LIB-ETP porte son libelle) via genlog.

       0900-APL-LOG-DEB.

           MOVE PG-IDF-GAR TO WS-IDF-GAR-EDT.

           MOVE SPACES TO WS-MSG-LOG.

           STRING "Reclamation garantie " DELIMITED BY SIZE
                  FUNCTION TRIM (WS-IDF-GAR-EDT) DELIMITED BY SIZE
                  " : " DELIMITED BY SIZE
                  FUNCTION TRIM (WS-LIB-ETP) DELIMITED BY SIZE
                  "." DELIMITED BY SIZE
                  INTO WS-MSG-LOG
           END-STRING.

           CALL "genlog" USING WS-MSG-LOG,
                               WS-TYP-LOG,
                               SESS-IDF-UTI,
                               PG-IDF-PIE,
                               WS-QTE-LOG-NUL,
                               WS-LIEN-LOG-NUL,
                               WS-RTR-LOG
           END-CALL.

           EXIT.
       0900-APL-LOG-FIN.
