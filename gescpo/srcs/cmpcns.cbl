      ******************************************************************
      *                                                                *
      *                 DESCRIPTION DU SOUS-PROGRAMME                  *
      *                                                                *
      * cmpcns : reponses et comparaison d'une consultation de         *
      * fournisseurs (creee par gescns, transmise par expcns). Liste   *
      * les consultations envoyees ; sur celle choisie, l'acheteur     *
      * saisit la reponse d'un fournisseur ligne par ligne (prix par   *
      * unite d'achat, comme prix_pfo, et delai en jours ; prix nul =  *
      * pas d'offre), puis compare les offres de chaque ligne, de la   *
      * moins chere a la plus chere, avec leur delai. L'offre retenue  *
      * est convertie en commande fournisseur (piece_commande) au      *
      * statut 'validee', au prix offert (prix_cmd_pie) et dans la     *
      * devise du fournisseur - ou 'a_approuver', avec notification    *
      * d'un approbateur, si son montant depasse la limite de          *
      * validation de l'acheteur (verlim, meme regle que gescpo) ; a   *
      * la demande, le prix et le delai                                *
      * offerts sont reportes sur la liste de preference               *
      * (piece_fournisseur.prix_pfo/delai_pfo), l'entree etant creee   *
      * si le fournisseur n'y figurait pas. Une consultation dont      *
      * toutes les lignes sont commandees passe au statut 'close' ;    *
      * l'acheteur peut aussi la clore avant, les lignes restantes     *
      * etant abandonnees. Chaque etape est journalisee via genlog     *
      * (type_log = 'consultation').                                   *
      *                                                                *
      *----------------------------------------------------------------*
      *                           TRIGRAMMES                           *
      *                                                                *
      * cmpcns=comparaison consultations fournisseurs                  *
      * CNS=CONSULTATION; LCN=LIGNE DE CONSULTATION; CNF=CONSULTATION  *
      * FOURNISSEUR (OFFRE); OFR=OFFRE; PIE=PIECE; FOU=FOURNISSEUR;    *
      * CPO=COMMANDE PIECE (FOURNISSEUR); PFO=PIECE FOURNISSEUR;       *
      * QTE=QUANTITE; PRX=PRIX; DLA=DELAI; DEV=DEVISE; LIB=LIBELLE;    *
      * DAT=DATE; STA=STATUT; ORD=ORDRE; NBR=NOMBRE; REP=REPONSE;      *
      * RST=RESTANT; IDF=IDENTIFIANT; UTI=UTILISATEUR; RSU=RESULTAT;   *
      * CHX=CHOIX; LST=LISTE; AFF=AFFICHAGE; SSI=SAISIE; CMP=          *
      * COMPARAISON; CNV=CONVERSION; CLO=CLOTURE; MAJ=MISE A JOUR;     *
      * MNU=MENU; SLC=SELECTION; EDT=EDITION; OPE=OPERATION; ERR=      *
      * ERREUR; RTR=RETOUR; LRR=LEURRE; LIM=LIMITE (DE VALIDATION);    *
      * MTT=MONTANT; APR=APPROBATEUR; VER=VERIFICATION; NOT=           *
      * NOTIFICATION; DST=DESTINATAIRE; TYP=TYPE; MSG=MESSAGE; DEB=    *
      * DEBUT                                                          *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. cmpcns.
       AUTHOR. ThomasD.
       DATE-WRITTEN. 15-10-2026 (fr).

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.

      * Consultation envoyee, pour la liste.
       01 PG-IDF-CNS-RSU        PIC 9(10).
       01 PG-LIB-CNS-RSU        PIC X(60).
       01 PG-DAT-ENV-RSU        PIC X(10).
       01 PG-NBR-LCN-RSU        PIC 9(05).
       01 PG-NBR-REP-RSU        PIC 9(05).

      * Consultation choisie.
       01 PG-IDF-CNS            PIC 9(10).
       01 PG-LIB-CNS            PIC X(60).
       01 PG-STA-CNS            PIC X(10).

      * Fournisseur dont la reponse est saisie ou l'offre retenue.
       01 PG-IDF-FOU            PIC 9(10).
       01 PG-NOM-FOU            PIC X(50).
       01 PG-DEV-FOU            PIC X(03).

      * Ligne de consultation et offre courantes.
       01 PG-IDF-LCN            PIC 9(10).
       01 PG-IDF-PIE            PIC 9(10).
       01 PG-NOM-PIE            PIC X(30).
       01 PG-QTE-LCN            PIC 9(10).
       01 PG-IDF-CPO            PIC 9(10).
       01 PG-IDF-CNF            PIC 9(10).
       01 PG-STA-CNF            PIC X(10).
       01 PG-PRX-CNF            PIC 9(08)V99.
       01 PG-DLA-CNF            PIC 9(03).

      * Offre courante du curseur de comparaison.
       01 PG-NOM-FOU-RSU        PIC X(50).
       01 PG-STA-CNF-RSU        PIC X(10).
       01 PG-PRX-CNF-RSU        PIC 9(08)V99.
       01 PG-DLA-CNF-RSU        PIC 9(03).

       01 PG-NBR-PFO            PIC 9(05).
       01 PG-NBR-RST            PIC 9(05).

      * Demandeur et montant figes sur une commande soumise a
      * approbation.
       01 PG-IDF-UTI            PIC 9(10).
       01 PG-MTT-CPO            PIC 9(10)V99.

       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

      * Declaration du curseur des consultations envoyees, avec leur
      * nombre de lignes et de reponses deja saisies.
       EXEC SQL
           DECLARE C-CNS CURSOR FOR
               SELECT c.id_cns, c.lib_cns,
                      TO_CHAR(c.date_env_cns, 'DD/MM/YYYY'),
                      (SELECT COUNT(*) FROM consultation_ligne l
                       WHERE  l.id_cns = c.id_cns),
                      (SELECT COUNT(*) FROM consultation_fournisseur i
                       WHERE  i.id_cns = c.id_cns
                       AND    i.statut_cnf <> 'attente')
               FROM   consultation c
               WHERE  c.statut_cns = 'envoyee'
               ORDER BY c.date_env_cns, c.id_cns
       END-EXEC.

      * Declaration du curseur des lignes a chiffrer par le
      * fournisseur dont la reponse est saisie. Declare WITH HOLD : un
      * COMMIT est pose a chaque ligne repondue.
       EXEC SQL
           DECLARE C-REP CURSOR WITH HOLD FOR
               SELECT i.id_cnf, l.id_lcn, p.nom_pie, l.qte_lcn
               FROM   consultation_fournisseur i
               JOIN   consultation_ligne l ON l.id_lcn = i.id_lcn
               JOIN   piece p ON p.id_pie = l.id_pie
               WHERE  i.id_cns = :PG-IDF-CNS
               AND    i.id_fou = :PG-IDF-FOU
               AND    l.id_cmd_pie IS NULL
               ORDER BY l.id_lcn
       END-EXEC.

      * Declaration du curseur des lignes de la consultation, pour la
      * comparaison.
       EXEC SQL
           DECLARE C-LCN CURSOR FOR
               SELECT l.id_lcn, p.nom_pie, l.qte_lcn,
                      COALESCE(l.id_cmd_pie, 0)
               FROM   consultation_ligne l
               JOIN   piece p ON p.id_pie = l.id_pie
               WHERE  l.id_cns = :PG-IDF-CNS
               ORDER BY l.id_lcn
       END-EXEC.

      * Declaration du curseur des offres d'une ligne : les offres
      * chiffrees de la moins chere a la plus chere (a prix egal, la
      * plus rapide d'abord), puis les refus et les reponses
      * attendues.
       EXEC SQL
           DECLARE C-OFR CURSOR FOR
               SELECT f.nom_fou, i.statut_cnf,
                      COALESCE(i.prix_cnf, 0),
                      COALESCE(i.delai_cnf, 0)
               FROM   consultation_fournisseur i
               JOIN   fournisseur f ON f.id_fou = i.id_fou
               WHERE  i.id_lcn = :PG-IDF-LCN
               ORDER BY CASE WHEN i.statut_cnf = 'repondu' THEN 0
                             ELSE 1 END,
                        i.prix_cnf, i.delai_cnf, f.nom_fou
       END-EXEC.

       01 WS-LRR                PIC X(01).
       01 WS-CHX                PIC X(01).
       01 WS-MAJ-PFO            PIC X(01).

       01 WS-IDF-CNS            PIC 9(10).
       01 WS-IDF-FOU            PIC 9(10).
       01 WS-IDF-LCN            PIC 9(10).
       01 WS-NBR-CNS            PIC 9(05)   VALUE 0.
       01 WS-NBR-OFR            PIC 9(05)   VALUE 0.
       01 WS-PRX-CNF            PIC 9(08)V99.
       01 WS-DLA-CNF            PIC 9(03).

      * Zones echangees avec verlim : montant de la commande en
      * euros, limite de l'acheteur, approbateur possible a notifier.
       01 WS-MTT-CPO            PIC 9(10)V99.
       01 WS-LIM-UTI            PIC 9(10)V99.
       01 WS-NOM-APR            PIC X(30).
       01 WS-RTR-LIM            PIC 9(01).
           88 WS-RTR-LIM-OK                VALUE 0.
           88 WS-RTR-LIM-DEP               VALUE 1.
           88 WS-RTR-LIM-INV               VALUE 2.

      * Zones echangees avec gennot : une commande soumise a
      * approbation est signalee a l'approbateur (a defaut aux
      * achats).
       01 WS-DST-NOT            PIC X(30).
       01 WS-TYP-NOT            PIC X(20)   VALUE "commande_fou".
       01 WS-MSG-NOT            PIC X(150).
       01 WS-RTR-NOT            PIC 9(01).

      * Fin du travail sur la consultation choisie (quitter, ou
      * consultation close).
       01 WS-FIN-CNS            PIC X(01)   VALUE "N".
           88 WS-FIN-CNS-OUI               VALUE "O".
           88 WS-FIN-CNS-NON               VALUE "N".

      * Zone de session partagee : qui est connecte sur ce poste.
       COPY session.

       01 WS-IDF-CNS-EDT        PIC Z(10).
       01 WS-IDF-LCN-EDT        PIC Z(10).
       01 WS-IDF-FOU-EDT        PIC Z(10).
       01 WS-IDF-CPO-EDT        PIC Z(10).
       01 WS-QTE-LCN-EDT        PIC Z(10).
       01 WS-NBR-LCN-EDT        PIC Z(05).
       01 WS-NBR-REP-EDT        PIC Z(05).
       01 WS-PRX-EDT            PIC Z(07)9.99.
       01 WS-DLA-EDT            PIC Z(02)9.
       01 WS-MTT-CPO-EDT        PIC Z(09)9.99.
       01 WS-LIM-UTI-EDT        PIC Z(09)9.99.

      * Zones utilisees pour journaliser chaque etape via genlog.
      * id_pie/qte_log/lien_log ne concernent pas une consultation :
      * ils restent a zero (ecrits a NULL par genlog).
       01 WS-MSG-LOG            PIC X(100).
       01 WS-TYP-LOG            PIC X(20)   VALUE "consultation".
       01 WS-IDF-PIE-NUL        PIC 9(10)   VALUE 0.
       01 WS-QTE-LOG-NUL        PIC S9(10)  VALUE 0.
       01 WS-LIEN-LOG-NUL       PIC 9(10)   VALUE 0.
       01 WS-RTR-LOG            PIC 9(01).

      * Zones utilisees pour tracer via generr l'echec d'une des
      * ecritures SQL en cas de SQLCODE en erreur.
       01 WS-OPE-ERR            PIC X(60).
       01 WS-RTR-ERR            PIC 9(01).


       PROCEDURE DIVISION.

           PERFORM 0100-LST-CNS-DEB
              THRU 0100-LST-CNS-FIN.

           EXIT PROGRAM.

      ******************************************************************
      *                         PARAGRAPHES                            *
      ******************************************************************

      * Liste les consultations envoyees et fait choisir celle a
      * traiter.

       0100-LST-CNS-DEB.

           MOVE 0 TO WS-NBR-CNS.

           DISPLAY "Consultations envoyees aux fournisseurs :".
           DISPLAY "Id          Envoyee le  Lignes  Reponses  Libelle".

           EXEC SQL OPEN C-CNS END-EXEC.

           EXEC SQL
               FETCH C-CNS
               INTO  :PG-IDF-CNS-RSU, :PG-LIB-CNS-RSU,
                     :PG-DAT-ENV-RSU, :PG-NBR-LCN-RSU,
                     :PG-NBR-REP-RSU
           END-EXEC.

           PERFORM 0150-AFF-UN-CNS-DEB
              THRU 0150-AFF-UN-CNS-FIN
              UNTIL SQLCODE NOT = 0.

           EXEC SQL CLOSE C-CNS END-EXEC.

           IF WS-NBR-CNS = 0
               DISPLAY "(aucune consultation envoyee)"

               DISPLAY "Appuyez sur entree"
               ACCEPT WS-LRR
           ELSE
               PERFORM 0200-SLC-CNS-DEB
                  THRU 0200-SLC-CNS-FIN
           END-IF.

           EXIT.
       0100-LST-CNS-FIN.

      *-----------------------------------------------------------------

       0150-AFF-UN-CNS-DEB.

           ADD 1 TO WS-NBR-CNS.

           MOVE PG-IDF-CNS-RSU TO WS-IDF-CNS-EDT.
           MOVE PG-NBR-LCN-RSU TO WS-NBR-LCN-EDT.
           MOVE PG-NBR-REP-RSU TO WS-NBR-REP-EDT.

           DISPLAY WS-IDF-CNS-EDT "  " PG-DAT-ENV-RSU "  "
                   WS-NBR-LCN-EDT "  " WS-NBR-REP-EDT "    "
                   FUNCTION TRIM (PG-LIB-CNS-RSU).

           EXEC SQL
               FETCH C-CNS
               INTO  :PG-IDF-CNS-RSU, :PG-LIB-CNS-RSU,
                     :PG-DAT-ENV-RSU, :PG-NBR-LCN-RSU,
                     :PG-NBR-REP-RSU
           END-EXEC.

           EXIT.
       0150-AFF-UN-CNS-FIN.

      *-----------------------------------------------------------------

      * Saisit l'id de la consultation a traiter (0 pour sortir),
      * controle qu'elle est envoyee puis propose les actions jusqu'a
      * sortie ou cloture.

       0200-SLC-CNS-DEB.

           DISPLAY "Id de la consultation a traiter (0 = quitter) :".
           ACCEPT WS-IDF-CNS.

           IF WS-IDF-CNS = 0
               GO TO 0200-SLC-CNS-FIN
           END-IF.

           MOVE WS-IDF-CNS TO PG-IDF-CNS.

           EXEC SQL
               SELECT lib_cns, statut_cns
               INTO   :PG-LIB-CNS, :PG-STA-CNS
               FROM   consultation
               WHERE  id_cns = :PG-IDF-CNS
           END-EXEC.

           IF SQLCODE NOT = 0 OR PG-STA-CNS NOT = "envoyee"
               DISPLAY "Consultation inconnue ou non envoyee."

               DISPLAY "Appuyez sur entree"
               ACCEPT WS-LRR
               GO TO 0200-SLC-CNS-FIN
           END-IF.

           MOVE PG-IDF-CNS TO WS-IDF-CNS-EDT.

           SET WS-FIN-CNS-NON TO TRUE.

           PERFORM 0300-MNU-CNS-DEB
              THRU 0300-MNU-CNS-FIN
              UNTIL WS-FIN-CNS-OUI.

       0200-SLC-CNS-FIN.
           EXIT.

      *-----------------------------------------------------------------

      * Affiche la comparaison des offres puis saisit l'action.

       0300-MNU-CNS-DEB.

           PERFORM 0500-CMP-OFR-DEB
              THRU 0500-CMP-OFR-FIN.

           DISPLAY " ".
           DISPLAY "1 - Saisir la reponse d'un fournisseur".
           DISPLAY "2 - Retenir une offre (commande fournisseur)".
           DISPLAY "3 - Clore la consultation".
           DISPLAY "0 - Quitter".
           DISPLAY "Votre choix :".
           ACCEPT WS-CHX.

           EVALUATE WS-CHX
               WHEN "1"
                   PERFORM 0400-SSI-REP-DEB
                      THRU 0400-SSI-REP-FIN
               WHEN "2"
                   PERFORM 0600-CNV-OFR-DEB
                      THRU 0600-CNV-OFR-FIN
               WHEN "3"
                   PERFORM 0700-CLO-CNS-DEB
                      THRU 0700-CLO-CNS-FIN
               WHEN "0"
                   SET WS-FIN-CNS-OUI TO TRUE
               WHEN OTHER
                   DISPLAY "Choix invalide."
           END-EVALUATE.

           IF WS-CHX NOT = "0"
               DISPLAY "Appuyez sur entree"
               ACCEPT WS-LRR
           END-IF.

       0300-MNU-CNS-FIN.
           EXIT.

      *-----------------------------------------------------------------

      * Saisit la reponse d'un fournisseur invite : pour chacune de
      * ses lignes non encore commandees, le prix par unite d'achat
      * (0 = pas d'offre) et le delai en jours.

       0400-SSI-REP-DEB.

           DISPLAY "Id du fournisseur qui a repondu :".
           ACCEPT WS-IDF-FOU.

           MOVE WS-IDF-FOU TO PG-IDF-FOU.

           EXEC SQL
               SELECT COUNT(*)
               INTO   :PG-NBR-PFO
               FROM   consultation_fournisseur
               WHERE  id_cns = :PG-IDF-CNS
               AND    id_fou = :PG-IDF-FOU
           END-EXEC.

           IF SQLCODE NOT = 0 OR PG-NBR-PFO = 0
               DISPLAY "Fournisseur non invite sur cette "
                       "consultation."
               GO TO 0400-SSI-REP-FIN
           END-IF.

           MOVE 0 TO WS-NBR-OFR.

           EXEC SQL OPEN C-REP END-EXEC.

           EXEC SQL
               FETCH C-REP
               INTO  :PG-IDF-CNF, :PG-IDF-LCN, :PG-NOM-PIE,
                     :PG-QTE-LCN
           END-EXEC.

           PERFORM 0450-SSI-OFR-DEB
              THRU 0450-SSI-OFR-FIN
              UNTIL SQLCODE NOT = 0.

           EXEC SQL CLOSE C-REP END-EXEC.

           IF WS-NBR-OFR = 0
               DISPLAY "Aucune ligne a chiffrer pour ce fournisseur."
               GO TO 0400-SSI-REP-FIN
           END-IF.

           MOVE PG-IDF-FOU TO WS-IDF-FOU-EDT.
           MOVE WS-NBR-OFR TO WS-NBR-REP-EDT.

           MOVE SPACES TO WS-MSG-LOG.
           STRING 'Consultation ' DELIMITED BY SIZE
                  FUNCTION TRIM (WS-IDF-CNS-EDT) DELIMITED BY SIZE
                  ' : reponse du fournisseur ' DELIMITED BY SIZE
                  FUNCTION TRIM (WS-IDF-FOU-EDT) DELIMITED BY SIZE
                  ' saisie (' DELIMITED BY SIZE
                  FUNCTION TRIM (WS-NBR-REP-EDT) DELIMITED BY SIZE
                  ' ligne(s)).' DELIMITED BY SIZE
                  INTO WS-MSG-LOG
           END-STRING.

           PERFORM 0900-APL-LOG-DEB
              THRU 0900-APL-LOG-FIN.

       0400-SSI-REP-FIN.
           EXIT.

      *-----------------------------------------------------------------

      * Saisit l'offre du fournisseur sur une ligne et l'enregistre :
      * 'repondu' avec un prix, 'decline' sans.

       0450-SSI-OFR-DEB.

           MOVE PG-IDF-LCN TO WS-IDF-LCN-EDT.
           MOVE PG-QTE-LCN TO WS-QTE-LCN-EDT.

           DISPLAY "Ligne " FUNCTION TRIM (WS-IDF-LCN-EDT) " : "
                   FUNCTION TRIM (WS-QTE-LCN-EDT) " x "
                   FUNCTION TRIM (PG-NOM-PIE).
           DISPLAY "  Prix offert par unite d'achat (0 = pas "
                   "d'offre) :".
           ACCEPT WS-PRX-CNF.

           MOVE 0 TO WS-DLA-CNF.

           IF WS-PRX-CNF NOT = 0
               DISPLAY "  Delai de livraison en jours :"
               ACCEPT WS-DLA-CNF
               MOVE "repondu" TO PG-STA-CNF
           ELSE
               MOVE "decline" TO PG-STA-CNF
           END-IF.

           MOVE WS-PRX-CNF TO PG-PRX-CNF.
           MOVE WS-DLA-CNF TO PG-DLA-CNF.

           EXEC SQL
               UPDATE consultation_fournisseur
               SET    statut_cnf   = :PG-STA-CNF,
                      prix_cnf     = :PG-PRX-CNF,
                      delai_cnf    = :PG-DLA-CNF,
                      date_rep_cnf = CURRENT_DATE
               WHERE  id_cnf = :PG-IDF-CNF
           END-EXEC.

           IF SQLCODE = 0
               EXEC SQL COMMIT END-EXEC
               ADD 1 TO WS-NBR-OFR
           ELSE
               EXEC SQL ROLLBACK END-EXEC
               MOVE "cmpcns : maj reponse fournisseur" TO WS-OPE-ERR
               CALL "generr" USING WS-OPE-ERR, SQLCODE, WS-RTR-ERR
               END-CALL
               DISPLAY "Erreur a l'enregistrement de l'offre."
           END-IF.

           EXEC SQL
               FETCH C-REP
               INTO  :PG-IDF-CNF, :PG-IDF-LCN, :PG-NOM-PIE,
                     :PG-QTE-LCN
           END-EXEC.

       0450-SSI-OFR-FIN.
           EXIT.

      *-----------------------------------------------------------------

      * Compare les offres de chaque ligne de la consultation : une
      * ligne deja commandee rappelle sa commande fournisseur, les
      * autres listent leurs offres de la moins chere a la plus chere.

       0500-CMP-OFR-DEB.

           DISPLAY " ".
           DISPLAY "Consultation " FUNCTION TRIM (WS-IDF-CNS-EDT)
                   " - " FUNCTION TRIM (PG-LIB-CNS).

           EXEC SQL OPEN C-LCN END-EXEC.

           EXEC SQL
               FETCH C-LCN
               INTO  :PG-IDF-LCN, :PG-NOM-PIE, :PG-QTE-LCN,
                     :PG-IDF-CPO
           END-EXEC.

           PERFORM 0550-AFF-LCN-DEB
              THRU 0550-AFF-LCN-FIN
              UNTIL SQLCODE NOT = 0.

           EXEC SQL CLOSE C-LCN END-EXEC.

       0500-CMP-OFR-FIN.
           EXIT.

      *-----------------------------------------------------------------

       0550-AFF-LCN-DEB.

           MOVE PG-IDF-LCN TO WS-IDF-LCN-EDT.
           MOVE PG-QTE-LCN TO WS-QTE-LCN-EDT.

           DISPLAY "Ligne " FUNCTION TRIM (WS-IDF-LCN-EDT) " : "
                   FUNCTION TRIM (WS-QTE-LCN-EDT) " x "
                   FUNCTION TRIM (PG-NOM-PIE).

           IF PG-IDF-CPO NOT = 0
               MOVE PG-IDF-CPO TO WS-IDF-CPO-EDT
               DISPLAY "    commandee (commande fournisseur "
                       FUNCTION TRIM (WS-IDF-CPO-EDT) ")"
           ELSE
               MOVE 0 TO WS-NBR-OFR

               EXEC SQL OPEN C-OFR END-EXEC

               EXEC SQL
                   FETCH C-OFR
                   INTO  :PG-NOM-FOU-RSU, :PG-STA-CNF-RSU,
                         :PG-PRX-CNF-RSU, :PG-DLA-CNF-RSU
               END-EXEC

               PERFORM 0560-AFF-OFR-DEB
                  THRU 0560-AFF-OFR-FIN
                  UNTIL SQLCODE NOT = 0

               EXEC SQL CLOSE C-OFR END-EXEC
           END-IF.

      * Le curseur des offres est referme : la ligne suivante est lue
      * sur le curseur des lignes.

           EXEC SQL
               FETCH C-LCN
               INTO  :PG-IDF-LCN, :PG-NOM-PIE, :PG-QTE-LCN,
                     :PG-IDF-CPO
           END-EXEC.

       0550-AFF-LCN-FIN.
           EXIT.

      *-----------------------------------------------------------------

      * Affiche une offre ; la premiere offre chiffree est la moins
      * chere de la ligne.

       0560-AFF-OFR-DEB.

           ADD 1 TO WS-NBR-OFR.

           EVALUATE PG-STA-CNF-RSU
               WHEN "repondu"
                   MOVE PG-PRX-CNF-RSU TO WS-PRX-EDT
                   MOVE PG-DLA-CNF-RSU TO WS-DLA-EDT
                   IF WS-NBR-OFR = 1
                       DISPLAY "    " PG-NOM-FOU-RSU(1:30) " "
                               WS-PRX-EDT "  " WS-DLA-EDT " j"
                               "  <- moins cher"
                   ELSE
                       DISPLAY "    " PG-NOM-FOU-RSU(1:30) " "
                               WS-PRX-EDT "  " WS-DLA-EDT " j"
                   END-IF
               WHEN "decline"
                   DISPLAY "    " PG-NOM-FOU-RSU(1:30)
                           " pas d'offre"
               WHEN OTHER
                   DISPLAY "    " PG-NOM-FOU-RSU(1:30)
                           " reponse attendue"
           END-EVALUATE.

           EXEC SQL
               FETCH C-OFR
               INTO  :PG-NOM-FOU-RSU, :PG-STA-CNF-RSU,
                     :PG-PRX-CNF-RSU, :PG-DLA-CNF-RSU
           END-EXEC.

       0560-AFF-OFR-FIN.
           EXIT.

      *-----------------------------------------------------------------

      * Retient l'offre d'un fournisseur sur une ligne non commandee :
      * cree la commande fournisseur validee au prix offert, rattache
      * la commande a la ligne et marque l'offre retenue, puis, a la
      * demande, reporte prix et delai sur piece_fournisseur - le
      * tout dans une seule transaction.

       0600-CNV-OFR-DEB.

           DISPLAY "Id de la ligne a commander :".
           ACCEPT WS-IDF-LCN.
           DISPLAY "Id du fournisseur retenu :".
           ACCEPT WS-IDF-FOU.

           MOVE WS-IDF-LCN TO PG-IDF-LCN.
           MOVE WS-IDF-FOU TO PG-IDF-FOU.

           EXEC SQL
               SELECT i.id_cnf, i.statut_cnf, COALESCE(i.prix_cnf, 0),
                      COALESCE(i.delai_cnf, 0), l.id_pie, p.nom_pie,
                      l.qte_lcn, COALESCE(l.id_cmd_pie, 0), f.nom_fou,
                      COALESCE(f.devise_fou, 'EUR')
               INTO   :PG-IDF-CNF, :PG-STA-CNF, :PG-PRX-CNF,
                      :PG-DLA-CNF, :PG-IDF-PIE, :PG-NOM-PIE,
                      :PG-QTE-LCN, :PG-IDF-CPO, :PG-NOM-FOU,
                      :PG-DEV-FOU
               FROM   consultation_fournisseur i
               JOIN   consultation_ligne l ON l.id_lcn = i.id_lcn
               JOIN   piece p ON p.id_pie = l.id_pie
               JOIN   fournisseur f ON f.id_fou = i.id_fou
               WHERE  i.id_lcn = :PG-IDF-LCN
               AND    i.id_fou = :PG-IDF-FOU
               AND    i.id_cns = :PG-IDF-CNS
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY "Aucune offre de ce fournisseur sur cette "
                       "ligne."
               GO TO 0600-CNV-OFR-FIN
           END-IF.

           IF PG-IDF-CPO NOT = 0
               DISPLAY "Ligne deja commandee."
               GO TO 0600-CNV-OFR-FIN
           END-IF.

           IF PG-STA-CNF NOT = "repondu"
               DISPLAY "Ce fournisseur n'a pas fait d'offre chiffree "
                       "sur cette ligne."
               GO TO 0600-CNV-OFR-FIN
           END-IF.

           MOVE PG-PRX-CNF TO WS-PRX-EDT.
           MOVE PG-DLA-CNF TO WS-DLA-EDT.
           MOVE PG-QTE-LCN TO WS-QTE-LCN-EDT.

           DISPLAY "Commander " FUNCTION TRIM (WS-QTE-LCN-EDT) " x "
                   FUNCTION TRIM (PG-NOM-PIE) " aupres de "
                   FUNCTION TRIM (PG-NOM-FOU) " a "
                   FUNCTION TRIM (WS-PRX-EDT) " " PG-DEV-FOU
                   ", delai " FUNCTION TRIM (WS-DLA-EDT) " j".
           DISPLAY "Reporter prix et delai sur la liste de "
                   "preference (O/N) ?".
           ACCEPT WS-MAJ-PFO.

           MOVE "cmpcns : insertion commande fournisseur"
           TO   WS-OPE-ERR.

           EXEC SQL
               INSERT INTO piece_commande (id_pie, id_fou,
                               qte_cmd_pie, date_cmd_pie,
                               statut_cmd_pie, prix_cmd_pie,
                               devise_cmd_pie)
               VALUES (:PG-IDF-PIE, :PG-IDF-FOU, :PG-QTE-LCN,
                      CURRENT_DATE, 'validee', :PG-PRX-CNF,
                      :PG-DEV-FOU)
               RETURNING id_cmd_pie INTO :PG-IDF-CPO
           END-EXEC.

           IF SQLCODE = 0
               MOVE "cmpcns : maj offre retenue" TO WS-OPE-ERR

               EXEC SQL
                   UPDATE consultation_ligne
                   SET    id_cmd_pie = :PG-IDF-CPO,
                          id_fou     = :PG-IDF-FOU
                   WHERE  id_lcn = :PG-IDF-LCN
                   AND    id_cmd_pie IS NULL
               END-EXEC
           END-IF.

           IF SQLCODE = 0
               EXEC SQL
                   UPDATE consultation_fournisseur
                   SET    retenu_cnf = 'O'
                   WHERE  id_cnf = :PG-IDF-CNF
               END-EXEC
           END-IF.

           IF SQLCODE = 0
              AND (WS-MAJ-PFO = "O" OR WS-MAJ-PFO = "o")
               MOVE "cmpcns : maj piece_fournisseur" TO WS-OPE-ERR

               PERFORM 0650-MAJ-PFO-DEB
                  THRU 0650-MAJ-PFO-FIN
           END-IF.

           IF SQLCODE = 0
               MOVE "cmpcns : soumission a approbation" TO WS-OPE-ERR

               PERFORM 0680-VER-LIM-DEB
                  THRU 0680-VER-LIM-FIN
           END-IF.

           IF SQLCODE NOT = 0
               EXEC SQL ROLLBACK END-EXEC
               CALL "generr" USING WS-OPE-ERR, SQLCODE, WS-RTR-ERR
               END-CALL
               DISPLAY "Erreur a la conversion de l'offre en commande."
               GO TO 0600-CNV-OFR-FIN
           END-IF.

           EXEC SQL COMMIT END-EXEC.

           MOVE PG-IDF-CPO TO WS-IDF-CPO-EDT.
           MOVE PG-IDF-LCN TO WS-IDF-LCN-EDT.

           MOVE SPACES TO WS-MSG-LOG.
           STRING 'Consultation ' DELIMITED BY SIZE
                  FUNCTION TRIM (WS-IDF-CNS-EDT) DELIMITED BY SIZE
                  ' ligne ' DELIMITED BY SIZE
                  FUNCTION TRIM (WS-IDF-LCN-EDT) DELIMITED BY SIZE
                  ' : offre de ' DELIMITED BY SIZE
                  FUNCTION TRIM (PG-NOM-FOU) DELIMITED BY SIZE
                  ' retenue, commande ' DELIMITED BY SIZE
                  FUNCTION TRIM (WS-IDF-CPO-EDT) DELIMITED BY SIZE
                  '.' DELIMITED BY SIZE
                  INTO WS-MSG-LOG
           END-STRING.

           PERFORM 0900-APL-LOG-DEB
              THRU 0900-APL-LOG-FIN.

           IF WS-RTR-LIM-OK
               DISPLAY "Commande fournisseur " FUNCTION TRIM
                       (WS-IDF-CPO-EDT) " creee au statut validee."
           ELSE
               PERFORM 0690-NOT-APR-DEB
                  THRU 0690-NOT-APR-FIN
           END-IF.

      * Toutes les lignes commandees : la consultation est close.

           EXEC SQL
               SELECT COUNT(*)
               INTO   :PG-NBR-RST
               FROM   consultation_ligne
               WHERE  id_cns = :PG-IDF-CNS
               AND    id_cmd_pie IS NULL
           END-EXEC.

           IF SQLCODE = 0 AND PG-NBR-RST = 0
               PERFORM 0750-MAJ-CLO-DEB
                  THRU 0750-MAJ-CLO-FIN
           END-IF.

       0600-CNV-OFR-FIN.
           EXIT.

      *-----------------------------------------------------------------

      * Reporte le prix et le delai offerts sur l'entree active du
      * fournisseur dans la liste de preference de la piece, ou cree
      * l'entree en fin de liste s'il n'y figurait pas.

       0650-MAJ-PFO-DEB.

           EXEC SQL
               SELECT COUNT(*)
               INTO   :PG-NBR-PFO
               FROM   piece_fournisseur
               WHERE  id_pie = :PG-IDF-PIE
               AND    id_fou = :PG-IDF-FOU
               AND    COALESCE(actif_pfo, 'O') = 'O'
           END-EXEC.

           IF SQLCODE NOT = 0
               GO TO 0650-MAJ-PFO-FIN
           END-IF.

           IF PG-NBR-PFO NOT = 0
               EXEC SQL
                   UPDATE piece_fournisseur
                   SET    prix_pfo  = :PG-PRX-CNF,
                          delai_pfo = :PG-DLA-CNF
                   WHERE  id_pie = :PG-IDF-PIE
                   AND    id_fou = :PG-IDF-FOU
                   AND    COALESCE(actif_pfo, 'O') = 'O'
               END-EXEC
           ELSE
               EXEC SQL
                   INSERT INTO piece_fournisseur (id_pie, id_fou,
                                   prix_pfo, delai_pfo, ordre_pfo,
                                   actif_pfo)
                   SELECT :PG-IDF-PIE, :PG-IDF-FOU, :PG-PRX-CNF,
                          :PG-DLA-CNF, COALESCE(MAX(ordre_pfo), 0) + 1,
                          'O'
                   FROM   piece_fournisseur
                   WHERE  id_pie = :PG-IDF-PIE
               END-EXEC
           END-IF.

       0650-MAJ-PFO-FIN.
           EXIT.

      *-----------------------------------------------------------------

      * Controle la limite de validation de l'acheteur sur la commande
      * qui vient d'etre creee, dans la meme transaction : au-dela (ou
      * commande impossible a chiffrer), elle passe au statut
      * 'a_approuver' avec le demandeur, la date et le montant, comme
      * une soumission faite dans gescpo.

       0680-VER-LIM-DEB.

           CALL "verlim" USING PG-IDF-CPO
                               SESS-IDF-UTI
                               WS-MTT-CPO
                               WS-LIM-UTI
                               WS-NOM-APR
                               WS-RTR-LIM
           END-CALL.

           IF WS-RTR-LIM-OK
               GO TO 0680-VER-LIM-FIN
           END-IF.

           MOVE SESS-IDF-UTI TO PG-IDF-UTI.
           MOVE WS-MTT-CPO   TO PG-MTT-CPO.

           EXEC SQL
               UPDATE piece_commande
               SET    statut_cmd_pie   = 'a_approuver',
                      uti_dem_cmd_pie  = :PG-IDF-UTI,
                      date_dem_cmd_pie = CURRENT_DATE,
                      mtt_dem_cmd_pie  = :PG-MTT-CPO
               WHERE  id_cmd_pie = :PG-IDF-CPO
           END-EXEC.

       0680-VER-LIM-FIN.
           EXIT.

      *-----------------------------------------------------------------

      * Journalise la soumission a approbation et la signale a un
      * approbateur de limite suffisante, a defaut aux achats.

       0690-NOT-APR-DEB.

           MOVE WS-MTT-CPO TO WS-MTT-CPO-EDT.
           MOVE WS-LIM-UTI TO WS-LIM-UTI-EDT.

           DISPLAY "Montant " FUNCTION TRIM (WS-MTT-CPO-EDT)
                   " EUR au-dela de votre limite ("
                   FUNCTION TRIM (WS-LIM-UTI-EDT) " EUR) :".
           DISPLAY "Commande fournisseur " FUNCTION TRIM
                   (WS-IDF-CPO-EDT) " creee au statut a_approuver.".

           MOVE SPACES TO WS-MSG-LOG.
           STRING 'Commande fournisseur ' DELIMITED BY SIZE
                  FUNCTION TRIM (WS-IDF-CPO-EDT) DELIMITED BY SIZE
                  ' : ' DELIMITED BY SIZE
                  FUNCTION TRIM (WS-MTT-CPO-EDT) DELIMITED BY SIZE
                  ' EUR au-dela de la limite, soumise a '
                  DELIMITED BY SIZE
                  'approbation.' DELIMITED BY SIZE
                  INTO WS-MSG-LOG
           END-STRING.

           PERFORM 0900-APL-LOG-DEB
              THRU 0900-APL-LOG-FIN.

           IF WS-NOM-APR = SPACES
               MOVE "achats"   TO WS-DST-NOT
           ELSE
               MOVE WS-NOM-APR TO WS-DST-NOT
           END-IF.

           MOVE SPACES TO WS-MSG-NOT.
           STRING 'Commande fournisseur ' DELIMITED BY SIZE
                  FUNCTION TRIM (WS-IDF-CPO-EDT) DELIMITED BY SIZE
                  ' de ' DELIMITED BY SIZE
                  FUNCTION TRIM (WS-MTT-CPO-EDT) DELIMITED BY SIZE
                  ' EUR a approuver (' DELIMITED BY SIZE
                  FUNCTION TRIM (PG-NOM-PIE) DELIMITED BY SIZE
                  '), demandee par ' DELIMITED BY SIZE
                  FUNCTION TRIM (SESS-NOM-UTI) DELIMITED BY SIZE
                  ' - voir gescpo.' DELIMITED BY SIZE
                  INTO WS-MSG-NOT
           END-STRING.

           CALL "gennot" USING WS-DST-NOT,
                               WS-TYP-NOT,
                               WS-MSG-NOT,
                               WS-RTR-NOT
           END-CALL.

       0690-NOT-APR-FIN.
           EXIT.

      *-----------------------------------------------------------------

      * Clot la consultation a la demande de l'acheteur, les lignes
      * non commandees etant abandonnees.

       0700-CLO-CNS-DEB.

           DISPLAY "Clore la consultation (les lignes non commandees "
                   "sont abandonnees) (O/N) ?".
           ACCEPT WS-CHX.

           IF WS-CHX = "O" OR WS-CHX = "o"
               PERFORM 0750-MAJ-CLO-DEB
                  THRU 0750-MAJ-CLO-FIN
           END-IF.

       0700-CLO-CNS-FIN.
           EXIT.

      *-----------------------------------------------------------------

       0750-MAJ-CLO-DEB.

           EXEC SQL
               UPDATE consultation
               SET    statut_cns   = 'close',
                      date_clo_cns = CURRENT_DATE
               WHERE  id_cns = :PG-IDF-CNS
               AND    statut_cns = 'envoyee'
           END-EXEC.

           IF SQLCODE NOT = 0
               EXEC SQL ROLLBACK END-EXEC
               MOVE "cmpcns : cloture consultation" TO WS-OPE-ERR
               CALL "generr" USING WS-OPE-ERR, SQLCODE, WS-RTR-ERR
               END-CALL
               DISPLAY "Erreur a la cloture de la consultation."
               GO TO 0750-MAJ-CLO-FIN
           END-IF.

           EXEC SQL COMMIT END-EXEC.

           SET WS-FIN-CNS-OUI TO TRUE.

           MOVE SPACES TO WS-MSG-LOG.
           STRING 'Consultation ' DELIMITED BY SIZE
                  FUNCTION TRIM (WS-IDF-CNS-EDT) DELIMITED BY SIZE
                  ' close.' DELIMITED BY SIZE
                  INTO WS-MSG-LOG
           END-STRING.

           PERFORM 0900-APL-LOG-DEB
              THRU 0900-APL-LOG-FIN.

           DISPLAY "Consultation close.".

       0750-MAJ-CLO-FIN.
           EXIT.

      *-----------------------------------------------------------------

       0900-APL-LOG-DEB.

           CALL "genlog" USING WS-MSG-LOG,
                               WS-TYP-LOG,
                               SESS-IDF-UTI,
                               WS-IDF-PIE-NUL,
                               WS-QTE-LOG-NUL,
                               WS-LIEN-LOG-NUL,
                               WS-RTR-LOG
           END-CALL.

       0900-APL-LOG-FIN.
           EXIT.
