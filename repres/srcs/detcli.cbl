      ******************************************************************
      *                                                                *
      *                 DESCRIPTION DU SOUS-PROGRAMME                  *
      *                                                                *
      * detcli : detection des clients professionnels en perte de      *
      * vitesse. Etape de fin de mois de la chaine nocturne (trtnoc) : *
      * le dernier jour du mois seulement (meme garde que trtstm),     *
      * calcule pour chaque client professionnel actif (typ_cli 'E')   *
      * son rythme de commande habituel (ecart moyen entre ses dates   *
      * de commande des deux dernieres annees, commandes annulees      *
      * exclues) et sa depense mensuelle habituelle (chiffre des douze *
      * derniers mois / 12), et le signale lorsque :                   *
      * - sa derniere commande est en retard sur son propre rythme     *
      *   (plus de deux fois son ecart habituel, et au moins trente    *
      *   jours), a partir de trois dates de commande ;                *
      * - ou son chiffre des 90 derniers jours a chute de moitie ou    *
      *   plus par rapport aux memes 90 jours de l'an dernier (s'il    *
      *   atteignait alors 300 EUR).                                   *
      * Chaque client signale part dans la liste de travail spoolee    *
      * DETCLI (genspl) - client, rythme habituel, jours depuis la     *
      * derniere commande, depense habituelle, evolution du chiffre,   *
      * vehicules en fiche, representant - et une notification est     *
      * deposee (gennot) pour l'utilisateur de son representant, a     *
      * defaut pour les commerciaux : le garage parti a la concurrence *
      * se voit au bout d'un mois, pas au passage suivant du           *
      * representant.                                                  *
      *                                                                *
      *----------------------------------------------------------------*
      *                           TRIGRAMMES                           *
      *                                                                *
      * detcli=detection clients (en perte de vitesse)                 *
      * CLI=CLIENT; NOM=NOM; NBR=NOMBRE; DAT=DATE; FRQ=FREQUENCE       *
      * (RYTHME, JOURS); JOU=JOUR; DER=DERNIERE COMMANDE; CA=CHIFFRE   *
      * D'AFFAIRES; MOI=MOIS; PRC=PERIODE PRECEDENTE (AN DERNIER);     *
      * EVO=EVOLUTION; VEH=VEHICULE; REP=REPRESENTANT; UTI=            *
      * UTILISATEUR; RTD=RETARD; BAI=BAISSE; FAC=FACTEUR; MIN=MINIMUM; *
      * MTF=MOTIF; DST=DESTINATAIRE; TYP=TYPE; MSG=MESSAGE; NOT=       *
      * NOTIFICATION; FIN=FIN; RSU=RESULTAT; RTR=RETOUR; SPL=SPOOL;    *
      * FIC=FICHIER; EDT=EDITION; DEB=DEBUT                            *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. detcli.
       AUTHOR. ThomasD.
       DATE-WRITTEN. 15-10-2026 (fr).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT F-DCL ASSIGN TO WS-FIC-SPL
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD F-DCL.
       01 REC-DCL               PIC X(200).

       WORKING-STORAGE SECTION.

      * Nom de fichier date attribue par genspl : la liste de chaque
      * fin de mois reste au spool.
       01 WS-FIC-SPL            PIC X(50).
       01 WS-NOM-RAP            PIC X(14)   VALUE "DETCLI".
       01 WS-IDF-UTI-NUL        PIC 9(10)   VALUE 0.
       01 WS-RTR-SPL            PIC 9(01).

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.

       COPY dbconfig.

      * Vaut 1 lorsque la date du jour est le dernier jour du mois.
       01 PG-FIN-MOI            PIC 9(01).

       01 PG-IDF-CLI-RSU        PIC 9(10).
       01 PG-NOM-CLI-RSU        PIC X(50).
       01 PG-NBR-DAT-RSU        PIC 9(05).
       01 PG-FRQ-RSU            PIC 9(05).
       01 PG-JOU-DER-RSU        PIC 9(05).
       01 PG-CA-MOI-RSU         PIC 9(10)V99.
       01 PG-CA-RSU             PIC S9(10)V99.
       01 PG-CA-PRC-RSU         PIC S9(10)V99.
       01 PG-NBR-VEH-RSU        PIC 9(05).
       01 PG-NOM-REP-RSU        PIC X(50).
       01 PG-NOM-UTI-RSU        PIC X(30).

       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

      * Declaration du curseur des clients professionnels actifs ayant
      * commande dans les deux dernieres annees, avec leur rythme,
      * l'anciennete de leur derniere commande, leur depense mensuelle
      * habituelle, le chiffre des 90 derniers jours et des memes 90
      * jours de l'an dernier, leurs vehicules actifs et l'utilisateur
      * de leur representant actif.
      * Le curseur est declare WITH HOLD : gennot pose un COMMIT a
      * chaque notification deposee.
       EXEC SQL
           DECLARE C-DCL CURSOR WITH HOLD FOR
               SELECT c.id_cli, c.nom_cli, s.nbr_dat,
                      COALESCE(s.frq, 0),
                      CURRENT_DATE - s.der,
                      COALESCE((SELECT SUM(l.qte_lgn_cmd
                                           * l.prix_lgn_cmd)
                                FROM   commande_ligne l
                                JOIN   commande m
                                       ON m.id_cmd = l.id_cmd
                                WHERE  m.id_cli = c.id_cli
                                AND    COALESCE(m.statut_cmd, 'saisie')
                                       <> 'annulee'
                                AND    m.date_cmd > CURRENT_DATE - 365),
                               0) / 12,
                      COALESCE((SELECT SUM(l.qte_lgn_cmd
                                           * l.prix_lgn_cmd)
                                FROM   commande_ligne l
                                JOIN   commande m
                                       ON m.id_cmd = l.id_cmd
                                WHERE  m.id_cli = c.id_cli
                                AND    COALESCE(m.statut_cmd, 'saisie')
                                       <> 'annulee'
                                AND    m.date_cmd > CURRENT_DATE - 90),
                               0),
                      COALESCE((SELECT SUM(l.qte_lgn_cmd
                                           * l.prix_lgn_cmd)
                                FROM   commande_ligne l
                                JOIN   commande m
                                       ON m.id_cmd = l.id_cmd
                                WHERE  m.id_cli = c.id_cli
                                AND    COALESCE(m.statut_cmd, 'saisie')
                                       <> 'annulee'
                                AND    m.date_cmd > CURRENT_DATE - 455
                                AND    m.date_cmd
                                       <= CURRENT_DATE - 365), 0),
                      (SELECT COUNT(*)
                       FROM   vehicule v
                       WHERE  v.id_cli = c.id_cli
                       AND    COALESCE(v.actif_veh, 'O') = 'O'),
                      COALESCE(r.nom_rep, ' '),
                      COALESCE(u.nom_uti, ' ')
               FROM   client c
               JOIN  (SELECT m.id_cli,
                             COUNT(DISTINCT m.date_cmd) AS nbr_dat,
                             MAX(m.date_cmd) AS der,
                             (MAX(m.date_cmd) - MIN(m.date_cmd))
                             / NULLIF(COUNT(DISTINCT m.date_cmd) - 1, 0)
                             AS frq
                      FROM   commande m
                      WHERE  m.date_cmd > CURRENT_DATE - 730
                      AND    COALESCE(m.statut_cmd, 'saisie')
                             <> 'annulee'
                      GROUP BY m.id_cli) s ON s.id_cli = c.id_cli
               LEFT JOIN representant r
                      ON r.id_rep = c.id_rep
                     AND COALESCE(r.actif_rep, 'O') = 'O'
               LEFT JOIN utilisateur u ON u.id_uti = r.id_uti
               WHERE  c.typ_cli = 'E'
               AND    COALESCE(c.actif_cli, 'O') = 'O'
               ORDER BY c.id_cli
       END-EXEC.

      * Regles de detection : retard au-dela de WS-FAC-RTD fois le
      * rythme habituel (et d'au moins WS-JOU-RTD-MIN jours), rythme
      * connu a partir de WS-NBR-DAT-MIN dates de commande ; baisse
      * d'au moins WS-BAI-MIN % du chiffre des 90 jours, quand celui
      * de l'an dernier atteignait WS-CA-PRC-MIN euros.
       01 WS-FAC-RTD            PIC 9(02)V9 VALUE 2.0.
       01 WS-JOU-RTD-MIN        PIC 9(05)   VALUE 30.
       01 WS-NBR-DAT-MIN        PIC 9(05)   VALUE 3.
       01 WS-BAI-MIN            PIC 9(03)   VALUE 50.
       01 WS-CA-PRC-MIN         PIC 9(10)V99 VALUE 300.

      * Constat pour le client courant.
       01 WS-RTD                PIC X(01).
           88 WS-RTD-OUI                    VALUE "O".
       01 WS-BAI                PIC X(01).
           88 WS-BAI-OUI                    VALUE "O".
       01 WS-JOU-LIM            PIC 9(07).
       01 WS-EVO                PIC S9(05)V9.
       01 WS-MTF                PIC X(14).

       01 WS-NBR-CLI            PIC 9(07)   VALUE 0.
       01 WS-NBR-SIG            PIC 9(07)   VALUE 0.

       01 WS-IDF-CLI-EDT        PIC Z(09)9.
       01 WS-FRQ-EDT            PIC Z(04)9.
       01 WS-JOU-DER-EDT        PIC Z(04)9.
       01 WS-CA-MOI-EDT         PIC Z(09)9.99.
       01 WS-CA-EDT             PIC -Z(09)9.99.
       01 WS-CA-PRC-EDT         PIC -Z(09)9.99.
       01 WS-EVO-EDT            PIC -(05)9.9.
       01 WS-EVO-TXT            PIC X(10).
       01 WS-FRQ-TXT            PIC X(10).
       01 WS-NBR-VEH-EDT        PIC Z(04)9.
       01 WS-NBR-CLI-EDT        PIC Z(06)9.
       01 WS-NBR-SIG-EDT        PIC Z(06)9.

      * Zones echangees avec gennot : le client signale est depose
      * pour l'utilisateur de son representant, a defaut pour les
      * commerciaux.
       01 WS-DST-NOT            PIC X(30).
       01 WS-TYP-NOT            PIC X(20)   VALUE "client_perdu".
       01 WS-MSG-NOT            PIC X(150).
       01 WS-RTR-NOT            PIC 9(01).


       PROCEDURE DIVISION.

           PERFORM 1000-INITIALISATION-DEB
              THRU 1000-INITIALISATION-FIN.

           IF PG-FIN-MOI = 1
               PERFORM 2000-TRT-DCL-DEB
                  THRU 2000-TRT-DCL-FIN

               PERFORM 3000-FINALISATION-DEB
                  THRU 3000-FINALISATION-FIN
           END-IF.

      * EXIT PROGRAM plutot que STOP RUN : termine normalement un
      * lancement autonome, mais rend la main a l'appelant lorsque ce
      * programme est invoque comme etape d'une chaine de traitement.
           EXIT PROGRAM.

      ******************************************************************
      *                         PARAGRAPHES                            *
      ******************************************************************

       1000-INITIALISATION-DEB.

           EXEC SQL
               CONNECT :PG-IDENTIFIANT
               IDENTIFIED BY :PG-MOT-PASSE
               USING :PG-NOM-BASE
           END-EXEC.

           EXEC SQL COMMIT END-EXEC.

      * Meme garde de fin de mois que trtstm : hors fin de mois,
      * l'etape ne produit rien.

           EXEC SQL
               SELECT CASE WHEN CURRENT_DATE =
                          (date_trunc('month', CURRENT_DATE)
                           + interval '1 month - 1 day')::date
                      THEN 1 ELSE 0 END
               INTO   :PG-FIN-MOI
           END-EXEC.

           IF PG-FIN-MOI NOT = 1
               DISPLAY "Pas une fin de mois : aucune detection."
               GO TO 1000-INITIALISATION-FIN
           END-IF.

           DISPLAY "Detection des clients professionnels en perte "
                   "de vitesse...".

           CALL "genspl" USING WS-NOM-RAP
                               WS-IDF-UTI-NUL
                               WS-FIC-SPL
                               WS-RTR-SPL
           END-CALL.

           OPEN OUTPUT F-DCL.

           MOVE SPACES TO REC-DCL.
           STRING "id_client;client;motif;rythme_jours;"
                  "jours_depuis_derniere;depense_mensuelle;"
                  "ca_90j;ca_90j_an_dernier;evolution_pct;"
                  "vehicules;representant"
                  DELIMITED BY SIZE INTO REC-DCL
           END-STRING.
           WRITE REC-DCL.

       1000-INITIALISATION-FIN.
           EXIT.

      *-----------------------------------------------------------------

      * Parcourt le curseur des clients professionnels et examine
      * chacun jusqu'a epuisement du curseur.

       2000-TRT-DCL-DEB.

           EXEC SQL OPEN C-DCL END-EXEC.

           EXEC SQL
               FETCH C-DCL
               INTO  :PG-IDF-CLI-RSU, :PG-NOM-CLI-RSU,
                     :PG-NBR-DAT-RSU, :PG-FRQ-RSU, :PG-JOU-DER-RSU,
                     :PG-CA-MOI-RSU, :PG-CA-RSU, :PG-CA-PRC-RSU,
                     :PG-NBR-VEH-RSU, :PG-NOM-REP-RSU, :PG-NOM-UTI-RSU
           END-EXEC.

           PERFORM 2100-EXA-CLI-DEB
              THRU 2100-EXA-CLI-FIN
              UNTIL SQLCODE NOT = 0.

           EXEC SQL CLOSE C-DCL END-EXEC.

           CLOSE F-DCL.

       2000-TRT-DCL-FIN.
           EXIT.

      *-----------------------------------------------------------------

      * Applique les deux regles au client courant ; un client
      * signale est edite et notifie.

       2100-EXA-CLI-DEB.

           ADD 1 TO WS-NBR-CLI.

           MOVE "N" TO WS-RTD WS-BAI.
           MOVE "-" TO WS-EVO-TXT WS-FRQ-TXT.

           IF PG-NBR-DAT-RSU >= WS-NBR-DAT-MIN AND PG-FRQ-RSU > 0
               COMPUTE WS-JOU-LIM ROUNDED = PG-FRQ-RSU * WS-FAC-RTD
               IF WS-JOU-LIM < WS-JOU-RTD-MIN
                   MOVE WS-JOU-RTD-MIN TO WS-JOU-LIM
               END-IF
               IF PG-JOU-DER-RSU > WS-JOU-LIM
                   SET WS-RTD-OUI TO TRUE
               END-IF
               MOVE PG-FRQ-RSU TO WS-FRQ-EDT
               MOVE WS-FRQ-EDT TO WS-FRQ-TXT
           END-IF.

           IF PG-CA-PRC-RSU > 0
               COMPUTE WS-EVO ROUNDED =
                       (PG-CA-RSU - PG-CA-PRC-RSU) * 100
                       / PG-CA-PRC-RSU
                   ON SIZE ERROR
                       MOVE 99999.9 TO WS-EVO
               END-COMPUTE
               MOVE WS-EVO     TO WS-EVO-EDT
               MOVE WS-EVO-EDT TO WS-EVO-TXT

               IF PG-CA-PRC-RSU >= WS-CA-PRC-MIN
                  AND WS-EVO <= 0 - WS-BAI-MIN
                   SET WS-BAI-OUI TO TRUE
               END-IF
           END-IF.

           IF WS-RTD-OUI OR WS-BAI-OUI
               PERFORM 2200-SIG-CLI-DEB
                  THRU 2200-SIG-CLI-FIN
           END-IF.

           EXEC SQL
               FETCH C-DCL
               INTO  :PG-IDF-CLI-RSU, :PG-NOM-CLI-RSU,
                     :PG-NBR-DAT-RSU, :PG-FRQ-RSU, :PG-JOU-DER-RSU,
                     :PG-CA-MOI-RSU, :PG-CA-RSU, :PG-CA-PRC-RSU,
                     :PG-NBR-VEH-RSU, :PG-NOM-REP-RSU, :PG-NOM-UTI-RSU
           END-EXEC.

       2100-EXA-CLI-FIN.
           EXIT.

      *-----------------------------------------------------------------

      * Ligne de la liste de travail et notification du representant.

       2200-SIG-CLI-DEB.

           ADD 1 TO WS-NBR-SIG.

           EVALUATE TRUE
               WHEN WS-RTD-OUI AND WS-BAI-OUI
                   MOVE "retard+baisse" TO WS-MTF
               WHEN WS-RTD-OUI
                   MOVE "retard" TO WS-MTF
               WHEN OTHER
                   MOVE "baisse" TO WS-MTF
           END-EVALUATE.

           MOVE PG-IDF-CLI-RSU TO WS-IDF-CLI-EDT.
           MOVE PG-JOU-DER-RSU TO WS-JOU-DER-EDT.
           MOVE PG-CA-MOI-RSU  TO WS-CA-MOI-EDT.
           MOVE PG-CA-RSU      TO WS-CA-EDT.
           MOVE PG-CA-PRC-RSU  TO WS-CA-PRC-EDT.
           MOVE PG-NBR-VEH-RSU TO WS-NBR-VEH-EDT.

           DISPLAY WS-IDF-CLI-EDT " " PG-NOM-CLI-RSU (1:25) " "
                   WS-MTF " rythme " WS-FRQ-TXT (1:5)
                   " j, derniere il y a " WS-JOU-DER-EDT " j, evol. "
                   WS-EVO-TXT (1:8) " %".

           MOVE SPACES TO REC-DCL.
           STRING FUNCTION TRIM (WS-IDF-CLI-EDT) ";"
                  FUNCTION TRIM (PG-NOM-CLI-RSU) ";"
                  FUNCTION TRIM (WS-MTF) ";"
                  FUNCTION TRIM (WS-FRQ-TXT) ";"
                  FUNCTION TRIM (WS-JOU-DER-EDT) ";"
                  FUNCTION TRIM (WS-CA-MOI-EDT) ";"
                  FUNCTION TRIM (WS-CA-EDT) ";"
                  FUNCTION TRIM (WS-CA-PRC-EDT) ";"
                  FUNCTION TRIM (WS-EVO-TXT) ";"
                  FUNCTION TRIM (WS-NBR-VEH-EDT) ";"
                  FUNCTION TRIM (PG-NOM-REP-RSU)
                  DELIMITED BY SIZE INTO REC-DCL
           END-STRING.
           WRITE REC-DCL.

           IF PG-NOM-UTI-RSU = SPACES
               MOVE "commercial" TO WS-DST-NOT
           ELSE
               MOVE PG-NOM-UTI-RSU TO WS-DST-NOT
           END-IF.

           MOVE SPACES TO WS-MSG-NOT.
           STRING "Client " DELIMITED BY SIZE
                  FUNCTION TRIM (PG-NOM-CLI-RSU) DELIMITED BY SIZE
                  " (" DELIMITED BY SIZE
                  FUNCTION TRIM (WS-IDF-CLI-EDT) DELIMITED BY SIZE
                  ") en perte de vitesse : derniere commande il y a "
                  DELIMITED BY SIZE
                  FUNCTION TRIM (WS-JOU-DER-EDT) DELIMITED BY SIZE
                  " j (rythme " DELIMITED BY SIZE
                  FUNCTION TRIM (WS-FRQ-TXT) DELIMITED BY SIZE
                  " j), CA 90 j " DELIMITED BY SIZE
                  FUNCTION TRIM (WS-EVO-TXT) DELIMITED BY SIZE
                  " % - voir DETCLI." DELIMITED BY SIZE
                  INTO WS-MSG-NOT
           END-STRING.

           CALL "gennot" USING WS-DST-NOT,
                               WS-TYP-NOT,
                               WS-MSG-NOT,
                               WS-RTR-NOT
           END-CALL.

       2200-SIG-CLI-FIN.
           EXIT.

      *-----------------------------------------------------------------

       3000-FINALISATION-DEB.

           MOVE WS-NBR-CLI TO WS-NBR-CLI-EDT.
           MOVE WS-NBR-SIG TO WS-NBR-SIG-EDT.

           DISPLAY "Detection terminee : "
                   FUNCTION TRIM (WS-NBR-CLI-EDT)
                   " client(s) professionnel(s) examine(s), "
                   FUNCTION TRIM (WS-NBR-SIG-EDT)
                   " signale(s) (voir DETCLI).".

       3000-FINALISATION-FIN.
           EXIT.
