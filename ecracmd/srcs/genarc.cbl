      ******************************************************************
      *                                                                *
      *                 DESCRIPTION DU SOUS-PROGRAMME                  *
      *                                                                *
      * genarc : edition de l'accuse de reception d'une commande       *
      * client, appele en fin de commande par ecracmd, impcmd et       *
      * trtabo, puis par trtrlq pour l'accuse revise quand un          *
      * reliquat de la commande est servi. L'accuse reprend chaque     *
      * ligne avec la quantite commandee, la quantite servie, la       *
      * quantite en attente et sa date de disponibilite : reliquat     *
      * (commande_reliquat ouvert, date calculee par rchdis, meme      *
      * regle que cnsdis), commande speciale fournisseur (date promise *
      * de la commande fournisseur rattachee) ou reservation d'une     *
      * livraison differee (date de livraison souhaitee). Il est ecrit *
      * dans un fichier spoole a son nom (ARC suivi du numero de la    *
      * commande, genspl) pour impression, adresse au contact du       *
      * client designe pour les commandes (rchcnt), et son resume est  *
      * depose pour ce contact dans la boite d'envoi (gennoc), que     *
      * trtnot reporte avec son adresse email dans le fichier NOTIF.   *
      * client ; sans adresse email, l'accuse imprime part par         *
      * courrier. Le numero d'accuse de la commande (num_arc_cmd) est  *
      * incremente a chaque edition et la demande d'accuse revise      *
      * (arc_rev_cmd) retombee.                                        *
      *                                                                *
      * Code retour rendu a l'appelant : 0 = accuse edite et depose    *
      * pour envoi par email ; 1 = accuse edite, a imprimer et         *
      * envoyer par courrier (contact sans email) ; 2 = commande sans  *
      * ligne ni reliquat, rien n'est edite ; 3 = commande inconnue ou *
      * erreur SQL.                                                    *
      *                                                                *
      *----------------------------------------------------------------*
      *                           TRIGRAMMES                           *
      *                                                                *
      * genarc=generation accuse de reception de commande              *
      * ARC=ACCUSE DE RECEPTION DE COMMANDE; CMD=COMMANDE; CLI=CLIENT; *
      * LGN=LIGNE; RLQ=RELIQUAT; PIE=PIECE; LIB=LIBELLE; QTE=QUANTITE; *
      * SRV=SERVIE; ATT=EN ATTENTE; DIS=DISPONIBILITE; DAT=DATE; LIV=  *
      * LIVRAISON; FOU=FOURNISSEUR; SPC=SPECIALE; RSV=RESERVATION;     *
      * DIR=DIRECTE; NUM=NUMERO; REV=REVISE; MAX=MAXIMUM; IND=         *
      * INDETERMINEE; TYP=TYPE; DOC=DOCUMENT; DST=DESTINATAIRE; EMA=   *
      * EMAIL; CNT=CONTACT; NOT=NOTIFICATION; MSG=MESSAGE; SPL=SPOOL;  *
      * FIC=FICHIER; RAP=RAPPORT; NBR=NOMBRE; RSU=RESULTAT; EDT=       *
      * EDITION; SLC=SELECTION; MAJ=MISE A JOUR; RTR=RETOUR; DEB=DEBUT *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. genarc.
       AUTHOR. ThomasD.
       DATE-WRITTEN. 15-10-2026 (fr).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT F-ARC ASSIGN TO WS-FIC-SPL
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD F-ARC.
       01 REC-ARC               PIC X(100).

       WORKING-STORAGE SECTION.

      * Nom de fichier date attribue par genspl : un fichier par
      * accuse, au nom de la commande (ARC + numero sur 10 chiffres).
       01 WS-FIC-SPL            PIC X(50).
       01 WS-NOM-RAP.
           05 FILLER            PIC X(03)   VALUE "ARC".
           05 WS-NOM-RAP-CMD    PIC 9(10).
           05 FILLER            PIC X(01)   VALUE SPACE.
       01 WS-IDF-UTI-NUL        PIC 9(10)   VALUE 0.
       01 WS-RTR-SPL            PIC 9(01).

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.

       01 PG-IDF-CMD            PIC 9(10).

      * Entete de la commande et client.
       01 PG-IDF-CLI            PIC 9(10).
       01 PG-NOM-CLI            PIC X(50).
       01 PG-ADR-CLI            PIC X(50).
       01 PG-DAT-CMD            PIC X(10).
       01 PG-DAT-LIV            PIC X(10).
       01 PG-NUM-ARC            PIC 9(05).
       01 PG-NBR-LGN            PIC 9(05).

      * Ligne de la commande : libelle (piece ou prestation), quantite
      * commandee et deja reservee pour une commande speciale,
      * drapeaux commande speciale / livraison directe / reservation,
      * date promise de la commande fournisseur rattachee.
       01 PG-LIB-LGN-RSU        PIC X(30).
       01 PG-QTE-LGN-RSU        PIC 9(05).
       01 PG-QTE-RES-RSU        PIC 9(05).
       01 PG-ATT-FOU-RSU        PIC X(01).
       01 PG-LIV-DIR-RSU        PIC X(01).
       01 PG-RSV-LGN-RSU        PIC X(01).
       01 PG-DAT-FOU-RSU        PIC X(10).

      * Reliquat ouvert de la commande.
       01 PG-IDF-RLQ-RSU        PIC 9(10).
       01 PG-IDF-PIE-RSU        PIC 9(10).
       01 PG-NOM-PIE-RSU        PIC X(30).
       01 PG-QTE-RLQ-RSU        PIC 9(10).

       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

      * Declaration du curseur des lignes postees de la commande,
      * pieces et prestations, dans l'ordre de saisie.
       EXEC SQL
           DECLARE C-LGN CURSOR FOR
               SELECT COALESCE(p.nom_pie, s.lib_prs, ' '),
                      l.qte_lgn_cmd, COALESCE(l.qte_res_lgn, 0),
                      COALESCE(l.att_fou_lgn, 'N'),
                      COALESCE(l.liv_dir_lgn, 'N'),
                      COALESCE(l.rsv_lgn, 'N'),
                      COALESCE((SELECT MIN(o.date_prom_cmd_pie)::VARCHAR
                                FROM   piece_commande o
                                WHERE  o.id_lgn_cmd = l.id_lgn_cmd),
                               ' ')
               FROM   commande_ligne l
               LEFT JOIN piece p ON p.id_pie = l.id_pie
               LEFT JOIN prestation s ON s.id_prs = l.id_prs
               WHERE  l.id_cmd = :PG-IDF-CMD
               ORDER BY l.id_lgn_cmd
       END-EXEC.

      * Declaration du curseur des reliquats ouverts de la commande.
       EXEC SQL
           DECLARE C-RLQ CURSOR FOR
               SELECT r.id_rlq, r.id_pie, p.nom_pie, r.qte_rlq
               FROM   commande_reliquat r
               JOIN   piece p ON p.id_pie = r.id_pie
               WHERE  r.id_cmd = :PG-IDF-CMD
               AND    r.statut_rlq = 'ouvert'
               ORDER BY r.id_rlq
       END-EXEC.

      * Code retour rendu a l'appelant.
       01 WS-RTR-ARC            PIC 9(01)   VALUE 0.
           88 WS-RTR-ARC-EMA                VALUE 0.
           88 WS-RTR-ARC-IMP                VALUE 1.
           88 WS-RTR-ARC-VID                VALUE 2.
           88 WS-RTR-ARC-ERR                VALUE 3.

      * Quantites de la ligne editee et texte de sa disponibilite.
       01 WS-QTE-SRV            PIC 9(10).
       01 WS-QTE-ATT            PIC 9(10).
       01 WS-LIB-DIS            PIC X(30).

      * Cumuls de l'accuse : lignes, lignes en attente, et date de
      * disponibilite la plus lointaine (AAAA-MM-JJ), ou indeterminee
      * si une ligne en attente n'a pas de date.
       01 WS-NBR-LGN            PIC 9(05).
       01 WS-NBR-ATT            PIC 9(05).
       01 WS-DAT-MAX            PIC X(10).
       01 WS-DAT-IND            PIC X(01).
           88 WS-DAT-IND-OUI                VALUE "O".
           88 WS-DAT-IND-NON                VALUE "N".

      * Date de disponibilite d'un reliquat rendue par rchdis.
       01 WS-DAT-DIS            PIC X(10).
       01 WS-RTR-DIS            PIC 9(01).
           88 WS-RTR-DIS-IMM                VALUE 0.
           88 WS-RTR-DIS-DAT                VALUE 1.
           88 WS-RTR-DIS-SNS-DAT            VALUE 2.
           88 WS-RTR-DIS-AUC                VALUE 3.

      * Destinataire de l'accuse (rchcnt) et notification deposee
      * pour lui (gennoc).
       01 WS-TYP-DOC            PIC X(01)   VALUE "C".
       01 WS-NOM-DST            PIC X(50).
       01 WS-EMA-DST            PIC X(50).
       01 WS-RTR-CNT            PIC 9(01).
           88 WS-RTR-CNT-OK                 VALUE 0.
           88 WS-RTR-CNT-CLI                VALUE 1.
           88 WS-RTR-CNT-SNS-EMA            VALUE 2.
       01 WS-MSG-NOT            PIC X(150).
       01 WS-RTR-NOT            PIC 9(01).
           88 WS-RTR-NOT-OK                 VALUE 0.

      * Zones utilisees pour tracer via generr l'echec de la mise a
      * jour de la commande en cas de SQLCODE en erreur.
       01 WS-OPE-ERR            PIC X(60).
       01 WS-RTR-ERR            PIC 9(01).

       01 WS-IDF-CMD-EDT        PIC Z(09)9.
       01 WS-NUM-ARC-EDT        PIC Z(04)9.
       01 WS-NBR-LGN-EDT        PIC Z(04)9.
       01 WS-NBR-ATT-EDT        PIC Z(04)9.
       01 WS-QTE-CMD-EDT        PIC Z(05)9.
       01 WS-QTE-SRV-EDT        PIC Z(05)9.
       01 WS-QTE-ATT-EDT        PIC Z(05)9.

       LINKAGE SECTION.
       01 LK-IDF-CMD            PIC 9(10).
       01 LK-TYP-ARC            PIC X(01).
       01 LK-RTR-ARC            PIC 9(01).


       PROCEDURE DIVISION USING LK-IDF-CMD,
                                LK-TYP-ARC,
                                LK-RTR-ARC.

           MOVE LK-IDF-CMD TO PG-IDF-CMD.
           SET WS-RTR-ARC-EMA TO TRUE.

           PERFORM 0100-SLC-CMD-DEB
              THRU 0100-SLC-CMD-FIN.

           IF WS-RTR-ARC-EMA
               PERFORM 0200-EDT-ARC-DEB
                  THRU 0200-EDT-ARC-FIN

               PERFORM 0500-MAJ-CMD-DEB
                  THRU 0500-MAJ-CMD-FIN

               PERFORM 0600-NOT-CLI-DEB
                  THRU 0600-NOT-CLI-FIN
           END-IF.

           MOVE WS-RTR-ARC
           TO   LK-RTR-ARC.

           EXIT PROGRAM.

      ******************************************************************
      *                         PARAGRAPHES                            *
      ******************************************************************

      * Relit l'entete de la commande et son client, et verifie qu'il
      * y a quelque chose a accuser (une ligne ou un reliquat ouvert).

       0100-SLC-CMD-DEB.

           EXEC SQL
               SELECT c.id_cli, k.nom_cli, COALESCE(k.adr_cli, ' '),
                      TO_CHAR(c.date_cmd, 'DD/MM/YYYY'),
                      COALESCE(c.date_liv_cmd::VARCHAR, ' '),
                      COALESCE(c.num_arc_cmd, 0) + 1
               INTO   :PG-IDF-CLI, :PG-NOM-CLI, :PG-ADR-CLI,
                      :PG-DAT-CMD, :PG-DAT-LIV, :PG-NUM-ARC
               FROM   commande c
               JOIN   client k ON k.id_cli = c.id_cli
               WHERE  c.id_cmd = :PG-IDF-CMD
           END-EXEC.

           IF SQLCODE NOT = 0
               SET WS-RTR-ARC-ERR TO TRUE
               GO TO 0100-SLC-CMD-FIN
           END-IF.

           EXEC SQL
               SELECT (SELECT COUNT(*)
                       FROM   commande_ligne
                       WHERE  id_cmd = :PG-IDF-CMD)
                    + (SELECT COUNT(*)
                       FROM   commande_reliquat
                       WHERE  id_cmd = :PG-IDF-CMD
                       AND    statut_rlq = 'ouvert')
               INTO   :PG-NBR-LGN
           END-EXEC.

           IF SQLCODE NOT = 0
               SET WS-RTR-ARC-ERR TO TRUE
               GO TO 0100-SLC-CMD-FIN
           END-IF.

           IF PG-NBR-LGN = 0
               SET WS-RTR-ARC-VID TO TRUE
           END-IF.

       0100-SLC-CMD-FIN.
           EXIT.

      *-----------------------------------------------------------------

      * Ecrit l'accuse dans son fichier spoole : entete (commande,
      * client, destinataire), lignes postees puis reliquats, et pied
      * (lignes en attente, disponibilite la plus lointaine).

       0200-EDT-ARC-DEB.

           MOVE 0      TO WS-NBR-LGN WS-NBR-ATT.
           MOVE SPACES TO WS-DAT-MAX.
           SET WS-DAT-IND-NON TO TRUE.

           MOVE PG-IDF-CMD TO WS-NOM-RAP-CMD.
           MOVE PG-IDF-CMD TO WS-IDF-CMD-EDT.
           MOVE PG-NUM-ARC TO WS-NUM-ARC-EDT.

           CALL "genspl" USING WS-NOM-RAP
                               WS-IDF-UTI-NUL
                               WS-FIC-SPL
                               WS-RTR-SPL
           END-CALL.

           OPEN OUTPUT F-ARC.

           MOVE "================================================"
           TO REC-ARC.
           WRITE REC-ARC.

           MOVE SPACES TO REC-ARC.
           IF LK-TYP-ARC = "R"
               STRING "ACCUSE DE RECEPTION REVISE - Commande n. "
                      DELIMITED BY SIZE
                      FUNCTION TRIM (WS-IDF-CMD-EDT) DELIMITED BY SIZE
                      " du " DELIMITED BY SIZE
                      PG-DAT-CMD DELIMITED BY SIZE
                      " (accuse n. " DELIMITED BY SIZE
                      FUNCTION TRIM (WS-NUM-ARC-EDT) DELIMITED BY SIZE
                      ")" DELIMITED BY SIZE
                      INTO REC-ARC
               END-STRING
           ELSE
               STRING "ACCUSE DE RECEPTION - Commande n. "
                      DELIMITED BY SIZE
                      FUNCTION TRIM (WS-IDF-CMD-EDT) DELIMITED BY SIZE
                      " du " DELIMITED BY SIZE
                      PG-DAT-CMD DELIMITED BY SIZE
                      INTO REC-ARC
               END-STRING
           END-IF.
           WRITE REC-ARC.

           MOVE SPACES TO REC-ARC.
           STRING "Client : " DELIMITED BY SIZE
                  FUNCTION TRIM (PG-NOM-CLI) DELIMITED BY SIZE
                  INTO REC-ARC
           END-STRING.
           WRITE REC-ARC.

           MOVE SPACES TO REC-ARC.
           STRING "Adresse : " DELIMITED BY SIZE
                  FUNCTION TRIM (PG-ADR-CLI) DELIMITED BY SIZE
                  INTO REC-ARC
           END-STRING.
           WRITE REC-ARC.

           CALL "rchcnt" USING PG-IDF-CLI,
                               WS-TYP-DOC,
                               WS-NOM-DST,
                               WS-EMA-DST,
                               WS-RTR-CNT
           END-CALL.

           IF WS-RTR-CNT-OK
               MOVE SPACES TO REC-ARC
               STRING "A l'attention de : " DELIMITED BY SIZE
                      FUNCTION TRIM (WS-NOM-DST) DELIMITED BY SIZE
                      INTO REC-ARC
               END-STRING
               WRITE REC-ARC
           END-IF.

           IF PG-DAT-LIV NOT = SPACES
               MOVE SPACES TO REC-ARC
               STRING "Livraison souhaitee le : " DELIMITED BY SIZE
                      PG-DAT-LIV DELIMITED BY SIZE
                      INTO REC-ARC
               END-STRING
               WRITE REC-ARC
           END-IF.

           MOVE "------------------------------------------------"
           TO REC-ARC.
           WRITE REC-ARC.

           MOVE SPACES TO REC-ARC.
           STRING "Article                        Cde.  Servie "
                  " Attente Disponibilite"
                  DELIMITED BY SIZE INTO REC-ARC
           END-STRING.
           WRITE REC-ARC.

           EXEC SQL OPEN C-LGN END-EXEC.

           EXEC SQL
               FETCH C-LGN
               INTO  :PG-LIB-LGN-RSU, :PG-QTE-LGN-RSU,
                     :PG-QTE-RES-RSU, :PG-ATT-FOU-RSU,
                     :PG-LIV-DIR-RSU, :PG-RSV-LGN-RSU,
                     :PG-DAT-FOU-RSU
           END-EXEC.

           PERFORM 0300-EDT-LGN-DEB
              THRU 0300-EDT-LGN-FIN
              UNTIL SQLCODE NOT = 0.

           EXEC SQL CLOSE C-LGN END-EXEC.

           EXEC SQL OPEN C-RLQ END-EXEC.

           EXEC SQL
               FETCH C-RLQ
               INTO  :PG-IDF-RLQ-RSU, :PG-IDF-PIE-RSU,
                     :PG-NOM-PIE-RSU, :PG-QTE-RLQ-RSU
           END-EXEC.

           PERFORM 0400-EDT-RLQ-DEB
              THRU 0400-EDT-RLQ-FIN
              UNTIL SQLCODE NOT = 0.

           EXEC SQL CLOSE C-RLQ END-EXEC.

           MOVE "------------------------------------------------"
           TO REC-ARC.
           WRITE REC-ARC.

           MOVE WS-NBR-LGN TO WS-NBR-LGN-EDT.
           MOVE WS-NBR-ATT TO WS-NBR-ATT-EDT.

           MOVE SPACES TO REC-ARC.
           STRING FUNCTION TRIM (WS-NBR-LGN-EDT) DELIMITED BY SIZE
                  " ligne(s), dont " DELIMITED BY SIZE
                  FUNCTION TRIM (WS-NBR-ATT-EDT) DELIMITED BY SIZE
                  " en attente." DELIMITED BY SIZE
                  INTO REC-ARC
           END-STRING.
           WRITE REC-ARC.

           IF WS-NBR-ATT NOT = 0
               MOVE SPACES TO REC-ARC
               IF WS-DAT-IND-OUI
                   MOVE "Les dates a confirmer vous seront precisees "
                   TO REC-ARC
                   WRITE REC-ARC
                   MOVE "par un accuse revise." TO REC-ARC
               ELSE
                   STRING "Commande complete au plus tard le "
                          DELIMITED BY SIZE
                          WS-DAT-MAX DELIMITED BY SIZE
                          " (sous reserve des livraisons fournisseur)."
                          DELIMITED BY SIZE
                          INTO REC-ARC
                   END-STRING
               END-IF
               WRITE REC-ARC
           END-IF.

           MOVE "================================================"
           TO REC-ARC.
           WRITE REC-ARC.

           CLOSE F-ARC.

       0200-EDT-ARC-FIN.
           EXIT.

      *-----------------------------------------------------------------

      * Edite une ligne postee. Une ligne de commande speciale n'est
      * servie qu'a hauteur de ce qui a deja ete recu et reserve pour
      * le client, le reste attend la commande fournisseur (ou la
      * livraison directe du fournisseur) ; une ligne en reservation
      * est servie, a livrer a la date souhaitee.

       0300-EDT-LGN-DEB.

           ADD 1 TO WS-NBR-LGN.

           MOVE PG-QTE-LGN-RSU TO WS-QTE-SRV.
           MOVE 0              TO WS-QTE-ATT.
           MOVE "servie"       TO WS-LIB-DIS.

           EVALUATE TRUE
               WHEN PG-ATT-FOU-RSU = "O"
                   IF PG-LIV-DIR-RSU = "O"
                       MOVE 0 TO WS-QTE-SRV
                   ELSE
                       MOVE PG-QTE-RES-RSU TO WS-QTE-SRV
                   END-IF
                   COMPUTE WS-QTE-ATT = PG-QTE-LGN-RSU - WS-QTE-SRV
                   MOVE SPACES TO WS-LIB-DIS
                   IF PG-DAT-FOU-RSU = SPACES
                       SET WS-DAT-IND-OUI TO TRUE
                       STRING "cde fournisseur, a confirmer"
                              DELIMITED BY SIZE INTO WS-LIB-DIS
                       END-STRING
                   ELSE
                       STRING "cde fournisseur, le " DELIMITED BY SIZE
                              PG-DAT-FOU-RSU DELIMITED BY SIZE
                              INTO WS-LIB-DIS
                       END-STRING
                       IF PG-DAT-FOU-RSU > WS-DAT-MAX
                           MOVE PG-DAT-FOU-RSU TO WS-DAT-MAX
                       END-IF
                   END-IF

               WHEN PG-RSV-LGN-RSU = "O"
                   MOVE SPACES TO WS-LIB-DIS
                   STRING "reservee, livree le " DELIMITED BY SIZE
                          PG-DAT-LIV DELIMITED BY SIZE
                          INTO WS-LIB-DIS
                   END-STRING
           END-EVALUATE.

           IF WS-QTE-ATT NOT = 0
               ADD 1 TO WS-NBR-ATT
           END-IF.

           MOVE PG-QTE-LGN-RSU TO WS-QTE-CMD-EDT.
           MOVE WS-QTE-SRV     TO WS-QTE-SRV-EDT.
           MOVE WS-QTE-ATT     TO WS-QTE-ATT-EDT.

           MOVE SPACES TO REC-ARC.
           STRING PG-LIB-LGN-RSU DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-QTE-CMD-EDT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-QTE-SRV-EDT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-QTE-ATT-EDT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-LIB-DIS DELIMITED BY SIZE
                  INTO REC-ARC
           END-STRING.
           WRITE REC-ARC.

           EXEC SQL
               FETCH C-LGN
               INTO  :PG-LIB-LGN-RSU, :PG-QTE-LGN-RSU,
                     :PG-QTE-RES-RSU, :PG-ATT-FOU-RSU,
                     :PG-LIV-DIR-RSU, :PG-RSV-LGN-RSU,
                     :PG-DAT-FOU-RSU
           END-EXEC.

       0300-EDT-LGN-FIN.
           EXIT.

      *-----------------------------------------------------------------

      * Edite un reliquat ouvert : rien n'est servi, la quantite est en
      * attente et sa date de disponibilite est calculee par rchdis.

       0400-EDT-RLQ-DEB.

           ADD 1 TO WS-NBR-LGN.
           ADD 1 TO WS-NBR-ATT.

           CALL "rchdis" USING PG-IDF-PIE-RSU
                               PG-IDF-RLQ-RSU
                               WS-DAT-DIS
                               WS-RTR-DIS
           END-CALL.

           MOVE SPACES TO WS-LIB-DIS.

           EVALUATE TRUE
               WHEN WS-RTR-DIS-IMM
                   MOVE "en stock, expedition sous 24 h"
                   TO WS-LIB-DIS

               WHEN WS-RTR-DIS-DAT
                   STRING "reliquat, le " DELIMITED BY SIZE
                          WS-DAT-DIS DELIMITED BY SIZE
                          INTO WS-LIB-DIS
                   END-STRING
                   IF WS-DAT-DIS > WS-DAT-MAX
                       MOVE WS-DAT-DIS TO WS-DAT-MAX
                   END-IF

               WHEN OTHER
                   SET WS-DAT-IND-OUI TO TRUE
                   MOVE "reliquat, date a confirmer"
                   TO WS-LIB-DIS
           END-EVALUATE.

           MOVE PG-QTE-RLQ-RSU TO WS-QTE-CMD-EDT.
           MOVE 0              TO WS-QTE-SRV-EDT.
           MOVE PG-QTE-RLQ-RSU TO WS-QTE-ATT-EDT.

           MOVE SPACES TO REC-ARC.
           STRING PG-NOM-PIE-RSU DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-QTE-CMD-EDT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-QTE-SRV-EDT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-QTE-ATT-EDT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-LIB-DIS DELIMITED BY SIZE
                  INTO REC-ARC
           END-STRING.
           WRITE REC-ARC.

           EXEC SQL
               FETCH C-RLQ
               INTO  :PG-IDF-RLQ-RSU, :PG-IDF-PIE-RSU,
                     :PG-NOM-PIE-RSU, :PG-QTE-RLQ-RSU
           END-EXEC.

       0400-EDT-RLQ-FIN.
           EXIT.

      *-----------------------------------------------------------------

      * Compte l'accuse edite sur la commande et retombe la demande
      * d'accuse revise posee par trtrlq.

       0500-MAJ-CMD-DEB.

           EXEC SQL
               UPDATE commande
               SET    num_arc_cmd  = :PG-NUM-ARC,
                      date_arc_cmd = CURRENT_DATE,
                      arc_rev_cmd  = 'N'
               WHERE  id_cmd = :PG-IDF-CMD
           END-EXEC.

           IF SQLCODE = 0
               EXEC SQL COMMIT END-EXEC
           ELSE
               EXEC SQL ROLLBACK END-EXEC
               MOVE "genarc : maj accuse commande"
               TO   WS-OPE-ERR
               CALL "generr" USING WS-OPE-ERR, SQLCODE, WS-RTR-ERR
               END-CALL
           END-IF.

       0500-MAJ-CMD-FIN.
           EXIT.

      *-----------------------------------------------------------------

      * Depose le resume de l'accuse pour le contact du client ; sans
      * adresse email, rien n'est depose et l'accuse imprime part par
      * courrier.

       0600-NOT-CLI-DEB.

           MOVE SPACES TO WS-MSG-NOT.

           IF LK-TYP-ARC = "R"
               STRING "Accuse revise de votre commande n. "
                      DELIMITED BY SIZE
                      FUNCTION TRIM (WS-IDF-CMD-EDT) DELIMITED BY SIZE
                      " : " DELIMITED BY SIZE
                      INTO WS-MSG-NOT
               END-STRING
           ELSE
               STRING "Accuse de reception de votre commande n. "
                      DELIMITED BY SIZE
                      FUNCTION TRIM (WS-IDF-CMD-EDT) DELIMITED BY SIZE
                      " : " DELIMITED BY SIZE
                      INTO WS-MSG-NOT
               END-STRING
           END-IF.

           EVALUATE TRUE
               WHEN WS-NBR-ATT = 0
                   STRING WS-MSG-NOT DELIMITED BY "  "
                          " " DELIMITED BY SIZE
                          FUNCTION TRIM (WS-NBR-LGN-EDT)
                          DELIMITED BY SIZE
                          " ligne(s), toutes servies." DELIMITED BY SIZE
                          INTO WS-MSG-NOT
                   END-STRING

               WHEN WS-DAT-IND-OUI
                   STRING WS-MSG-NOT DELIMITED BY "  "
                          " " DELIMITED BY SIZE
                          FUNCTION TRIM (WS-NBR-LGN-EDT)
                          DELIMITED BY SIZE
                          " ligne(s), dont " DELIMITED BY SIZE
                          FUNCTION TRIM (WS-NBR-ATT-EDT)
                          DELIMITED BY SIZE
                          " en attente, dates a confirmer."
                          DELIMITED BY SIZE
                          INTO WS-MSG-NOT
                   END-STRING

               WHEN OTHER
                   STRING WS-MSG-NOT DELIMITED BY "  "
                          " " DELIMITED BY SIZE
                          FUNCTION TRIM (WS-NBR-LGN-EDT)
                          DELIMITED BY SIZE
                          " ligne(s), dont " DELIMITED BY SIZE
                          FUNCTION TRIM (WS-NBR-ATT-EDT)
                          DELIMITED BY SIZE
                          " en attente, complete au plus tard le "
                          DELIMITED BY SIZE
                          WS-DAT-MAX DELIMITED BY SIZE
                          "." DELIMITED BY SIZE
                          INTO WS-MSG-NOT
                   END-STRING
           END-EVALUATE.

           CALL "gennoc" USING PG-IDF-CLI,
                               WS-TYP-DOC,
                               WS-MSG-NOT,
                               WS-RTR-NOT
           END-CALL.

           IF NOT WS-RTR-NOT-OK
               SET WS-RTR-ARC-IMP TO TRUE
           END-IF.

       0600-NOT-CLI-FIN.
           EXIT.
