      * Chaque transition est journalisee via genlog (type_log =       *
      * 'commande_piece'), pour que la pile de brouillons devienne un  *
      * vrai circuit d'achat.                                          *
      * Une commande en livraison directe (liv_dir_cmd_pie = 'O') est  *
      * affichee avec l'adresse du client ; son marquage recu tient    *
      * lieu de confirmation de livraison du fournisseur, sans         *
      * mouvement de stock : la ligne client rattachee (avec sa        *
      * consigne) quitte l'attente fournisseur et devient facturable.  *
      * La validation fige sur la commande la devise de facturation du *
      * fournisseur (devise_fou), contre laquelle ecrffo controle la   *
      * facture.                                                       *
      * La validation est bornee par la limite de l'utilisateur (la    *
      * sienne ou celle de son role, tenues dans gesper ; chiffrage et *
      * controle par verlim) : au-dela, le brouillon passe au statut   *
      * 'a_approuver' et un approbateur de limite suffisante est       *
      * notifie (gennot) ; seul un utilisateur dont la limite couvre   *
      * le montant peut alors l'approuver (validee) ou la refuser      *
      * (rejetee). expcpo ne transmet que les commandes validees.      *
      * Soumission, approbation et refus sont journalises via genlog.  *
      *                                                                *
      *----------------------------------------------------------------*
      *                           TRIGRAMMES                           *
      * QTE=QUANTITE; DAT=DATE; STA=STATUT; NVO=NOUVEAU; TRS=          *
      * TRANSITION; IDF=IDENTIFIANT; UTI=UTILISATEUR; NBR=NOMBRE;      *
      * RSU=RESULTAT; CHX=CHOIX; SLC=SELECTION; MAJ=MISE A JOUR;       *
      * AFF=AFFICHAGE; EDT=EDITION; LRR=LEURRE; LIV=LIVRAISON;         *
      * DIR=DIRECTE; ADR=ADRESSE; LGN=LIGNE; DEB=DEBUT; DEV=DEVISE;    *
      * LIM=LIMITE (DE VALIDATION); MTT=MONTANT; APR=APPROBATEUR /     *
      * APPROBATION; VER=VERIFICATION                                  *
      ******************************************************************

       IDENTIFICATION DIVISION.
      * rapcpr.
       01 PG-DAT-PROM           PIC X(10).

      * Livraison directe : drapeau, adresse du client et ligne de
      * commande client rattachee.
       01 PG-LIV-DIR            PIC X(01).
       01 PG-ADR-LIV            PIC X(150).
       01 PG-IDF-LGN            PIC 9(10).

      * Nouveau fournisseur d'un brouillon (changement avant
      * validation, voir 0600).
       01 PG-FOU-NVO            PIC 9(10).
       01 PG-NOM-FOU-RSU-IND    PIC S9(04) COMP-5.
       01 PG-QTE-CPO-RSU        PIC 9(10).
       01 PG-DAT-CPO-RSU        PIC X(10).
       01 PG-STA-CPO-RSU        PIC X(14).

      * Demandeur ou approbateur et montant chiffre par verlim,
      * figes sur la commande a la soumission et a la decision.
       01 PG-IDF-UTI            PIC 9(10).
       01 PG-MTT-CPO            PIC 9(10)V99.

       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

      * Declaration du curseur listant les brouillons en attente de
      * revue et les commandes en attente d'approbation, du plus
      * ancien au plus recent.
       EXEC SQL
           DECLARE C-CPO CURSOR FOR
               SELECT c.id_cmd_pie, p.nom_pie, f.nom_fou,
                      c.qte_cmd_pie, c.date_cmd_pie, c.statut_cmd_pie
               FROM   piece_commande c
               JOIN   piece p ON p.id_pie = c.id_pie
               LEFT JOIN fournisseur f ON f.id_fou = c.id_fou
               WHERE  c.statut_cmd_pie IN ('brouillon', 'a_approuver')
               ORDER BY c.date_cmd_pie, c.id_cmd_pie
       END-EXEC.

           88 WS-TRS-OK-OUI                VALUE "O".
           88 WS-TRS-OK-NON                VALUE "N".

      * Zones echangees avec verlim : montant de la commande en
      * euros, limite de l'utilisateur, approbateur possible a
      * notifier.
       01 WS-MTT-CPO            PIC 9(10)V99.
       01 WS-LIM-UTI            PIC 9(10)V99.
       01 WS-NOM-APR            PIC X(30).
       01 WS-RTR-LIM            PIC 9(01).
           88 WS-RTR-LIM-OK                VALUE 0.
           88 WS-RTR-LIM-DEP               VALUE 1.
           88 WS-RTR-LIM-INV               VALUE 2.

      * Zone de session partagee : qui est connecte sur ce poste.
       COPY session.

       01 WS-IDF-CPO-EDT        PIC Z(10).
       01 WS-QTE-CPO-EDT        PIC Z(10).
       01 WS-MTT-CPO-EDT        PIC Z(09)9.99.
       01 WS-LIM-UTI-EDT        PIC Z(09)9.99.

      * Zones utilisees pour generer le log de transition via genlog.
      * id_pie/qte_log/lien_log ne concernent pas une commande

           MOVE 0 TO WS-NBR-CPO.

           DISPLAY "Commandes fournisseur en brouillon ou a "
                   "approuver :".
           DISPLAY "Id          Piece                           Qte  "
                   "       Date        Statut         Fournisseur".

           EXEC SQL OPEN C-CPO END-EXEC.

               FETCH C-CPO
               INTO  :PG-IDF-CPO-RSU, :PG-NOM-PIE-RSU,
                     :PG-NOM-FOU-RSU:PG-NOM-FOU-RSU-IND,
                     :PG-QTE-CPO-RSU, :PG-DAT-CPO-RSU,
                     :PG-STA-CPO-RSU
           END-EXEC.

           PERFORM 0150-AFF-CPO-DEB
           EXEC SQL CLOSE C-CPO END-EXEC.

           IF WS-NBR-CPO = 0
               DISPLAY "(aucune commande en attente)"
           END-IF.

           EXIT.

           DISPLAY WS-IDF-CPO-EDT "  " PG-NOM-PIE-RSU "  "
                   WS-QTE-CPO-EDT "  " PG-DAT-CPO-RSU "  "
                   PG-STA-CPO-RSU " " PG-NOM-FOU-RSU.

           EXEC SQL
               FETCH C-CPO
               INTO  :PG-IDF-CPO-RSU, :PG-NOM-PIE-RSU,
                     :PG-NOM-FOU-RSU:PG-NOM-FOU-RSU-IND,
                     :PG-QTE-CPO-RSU, :PG-DAT-CPO-RSU,
                     :PG-STA-CPO-RSU
           END-EXEC.

           EXIT.
               EXEC SQL
                   SELECT c.id_pie, p.nom_pie, f.nom_fou,
                          c.qte_cmd_pie, c.date_cmd_pie,
                          c.statut_cmd_pie,
                          COALESCE(c.liv_dir_cmd_pie, 'N'),
                          COALESCE(c.adr_liv_cmd_pie, ' '),
                          COALESCE(c.id_lgn_cmd, 0)
                   INTO   :PG-IDF-PIE, :PG-NOM-PIE,
                          :PG-NOM-FOU:PG-NOM-FOU-IND,
                          :PG-QTE-CPO, :PG-DAT-CPO, :PG-STA-CPO,
                          :PG-LIV-DIR, :PG-ADR-LIV, :PG-IDF-LGN
                   FROM   piece_commande c
                   JOIN   piece p ON p.id_pie = c.id_pie
                   LEFT JOIN fournisseur f ON f.id_fou = c.id_fou
                   FUNCTION TRIM (PG-NOM-FOU) ".".
           DISPLAY "Statut courant : " PG-STA-CPO.

           IF PG-LIV-DIR = "O"
               DISPLAY "Livraison directe chez : "
                       FUNCTION TRIM (PG-ADR-LIV)
           END-IF.

           DISPLAY "1 - Valider (brouillon) / approuver "
                   "(a_approuver)".
           DISPLAY "2 - Rejeter (brouillon) / refuser (a_approuver)".
           DISPLAY "3 - Marquer envoyee au fournisseur (validee)".
           DISPLAY "4 - Marquer recue (envoyee ; livree au client en "
                   "livraison directe)".
           DISPLAY "5 - Changer le fournisseur (brouillon)".
           DISPLAY "0 - Quitter sans changement".
           DISPLAY "Votre choix :".
                      THRU 0400-VER-TRS-FIN

                   IF WS-TRS-OK-OUI
                       PERFORM 0450-VER-LIM-DEB
                          THRU 0450-VER-LIM-FIN

                       IF WS-TRS-OK-OUI
                           PERFORM 0500-MAJ-STA-DEB
                              THRU 0500-MAJ-STA-FIN
                       END-IF
                   ELSE
                       DISPLAY "Transition non autorisee depuis le "
                               "statut courant."
      *-----------------------------------------------------------------

      * Controle que la transition demandee est permise : un brouillon
      * se valide ou se rejette, de meme qu'une commande a approuver ;
      * une commande validee part chez le fournisseur ; une commande
      * envoyee se recoit. 'recue' et 'rejetee' sont terminaux.

       0400-VER-TRS-DEB.

               WHEN "1"
                   MOVE "validee" TO WS-STA-NVO
                   IF PG-STA-CPO = "brouillon"
                      OR PG-STA-CPO = "a_approuver"
                       SET WS-TRS-OK-OUI TO TRUE
                   END-IF

               WHEN "2"
                   MOVE "rejetee" TO WS-STA-NVO
                   IF PG-STA-CPO = "brouillon"
                      OR PG-STA-CPO = "a_approuver"
                       SET WS-TRS-OK-OUI TO TRUE
                   END-IF


      *-----------------------------------------------------------------

      * Controle la limite de validation de l'utilisateur (verlim) :
      * la validation d'un brouillon au-dela de sa limite le soumet a
      * approbation ('a_approuver') ; l'approbation ou le refus d'une
      * commande a approuver est reserve a un utilisateur dont la
      * limite couvre le montant. Une commande impossible a chiffrer
      * n'est pas validee.

       0450-VER-LIM-DEB.

           IF WS-CHX NOT = "1" AND PG-STA-CPO NOT = "a_approuver"
               GO TO 0450-VER-LIM-FIN
           END-IF.

           CALL "verlim" USING PG-IDF-CPO
                               SESS-IDF-UTI
                               WS-MTT-CPO
                               WS-LIM-UTI
                               WS-NOM-APR
                               WS-RTR-LIM
           END-CALL.

           MOVE WS-MTT-CPO TO WS-MTT-CPO-EDT.
           MOVE WS-LIM-UTI TO WS-LIM-UTI-EDT.

           IF WS-RTR-LIM-INV
               SET WS-TRS-OK-NON TO TRUE
               DISPLAY "Chiffrage de la commande impossible : "
                       "validation refusee."
               GO TO 0450-VER-LIM-FIN
           END-IF.

           IF WS-RTR-LIM-OK
               GO TO 0450-VER-LIM-FIN
           END-IF.

           IF PG-STA-CPO = "brouillon"
               MOVE "a_approuver" TO WS-STA-NVO
               DISPLAY "Montant " FUNCTION TRIM (WS-MTT-CPO-EDT)
                       " EUR au-dela de votre limite ("
                       FUNCTION TRIM (WS-LIM-UTI-EDT)
                       " EUR) : commande soumise a approbation."
           ELSE
               SET WS-TRS-OK-NON TO TRUE
               DISPLAY "Montant " FUNCTION TRIM (WS-MTT-CPO-EDT)
                       " EUR au-dela de votre limite ("
                       FUNCTION TRIM (WS-LIM-UTI-EDT)
                       " EUR) : decision reservee a un approbateur "
                       "de limite suffisante."
           END-IF.

       0450-VER-LIM-FIN.
           EXIT.

      *-----------------------------------------------------------------

      * Applique la transition en base puis journalise le changement
      * de statut (ancien et nouveau) via genlog.

               END-EXEC
           END-IF.

      * La validation fige la devise du fournisseur sur la commande :
      * un changement ulterieur de la fiche ne touche pas les
      * commandes deja passees.

           IF SQLCODE = 0 AND PG-STA-NVO = "validee"
               EXEC SQL
                   UPDATE piece_commande
                   SET    devise_cmd_pie =
                              (SELECT COALESCE(f.devise_fou, 'EUR')
                               FROM   fournisseur f
                               WHERE  f.id_fou = piece_commande.id_fou)
                   WHERE  id_cmd_pie = :PG-IDF-CPO
               END-EXEC
           END-IF.

      * Une livraison directe marquee recue vaut confirmation de
      * livraison au client : la quantite commandee est livree, et la
      * ligne client rattachee (avec sa consigne) devient facturable.

           IF SQLCODE = 0 AND PG-STA-NVO = "recue"
              AND PG-LIV-DIR = "O"
               EXEC SQL
                   UPDATE piece_commande
                   SET    qte_rec_cmd_pie  = qte_cmd_pie,
                          date_rec_cmd_pie = CURRENT_DATE
                   WHERE  id_cmd_pie = :PG-IDF-CPO
               END-EXEC

               IF SQLCODE = 0 AND PG-IDF-LGN NOT = 0
                   EXEC SQL
                       UPDATE commande_ligne
                       SET    att_fou_lgn = 'N'
                       WHERE  id_lgn_cmd = :PG-IDF-LGN
                       OR     id_lgn_csg = :PG-IDF-LGN
                   END-EXEC
               END-IF
           END-IF.

      * La soumission a approbation fige le demandeur, la date et le
      * montant chiffre ; la decision sur une commande a approuver
      * fige l'approbateur et la date, que rapapr et le journal
      * rappellent.

           MOVE SESS-IDF-UTI TO PG-IDF-UTI.
           MOVE WS-MTT-CPO   TO PG-MTT-CPO.

           IF SQLCODE = 0 AND PG-STA-NVO = "a_approuver"
               EXEC SQL
                   UPDATE piece_commande
                   SET    uti_dem_cmd_pie  = :PG-IDF-UTI,
                          date_dem_cmd_pie = CURRENT_DATE,
                          mtt_dem_cmd_pie  = :PG-MTT-CPO
                   WHERE  id_cmd_pie = :PG-IDF-CPO
               END-EXEC
           END-IF.

           IF SQLCODE = 0 AND PG-STA-CPO = "a_approuver"
               EXEC SQL
                   UPDATE piece_commande
                   SET    uti_apr_cmd_pie  = :PG-IDF-UTI,
                          date_apr_cmd_pie = CURRENT_DATE
                   WHERE  id_cmd_pie = :PG-IDF-CPO
               END-EXEC
           END-IF.

           IF SQLCODE = 0
               EXEC SQL COMMIT END-EXEC

               MOVE SPACES TO WS-MSG-LOG

               EVALUATE TRUE
                   WHEN PG-STA-NVO = "a_approuver"
                       STRING 'Commande fournisseur ' DELIMITED BY SIZE
                              FUNCTION TRIM (WS-IDF-CPO-EDT)
                              DELIMITED BY SIZE
                              ' : ' DELIMITED BY SIZE
                              FUNCTION TRIM (WS-MTT-CPO-EDT)
                              DELIMITED BY SIZE
                              ' EUR au-dela de la limite, soumise a '
                              DELIMITED BY SIZE
                              'approbation.' DELIMITED BY SIZE
                              INTO WS-MSG-LOG
                       END-STRING

                   WHEN PG-STA-CPO = "a_approuver"
                       STRING 'Commande fournisseur ' DELIMITED BY SIZE
                              FUNCTION TRIM (WS-IDF-CPO-EDT)
                              DELIMITED BY SIZE
                              ' : approbation, statut a_approuver -> '
                              DELIMITED BY SIZE
                              PG-STA-NVO DELIMITED BY SPACE
                              ' (' DELIMITED BY SIZE
                              FUNCTION TRIM (WS-MTT-CPO-EDT)
                              DELIMITED BY SIZE
                              ' EUR).' DELIMITED BY SIZE
                              INTO WS-MSG-LOG
                       END-STRING

                   WHEN OTHER
                       STRING 'Commande fournisseur ' DELIMITED BY SIZE
                              FUNCTION TRIM (WS-IDF-CPO-EDT)
                              DELIMITED BY SIZE
                              ' : statut ' DELIMITED BY SIZE
                              PG-STA-CPO DELIMITED BY SPACE
                              ' -> ' DELIMITED BY SIZE
                              PG-STA-NVO DELIMITED BY SPACE
                              '.' DELIMITED BY SIZE
                              INTO WS-MSG-LOG
                       END-STRING
               END-EVALUATE

               CALL "genlog" USING WS-MSG-LOG,
                                   WS-TYP-LOG,
               END-CALL

               IF PG-STA-NVO = "validee" OR PG-STA-NVO = "recue"
                   MOVE "achats"   TO WS-DST-NOT
                   MOVE WS-MSG-LOG TO WS-MSG-NOT
                   CALL "gennot" USING WS-DST-NOT,
                                       WS-TYP-NOT,
                   END-CALL
               END-IF

      * Une commande soumise a approbation est signalee a un
      * approbateur de limite suffisante (verlim), a defaut aux
      * achats.

               IF PG-STA-NVO = "a_approuver"
                   IF WS-NOM-APR = SPACES
                       MOVE "achats"   TO WS-DST-NOT
                   ELSE
                       MOVE WS-NOM-APR TO WS-DST-NOT
                   END-IF

                   MOVE SPACES TO WS-MSG-NOT
                   STRING 'Commande fournisseur ' DELIMITED BY SIZE
                          FUNCTION TRIM (WS-IDF-CPO-EDT)
                          DELIMITED BY SIZE
                          ' de ' DELIMITED BY SIZE
                          FUNCTION TRIM (WS-MTT-CPO-EDT)
                          DELIMITED BY SIZE
                          ' EUR a approuver (' DELIMITED BY SIZE
                          FUNCTION TRIM (PG-NOM-PIE) DELIMITED BY SIZE
                          '), demandee par ' DELIMITED BY SIZE
                          FUNCTION TRIM (SESS-NOM-UTI)
                          DELIMITED BY SIZE
                          ' - voir gescpo.' DELIMITED BY SIZE
                          INTO WS-MSG-NOT
                   END-STRING

                   CALL "gennot" USING WS-DST-NOT,
                                       WS-TYP-NOT,
                                       WS-MSG-NOT,
                                       WS-RTR-NOT
                   END-CALL
               END-IF

               DISPLAY "Statut mis a jour : " PG-STA-NVO
           ELSE
               EXEC SQL ROLLBACK END-EXEC
