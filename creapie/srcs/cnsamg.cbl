      ******************************************************************
      *                                                                *
      *                 DESCRIPTION DU SOUS-PROGRAMME                  *
      *                                                                *
      * cnsamg : file des alertes d'erosion de marge (alerte_marge,    *
      * alimentee par vermrg a la liberation d'une reception dans      *
      * gesqua et par le balayage nocturne trtmrg). Liste les alertes  *
      * ouvertes ('O') et acquittees ('A') avec le cout moyen et le    *
      * prix de vente courants de la piece, son taux de marge actuel   *
      * et le minimum en vigueur, puis permet de traiter une alerte :  *
      * corriger le prix de vente (trace dans hist_modif via genmod ;  *
      * l'alerte est close 'prix corrige' si la marge revient au       *
      * minimum, sinon vermrg la remet a jour), ou l'acquitter avec    *
      * une note (le prix est maintenu sciemment).                     *
      *                                                                *
      *----------------------------------------------------------------*
      *                           TRIGRAMMES                           *
      *                                                                *
      * cnsamg=consultation alertes marge                              *
      * AMG=ALERTE MARGE; PIE=PIECE; PVT=PRIX DE VENTE; PRU=PRIX       *
      * UNITAIRE (COUT MOYEN); TAU=TAUX; MRG=MARGE; MIN=MINIMUM; STA=  *
      * STATUT; NOT=NOTE; DAT=DATE; NBR=NOMBRE; ACT=ACTION; NVP=       *
      * NOUVEAU PRIX; ANC=ANCIEN; IDF=IDENTIFIANT; UTI=UTILISATEUR;    *
      * RSU=RESULTAT; AFF=AFFICHAGE; MAJ=MISE A JOUR; TAB=TABLE; CLE=  *
      * CLE; CHP=CHAMP; VAL=VALEUR; RTR=RETOUR; EDT=EDITION; LRR=      *
      * LEURRE; DEB=DEBUT                                              *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. cnsamg.
       AUTHOR. ThomasD.
       DATE-WRITTEN. 15-10-2026 (fr).

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.

       01 PG-IDF-AMG-RSU        PIC 9(10).
       01 PG-DAT-AMG-RSU        PIC X(10).
       01 PG-STA-AMG-RSU        PIC X(01).
       01 PG-NOM-PIE-RSU        PIC X(30).
       01 PG-PRU-PIE-RSU        PIC 9(08)V99.
       01 PG-PVT-PIE-RSU        PIC 9(08)V99.
       01 PG-TAU-MRG-RSU        PIC S9(05)V99.
       01 PG-MRG-MIN-RSU        PIC 9(02)V99.

       01 PG-IDF-AMG            PIC 9(10).
       01 PG-IDF-PIE            PIC 9(10).
       01 PG-STA-AMG            PIC X(01).
       01 PG-NOT-AMG            PIC X(60).
       01 PG-IDF-UTI            PIC 9(10).
       01 PG-ANC-PVT            PIC 9(08)V99.
       01 PG-NVP-PIE            PIC 9(08)V99.

       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

      * Declaration du curseur des alertes encore ouvertes ou
      * acquittees, de la plus ancienne a la plus recente, avec les
      * chiffres courants de la piece.
       EXEC SQL
           DECLARE C-AMG CURSOR FOR
               SELECT a.id_amg, a.date_amg, a.statut_amg, p.nom_pie,
                      COALESCE(p.prix_unitaire_pie, 0),
                      COALESCE(p.prix_vente_pie, 0),
                      CASE WHEN COALESCE(p.prix_vente_pie, 0) > 0
                           THEN GREATEST(ROUND(
                                  (p.prix_vente_pie
                                   - COALESCE(p.prix_unitaire_pie, 0))
                                  * 100 / p.prix_vente_pie, 2),
                                  -99999.99)
                           ELSE 0 END,
                      COALESCE((SELECT MAX(s.mrg_min_soc)
                                FROM   societe s), 10.00)
               FROM   alerte_marge a
               JOIN   piece p ON p.id_pie = a.id_pie
               WHERE  a.statut_amg IN ('O', 'A')
               ORDER BY a.date_amg, a.id_amg
       END-EXEC.

       01 WS-LRR                PIC X(01).

       01 WS-IDF-AMG            PIC 9(10).
       01 WS-ACT-AMG            PIC X(01).
           88 WS-ACT-PRX                    VALUE "P".
           88 WS-ACT-ACQ                    VALUE "A".
       01 WS-NOT-AMG            PIC X(60).
       01 WS-NVP-PIE            PIC 9(08)V99.
       01 WS-NBR-AMG            PIC 9(05)   VALUE 0.

       01 WS-IDF-AMG-EDT        PIC Z(10).
       01 WS-PRU-PIE-EDT        PIC Z(07)9.99.
       01 WS-PVT-PIE-EDT        PIC Z(07)9.99.
       01 WS-TAU-MRG-EDT        PIC -(05)9.99.
       01 WS-MRG-MIN-EDT        PIC Z9.99.

      * Code retour de vermrg, rappele apres une correction de prix.
       01 WS-RTR-MRG            PIC 9(01).
           88 WS-RTR-MRG-OK                 VALUE 0.

      * Zones echangees avec genmod pour tracer le changement de prix
      * dans hist_modif, au meme format qu'une edition edpie.
       01 WS-TAB-MOD            PIC X(14)   VALUE "piece".
       01 WS-CLE-MOD            PIC X(30).
       01 WS-CHP-MOD            PIC X(20)   VALUE "prix_vente_pie".
       01 WS-ANC-VAL            PIC X(100).
       01 WS-NOU-VAL            PIC X(100).
       01 WS-RTR-MOD            PIC 9(01).

      * Prix vu en caracteres : hist_modif garde les dix chiffres du
      * prix (centimes implicites), comme gespie.
       01 WS-PRX-VAL            PIC 9(08)V99.
       01 WS-PRX-VAL-X          REDEFINES WS-PRX-VAL
                                PIC X(10).

      * Zone de session partagee : qui est connecte sur ce poste.
       COPY session.


       PROCEDURE DIVISION.

           PERFORM 0100-LST-AMG-DEB
              THRU 0100-LST-AMG-FIN.

           PERFORM 0300-SSI-ACT-DEB
              THRU 0300-SSI-ACT-FIN.

           EXIT PROGRAM.

      ******************************************************************
      *                         PARAGRAPHES                            *
      ******************************************************************

       0100-LST-AMG-DEB.

           MOVE 0 TO WS-NBR-AMG.

           DISPLAY "Alertes d'erosion de marge en attente :".
           DISPLAY "Id          Date        St  Piece            "
                   "                   Cout         Prix   Marge %"
                   "   Min %".

           EXEC SQL OPEN C-AMG END-EXEC.

           EXEC SQL
               FETCH C-AMG
               INTO  :PG-IDF-AMG-RSU, :PG-DAT-AMG-RSU,
                     :PG-STA-AMG-RSU, :PG-NOM-PIE-RSU,
                     :PG-PRU-PIE-RSU, :PG-PVT-PIE-RSU,
                     :PG-TAU-MRG-RSU, :PG-MRG-MIN-RSU
           END-EXEC.

           PERFORM 0200-AFF-AMG-DEB
              THRU 0200-AFF-AMG-FIN
              UNTIL SQLCODE NOT = 0.

           EXEC SQL CLOSE C-AMG END-EXEC.

           IF WS-NBR-AMG = 0
               DISPLAY "(aucune alerte en attente)"
           END-IF.

           EXIT.
       0100-LST-AMG-FIN.

      *-----------------------------------------------------------------

       0200-AFF-AMG-DEB.

           ADD 1 TO WS-NBR-AMG.

           MOVE PG-IDF-AMG-RSU TO WS-IDF-AMG-EDT.
           MOVE PG-PRU-PIE-RSU TO WS-PRU-PIE-EDT.
           MOVE PG-PVT-PIE-RSU TO WS-PVT-PIE-EDT.
           MOVE PG-TAU-MRG-RSU TO WS-TAU-MRG-EDT.
           MOVE PG-MRG-MIN-RSU TO WS-MRG-MIN-EDT.

           DISPLAY WS-IDF-AMG-EDT "  " PG-DAT-AMG-RSU "  "
                   PG-STA-AMG-RSU "  " PG-NOM-PIE-RSU "  "
                   WS-PRU-PIE-EDT "  " WS-PVT-PIE-EDT "  "
                   WS-TAU-MRG-EDT "  " WS-MRG-MIN-EDT.

           EXEC SQL
               FETCH C-AMG
               INTO  :PG-IDF-AMG-RSU, :PG-DAT-AMG-RSU,
                     :PG-STA-AMG-RSU, :PG-NOM-PIE-RSU,
                     :PG-PRU-PIE-RSU, :PG-PVT-PIE-RSU,
                     :PG-TAU-MRG-RSU, :PG-MRG-MIN-RSU
           END-EXEC.

           EXIT.
       0200-AFF-AMG-FIN.

      *-----------------------------------------------------------------

      * Saisit l'alerte a traiter (0 = quitter) et l'action : P pour
      * corriger le prix de vente, A pour acquitter avec une note.

       0300-SSI-ACT-DEB.

           DISPLAY "Id de l'alerte a traiter (0 = quitter) :".
           ACCEPT WS-IDF-AMG.

           IF WS-IDF-AMG NOT = 0
               DISPLAY "Action (P = corriger le prix, "
                       "A = acquitter) :"
               ACCEPT WS-ACT-AMG

               EVALUATE TRUE
                   WHEN WS-ACT-PRX
                       DISPLAY "Nouveau prix de vente :"
                       ACCEPT WS-NVP-PIE

                       IF WS-NVP-PIE = 0
                           DISPLAY "Prix invalide, alerte non "
                                   "modifiee."
                       ELSE
                           PERFORM 0400-MAJ-PRX-DEB
                              THRU 0400-MAJ-PRX-FIN
                       END-IF

                   WHEN WS-ACT-ACQ
                       DISPLAY "Note (facultative) :"
                       ACCEPT WS-NOT-AMG

                       PERFORM 0500-ACQ-AMG-DEB
                          THRU 0500-ACQ-AMG-FIN

                   WHEN OTHER
                       DISPLAY "Action invalide, alerte non modifiee."
               END-EVALUATE

               DISPLAY "Appuyez sur entree"
               ACCEPT WS-LRR
           END-IF.

           EXIT.
       0300-SSI-ACT-FIN.

      *-----------------------------------------------------------------

      * Applique le nouveau prix de vente a la piece de l'alerte et le
      * trace via genmod, puis rappelle vermrg : marge revenue au
      * minimum, l'alerte est close 'prix corrige' ; sinon vermrg a
      * remis ses chiffres a jour.

       0400-MAJ-PRX-DEB.

           MOVE WS-IDF-AMG TO PG-IDF-AMG.
           MOVE WS-NVP-PIE TO PG-NVP-PIE.

           EXEC SQL
               SELECT a.id_pie, COALESCE(p.prix_vente_pie, 0)
               INTO   :PG-IDF-PIE, :PG-ANC-PVT
               FROM   alerte_marge a
               JOIN   piece p ON p.id_pie = a.id_pie
               WHERE  a.id_amg = :PG-IDF-AMG
               AND    a.statut_amg IN ('O', 'A')
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY "Alerte inconnue ou deja close."
           ELSE
               EXEC SQL
                   UPDATE piece
                   SET    prix_vente_pie = :PG-NVP-PIE
                   WHERE  id_pie = :PG-IDF-PIE
               END-EXEC

               IF SQLCODE = 0
                   EXEC SQL COMMIT END-EXEC

                   PERFORM 0450-TRC-PRX-DEB
                      THRU 0450-TRC-PRX-FIN

                   CALL "vermrg" USING PG-IDF-PIE,
                                       WS-RTR-MRG
                   END-CALL

                   IF WS-RTR-MRG-OK
                       PERFORM 0470-CLO-AMG-DEB
                          THRU 0470-CLO-AMG-FIN
                   ELSE
                       DISPLAY "Prix mis a jour ; la marge reste sous "
                               "le minimum, l'alerte demeure."
                   END-IF
               ELSE
                   EXEC SQL ROLLBACK END-EXEC
                   DISPLAY "Erreur lors de la mise a jour, SQLCODE: "
                           SQLCODE
               END-IF
           END-IF.

           EXIT.
       0400-MAJ-PRX-FIN.

      *-----------------------------------------------------------------

      * Trace le changement de prix dans hist_modif au nom de
      * l'utilisateur connecte.

       0450-TRC-PRX-DEB.

           IF PG-NVP-PIE NOT = PG-ANC-PVT
               MOVE PG-IDF-PIE   TO WS-CLE-MOD
               MOVE PG-ANC-PVT   TO WS-PRX-VAL
               MOVE WS-PRX-VAL-X TO WS-ANC-VAL
               MOVE PG-NVP-PIE   TO WS-PRX-VAL
               MOVE WS-PRX-VAL-X TO WS-NOU-VAL

               CALL "genmod" USING WS-TAB-MOD
                                   WS-CLE-MOD
                                   WS-CHP-MOD
                                   WS-ANC-VAL
                                   WS-NOU-VAL
                                   SESS-IDF-UTI
                                   WS-RTR-MOD
               END-CALL
           END-IF.

           EXIT.
       0450-TRC-PRX-FIN.

      *-----------------------------------------------------------------

       0470-CLO-AMG-DEB.

           MOVE SESS-IDF-UTI TO PG-IDF-UTI.

           EXEC SQL
               UPDATE alerte_marge
               SET    statut_amg   = 'C',
                      note_amg     = 'prix corrige',
                      uti_trt_amg  = :PG-IDF-UTI,
                      date_trt_amg = CURRENT_DATE
               WHERE  id_pie = :PG-IDF-PIE
               AND    statut_amg IN ('O', 'A')
           END-EXEC.

           IF SQLCODE = 0
               EXEC SQL COMMIT END-EXEC
               DISPLAY "Prix mis a jour, marge retablie : "
                       "alerte close."
           ELSE
               EXEC SQL ROLLBACK END-EXEC
               DISPLAY "Prix mis a jour, mais erreur a la cloture "
                       "de l'alerte, SQLCODE: " SQLCODE
           END-IF.

           EXIT.
       0470-CLO-AMG-FIN.

      *-----------------------------------------------------------------

      * Acquitte l'alerte : le prix est maintenu sciemment. vermrg ne
      * la rouvrira que si la marge se degrade davantage.

       0500-ACQ-AMG-DEB.

           MOVE WS-IDF-AMG   TO PG-IDF-AMG.
           MOVE WS-NOT-AMG   TO PG-NOT-AMG.
           MOVE SESS-IDF-UTI TO PG-IDF-UTI.

           EXEC SQL
               SELECT id_amg
               INTO   :PG-IDF-AMG-RSU
               FROM   alerte_marge
               WHERE  id_amg = :PG-IDF-AMG
               AND    statut_amg = 'O'
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY "Alerte inconnue ou deja traitee."
           ELSE
               EXEC SQL
                   UPDATE alerte_marge
                   SET    statut_amg   = 'A',
                          note_amg     = :PG-NOT-AMG,
                          uti_trt_amg  = :PG-IDF-UTI,
                          date_trt_amg = CURRENT_DATE
                   WHERE  id_amg = :PG-IDF-AMG
               END-EXEC

               IF SQLCODE = 0
                   EXEC SQL COMMIT END-EXEC
                   DISPLAY "Alerte acquittee."
               ELSE
                   EXEC SQL ROLLBACK END-EXEC
                   DISPLAY "Erreur lors de la mise a jour, SQLCODE: "
                           SQLCODE
               END-IF
           END-IF.

           EXIT.
       0500-ACQ-AMG-FIN.
