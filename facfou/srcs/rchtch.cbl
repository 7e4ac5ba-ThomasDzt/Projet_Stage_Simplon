      ******************************************************************
      *                                                                *
      *                 DESCRIPTION DU SOUS-PROGRAMME                  *
      *                                                                *
      * rchtch : recherche du taux de change d'une devise a une date   *
      * (table taux_change, saisie par gestch ou chargee par imptch) : *
      * valeur en euros d'une unite de devise, soit le taux du jour,   *
      * soit a defaut le dernier taux connu anterieur (week-ends et    *
      * jours feries). L'euro, ou une devise laissee a blanc, vaut 1.  *
      * Une date laissee a blanc vaut la date du jour. Appele par      *
      * impsup (prix de reception), ecrffo (rapprochement et cout en   *
      * euros au taux de reception) et ecrrgf (taux du paiement).      *
      *                                                                *
      * Code retour rendu a l'appelant : 0 = taux trouve ;             *
      * 1 = aucun taux connu a cette date pour la devise (taux 0).     *
      *                                                                *
      *----------------------------------------------------------------*
      *                           TRIGRAMMES                           *
      *                                                                *
      * rchtch=recherche taux de change                                *
      * TCH=TAUX DE CHANGE; DEV=DEVISE; DAT=DATE; TAU=TAUX;            *
      * RTR=RETOUR; SLC=SELECTION; DEB=DEBUT                           *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. rchtch.
       AUTHOR. ThomasD.
       DATE-WRITTEN. 15-10-2026 (fr).

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.

       01 PG-DEV-TCH         PIC X(03).
       01 PG-DAT-TCH         PIC X(10).
       01 PG-TAU-TCH         PIC 9(05)V9(06).

       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

      * Code retour rendu a l'appelant.
       01 WS-RTR-TCH         PIC 9(01)   VALUE 0.
           88 WS-RTR-TCH-OK              VALUE 0.
           88 WS-RTR-TCH-ABS             VALUE 1.

       LINKAGE SECTION.
       01 LK-DEV-TCH         PIC X(03).
       01 LK-DAT-TCH         PIC X(10).
       01 LK-TAU-TCH         PIC 9(05)V9(06).
       01 LK-RTR-TCH         PIC 9(01).


       PROCEDURE DIVISION USING LK-DEV-TCH,
                                LK-DAT-TCH,
                                LK-TAU-TCH,
                                LK-RTR-TCH.

           MOVE LK-DEV-TCH TO PG-DEV-TCH.
           MOVE LK-DAT-TCH TO PG-DAT-TCH.

           PERFORM 0100-SLC-TCH-DEB
              THRU 0100-SLC-TCH-FIN.

           MOVE PG-TAU-TCH
           TO   LK-TAU-TCH.

           MOVE WS-RTR-TCH
           TO   LK-RTR-TCH.

           EXIT PROGRAM.

      ******************************************************************
      *                         PARAGRAPHES                            *
      ******************************************************************

      * Dernier taux de la devise a la date demandee ou avant.

       0100-SLC-TCH-DEB.

           SET WS-RTR-TCH-OK TO TRUE.

           IF PG-DEV-TCH = SPACES OR PG-DEV-TCH = "EUR"
               MOVE 1 TO PG-TAU-TCH
               GO TO 0100-SLC-TCH-FIN
           END-IF.

           IF PG-DAT-TCH = SPACES
               EXEC SQL
                   SELECT TO_CHAR(CURRENT_DATE, 'YYYY-MM-DD')
                   INTO   :PG-DAT-TCH
               END-EXEC
           END-IF.

           EXEC SQL
               SELECT taux_tch
               INTO   :PG-TAU-TCH
               FROM   taux_change
               WHERE  code_dev = :PG-DEV-TCH
               AND    date_tch <= TO_DATE(:PG-DAT-TCH, 'YYYY-MM-DD')
               ORDER BY date_tch DESC
               FETCH FIRST 1 ROW ONLY
           END-EXEC.

           IF SQLCODE NOT = 0
               SET WS-RTR-TCH-ABS TO TRUE
               MOVE 0 TO PG-TAU-TCH
           END-IF.

       0100-SLC-TCH-FIN.
           EXIT.
