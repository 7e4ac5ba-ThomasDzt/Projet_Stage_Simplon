       01 PG-CAL-PRT            PIC X(01).
       01 PG-CAL-PUR            PIC X(01).
       01 PG-CAL-CAI            PIC X(01).
       01 PG-CAL-RSV            PIC X(01).
       01 PG-CAL-PPX            PIC X(01).
       01 PG-CAL-PFI            PIC X(01).
       01 PG-CAL-MRG            PIC X(01).
       01 PG-CAL-DCL            PIC X(01).
       01 PG-CAL-COH            PIC X(01).

       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

      * Les dix-huit etapes de la chaine et leur drapeau calendrier,
      * chargees au lancement. A completer si la chaine s'allonge.
       01 WS-TAB-ETP.
           05 WS-ENT-ETP        OCCURS 18 TIMES.
               10 WS-ETP-NOM    PIC X(14).
               10 WS-ETP-CAL    PIC X(01).
       01 WS-IDX-ETP            PIC 9(02).
           PERFORM 2000-VER-ETP-DEB
              THRU 2000-VER-ETP-FIN
              VARYING WS-IDX-ETP FROM 1 BY 1
              UNTIL WS-IDX-ETP > 18.

           PERFORM 3000-FINALISATION-DEB
              THRU 3000-FINALISATION-FIN.
                      COALESCE(etp_stm, 'O'),
                      COALESCE(etp_prt, 'O'),
                      COALESCE(etp_pur, 'O'),
                      COALESCE(etp_cai, 'O'),
                      COALESCE(etp_rsv, 'O'),
                      COALESCE(etp_ppx, 'O'),
                      COALESCE(etp_pfi, 'O'),
                      COALESCE(etp_mrg, 'O'),
                      COALESCE(etp_dcl, 'O'),
                      COALESCE(etp_coh, 'O')
               INTO   :PG-TYP-JOU:PG-TYP-JOU-IND,
                      :PG-CAL-CLO, :PG-CAL-ARC, :PG-CAL-RCC,
                      :PG-CAL-GRP, :PG-CAL-AGR, :PG-CAL-VAL,
                      :PG-CAL-DES, :PG-CAL-EXP, :PG-CAL-STM,
                      :PG-CAL-PRT, :PG-CAL-PUR, :PG-CAL-CAI,
                      :PG-CAL-RSV, :PG-CAL-PPX, :PG-CAL-PFI,
                      :PG-CAL-MRG, :PG-CAL-DCL, :PG-CAL-COH
               FROM   calendrier_trt
               WHERE  date_trt = CURRENT_DATE - 1
           END-EXEC.
                           PG-CAL-GRP PG-CAL-AGR PG-CAL-VAL
                           PG-CAL-DES PG-CAL-EXP PG-CAL-STM
                           PG-CAL-PRT PG-CAL-PUR PG-CAL-CAI
                           PG-CAL-RSV PG-CAL-PPX PG-CAL-PFI
                           PG-CAL-MRG PG-CAL-DCL PG-CAL-COH
           END-IF.

           MOVE "clotpie" TO WS-ETP-NOM (1).
           MOVE PG-CAL-PUR TO WS-ETP-CAL (11).
           MOVE "jnlcai" TO WS-ETP-NOM (12).
           MOVE PG-CAL-CAI TO WS-ETP-CAL (12).
           MOVE "trtrsv" TO WS-ETP-NOM (13).
           MOVE PG-CAL-RSV TO WS-ETP-CAL (13).
           MOVE "trtppx" TO WS-ETP-NOM (14).
           MOVE PG-CAL-PPX TO WS-ETP-CAL (14).
           MOVE "trtpfi" TO WS-ETP-NOM (15).
           MOVE PG-CAL-PFI TO WS-ETP-CAL (15).
           MOVE "trtmrg" TO WS-ETP-NOM (16).
           MOVE PG-CAL-MRG TO WS-ETP-CAL (16).
           MOVE "detcli" TO WS-ETP-NOM (17).
           MOVE PG-CAL-DCL TO WS-ETP-CAL (17).
           MOVE "ctlcoh" TO WS-ETP-NOM (18).
           MOVE PG-CAL-COH TO WS-ETP-CAL (18).

           EXIT.
       1000-INITIALISATION-FIN.
