      *                                                                *
      * trtpur : purge de retention des tables d'exploitation. Etape   *
      * de la chaine nocturne (trtnoc) qui supprime, au-dela d'un      *
      * horizon propre a chaque table (parametres trtpur_hor_* lus via *
      * lecprm et entretenus dans gesprm ; a defaut, les constantes    *
      * ci-dessous) : les erreurs SQL traitees (log_erreurs au statut  *
      * 'R'), les notifications deja envoyees (statut 'E'), les lignes *
      * de pilotage batch_run, les editions du spool (la ligne         *
      * spool_rapports et son fichier sur disque), et les soldes de    *
      * lot vides depuis plus d'un an (piece_lot a zero). Le bilan de  *
      * ce qui est parti est ecrit dans le fichier spoole PURGE        *
      * (genspl) : ces tables de surveillance ne doivent pas devenir   *
      * plus lentes que les donnees qu'elles surveillent. Les horizons *
      * appliques sont rappeles en tete du bilan.                      *
      *                                                                *
      *----------------------------------------------------------------*
      *                           TRIGRAMMES                           *
      * trtpur=traitement purge                                        *
      * PUR=PURGE; ERR=ERREUR; NOT=NOTIFICATION; RUN=EXECUTION;        *
      * SPL=SPOOL; LOT=LOT; HOR=HORIZON; FIC=FICHIER; NBR=NOMBRE;      *
      * RSU=RESULTAT; SUP=SUPPRESSION; EDT=EDITION; DEB=DEBUT;         *
      * PRM=PARAMETRE; COD=CODE; VAL=VALEUR; DFT=DEFAUT; RTR=RETOUR;   *
      * LEC=LECTURE                                                    *
      ******************************************************************

       IDENTIFICATION DIVISION.

       COPY dbconfig.

      * Horizons de retention en jours, par table : valeurs par
      * defaut, remplacees au demarrage par les parametres
      * trtpur_hor_err/not/run/spl/lot.
       01 PG-HOR-ERR            PIC 9(04)   VALUE 180.
       01 PG-HOR-NOT            PIC 9(04)   VALUE 90.
       01 PG-HOR-RUN            PIC 9(04)   VALUE 365.
       01 WS-NBR-LOT            PIC 9(07)   VALUE 0.

       01 WS-NBR-EDT            PIC Z(07).
       01 WS-HOR-ERR-EDT        PIC Z(03)9.
       01 WS-HOR-NOT-EDT        PIC Z(03)9.
       01 WS-HOR-RUN-EDT        PIC Z(03)9.
       01 WS-HOR-SPL-EDT        PIC Z(03)9.
       01 WS-HOR-LOT-EDT        PIC Z(03)9.

      * Zones echangees avec lecprm : code du parametre, valeur par
      * defaut (valeur historique du traitement) et valeur retenue.
       01 WS-COD-PRM            PIC X(20).
       01 WS-VAL-DFT            PIC 9(09)V99.
       01 WS-VAL-PRM            PIC 9(09)V99.
       01 WS-RTR-PRM            PIC 9(01).
       01 WS-FIC-SUP            PIC X(50).
       01 WS-RTR-SUP            PIC 9(09)   COMP-5.


           DISPLAY "Purge de retention des tables d'exploitation...".

           PERFORM 1100-LEC-PRM-DEB
              THRU 1100-LEC-PRM-FIN.

           CALL "genspl" USING WS-NOM-RAP
                               WS-IDF-UTI-NUL
                               WS-FIC-SPL
           MOVE "Bilan de purge de retention" TO REC-PUR.
           WRITE REC-PUR.

           MOVE PG-HOR-ERR TO WS-HOR-ERR-EDT.
           MOVE PG-HOR-NOT TO WS-HOR-NOT-EDT.
           MOVE PG-HOR-RUN TO WS-HOR-RUN-EDT.
           MOVE PG-HOR-SPL TO WS-HOR-SPL-EDT.
           MOVE PG-HOR-LOT TO WS-HOR-LOT-EDT.

           MOVE SPACES TO REC-PUR.
           STRING "Horizons (jours) : erreurs " DELIMITED BY SIZE
                  FUNCTION TRIM (WS-HOR-ERR-EDT) DELIMITED BY SIZE
                  ", notifications " DELIMITED BY SIZE
                  FUNCTION TRIM (WS-HOR-NOT-EDT) DELIMITED BY SIZE
                  ", batch_run " DELIMITED BY SIZE
                  FUNCTION TRIM (WS-HOR-RUN-EDT) DELIMITED BY SIZE
                  ", spool " DELIMITED BY SIZE
                  FUNCTION TRIM (WS-HOR-SPL-EDT) DELIMITED BY SIZE
                  ", lots " DELIMITED BY SIZE
                  FUNCTION TRIM (WS-HOR-LOT-EDT) DELIMITED BY SIZE
                  INTO REC-PUR
           END-STRING.
           WRITE REC-PUR.

           DISPLAY FUNCTION TRIM (REC-PUR).

           EXIT.
       1000-INITIALISATION-FIN.

      *-----------------------------------------------------------------

      * Lit les horizons de retention dans la table des parametres ;
      * a defaut, les valeurs historiques sont conservees.

       1100-LEC-PRM-DEB.

           MOVE "trtpur_hor_err" TO WS-COD-PRM.
           MOVE PG-HOR-ERR       TO WS-VAL-DFT.
           CALL "lecprm" USING WS-COD-PRM, WS-VAL-DFT,
                               WS-VAL-PRM, WS-RTR-PRM
           END-CALL.
           MOVE WS-VAL-PRM       TO PG-HOR-ERR.

           MOVE "trtpur_hor_not" TO WS-COD-PRM.
           MOVE PG-HOR-NOT       TO WS-VAL-DFT.
           CALL "lecprm" USING WS-COD-PRM, WS-VAL-DFT,
                               WS-VAL-PRM, WS-RTR-PRM
           END-CALL.
           MOVE WS-VAL-PRM       TO PG-HOR-NOT.

           MOVE "trtpur_hor_run" TO WS-COD-PRM.
           MOVE PG-HOR-RUN       TO WS-VAL-DFT.
           CALL "lecprm" USING WS-COD-PRM, WS-VAL-DFT,
                               WS-VAL-PRM, WS-RTR-PRM
           END-CALL.
           MOVE WS-VAL-PRM       TO PG-HOR-RUN.

           MOVE "trtpur_hor_spl" TO WS-COD-PRM.
           MOVE PG-HOR-SPL       TO WS-VAL-DFT.
           CALL "lecprm" USING WS-COD-PRM, WS-VAL-DFT,
                               WS-VAL-PRM, WS-RTR-PRM
           END-CALL.
           MOVE WS-VAL-PRM       TO PG-HOR-SPL.

           MOVE "trtpur_hor_lot" TO WS-COD-PRM.
           MOVE PG-HOR-LOT       TO WS-VAL-DFT.
           CALL "lecprm" USING WS-COD-PRM, WS-VAL-DFT,
                               WS-VAL-PRM, WS-RTR-PRM
           END-CALL.
           MOVE WS-VAL-PRM       TO PG-HOR-LOT.

           EXIT.
       1100-LEC-PRM-FIN.

      *-----------------------------------------------------------------

      * Erreurs SQL traitees ('R') au-dela de l'horizon : une erreur
      * encore 'N' ou 'V' n'est jamais purgee, quel que soit son age.

