      *                                                                *
      * rapges : tableau de bord de gestion. Programme de traitement   *
      * par lot qui rassemble, pour une periode glissante (par defaut  *
      * les 7 derniers jours, parametre rapges_per_jou lu via lecprm   *
      * et entretenu dans gesprm), trois indicateurs suivis separement *
      * jusqu'ici : le nombre de pieces actives sous leur seuil        *
      * d'alerte (piece), le nombre de nouveaux clients crees sur la   *
      * periode (logs, type_log = 'client', journalises par ecrajcli   *
      * via genlog), et le nombre de connexions et de mouvements de    *
      * stock par utilisateur sur la periode (logs, types              *
      * 'auth'/'piece'/'transfert_piece'), dans un seul etat de        *
      * synthese utilisable pour une revue de gestion hebdomadaire,    *
      * sans avoir a interroger trois tables separement.               *
      *                                                                *
      *----------------------------------------------------------------*
      *                           TRIGRAMMES                           *
      * rapges=rapport de gestion                                      *
      * GES=GESTION; PER=PERIODE; JOU=JOUR; SEU=SEUIL; CLI=CLIENT;     *
      * UTI=UTILISATEUR; TYP=TYPE; IDF=IDENTIFIANT; NBR=NOMBRE;        *
      * RSU=RESULTAT; TOT=TOTAL; ACT=ACTIVITE; EDT=EDITION; DEB=DEBUT; *
      * PRM=PARAMETRE; COD=CODE; VAL=VALEUR; DFT=DEFAUT; RTR=RETOUR;   *
      * LEC=LECTURE                                                    *
      ******************************************************************

       IDENTIFICATION DIVISION.

       COPY dbconfig.

      * Nombre de jours couverts par la revue : valeur par defaut,
      * remplacee au demarrage par le parametre rapges_per_jou.
       01 PG-NBR-JOU-PER        PIC 9(03)   VALUE 7.
       01 PG-DAT-DEB-PER        PIC X(10).
       01 PG-JOU-AUJ            PIC X(10).
       01 WS-NBR-RSU-EDT        PIC Z(10).
       01 WS-NBR-JOU-PER-EDT    PIC Z(03).

      * Zones echangees avec lecprm : code du parametre, valeur par
      * defaut (valeur historique du traitement) et valeur retenue.
       01 WS-COD-PRM            PIC X(20).
       01 WS-VAL-DFT            PIC 9(09)V99.
       01 WS-VAL-PRM            PIC 9(09)V99.
       01 WS-RTR-PRM            PIC 9(01).


       PROCEDURE DIVISION.


           EXEC SQL COMMIT END-EXEC.

           PERFORM 1100-LEC-PRM-DEB
              THRU 1100-LEC-PRM-FIN.

           EXEC SQL
               SELECT CURRENT_DATE, CURRENT_DATE - :PG-NBR-JOU-PER
               INTO   :PG-JOU-AUJ, :PG-DAT-DEB-PER

      *-----------------------------------------------------------------

      * Lit la periode de la revue dans la table des parametres ; a
      * defaut, la valeur historique est conservee.

       1100-LEC-PRM-DEB.

           MOVE "rapges_per_jou" TO WS-COD-PRM.
           MOVE PG-NBR-JOU-PER   TO WS-VAL-DFT.

           CALL "lecprm" USING WS-COD-PRM, WS-VAL-DFT,
                               WS-VAL-PRM, WS-RTR-PRM
           END-CALL.

           MOVE WS-VAL-PRM       TO PG-NBR-JOU-PER.

           EXIT.
       1100-LEC-PRM-FIN.

      *-----------------------------------------------------------------

      * Nombre de pieces actives dont le stock est descendu au niveau
      * ou en-deca de leur seuil d'alerte (meme condition que l'alerte
      * posee par majpie).
