      * quantite de reappro couvrant un mois. Les pieces deja reglees  *
      * sur ces valeurs ne sont pas proposees, et une suggestion       *
      * encore a l'etat 'propose' bloque les doublons. L'application   *
      * passe par l'ecran d'approbation gessug. Les couvertures (deux  *
      * et trois semaines, un mois) sont lues au demarrage dans les    *
      * parametres gensug_sul_sem, gensug_sul_sem_rlq et               *
      * gensug_rea_jou (lecprm, entretenus dans gesprm ; a defaut les  *
      * valeurs historiques) et rappelees en tete du compte rendu.     *
      *                                                                *
      *----------------------------------------------------------------*
      *                           TRIGRAMMES                           *
      * gensug=generation suggestions                                  *
      * SUG=SUGGESTION; PIE=PIECE; SUL=SEUIL; REA=REAPPRO;             *
      * CSO=CONSOMMATION; RLQ=RELIQUAT; NBR=NOMBRE; RSU=RESULTAT;      *
      * SLC=SELECTION; INS=INSERTION; CAL=CALCUL; DEB=DEBUT; SEM=      *
      * SEMAINE; JOU=JOUR; PRM=PARAMETRE; COD=CODE; VAL=VALEUR; DFT=   *
      * DEFAUT; RTR=RETOUR; LEC=LECTURE; EDT=EDITION                   *
      ******************************************************************

       IDENTIFICATION DIVISION.
       01 WS-NBR-PIE-EDT        PIC Z(05).
       01 WS-NBR-SUG-EDT        PIC Z(05).

      * Couvertures conseillees : seuil en semaines de consommation
      * (majore quand la piece a genere des reliquats), quantite de
      * reappro en jours. Valeurs par defaut, remplacees au demarrage
      * par les parametres gensug_sul_sem, gensug_sul_sem_rlq et
      * gensug_rea_jou.
       01 WS-SUL-SEM            PIC 9(02)   VALUE 2.
       01 WS-SUL-SEM-RLQ        PIC 9(02)   VALUE 3.
       01 WS-REA-JOU            PIC 9(03)   VALUE 30.
       01 WS-SUL-SEM-EDT        PIC Z9.
       01 WS-SUL-SEM-RLQ-EDT    PIC Z9.
       01 WS-REA-JOU-EDT        PIC Z(02)9.

      * Zones echangees avec lecprm : code du parametre, valeur par
      * defaut (valeur historique du traitement) et valeur retenue.
       01 WS-COD-PRM            PIC X(20).
       01 WS-VAL-DFT            PIC 9(09)V99.
       01 WS-VAL-PRM            PIC 9(09)V99.
       01 WS-RTR-PRM            PIC 9(01).

      * Zones utilisees pour tracer via generr l'echec d'une des
      * ecritures SQL en cas de SQLCODE en erreur.
       01 WS-OPE-ERR            PIC X(60).

           DISPLAY "Conseil de parametres de reappro (90 jours)...".

           PERFORM 1100-LEC-PRM-DEB
              THRU 1100-LEC-PRM-FIN.

           MOVE WS-SUL-SEM     TO WS-SUL-SEM-EDT.
           MOVE WS-SUL-SEM-RLQ TO WS-SUL-SEM-RLQ-EDT.
           MOVE WS-REA-JOU     TO WS-REA-JOU-EDT.

           DISPLAY "Couvertures : seuil "
                   FUNCTION TRIM (WS-SUL-SEM-EDT) " semaine(s) ("
                   FUNCTION TRIM (WS-SUL-SEM-RLQ-EDT)
                   " avec reliquats), reappro "
                   FUNCTION TRIM (WS-REA-JOU-EDT) " jour(s).".

           EXIT.
       1000-INITIALISATION-FIN.

      *-----------------------------------------------------------------

      * Lit les couvertures dans la table des parametres ; a defaut,
      * les valeurs historiques sont conservees.

       1100-LEC-PRM-DEB.

           MOVE "gensug_sul_sem"     TO WS-COD-PRM.
           MOVE WS-SUL-SEM           TO WS-VAL-DFT.
           CALL "lecprm" USING WS-COD-PRM, WS-VAL-DFT,
                               WS-VAL-PRM, WS-RTR-PRM
           END-CALL.
           MOVE WS-VAL-PRM           TO WS-SUL-SEM.

           MOVE "gensug_sul_sem_rlq" TO WS-COD-PRM.
           MOVE WS-SUL-SEM-RLQ       TO WS-VAL-DFT.
           CALL "lecprm" USING WS-COD-PRM, WS-VAL-DFT,
                               WS-VAL-PRM, WS-RTR-PRM
           END-CALL.
           MOVE WS-VAL-PRM           TO WS-SUL-SEM-RLQ.

           MOVE "gensug_rea_jou"     TO WS-COD-PRM.
           MOVE WS-REA-JOU           TO WS-VAL-DFT.
           CALL "lecprm" USING WS-COD-PRM, WS-VAL-DFT,
                               WS-VAL-PRM, WS-RTR-PRM
           END-CALL.
           MOVE WS-VAL-PRM           TO WS-REA-JOU.

           EXIT.
       1100-LEC-PRM-FIN.

      *-----------------------------------------------------------------

       2000-TRT-PIE-DEB.
      * Consommation des 90 derniers jours : somme des baisses entre
      * deux instantanes quotidiens de piece_hist (les hausses, qui
      * sont des entrees de stock, ne comptent pas). Seuil conseille :
      * WS-SUL-SEM semaines de cette consommation (deux a defaut),
      * WS-SUL-SEM-RLQ (trois) quand des reliquats ont ete generes sur
      * la periode ; quantite de reappro : WS-REA-JOU jours (un mois).
      * Une piece sans consommation ou deja reglee sur ces valeurs
      * n'est pas proposee.

       2200-CAL-SUG-DEB.

           END-EXEC.

           IF PG-NBR-RLQ-90 > 0
               COMPUTE PG-SUL-SUG ROUNDED =
                       PG-CSO-90 * WS-SUL-SEM-RLQ * 7 / 90
           ELSE
               COMPUTE PG-SUL-SUG ROUNDED =
                       PG-CSO-90 * WS-SUL-SEM * 7 / 90
           END-IF.

           COMPUTE PG-REA-SUG ROUNDED = PG-CSO-90 * WS-REA-JOU / 90.

           IF PG-SUL-SUG = PG-SUL-CUR AND PG-REA-SUG = PG-REA-CUR
               GO TO 2200-CAL-SUG-FIN
