      * dormants. Etape de la chaine nocturne (trtnoc) qui recherche   *
      * les comptes actifs sans aucune connexion reussie (lignes       *
      * 'auth' ecrites par connexion via genlog) depuis un nombre de   *
      * jours donne par le parametre desuti_dor_jou (lu via lecprm,    *
      * entretenu dans gesprm ; 180 a defaut), passe leur actif_uti a  *
      * 'N' et journalise chaque desactivation via genlog, de sorte    *
      * qu'un collaborateur parti ne garde pas un compte ouvert parce  *
      * que personne n'a pense a ouvrir eduti. Les comptes de service  *
      * (comme celui sous lequel trtscn journalise) portent le drapeau *
      * d'exemption exempt_dor_uti, pose dans eduti, et ne sont jamais *
      * touches. Un compte trop recent (date_mdp_uti posterieure a     *
      * l'horizon) est egalement epargne : il n'a pas encore eu le     *
      * temps d'etre dormant. Les comptes touches sont listes dans le  *
      * fichier DESUTI.                                                *
      *                                                                *
      *----------------------------------------------------------------*
      *                           TRIGRAMMES                           *
      * desuti=desactivation utilisateurs                              *
      * UTI=UTILISATEUR; DOR=DORMANCE; JOU=JOUR; CUT=COUPURE;          *
      * NBR=NOMBRE; RSU=RESULTAT; IDF=IDENTIFIANT; EDT=EDITION;        *
      * SYS=SYSTEME; DEB=DEBUT; FIN=FIN; PRM=PARAMETRE; COD=CODE;      *
      * VAL=VALEUR; DFT=DEFAUT; RTR=RETOUR; LEC=LECTURE                *
      ******************************************************************

       IDENTIFICATION DIVISION.
       COPY dbconfig.

      * Nombre de jours sans connexion reussie a partir duquel un
      * compte actif est considere comme dormant : valeur par defaut,
      * remplacee au demarrage par le parametre desuti_dor_jou.
       01 PG-NBR-JOU-DOR        PIC 9(03)   VALUE 180.

      * Date de coupure calculee une fois pour toutes : un compte sans

       01 WS-NBR-DES            PIC 9(05)   VALUE 0.
       01 WS-NBR-DES-EDT        PIC Z(05).
       01 WS-NBR-JOU-DOR-EDT    PIC Z(02)9.

      * Zones echangees avec lecprm : code du parametre, valeur par
      * defaut (valeur historique du traitement) et valeur retenue.
       01 WS-COD-PRM            PIC X(20).
       01 WS-VAL-DFT            PIC 9(09)V99.
       01 WS-VAL-PRM            PIC 9(09)V99.
       01 WS-RTR-PRM            PIC 9(01).

      * Identifiant d'utilisateur "systeme" sous lequel sont
      * journalisees les desactivations automatiques, la chaine

           EXEC SQL COMMIT END-EXEC.

           PERFORM 1100-LEC-PRM-DEB
              THRU 1100-LEC-PRM-FIN.

           OPEN OUTPUT F-DES-UTI.

           EXEC SQL
               INTO   :PG-DAT-CUT
           END-EXEC.

           MOVE PG-NBR-JOU-DOR TO WS-NBR-JOU-DOR-EDT.

           DISPLAY "Veille des comptes dormants - coupure au "
                   PG-DAT-CUT " ("
                   FUNCTION TRIM (WS-NBR-JOU-DOR-EDT) " jour(s)).".

           STRING "Comptes desactives pour dormance - coupure au "
                  DELIMITED BY SIZE
                  PG-DAT-CUT DELIMITED BY SIZE
                  " (" DELIMITED BY SIZE
                  FUNCTION TRIM (WS-NBR-JOU-DOR-EDT) DELIMITED BY SIZE
                  " j)" DELIMITED BY SIZE
                  INTO REC-DES-UTI
           END-STRING.
           WRITE REC-DES-UTI.

      *-----------------------------------------------------------------

      * Lit l'horizon de dormance dans la table des parametres ; a
      * defaut, la valeur historique est conservee.

       1100-LEC-PRM-DEB.

           MOVE "desuti_dor_jou" TO WS-COD-PRM.
           MOVE PG-NBR-JOU-DOR   TO WS-VAL-DFT.

           CALL "lecprm" USING WS-COD-PRM, WS-VAL-DFT,
                               WS-VAL-PRM, WS-RTR-PRM
           END-CALL.

           MOVE WS-VAL-PRM       TO PG-NBR-JOU-DOR.

           EXIT.
       1100-LEC-PRM-FIN.

      *-----------------------------------------------------------------

      * Parcourt le curseur des comptes dormants et desactive chacun
      * jusqu'a epuisement du curseur.

