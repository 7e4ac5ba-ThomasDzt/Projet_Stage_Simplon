      * (table verrou_fiche), communs aux ecrans d'edition             *
      * (edcli/edpie/edfou a l'ouverture de la fiche, eduti au moment  *
      * d'enregistrer). Mode 'P' : tente de poser le verrou sur la     *
      * fiche (table + cle) pour l'utilisateur donne - deja detenu par *
      * lui, le verrou est rafraichi ; detenu par un autre au-dela du  *
      * delai de peremption, il est perime et repris d'office (une     *
      * session plantee ne gele pas la fiche) ; sinon le refus rend le *
      * nom du detenteur pour que l'ecran previenne l'operateur. Mode  *
      * 'L' : leve le verrou detenu par l'utilisateur. Le delai de     *
      * peremption (quinze minutes a defaut) est lu une fois, au       *
      * premier appel, dans le parametre verrou_age_min (lecprm,       *
      * entretenu dans gesprm).                                        *
      *                                                                *
      *----------------------------------------------------------------*
      *                           TRIGRAMMES                           *
      * gesver=gestion verrous                                         *
      * VER=VERROU; TAB=TABLE; CLE=CLE; TEN=DETENTEUR; AGE=AGE;        *
      * APL=APPEL; IDF=IDENTIFIANT; UTI=UTILISATEUR; RTR=RETOUR;       *
      * INS=INSERTION; MAJ=MISE A JOUR; SUP=SUPPRESSION; DEB=DEBUT;    *
      * MIN=MINUTES; MAX=MAXIMUM; PRM=PARAMETRE; COD=CODE; VAL=VALEUR; *
      * DFT=DEFAUT; LEC=LECTURE                                        *
      ******************************************************************

       IDENTIFICATION DIVISION.

       EXEC SQL INCLUDE SQLCA END-EXEC.

      * Age au-dela duquel un verrou est perime : en minutes, valeur
      * par defaut remplacee au premier appel par le parametre
      * verrou_age_min, puis converti en secondes.
       01 WS-AGE-MIN         PIC 9(03)   VALUE 15.
       01 WS-AGE-MAX         PIC 9(05)   VALUE 900.

      * Indicateur de lecture du parametre : une seule lecture par
      * execution, les appels suivants reprennent la valeur retenue.
       01 WS-PRM-LU          PIC X(01)   VALUE "N".
           88 WS-PRM-LU-OUI              VALUE "O".

      * Zones echangees avec lecprm : code du parametre, valeur par
      * defaut (valeur historique) et valeur retenue.
       01 WS-COD-PRM         PIC X(20)   VALUE "verrou_age_min".
       01 WS-VAL-DFT         PIC 9(09)V99.
       01 WS-VAL-PRM         PIC 9(09)V99.
       01 WS-RTR-PRM         PIC 9(01).

      * Code retour rendu a l'appelant : 0 = verrou pose (ou leve) ;
      * 1 = fiche deja en cours d'edition par un autre utilisateur
      * (son nom est rendu dans LK-NOM-TEN) ; 2 = erreur SQL.
                                LK-NOM-TEN,
                                LK-RTR-VER.

           IF NOT WS-PRM-LU-OUI
               PERFORM 0050-LEC-PRM-DEB
                  THRU 0050-LEC-PRM-FIN
           END-IF.

           MOVE LK-TAB-VER TO PG-TAB-VER.
           MOVE LK-CLE-VER TO PG-CLE-VER.
           MOVE LK-IDF-UTI TO PG-IDF-UTI.
      *                         PARAGRAPHES                            *
      ******************************************************************

      * Lit le delai de peremption dans la table des parametres ; a
      * defaut, les quinze minutes historiques sont conservees.

       0050-LEC-PRM-DEB.

           MOVE WS-AGE-MIN TO WS-VAL-DFT.
           CALL "lecprm" USING WS-COD-PRM, WS-VAL-DFT,
                               WS-VAL-PRM, WS-RTR-PRM
           END-CALL.
           MOVE WS-VAL-PRM TO WS-AGE-MIN.

           COMPUTE WS-AGE-MAX = WS-AGE-MIN * 60.

           SET WS-PRM-LU-OUI TO TRUE.

           EXIT.
       0050-LEC-PRM-FIN.

      *-----------------------------------------------------------------

      * Tente de poser le verrou : relit le detenteur courant, son nom
      * et l'age du verrou, puis tranche.

