      * de rapvte). Les pieces sont parcourues de la plus vendue a la  *
      * moins vendue ; la tete qui cumule 80 % du chiffre d'affaires   *
      * est classee 'A', les 15 % suivants 'B', le reste 'C'. Les      *
      * pieces actives sans vente sur la periode retombent en 'C'. La  *
      * classe alimente geninv, qui peut ouvrir un inventaire limite a *
      * une classe (les 'A' se comptent chaque mois, les 'C' une fois  *
      * l'an). A relancer periodiquement, la classe derive avec les    *
      * ventes. Les lignes de prestation hors stock (sans piece)       *
      * n'entrent ni dans le classement ni dans le chiffre d'affaires  *
      * de reference. Le decoupage (80 % et 15 % a defaut) est lu au   *
      * demarrage dans les parametres genabc_pct_a et genabc_pct_b     *
      * (lecprm, entretenus dans gesprm) et rappele en tete du compte  *
      * rendu.                                                         *
      *                                                                *
      *----------------------------------------------------------------*
      *                           TRIGRAMMES                           *
      * genabc=generation classes ABC                                  *
      * ABC=CLASSE ABC; PIE=PIECE; CA=CHIFFRE D'AFFAIRES; CUM=CUMUL;   *
      * CLS=CLASSE; NBR=NOMBRE; RSU=RESULTAT; SLC=SELECTION;           *
      * MAJ=MISE A JOUR; DEB=DEBUT; PCT=POURCENTAGE; PRM=PARAMETRE;    *
      * COD=CODE; VAL=VALEUR; DFT=DEFAUT; RTR=RETOUR; LEC=LECTURE;     *
      * EDT=EDITION                                                    *
      ******************************************************************

       IDENTIFICATION DIVISION.
       COPY dbconfig.

      * Chiffre d'affaires total des 365 derniers jours, base du
      * decoupage en classes.
       01 PG-CA-TOT             PIC 9(14)V99.

       01 PG-IDF-PIE            PIC 9(10).
       EXEC SQL INCLUDE SQLCA END-EXEC.

      * Declaration du curseur des pieces vendues sur la periode, de
      * la plus vendue a la moins vendue, hors prestations. WITH HOLD :
      * des COMMIT sont poses pendant le parcours (mises a jour).
       EXEC SQL
           DECLARE C-ABC CURSOR WITH HOLD FOR
               SELECT l.id_pie,
               FROM   commande_ligne l
               JOIN   commande c ON c.id_cmd = l.id_cmd
               WHERE  c.date_cmd >= CURRENT_DATE - 365
               AND    l.id_pie IS NOT NULL
               GROUP BY l.id_pie
               ORDER BY SUM(l.qte_lgn_cmd * l.prix_lgn_cmd) DESC
       END-EXEC.
       01 WS-NBR-B-EDT          PIC Z(05).
       01 WS-NBR-C-EDT          PIC Z(05).

      * Part du chiffre d'affaires cumule classee 'A', puis part
      * suivante classee 'B' (%). Valeurs par defaut, remplacees au
      * demarrage par les parametres genabc_pct_a et genabc_pct_b.
       01 WS-PCT-A              PIC 9(03)   VALUE 80.
       01 WS-PCT-B              PIC 9(03)   VALUE 15.
       01 WS-PCT-A-EDT          PIC Z(02)9.
       01 WS-PCT-B-EDT          PIC Z(02)9.

      * Zones echangees avec lecprm : code du parametre, valeur par
      * defaut (valeur historique du traitement) et valeur retenue.
       01 WS-COD-PRM            PIC X(20).
       01 WS-VAL-DFT            PIC 9(09)V99.
       01 WS-VAL-PRM            PIC 9(09)V99.
       01 WS-RTR-PRM            PIC 9(01).

      * Zones utilisees pour tracer via generr l'echec d'une des
      * ecritures SQL en cas de SQLCODE en erreur.
       01 WS-OPE-ERR            PIC X(60).
      ******************************************************************

      * Calcule le chiffre d'affaires total de la periode et les
      * bornes de cumul des classes (WS-PCT-A pour 'A', WS-PCT-A +
      * WS-PCT-B pour 'B' ; 80 % et 95 % a defaut),
      * puis remet toutes les pieces actives en 'C' : celles qui le
      * meritent seront reclassees par le parcours.


           DISPLAY "Classement ABC des pieces (365 jours)...".

           PERFORM 1100-LEC-PRM-DEB
              THRU 1100-LEC-PRM-FIN.

           MOVE WS-PCT-A TO WS-PCT-A-EDT.
           MOVE WS-PCT-B TO WS-PCT-B-EDT.

           DISPLAY "Decoupage : " FUNCTION TRIM (WS-PCT-A-EDT)
                   " % du chiffre d'affaires en A, "
                   FUNCTION TRIM (WS-PCT-B-EDT) " % en B.".

           EXEC SQL
               SELECT COALESCE(SUM(l.qte_lgn_cmd * l.prix_lgn_cmd), 0)
               INTO   :PG-CA-TOT
               FROM   commande_ligne l
               JOIN   commande c ON c.id_cmd = l.id_cmd
               WHERE  c.date_cmd >= CURRENT_DATE - 365
               AND    l.id_pie IS NOT NULL
           END-EXEC.

           COMPUTE WS-SEUIL-A ROUNDED = PG-CA-TOT * WS-PCT-A / 100.
           COMPUTE WS-SEUIL-B ROUNDED =
                   PG-CA-TOT * (WS-PCT-A + WS-PCT-B) / 100.

           EXEC SQL
               UPDATE piece
           EXIT.
       1000-INITIALISATION-FIN.

      *-----------------------------------------------------------------

      * Lit le decoupage dans la table des parametres ; a defaut, les
      * valeurs historiques sont conservees.

       1100-LEC-PRM-DEB.

           MOVE "genabc_pct_a" TO WS-COD-PRM.
           MOVE WS-PCT-A       TO WS-VAL-DFT.
           CALL "lecprm" USING WS-COD-PRM, WS-VAL-DFT,
                               WS-VAL-PRM, WS-RTR-PRM
           END-CALL.
           MOVE WS-VAL-PRM     TO WS-PCT-A.

           MOVE "genabc_pct_b" TO WS-COD-PRM.
           MOVE WS-PCT-B       TO WS-VAL-DFT.
           CALL "lecprm" USING WS-COD-PRM, WS-VAL-DFT,
                               WS-VAL-PRM, WS-RTR-PRM
           END-CALL.
           MOVE WS-VAL-PRM     TO WS-PCT-B.

           EXIT.
       1100-LEC-PRM-FIN.

      *-----------------------------------------------------------------

       2000-TRT-ABC-DEB.

      * Classe la piece courante d'apres le cumul de chiffre
      * d'affaires atteint avant elle : tant que le cumul reste sous
      * la borne 'A' la piece est 'A', sous la borne 'B' 'B', au-dela
      * 'C'.

       2100-CLS-UNE-PIE-DEB.

