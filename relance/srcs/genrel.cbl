      *                                                                *
      * genrel : generation des lettres de relance clients a partir de *
      * la balance agee. Programme de traitement par lot qui parcourt  *
      * les clients dont le restant du echu depuis plus de 90 jours    *
      * n'est pas nul (retard compte depuis l'echeance date_ech_fac    *
      * fixee par la condition de reglement du client, meme calcul que *
      * raprgl : TTC des factures moins les lettrages poses par        *
      * ecrrgl), determine le palier de relance suivant a partir de    *
      * l'historique relance_cli (1 courtoise, 2 ferme, 3 mise en      *
      * demeure - un palier deja envoye n'est pas reenvoye), ecrit la  *
      * lettre mise en forme dans le fichier spoole RELANCE (genspl),  *
      * enregistre la relance dans l'historique et notifie le          *
      * comptable via gennot. Au palier 3, le client est place en      *
      * blocage commande (bloque_cli 'O'), respecte par ajucmd jusqu'a *
      * la levee par un administrateur dans l'ecran gesblc. Les        *
      * factures sous litige ouvert (ecran geslit) sont exclues du     *
      * restant du relance tant que le litige n'est pas clos.          *
      * La lettre est adressee au contact du client designe pour les   *
      * relances (rchcnt, a defaut le client lui-meme), imprime en     *
      * tete, et deposee pour lui dans la boite d'envoi (gennoc).      *
      * Les factures d'une agence rattachee a un client payeur         *
      * (id_cli_pay) sont relancees aupres du payeur, qui porte la     *
      * dette du groupe : le palier, l'historique et le blocage sont   *
      * ceux du payeur, et ajucmd applique ce blocage a toutes ses     *
      * agences.                                                       *
      * Le delai de grace (90 jours apres l'echeance a defaut,         *
      * l'echeance d'un client comptant etant la date de facture) est  *
      * lu au demarrage dans le parametre genrel_del_rel (lecprm,      *
      * entretenu dans gesprm) et repris dans la lettre et la          *
      * notification.                                                  *
      *                                                                *
      *----------------------------------------------------------------*
      *                           TRIGRAMMES                           *
      * REL=RELANCE; CLI=CLIENT; NIV=NIVEAU (PALIER); MTT=MONTANT;     *
      * BLC=BLOCAGE; NBR=NOMBRE; RSU=RESULTAT; SPL=SPOOL; FIC=FICHIER; *
      * NOT=NOTIFICATION; EDT=EDITION; INS=INSERTION; MAJ=MISE A JOUR; *
      * DEB=DEBUT; DEL=DELAI; ECH=ECHEANCE; DST=DESTINATAIRE;          *
      * EMA=EMAIL; CNT=CONTACT; DOC=DOCUMENT; MSG=MESSAGE; PYR=PAYEUR; *
      * PRM=PARAMETRE; COD=CODE; VAL=VALEUR; DFT=DEFAUT; RTR=RETOUR;   *
      * LEC=LECTURE                                                    *
      ******************************************************************

       IDENTIFICATION DIVISION.
       01 PG-MTT-DU             PIC 9(10)V99.
       01 PG-IDF-CLI            PIC 9(10).

      * Delai de grace en jours apres l'echeance avant la premiere
      * relance. Valeur par defaut, remplacee au demarrage par le
      * parametre genrel_del_rel.
       01 PG-DEL-REL            PIC 9(03)   VALUE 90.

       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

      * Declaration du curseur des clients dont le restant du echu
      * depuis plus de PG-DEL-REL jours (lettrage deduit, meme calcul
      * que raprgl ; l'echeance vaut la date de facture pour les
      * factures anterieures aux conditions de reglement) n'est
      * pas nul, hors factures sous litige ouvert (geslit). WITH
      * HOLD : des COMMIT sont poses pendant son parcours
      * (historique, blocage, gennot). Les factures des agences sont
      * portees par leur client payeur.
       EXEC SQL
           DECLARE C-REL CURSOR WITH HOLD FOR
               SELECT c.id_cli, c.nom_cli,
                                    FROM reglement_lettrage t
                                    WHERE t.id_fac = f.id_fac), 0))
               FROM   client c
               JOIN   client b
                      ON COALESCE(b.id_cli_pay, b.id_cli) = c.id_cli
               JOIN   commande m ON m.id_cli = b.id_cli
               JOIN   facture f  ON f.id_cmd = m.id_cmd
               WHERE  CURRENT_DATE
                      - COALESCE(f.date_ech_fac, f.date_fac)
                      > :PG-DEL-REL
               AND    NOT EXISTS (SELECT 1
                                  FROM   litige_facture l
                                  WHERE  l.id_fac = f.id_fac
                                  AND    l.statut_lit = 'ouvert')
               GROUP BY c.id_cli, c.nom_cli, c.adr_cli
               HAVING SUM(f.mtt_ttc -
                          COALESCE((SELECT SUM(t.mtt_let)
       01 WS-NBR-CLI-EDT        PIC Z(05).
       01 WS-NBR-REL-EDT        PIC Z(05).
       01 WS-NBR-BLC-EDT        PIC Z(05).
       01 WS-DEL-REL-EDT        PIC Z(02)9.

      * Zones echangees avec lecprm : code du parametre, valeur par
      * defaut (valeur historique du traitement) et valeur retenue.
       01 WS-COD-PRM            PIC X(20).
       01 WS-VAL-DFT            PIC 9(09)V99.
       01 WS-VAL-PRM            PIC 9(09)V99.
       01 WS-RTR-PRM            PIC 9(01).

      * Zones echangees avec gennot : chaque relance emise previent le
      * comptable dans l'heure, pas a la revue de gestion suivante.
       01 WS-MSG-NOT            PIC X(150).
       01 WS-RTR-NOT            PIC 9(01).

      * Destinataire de la lettre chez le client (rchcnt) et
      * notification deposee pour lui (gennoc).
       01 WS-TYP-DOC            PIC X(01)   VALUE "R".
       01 WS-NOM-DST            PIC X(50).
       01 WS-EMA-DST            PIC X(50).
       01 WS-RTR-CNT            PIC 9(01).
           88 WS-RTR-CNT-OK                 VALUE 0.
       01 WS-MSG-NOC            PIC X(150).
       01 WS-RTR-NOC            PIC 9(01).

      * Identifiant utilisateur "systeme" de ce traitement par lot,
      * meme convention qu'impsup/trtrlq.
       01 WS-IDF-UTI-SYS        PIC 9(10)   VALUE 1.

           DISPLAY "Generation des lettres de relance...".

           PERFORM 1100-LEC-PRM-DEB
              THRU 1100-LEC-PRM-FIN.

           MOVE PG-DEL-REL TO WS-DEL-REL-EDT.

           DISPLAY "Delai de grace : "
                   FUNCTION TRIM (WS-DEL-REL-EDT)
                   " jours apres l'echeance.".

           CALL "genspl" USING WS-NOM-RAP
                               WS-IDF-UTI-NUL
                               WS-FIC-SPL

      *-----------------------------------------------------------------

      * Lit le delai de grace dans la table des parametres ; a defaut,
      * la valeur historique est conservee.

       1100-LEC-PRM-DEB.

           MOVE "genrel_del_rel" TO WS-COD-PRM.
           MOVE PG-DEL-REL       TO WS-VAL-DFT.
           CALL "lecprm" USING WS-COD-PRM, WS-VAL-DFT,
                               WS-VAL-PRM, WS-RTR-PRM
           END-CALL.
           MOVE WS-VAL-PRM       TO PG-DEL-REL.

           EXIT.
       1100-LEC-PRM-FIN.

      *-----------------------------------------------------------------

      * Parcourt le curseur des clients a relancer et traite chacun
      * jusqu'a epuisement du curseur.

           END-STRING.
           WRITE REC-REL.

           CALL "rchcnt" USING PG-IDF-CLI,
                               WS-TYP-DOC,
                               WS-NOM-DST,
                               WS-EMA-DST,
                               WS-RTR-CNT
           END-CALL.

           IF WS-RTR-CNT-OK
               MOVE SPACES TO REC-REL
               STRING "A l'attention de : " DELIMITED BY SIZE
                      FUNCTION TRIM (WS-NOM-DST) DELIMITED BY SIZE
                      INTO REC-REL
               END-STRING
               WRITE REC-REL
           END-IF.

           STRING "Restant du echu depuis plus de "
                  DELIMITED BY SIZE
                  FUNCTION TRIM (WS-DEL-REL-EDT) DELIMITED BY SIZE
                  " jours : " DELIMITED BY SIZE
                  FUNCTION TRIM (WS-MTT-DU-EDT) DELIMITED BY SIZE
                  " EUR" DELIMITED BY SIZE
                  INTO REC-REL
                      FUNCTION TRIM (WS-IDF-CLI-EDT) DELIMITED BY SIZE
                      ' (' DELIMITED BY SIZE
                      FUNCTION TRIM (WS-MTT-DU-EDT) DELIMITED BY SIZE
                      ' EUR echus a +' DELIMITED BY SIZE
                      FUNCTION TRIM (WS-DEL-REL-EDT) DELIMITED BY SIZE
                      ' jours).' DELIMITED BY SIZE
                      INTO WS-MSG-NOT
               END-STRING

                                   WS-MSG-NOT,
                                   WS-RTR-NOT
               END-CALL

               MOVE SPACES TO WS-MSG-NOC
               STRING 'Relance niveau ' PG-NIV-REL
                      ' : restant du echu de ' DELIMITED BY SIZE
                      FUNCTION TRIM (WS-MTT-DU-EDT) DELIMITED BY SIZE
                      ' EUR, merci de regulariser.' DELIMITED BY SIZE
                      INTO WS-MSG-NOC
               END-STRING

               CALL "gennoc" USING PG-IDF-CLI,
                                   WS-TYP-DOC,
                                   WS-MSG-NOC,
                                   WS-RTR-NOC
               END-CALL
           ELSE
               EXEC SQL ROLLBACK END-EXEC
               MOVE "genrel : insertion relance_cli"
