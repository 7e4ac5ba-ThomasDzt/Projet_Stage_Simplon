      * Il appelle le sous programme verema et ajucli. Le programme    *
      * verema retourne une valeur d’erreur,il est impératif de la     *
      * traiter et d’afficher les informations sur l'écran.            *
      * Le pays et le numero de TVA intracommunautaire d'un client     *
      * etranger sont controles par vertva : un numero mal forme, ou   *
      * saisi pour un particulier, fait abandonner la creation.        *
      *                                                                *
      *----------------------------------------------------------------*
      *                           TRIGRAMMES                           *
      * VER=VERIFICATION; MSG=MESSAGE; ERR=ERREUR; BDD=BASE DE DONNEE; *
      * APP=APPUI; ENT=ENTREE; NTG=NETTOYAGE; ZON=ZONE; DBL=DOUBLON;   *
      * CNF=CONFIRMATION; ANU=ANNULATION; TYP=TYPE; SIR=SIRET;         *
      * PAY=PAYS; TVA=NUMERO DE TVA; INT=INTRACOMMUNAUTAIRE; VUE=VUE   *
      ******************************************************************
       
       IDENTIFICATION DIVISION.

       01 WS-SIR-CLI                   PIC Z(14).

      * Pays (code ISO, FR par defaut) et numero de TVA
      * intracommunautaire : un professionnel d'un autre Etat membre
      * pourvu d'un numero est facture en autoliquidation par genfac.
       01 WS-PAY-CLI                   PIC X(02)   VALUE "FR".
       01 WS-TVA-INT                   PIC X(14)   VALUE SPACES.


       01 WS-NTG-ID        PIC X(15) VALUE ALL " ".
       01 WS-NTG-NOM       PIC X(50) VALUE ALL " ".
       01 WS-NTG-TYP       PIC X(01) VALUE ALL " ".
       01 WS-NTG-SIR       PIC X(14) VALUE ALL " ".
       01 WS-NTG-CST       PIC X(01) VALUE ALL " ".
       01 WS-NTG-PAY       PIC X(02) VALUE ALL " ".
       01 WS-NTG-TVA       PIC X(14) VALUE ALL " ".


      * Booléen de contrôle de fin de boucle. 
           88 WS-RTR-SIR-OK               VALUE 0.
           88 WS-RTR-SIR-INV              VALUE 1.

      * Code retour de vertva : pays et numero de TVA
      * intracommunautaire.
       01 WS-RTR-TVA           PIC 9(01).
           88 WS-RTR-TVA-OK               VALUE 0.
           88 WS-RTR-TVA-PAY-FMT          VALUE 1.
           88 WS-RTR-TVA-PFX-INC          VALUE 2.
           88 WS-RTR-TVA-PFX-PAY          VALUE 3.
           88 WS-RTR-TVA-CRP-FMT          VALUE 4.

       01 WS-CNF-DBL           PIC X(01).
       01 WS-CNF-COP           PIC X(01).

      * Id du client qu'ajucli vient de creer, utilise pour imprimer
      * immediatement sa confirmation de creation via stmcli.
       01 WS-IDF-CLI-NEW       PIC 9(10).
       01 WS-VUE-STM           PIC X(01)   VALUE "A".
       01 WS-RTR-STM           PIC 9(01).

      * Code retour d'ajucli : 0 = insertion reussie ; 1 = erreur SQL.

           05 LINE 19 COL 09 PIC X(01) FROM WS-CRD.

           05 LINE 19 COL 14 VALUE "Pays :".
           05 LINE 19 COL 21 PIC X(01) FROM WS-CRG.
           05 LINE 19 COL 22 PIC X(02) USING WS-PAY-CLI.
           05 LINE 19 COL 24 PIC X(01) FROM WS-CRD.

           05 LINE 19 COL 28 VALUE "TVA intracom. :".
           05 LINE 19 COL 44 PIC X(01) FROM WS-CRG.
           05 LINE 19 COL 45 PIC X(14) TO   WS-TVA-INT.
           05 LINE 19 COL 59 PIC X(01) FROM WS-CRD.

           05 LINE 20 COL 03 VALUE "Type (P=Particulier/E=Entreprise):".
           05 LINE 20 COL 39 PIC X(01) FROM WS-CRG.
           05 LINE 20 COL 40 PIC X(01) TO   WS-TYP-CLI.
               05 LINE 20 COL 40 PIC X(01) FROM WS-NTG-TYP. *> Type
               05 LINE 21 COL 36 PIC X(14) FROM WS-NTG-SIR. *> SIRET
               05 LINE 21 COL 75 PIC X(01) FROM WS-NTG-CST. *> Consent
               05 LINE 19 COL 22 PIC X(02) FROM WS-NTG-PAY. *> Pays
               05 LINE 19 COL 45 PIC X(14) FROM WS-NTG-TVA. *> TVA


       PROCEDURE DIVISION.
           PERFORM 0307-APL-VER-SIR-DEB
              THRU 0307-APL-VER-SIR-FIN.

           PERFORM 0308-APL-VER-TVA-DEB
              THRU 0308-APL-VER-TVA-FIN.

           PERFORM 0310-APL-VER-DBL-DEB
              THRU 0310-APL-VER-DBL-FIN.


      *-----------------------------------------------------------------

      * Controle le pays et le numero de TVA intracommunautaire via
      * vertva. Contrairement au SIRET, une erreur fait abandonner la
      * creation : genfac facturerait sinon a 0 % sur un numero faux,
      * ou a la TVA francaise un client qui doit autoliquider. Le
      * numero n'est admis que pour un client entreprise.

       0308-APL-VER-TVA-DEB.

           CALL "vertva" USING WS-PAY-CLI
                               WS-TVA-INT
                               WS-RTR-TVA
           END-CALL.

           IF WS-RTR-TVA-OK AND WS-TVA-INT NOT = SPACES
              AND NOT WS-TYP-CLI-ENT
               DISPLAY "Numero de TVA intracom. reserve aux "
                       "entreprises : creation abandonnee"
               AT LINE 22 COL 03

               PERFORM 0355-APP-ENT-DEB
                  THRU 0355-APP-ENT-FIN

               SET WS-ANU-SSI-OUI TO TRUE
               GO TO 0308-APL-VER-TVA-FIN
           END-IF.

           IF NOT WS-RTR-TVA-OK
               PERFORM 0358-MSG-ERR-TVA-DEB
                  THRU 0358-MSG-ERR-TVA-FIN

               SET WS-ANU-SSI-OUI TO TRUE
           END-IF.

       0308-APL-VER-TVA-FIN.
           EXIT.

      *-----------------------------------------------------------------

      * Recherche un client deja existant avec le meme email ou le
      * meme telephone. S'il y en a un, avertit l'operateur et lui
      * laisse la possibilite d'annuler la saisie en cours plutot que

       0357-MSG-ERR-SIR-FIN.

      *-----------------------------------------------------------------

       0358-MSG-ERR-TVA-DEB.

           EVALUATE TRUE

               WHEN WS-RTR-TVA-PAY-FMT
                   DISPLAY "Pays invalide (code ISO sur deux lettres)"
                   AT LINE 22 COL 03

               WHEN WS-RTR-TVA-PFX-INC
                   DISPLAY "Numero de TVA : prefixe hors Union "
                           "europeenne"
                   AT LINE 22 COL 03

               WHEN WS-RTR-TVA-PFX-PAY
                   DISPLAY "Numero de TVA : prefixe different du pays"
                   AT LINE 22 COL 03

               WHEN WS-RTR-TVA-CRP-FMT
                   DISPLAY "Numero de TVA mal forme pour ce pays"
                   AT LINE 22 COL 03

           END-EVALUATE.

           DISPLAY "Creation abandonnee" AT LINE 22 COL 50.

           PERFORM 0355-APP-ENT-DEB
              THRU 0355-APP-ENT-FIN.

           EXIT.

       0358-MSG-ERR-TVA-FIN.

      *-----------------------------------------------------------------
       0355-APP-ENT-DEB.
           
                                   WS-TYP-CLI
                                   WS-SIR-CLI
                                   WS-CST-CLI
                                   WS-PAY-CLI
                                   WS-TVA-INT
                                   WS-IDF-CLI-NEW
                                   WS-RTR-INS-CLI
               END-CALL
                   END-CALL

                   CALL "stmcli" USING WS-IDF-CLI-NEW,
                                       WS-VUE-STM,
                                       WS-RTR-STM
                   END-CALL

