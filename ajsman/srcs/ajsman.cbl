      * 'ajustement', puis estampille le motif sur la ligne de log :   *
      * casse, vol et usage atelier cessent d'etre indistinguables, et *
      * le rapport mensuel rapdem totalise la demarque par motif.      *
      * Le depot de la piece doit etre attribue a l'utilisateur        *
      * connecte (verudp, sauf admin) : sinon l'ajustement est refuse  *
      * avant toute saisie et la tentative tracee.                     *
      *                                                                *
      *----------------------------------------------------------------*
      *                           TRIGRAMMES                           *
      * AJS=AJUSTEMENT; PIE=PIECE; QTE=QUANTITE; MTF=MOTIF; SNS=SENS;  *
      * DEP=DEPOT; LOG=LOG; IDF=IDENTIFIANT; UTI=UTILISATEUR;          *
      * RSU=RESULTAT; SLC=SELECTION; APL=APPEL; MAJ=MISE A JOUR;       *
      * UDP=UTILISATEUR DEPOT; FNC=FONCTION; RTR=RETOUR;               *
      * LRR=LEURRE; DEB=DEBUT                                          *
      ******************************************************************

      * Zone de session partagee : qui est connecte sur ce poste.
       COPY session.

      * Zones echangees avec verudp : le depot de la piece doit etre
      * attribue a l'utilisateur connecte.
       01 WS-FNC-UDP            PIC X(10)   VALUE "ajsman".
       01 WS-RTR-UDP            PIC 9(01).
           88 WS-RTR-UDP-OK                VALUE 0.

      * Zones utilisees pour tracer via generr l'echec d'une des
      * ecritures SQL en cas de SQLCODE en erreur.
       01 WS-OPE-ERR            PIC X(60).
               GO TO 0100-SSI-AJS-SRT
           END-IF.

           CALL "verudp" USING SESS-IDF-UTI
                               PG-DEP-PIE
                               WS-FNC-UDP
                               WS-RTR-UDP
           END-CALL.

           IF NOT WS-RTR-UDP-OK
               DISPLAY "Depot " FUNCTION TRIM (PG-DEP-PIE)
                       " non attribue a votre compte, ajustement "
                       "refuse."
               GO TO 0100-SSI-AJS-SRT
           END-IF.

           DISPLAY FUNCTION TRIM (PG-NOM-PIE)
                   " - sens de l'ajustement (+/-) :".
           ACCEPT WS-SNS-AJS.
