      * ligne d'inventaire correspondante, a reporter depuis la        *
      * feuille de comptage INVCPT. Les ecarts sont ensuite edites et  *
      * valides par valinv.                                            *
      * La piece se saisit par son id ou par son code-barres EAN-13,   *
      * tape ou scanne : rchean le resout dans le depot de             *
      * l'inventaire, sans rien demander de plus.                      *
      * Le depot de l'inventaire doit etre attribue a l'utilisateur    *
      * connecte (verudp, sauf admin) : sinon la saisie est refusee et *
      * la tentative tracee.                                           *
      *                                                                *
      *----------------------------------------------------------------*
      *                           TRIGRAMMES                           *
      * INV=INVENTAIRE; PIE=PIECE; QTE=QUANTITE; CPT=COMPTAGE;         *
      * STA=STATUT; NBR=NOMBRE; IDF=IDENTIFIANT; SSI=SAISIE;           *
      * MAJ=MISE A JOUR; EDT=EDITION; LRR=LEURRE; BCL=BOUCLE;          *
      * FIN=FIN; DEB=DEBUT; EAN=CODE EAN; DEP=DEPOT; LST=LISTE;        *
      * RTR=RETOUR; UDP=UTILISATEUR DEPOT; FNC=FONCTION                *
      ******************************************************************

       IDENTIFICATION DIVISION.

       01 PG-IDF-INV            PIC 9(10).
       01 PG-STA-INV            PIC X(14).
       01 PG-DEP-INV            PIC X(20).
       01 PG-IDF-PIE            PIC 9(10).
       01 PG-QTE-CPT            PIC 9(10).

       01 WS-IDF-INV            PIC 9(10).
       01 WS-IDF-PIE            PIC 9(10).
       01 WS-QTE-CPT            PIC 9(10).

      * Saisie de la piece (id ou EAN-13) et zones echangees avec
      * rchean pour la resoudre dans le depot de l'inventaire.
       01 WS-SSI-PIE            PIC X(13).
       01 WS-DEP-INV            PIC X(20).
       01 WS-LST-DEP            PIC X(30).

      * Code retour de rchean : 0 = piece resolue ; 1 = saisie
      * invalide ; 2 = EAN inconnu du depot ; 3 = EAN en double dans
      * le depot.
       01 WS-RTR-EAN            PIC 9(01).
           88 WS-RTR-EAN-OK                VALUE 0.
           88 WS-RTR-EAN-INV               VALUE 1.
           88 WS-RTR-EAN-INC               VALUE 2.
           88 WS-RTR-EAN-AMB               VALUE 3.
       01 WS-NBR-SSI            PIC 9(05)   VALUE 0.

       01 WS-FIN-SSI            PIC X(01)   VALUE "N".

       01 WS-NBR-SSI-EDT        PIC Z(05).

      * Zone de session partagee : qui est connecte sur ce poste.
       COPY session.

      * Zones echangees avec verudp : le depot de l'inventaire doit
      * etre attribue a l'utilisateur connecte.
       01 WS-FNC-UDP            PIC X(10)   VALUE "saicpt".
       01 WS-RTR-UDP            PIC 9(01).
           88 WS-RTR-UDP-OK                VALUE 0.

      * Zones utilisees pour tracer via generr l'echec de la mise a
      * jour du comptage en cas de SQLCODE en erreur.
       01 WS-OPE-ERR            PIC X(60)
           MOVE WS-IDF-INV TO PG-IDF-INV.

           EXEC SQL
               SELECT statut_inv, depot_inv
               INTO   :PG-STA-INV, :PG-DEP-INV
               FROM   inventaire
               WHERE  id_inv = :PG-IDF-INV
           END-EXEC.

           MOVE PG-DEP-INV TO WS-DEP-INV.

           IF SQLCODE NOT = 0
               DISPLAY "Inventaire inconnu."
           ELSE
               IF PG-STA-INV NOT = "ouvert"
                   DISPLAY "Inventaire deja clos, saisie refusee."
               ELSE
                   CALL "verudp" USING SESS-IDF-UTI
                                       WS-DEP-INV
                                       WS-FNC-UDP
                                       WS-RTR-UDP
                   END-CALL

                   IF NOT WS-RTR-UDP-OK
                       DISPLAY "Depot " FUNCTION TRIM (WS-DEP-INV)
                               " non attribue a votre compte, "
                               "saisie refusee."
                   ELSE
                       PERFORM 0200-SSI-CPT-DEB
                          THRU 0200-SSI-CPT-FIN
                          UNTIL WS-FIN-SSI-OUI

                       MOVE WS-NBR-SSI TO WS-NBR-SSI-EDT
                       DISPLAY "Saisie terminee : "
                               FUNCTION TRIM (WS-NBR-SSI-EDT)
                               " comptage(s) enregistre(s)."
                   END-IF
               END-IF
           END-IF.


      *-----------------------------------------------------------------

      * Saisit un comptage : id ou EAN de piece (0 = terminer) puis
      * quantite comptee, enregistree sur la ligne d'inventaire de la
      * piece. Une piece hors de l'inventaire est signalee.

       0200-SSI-CPT-DEB.

           DISPLAY "Piece, id ou EAN (0 = terminer) :".
           MOVE SPACES TO WS-SSI-PIE.
           ACCEPT WS-SSI-PIE.

           CALL "rchean" USING WS-SSI-PIE
                               WS-DEP-INV
                               WS-IDF-PIE
                               WS-LST-DEP
                               WS-RTR-EAN
           END-CALL.

           EVALUATE TRUE
               WHEN WS-RTR-EAN-INV
                   DISPLAY "Saisie invalide : id ou EAN-13 attendu."
                   GO TO 0200-SSI-CPT-FIN
               WHEN WS-RTR-EAN-INC
                   DISPLAY "EAN inconnu dans le depot de l'inventaire."
                   GO TO 0200-SSI-CPT-FIN
               WHEN WS-RTR-EAN-AMB
                   DISPLAY "EAN porte par plusieurs pieces du depot, "
                           "saisir l'id."
                   GO TO 0200-SSI-CPT-FIN
           END-EVALUATE.

           IF WS-IDF-PIE = 0
               SET WS-FIN-SSI-OUI TO TRUE
