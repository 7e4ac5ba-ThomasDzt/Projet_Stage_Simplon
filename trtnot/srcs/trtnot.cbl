      * messages l'exige (toutes les heures, par exemple) : le         *
      * responsable des achats apprend une rupture l'heure ou elle     *
      * survient, pas a la revue de gestion suivante.                  *
      * Les documents emis pour les clients (factures, releves,        *
      * relances, confirmations de commande, deposes par gennoc sous   *
      * le destinataire 'client') portent l'adresse email du contact   *
      * designe : elle est reportee en tete de leur ligne.             *
      *                                                                *
      *----------------------------------------------------------------*
      *                           TRIGRAMMES                           *
      * trtnot=traitement notifications                                *
      * NOT=NOTIFICATION; DST=DESTINATAIRE; TYP=TYPE; MSG=MESSAGE;     *
      * FIC=FICHIER; CUR=COURANT; NBR=NOMBRE; RSU=RESULTAT;            *
      * EDT=EDITION; ENV=ENVOI; EMA=EMAIL; DEB=DEBUT; FIN=FIN          *
      ******************************************************************

       IDENTIFICATION DIVISION.
       FILE SECTION.

       FD F-NOT-DST.
       01 REC-NOT-DST           PIC X(250).

       WORKING-STORAGE SECTION.

       01 PG-DST-NOT            PIC X(30).
       01 PG-TYP-NOT            PIC X(20).
       01 PG-MSG-NOT            PIC X(150).
       01 PG-EMA-NOT            PIC X(50).

       EXEC SQL END DECLARE SECTION END-EXEC.

           DECLARE C-NOT CURSOR WITH HOLD FOR
               SELECT id_not, CAST(date_not AS CHAR(10)),
                      CAST(heure_not AS CHAR(8)),
                      dest_not, type_not, msg_not,
                      COALESCE(ema_not, ' ')
               FROM   notifications
               WHERE  statut_not = 'A'
               ORDER BY dest_not, id_not
           EXEC SQL
               FETCH C-NOT
               INTO  :PG-IDF-NOT, :PG-DAT-NOT, :PG-HRE-NOT,
                     :PG-DST-NOT, :PG-TYP-NOT, :PG-MSG-NOT,
                     :PG-EMA-NOT
           END-EXEC.

           PERFORM 0100-TRT-NOT-DEB
               SET WS-FIC-OUV-OUI TO TRUE
           END-IF.

           MOVE SPACES TO REC-NOT-DST.

           IF PG-EMA-NOT = SPACES
               STRING PG-DAT-NOT " " PG-HRE-NOT " ["
                      DELIMITED BY SIZE
                      FUNCTION TRIM (PG-TYP-NOT) DELIMITED BY SIZE
                      "] " DELIMITED BY SIZE
                      FUNCTION TRIM (PG-MSG-NOT) DELIMITED BY SIZE
                      INTO REC-NOT-DST
               END-STRING
           ELSE
               STRING PG-DAT-NOT " " PG-HRE-NOT " ["
                      DELIMITED BY SIZE
                      FUNCTION TRIM (PG-TYP-NOT) DELIMITED BY SIZE
                      "] <" DELIMITED BY SIZE
                      FUNCTION TRIM (PG-EMA-NOT) DELIMITED BY SIZE
                      "> " DELIMITED BY SIZE
                      FUNCTION TRIM (PG-MSG-NOT) DELIMITED BY SIZE
                      INTO REC-NOT-DST
               END-STRING
           END-IF.
           WRITE REC-NOT-DST.

           PERFORM 0200-MRQ-ENV-DEB
           EXEC SQL
               FETCH C-NOT
               INTO  :PG-IDF-NOT, :PG-DAT-NOT, :PG-HRE-NOT,
                     :PG-DST-NOT, :PG-TYP-NOT, :PG-MSG-NOT,
                     :PG-EMA-NOT
           END-EXEC.

           EXIT.
