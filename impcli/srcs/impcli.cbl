      * l'edition (edcli) de l'ouvrir si le client le donne un jour.
       01 WS-CST-CLI-NON       PIC X(01)   VALUE "N".

      * Le fichier d'import ne porte ni pays ni numero de TVA
      * intracommunautaire : client francais, a completer par edcli
      * pour un client d'un autre Etat membre.
       01 WS-PAY-CLI-FR        PIC X(02)   VALUE "FR".
       01 WS-TVA-INT-NUL       PIC X(14)   VALUE SPACES.

       01 WS-RTR-INS-CLI        PIC 9(01).
           88 WS-RTR-INS-CLI-OK            VALUE 0.
           88 WS-RTR-INS-CLI-ERR           VALUE 1.
                               WS-TYP-CLI
                               WS-SIR-CLI
                               WS-CST-CLI-NON
                               WS-PAY-CLI-FR
                               WS-TVA-INT-NUL
                               WS-IDF-CLI
                               WS-RTR-INS-CLI
           END-CALL.
