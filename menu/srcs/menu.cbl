      * pour savoir qui est connecte et avec quel role.
       COPY session.

       01 WS-CHX-OPT            PIC 9(03)   VALUE 0.

      * Numero de bon neutre passe a bontrf : le bon a reediter est
      * demande a l'operateur.
       01 WS-IDF-TRF-NUL        PIC 9(10)   VALUE 0.

      * Facture neutre passee a gesfap : la cible des frais
      * d'approche est demandee a l'operateur.
       01 WS-IDF-FFO-NUL        PIC 9(10)   VALUE 0.

       01 WS-NBR-ERR-EDT        PIC Z(05).
       01 WS-NBR-ALR-EDT        PIC Z(05).
               DISPLAY "72. Tournees de livraison"
           END-IF.

           MOVE "raptva" TO WS-FNC-PER.
           PERFORM 0300-VER-PER-DEB THRU 0300-VER-PER-FIN.
           IF WS-PER-OK
               DISPLAY "73. Declaration de TVA du mois (CA3)"
           END-IF.

           MOVE "gescpt" TO WS-FNC-PER.
           PERFORM 0300-VER-PER-DEB THRU 0300-VER-PER-FIN.
           IF WS-PER-OK
               DISPLAY "74. Correspondance plan de comptes (FEC)"
           END-IF.

           MOVE "gesrpr" TO WS-FNC-PER.
           PERFORM 0300-VER-PER-DEB THRU 0300-VER-PER-FIN.
           IF WS-PER-OK
               DISPLAY "75. Revue du rapprochement bancaire"
           END-IF.

           MOVE "remchq" TO WS-FNC-PER.
           PERFORM 0300-VER-PER-DEB THRU 0300-VER-PER-FIN.
           IF WS-PER-OK
               DISPLAY "76. Remise de cheques en banque"
           END-IF.

           MOVE "virfou" TO WS-FNC-PER.
           PERFORM 0300-VER-PER-DEB THRU 0300-VER-PER-FIN.
           IF WS-PER-OK
               DISPLAY "77. Campagne de virements fournisseurs"
           END-IF.

           MOVE "gesmdt" TO WS-FNC-PER.
           PERFORM 0300-VER-PER-DEB THRU 0300-VER-PER-FIN.
           IF WS-PER-OK
               DISPLAY "78. Mandats de prelevement SEPA"
           END-IF.

           MOVE "rejprl" TO WS-FNC-PER.
           PERFORM 0300-VER-PER-DEB THRU 0300-VER-PER-FIN.
           IF WS-PER-OK
               DISPLAY "79. Rejets de prelevement"
           END-IF.

           MOVE "clomoi" TO WS-FNC-PER.
           PERFORM 0300-VER-PER-DEB THRU 0300-VER-PER-FIN.
           IF WS-PER-OK
               DISPLAY "80. Cloture des periodes comptables"
           END-IF.

           MOVE "ecrppe" TO WS-FNC-PER.
           PERFORM 0300-VER-PER-DEB THRU 0300-VER-PER-FIN.
           IF WS-PER-OK
               DISPLAY "81. Passage en perte d'une creance"
           END-IF.

           MOVE "geslit" TO WS-FNC-PER.
           PERFORM 0300-VER-PER-DEB THRU 0300-VER-PER-FIN.
           IF WS-PER-OK
               DISPLAY "82. Litiges sur factures clients"
           END-IF.

           MOVE "gesfel" TO WS-FNC-PER.
           PERFORM 0300-VER-PER-DEB THRU 0300-VER-PER-FIN.
           IF WS-PER-OK
               DISPLAY "83. Factures electroniques (suivi, renvoi)"
           END-IF.

           MOVE "rapdes" TO WS-FNC-PER.
           PERFORM 0300-VER-PER-DEB THRU 0300-VER-PER-FIN.
           IF WS-PER-OK
               DISPLAY "84. Ventes intracom. du trimestre (DES)"
           END-IF.

           MOVE "gesprs" TO WS-FNC-PER.
           PERFORM 0300-VER-PER-DEB THRU 0300-VER-PER-FIN.
           IF WS-PER-OK
               DISPLAY "85. Prestations facturables (hors stock)"
           END-IF.

           MOVE "rapeco" TO WS-FNC-PER.
           PERFORM 0300-VER-PER-DEB THRU 0300-VER-PER-FIN.
           IF WS-PER-OK
               DISPLAY "86. Declaration eco-participation (trimestre)"
           END-IF.

           MOVE "rapcsg" TO WS-FNC-PER.
           PERFORM 0300-VER-PER-DEB THRU 0300-VER-PER-FIN.
           IF WS-PER-OK
               DISPLAY "87. Consignes ouvertes et carcasses"
           END-IF.

           MOVE "retcsg" TO WS-FNC-PER.
           PERFORM 0300-VER-PER-DEB THRU 0300-VER-PER-FIN.
           IF WS-PER-OK
               DISPLAY "88. Reprise de carcasses (consigne)"
           END-IF.

           MOVE "ecracp" TO WS-FNC-PER.
           PERFORM 0300-VER-PER-DEB THRU 0300-VER-PER-FIN.
           IF WS-PER-OK
               DISPLAY "89. Acomptes sur commande"
           END-IF.

           MOVE "cnscsp" TO WS-FNC-PER.
           PERFORM 0300-VER-PER-DEB THRU 0300-VER-PER-FIN.
           IF WS-PER-OK
               DISPLAY "90. Commandes speciales en attente"
           END-IF.

           MOVE "gesppx" TO WS-FNC-PER.
           PERFORM 0300-VER-PER-DEB THRU 0300-VER-PER-FIN.
           IF WS-PER-OK
               DISPLAY "91. Revision des prix de vente"
           END-IF.

           MOVE "cnsppx" TO WS-FNC-PER.
           PERFORM 0300-VER-PER-DEB THRU 0300-VER-PER-FIN.
           IF WS-PER-OK
               DISPLAY "92. Historique des prix d'une piece"
           END-IF.

           MOVE "gesadl" TO WS-FNC-PER.
           PERFORM 0300-VER-PER-DEB THRU 0300-VER-PER-FIN.
           IF WS-PER-OK
               DISPLAY "93. Adresses de livraison d'un client"
           END-IF.

           MOVE "gesrep" TO WS-FNC-PER.
           PERFORM 0300-VER-PER-DEB THRU 0300-VER-PER-FIN.
           IF WS-PER-OK
               DISPLAY "94. Gestion des representants"
           END-IF.

           MOVE "rapcom" TO WS-FNC-PER.
           PERFORM 0300-VER-PER-DEB THRU 0300-VER-PER-FIN.
           IF WS-PER-OK
               DISPLAY "95. Commissions des representants"
           END-IF.

           MOVE "gesfam" TO WS-FNC-PER.
           PERFORM 0300-VER-PER-DEB THRU 0300-VER-PER-FIN.
           IF WS-PER-OK
               DISPLAY "96. Familles de pieces"
           END-IF.

           MOVE "vercai" TO WS-FNC-PER.
           PERFORM 0300-VER-PER-DEB THRU 0300-VER-PER-FIN.
           IF WS-PER-OK
               DISPLAY "97. Verification du journal de caisse"
           END-IF.

           MOVE "gespvh" TO WS-FNC-PER.
           PERFORM 0300-VER-PER-DEB THRU 0300-VER-PER-FIN.
           IF WS-PER-OK
               DISPLAY "98. Adaptation pieces / vehicules"
           END-IF.

           MOVE "rcptrf" TO WS-FNC-PER.
           PERFORM 0300-VER-PER-DEB THRU 0300-VER-PER-FIN.
           IF WS-PER-OK
               DISPLAY "99. Reception des transferts"
           END-IF.

           MOVE "bontrf" TO WS-FNC-PER.
           PERFORM 0300-VER-PER-DEB THRU 0300-VER-PER-FIN.
           IF WS-PER-OK
               DISPLAY "100. Bon de transfert (reedition)"
           END-IF.

           MOVE "saisui" TO WS-FNC-PER.
           PERFORM 0300-VER-PER-DEB THRU 0300-VER-PER-FIN.
           IF WS-PER-OK
               DISPLAY "101. Numeros de suivi transporteur"
           END-IF.

           MOVE "gesfap" TO WS-FNC-PER.
           PERFORM 0300-VER-PER-DEB THRU 0300-VER-PER-FIN.
           IF WS-PER-OK
               DISPLAY "102. Frais d'approche (fret, douane)"
           END-IF.

           MOVE "gestch" TO WS-FNC-PER.
           PERFORM 0300-VER-PER-DEB THRU 0300-VER-PER-FIN.
           IF WS-PER-OK
               DISPLAY "103. Taux de change des devises"
           END-IF.

           MOVE "csmdpv" TO WS-FNC-PER.
           PERFORM 0300-VER-PER-DEB THRU 0300-VER-PER-FIN.
           IF WS-PER-OK
               DISPLAY "104. Consommations depot-vente"
           END-IF.

           MOVE "readpv" TO WS-FNC-PER.
           PERFORM 0300-VER-PER-DEB THRU 0300-VER-PER-FIN.
           IF WS-PER-OK
               DISPLAY "105. Reassort depot-vente"
           END-IF.

           MOVE "gesgar" TO WS-FNC-PER.
           PERFORM 0300-VER-PER-DEB THRU 0300-VER-PER-FIN.
           IF WS-PER-OK
               DISPLAY "106. Reclamations sous garantie"
           END-IF.

           MOVE "rapgar" TO WS-FNC-PER.
           PERFORM 0300-VER-PER-DEB THRU 0300-VER-PER-FIN.
           IF WS-PER-OK
               DISPLAY "107. Etat des garanties fournisseur"
           END-IF.

           MOVE "gescns" TO WS-FNC-PER.
           PERFORM 0300-VER-PER-DEB THRU 0300-VER-PER-FIN.
           IF WS-PER-OK
               DISPLAY "108. Consultation de fournisseurs"
           END-IF.

           MOVE "cmpcns" TO WS-FNC-PER.
           PERFORM 0300-VER-PER-DEB THRU 0300-VER-PER-FIN.
           IF WS-PER-OK
               DISPLAY "109. Reponses et comparaison des consultations"
           END-IF.

           MOVE "rapapr" TO WS-FNC-PER.
           PERFORM 0300-VER-PER-DEB THRU 0300-VER-PER-FIN.
           IF WS-PER-OK
               DISPLAY "110. Commandes fournisseur a approuver"
           END-IF.

           MOVE "cnsamg" TO WS-FNC-PER.
           PERFORM 0300-VER-PER-DEB THRU 0300-VER-PER-FIN.
           IF WS-PER-OK
               DISPLAY "111. Alertes d'erosion de marge"
           END-IF.

           MOVE "gescfl" TO WS-FNC-PER.
           PERFORM 0300-VER-PER-DEB THRU 0300-VER-PER-FIN.
           IF WS-PER-OK
               DISPLAY "112. Fonctions incompatibles"
           END-IF.

           MOVE "gesprm" TO WS-FNC-PER.
           PERFORM 0300-VER-PER-DEB THRU 0300-VER-PER-FIN.
           IF WS-PER-OK
               DISPLAY "113. Parametres de traitement"
           END-IF.

           DISPLAY "0. Quitter".
           DISPLAY "Votre choix :".

                       CALL "gestrn" END-CALL
                   END-IF

               WHEN 73
                   MOVE "raptva" TO WS-FNC-PER
                   PERFORM 0300-VER-PER-DEB THRU 0300-VER-PER-FIN
                   IF WS-PER-OK
                       CALL "raptva" END-CALL
                   END-IF

               WHEN 74
                   MOVE "gescpt" TO WS-FNC-PER
                   PERFORM 0300-VER-PER-DEB THRU 0300-VER-PER-FIN
                   IF WS-PER-OK
                       CALL "gescpt" END-CALL
                   END-IF

               WHEN 75
                   MOVE "gesrpr" TO WS-FNC-PER
                   PERFORM 0300-VER-PER-DEB THRU 0300-VER-PER-FIN
                   IF WS-PER-OK
                       CALL "gesrpr" END-CALL
                   END-IF

               WHEN 76
                   MOVE "remchq" TO WS-FNC-PER
                   PERFORM 0300-VER-PER-DEB THRU 0300-VER-PER-FIN
                   IF WS-PER-OK
                       CALL "remchq" END-CALL
                   END-IF

               WHEN 77
                   MOVE "virfou" TO WS-FNC-PER
                   PERFORM 0300-VER-PER-DEB THRU 0300-VER-PER-FIN
                   IF WS-PER-OK
                       CALL "virfou" END-CALL
                   END-IF

               WHEN 78
                   MOVE "gesmdt" TO WS-FNC-PER
                   PERFORM 0300-VER-PER-DEB THRU 0300-VER-PER-FIN
                   IF WS-PER-OK
                       CALL "gesmdt" END-CALL
                   END-IF

               WHEN 79
                   MOVE "rejprl" TO WS-FNC-PER
                   PERFORM 0300-VER-PER-DEB THRU 0300-VER-PER-FIN
                   IF WS-PER-OK
                       CALL "rejprl" END-CALL
                   END-IF

               WHEN 80
                   MOVE "clomoi" TO WS-FNC-PER
                   PERFORM 0300-VER-PER-DEB THRU 0300-VER-PER-FIN
                   IF WS-PER-OK
                       CALL "clomoi" END-CALL
                   END-IF

               WHEN 81
                   MOVE "ecrppe" TO WS-FNC-PER
                   PERFORM 0300-VER-PER-DEB THRU 0300-VER-PER-FIN
                   IF WS-PER-OK
                       CALL "ecrppe" END-CALL
                   END-IF

               WHEN 82
                   MOVE "geslit" TO WS-FNC-PER
                   PERFORM 0300-VER-PER-DEB THRU 0300-VER-PER-FIN
                   IF WS-PER-OK
                       CALL "geslit" END-CALL
                   END-IF

               WHEN 83
                   MOVE "gesfel" TO WS-FNC-PER
                   PERFORM 0300-VER-PER-DEB THRU 0300-VER-PER-FIN
                   IF WS-PER-OK
                       CALL "gesfel" END-CALL
                   END-IF

               WHEN 84
                   MOVE "rapdes" TO WS-FNC-PER
                   PERFORM 0300-VER-PER-DEB THRU 0300-VER-PER-FIN
                   IF WS-PER-OK
                       CALL "rapdes" END-CALL
                   END-IF

               WHEN 85
                   MOVE "gesprs" TO WS-FNC-PER
                   PERFORM 0300-VER-PER-DEB THRU 0300-VER-PER-FIN
                   IF WS-PER-OK
                       CALL "gesprs" END-CALL
                   END-IF

               WHEN 86
                   MOVE "rapeco" TO WS-FNC-PER
                   PERFORM 0300-VER-PER-DEB THRU 0300-VER-PER-FIN
                   IF WS-PER-OK
                       CALL "rapeco" END-CALL
                   END-IF

               WHEN 87
                   MOVE "rapcsg" TO WS-FNC-PER
                   PERFORM 0300-VER-PER-DEB THRU 0300-VER-PER-FIN
                   IF WS-PER-OK
                       CALL "rapcsg" END-CALL
                   END-IF

               WHEN 88
                   MOVE "retcsg" TO WS-FNC-PER
                   PERFORM 0300-VER-PER-DEB THRU 0300-VER-PER-FIN
                   IF WS-PER-OK
                       CALL "retcsg" END-CALL
                   END-IF

               WHEN 89
                   MOVE "ecracp" TO WS-FNC-PER
                   PERFORM 0300-VER-PER-DEB THRU 0300-VER-PER-FIN
                   IF WS-PER-OK
                       CALL "ecracp" END-CALL
                   END-IF

               WHEN 90
                   MOVE "cnscsp" TO WS-FNC-PER
                   PERFORM 0300-VER-PER-DEB THRU 0300-VER-PER-FIN
                   IF WS-PER-OK
                       CALL "cnscsp" END-CALL
                   END-IF

               WHEN 91
                   MOVE "gesppx" TO WS-FNC-PER
                   PERFORM 0300-VER-PER-DEB THRU 0300-VER-PER-FIN
                   IF WS-PER-OK
                       CALL "gesppx" END-CALL
                   END-IF

               WHEN 92
                   MOVE "cnsppx" TO WS-FNC-PER
                   PERFORM 0300-VER-PER-DEB THRU 0300-VER-PER-FIN
                   IF WS-PER-OK
                       CALL "cnsppx" END-CALL
                   END-IF

               WHEN 93
                   MOVE "gesadl" TO WS-FNC-PER
                   PERFORM 0300-VER-PER-DEB THRU 0300-VER-PER-FIN
                   IF WS-PER-OK
                       CALL "gesadl" END-CALL
                   END-IF

               WHEN 94
                   MOVE "gesrep" TO WS-FNC-PER
                   PERFORM 0300-VER-PER-DEB THRU 0300-VER-PER-FIN
                   IF WS-PER-OK
                       CALL "gesrep" END-CALL
                   END-IF

               WHEN 95
                   MOVE "rapcom" TO WS-FNC-PER
                   PERFORM 0300-VER-PER-DEB THRU 0300-VER-PER-FIN
                   IF WS-PER-OK
                       CALL "rapcom" END-CALL
                   END-IF

               WHEN 96
                   MOVE "gesfam" TO WS-FNC-PER
                   PERFORM 0300-VER-PER-DEB THRU 0300-VER-PER-FIN
                   IF WS-PER-OK
                       CALL "gesfam" END-CALL
                   END-IF

               WHEN 97
                   MOVE "vercai" TO WS-FNC-PER
                   PERFORM 0300-VER-PER-DEB THRU 0300-VER-PER-FIN
                   IF WS-PER-OK
                       CALL "vercai" END-CALL
                   END-IF

               WHEN 98
                   MOVE "gespvh" TO WS-FNC-PER
                   PERFORM 0300-VER-PER-DEB THRU 0300-VER-PER-FIN
                   IF WS-PER-OK
                       CALL "gespvh" END-CALL
                   END-IF

               WHEN 99
                   MOVE "rcptrf" TO WS-FNC-PER
                   PERFORM 0300-VER-PER-DEB THRU 0300-VER-PER-FIN
                   IF WS-PER-OK
                       CALL "rcptrf" END-CALL
                   END-IF

               WHEN 100
                   MOVE "bontrf" TO WS-FNC-PER
                   PERFORM 0300-VER-PER-DEB THRU 0300-VER-PER-FIN
                   IF WS-PER-OK
                       CALL "bontrf" USING WS-IDF-TRF-NUL
                       END-CALL
                   END-IF

               WHEN 101
                   MOVE "saisui" TO WS-FNC-PER
                   PERFORM 0300-VER-PER-DEB THRU 0300-VER-PER-FIN
                   IF WS-PER-OK
                       CALL "saisui" END-CALL
                   END-IF

               WHEN 102
                   MOVE "gesfap" TO WS-FNC-PER
                   PERFORM 0300-VER-PER-DEB THRU 0300-VER-PER-FIN
                   IF WS-PER-OK
                       CALL "gesfap" USING WS-IDF-FFO-NUL
                       END-CALL
                   END-IF

               WHEN 103
                   MOVE "gestch" TO WS-FNC-PER
                   PERFORM 0300-VER-PER-DEB THRU 0300-VER-PER-FIN
                   IF WS-PER-OK
                       CALL "gestch" END-CALL
                   END-IF

               WHEN 104
                   MOVE "csmdpv" TO WS-FNC-PER
                   PERFORM 0300-VER-PER-DEB THRU 0300-VER-PER-FIN
                   IF WS-PER-OK
                       CALL "csmdpv" END-CALL
                   END-IF

               WHEN 105
                   MOVE "readpv" TO WS-FNC-PER
                   PERFORM 0300-VER-PER-DEB THRU 0300-VER-PER-FIN
                   IF WS-PER-OK
                       CALL "readpv" END-CALL
                   END-IF

               WHEN 106
                   MOVE "gesgar" TO WS-FNC-PER
                   PERFORM 0300-VER-PER-DEB THRU 0300-VER-PER-FIN
                   IF WS-PER-OK
                       CALL "gesgar" END-CALL
                   END-IF

               WHEN 107
                   MOVE "rapgar" TO WS-FNC-PER
                   PERFORM 0300-VER-PER-DEB THRU 0300-VER-PER-FIN
                   IF WS-PER-OK
                       CALL "rapgar" END-CALL
                   END-IF

               WHEN 108
                   MOVE "gescns" TO WS-FNC-PER
                   PERFORM 0300-VER-PER-DEB THRU 0300-VER-PER-FIN
                   IF WS-PER-OK
                       CALL "gescns" END-CALL
                   END-IF

               WHEN 109
                   MOVE "cmpcns" TO WS-FNC-PER
                   PERFORM 0300-VER-PER-DEB THRU 0300-VER-PER-FIN
                   IF WS-PER-OK
                       CALL "cmpcns" END-CALL
                   END-IF

               WHEN 110
                   MOVE "rapapr" TO WS-FNC-PER
                   PERFORM 0300-VER-PER-DEB THRU 0300-VER-PER-FIN
                   IF WS-PER-OK
                       CALL "rapapr" END-CALL
                   END-IF

               WHEN 111
                   MOVE "cnsamg" TO WS-FNC-PER
                   PERFORM 0300-VER-PER-DEB THRU 0300-VER-PER-FIN
                   IF WS-PER-OK
                       CALL "cnsamg" END-CALL
                   END-IF

               WHEN 112
                   MOVE "gescfl" TO WS-FNC-PER
                   PERFORM 0300-VER-PER-DEB THRU 0300-VER-PER-FIN
                   IF WS-PER-OK
                       CALL "gescfl" END-CALL
                   END-IF

               WHEN 113
                   MOVE "gesprm" TO WS-FNC-PER
                   PERFORM 0300-VER-PER-DEB THRU 0300-VER-PER-FIN
                   IF WS-PER-OK
                       CALL "gesprm" END-CALL
                   END-IF

               WHEN OTHER
                   DISPLAY "Choix invalide."
           END-EVALUATE.
