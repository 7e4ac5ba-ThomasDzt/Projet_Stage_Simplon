      *                                                                *
      * Sous-programme permettant de creer un fournisseur en entrant   *
      * toutes les informations necessaires a l'aide de la SCREEN      *
      * SECTION (sur le modele d'ecrapie), y compris sa condition de   *
      * reglement et ses coordonnees bancaires (IBAN/BIC) pour les     *
      * campagnes de virement. L'email est valide par verema,          *
      * l'indicatif/telephone par vertel et l'IBAN/BIC par veriban     *
      * avant l'appel du sous-programme creafou, qui insere la fiche   *
      * dans la base de donnees. La creation est journalisee via       *
      * genlog (type_log = 'creation_fou') au nom de l'utilisateur     *
      * connecte, ce qui permet a rapcfl de rapprocher creation de     *
      * fournisseur et paiement fournisseur (separation des taches).   *
      *                                                                *
      *----------------------------------------------------------------*
      *                           TRIGRAMMES                           *
      * IND=INDICATIF; TEL=TELEPHONE; IDF=IDENTIFIANT; VLR=VALIDATION; *
      * ECR=ECRAN; CRE=CREATION; LRR=LEURRE; CLR=COULEUR; TXT=TEXTE;   *
      * FND=FOND; CHX=CHOIX; AFF=AFFICHAGE; DEB=DEBUT; MSG=MESSAGE;    *
      * ERR=ERREUR; BCL=BOUCLE; APL=APPEL; PRG=PROGRAMME;              *
      * CRG=CONDITIONS DE REGLEMENT; IBA=IBAN; BIC=BIC; LOG=LOG;       *
      * TYP=TYPE; PIE=PIECE; QTE=QUANTITE; NUL=NUL; RTR=RETOUR         *
      ******************************************************************

       IDENTIFICATION DIVISION.
       01 WS-EMA-FOU           PIC X(50).
       01 WS-IND-FOU           PIC Z(03).
       01 WS-TEL-FOU           PIC Z(10).
       01 WS-CRG-FOU           PIC X(10).
       01 WS-IBA-FOU           PIC X(34).
       01 WS-BIC-FOU           PIC X(11).
       01 WS-IDF-FOU           PIC 9(10).
       01 WS-IDF-FOU-EDT       PIC Z(10).

       01 WS-VLR-RTR-TEL       PIC 9(01).
           88 WS-VLR-TEL-OK                VALUE 0.

      * Code retour du controle IBAN/BIC (veriban) : 0 = valide ou
      * absent ; 1 = IBAN mal forme ; 2 = cle IBAN fausse ; 3 = BIC
      * mal forme.
       01 WS-VLR-RTR-IBA       PIC 9(01).
           88 WS-VLR-IBA-OK                VALUE 0.

      * Code retour de creafou : 0 = insertion reussie ; 1 = erreur
      * SQL a l'insertion ; 2 = condition de reglement inconnue.
       01 WS-RTR-INS           PIC 9(01).
           88 WS-RTR-INS-OK                VALUE 0.
           88 WS-RTR-INS-ERR               VALUE 1.
           88 WS-RTR-INS-CRG-INV           VALUE 2.

      * Zones utilisees pour journaliser la creation via genlog.
      * id_pie/qte_log/lien_log ne s'appliquent pas : ils restent a
      * zero (ecrits a NULL par genlog).
       01 WS-MSG-LOG           PIC X(100).
       01 WS-TYP-LOG           PIC X(20)       VALUE "creation_fou".
       01 WS-IDF-PIE-NUL       PIC 9(10)       VALUE 0.
       01 WS-QTE-LOG-NUL       PIC S9(10)      VALUE 0.
       01 WS-LIEN-LOG-NUL      PIC 9(10)       VALUE 0.
       01 WS-RTR-LOG           PIC 9(01).

       SCREEN SECTION.

           05 LINE 11 COL 31 PIC Z(10) TO   WS-TEL-FOU.
           05 LINE 11 COL 41 PIC X(01) VALUE "]".

           05 LINE 13 COL 03 VALUE "Cond. reglement :".
           05 LINE 13 COL 25 PIC X(01) VALUE "[".
           05 LINE 13 COL 26 PIC X(10) TO   WS-CRG-FOU.
           05 LINE 13 COL 36 PIC X(01) VALUE "]".
           05 LINE 13 COL 38 VALUE "(30fdm, 60net... vide=comptant)".

           05 LINE 14 COL 03 VALUE "IBAN :".
           05 LINE 14 COL 25 PIC X(01) VALUE "[".
           05 LINE 14 COL 26 PIC X(34) TO   WS-IBA-FOU.
           05 LINE 14 COL 60 PIC X(01) VALUE "]".

           05 LINE 15 COL 03 VALUE "BIC :".
           05 LINE 15 COL 25 PIC X(01) VALUE "[".
           05 LINE 15 COL 26 PIC X(11) TO   WS-BIC-FOU.
           05 LINE 15 COL 37 PIC X(01) VALUE "]".

           05 LINE 17 COL 20 VALUE "1 - Creer le fournisseur".
           05 LINE 17 COL 47 VALUE "2 - Annuler".

      *-----------------------------------------------------------------

      * Valide l'email (verema) puis l'indicatif/telephone (vertel),
      * avec les memes sous-programmes que les ecrans client, puis
      * l'IBAN/BIC (veriban), avant d'appeler la creation proprement
      * dite.

       0150-APL-VER-DEB.

                   DISPLAY "Appuyez sur entree" AT LINE 23 COL 03
                   ACCEPT  WS-LRR              AT LINE 23 COL 21
               ELSE
                   PERFORM 0160-APL-VER-IBA-DEB
                      THRU 0160-APL-VER-IBA-FIN
               END-IF
           END-IF.

           EXIT.
       0150-APL-VER-FIN.

      *-----------------------------------------------------------------

      * Controle de l'IBAN (cle modulo 97) et du BIC : veriban rend
      * l'IBAN compacte en majuscules, forme enregistree en base.

       0160-APL-VER-IBA-DEB.

           CALL "veriban" USING WS-IBA-FOU
                                WS-BIC-FOU
                                WS-VLR-RTR-IBA
           END-CALL.

           IF NOT WS-VLR-IBA-OK
               DISPLAY "IBAN ou BIC invalide, fournisseur non cree."
               AT LINE 22 COL 03

               DISPLAY "Appuyez sur entree" AT LINE 23 COL 03
               ACCEPT  WS-LRR              AT LINE 23 COL 21
           ELSE
               PERFORM 0200-APL-PRG-DEB
                  THRU 0200-APL-PRG-FIN
           END-IF.

           EXIT.
       0160-APL-VER-IBA-FIN.

      *-----------------------------------------------------------------

       0200-APL-PRG-DEB.
                                WS-EMA-FOU
                                WS-IND-FOU
                                WS-TEL-FOU
                                WS-CRG-FOU
                                WS-IBA-FOU
                                WS-BIC-FOU
                                WS-IDF-FOU
                                WS-RTR-INS
           END-CALL.

               DISPLAY WS-IDF-FOU-EDT
               AT LINE 22 COL 39

               MOVE SPACES TO WS-MSG-LOG
               STRING 'Creation du fournisseur ' DELIMITED BY SIZE
                      FUNCTION TRIM (WS-IDF-FOU-EDT) DELIMITED BY SIZE
                      ' : ' DELIMITED BY SIZE
                      WS-NOM-FOU DELIMITED BY SIZE
                      INTO WS-MSG-LOG
               END-STRING

               CALL "genlog" USING WS-MSG-LOG,
                                   WS-TYP-LOG,
                                   SESS-IDF-UTI,
                                   WS-IDF-PIE-NUL,
                                   WS-QTE-LOG-NUL,
                                   WS-LIEN-LOG-NUL,
                                   WS-RTR-LOG
               END-CALL
           ELSE
               IF WS-RTR-INS-CRG-INV
                   DISPLAY "Condition de reglement inconnue."
                   AT LINE 22 COL 03
               ELSE
                   DISPLAY "Erreur lors de la creation du fournisseur."
                   AT LINE 22 COL 03
               END-IF
           END-IF.

           DISPLAY "Appuyez sur entree"
