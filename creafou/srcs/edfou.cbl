      *                                                                *
      * Sous-programme permettant d'editer la fiche d'un fournisseur   *
      * existant (nom, adresse, email, indicatif/telephone, etat       *
      * actif/inactif, condition de reglement, IBAN/BIC, devise de     *
      * facturation, pays), a l'aide de la SCREEN SECTION, sur le      *
      * modele d'edpie. L'email est valide par verema, le telephone    *
      * par vertel et l'IBAN/BIC par veriban avant l'appel du          *
      * sous-programme gesfou, qui repercute les modifications dans la *
      * base de donnees (et controle la devise et le pays).            *
      *                                                                *
      *----------------------------------------------------------------*
      *                           TRIGRAMMES                           *
      * VLR=VALIDATION; ECR=ECRAN; EDT=EDITION; LRR=LEURRE;            *
      * CLR=COULEUR; TXT=TEXTE; FND=FOND; CHX=CHOIX; AFF=AFFICHAGE;    *
      * DEB=DEBUT; MSG=MESSAGE; ERR=ERREUR; BCL=BOUCLE; APL=APPEL;     *
      * PRG=PROGRAMME; CRG=CONDITIONS DE REGLEMENT; IBA=IBAN; BIC=BIC; *
      * DEV=DEVISE; PAY=PAYS                                           *
      ******************************************************************

       IDENTIFICATION DIVISION.
       01 PG-TEL-FOU-IND       PIC S9(04) COMP-5.
       01 PG-ACF-FOU           PIC X(01).
       01 PG-ACF-FOU-IND       PIC S9(04) COMP-5.
       01 PG-CRG-FOU           PIC X(10).
       01 PG-IBA-FOU           PIC X(34).
       01 PG-BIC-FOU           PIC X(11).
       01 PG-DEV-FOU           PIC X(03).
       01 PG-PAY-FOU           PIC X(02).

       EXEC SQL END DECLARE SECTION END-EXEC.

       01 WS-EMA-FOU           PIC X(50).
       01 WS-IND-FOU           PIC Z(03).
       01 WS-TEL-FOU           PIC Z(10).
       01 WS-CRG-FOU           PIC X(10).
       01 WS-IBA-FOU           PIC X(34).
       01 WS-BIC-FOU           PIC X(11).
       01 WS-DEV-FOU           PIC X(03).
       01 WS-PAY-FOU           PIC X(02).

       01 WS-ACF-FOU           PIC X(01)   VALUE "O".
           88 WS-ACF-FOU-OUI                VALUE "O".
       01 WS-VLR-RTR-TEL       PIC 9(01).
           88 WS-VLR-TEL-OK                VALUE 0.

      * Code retour du controle IBAN/BIC (veriban) : 0 = valide ou
      * absent ; 1 = IBAN mal forme ; 2 = cle IBAN fausse ; 3 = BIC
      * mal forme.
       01 WS-VLR-RTR-IBA       PIC 9(01).
           88 WS-VLR-IBA-OK                VALUE 0.

      * Code retour de gesfou : 0 = mise a jour reussie ;
      * 1 = fournisseur inconnu ; 2 = erreur SQL ; 3 = condition de
      * reglement inconnue ; 4 = devise sans taux de change ;
      * 5 = code pays mal forme.
       01 WS-RTR-MAJ           PIC 9(01).
           88 WS-RTR-MAJ-OK                VALUE 0.
           88 WS-RTR-MAJ-FOU-INV           VALUE 1.
           88 WS-RTR-MAJ-ERR               VALUE 2.
           88 WS-RTR-MAJ-CRG-INV           VALUE 3.
           88 WS-RTR-MAJ-DEV-INV           VALUE 4.
           88 WS-RTR-MAJ-PAY-INV           VALUE 5.

       SCREEN SECTION.

           05 LINE 15 COL 26 PIC X(01) TO   WS-ACF-FOU.
           05 LINE 15 COL 27 PIC X(01) VALUE "]".

           05 LINE 16 COL 03 VALUE "Cond. reglement :".
           05 LINE 16 COL 25 PIC X(01) VALUE "[".
           05 LINE 16 COL 26 PIC X(10) TO   WS-CRG-FOU.
           05 LINE 16 COL 36 PIC X(01) VALUE "]".

           05 LINE 17 COL 03 VALUE "IBAN :".
           05 LINE 17 COL 25 PIC X(01) VALUE "[".
           05 LINE 17 COL 26 PIC X(34) TO   WS-IBA-FOU.
           05 LINE 17 COL 60 PIC X(01) VALUE "]".

           05 LINE 18 COL 03 VALUE "BIC :".
           05 LINE 18 COL 25 PIC X(01) VALUE "[".
           05 LINE 18 COL 26 PIC X(11) TO   WS-BIC-FOU.
           05 LINE 18 COL 37 PIC X(01) VALUE "]".

           05 LINE 18 COL 42 VALUE "Devise :".
           05 LINE 18 COL 51 PIC X(01) VALUE "[".
           05 LINE 18 COL 52 PIC X(03) TO   WS-DEV-FOU.
           05 LINE 18 COL 55 PIC X(01) VALUE "]".

           05 LINE 18 COL 60 VALUE "Pays :".
           05 LINE 18 COL 67 PIC X(01) VALUE "[".
           05 LINE 18 COL 68 PIC X(02) TO   WS-PAY-FOU.
           05 LINE 18 COL 70 PIC X(01) VALUE "]".

           05 LINE 19 COL 20 VALUE "1 - Mettre a jour".
           05 LINE 19 COL 47 VALUE "2 - Annuler".

           05 LINE 20 COL 33 PIC X(01) VALUE "[".
           05 LINE 20 COL 34 PIC X(01) TO   WS-CHX.
           05 LINE 20 COL 35 PIC X(01) VALUE "]".


       PROCEDURE DIVISION.

               EXEC SQL
                   SELECT nom_fou, adr_fou, ema_fou, ind_fou, tel_fou,
                          actif_fou,
                          COALESCE(cond_rgl_fou, 'comptant'),
                          COALESCE(iban_fou, ' '),
                          COALESCE(bic_fou, ' '),
                          COALESCE(devise_fou, 'EUR'),
                          COALESCE(pays_fou, 'FR')
                   INTO   :PG-NOM-FOU,
                          :PG-ADR-FOU:PG-ADR-FOU-IND,
                          :PG-EMA-FOU:PG-EMA-FOU-IND,
                          :PG-IND-FOU:PG-IND-FOU-IND,
                          :PG-TEL-FOU:PG-TEL-FOU-IND,
                          :PG-ACF-FOU:PG-ACF-FOU-IND,
                          :PG-CRG-FOU, :PG-IBA-FOU, :PG-BIC-FOU,
                          :PG-DEV-FOU, :PG-PAY-FOU
                   FROM   fournisseur
                   WHERE  id_fou = :PG-IDF-FOU
               END-EXEC
                       MOVE PG-ACF-FOU TO WS-ACF-FOU
                   END-IF

                   MOVE PG-CRG-FOU TO WS-CRG-FOU
                   MOVE PG-IBA-FOU TO WS-IBA-FOU
                   MOVE PG-BIC-FOU TO WS-BIC-FOU
                   MOVE PG-DEV-FOU TO WS-DEV-FOU
                   MOVE PG-PAY-FOU TO WS-PAY-FOU

                   SET WS-FIN-BCL-OUI TO TRUE
               END-IF
           END-PERFORM.

      *-----------------------------------------------------------------

      * Valide l'email (verema), l'indicatif/telephone (vertel) puis
      * l'IBAN/BIC (veriban) avant de repercuter la mise a jour.

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
               DISPLAY "IBAN ou BIC invalide, fiche non mise a jour."
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
                               WS-IND-FOU
                               WS-TEL-FOU
                               WS-ACF-FOU
                               WS-CRG-FOU
                               WS-IBA-FOU
                               WS-BIC-FOU
                               WS-DEV-FOU
                               WS-PAY-FOU
                               WS-RTR-MAJ
           END-CALL.

                   DISPLAY "Erreur lors de la mise a jour."
                   AT LINE 22 COL 03

               WHEN WS-RTR-MAJ-CRG-INV
                   DISPLAY "Condition de reglement inconnue."
                   AT LINE 22 COL 03

               WHEN WS-RTR-MAJ-DEV-INV
                   DISPLAY "Devise sans taux de change (voir gestch)."
                   AT LINE 22 COL 03

               WHEN WS-RTR-MAJ-PAY-INV
                   DISPLAY "Code pays invalide (2 lettres ISO)."
                   AT LINE 22 COL 03

           END-EVALUATE.

           DISPLAY "Appuyez sur entree"
