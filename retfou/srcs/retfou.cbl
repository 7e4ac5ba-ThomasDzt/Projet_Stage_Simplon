      * fournisseur arrive (statut 'solde', journalise via genlog).    *
      * La liste des retours en attente d'avoir s'affiche en tete :    *
      * un avoir qui ne vient pas se relance, il ne s'oublie plus.     *
      * Un troisieme choix renvoie au fournisseur les carcasses des    *
      * pieces consignees reprises par retcsg : toutes les carcasses   *
      * en stock de la piece partent sur un retour marque carcasse_rtf *
      * 'O', sans debit de stock (la carcasse n'est pas du stock       *
      * vendable), valorise a la consigne de la piece, et se soldent   *
      * comme les autres retours a l'arrivee de l'avoir.               *
      *                                                                *
      *----------------------------------------------------------------*
      *                           TRIGRAMMES                           *
      * MTT=MONTANT; CST=COUT; STA=STATUT; IDF=IDENTIFIANT;            *
      * UTI=UTILISATEUR; NBR=NOMBRE; RSU=RESULTAT; CHX=CHOIX;          *
      * APL=APPEL; INS=INSERTION; MAJ=MISE A JOUR; IMP=IMPRESSION;     *
      * LRR=LEURRE; CRC=CARCASSE; CSG=CONSIGNE; DEB=DEBUT              *
      ******************************************************************

       IDENTIFICATION DIVISION.
       01 PG-MTT-ATT-RSU        PIC 9(12)V99.
       01 PG-DAT-RTF-RSU        PIC X(10).

      * Carcasses en stock de la piece et consigne unitaire.
       01 PG-QTE-CRC            PIC 9(05).
       01 PG-CSG-PIE            PIC 9(05)V99.

       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.
       01 WS-MTF-RTF            PIC X(60).
       01 WS-NBR-RTF            PIC 9(05)   VALUE 0.

      * Retour de carcasses en cours : pas de debit de stock, le bon
      * le precise.
       01 WS-CRC-RTF            PIC X(01)   VALUE "N".
           88 WS-CRC-RTF-OUI                VALUE "O".
           88 WS-CRC-RTF-NON                VALUE "N".
       01 WS-CNF                PIC X(01).

      * Zones passees a majpie : le depart chez le fournisseur est un
      * retrait ordinaire du point de vue du stock, journalise sous
      * le type distinct 'retour_fou'.

           DISPLAY "1 - Enregistrer un retour fournisseur".
           DISPLAY "2 - Solder un retour (avoir recu)".
           DISPLAY "3 - Renvoyer les carcasses au fournisseur".
           DISPLAY "0 - Quitter".
           DISPLAY "Votre choix :".
           ACCEPT WS-CHX.
                   PERFORM 0500-SLD-RTF-DEB
                      THRU 0500-SLD-RTF-FIN

               WHEN "3"
                   PERFORM 0600-RTF-CRC-DEB
                      THRU 0600-RTF-CRC-FIN

               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       0200-SSI-RTF-DEB.

           SET WS-CRC-RTF-NON TO TRUE.

           DISPLAY "Id du fournisseur :".
           ACCEPT WS-IDF-FOU.

           DISPLAY "Transporteur : ...............  Le : ...........".
           DISPLAY "================================================".

           IF WS-CRC-RTF-OUI
               DISPLAY "Carcasses renvoyees, avoir attendu en suivi."
           ELSE
               DISPLAY "Retour enregistre, stock debite, avoir "
                       "attendu en suivi."
           END-IF.

           EXIT.
       0400-IMP-BON-FIN.

       0500-SLD-RTF-FIN.
           EXIT.

      *-----------------------------------------------------------------

      * Renvoie au fournisseur toutes les carcasses en stock d'une
      * piece consignee : un retour carcasse_rtf 'O' valorise a la
      * consigne, sans passage par majpie, puis les carcasses passent
      * au statut 'retournee' rattachees a ce retour. Le bon de retour
      * est imprime comme pour un retour ordinaire.

       0600-RTF-CRC-DEB.

           SET WS-CRC-RTF-OUI TO TRUE.
           MOVE 0 TO WS-IDF-CPO.

           DISPLAY "Id du fournisseur :".
           ACCEPT WS-IDF-FOU.

           MOVE WS-IDF-FOU TO PG-IDF-FOU.

           EXEC SQL
               SELECT nom_fou
               INTO   :PG-NOM-FOU
               FROM   fournisseur
               WHERE  id_fou = :PG-IDF-FOU
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY "Fournisseur inconnu."
               GO TO 0600-RTF-CRC-FIN
           END-IF.

           DISPLAY "Id de la piece consignee :".
           ACCEPT WS-IDF-PIE.

           MOVE WS-IDF-PIE TO PG-IDF-PIE.

           EXEC SQL
               SELECT p.nom_pie, COALESCE(p.csg_pie, 0),
                      COALESCE((SELECT SUM(c.qte_crc)
                                FROM carcasse c
                                WHERE c.id_pie = p.id_pie
                                AND c.statut_crc = 'stock'), 0)
               INTO   :PG-NOM-PIE, :PG-CSG-PIE, :PG-QTE-CRC
               FROM   piece p
               WHERE  p.id_pie = :PG-IDF-PIE
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY "Piece inconnue."
               GO TO 0600-RTF-CRC-FIN
           END-IF.

           IF PG-QTE-CRC = 0
               DISPLAY "Aucune carcasse en stock pour cette piece."
               GO TO 0600-RTF-CRC-FIN
           END-IF.

           MOVE PG-QTE-CRC TO WS-QTE-RTF-EDT.
           DISPLAY "Carcasses en stock : "
                   FUNCTION TRIM (WS-QTE-RTF-EDT)
                   ". Les renvoyer toutes (O/N) :".
           ACCEPT WS-CNF.

           IF WS-CNF NOT = "O" AND WS-CNF NOT = "o"
               DISPLAY "Renvoi abandonne."
               GO TO 0600-RTF-CRC-FIN
           END-IF.

           MOVE PG-QTE-CRC TO PG-QTE-RTF.
           MOVE PG-QTE-CRC TO WS-QTE-RTF.
           MOVE "Carcasses (consigne)" TO WS-MTF-RTF.
           MOVE WS-MTF-RTF TO PG-MTF-RTF.
           COMPUTE PG-MTT-ATT = PG-QTE-CRC * PG-CSG-PIE.

           EXEC SQL
               INSERT INTO retour_fournisseur (id_fou, id_pie,
                               qte_rtf, motif_rtf, mtt_attendu,
                               date_rtf, statut_rtf, carcasse_rtf)
               VALUES (:PG-IDF-FOU, :PG-IDF-PIE, :PG-QTE-RTF,
                      :PG-MTF-RTF, :PG-MTT-ATT, CURRENT_DATE,
                      'attente_avoir', 'O')
               RETURNING id_rtf INTO :PG-IDF-RTF
           END-EXEC.

           IF SQLCODE = 0
               EXEC SQL
                   UPDATE carcasse
                   SET    statut_crc = 'retournee',
                          id_rtf     = :PG-IDF-RTF
                   WHERE  id_pie = :PG-IDF-PIE
                   AND    statut_crc = 'stock'
               END-EXEC
           END-IF.

           IF SQLCODE NOT = 0
               EXEC SQL ROLLBACK END-EXEC
               MOVE "retfou : renvoi des carcasses"
               TO   WS-OPE-ERR
               CALL "generr" USING WS-OPE-ERR, SQLCODE, WS-RTR-ERR
               END-CALL
               DISPLAY "Erreur lors du renvoi des carcasses."
               GO TO 0600-RTF-CRC-FIN
           END-IF.

           EXEC SQL COMMIT END-EXEC.

           MOVE PG-IDF-RTF TO WS-IDF-RTF-EDT.

           MOVE SPACES TO WS-MSG-LOG.
           STRING 'Carcasses renvoyees au fournisseur, retour '
                  DELIMITED BY SIZE
                  FUNCTION TRIM (WS-IDF-RTF-EDT) DELIMITED BY SIZE
                  ' : ' DELIMITED BY SIZE
                  FUNCTION TRIM (PG-NOM-PIE) DELIMITED BY SIZE
                  INTO WS-MSG-LOG
           END-STRING.

           CALL "genlog" USING WS-MSG-LOG,
                               WS-TYP-LOG,
                               SESS-IDF-UTI,
                               WS-IDF-PIE-NUL,
                               WS-QTE-LOG-NUL,
                               WS-LIEN-LOG-NUL,
                               WS-RTR-LOG
           END-CALL.

           PERFORM 0400-IMP-BON-DEB
              THRU 0400-IMP-BON-FIN.

       0600-RTF-CRC-FIN.
           EXIT.
