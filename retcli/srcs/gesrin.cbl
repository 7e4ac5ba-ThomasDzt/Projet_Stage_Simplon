      * stock puisque rien n'etait entre ; le suivi de l'avoir se fait *
      * dans retfou). Chaque decision est journalisee via genlog       *
      * (type_log = 'retour_client') avec le decideur.                 *
      * Un renvoi peut ouvrir une reclamation sous garantie            *
      * (garantie_fournisseur) : rattachee au retour inspecte, a la    *
      * vente d'origine, au numero de serie pour une piece serialisee  *
      * et au fournisseur, elle n'est ouverte que dans la duree de     *
      * garantie du fournisseur sur la piece (piece_fournisseur,       *
      * comptee depuis la vente). Son suivi se fait dans gesgar.       *
      *                                                                *
      *----------------------------------------------------------------*
      *                           TRIGRAMMES                           *
      * DEP=DEPOT; QTE=QUANTITE; REB=REBUT; FOU=FOURNISSEUR;           *
      * STA=STATUT; IDF=IDENTIFIANT; UTI=UTILISATEUR; NBR=NOMBRE;      *
      * RSU=RESULTAT; CHX=CHOIX; APL=APPEL; MAJ=MISE A JOUR;           *
      * INS=INSERTION; AFF=AFFICHAGE; LRR=LEURRE; GAR=GARANTIE;        *
      * SER=SERIE; SRL=SERIALISEE; CMD=COMMANDE; VTE=VENTE; DAT=DATE;  *
      * CTL=CONTROLE; DEB=DEBUT                                        *
      ******************************************************************

       IDENTIFICATION DIVISION.
       01 PG-FOU-PIE-IND        PIC S9(04) COMP-5.
       01 PG-CST-PIE            PIC 9(08)V99.
       01 PG-MTT-ATT            PIC 9(12)V99.
       01 PG-IDF-RTF            PIC 9(10).

      * Reclamation sous garantie : vente d'origine (et sa date),
      * serie de l'unite defaillante, duree de garantie du
      * fournisseur et date de fin qui s'en deduit.
       01 PG-SRL-PIE            PIC X(01).
       01 PG-IDF-CMD-VTE        PIC 9(10).
       01 PG-DAT-VTE            PIC X(10).
       01 PG-NUM-SER            PIC X(30).
       01 PG-IDF-SER            PIC 9(10).
       01 PG-DAT-VTE-SER        PIC X(10).
       01 PG-GAR-PFO            PIC 9(03).
       01 PG-DAT-FIN-GAR        PIC X(10).
       01 PG-SOU-GAR            PIC X(01).

       EXEC SQL END DECLARE SECTION END-EXEC.

       01 WS-IDF-RIN            PIC 9(10).
       01 WS-NBR-RIN            PIC 9(05)   VALUE 0.

      * Renvoi ouvrant une reclamation sous garantie, et resultat du
      * controle de la garantie.
       01 WS-GAR-RNV            PIC X(01)   VALUE "N".
           88 WS-GAR-RNV-OUI                VALUE "O".
           88 WS-GAR-RNV-NON                VALUE "N".
       01 WS-CTL-GAR            PIC X(01)   VALUE "N".
           88 WS-CTL-GAR-OK                 VALUE "O".
           88 WS-CTL-GAR-KO                 VALUE "N".

      * Zones passees a majpie pour la remise en stock, memes
      * conventions que l'ancien circuit direct de retcli.
       01 WS-QTE-PIE-NUL        PIC 9(10)   VALUE 0.
               SELECT r.id_pie, p.nom_pie, r.depot_pie, r.num_lot,
                      r.qte_rin, r.statut_rin, p.fou_pie,
                      COALESCE(p.prix_unitaire_pie, 0),
                      COALESCE(p.kit_pie, 'N'),
                      COALESCE(p.serialise_pie, 'N')
               INTO   :PG-IDF-PIE, :PG-NOM-PIE, :PG-DEP-PIE,
                      :PG-NUM-LOT:PG-NUM-LOT-IND,
                      :PG-QTE-RIN, :PG-STA-RIN,
                      :PG-FOU-PIE:PG-FOU-PIE-IND, :PG-CST-PIE,
                      :PG-KIT-PIE, :PG-SRL-PIE
               FROM   retour_inspection r
               JOIN   piece p ON p.id_pie = r.id_pie
               WHERE  r.id_rin = :PG-IDF-RIN
      * Renvoi au fournisseur attitre : ouvre le suivi d'avoir
      * fournisseur (retour_fournisseur 'attente_avoir', valorise au
      * cout moyen) sans debit de stock - rien n'etait entre. Le
      * suivi et le solde de l'avoir se font dans retfou. Une
      * reclamation sous garantie, controlee au prealable, est
      * ouverte dans la meme transaction ; elle se suit dans gesgar.

       0400-RNV-FOU-DEB.

               GO TO 0400-RNV-FOU-FIN
           END-IF.

           SET WS-GAR-RNV-NON TO TRUE.

           DISPLAY "Reclamation sous garantie fournisseur (O/N) ?".
           ACCEPT WS-CHX.

           IF WS-CHX = "O" OR WS-CHX = "o"
               SET WS-GAR-RNV-OUI TO TRUE

               PERFORM 0450-CTL-GAR-DEB
                  THRU 0450-CTL-GAR-FIN

               IF WS-CTL-GAR-KO
                   DISPLAY "Reclamation impossible, renvoi non "
                           "applique (renvoyer sans reclamation ?)."
                   GO TO 0400-RNV-FOU-FIN
               END-IF
           END-IF.

           COMPUTE PG-MTT-ATT = PG-QTE-RIN * PG-CST-PIE.

           EXEC SQL
               VALUES (:PG-FOU-PIE, :PG-IDF-PIE, :PG-QTE-RIN,
                      'Retour client non revendable', :PG-MTT-ATT,
                      CURRENT_DATE, 'attente_avoir')
               RETURNING id_rtf INTO :PG-IDF-RTF
           END-EXEC.

           IF SQLCODE NOT = 0
               GO TO 0400-RNV-FOU-FIN
           END-IF.

           IF WS-GAR-RNV-OUI
               MOVE SESS-IDF-UTI TO PG-IDF-UTI

               EXEC SQL
                   INSERT INTO garantie_fournisseur (id_rin, id_ser,
                                   id_cmd, id_fou, id_pie, id_rtf,
                                   qte_gar, date_vte, date_fin_gar,
                                   date_gar, statut_gar, id_uti)
                   VALUES (:PG-IDF-RIN, NULLIF(:PG-IDF-SER, 0),
                          :PG-IDF-CMD-VTE, :PG-FOU-PIE, :PG-IDF-PIE,
                          :PG-IDF-RTF, :PG-QTE-RIN,
                          TO_DATE(:PG-DAT-VTE, 'YYYY-MM-DD'),
                          (CASE WHEN TRIM(:PG-DAT-FIN-GAR) = ''
                                THEN NULL
                                ELSE TO_DATE(:PG-DAT-FIN-GAR,
                                             'YYYY-MM-DD') END),
                          CURRENT_DATE, 'ouverte', :PG-IDF-UTI)
               END-EXEC

               IF SQLCODE NOT = 0
                   EXEC SQL ROLLBACK END-EXEC
                   MOVE "gesrin : insertion garantie_fournisseur"
                   TO   WS-OPE-ERR
                   CALL "generr" USING WS-OPE-ERR, SQLCODE,
                                       WS-RTR-ERR
                   END-CALL
                   DISPLAY "Erreur a l'ouverture de la reclamation, "
                           "renvoi non applique."
                   GO TO 0400-RNV-FOU-FIN
               END-IF
           END-IF.

           EXEC SQL COMMIT END-EXEC.

           MOVE "retour_fou" TO PG-STA-NVO.
           DISPLAY "Renvoi au fournisseur ouvert (suivi de l'avoir "
                   "dans retfou).".

           IF WS-GAR-RNV-OUI
               DISPLAY "Reclamation sous garantie ouverte (suivi "
                       "dans gesgar)."
           END-IF.

       0400-RNV-FOU-FIN.
           EXIT.

      *-----------------------------------------------------------------

      * Controle d'une reclamation sous garantie : retrouve la vente
      * d'origine du retour, la serie de l'unite defaillante pour une
      * piece serialisee (sa date de vente prime alors), puis la
      * duree de garantie du fournisseur sur la piece. Hors garantie,
      * la reclamation est refusee ; sans duree connue, elle est
      * ouverte sans controle du delai.

       0450-CTL-GAR-DEB.

           SET WS-CTL-GAR-KO TO TRUE.

           MOVE 0      TO PG-IDF-SER.
           MOVE SPACES TO PG-DAT-FIN-GAR.

           EXEC SQL
               SELECT c.id_cmd, TO_CHAR(c.date_cmd, 'YYYY-MM-DD')
               INTO   :PG-IDF-CMD-VTE, :PG-DAT-VTE
               FROM   retour_inspection r
               JOIN   commande_retour t ON t.id_ret = r.id_ret
               JOIN   commande_ligne l ON l.id_lgn_cmd = t.id_lgn_cmd
               JOIN   commande c ON c.id_cmd = l.id_cmd
               WHERE  r.id_rin = :PG-IDF-RIN
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY "Vente d'origine du retour introuvable."
               GO TO 0450-CTL-GAR-FIN
           END-IF.

           IF PG-SRL-PIE = "O"
               DISPLAY "Numero de serie de l'unite defaillante :"
               MOVE SPACES TO PG-NUM-SER
               ACCEPT PG-NUM-SER

               EXEC SQL
                   SELECT id_ser,
                          COALESCE(TO_CHAR(date_vte, 'YYYY-MM-DD'),
                                   :PG-DAT-VTE)
                   INTO   :PG-IDF-SER, :PG-DAT-VTE-SER
                   FROM   piece_serie
                   WHERE  id_pie  = :PG-IDF-PIE
                   AND    num_ser = TRIM(:PG-NUM-SER)
               END-EXEC

               IF SQLCODE NOT = 0
                   DISPLAY "Serie inconnue pour cette piece."
                   GO TO 0450-CTL-GAR-FIN
               END-IF

               MOVE PG-DAT-VTE-SER TO PG-DAT-VTE
           END-IF.

           EXEC SQL
               SELECT COALESCE(MAX(garantie_mois_pfo), 0)
               INTO   :PG-GAR-PFO
               FROM   piece_fournisseur
               WHERE  id_pie = :PG-IDF-PIE
               AND    id_fou = :PG-FOU-PIE
               AND    actif_pfo = 'O'
           END-EXEC.

           IF SQLCODE NOT = 0 OR PG-GAR-PFO = 0
               DISPLAY "Aucune duree de garantie connue pour ce "
                       "fournisseur : reclamation sans controle du "
                       "delai."
               SET WS-CTL-GAR-OK TO TRUE
               GO TO 0450-CTL-GAR-FIN
           END-IF.

           EXEC SQL
               SELECT TO_CHAR(d.fin, 'YYYY-MM-DD'),
                      CASE WHEN d.fin >= CURRENT_DATE
                           THEN 'O' ELSE 'N' END
               INTO   :PG-DAT-FIN-GAR, :PG-SOU-GAR
               FROM  (SELECT (TO_DATE(:PG-DAT-VTE, 'YYYY-MM-DD')
                              + CAST(:PG-GAR-PFO AS INTEGER)
                                * INTERVAL '1 month')::DATE AS fin) d
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY "Date de vente invalide."
               GO TO 0450-CTL-GAR-FIN
           END-IF.

           IF PG-SOU-GAR NOT = "O"
               DISPLAY "Piece vendue le " PG-DAT-VTE
                       " : hors garantie depuis le " PG-DAT-FIN-GAR
                       "."
               GO TO 0450-CTL-GAR-FIN
           END-IF.

           DISPLAY "Sous garantie jusqu'au " PG-DAT-FIN-GAR ".".

           SET WS-CTL-GAR-OK TO TRUE.

       0450-CTL-GAR-FIN.
           EXIT.

      *-----------------------------------------------------------------

      * Acte la decision (statut, decideur, date) et la journalise.

       0500-ACT-DEC-DEB.
