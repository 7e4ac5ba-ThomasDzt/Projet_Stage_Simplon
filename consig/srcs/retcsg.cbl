      ******************************************************************
      *                                                                *
      *                 DESCRIPTION DU SOUS-PROGRAMME                  *
      *                                                                *
      * retcsg : reprise des carcasses de pieces d'echange standard    *
      * consignees. A partir d'un id de client, liste ses consignes    *
      * ouvertes (lignes de consigne ajoutees par gencsg, hors         *
      * commandes annulees, dont la quantite n'est pas encore          *
      * entierement reprise) ; l'operateur choisit la ligne et le      *
      * nombre de carcasses rapportees, plafonne a la consigne         *
      * ouverte. La reprise est enregistree comme un retour sur la     *
      * ligne de consigne (commande_retour) et les carcasses entrent   *
      * au stock des carcasses (table carcasse, statut 'stock') d'ou   *
      * retfou les renverra au fournisseur. L'avoir qui rembourse la   *
      * consigne est emis aussitot par genavr (refuse si le mois est   *
      * clos : il s'emet alors plus tard par ecravr sur le meme        *
      * retour), et s'imprime par ecravr. Chaque reprise est           *
      * journalisee via genlog (type_log = 'consigne').                *
      *                                                                *
      *----------------------------------------------------------------*
      *                           TRIGRAMMES                           *
      *                                                                *
      * retcsg=reprise consigne                                        *
      * CSG=CONSIGNE; CRC=CARCASSE; CLI=CLIENT; CMD=COMMANDE;          *
      * LGN=LIGNE; PIE=PIECE; QTE=QUANTITE; OUV=OUVERTE; RET=RETOUR;   *
      * AVR=AVOIR; NUM=NUMERO; IDF=IDENTIFIANT; UTI=UTILISATEUR;       *
      * NBR=NOMBRE; RSU=RESULTAT; SLC=SELECTION; INS=INSERTION;        *
      * AFF=AFFICHAGE; APL=APPEL; RTR=RETOUR (CODE); EDT=EDITION;      *
      * LRR=LEURRE; DEB=DEBUT                                          *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. retcsg.
       AUTHOR. ThomasD.
       DATE-WRITTEN. 15-10-2026 (fr).

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.

       01 PG-IDF-CLI            PIC 9(10).
       01 PG-NOM-CLI            PIC X(50).

       01 PG-IDF-LGN-RSU        PIC 9(10).
       01 PG-IDF-CMD-RSU        PIC 9(10).
       01 PG-NOM-PIE-RSU        PIC X(30).
       01 PG-QTE-LGN-RSU        PIC 9(05).
       01 PG-QTE-OUV-RSU        PIC 9(05).

       01 PG-IDF-LGN            PIC 9(10).
       01 PG-IDF-PIE            PIC 9(10).
       01 PG-NOM-PIE            PIC X(30).
       01 PG-QTE-OUV            PIC 9(05).

       01 PG-QTE-RET            PIC 9(05).
       01 PG-IDF-UTI            PIC 9(10).
       01 PG-IDF-RET            PIC 9(10).

       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

      * Declaration du curseur des consignes ouvertes du client : la
      * ligne de consigne, sa commande, la piece consignee (par la
      * ligne de piece rattachee), la quantite vendue et ce qui reste
      * a reprendre.
       EXEC SQL
           DECLARE C-CSG CURSOR FOR
               SELECT l.id_lgn_cmd, l.id_cmd, p.nom_pie, l.qte_lgn_cmd,
                      l.qte_lgn_cmd
                      - COALESCE((SELECT SUM(r.qte_ret)
                                  FROM commande_retour r
                                  WHERE r.id_lgn_cmd = l.id_lgn_cmd), 0)
               FROM   commande_ligne l
               JOIN   commande c       ON c.id_cmd = l.id_cmd
               JOIN   commande_ligne k ON k.id_lgn_cmd = l.id_lgn_csg
               JOIN   piece p          ON p.id_pie = k.id_pie
               WHERE  c.id_cli = :PG-IDF-CLI
               AND    COALESCE(c.statut_cmd, 'saisie') <> 'annulee'
               AND    l.qte_lgn_cmd
                      > COALESCE((SELECT SUM(r.qte_ret)
                                  FROM commande_retour r
                                  WHERE r.id_lgn_cmd = l.id_lgn_cmd), 0)
               ORDER BY l.id_lgn_cmd
       END-EXEC.

       01 WS-LRR                PIC X(01).

       01 WS-IDF-CLI            PIC 9(10).
       01 WS-IDF-LGN            PIC 9(10).
       01 WS-QTE-RET            PIC 9(05).

       01 WS-NBR-LGN            PIC 9(05)   VALUE 0.

      * Zone de session partagee : qui est connecte sur ce poste.
       COPY session.

      * Zones d'appel de genavr : l'avoir de consigne est emis sur le
      * retour que l'on vient d'enregistrer.
       01 WS-IDF-AVR            PIC 9(10).
       01 WS-NUM-AVR            PIC 9(10).
       01 WS-RTR-AVR            PIC 9(01).
           88 WS-RTR-AVR-OK                 VALUE 0.
           88 WS-RTR-AVR-RET-INV            VALUE 1.
           88 WS-RTR-AVR-DEJ-AVR            VALUE 2.
           88 WS-RTR-AVR-ERR                VALUE 4.
           88 WS-RTR-AVR-PCP-CLO            VALUE 5.

       01 WS-IDF-LGN-EDT        PIC Z(10).
       01 WS-IDF-CMD-EDT        PIC Z(10).
       01 WS-IDF-RET-EDT        PIC Z(10).
       01 WS-NUM-AVR-EDT        PIC Z(10).
       01 WS-QTE-LGN-EDT        PIC Z(05).
       01 WS-QTE-OUV-EDT        PIC Z(05).
       01 WS-QTE-RET-EDT        PIC Z(05).

      * Zones utilisees pour journaliser via genlog.
       01 WS-MSG-LOG            PIC X(100).
       01 WS-TYP-LOG            PIC X(20)   VALUE "consigne".
       01 WS-QTE-LOG-NUL        PIC S9(10)  VALUE 0.
       01 WS-LIEN-LOG-NUL       PIC 9(10)   VALUE 0.
       01 WS-RTR-LOG            PIC 9(01).

      * Zones utilisees pour tracer via generr l'echec d'une des
      * ecritures SQL en cas de SQLCODE en erreur.
       01 WS-OPE-ERR            PIC X(60).
       01 WS-RTR-ERR            PIC 9(01).


       PROCEDURE DIVISION.

           PERFORM 0100-SSI-CLI-DEB
              THRU 0100-SSI-CLI-FIN.

           DISPLAY "Appuyez sur entree".
           ACCEPT WS-LRR.

           EXIT PROGRAM.

      ******************************************************************
      *                         PARAGRAPHES                            *
      ******************************************************************

      * Demande l'id du client, liste ses consignes ouvertes, puis
      * enchaine sur le choix de la ligne reprise.

       0100-SSI-CLI-DEB.

           MOVE 0 TO WS-NBR-LGN.

           DISPLAY "Reprise de carcasses - id du client :".
           ACCEPT WS-IDF-CLI.

           MOVE WS-IDF-CLI TO PG-IDF-CLI.

           EXEC SQL
               SELECT nom_cli
               INTO   :PG-NOM-CLI
               FROM   client
               WHERE  id_cli = :PG-IDF-CLI
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY "Client inconnu."
               GO TO 0100-SSI-CLI-FIN
           END-IF.

           DISPLAY "Consignes ouvertes de " FUNCTION TRIM (PG-NOM-CLI)
                   " :".
           DISPLAY "Ligne       Commande    Piece                     "
                   "     Vendu  Ouvert".

           EXEC SQL OPEN C-CSG END-EXEC.

           EXEC SQL
               FETCH C-CSG
               INTO  :PG-IDF-LGN-RSU, :PG-IDF-CMD-RSU,
                     :PG-NOM-PIE-RSU, :PG-QTE-LGN-RSU, :PG-QTE-OUV-RSU
           END-EXEC.

           PERFORM 0150-AFF-LGN-DEB
              THRU 0150-AFF-LGN-FIN
              UNTIL SQLCODE NOT = 0.

           EXEC SQL CLOSE C-CSG END-EXEC.

           IF WS-NBR-LGN = 0
               DISPLAY "(aucune consigne ouverte pour ce client)"
               GO TO 0100-SSI-CLI-FIN
           END-IF.

           PERFORM 0200-SSI-LGN-DEB
              THRU 0200-SSI-LGN-FIN.

       0100-SSI-CLI-FIN.
           EXIT.

      *-----------------------------------------------------------------

       0150-AFF-LGN-DEB.

           ADD 1 TO WS-NBR-LGN.

           MOVE PG-IDF-LGN-RSU TO WS-IDF-LGN-EDT.
           MOVE PG-IDF-CMD-RSU TO WS-IDF-CMD-EDT.
           MOVE PG-QTE-LGN-RSU TO WS-QTE-LGN-EDT.
           MOVE PG-QTE-OUV-RSU TO WS-QTE-OUV-EDT.

           DISPLAY WS-IDF-LGN-EDT "  " WS-IDF-CMD-EDT "  "
                   PG-NOM-PIE-RSU "  " WS-QTE-LGN-EDT "  "
                   WS-QTE-OUV-EDT.

           EXEC SQL
               FETCH C-CSG
               INTO  :PG-IDF-LGN-RSU, :PG-IDF-CMD-RSU,
                     :PG-NOM-PIE-RSU, :PG-QTE-LGN-RSU, :PG-QTE-OUV-RSU
           END-EXEC.

           EXIT.
       0150-AFF-LGN-FIN.

      *-----------------------------------------------------------------

      * Saisit la ligne de consigne reprise (verifiee appartenir au
      * client et encore ouverte) et le nombre de carcasses rendues.

       0200-SSI-LGN-DEB.

           DISPLAY "Id de la ligne de consigne :".
           ACCEPT WS-IDF-LGN.

           MOVE WS-IDF-LGN TO PG-IDF-LGN.

           EXEC SQL
               SELECT k.id_pie, p.nom_pie,
                      l.qte_lgn_cmd
                      - COALESCE((SELECT SUM(r.qte_ret)
                                  FROM commande_retour r
                                  WHERE r.id_lgn_cmd = l.id_lgn_cmd), 0)
               INTO   :PG-IDF-PIE, :PG-NOM-PIE, :PG-QTE-OUV
               FROM   commande_ligne l
               JOIN   commande c       ON c.id_cmd = l.id_cmd
               JOIN   commande_ligne k ON k.id_lgn_cmd = l.id_lgn_csg
               JOIN   piece p          ON p.id_pie = k.id_pie
               WHERE  l.id_lgn_cmd = :PG-IDF-LGN
               AND    c.id_cli = :PG-IDF-CLI
               AND    COALESCE(c.statut_cmd, 'saisie') <> 'annulee'
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY "Ligne de consigne inconnue pour ce client."
               GO TO 0200-SSI-LGN-FIN
           END-IF.

           IF PG-QTE-OUV = 0
               DISPLAY "Consigne deja entierement reprise."
               GO TO 0200-SSI-LGN-FIN
           END-IF.

           MOVE PG-QTE-OUV TO WS-QTE-OUV-EDT.
           DISPLAY "Carcasses rapportees (maximum "
                   FUNCTION TRIM (WS-QTE-OUV-EDT) ") :".
           ACCEPT WS-QTE-RET.

           IF WS-QTE-RET = 0 OR WS-QTE-RET > PG-QTE-OUV
               DISPLAY "Quantite invalide, reprise abandonnee."
               GO TO 0200-SSI-LGN-FIN
           END-IF.

           PERFORM 0300-INS-CRC-DEB
              THRU 0300-INS-CRC-FIN.

       0200-SSI-LGN-FIN.
           EXIT.

      *-----------------------------------------------------------------

      * Enregistre la reprise sur la ligne de consigne et entre les
      * carcasses au stock des carcasses, dans la meme transaction,
      * puis fait emettre l'avoir de consigne.

       0300-INS-CRC-DEB.

           MOVE WS-QTE-RET   TO PG-QTE-RET.
           MOVE SESS-IDF-UTI TO PG-IDF-UTI.

           EXEC SQL
               INSERT INTO commande_retour (id_lgn_cmd, qte_ret,
                               date_ret, id_uti)
               VALUES (:PG-IDF-LGN, :PG-QTE-RET, CURRENT_DATE,
                      :PG-IDF-UTI)
               RETURNING id_ret INTO :PG-IDF-RET
           END-EXEC.

           IF SQLCODE = 0
               EXEC SQL
                   INSERT INTO carcasse (id_pie, id_cli, id_ret,
                                   qte_crc, date_crc, statut_crc)
                   VALUES (:PG-IDF-PIE, :PG-IDF-CLI, :PG-IDF-RET,
                          :PG-QTE-RET, CURRENT_DATE, 'stock')
               END-EXEC
           END-IF.

           IF SQLCODE NOT = 0
               EXEC SQL ROLLBACK END-EXEC
               MOVE "retcsg : reprise de carcasse"
               TO   WS-OPE-ERR
               CALL "generr" USING WS-OPE-ERR, SQLCODE, WS-RTR-ERR
               END-CALL
               DISPLAY "Erreur lors de l'enregistrement de la reprise."
               GO TO 0300-INS-CRC-FIN
           END-IF.

           EXEC SQL COMMIT END-EXEC.

           MOVE PG-IDF-RET TO WS-IDF-RET-EDT.
           MOVE WS-QTE-RET TO WS-QTE-RET-EDT.

           MOVE SPACES TO WS-MSG-LOG.
           STRING 'Reprise de ' DELIMITED BY SIZE
                  FUNCTION TRIM (WS-QTE-RET-EDT) DELIMITED BY SIZE
                  ' carcasse(s) ' DELIMITED BY SIZE
                  FUNCTION TRIM (PG-NOM-PIE) DELIMITED BY SIZE
                  ', retour ' DELIMITED BY SIZE
                  FUNCTION TRIM (WS-IDF-RET-EDT) DELIMITED BY SIZE
                  INTO WS-MSG-LOG
           END-STRING.

           CALL "genlog" USING WS-MSG-LOG,
                               WS-TYP-LOG,
                               SESS-IDF-UTI,
                               PG-IDF-PIE,
                               WS-QTE-LOG-NUL,
                               WS-LIEN-LOG-NUL,
                               WS-RTR-LOG
           END-CALL.

           DISPLAY "Carcasse(s) entree(s) au stock des carcasses, "
                   "retour " FUNCTION TRIM (WS-IDF-RET-EDT) ".".

           PERFORM 0400-APL-GENAVR-DEB
              THRU 0400-APL-GENAVR-FIN.

       0300-INS-CRC-FIN.
           EXIT.

      *-----------------------------------------------------------------

      * Emet l'avoir qui rembourse la consigne reprise ; en cas de
      * refus, le retour reste enregistre et l'avoir s'emettra par
      * ecravr.

       0400-APL-GENAVR-DEB.

           CALL "genavr" USING PG-IDF-RET,
                               SESS-IDF-UTI,
                               WS-IDF-AVR,
                               WS-NUM-AVR,
                               WS-RTR-AVR
           END-CALL.

           EVALUATE TRUE
               WHEN WS-RTR-AVR-OK
                   MOVE WS-NUM-AVR TO WS-NUM-AVR-EDT
                   DISPLAY "Avoir de consigne n. "
                           FUNCTION TRIM (WS-NUM-AVR-EDT)
                           " emis (impression via ecravr)."

               WHEN WS-RTR-AVR-PCP-CLO
                   DISPLAY "Mois clos : avoir a emettre via ecravr "
                           "sur le retour "
                           FUNCTION TRIM (WS-IDF-RET-EDT) "."

               WHEN OTHER
                   DISPLAY "Avoir non emis (code " WS-RTR-AVR
                           ") : a emettre via ecravr sur le retour "
                           FUNCTION TRIM (WS-IDF-RET-EDT) "."
           END-EVALUATE.

       0400-APL-GENAVR-FIN.
           EXIT.
