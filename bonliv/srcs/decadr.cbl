      ******************************************************************
      *                                                                *
      *                 DESCRIPTION DU SOUS-PROGRAMME                  *
      *                                                                *
      * decadr : declaration des marchandises dangereuses (ADR) d'une  *
      * expedition, a partir du classement des pieces (gesadr). Deux   *
      * fonctions :                                                    *
      * 'V' verifie qu'une commande (lignes expediees, hors livraison  *
      * directe et reservation) peut partir par le transport prevu :   *
      * si elle porte une piece dangereuse et que le transport n'est   *
      * pas habilite ADR (transporteur colis, societe.transp_adr_soc ; *
      * tournee, tournee.adr_trn), l'expedition est refusee (retour    *
      * 1). Appele par genbl avant la creation du bon et par gestrn    *
      * avant l'ajout d'un arret.                                      *
      * 'I' imprime le bloc de declaration ADR d'un bon de livraison   *
      * ('B', genbl) ou d'une tournee ('T', feuille de gestrn) : une   *
      * ligne par piece dangereuse (numero ONU, designation, classe,   *
      * groupe d'emballage, quantite limitee, quantite et poids), un   *
      * total par classe et un total general. Rien n'est imprime si    *
      * l'expedition ne porte aucune piece dangereuse.                 *
      *                                                                *
      * Code retour rendu a l'appelant : 0 = expedition autorisee (ou  *
      * impression faite) ; 1 = piece dangereuse et transport non      *
      * habilite.                                                      *
      *                                                                *
      *----------------------------------------------------------------*
      *                           TRIGRAMMES                           *
      *                                                                *
      * decadr=declaration ADR                                         *
      * ADR=MATIERE DANGEREUSE (ADR); APL=APPEL; TYP=TYPE;             *
      * IDF=IDENTIFIANT; HAB=HABILITATION; RTR=RETOUR; CMD=COMMANDE;   *
      * BLV=BON DE LIVRAISON; TRN=TOURNEE; ONU=NUMERO ONU; CLS=CLASSE; *
      * GRP=GROUPE D'EMBALLAGE; QLM=QUANTITE LIMITEE; PIE=PIECE;       *
      * NOM=NOM; QTE=QUANTITE; PDS=POIDS; NBR=NOMBRE; PRC=PRECEDENTE;  *
      * TOT=TOTAL; RSU=RESULTAT; VER=VERIFICATION; IMP=IMPRESSION;     *
      * FCH=LECTURE; EDT=EDITION; DEB=DEBUT                            *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. decadr.
       AUTHOR. ThomasD.
       DATE-WRITTEN. 15-10-2026 (fr).

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.

       01 PG-IDF-ADR            PIC 9(10).
       01 PG-NBR-ADR            PIC 9(05).

       01 PG-CLS-ADR-RSU        PIC X(04).
       01 PG-ONU-PIE-RSU        PIC X(04).
       01 PG-GRP-EMB-RSU        PIC X(03).
       01 PG-QLM-PIE-RSU        PIC X(01).
       01 PG-NOM-PIE-RSU        PIC X(30).
       01 PG-QTE-ADR-RSU        PIC 9(07).
       01 PG-PDS-ADR-RSU        PIC 9(07)V999.

       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

      * Declaration du curseur des pieces dangereuses d'un bon de
      * livraison, par classe puis numero ONU.
       EXEC SQL
           DECLARE C-ADR-BLV CURSOR FOR
               SELECT p.classe_adr_pie, p.onu_pie,
                      COALESCE(p.grp_emb_pie, ' '),
                      COALESCE(p.qte_lim_pie, 'N'), p.nom_pie,
                      SUM(b.qte_exp),
                      SUM(b.qte_exp * COALESCE(p.poids_pie, 0))
               FROM   bon_livraison_ligne b
               JOIN   piece p ON p.id_pie = b.id_pie
               WHERE  b.id_bl = :PG-IDF-ADR
               AND    p.onu_pie IS NOT NULL
               AND    b.qte_exp > 0
               GROUP BY p.classe_adr_pie, p.onu_pie, p.grp_emb_pie,
                        p.qte_lim_pie, p.nom_pie
               ORDER BY p.classe_adr_pie, p.onu_pie, p.nom_pie
       END-EXEC.

      * Declaration du curseur des pieces dangereuses chargees sur une
      * tournee (lignes expediees des commandes de ses arrets).
       EXEC SQL
           DECLARE C-ADR-TRN CURSOR FOR
               SELECT p.classe_adr_pie, p.onu_pie,
                      COALESCE(p.grp_emb_pie, ' '),
                      COALESCE(p.qte_lim_pie, 'N'), p.nom_pie,
                      SUM(l.qte_lgn_cmd),
                      SUM(l.qte_lgn_cmd * COALESCE(p.poids_pie, 0))
               FROM   tournee_commande t
               JOIN   commande_ligne l ON l.id_cmd = t.id_cmd
               JOIN   piece p ON p.id_pie = l.id_pie
               WHERE  t.id_trn = :PG-IDF-ADR
               AND    p.onu_pie IS NOT NULL
               AND    COALESCE(l.liv_dir_lgn, 'N') = 'N'
               AND    COALESCE(l.rsv_lgn, 'N') = 'N'
               GROUP BY p.classe_adr_pie, p.onu_pie, p.grp_emb_pie,
                        p.qte_lim_pie, p.nom_pie
               ORDER BY p.classe_adr_pie, p.onu_pie, p.nom_pie
       END-EXEC.

      * Code retour rendu a l'appelant.
       01 WS-RTR-ADR            PIC 9(01)   VALUE 0.
           88 WS-RTR-ADR-OK                 VALUE 0.
           88 WS-RTR-ADR-REF                VALUE 1.

      * Rupture par classe : classe de la ligne precedente, cumuls de
      * la classe en cours et cumuls generaux.
       01 WS-NBR-LGN            PIC 9(05)   VALUE 0.
       01 WS-CLS-PRC            PIC X(04).
       01 WS-QTE-CLS            PIC 9(07)   VALUE 0.
       01 WS-PDS-CLS            PIC 9(07)V999 VALUE 0.
       01 WS-QTE-TOT            PIC 9(07)   VALUE 0.
       01 WS-PDS-TOT            PIC 9(07)V999 VALUE 0.

       01 WS-QTE-EDT            PIC Z(06)9.
       01 WS-PDS-EDT            PIC Z(06)9.999.

       LINKAGE SECTION.
       01 LK-APL-ADR            PIC X(01).
       01 LK-TYP-ADR            PIC X(01).
       01 LK-IDF-ADR            PIC 9(10).
       01 LK-HAB-ADR            PIC X(01).
       01 LK-RTR-ADR            PIC 9(01).


       PROCEDURE DIVISION USING LK-APL-ADR,
                                LK-TYP-ADR,
                                LK-IDF-ADR,
                                LK-HAB-ADR,
                                LK-RTR-ADR.

           MOVE LK-IDF-ADR TO PG-IDF-ADR.

           SET WS-RTR-ADR-OK TO TRUE.

           EVALUATE LK-APL-ADR
               WHEN "V"
                   PERFORM 0100-VER-ADR-DEB
                      THRU 0100-VER-ADR-FIN

               WHEN "I"
                   PERFORM 0200-IMP-ADR-DEB
                      THRU 0200-IMP-ADR-FIN

               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

           MOVE WS-RTR-ADR
           TO   LK-RTR-ADR.

           EXIT PROGRAM.

      ******************************************************************
      *                         PARAGRAPHES                            *
      ******************************************************************

      * Une commande portant au moins une piece dangereuse ne part que
      * par un transport habilite ADR.

       0100-VER-ADR-DEB.

           IF LK-HAB-ADR = "O"
               GO TO 0100-VER-ADR-FIN
           END-IF.

           EXEC SQL
               SELECT COUNT(*)
               INTO   :PG-NBR-ADR
               FROM   commande_ligne l
               JOIN   piece p ON p.id_pie = l.id_pie
               WHERE  l.id_cmd = :PG-IDF-ADR
               AND    p.onu_pie IS NOT NULL
               AND    COALESCE(l.liv_dir_lgn, 'N') = 'N'
               AND    COALESCE(l.rsv_lgn, 'N') = 'N'
           END-EXEC.

           IF SQLCODE = 0 AND PG-NBR-ADR > 0
               SET WS-RTR-ADR-REF TO TRUE
           END-IF.

       0100-VER-ADR-FIN.
           EXIT.

      *-----------------------------------------------------------------

      * Imprime le bloc de declaration : une ligne par piece, un total
      * a chaque changement de classe, puis le total general.

       0200-IMP-ADR-DEB.

           MOVE 0      TO WS-NBR-LGN.
           MOVE 0      TO WS-QTE-TOT.
           MOVE 0      TO WS-PDS-TOT.
           MOVE SPACES TO WS-CLS-PRC.

           EVALUATE LK-TYP-ADR
               WHEN "B"
                   EXEC SQL OPEN C-ADR-BLV END-EXEC
               WHEN "T"
                   EXEC SQL OPEN C-ADR-TRN END-EXEC
               WHEN OTHER
                   GO TO 0200-IMP-ADR-FIN
           END-EVALUATE.

           PERFORM 0280-FCH-ADR-DEB
              THRU 0280-FCH-ADR-FIN.

           PERFORM 0250-IMP-UNE-LGN-DEB
              THRU 0250-IMP-UNE-LGN-FIN
              UNTIL SQLCODE NOT = 0.

           IF LK-TYP-ADR = "B"
               EXEC SQL CLOSE C-ADR-BLV END-EXEC
           ELSE
               EXEC SQL CLOSE C-ADR-TRN END-EXEC
           END-IF.

           IF WS-NBR-LGN = 0
               GO TO 0200-IMP-ADR-FIN
           END-IF.

           PERFORM 0270-IMP-TOT-CLS-DEB
              THRU 0270-IMP-TOT-CLS-FIN.

           MOVE WS-QTE-TOT TO WS-QTE-EDT.
           MOVE WS-PDS-TOT TO WS-PDS-EDT.

           DISPLAY "Total ADR : " FUNCTION TRIM (WS-QTE-EDT)
                   " unite(s), " FUNCTION TRIM (WS-PDS-EDT) " kg".

       0200-IMP-ADR-FIN.
           EXIT.

      *-----------------------------------------------------------------

       0250-IMP-UNE-LGN-DEB.

           IF WS-NBR-LGN = 0
               DISPLAY "----------------------------------------------"
               DISPLAY "DECLARATION MARCHANDISES DANGEREUSES (ADR)"
               DISPLAY "UN     Designation               Cl.  GE  LQ "
                       "     Qte    Poids kg"
           END-IF.

           IF WS-NBR-LGN > 0 AND PG-CLS-ADR-RSU NOT = WS-CLS-PRC
               PERFORM 0270-IMP-TOT-CLS-DEB
                  THRU 0270-IMP-TOT-CLS-FIN
           END-IF.

           ADD 1 TO WS-NBR-LGN.

           MOVE PG-CLS-ADR-RSU TO WS-CLS-PRC.

           ADD PG-QTE-ADR-RSU TO WS-QTE-CLS.
           ADD PG-PDS-ADR-RSU TO WS-PDS-CLS.
           ADD PG-QTE-ADR-RSU TO WS-QTE-TOT.
           ADD PG-PDS-ADR-RSU TO WS-PDS-TOT.

           MOVE PG-QTE-ADR-RSU TO WS-QTE-EDT.
           MOVE PG-PDS-ADR-RSU TO WS-PDS-EDT.

           DISPLAY "UN" PG-ONU-PIE-RSU " " PG-NOM-PIE-RSU(1:25) " "
                   PG-CLS-ADR-RSU " " PG-GRP-EMB-RSU " "
                   PG-QLM-PIE-RSU " " WS-QTE-EDT " " WS-PDS-EDT.

           PERFORM 0280-FCH-ADR-DEB
              THRU 0280-FCH-ADR-FIN.

           EXIT.
       0250-IMP-UNE-LGN-FIN.

      *-----------------------------------------------------------------

      * Total de la classe qui se termine, puis remise a zero.

       0270-IMP-TOT-CLS-DEB.

           MOVE WS-QTE-CLS TO WS-QTE-EDT.
           MOVE WS-PDS-CLS TO WS-PDS-EDT.

           DISPLAY "  Total classe " FUNCTION TRIM (WS-CLS-PRC) " : "
                   FUNCTION TRIM (WS-QTE-EDT) " unite(s), "
                   FUNCTION TRIM (WS-PDS-EDT) " kg".

           MOVE 0 TO WS-QTE-CLS.
           MOVE 0 TO WS-PDS-CLS.

           EXIT.
       0270-IMP-TOT-CLS-FIN.

      *-----------------------------------------------------------------

       0280-FCH-ADR-DEB.

           IF LK-TYP-ADR = "B"
               EXEC SQL
                   FETCH C-ADR-BLV
                   INTO  :PG-CLS-ADR-RSU, :PG-ONU-PIE-RSU,
                         :PG-GRP-EMB-RSU, :PG-QLM-PIE-RSU,
                         :PG-NOM-PIE-RSU, :PG-QTE-ADR-RSU,
                         :PG-PDS-ADR-RSU
               END-EXEC
           ELSE
               EXEC SQL
                   FETCH C-ADR-TRN
                   INTO  :PG-CLS-ADR-RSU, :PG-ONU-PIE-RSU,
                         :PG-GRP-EMB-RSU, :PG-QLM-PIE-RSU,
                         :PG-NOM-PIE-RSU, :PG-QTE-ADR-RSU,
                         :PG-PDS-ADR-RSU
               END-EXEC
           END-IF.

           EXIT.
       0280-FCH-ADR-FIN.
