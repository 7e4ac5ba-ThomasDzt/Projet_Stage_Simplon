      ******************************************************************
      *                                                                *
      *                 DESCRIPTION DU SOUS-PROGRAMME                  *
      *                                                                *
      * genpfi : ecriture d'un mouvement de points de fidelite. Tient  *
      * ensemble le grand livre mouvement_fidelite et le solde         *
      * pts_fid_cli du client particulier, selon le mode d'appel :     *
      * 'G' (gain, appele par genfac, document = facture) credite      *
      * le client facture de pts_eur_soc points par euro TTC, arrondi  *
      * a l'inferieur - un seul gain par facture, et rien pour un      *
      * professionnel ni pour la fiche COMPTOIR ;                      *
      * 'A' (reprise, appele par genavr, document = avoir) reprend les *
      * points de l'avoir au meme taux, dans la limite de ce que la    *
      * facture d'origine a rapporte et n'a pas deja ete repris ;      *
      * 'U' (utilisation, document = reglement) debite les points      *
      * d'un reglement de mode 'points' que l'appelant vient d'inserer *
      * sans le valider : montant divise par val_pts_soc, arrondi au   *
      * superieur. Le solde doit couvrir le debit, sinon le reglement  *
      * est annule avec le mouvement (ROLLBACK) et l'appelant averti.  *
      * Chaque ecriture est validee ici (COMMIT). L'expiration est     *
      * passee par l'etape de fin de mois trtpfi.                      *
      *                                                                *
      *----------------------------------------------------------------*
      *                           TRIGRAMMES                           *
      *                                                                *
      * genpfi=generation points fidelite                              *
      * PFI=POINTS FIDELITE; MFI=MOUVEMENT FIDELITE; PTS=POINTS;       *
      * MOD=MODE; DOC=DOCUMENT; FAC=FACTURE; AVR=AVOIR; RGL=REGLEMENT; *
      * CLI=CLIENT; TYP=TYPE; NOM=NOM; SLD=SOLDE; MTT=MONTANT;         *
      * GAI=GAIN; RPR=REPRISE; UTL=UTILISATION; DEJ=DEJA;              *
      * IDF=IDENTIFIANT; UTI=UTILISATEUR; RTR=RETOUR; INS=INSERTION;   *
      * MAJ=MISE A JOUR; ERR=ERREUR; OPE=OPERATION; DEB=DEBUT          *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. genpfi.
       AUTHOR. ThomasD.
       DATE-WRITTEN. 15-10-2026 (fr).

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.

       01 PG-IDF-DOC         PIC 9(10).
       01 PG-IDF-UTI         PIC 9(10).
       01 PG-IDF-CLI         PIC 9(10).
       01 PG-IDF-FAC         PIC 9(10).
       01 PG-TYP-CLI         PIC X(01).
       01 PG-NOM-CLI         PIC X(50).
       01 PG-MTT-TTC         PIC 9(10)V99.

      * Mouvement ecrit (signe : positif au gain, negatif a la reprise,
      * a l'utilisation et a l'expiration) et solde du client.
       01 PG-TYP-MFI         PIC X(01).
       01 PG-PTS-MFI         PIC S9(09).
       01 PG-SLD-PFI         PIC S9(09).

      * Points deja gagnes et deja repris sur la facture, nombre de
      * mouvements deja passes pour le document.
       01 PG-PTS-GAI         PIC S9(09).
       01 PG-PTS-RPR         PIC S9(09).
       01 PG-NBR-DEJ         PIC 9(05).

       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

      * Mode d'appel recu : G = gain sur facture, A = reprise sur
      * avoir, U = utilisation par un reglement.
       01 WS-MOD-PFI         PIC X(01).
           88 WS-MOD-PFI-GAI             VALUE "G".
           88 WS-MOD-PFI-RPR             VALUE "A".
           88 WS-MOD-PFI-UTL             VALUE "U".

      * Code retour rendu a l'appelant : 0 = mouvement ecrit ; 1 =
      * rien a ecrire (client non eligible, document deja traite,
      * zero point) ; 2 = solde insuffisant (utilisation refusee,
      * reglement annule) ; 3 = erreur SQL.
       01 WS-RTR-PFI         PIC 9(01)   VALUE 0.
           88 WS-RTR-PFI-OK              VALUE 0.
           88 WS-RTR-PFI-AUC             VALUE 1.
           88 WS-RTR-PFI-SLD-INS         VALUE 2.
           88 WS-RTR-PFI-ERR             VALUE 3.

      * Zones utilisees pour tracer via generr l'echec d'une des
      * ecritures SQL en cas de SQLCODE en erreur.
       01 WS-OPE-ERR         PIC X(60).
       01 WS-RTR-ERR         PIC 9(01).

       LINKAGE SECTION.
       01 LK-MOD-PFI         PIC X(01).
       01 LK-IDF-DOC         PIC 9(10).
       01 LK-IDF-UTI         PIC 9(10).
       01 LK-IDF-CLI         PIC 9(10).
       01 LK-PTS-PFI         PIC 9(09).
       01 LK-RTR-PFI         PIC 9(01).


       PROCEDURE DIVISION USING LK-MOD-PFI,
                                LK-IDF-DOC,
                                LK-IDF-UTI,
                                LK-IDF-CLI,
                                LK-PTS-PFI,
                                LK-RTR-PFI.

           MOVE LK-MOD-PFI TO WS-MOD-PFI.
           MOVE LK-IDF-DOC TO PG-IDF-DOC.
           MOVE LK-IDF-UTI TO PG-IDF-UTI.
           MOVE 0          TO PG-IDF-CLI.
           MOVE 0          TO PG-PTS-MFI.
           SET WS-RTR-PFI-AUC TO TRUE.

           EVALUATE TRUE
               WHEN WS-MOD-PFI-GAI
                   PERFORM 0100-GAI-FAC-DEB
                      THRU 0100-GAI-FAC-FIN

               WHEN WS-MOD-PFI-RPR
                   PERFORM 0200-RPR-AVR-DEB
                      THRU 0200-RPR-AVR-FIN

               WHEN WS-MOD-PFI-UTL
                   PERFORM 0300-UTL-RGL-DEB
                      THRU 0300-UTL-RGL-FIN
           END-EVALUATE.

           MOVE PG-IDF-CLI TO LK-IDF-CLI.

           IF PG-PTS-MFI < 0
               COMPUTE LK-PTS-PFI = 0 - PG-PTS-MFI
           ELSE
               MOVE PG-PTS-MFI TO LK-PTS-PFI
           END-IF.

           MOVE WS-RTR-PFI TO LK-RTR-PFI.

           EXIT PROGRAM.

      ******************************************************************
      *                         PARAGRAPHES                            *
      ******************************************************************

      * Gain sur facture : le client facture (le payeur s'il y en a
      * un, a defaut le client de la commande) doit etre un
      * particulier autre que la fiche COMPTOIR, et la facture ne doit
      * pas deja avoir rapporte de points.

       0100-GAI-FAC-DEB.

           MOVE PG-IDF-DOC TO PG-IDF-FAC.

           EXEC SQL
               SELECT cl.id_cli, COALESCE(cl.typ_cli, 'P'),
                      cl.nom_cli, f.mtt_ttc
               INTO   :PG-IDF-CLI, :PG-TYP-CLI, :PG-NOM-CLI,
                      :PG-MTT-TTC
               FROM   facture f
               JOIN   commande c ON c.id_cmd = f.id_cmd
               JOIN   client cl
                      ON cl.id_cli = COALESCE(f.id_cli_fac, c.id_cli)
               WHERE  f.id_fac = :PG-IDF-FAC
           END-EXEC.

           IF SQLCODE NOT = 0
               MOVE 0 TO PG-IDF-CLI
               GO TO 0100-GAI-FAC-FIN
           END-IF.

           IF PG-TYP-CLI NOT = "P" OR PG-NOM-CLI = "COMPTOIR"
               GO TO 0100-GAI-FAC-FIN
           END-IF.

           EXEC SQL
               SELECT COUNT(*)
               INTO   :PG-NBR-DEJ
               FROM   mouvement_fidelite
               WHERE  id_fac = :PG-IDF-FAC
               AND    typ_mfi = 'G'
           END-EXEC.

           IF PG-NBR-DEJ NOT = 0
               GO TO 0100-GAI-FAC-FIN
           END-IF.

           EXEC SQL
               SELECT FLOOR(:PG-MTT-TTC * COALESCE(pts_eur_soc, 1))
               INTO   :PG-PTS-MFI
               FROM   societe
               FETCH FIRST 1 ROW ONLY
           END-EXEC.

           IF SQLCODE NOT = 0 OR PG-PTS-MFI <= 0
               MOVE 0 TO PG-PTS-MFI
               GO TO 0100-GAI-FAC-FIN
           END-IF.

           MOVE "G" TO PG-TYP-MFI.

           PERFORM 0900-INS-MFI-DEB
              THRU 0900-INS-MFI-FIN.

       0100-GAI-FAC-FIN.
           EXIT.

      *-----------------------------------------------------------------

      * Reprise sur avoir : l'avoir remonte par son retour a la ligne
      * rendue et a la facture qui l'a portee. Les points repris sont
      * ceux du TTC de l'avoir au taux courant, plafonnes a ce que la
      * facture a rapporte moins ce qui a deja ete repris sur elle. Le
      * solde du client peut devenir negatif s'il a deja depense ces
      * points : ses prochains gains le renflouent d'abord.

       0200-RPR-AVR-DEB.

           EXEC SQL
               SELECT l.id_fac, a.mtt_ttc
               INTO   :PG-IDF-FAC, :PG-MTT-TTC
               FROM   avoir a
               JOIN   commande_retour r ON r.id_ret = a.id_ret
               JOIN   commande_ligne l  ON l.id_lgn_cmd = r.id_lgn_cmd
               WHERE  a.id_avr = :PG-IDF-DOC
               AND    l.id_fac IS NOT NULL
           END-EXEC.

           IF SQLCODE NOT = 0
               GO TO 0200-RPR-AVR-FIN
           END-IF.

           EXEC SQL
               SELECT COUNT(*)
               INTO   :PG-NBR-DEJ
               FROM   mouvement_fidelite
               WHERE  id_avr = :PG-IDF-DOC
           END-EXEC.

           IF PG-NBR-DEJ NOT = 0
               GO TO 0200-RPR-AVR-FIN
           END-IF.

           EXEC SQL
               SELECT COALESCE(MIN(id_cli), 0),
                      COALESCE(SUM(CASE WHEN typ_mfi = 'G'
                                        THEN pts_mfi END), 0),
                      COALESCE(SUM(CASE WHEN typ_mfi = 'A'
                                        THEN 0 - pts_mfi END), 0)
               INTO   :PG-IDF-CLI, :PG-PTS-GAI, :PG-PTS-RPR
               FROM   mouvement_fidelite
               WHERE  id_fac = :PG-IDF-FAC
               AND    typ_mfi IN ('G', 'A')
           END-EXEC.

           IF SQLCODE NOT = 0 OR PG-PTS-GAI <= 0
               MOVE 0 TO PG-IDF-CLI
               GO TO 0200-RPR-AVR-FIN
           END-IF.

           EXEC SQL
               SELECT FLOOR(:PG-MTT-TTC * COALESCE(pts_eur_soc, 1))
               INTO   :PG-PTS-MFI
               FROM   societe
               FETCH FIRST 1 ROW ONLY
           END-EXEC.

           IF SQLCODE NOT = 0
               MOVE 0 TO PG-PTS-MFI
           END-IF.

           IF PG-PTS-MFI > PG-PTS-GAI - PG-PTS-RPR
               COMPUTE PG-PTS-MFI = PG-PTS-GAI - PG-PTS-RPR
           END-IF.

           IF PG-PTS-MFI <= 0
               MOVE 0 TO PG-PTS-MFI
               GO TO 0200-RPR-AVR-FIN
           END-IF.

           COMPUTE PG-PTS-MFI = 0 - PG-PTS-MFI.
           MOVE "A" TO PG-TYP-MFI.

           PERFORM 0900-INS-MFI-DEB
              THRU 0900-INS-MFI-FIN.

       0200-RPR-AVR-FIN.
           EXIT.

      *-----------------------------------------------------------------

      * Utilisation par un reglement de mode 'points' insere (non
      * valide) par l'appelant : relit le client et convertit le
      * montant en points, verrouille le solde et le controle. Un
      * solde insuffisant ou un client non particulier annule le
      * reglement avec le reste de la transaction.

       0300-UTL-RGL-DEB.

           EXEC SQL
               SELECT r.id_cli, COALESCE(cl.typ_cli, 'P'),
                      COALESCE(cl.pts_fid_cli, 0),
                      CEIL(r.mtt_rgl /
                           (SELECT COALESCE(s.val_pts_soc, 0.01)
                            FROM   societe s
                            FETCH FIRST 1 ROW ONLY))
               INTO   :PG-IDF-CLI, :PG-TYP-CLI, :PG-SLD-PFI,
                      :PG-PTS-MFI
               FROM   reglement r
               JOIN   client cl ON cl.id_cli = r.id_cli
               WHERE  r.id_rgl = :PG-IDF-DOC
               FOR UPDATE OF cl
           END-EXEC.

           IF SQLCODE NOT = 0
               EXEC SQL ROLLBACK END-EXEC
               MOVE "genpfi : lecture reglement points"
               TO   WS-OPE-ERR
               CALL "generr" USING WS-OPE-ERR, SQLCODE, WS-RTR-ERR
               END-CALL
               MOVE 0 TO PG-IDF-CLI
               MOVE 0 TO PG-PTS-MFI
               SET WS-RTR-PFI-ERR TO TRUE
               GO TO 0300-UTL-RGL-FIN
           END-IF.

           IF PG-TYP-CLI NOT = "P" OR PG-PTS-MFI > PG-SLD-PFI
              OR PG-PTS-MFI <= 0
               EXEC SQL ROLLBACK END-EXEC
               SET WS-RTR-PFI-SLD-INS TO TRUE
               GO TO 0300-UTL-RGL-FIN
           END-IF.

           COMPUTE PG-PTS-MFI = 0 - PG-PTS-MFI.
           MOVE "U" TO PG-TYP-MFI.
           MOVE 0   TO PG-IDF-FAC.

           PERFORM 0900-INS-MFI-DEB
              THRU 0900-INS-MFI-FIN.

       0300-UTL-RGL-FIN.
           EXIT.

      *-----------------------------------------------------------------

      * Ecrit le mouvement avec sa piece (facture, avoir ou reglement
      * selon le mode), reporte les points sur le solde du client et
      * valide les deux ensemble.

       0900-INS-MFI-DEB.

           EXEC SQL
               INSERT INTO mouvement_fidelite (id_cli, date_mfi,
                               typ_mfi, pts_mfi, id_fac, id_avr,
                               id_rgl, id_uti)
               VALUES (:PG-IDF-CLI, CURRENT_DATE, :PG-TYP-MFI,
                      :PG-PTS-MFI, NULLIF(:PG-IDF-FAC, 0),
                      CASE WHEN :PG-TYP-MFI = 'A'
                           THEN :PG-IDF-DOC END,
                      CASE WHEN :PG-TYP-MFI = 'U'
                           THEN :PG-IDF-DOC END,
                      NULLIF(:PG-IDF-UTI, 0))
           END-EXEC.

           IF SQLCODE NOT = 0
               EXEC SQL ROLLBACK END-EXEC
               MOVE "genpfi : insertion mouvement_fidelite"
               TO   WS-OPE-ERR
               CALL "generr" USING WS-OPE-ERR, SQLCODE, WS-RTR-ERR
               END-CALL
               SET WS-RTR-PFI-ERR TO TRUE
               GO TO 0900-INS-MFI-FIN
           END-IF.

           EXEC SQL
               UPDATE client
               SET    pts_fid_cli = COALESCE(pts_fid_cli, 0)
                                    + :PG-PTS-MFI
               WHERE  id_cli = :PG-IDF-CLI
           END-EXEC.

           IF SQLCODE NOT = 0
               EXEC SQL ROLLBACK END-EXEC
               MOVE "genpfi : maj pts_fid_cli"
               TO   WS-OPE-ERR
               CALL "generr" USING WS-OPE-ERR, SQLCODE, WS-RTR-ERR
               END-CALL
               SET WS-RTR-PFI-ERR TO TRUE
               GO TO 0900-INS-MFI-FIN
           END-IF.

           EXEC SQL COMMIT END-EXEC.

           SET WS-RTR-PFI-OK TO TRUE.

       0900-INS-MFI-FIN.
           EXIT.
