      ******************************************************************
      *                                                                *
      *                 DESCRIPTION DU SOUS-PROGRAMME                  *
      *                                                                *
      * gescns : creation d'une consultation de fournisseurs (demande  *
      * de prix) pour les pieces cheres ou inhabituelles. L'acheteur   *
      * saisit un libelle puis les lignes une par une (piece et        *
      * quantite) ; chaque ligne invite d'office les fournisseurs      *
      * actifs de la piece dans piece_fournisseur, et l'acheteur peut  *
      * y ajouter d'autres fournisseurs actifs (piece encore jamais    *
      * achetee). La consultation reste au statut 'brouillon' jusqu'a  *
      * sa transmission par le traitement expcns ; les reponses des    *
      * fournisseurs sont saisies et comparees dans cmpcns. Une ligne  *
      * sans aucun fournisseur invite est abandonnee, une consultation *
      * sans ligne est supprimee. La creation est journalisee via      *
      * genlog (type_log = 'consultation').                            *
      *                                                                *
      *----------------------------------------------------------------*
      *                           TRIGRAMMES                           *
      *                                                                *
      * gescns=gestion consultations fournisseurs                      *
      * CNS=CONSULTATION; LCN=LIGNE DE CONSULTATION; CNF=CONSULTATION  *
      * FOURNISSEUR; PIE=PIECE; FOU=FOURNISSEUR; QTE=QUANTITE;         *
      * LIB=LIBELLE; ACF=ACTIF; NBR=NOMBRE; INV=INVITE; SUP=           *
      * SUPPLEMENTAIRE; IDF=IDENTIFIANT; UTI=UTILISATEUR; SSI=SAISIE;  *
      * CRE=CREATION; AJT=AJOUT; CPT=COMPTAGE; FIN=FIN; EDT=EDITION;   *
      * OPE=OPERATION; ERR=ERREUR; RTR=RETOUR; LRR=LEURRE; DEB=DEBUT   *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. gescns.
       AUTHOR. ThomasD.
       DATE-WRITTEN. 15-10-2026 (fr).

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.

       01 PG-IDF-CNS            PIC 9(10).
       01 PG-LIB-CNS            PIC X(60).
       01 PG-IDF-UTI            PIC 9(10).

       01 PG-IDF-LCN            PIC 9(10).
       01 PG-IDF-PIE            PIC 9(10).
       01 PG-NOM-PIE            PIC X(30).
       01 PG-ACF-PIE            PIC X(01).
       01 PG-QTE-LCN            PIC 9(10).

       01 PG-IDF-FOU            PIC 9(10).
       01 PG-NOM-FOU            PIC X(50).
       01 PG-ACF-FOU            PIC X(01).

       01 PG-NBR-INV            PIC 9(05).
       01 PG-NBR-LCN            PIC 9(05).

       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       01 WS-LRR                PIC X(01).

       01 WS-LIB-CNS            PIC X(60).
       01 WS-IDF-PIE            PIC 9(10).
       01 WS-QTE-LCN            PIC 9(10).
       01 WS-IDF-FOU            PIC 9(10).

      * Fin de la saisie des lignes (piece 0) et fin de l'ajout de
      * fournisseurs supplementaires a la ligne courante (fournisseur
      * 0).
       01 WS-FIN-LCN            PIC X(01)   VALUE "N".
           88 WS-FIN-LCN-OUI               VALUE "O".
           88 WS-FIN-LCN-NON               VALUE "N".
       01 WS-FIN-FOU            PIC X(01)   VALUE "N".
           88 WS-FIN-FOU-OUI               VALUE "O".
           88 WS-FIN-FOU-NON               VALUE "N".

      * Consultation creee en base (la saisie du libelle peut etre
      * abandonnee).
       01 WS-CNS-CRE            PIC X(01)   VALUE "N".
           88 WS-CNS-CRE-OUI               VALUE "O".
           88 WS-CNS-CRE-NON               VALUE "N".

      * Zone de session partagee : qui est connecte sur ce poste.
       COPY session.

       01 WS-IDF-CNS-EDT        PIC Z(10).
       01 WS-NBR-INV-EDT        PIC Z(05).
       01 WS-NBR-LCN-EDT        PIC Z(05).

      * Zones utilisees pour journaliser la creation via genlog.
      * id_pie/qte_log/lien_log ne concernent pas une consultation :
      * ils restent a zero (ecrits a NULL par genlog).
       01 WS-MSG-LOG            PIC X(100).
       01 WS-TYP-LOG            PIC X(20)   VALUE "consultation".
       01 WS-IDF-PIE-NUL        PIC 9(10)   VALUE 0.
       01 WS-QTE-LOG-NUL        PIC S9(10)  VALUE 0.
       01 WS-LIEN-LOG-NUL       PIC 9(10)   VALUE 0.
       01 WS-RTR-LOG            PIC 9(01).

      * Zones utilisees pour tracer via generr l'echec d'une des
      * ecritures SQL en cas de SQLCODE en erreur.
       01 WS-OPE-ERR            PIC X(60).
       01 WS-RTR-ERR            PIC 9(01).


       PROCEDURE DIVISION.

           SET WS-CNS-CRE-NON TO TRUE.

           PERFORM 0100-CRE-CNS-DEB
              THRU 0100-CRE-CNS-FIN.

           IF WS-CNS-CRE-OUI
               SET WS-FIN-LCN-NON TO TRUE

               PERFORM 0200-SSI-LCN-DEB
                  THRU 0200-SSI-LCN-FIN
                  UNTIL WS-FIN-LCN-OUI

               PERFORM 0500-FIN-CNS-DEB
                  THRU 0500-FIN-CNS-FIN
           END-IF.

           DISPLAY "Appuyez sur entree".
           ACCEPT WS-LRR.

           EXIT PROGRAM.

      ******************************************************************
      *                         PARAGRAPHES                            *
      ******************************************************************

      * Saisit le libelle de la consultation et cree son entete au
      * statut 'brouillon'.

       0100-CRE-CNS-DEB.

           DISPLAY "Nouvelle consultation de fournisseurs".
           DISPLAY "Libelle (vide = abandon) :".
           MOVE SPACES TO WS-LIB-CNS.
           ACCEPT WS-LIB-CNS.

           IF WS-LIB-CNS = SPACES
               DISPLAY "Consultation abandonnee."
               GO TO 0100-CRE-CNS-FIN
           END-IF.

           MOVE WS-LIB-CNS   TO PG-LIB-CNS.
           MOVE SESS-IDF-UTI TO PG-IDF-UTI.

           EXEC SQL
               INSERT INTO consultation (lib_cns, date_cns,
                               statut_cns, id_uti)
               VALUES (:PG-LIB-CNS, CURRENT_DATE, 'brouillon',
                      :PG-IDF-UTI)
               RETURNING id_cns INTO :PG-IDF-CNS
           END-EXEC.

           IF SQLCODE NOT = 0
               EXEC SQL ROLLBACK END-EXEC
               MOVE "gescns : insertion consultation" TO WS-OPE-ERR
               CALL "generr" USING WS-OPE-ERR, SQLCODE, WS-RTR-ERR
               END-CALL
               DISPLAY "Erreur a la creation de la consultation."
               GO TO 0100-CRE-CNS-FIN
           END-IF.

           EXEC SQL COMMIT END-EXEC.

           SET WS-CNS-CRE-OUI TO TRUE.

           MOVE PG-IDF-CNS TO WS-IDF-CNS-EDT.
           DISPLAY "Consultation " FUNCTION TRIM (WS-IDF-CNS-EDT)
                   " creee.".

       0100-CRE-CNS-FIN.
           EXIT.

      *-----------------------------------------------------------------

      * Saisit une ligne (piece active et quantite), l'insere, invite
      * les fournisseurs attitres de la piece puis propose d'en
      * ajouter d'autres. Une ligne restee sans fournisseur est
      * supprimee.

       0200-SSI-LCN-DEB.

           DISPLAY "Id de la piece a chiffrer (0 = terminer) :".
           ACCEPT WS-IDF-PIE.

           IF WS-IDF-PIE = 0
               SET WS-FIN-LCN-OUI TO TRUE
               GO TO 0200-SSI-LCN-FIN
           END-IF.

           MOVE WS-IDF-PIE TO PG-IDF-PIE.

           EXEC SQL
               SELECT nom_pie, COALESCE(actif_pie, 'O')
               INTO   :PG-NOM-PIE, :PG-ACF-PIE
               FROM   piece
               WHERE  id_pie = :PG-IDF-PIE
           END-EXEC.

           IF SQLCODE NOT = 0 OR PG-ACF-PIE = "N"
               DISPLAY "Piece inconnue ou desactivee."
               GO TO 0200-SSI-LCN-FIN
           END-IF.

           DISPLAY FUNCTION TRIM (PG-NOM-PIE) " - quantite :".
           ACCEPT WS-QTE-LCN.

           IF WS-QTE-LCN = 0
               DISPLAY "Quantite nulle, ligne ignoree."
               GO TO 0200-SSI-LCN-FIN
           END-IF.

           MOVE WS-QTE-LCN TO PG-QTE-LCN.

           EXEC SQL
               INSERT INTO consultation_ligne (id_cns, id_pie,
                               qte_lcn)
               VALUES (:PG-IDF-CNS, :PG-IDF-PIE, :PG-QTE-LCN)
               RETURNING id_lcn INTO :PG-IDF-LCN
           END-EXEC.

      * Les fournisseurs actifs de la piece (liste de preference
      * gespfo) sont invites d'office.

           IF SQLCODE = 0
               EXEC SQL
                   INSERT INTO consultation_fournisseur (id_cns,
                                   id_lcn, id_fou)
                   SELECT :PG-IDF-CNS, :PG-IDF-LCN, k.id_fou
                   FROM   piece_fournisseur k
                   JOIN   fournisseur f ON f.id_fou = k.id_fou
                   WHERE  k.id_pie = :PG-IDF-PIE
                   AND    COALESCE(k.actif_pfo, 'O') = 'O'
                   AND    COALESCE(f.actif_fou, 'O') = 'O'
               END-EXEC

      * Aucun fournisseur attitre : l'INSERT ... SELECT ne pose
      * aucune ligne, ce qui n'est pas une erreur.
               IF SQLCODE = 100
                   MOVE 0 TO SQLCODE
               END-IF
           END-IF.

           IF SQLCODE NOT = 0
               EXEC SQL ROLLBACK END-EXEC
               MOVE "gescns : insertion ligne de consultation"
               TO   WS-OPE-ERR
               CALL "generr" USING WS-OPE-ERR, SQLCODE, WS-RTR-ERR
               END-CALL
               DISPLAY "Erreur a l'ajout de la ligne."
               GO TO 0200-SSI-LCN-FIN
           END-IF.

           EXEC SQL COMMIT END-EXEC.

           PERFORM 0300-CPT-INV-DEB
              THRU 0300-CPT-INV-FIN.

           MOVE PG-NBR-INV TO WS-NBR-INV-EDT.
           DISPLAY FUNCTION TRIM (WS-NBR-INV-EDT)
                   " fournisseur(s) attitre(s) invite(s).".

           SET WS-FIN-FOU-NON TO TRUE.

           PERFORM 0400-AJT-FOU-DEB
              THRU 0400-AJT-FOU-FIN
              UNTIL WS-FIN-FOU-OUI.

           PERFORM 0300-CPT-INV-DEB
              THRU 0300-CPT-INV-FIN.

           IF PG-NBR-INV = 0
               EXEC SQL
                   DELETE FROM consultation_ligne
                   WHERE  id_lcn = :PG-IDF-LCN
               END-EXEC

               EXEC SQL COMMIT END-EXEC

               DISPLAY "Aucun fournisseur invite : ligne abandonnee."
           END-IF.

       0200-SSI-LCN-FIN.
           EXIT.

      *-----------------------------------------------------------------

      * Compte les fournisseurs invites sur la ligne courante.

       0300-CPT-INV-DEB.

           EXEC SQL
               SELECT COUNT(*)
               INTO   :PG-NBR-INV
               FROM   consultation_fournisseur
               WHERE  id_lcn = :PG-IDF-LCN
           END-EXEC.

           IF SQLCODE NOT = 0
               MOVE 0 TO PG-NBR-INV
           END-IF.

       0300-CPT-INV-FIN.
           EXIT.

      *-----------------------------------------------------------------

      * Invite un fournisseur supplementaire actif sur la ligne
      * courante (0 = aucun autre) ; un fournisseur deja invite n'est
      * pas repris.

       0400-AJT-FOU-DEB.

           DISPLAY "Id d'un autre fournisseur a consulter "
                   "(0 = aucun) :".
           ACCEPT WS-IDF-FOU.

           IF WS-IDF-FOU = 0
               SET WS-FIN-FOU-OUI TO TRUE
               GO TO 0400-AJT-FOU-FIN
           END-IF.

           MOVE WS-IDF-FOU TO PG-IDF-FOU.

           EXEC SQL
               SELECT nom_fou, COALESCE(actif_fou, 'O')
               INTO   :PG-NOM-FOU, :PG-ACF-FOU
               FROM   fournisseur
               WHERE  id_fou = :PG-IDF-FOU
           END-EXEC.

           IF SQLCODE NOT = 0 OR PG-ACF-FOU NOT = "O"
               DISPLAY "Fournisseur inconnu ou inactif."
               GO TO 0400-AJT-FOU-FIN
           END-IF.

           EXEC SQL
               SELECT COUNT(*)
               INTO   :PG-NBR-INV
               FROM   consultation_fournisseur
               WHERE  id_lcn = :PG-IDF-LCN
               AND    id_fou = :PG-IDF-FOU
           END-EXEC.

           IF PG-NBR-INV NOT = 0
               DISPLAY "Fournisseur deja invite sur cette ligne."
               GO TO 0400-AJT-FOU-FIN
           END-IF.

           EXEC SQL
               INSERT INTO consultation_fournisseur (id_cns, id_lcn,
                               id_fou)
               VALUES (:PG-IDF-CNS, :PG-IDF-LCN, :PG-IDF-FOU)
           END-EXEC.

           IF SQLCODE NOT = 0
               EXEC SQL ROLLBACK END-EXEC
               MOVE "gescns : invitation fournisseur" TO WS-OPE-ERR
               CALL "generr" USING WS-OPE-ERR, SQLCODE, WS-RTR-ERR
               END-CALL
               DISPLAY "Erreur a l'invitation du fournisseur."
               GO TO 0400-AJT-FOU-FIN
           END-IF.

           EXEC SQL COMMIT END-EXEC.

           DISPLAY FUNCTION TRIM (PG-NOM-FOU) " invite.".

       0400-AJT-FOU-FIN.
           EXIT.

      *-----------------------------------------------------------------

      * Clot la saisie : une consultation sans ligne est supprimee,
      * sinon sa creation est journalisee et elle attend la
      * transmission par expcns.

       0500-FIN-CNS-DEB.

           EXEC SQL
               SELECT COUNT(*)
               INTO   :PG-NBR-LCN
               FROM   consultation_ligne
               WHERE  id_cns = :PG-IDF-CNS
           END-EXEC.

           IF SQLCODE NOT = 0
               MOVE 0 TO PG-NBR-LCN
           END-IF.

           IF PG-NBR-LCN = 0
               EXEC SQL
                   DELETE FROM consultation
                   WHERE  id_cns = :PG-IDF-CNS
               END-EXEC

               EXEC SQL COMMIT END-EXEC

               DISPLAY "Consultation sans ligne supprimee."
               GO TO 0500-FIN-CNS-FIN
           END-IF.

           MOVE PG-NBR-LCN TO WS-NBR-LCN-EDT.

           MOVE SPACES TO WS-MSG-LOG.
           STRING 'Consultation ' DELIMITED BY SIZE
                  FUNCTION TRIM (WS-IDF-CNS-EDT) DELIMITED BY SIZE
                  ' creee : ' DELIMITED BY SIZE
                  FUNCTION TRIM (WS-NBR-LCN-EDT) DELIMITED BY SIZE
                  ' ligne(s), ' DELIMITED BY SIZE
                  PG-LIB-CNS DELIMITED BY SIZE
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

           DISPLAY "Consultation " FUNCTION TRIM (WS-IDF-CNS-EDT)
                   " : " FUNCTION TRIM (WS-NBR-LCN-EDT)
                   " ligne(s), transmise aux fournisseurs par le "
                   "traitement expcns.".

       0500-FIN-CNS-FIN.
           EXIT.
