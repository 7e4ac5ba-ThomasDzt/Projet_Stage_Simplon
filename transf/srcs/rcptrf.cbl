      ******************************************************************
      *                                                                *
      *                 DESCRIPTION DU SOUS-PROGRAMME                  *
      *                                                                *
      * rcptrf : reception des transferts entre depots. Le depot       *
      * destinataire (valide via verdep) voit la liste des bons de     *
      * transfert encore 'en_transit' vers lui (ouverts par le mode    *
      * 'T' de majpie), choisit le bon arrive avec la navette et       *
      * saisit la quantite effectivement recue (au plus la quantite    *
      * expediee). La ligne piece destinataire n'est creditee qu'a ce  *
      * moment, par majpie (ajout, log de type 'reception_trf'), et le *
      * bon passe a 'recu' - ou a 'ecart' si la quantite recue est     *
      * inferieure a l'expedie : le superviseur en est alors prevenu   *
      * par gennot. Le bon est relu et verrouille juste avant la       *
      * reception, et sa mise a jour est validee avec le credit, pour  *
      * qu'un bon ne puisse etre recu deux fois.                       *
      * Le depot destinataire doit etre attribue a l'utilisateur       *
      * connecte (verudp, sauf admin), controle fait avant tout        *
      * verrouillage du bon.                                           *
      *                                                                *
      *----------------------------------------------------------------*
      *                           TRIGRAMMES                           *
      *                                                                *
      * rcptrf=reception des transferts                                *
      * TRF=TRANSFERT (BON); PIE=PIECE; SRC=SOURCE; DST=DESTINATION;   *
      * DEP=DEPOT; QTE=QUANTITE; EXP=EXPEDIEE; REC=RECUE; ECA=ECART;   *
      * STA=STATUT; DAT=DATE; NOM=NOM; IDF=IDENTIFIANT;                *
      * UTI=UTILISATEUR; NBR=NOMBRE; RSU=RESULTAT; VLR=VALEUR;         *
      * RTR=RETOUR; CNF=CONFIRMATION; TYP=TYPE; CHG=CHANGEMENT;        *
      * AJT=AJOUT; ALR=ALERTE; SUL=SEUIL; LOT=LOT; NUL=NEUTRE;         *
      * NOT=NOTIFICATION; MSG=MESSAGE; OPE=OPERATION; ERR=ERREUR;      *
      * SSI=SAISIE; AFF=AFFICHAGE; MAJ=MISE A JOUR; EDT=EDITION;       *
      * LRR=LEURRE; UDP=UTILISATEUR DEPOT; FNC=FONCTION; DEB=DEBUT     *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. rcptrf.
       AUTHOR. ThomasD.
       DATE-WRITTEN. 15-10-2026 (fr).

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.

       01 PG-DEP-DST            PIC X(20).

       01 PG-IDF-TRF-RSU        PIC 9(10).
       01 PG-NOM-PIE-RSU        PIC X(30).
       01 PG-DEP-SRC-RSU        PIC X(20).
       01 PG-QTE-EXP-RSU        PIC 9(10).
       01 PG-DAT-EXP-RSU        PIC X(10).

       01 PG-IDF-TRF            PIC 9(10).
       01 PG-IDF-PIE-DST        PIC 9(10).
       01 PG-NOM-PIE            PIC X(30).
       01 PG-DEP-TRF            PIC X(20).
       01 PG-QTE-EXP            PIC 9(10).
       01 PG-QTE-REC            PIC 9(10).
       01 PG-STA-TRF            PIC X(14).
       01 PG-STA-NVO            PIC X(14).
       01 PG-IDF-UTI            PIC 9(10).

       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

      * Declaration du curseur des bons en transit vers le depot,
      * les plus anciens en premier.
       EXEC SQL
           DECLARE C-TRF CURSOR FOR
               SELECT t.id_trf, p.nom_pie, t.dep_src_trf,
                      t.qte_exp_trf,
                      TO_CHAR(t.date_exp_trf, 'DD/MM/YYYY')
               FROM   transfert t
               JOIN   piece p ON p.id_pie = t.id_pie_dst
               WHERE  t.dep_dst_trf = :PG-DEP-DST
               AND    t.statut_trf = 'en_transit'
               ORDER BY t.date_exp_trf, t.id_trf
       END-EXEC.

       01 WS-LRR                PIC X(01).
       01 WS-CNF                PIC X(01).

       01 WS-DEP-DST            PIC X(20).
       01 WS-IDF-TRF            PIC 9(10).
       01 WS-QTE-REC            PIC 9(10).
       01 WS-NBR-TRF            PIC 9(05)   VALUE 0.

      * Code retour de verdep : 0 = depot connu du referentiel.
       01 WS-VLR-RTR-DEP        PIC 9(01).
           88 WS-VLR-DEP-OK                VALUE 0.

      * Zones passees a majpie pour le credit de la piece
      * destinataire (ajout), memes conventions que retcli.
       01 WS-QTE-PIE-NUL        PIC 9(10)   VALUE 0.
       01 WS-TYP-CHG-AJT        PIC X(01)   VALUE "+".
       01 WS-RTR-PIE            PIC 9(01).
           88 WS-RTR-PIE-OK                VALUE 0.
       01 WS-ALR-SUL            PIC X(01).
       01 WS-LIEN-LOG-NUL       PIC 9(10)   VALUE 0.
       01 WS-IDF-PIE-DST-NUL    PIC 9(10)   VALUE 0.
       01 WS-TYP-LOG-REC        PIC X(20)   VALUE "reception_trf".
       01 WS-NUM-LOT-NUL        PIC X(20)   VALUE SPACES.

      * Zones echangees avec gennot : une reception inferieure a
      * l'expedie depose une notification pour le superviseur.
       01 WS-DST-NOT            PIC X(30)   VALUE "superviseur".
       01 WS-TYP-NOT            PIC X(20)   VALUE "ecart_transfert".
       01 WS-MSG-NOT            PIC X(150).
       01 WS-RTR-NOT            PIC 9(01).

      * Zone de session partagee : qui est connecte sur ce poste.
       COPY session.

      * Zones echangees avec verudp : le depot destinataire doit etre
      * attribue a l'utilisateur connecte.
       01 WS-FNC-UDP            PIC X(10)   VALUE "rcptrf".
       01 WS-RTR-UDP            PIC 9(01).
           88 WS-RTR-UDP-OK                VALUE 0.

       01 WS-IDF-TRF-EDT        PIC Z(10).
       01 WS-QTE-EXP-EDT        PIC Z(10).
       01 WS-QTE-REC-EDT        PIC Z(10).

      * Zones utilisees pour tracer via generr l'echec d'une des
      * ecritures SQL en cas de SQLCODE en erreur.
       01 WS-OPE-ERR            PIC X(60).
       01 WS-RTR-ERR            PIC 9(01).


       PROCEDURE DIVISION.

           PERFORM 0100-SSI-DEP-DEB
              THRU 0100-SSI-DEP-FIN.

           EXIT PROGRAM.

      ******************************************************************
      *                         PARAGRAPHES                            *
      ******************************************************************

      * Demande le depot destinataire (valide via verdep), liste les
      * bons en transit vers lui, puis enchaine sur la reception.

       0100-SSI-DEP-DEB.

           MOVE 0 TO WS-NBR-TRF.

           DISPLAY "Reception des transferts - depot destinataire :".
           ACCEPT WS-DEP-DST.

           CALL "verdep" USING WS-DEP-DST
                               WS-VLR-RTR-DEP
           END-CALL.

           IF NOT WS-VLR-DEP-OK
               DISPLAY "Depot inconnu du referentiel."

               DISPLAY "Appuyez sur entree"
               ACCEPT WS-LRR
               GO TO 0100-SSI-DEP-FIN
           END-IF.

           CALL "verudp" USING SESS-IDF-UTI
                               WS-DEP-DST
                               WS-FNC-UDP
                               WS-RTR-UDP
           END-CALL.

           IF NOT WS-RTR-UDP-OK
               DISPLAY "Depot " FUNCTION TRIM (WS-DEP-DST)
                       " non attribue a votre compte, reception "
                       "refusee."

               DISPLAY "Appuyez sur entree"
               ACCEPT WS-LRR
               GO TO 0100-SSI-DEP-FIN
           END-IF.

           MOVE WS-DEP-DST TO PG-DEP-DST.

           DISPLAY "Bons en transit vers " FUNCTION TRIM (PG-DEP-DST)
                   " :".
           DISPLAY "Bon         Expedie le  Depuis               "
                   "Qte        Piece".

           EXEC SQL OPEN C-TRF END-EXEC.

           EXEC SQL
               FETCH C-TRF
               INTO  :PG-IDF-TRF-RSU, :PG-NOM-PIE-RSU,
                     :PG-DEP-SRC-RSU, :PG-QTE-EXP-RSU,
                     :PG-DAT-EXP-RSU
           END-EXEC.

           PERFORM 0150-AFF-UN-TRF-DEB
              THRU 0150-AFF-UN-TRF-FIN
              UNTIL SQLCODE NOT = 0.

           EXEC SQL CLOSE C-TRF END-EXEC.

           IF WS-NBR-TRF = 0
               DISPLAY "(aucun bon en transit vers ce depot)"

               DISPLAY "Appuyez sur entree"
               ACCEPT WS-LRR
           ELSE
               PERFORM 0200-SSI-REC-DEB
                  THRU 0200-SSI-REC-FIN
           END-IF.

       0100-SSI-DEP-FIN.
           EXIT.

      *-----------------------------------------------------------------

       0150-AFF-UN-TRF-DEB.

           ADD 1 TO WS-NBR-TRF.

           MOVE PG-IDF-TRF-RSU TO WS-IDF-TRF-EDT.
           MOVE PG-QTE-EXP-RSU TO WS-QTE-EXP-EDT.

           DISPLAY WS-IDF-TRF-EDT "  " PG-DAT-EXP-RSU "  "
                   PG-DEP-SRC-RSU " " WS-QTE-EXP-EDT " "
                   PG-NOM-PIE-RSU.

           EXEC SQL
               FETCH C-TRF
               INTO  :PG-IDF-TRF-RSU, :PG-NOM-PIE-RSU,
                     :PG-DEP-SRC-RSU, :PG-QTE-EXP-RSU,
                     :PG-DAT-EXP-RSU
           END-EXEC.

           EXIT.
       0150-AFF-UN-TRF-FIN.

      *-----------------------------------------------------------------

      * Saisit le bon recu (0 = sortir), le relit et le verrouille,
      * puis saisit la quantite recue et enregistre la reception.

       0200-SSI-REC-DEB.

           DISPLAY "Numero du bon recu (0 = quitter) :".
           ACCEPT WS-IDF-TRF.

           IF WS-IDF-TRF = 0
               GO TO 0200-SSI-REC-FIN
           END-IF.

           MOVE WS-IDF-TRF TO PG-IDF-TRF.

           EXEC SQL
               SELECT t.id_pie_dst, t.dep_dst_trf, t.qte_exp_trf,
                      t.statut_trf, p.nom_pie
               INTO   :PG-IDF-PIE-DST, :PG-DEP-TRF, :PG-QTE-EXP,
                      :PG-STA-TRF, :PG-NOM-PIE
               FROM   transfert t
               JOIN   piece p ON p.id_pie = t.id_pie_dst
               WHERE  t.id_trf = :PG-IDF-TRF
               FOR UPDATE OF t
           END-EXEC.

           IF SQLCODE NOT = 0
           OR PG-STA-TRF NOT = "en_transit"
           OR PG-DEP-TRF NOT = PG-DEP-DST
               EXEC SQL ROLLBACK END-EXEC
               DISPLAY "Bon inconnu, deja recu ou destine a un autre "
                       "depot."

               DISPLAY "Appuyez sur entree"
               ACCEPT WS-LRR
               GO TO 0200-SSI-REC-FIN
           END-IF.

           MOVE PG-QTE-EXP TO WS-QTE-EXP-EDT.
           DISPLAY "Quantite expediee : "
                   FUNCTION TRIM (WS-QTE-EXP-EDT)
                   ". Quantite recue :".
           ACCEPT WS-QTE-REC.

           IF WS-QTE-REC > PG-QTE-EXP
               EXEC SQL ROLLBACK END-EXEC
               DISPLAY "Quantite recue superieure a l'expedie, "
                       "reception refusee."

               DISPLAY "Appuyez sur entree"
               ACCEPT WS-LRR
               GO TO 0200-SSI-REC-FIN
           END-IF.

           IF WS-QTE-REC < PG-QTE-EXP
               MOVE WS-QTE-REC TO WS-QTE-REC-EDT
               DISPLAY "Ecart : " FUNCTION TRIM (WS-QTE-REC-EDT)
                       " recue(s) sur " FUNCTION TRIM (WS-QTE-EXP-EDT)
                       " expediee(s). Confirmer (O/N) :"
               ACCEPT WS-CNF

               IF WS-CNF NOT = "O" AND WS-CNF NOT = "o"
                   EXEC SQL ROLLBACK END-EXEC
                   DISPLAY "Reception abandonnee, bon inchange."

                   DISPLAY "Appuyez sur entree"
                   ACCEPT WS-LRR
                   GO TO 0200-SSI-REC-FIN
               END-IF
           END-IF.

           PERFORM 0300-MAJ-TRF-DEB
              THRU 0300-MAJ-TRF-FIN.

           DISPLAY "Appuyez sur entree".
           ACCEPT WS-LRR.

       0200-SSI-REC-FIN.
           EXIT.

      *-----------------------------------------------------------------

      * Acte la reception sur le bon puis credite la piece
      * destinataire via majpie, dont le COMMIT valide les deux ; en
      * echec du credit, la mise a jour du bon est annulee. Une
      * reception nulle n'appelle pas majpie et se valide ici.

       0300-MAJ-TRF-DEB.

           MOVE WS-QTE-REC   TO PG-QTE-REC.
           MOVE SESS-IDF-UTI TO PG-IDF-UTI.

           IF PG-QTE-REC = PG-QTE-EXP
               MOVE "recu"  TO PG-STA-NVO
           ELSE
               MOVE "ecart" TO PG-STA-NVO
           END-IF.

           EXEC SQL
               UPDATE transfert
               SET    qte_rec_trf  = :PG-QTE-REC,
                      statut_trf   = :PG-STA-NVO,
                      date_rec_trf = CURRENT_TIMESTAMP,
                      id_uti_rec   = :PG-IDF-UTI
               WHERE  id_trf = :PG-IDF-TRF
           END-EXEC.

           IF SQLCODE NOT = 0
               EXEC SQL ROLLBACK END-EXEC
               MOVE "rcptrf : maj statut_trf"
               TO   WS-OPE-ERR
               CALL "generr" USING WS-OPE-ERR, SQLCODE, WS-RTR-ERR
               END-CALL
               DISPLAY "Erreur lors de l'enregistrement de la "
                       "reception."
               GO TO 0300-MAJ-TRF-FIN
           END-IF.

           IF PG-QTE-REC = 0
               EXEC SQL COMMIT END-EXEC
           ELSE
               CALL "majpie" USING PG-IDF-PIE-DST
                                   WS-QTE-PIE-NUL
                                   WS-TYP-CHG-AJT
                                   PG-QTE-REC
                                   PG-NOM-PIE
                                   SESS-IDF-UTI
                                   WS-RTR-PIE
                                   WS-ALR-SUL
                                   WS-LIEN-LOG-NUL
                                   PG-DEP-TRF
                                   WS-IDF-PIE-DST-NUL
                                   WS-TYP-LOG-REC
                                   WS-NUM-LOT-NUL
               END-CALL

               IF NOT WS-RTR-PIE-OK
                   EXEC SQL ROLLBACK END-EXEC
                   DISPLAY "Credit refuse par majpie (inventaire en "
                           "cours, piece desactivee ?), bon inchange."
                   GO TO 0300-MAJ-TRF-FIN
               END-IF
           END-IF.

           IF PG-STA-NVO = "recu"
               DISPLAY "Bon recu, stock du depot credite."
           ELSE
               DISPLAY "Bon recu avec ecart, superviseur prevenu."
               PERFORM 0350-NOT-ECA-DEB
                  THRU 0350-NOT-ECA-FIN
           END-IF.

       0300-MAJ-TRF-FIN.
           EXIT.

      *-----------------------------------------------------------------

      * Notification de l'ecart de reception au superviseur.

       0350-NOT-ECA-DEB.

           MOVE PG-IDF-TRF TO WS-IDF-TRF-EDT.
           MOVE PG-QTE-REC TO WS-QTE-REC-EDT.
           MOVE SPACES     TO WS-MSG-NOT.

           STRING 'Ecart sur le bon de transfert ' DELIMITED BY SIZE
                  FUNCTION TRIM (WS-IDF-TRF-EDT) DELIMITED BY SIZE
                  ' (' DELIMITED BY SIZE
                  FUNCTION TRIM (PG-NOM-PIE) DELIMITED BY SIZE
                  ', depot ' DELIMITED BY SIZE
                  FUNCTION TRIM (PG-DEP-TRF) DELIMITED BY SIZE
                  ') : ' DELIMITED BY SIZE
                  FUNCTION TRIM (WS-QTE-REC-EDT) DELIMITED BY SIZE
                  ' recue(s) sur ' DELIMITED BY SIZE
                  FUNCTION TRIM (WS-QTE-EXP-EDT) DELIMITED BY SIZE
                  ' expediee(s).' DELIMITED BY SIZE
                  INTO WS-MSG-NOT
           END-STRING.

           CALL "gennot" USING WS-DST-NOT,
                               WS-TYP-NOT,
                               WS-MSG-NOT,
                               WS-RTR-NOT
           END-CALL.

           EXIT.
       0350-NOT-ECA-FIN.
