      ******************************************************************
      *                                                                *
      *                 DESCRIPTION DU SOUS-PROGRAMME                  *
      *                                                                *
      * bontrf : bon de transfert entre depots. A partir du numero de  *
      * bon (transfert.id_trf, ouvert par le mode 'T' de majpie),      *
      * relit la piece, les depots de depart et d'arrivee, la          *
      * quantite expediee, l'expediteur et l'etat du bon, et edite le  *
      * bon mis en forme pour impression, comme le bon de preparation  *
      * (bonprep) : il part avec la navette et le depot destinataire   *
      * y note la quantite recue avant de la saisir sur rcptrf. Appele *
      * par gesprt a l'approbation d'un transfert (numero fourni) ou   *
      * depuis le menu pour une reedition (numero a zero : il est      *
      * demande). N'ecrit rien en base.                                *
      *                                                                *
      *----------------------------------------------------------------*
      *                           TRIGRAMMES                           *
      *                                                                *
      * bontrf=bon de transfert                                        *
      * TRF=TRANSFERT (BON); PIE=PIECE; SRC=SOURCE; DST=DESTINATION;   *
      * DEP=DEPOT; QTE=QUANTITE; EXP=EXPEDIEE; REC=RECUE; DAT=DATE;    *
      * STA=STATUT; UTI=UTILISATEUR; NOM=NOM; REF=REFERENCE;           *
      * ART=ARTICLE; EMP=EMPLACEMENT; IDF=IDENTIFIANT; SOC=SOCIETE;    *
      * RSO=RAISON SOCIALE; ADR=ADRESSE; VIL=VILLE; SIR=SIRET;         *
      * TVA=NUMERO DE TVA; RTR=RETOUR; SSI=SAISIE; EDT=EDITION;        *
      * LRR=LEURRE; DEB=DEBUT                                          *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. bontrf.
       AUTHOR. ThomasD.
       DATE-WRITTEN. 15-10-2026 (fr).

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.

       01 PG-IDF-TRF            PIC 9(10).
       01 PG-IDF-PIE-SRC        PIC 9(10).
       01 PG-IDF-PIE-DST        PIC 9(10).
       01 PG-NOM-PIE            PIC X(30).
       01 PG-REF-ART            PIC X(20).
       01 PG-DEP-SRC            PIC X(20).
       01 PG-DEP-DST            PIC X(20).
       01 PG-EMP-SRC            PIC X(10).
       01 PG-EMP-DST            PIC X(10).
       01 PG-QTE-EXP            PIC 9(10).
       01 PG-QTE-REC            PIC 9(10).
       01 PG-STA-TRF            PIC X(14).
       01 PG-DAT-EXP            PIC X(10).
       01 PG-DAT-REC            PIC X(10).
       01 PG-NOM-UTI-EXP        PIC X(30).
       01 PG-NOM-UTI-REC        PIC X(30).

       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       01 WS-LRR                PIC X(01).

      * Identite de la societe pour l'en-tete imprime, lue via gensoc
      * (table societe, entretenue par gessoc).
       01 WS-RSO-SOC            PIC X(50).
       01 WS-ADR-SOC            PIC X(50).
       01 WS-VIL-SOC            PIC X(60).
       01 WS-SIR-SOC            PIC X(14).
       01 WS-TVA-SOC            PIC X(20).
       01 WS-RTR-SOC            PIC 9(01).

       01 WS-IDF-TRF            PIC 9(10).

       01 WS-IDF-TRF-EDT        PIC Z(10).
       01 WS-IDF-PIE-SRC-EDT    PIC Z(10).
       01 WS-IDF-PIE-DST-EDT    PIC Z(10).
       01 WS-QTE-EXP-EDT        PIC Z(10).
       01 WS-QTE-REC-EDT        PIC Z(10).

       LINKAGE SECTION.
      * Numero du bon a editer ; 0 = le demander a l'operateur.
       01 LK-IDF-TRF            PIC 9(10).


       PROCEDURE DIVISION USING LK-IDF-TRF.

           PERFORM 0100-SSI-TRF-DEB
              THRU 0100-SSI-TRF-FIN.

           EXIT PROGRAM.

      ******************************************************************
      *                         PARAGRAPHES                            *
      ******************************************************************

      * Numero du bon fourni par l'appelant, ou demande ; relit le bon
      * avec ses deux lignes piece. Un bon inconnu est simplement
      * signale.

       0100-SSI-TRF-DEB.

           MOVE LK-IDF-TRF TO WS-IDF-TRF.

           IF WS-IDF-TRF = 0
               DISPLAY "Bon de transfert - numero du bon :"
               ACCEPT WS-IDF-TRF
           END-IF.

           MOVE WS-IDF-TRF TO PG-IDF-TRF.

           EXEC SQL
               SELECT t.id_pie_src, t.id_pie_dst, s.nom_pie,
                      COALESCE(s.ref_art_pie, ' '),
                      t.dep_src_trf, t.dep_dst_trf,
                      COALESCE(s.empl_pie, ' '),
                      COALESCE(d.empl_pie, ' '),
                      t.qte_exp_trf, COALESCE(t.qte_rec_trf, 0),
                      t.statut_trf,
                      TO_CHAR(t.date_exp_trf, 'DD/MM/YYYY'),
                      COALESCE(TO_CHAR(t.date_rec_trf,
                                       'DD/MM/YYYY'), ' '),
                      COALESCE(e.nom_uti, ' '),
                      COALESCE(r.nom_uti, ' ')
               INTO   :PG-IDF-PIE-SRC, :PG-IDF-PIE-DST, :PG-NOM-PIE,
                      :PG-REF-ART, :PG-DEP-SRC, :PG-DEP-DST,
                      :PG-EMP-SRC, :PG-EMP-DST,
                      :PG-QTE-EXP, :PG-QTE-REC, :PG-STA-TRF,
                      :PG-DAT-EXP, :PG-DAT-REC,
                      :PG-NOM-UTI-EXP, :PG-NOM-UTI-REC
               FROM   transfert t
               JOIN   piece s ON s.id_pie = t.id_pie_src
               JOIN   piece d ON d.id_pie = t.id_pie_dst
               LEFT JOIN utilisateur e ON e.id_uti = t.id_uti_exp
               LEFT JOIN utilisateur r ON r.id_uti = t.id_uti_rec
               WHERE  t.id_trf = :PG-IDF-TRF
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY "Bon de transfert inconnu."
           ELSE
               PERFORM 0200-EDT-TRF-DEB
                  THRU 0200-EDT-TRF-FIN
           END-IF.

           DISPLAY "Appuyez sur entree".
           ACCEPT WS-LRR.

           EXIT.
       0100-SSI-TRF-FIN.

      *-----------------------------------------------------------------

      * Edite le bon : en-tete societe, depart et arrivee, piece et
      * quantite expediee, puis les zones de reception (remplies si
      * le bon a deja ete recu, a completer a la main sinon).

       0200-EDT-TRF-DEB.

           MOVE PG-IDF-TRF     TO WS-IDF-TRF-EDT.
           MOVE PG-IDF-PIE-SRC TO WS-IDF-PIE-SRC-EDT.
           MOVE PG-IDF-PIE-DST TO WS-IDF-PIE-DST-EDT.
           MOVE PG-QTE-EXP     TO WS-QTE-EXP-EDT.

           CALL "gensoc" USING WS-RSO-SOC,
                               WS-ADR-SOC,
                               WS-VIL-SOC,
                               WS-SIR-SOC,
                               WS-TVA-SOC,
                               WS-RTR-SOC
           END-CALL.

           DISPLAY " ".
           DISPLAY "================================================".
           DISPLAY "   " FUNCTION TRIM (WS-RSO-SOC).
           DISPLAY "            BON DE TRANSFERT                    ".
           DISPLAY "================================================".
           DISPLAY "Bon n.         : " FUNCTION TRIM (WS-IDF-TRF-EDT)
                   " du " PG-DAT-EXP.
           DISPLAY "Expedie par    : " FUNCTION TRIM (PG-NOM-UTI-EXP).
           DISPLAY "Etat           : " PG-STA-TRF.
           DISPLAY "------------------------------------------------".
           DISPLAY "Depart         : " FUNCTION TRIM (PG-DEP-SRC)
                   "  empl. " PG-EMP-SRC
                   "  (piece " FUNCTION TRIM (WS-IDF-PIE-SRC-EDT) ")".
           DISPLAY "Arrivee        : " FUNCTION TRIM (PG-DEP-DST)
                   "  empl. " PG-EMP-DST
                   "  (piece " FUNCTION TRIM (WS-IDF-PIE-DST-EDT) ")".
           DISPLAY "Piece          : " FUNCTION TRIM (PG-NOM-PIE)
                   "  ref. " FUNCTION TRIM (PG-REF-ART).
           DISPLAY "Qte expediee   : " FUNCTION TRIM (WS-QTE-EXP-EDT).
           DISPLAY "------------------------------------------------".

           IF PG-STA-TRF = "en_transit"
               DISPLAY "Qte recue      : ..........  [ ]"
               DISPLAY "Recu le        : ..........  par : .........."
           ELSE
               MOVE PG-QTE-REC TO WS-QTE-REC-EDT
               DISPLAY "Qte recue      : "
                       FUNCTION TRIM (WS-QTE-REC-EDT)
               DISPLAY "Recu le        : " PG-DAT-REC
                       "  par : " FUNCTION TRIM (PG-NOM-UTI-REC)
           END-IF.

           DISPLAY "================================================".

           EXIT.
       0200-EDT-TRF-FIN.
