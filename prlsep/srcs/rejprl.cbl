      ******************************************************************
      *                                                                *
      *                 DESCRIPTION DU SOUS-PROGRAMME                  *
      *                                                                *
      * rejprl : saisie d'un prelevement SEPA rejete par la banque     *
      * (R-transaction, reference PRL<numero> reprise de prlcli). Le   *
      * prelevement doit etre 'emis' ; le comptable saisit le code     *
      * motif ISO a quatre caracteres (AM04 provision insuffisante,    *
      * MS02 refus du debiteur, AC04 compte clos...). Dans une seule   *
      * transaction, le reglement pre-enregistre par prlcli et son     *
      * lettrage sont supprimes (les factures redeviennent ouvertes),  *
      * une ligne de releve deja rapprochee de ce reglement repasse    *
      * 'a_revoir' pour l'ecran gesrpr, le prelevement passe 'rejete'  *
      * avec son motif et, sur un motif de compte clos ou bloque       *
      * (AC04, AC06) ou de mandat invalide (MD01, MD07), le mandat est *
      * desactive. Le comptable est ensuite notifie via gennot et le   *
      * rejet journalise via genlog (type 'prelevement_rejete').       *
      * Un reglement date d'un mois clos en comptabilite (vermoi) ne   *
      * peut etre annule : le comptable doit d'abord rouvrir le mois   *
      * (ecran clomoi).                                                *
      *                                                                *
      *----------------------------------------------------------------*
      *                           TRIGRAMMES                           *
      *                                                                *
      * rejprl=rejet prelevement                                       *
      * PRL=PRELEVEMENT; REJ=REJET; MTF=MOTIF; MDT=MANDAT;             *
      * RUM=REFERENCE UNIQUE DE MANDAT; RGL=REGLEMENT; CLI=CLIENT;     *
      * NOM=NOM; MTT=MONTANT; STA=STATUT; IDF=IDENTIFIANT;             *
      * DST=DESTINATAIRE; NOT=NOTIFICATION; CNF=CONFIRMATION;          *
      * SSI=SAISIE; ANN=ANNULATION; DSA=DESACTIVATION; EDT=EDITION;    *
      * LRR=LEURRE; DEB=DEBUT; DAT=DATE; PCP=PERIODE COMPTABLE;        *
      * OUV=OUVERTE                                                    *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. rejprl.
       AUTHOR. ThomasD.
       DATE-WRITTEN. 15-10-2026 (fr).

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.

       01 PG-IDF-PRL            PIC 9(10).
       01 PG-IDF-RGL            PIC 9(10).
       01 PG-IDF-MDT            PIC 9(10).
       01 PG-MTT-PRL            PIC 9(10)V99.
       01 PG-STA-PRL            PIC X(10).
       01 PG-NOM-CLI            PIC X(50).
       01 PG-RUM-MDT            PIC X(35).
       01 PG-MTF-REJ            PIC X(04).
       01 PG-DAT-RGL            PIC X(10).

       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       01 WS-LRR                PIC X(01).
       01 WS-CNF                PIC X(01).
       01 WS-IDF-PRL            PIC 9(10).

      * Motif de rejet ; ceux qui rendent le mandat inutilisable
      * (compte clos ou bloque, mandat absent ou invalide).
       01 WS-MTF-REJ            PIC X(04).
           88 WS-MTF-REJ-DSA                VALUE "AC04" "AC06"
                                                  "MD01" "MD07".

       01 WS-IDF-EDT            PIC Z(09)9.
       01 WS-MTT-EDT            PIC Z(10).99.

      * Controle de la periode comptable du reglement (vermoi) :
      * 0 = mois ouvert.
       01 WS-DAT-OUV            PIC X(10).
       01 WS-RTR-PCP            PIC 9(01).
           88 WS-RTR-PCP-OUV                VALUE 0.

      * Zone de session partagee : qui est connecte sur ce poste.
       COPY session.

      * Zones echangees avec gennot : le comptable doit relancer le
      * client dont le prelevement n'est pas passe.
       01 WS-DST-NOT            PIC X(30)   VALUE "comptable".
       01 WS-TYP-NOT            PIC X(20)   VALUE "prelevement_rejete".
       01 WS-MSG-NOT            PIC X(150).
       01 WS-SFX-NOT            PIC X(20).
       01 WS-RTR-NOT            PIC 9(01).

      * Zones utilisees pour generer le log du rejet via genlog.
      * id_pie/qte_log/lien_log ne s'appliquent pas : ils restent a
      * zero (ecrits a NULL par genlog).
       01 WS-MSG-LOG            PIC X(100).
       01 WS-TYP-LOG            PIC X(20)   VALUE "prelevement_rejete".
       01 WS-IDF-PIE-NUL        PIC 9(10)   VALUE 0.
       01 WS-QTE-LOG-NUL        PIC S9(10)  VALUE 0.
       01 WS-LIEN-LOG-NUL       PIC 9(10)   VALUE 0.
       01 WS-RTR-LOG            PIC 9(01).

      * Zones utilisees pour tracer via generr l'echec d'une des
      * ecritures SQL en cas de SQLCODE en erreur.
       01 WS-OPE-ERR            PIC X(60).
       01 WS-RTR-ERR            PIC 9(01).


       PROCEDURE DIVISION.

           PERFORM 0100-SSI-REJ-DEB
              THRU 0100-SSI-REJ-FIN.

           EXIT PROGRAM.

      ******************************************************************
      *                         PARAGRAPHES                            *
      ******************************************************************

       0100-SSI-REJ-DEB.

           DISPLAY "Numero du prelevement rejete (reference PRL du "
                   "rejet, sans le prefixe) :".
           ACCEPT WS-IDF-PRL.

           MOVE WS-IDF-PRL TO PG-IDF-PRL.

           EXEC SQL
               SELECT COALESCE(p.id_rgl, 0), p.id_mdt, p.mtt_prl,
                      p.statut_prl, k.nom_cli, d.rum_mdt,
                      TO_CHAR(COALESCE(g.date_rgl, CURRENT_DATE),
                              'YYYY-MM-DD')
               INTO   :PG-IDF-RGL, :PG-IDF-MDT, :PG-MTT-PRL,
                      :PG-STA-PRL, :PG-NOM-CLI, :PG-RUM-MDT,
                      :PG-DAT-RGL
               FROM   prelevement p
               JOIN   client k ON k.id_cli = p.id_cli
               JOIN   mandat_sepa d ON d.id_mdt = p.id_mdt
               LEFT JOIN reglement g ON g.id_rgl = p.id_rgl
               WHERE  p.id_prl = :PG-IDF-PRL
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY "Prelevement inconnu."
               GO TO 0100-SSI-REJ-SRT
           END-IF.

           IF PG-STA-PRL NOT = "emis"
               DISPLAY "Ce prelevement a deja ete saisi en rejet."
               GO TO 0100-SSI-REJ-SRT
           END-IF.

           CALL "vermoi" USING PG-DAT-RGL,
                               WS-DAT-OUV,
                               WS-RTR-PCP
           END-CALL.

           IF NOT WS-RTR-PCP-OUV
               DISPLAY "Reglement du " PG-DAT-RGL " dans un mois clos "
                       "en comptabilite : rouvrir le mois (cloture "
                       "des periodes) avant de saisir le rejet."
               GO TO 0100-SSI-REJ-SRT
           END-IF.

           MOVE PG-MTT-PRL TO WS-MTT-EDT.
           DISPLAY "Client  : " FUNCTION TRIM (PG-NOM-CLI).
           DISPLAY "Mandat  : " FUNCTION TRIM (PG-RUM-MDT).
           DISPLAY "Montant : " FUNCTION TRIM (WS-MTT-EDT) " EUR".

           DISPLAY "Code motif du rejet (AM04, MS02, AC04...) :".
           ACCEPT WS-MTF-REJ.

           INSPECT WS-MTF-REJ CONVERTING "abcdefghijklmnopqrstuvwxyz"
                                      TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

           IF WS-MTF-REJ (1:2) NOT ALPHABETIC
               OR WS-MTF-REJ (1:1) = SPACE
               OR WS-MTF-REJ (3:2) NOT NUMERIC
               DISPLAY "Code motif invalide."
               GO TO 0100-SSI-REJ-SRT
           END-IF.

           IF WS-MTF-REJ-DSA
               DISPLAY "Ce motif desactivera le mandat du client."
           END-IF.

           DISPLAY "Annuler le reglement et rouvrir les factures "
                   "(O/N) ?".
           ACCEPT WS-CNF.

           IF WS-CNF NOT = "O" AND WS-CNF NOT = "o"
               DISPLAY "Rejet non enregistre."
               GO TO 0100-SSI-REJ-SRT
           END-IF.

           PERFORM 0200-ANN-RGL-DEB
              THRU 0200-ANN-RGL-FIN.

       0100-SSI-REJ-SRT.

           DISPLAY "Appuyez sur entree".
           ACCEPT WS-LRR.

       0100-SSI-REJ-FIN.
           EXIT.

      *-----------------------------------------------------------------

      * Annulation du reglement pre-enregistre, dans une seule
      * transaction. Les UPDATE/DELETE sans ligne concernee (releve
      * non encore recu, reglement sans lettrage) rendent SQLCODE 100,
      * qui n'est pas une erreur ici.

       0200-ANN-RGL-DEB.

           MOVE WS-MTF-REJ TO PG-MTF-REJ.

           IF PG-IDF-RGL NOT = 0
               EXEC SQL
                   UPDATE releve_bancaire
                   SET    id_rgl     = NULL,
                          statut_rlv = 'a_revoir',
                          mtf_rlv    = 'prelevement rejete'
                   WHERE  id_rgl = :PG-IDF-RGL
               END-EXEC

               IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
                   MOVE "rejprl : maj releve_bancaire"
                   TO   WS-OPE-ERR
                   EXEC SQL ROLLBACK END-EXEC
                   CALL "generr" USING WS-OPE-ERR, SQLCODE, WS-RTR-ERR
                   END-CALL
                   DISPLAY "Erreur a l'enregistrement du rejet."
                   GO TO 0200-ANN-RGL-FIN
               END-IF

               EXEC SQL
                   DELETE FROM reglement_lettrage
                   WHERE  id_rgl = :PG-IDF-RGL
               END-EXEC

               IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
                   MOVE "rejprl : suppression reglement_lettrage"
                   TO   WS-OPE-ERR
                   EXEC SQL ROLLBACK END-EXEC
                   CALL "generr" USING WS-OPE-ERR, SQLCODE, WS-RTR-ERR
                   END-CALL
                   DISPLAY "Erreur a l'enregistrement du rejet."
                   GO TO 0200-ANN-RGL-FIN
               END-IF
           END-IF.

           EXEC SQL
               UPDATE prelevement
               SET    statut_prl = 'rejete',
                      motif_rej  = :PG-MTF-REJ,
                      date_rej   = CURRENT_DATE,
                      id_rgl     = NULL
               WHERE  id_prl = :PG-IDF-PRL
               AND    statut_prl = 'emis'
           END-EXEC.

           IF SQLCODE NOT = 0
               MOVE "rejprl : maj prelevement"
               TO   WS-OPE-ERR
               EXEC SQL ROLLBACK END-EXEC
               CALL "generr" USING WS-OPE-ERR, SQLCODE, WS-RTR-ERR
               END-CALL
               DISPLAY "Erreur a l'enregistrement du rejet."
               GO TO 0200-ANN-RGL-FIN
           END-IF.

           IF PG-IDF-RGL NOT = 0
               EXEC SQL
                   DELETE FROM reglement
                   WHERE  id_rgl = :PG-IDF-RGL
               END-EXEC

               IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
                   MOVE "rejprl : suppression reglement"
                   TO   WS-OPE-ERR
                   EXEC SQL ROLLBACK END-EXEC
                   CALL "generr" USING WS-OPE-ERR, SQLCODE, WS-RTR-ERR
                   END-CALL
                   DISPLAY "Erreur a l'enregistrement du rejet."
                   GO TO 0200-ANN-RGL-FIN
               END-IF
           END-IF.

           IF WS-MTF-REJ-DSA
               EXEC SQL
                   UPDATE mandat_sepa
                   SET    actif_mdt = 'N'
                   WHERE  id_mdt = :PG-IDF-MDT
               END-EXEC

               IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
                   MOVE "rejprl : desactivation mandat_sepa"
                   TO   WS-OPE-ERR
                   EXEC SQL ROLLBACK END-EXEC
                   CALL "generr" USING WS-OPE-ERR, SQLCODE, WS-RTR-ERR
                   END-CALL
                   DISPLAY "Erreur a l'enregistrement du rejet."
                   GO TO 0200-ANN-RGL-FIN
               END-IF
           END-IF.

           EXEC SQL COMMIT END-EXEC.

           MOVE PG-IDF-PRL TO WS-IDF-EDT.

           IF WS-MTF-REJ-DSA
               MOVE ", mandat desactive." TO WS-SFX-NOT
           ELSE
               MOVE "." TO WS-SFX-NOT
           END-IF.

           MOVE SPACES TO WS-MSG-NOT.
           STRING 'Prelevement PRL' DELIMITED BY SIZE
                  FUNCTION TRIM (WS-IDF-EDT) DELIMITED BY SIZE
                  ' de ' DELIMITED BY SIZE
                  FUNCTION TRIM (WS-MTT-EDT) DELIMITED BY SIZE
                  ' EUR rejete (motif ' DELIMITED BY SIZE
                  WS-MTF-REJ DELIMITED BY SIZE
                  ') pour ' DELIMITED BY SIZE
                  FUNCTION TRIM (PG-NOM-CLI) DELIMITED BY SIZE
                  ' : factures rouvertes' DELIMITED BY SIZE
                  WS-SFX-NOT DELIMITED BY SIZE
                  INTO WS-MSG-NOT
           END-STRING.

           CALL "gennot" USING WS-DST-NOT,
                               WS-TYP-NOT,
                               WS-MSG-NOT,
                               WS-RTR-NOT
           END-CALL.

           MOVE SPACES TO WS-MSG-LOG.
           STRING 'Rejet du prelevement PRL' DELIMITED BY SIZE
                  FUNCTION TRIM (WS-IDF-EDT) DELIMITED BY SIZE
                  ' (motif ' DELIMITED BY SIZE
                  WS-MTF-REJ DELIMITED BY SIZE
                  '), reglement annule.' DELIMITED BY SIZE
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

           DISPLAY "Rejet enregistre, factures rouvertes.".

       0200-ANN-RGL-FIN.
           EXIT.
