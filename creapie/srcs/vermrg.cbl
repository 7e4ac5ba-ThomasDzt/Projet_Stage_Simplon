      ******************************************************************
      *                                                                *
      *                 DESCRIPTION DU SOUS-PROGRAMME                  *
      *                                                                *
      * vermrg : verification de la marge d'une piece apres un         *
      * changement de son cout moyen pondere (prix_unitaire_pie, mis a *
      * jour par gesqua a la liberation d'une reception) ou lors du    *
      * balayage nocturne de trtmrg. Le taux de marge est rapporte au  *
      * prix de vente (prix_vente_pie) ; sous le minimum de la societe *
      * (societe.mrg_min_soc, entretenu par gessoc) - a plus forte     *
      * raison quand le cout depasse le prix -, une alerte est ouverte *
      * dans la file alerte_marge, que l'acheteur traite dans cnsamg,  *
      * et une notification est deposee pour les achats (gennot). Une  *
      * piece deja en alerte ouverte n'en empile pas une seconde :     *
      * les chiffres de l'alerte sont seulement rafraichis. Une alerte *
      * acquittee reste muette tant que la marge ne se degrade pas     *
      * davantage ; si elle tombe plus bas que le taux acquitte,       *
      * l'alerte acquittee est close et une nouvelle est ouverte.      *
      * Une piece sans prix de vente (vendue au cout) n'est pas        *
      * controlee.                                                     *
      *                                                                *
      * Code retour rendu a l'appelant : 0 = marge suffisante ou piece *
      * sans prix de vente ; 1 = alerte ouverte ; 2 = alerte deja en   *
      * cours pour la piece ; 3 = piece inconnue ou erreur SQL.        *
      *                                                                *
      *----------------------------------------------------------------*
      *                           TRIGRAMMES                           *
      *                                                                *
      * vermrg=verification marge                                      *
      * MRG=MARGE; AMG=ALERTE MARGE; PIE=PIECE; PVT=PRIX DE VENTE;     *
      * PRU=PRIX UNITAIRE (COUT MOYEN); TAU=TAUX; MIN=MINIMUM; STA=    *
      * STATUT; NBR=NOMBRE; IDF=IDENTIFIANT; NOT=NOTIFICATION; DST=    *
      * DESTINATAIRE; TYP=TYPE; MSG=MESSAGE; RTR=RETOUR; SLC=          *
      * SELECTION; INS=INSERTION; MAJ=MISE A JOUR; EDT=EDITION; DEB=   *
      * DEBUT                                                          *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. vermrg.
       AUTHOR. ThomasD.
       DATE-WRITTEN. 15-10-2026 (fr).

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.

       01 PG-IDF-PIE         PIC 9(10).
       01 PG-NOM-PIE         PIC X(30).
       01 PG-PVT-PIE         PIC 9(08)V99.
       01 PG-PRU-PIE         PIC 9(08)V99.
       01 PG-MRG-MIN         PIC 9(02)V99.
       01 PG-TAU-MRG         PIC S9(05)V99.

      * Derniere alerte encore ouverte ('O') ou acquittee ('A') de la
      * piece, et taux de marge qu'elle porte.
       01 PG-IDF-AMG         PIC 9(10).
       01 PG-STA-AMG         PIC X(01).
       01 PG-TAU-AMG         PIC S9(05)V99.

       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

      * Code retour rendu a l'appelant.
       01 WS-RTR-MRG         PIC 9(01)   VALUE 0.
           88 WS-RTR-MRG-OK              VALUE 0.
           88 WS-RTR-MRG-ALR             VALUE 1.
           88 WS-RTR-MRG-ENC             VALUE 2.
           88 WS-RTR-MRG-ERR             VALUE 3.

      * Zones echangees avec gennot : l'alerte est deposee pour les
      * achats dans la boite d'envoi (trtnot), en plus de la file
      * cnsamg.
       01 WS-DST-NOT         PIC X(30)   VALUE "achats".
       01 WS-TYP-NOT         PIC X(20)   VALUE "alerte_marge".
       01 WS-MSG-NOT         PIC X(150).
       01 WS-RTR-NOT         PIC 9(01).

      * Zones utilisees pour tracer via generr l'echec d'une des
      * ecritures SQL en cas de SQLCODE en erreur.
       01 WS-OPE-ERR         PIC X(60).
       01 WS-RTR-ERR         PIC 9(01).

       01 WS-TAU-MRG-EDT     PIC -(05)9.99.
       01 WS-MRG-MIN-EDT     PIC Z9.99.
       01 WS-PRU-PIE-EDT     PIC Z(07)9.99.
       01 WS-PVT-PIE-EDT     PIC Z(07)9.99.

       LINKAGE SECTION.
       01 LK-IDF-PIE         PIC 9(10).
       01 LK-RTR-MRG         PIC 9(01).


       PROCEDURE DIVISION USING LK-IDF-PIE,
                                LK-RTR-MRG.

           MOVE LK-IDF-PIE TO PG-IDF-PIE.
           SET WS-RTR-MRG-OK TO TRUE.

           PERFORM 0100-SLC-PIE-DEB
              THRU 0100-SLC-PIE-FIN.

           IF WS-RTR-MRG-OK AND PG-PVT-PIE > 0
              AND PG-TAU-MRG < PG-MRG-MIN
               PERFORM 0200-SLC-AMG-DEB
                  THRU 0200-SLC-AMG-FIN
           END-IF.

           MOVE WS-RTR-MRG
           TO   LK-RTR-MRG.

           EXIT PROGRAM.

      ******************************************************************
      *                         PARAGRAPHES                            *
      ******************************************************************

      * Relit les prix de la piece, le minimum de la societe (10 % a
      * defaut) et calcule le taux de marge sur prix de vente.

       0100-SLC-PIE-DEB.

           EXEC SQL
               SELECT p.nom_pie,
                      COALESCE(p.prix_vente_pie, 0),
                      COALESCE(p.prix_unitaire_pie, 0),
                      COALESCE((SELECT MAX(s.mrg_min_soc)
                                FROM   societe s), 10.00),
                      CASE WHEN COALESCE(p.prix_vente_pie, 0) > 0
                           THEN GREATEST(ROUND(
                                  (p.prix_vente_pie
                                   - COALESCE(p.prix_unitaire_pie, 0))
                                  * 100 / p.prix_vente_pie, 2),
                                  -99999.99)
                           ELSE 0 END
               INTO   :PG-NOM-PIE, :PG-PVT-PIE, :PG-PRU-PIE,
                      :PG-MRG-MIN, :PG-TAU-MRG
               FROM   piece p
               WHERE  p.id_pie = :PG-IDF-PIE
           END-EXEC.

           IF SQLCODE NOT = 0
               SET WS-RTR-MRG-ERR TO TRUE
           END-IF.

       0100-SLC-PIE-FIN.
           EXIT.

      *-----------------------------------------------------------------

      * Marge sous le minimum : cherche l'alerte en cours de la piece.
      * Ouverte, ses chiffres sont rafraichis ; acquittee, elle reste
      * muette sauf nouvelle degradation ; sinon, une alerte est
      * ouverte.

       0200-SLC-AMG-DEB.

           EXEC SQL
               SELECT id_amg, statut_amg, COALESCE(taux_amg, 0)
               INTO   :PG-IDF-AMG, :PG-STA-AMG, :PG-TAU-AMG
               FROM   alerte_marge
               WHERE  id_pie = :PG-IDF-PIE
               AND    statut_amg IN ('O', 'A')
               ORDER BY id_amg DESC
               FETCH FIRST 1 ROW ONLY
           END-EXEC.

           EVALUATE TRUE
               WHEN SQLCODE = 100
                   PERFORM 0300-INS-AMG-DEB
                      THRU 0300-INS-AMG-FIN

               WHEN SQLCODE NOT = 0
                   SET WS-RTR-MRG-ERR TO TRUE

               WHEN PG-STA-AMG = "O"
                   SET WS-RTR-MRG-ENC TO TRUE
                   PERFORM 0250-MAJ-AMG-DEB
                      THRU 0250-MAJ-AMG-FIN

               WHEN PG-TAU-MRG >= PG-TAU-AMG
                   SET WS-RTR-MRG-ENC TO TRUE

               WHEN OTHER
                   EXEC SQL
                       UPDATE alerte_marge
                       SET    statut_amg   = 'C',
                              note_amg     = 'nouvelle degradation',
                              date_trt_amg = CURRENT_DATE
                       WHERE  id_amg = :PG-IDF-AMG
                   END-EXEC

                   IF SQLCODE = 0
                       PERFORM 0300-INS-AMG-DEB
                          THRU 0300-INS-AMG-FIN
                   ELSE
                       EXEC SQL ROLLBACK END-EXEC
                       MOVE "vermrg : cloture alerte_marge"
                       TO   WS-OPE-ERR
                       CALL "generr" USING WS-OPE-ERR, SQLCODE,
                                           WS-RTR-ERR
                       END-CALL
                       SET WS-RTR-MRG-ERR TO TRUE
                   END-IF
           END-EVALUATE.

       0200-SLC-AMG-FIN.
           EXIT.

      *-----------------------------------------------------------------

      * Rafraichit l'alerte ouverte avec le cout, le prix et le taux
      * courants, sans nouvelle notification.

       0250-MAJ-AMG-DEB.

           EXEC SQL
               UPDATE alerte_marge
               SET    cout_amg = :PG-PRU-PIE,
                      prix_amg = :PG-PVT-PIE,
                      taux_amg = :PG-TAU-MRG,
                      min_amg  = :PG-MRG-MIN
               WHERE  id_amg = :PG-IDF-AMG
           END-EXEC.

           IF SQLCODE = 0
               EXEC SQL COMMIT END-EXEC
           ELSE
               EXEC SQL ROLLBACK END-EXEC
               MOVE "vermrg : maj alerte_marge"
               TO   WS-OPE-ERR
               CALL "generr" USING WS-OPE-ERR, SQLCODE, WS-RTR-ERR
               END-CALL
               SET WS-RTR-MRG-ERR TO TRUE
           END-IF.

       0250-MAJ-AMG-FIN.
           EXIT.

      *-----------------------------------------------------------------

      * Ouvre l'alerte et previent les achats.

       0300-INS-AMG-DEB.

           EXEC SQL
               INSERT INTO alerte_marge (id_pie, date_amg, cout_amg,
                               prix_amg, taux_amg, min_amg,
                               statut_amg)
               VALUES (:PG-IDF-PIE, CURRENT_DATE, :PG-PRU-PIE,
                      :PG-PVT-PIE, :PG-TAU-MRG, :PG-MRG-MIN, 'O')
           END-EXEC.

           IF SQLCODE NOT = 0
               EXEC SQL ROLLBACK END-EXEC
               MOVE "vermrg : insertion alerte_marge"
               TO   WS-OPE-ERR
               CALL "generr" USING WS-OPE-ERR, SQLCODE, WS-RTR-ERR
               END-CALL
               SET WS-RTR-MRG-ERR TO TRUE
               GO TO 0300-INS-AMG-FIN
           END-IF.

           EXEC SQL COMMIT END-EXEC.

           SET WS-RTR-MRG-ALR TO TRUE.

           MOVE PG-TAU-MRG TO WS-TAU-MRG-EDT.
           MOVE PG-MRG-MIN TO WS-MRG-MIN-EDT.
           MOVE PG-PRU-PIE TO WS-PRU-PIE-EDT.
           MOVE PG-PVT-PIE TO WS-PVT-PIE-EDT.
           MOVE SPACES     TO WS-MSG-NOT.

           STRING 'Erosion de marge sur ' DELIMITED BY SIZE
                  FUNCTION TRIM (PG-NOM-PIE) DELIMITED BY SIZE
                  ' : ' DELIMITED BY SIZE
                  FUNCTION TRIM (WS-TAU-MRG-EDT) DELIMITED BY SIZE
                  ' % (cout ' DELIMITED BY SIZE
                  FUNCTION TRIM (WS-PRU-PIE-EDT) DELIMITED BY SIZE
                  ', prix ' DELIMITED BY SIZE
                  FUNCTION TRIM (WS-PVT-PIE-EDT) DELIMITED BY SIZE
                  ' EUR), minimum ' DELIMITED BY SIZE
                  FUNCTION TRIM (WS-MRG-MIN-EDT) DELIMITED BY SIZE
                  ' % - voir cnsamg.' DELIMITED BY SIZE
                  INTO WS-MSG-NOT
           END-STRING.

           CALL "gennot" USING WS-DST-NOT,
                               WS-TYP-NOT,
                               WS-MSG-NOT,
                               WS-RTR-NOT
           END-CALL.

       0300-INS-AMG-FIN.
           EXIT.
