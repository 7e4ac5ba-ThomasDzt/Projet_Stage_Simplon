       01 PG-DEP-PIE           PIC X(20).

      * Piece destinataire d'un transfert entre depots (mode 'T') et
      * son depot, relu pour ouvrir le bon de transfert. Ignores pour
      * les operations d'ajout/retrait classiques.
       01 PG-IDF-PIE-DST       PIC 9(10).
       01 PG-DEP-PIE-DST       PIC X(20).

      * Numero du bon de transfert (transfert.id_trf) ouvert par un
      * mouvement 'T' : la quantite part en transit et ne sera
      * creditee au depot destinataire qu'a sa reception (rcptrf).
       01 PG-IDF-TRF           PIC 9(10).

      * Déclaration du booléen correspondant au choix de l'opération
      * sur le stock de pièces.
      * Variable d'édition de l'id de la piece destinataire, pour le
      * message de log d'un transfert entre depots.
       01 PG-IDF-PIE-DST-EDT   PIC Z(10).
       01 PG-IDF-TRF-EDT       PIC Z(10).

      * Déclaration de la variable stockant le message à inclure dans 
      * les logs à chaque opération.  
           88 WS-RTR-PIE-CNF-REF           VALUE 6.
           88 WS-RTR-PIE-ROL-INV           VALUE 7.
           88 WS-RTR-PIE-DEP-INV           VALUE 8.
           88 WS-RTR-PIE-DEP-REF           VALUE 9.

      * Alerte de stock bas : a TRUE lorsque la nouvelle quantite en
      * stock est descendue a ou sous le seuil configure (seuil_pie)
           88 WS-RTR-PER-OK                VALUE 0.
           88 WS-RTR-PER-REF               VALUE 1.

      * Code retour de verudp : le depot du mouvement doit etre
      * attribue a l'utilisateur (table utilisateur_depot, saisie dans
      * eduti), sauf pour un admin ; un refus est trace par verudp.
       01 WS-RTR-UDP           PIC 9(01).
           88 WS-RTR-UDP-OK                VALUE 0.

       LINKAGE SECTION.
      * Arguments d'entrée correspondant aux variables utilisées dans
      * le programme appelant.
               IF WS-RTR-PIE-OK
                   PERFORM 0400-MAJ-NVL-QTE-DEB
                      THRU 0400-MAJ-NVL-QTE-FIN
               END-IF

               IF WS-RTR-PIE-OK
                   PERFORM 0450-VER-SUL-PIE-DEB
                      THRU 0450-VER-SUL-PIE-FIN

      * de la fonction 'majpie' dans la table permissions (la meme
      * table que celle consultee par le menu principal, entretenue
      * par gesper). Un id_uti inconnu ou un role non autorise rejette
      * l'operation avant toute lecture de la piece. Le depot du
      * mouvement doit ensuite etre attribue a l'utilisateur (verudp,
      * sauf admin) : sinon WS-RTR-PIE-DEP-REF.

       0150-VER-ROL-UTI-DEB.

               END-IF
           END-IF.

           IF WS-RTR-PIE-OK
               CALL "verudp" USING PG-IDF-UTI
                                   PG-DEP-PIE
                                   WS-FNC-PER
                                   WS-RTR-UDP
               END-CALL

               IF NOT WS-RTR-UDP-OK
                   SET WS-RTR-PIE-DEP-REF TO TRUE
               END-IF
           END-IF.

           EXIT.
       0150-VER-ROL-UTI-FIN.

                   END-IF

      * Transfert entre depots : debite le depot d'origine comme un
      * retrait classique. La piece destinataire n'est pas creditee :
      * la quantite part en transit sur un bon de transfert ouvert
      * dans la meme transaction que le debit (0380-CRE-TRF-DEB,
      * depuis 0400-MAJ-NVL-QTE-DEB), et le depot destinataire la
      * credite a la reception (rcptrf).

               WHEN PG-TRF
                   IF PG-QTE-VRT > PG-QTE-PIE

      *-----------------------------------------------------------------

      * Ouvre le bon de transfert (table transfert, statut
      * 'en_transit') du mouvement 'T' : la piece destinataire doit
      * exister, son depot est repris sur le bon. Appelee depuis
      * 0400-MAJ-NVL-QTE-DEB avant le COMMIT du debit d'origine, pour
      * que le debit et le bon soient valides ou annules ensemble ;
      * en echec, le debit est annule (ROLLBACK). La piece
      * destinataire n'est pas touchee ici.

       0380-CRE-TRF-DEB.

           EXEC SQL
               SELECT depot_pie
               INTO   :PG-DEP-PIE-DST
               FROM   piece
               WHERE  id_pie = :PG-IDF-PIE-DST
           END-EXEC.

           IF SQLCODE NOT = 0
               EXEC SQL ROLLBACK END-EXEC
               SET WS-RTR-PIE-DST-INV TO TRUE
           ELSE
               EXEC SQL
                   INSERT INTO transfert
                          (id_pie_src, id_pie_dst, dep_src_trf,
                           dep_dst_trf, qte_exp_trf, id_uti_exp)
                   VALUES (:PG-IDF-PIE, :PG-IDF-PIE-DST, :PG-DEP-PIE,
                           :PG-DEP-PIE-DST, :PG-QTE-VRT, :PG-IDF-UTI)
                   RETURNING id_trf INTO :PG-IDF-TRF
               END-EXEC

               IF SQLCODE NOT = 0
                   EXEC SQL ROLLBACK END-EXEC
                   MOVE "majpie : ouverture bon de transfert"
                   TO   WS-OPE-ERR
                   CALL "generr" USING WS-OPE-ERR, SQLCODE, WS-RTR-ERR
                   END-CALL
           END-IF.

           EXIT.
       0380-CRE-TRF-FIN.

      *-----------------------------------------------------------------
       
               WHERE id_pie = :PG-IDF-PIE
           END-EXEC.    

      * Transfert : le bon de transfert est ouvert avant le COMMIT du
      * debit ; s'il ne peut l'etre, le debit est deja annule.

           IF SQLCODE = 0 AND PG-TRF
              PERFORM 0380-CRE-TRF-DEB
                 THRU 0380-CRE-TRF-FIN

              IF NOT WS-RTR-PIE-OK
                 GO TO 0400-MAJ-NVL-QTE-FIN
              END-IF
           END-IF.

           IF SQLCODE = 0
              EXEC SQL COMMIT END-EXEC

      * Tenue des soldes par lot fournisseur : credit du lot fourni
      * sur un ajout, prelevement premier entre premier sorti sur un
       0550-GEN-LOG-TRF-DEB.

      * Concaténation de chaîne de caractères pour le message de log :
      * nom de la pièce, quantité transférée, depot d'origine, id de
      * la piece destinataire dans l'autre depot et numero du bon de
      * transfert sur lequel la quantite est en transit.

           MOVE PG-IDF-PIE-DST
           TO   PG-IDF-PIE-DST-EDT.

           MOVE PG-IDF-TRF
           TO   PG-IDF-TRF-EDT.

           STRING 'Transfert de ' DELIMITED BY SIZE
                  PG-NOM-PIE DELIMITED BY SPACE
                  ' : - ' DELIMITED BY SIZE
                  PG-DEP-PIE DELIMITED BY SPACE
                  ' vers piece ' DELIMITED BY SIZE
                  FUNCTION TRIM (PG-IDF-PIE-DST-EDT) DELIMITED BY SIZE
                  ' (bon ' DELIMITED BY SIZE
                  FUNCTION TRIM (PG-IDF-TRF-EDT) DELIMITED BY SIZE
                  ', en transit)' DELIMITED BY SIZE
                  INTO PG-MSG-LOG
           END-STRING.

