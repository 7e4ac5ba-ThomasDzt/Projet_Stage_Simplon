      * l'etat 'propose' avec la piece source, la piece destination    *
      * et la quantite suggeree ; l'operateur en choisit une, peut     *
      * retoucher la quantite, puis approuve - le transfert est alors  *
      * poste par le mode 'T' de majpie (debit du depot source et      *
      * ouverture d'un bon de transfert 'en_transit', journalise comme *
      * tout transfert), le bon est imprime (bontrf) pour partir avec  *
      * la navette et la proposition passe a 'applique' - ou rejette   *
      * ('rejete', rien ne bouge). La destination n'est creditee qu'a  *
      * la reception du bon (rcptrf).                                  *
      *                                                                *
      *----------------------------------------------------------------*
      *                           TRIGRAMMES                           *
      * PRT=PROPOSITION DE TRANSFERT; PIE=PIECE; DEP=DEPOT; SRC=SOURCE;*
      * DST=DESTINATION; QTE=QUANTITE; STA=STATUT; IDF=IDENTIFIANT;    *
      * UTI=UTILISATEUR; NBR=NOMBRE; RSU=RESULTAT; CHX=CHOIX;          *
      * TRF=TRANSFERT (BON); EDT=EDITION;                              *
      * SLC=SELECTION; APL=APPEL; MAJ=MISE A JOUR; AFF=AFFICHAGE;      *
      * LRR=LEURRE; DEB=DEBUT                                          *
      ******************************************************************
       01 PG-DEP-SRC            PIC X(20).
       01 PG-STA-NVO            PIC X(14).

      * Numero du bon de transfert ouvert par majpie pour le
      * transfert approuve, relu pour l'impression du bon.
       01 PG-IDF-TRF            PIC 9(10).
       01 PG-IDF-UTI            PIC 9(10).

       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       01 WS-IDF-PRP-EDT        PIC Z(10).
       01 WS-QTE-PRP-EDT        PIC Z(10).
       01 WS-IDF-TRF-EDT        PIC Z(10).

      * Zones utilisees pour tracer via generr l'echec d'une des
      * ecritures SQL en cas de SQLCODE en erreur.
      *-----------------------------------------------------------------

      * Approbation : poste le transfert par le mode 'T' de majpie
      * (debit de la piece source dans son depot, quantite en transit
      * sur un bon de transfert), puis acte la proposition et imprime
      * le bon. La quantite retenue (retouchee ou non) est aussi
      * reportee sur la proposition.

       0300-APL-TRF-DEB.

           PERFORM 0400-ACT-DEC-DEB
              THRU 0400-ACT-DEC-FIN.

      * Le bon ouvert par majpie est le dernier bon de la piece source
      * expedie par l'utilisateur connecte.

           MOVE 0            TO PG-IDF-TRF.
           MOVE SESS-IDF-UTI TO PG-IDF-UTI.

           EXEC SQL
               SELECT COALESCE(MAX(id_trf), 0)
               INTO   :PG-IDF-TRF
               FROM   transfert
               WHERE  id_pie_src = :PG-IDF-PIE-SRC
               AND    id_uti_exp = :PG-IDF-UTI
           END-EXEC.

           MOVE PG-IDF-TRF TO WS-IDF-TRF-EDT.
           DISPLAY "Transfert parti en transit, bon n. "
                   FUNCTION TRIM (WS-IDF-TRF-EDT) ".".

           IF PG-IDF-TRF NOT = 0
               CALL "bontrf" USING PG-IDF-TRF
               END-CALL
           END-IF.

       0300-APL-TRF-FIN.
           EXIT.
