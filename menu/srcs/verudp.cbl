      ******************************************************************
      *                                                                *
      *                 DESCRIPTION DU SOUS-PROGRAMME                  *
      *                                                                *
      * verudp : verification qu'un utilisateur est autorise a operer  *
      * sur le stock d'un depot, par lecture de la table               *
      * utilisateur_depot (depots attribues a chaque compte,           *
      * entretenue dans eduti). Un administrateur passe toujours, de   *
      * meme que l'utilisateur systeme (id 1) des traitements batch.   *
      * Un refus est trace dans logs (genlog, type 'acces_depot') avec *
      * le depot et la fonction appelante, pour que les tentatives     *
      * depuis le mauvais site se voient. Appele par majpie (0150)     *
      * avant tout mouvement, et par ajsman, saicpt, gesqua, cnfprp,   *
      * rcptrf et trtscn avant de proposer l'operation.                *
      *                                                                *
      * Code retour rendu a l'appelant : 0 = depot autorise ;          *
      * 1 = depot non attribue a l'utilisateur (ou utilisateur         *
      * inconnu, ou erreur SQL, traites comme un refus par prudence).  *
      *                                                                *
      *----------------------------------------------------------------*
      *                           TRIGRAMMES                           *
      *                                                                *
      * verudp=verification utilisateur depot                          *
      * UDP=UTILISATEUR DEPOT; UTI=UTILISATEUR; DEP=DEPOT; ROL=ROLE;   *
      * FNC=FONCTION; IDF=IDENTIFIANT; NBR=NOMBRE; RTR=RETOUR;         *
      * MSG=MESSAGE; TYP=TYPE; PIE=PIECE; QTE=QUANTITE; SLC=SELECTION; *
      * GEN=GENERATION; NUL=NEUTRE; DEB=DEBUT; SYS=SYSTEME             *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. verudp.
       AUTHOR. ThomasD.
       DATE-WRITTEN. 15-10-2026 (fr).

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.

       01 PG-IDF-UTI         PIC 9(10).
       01 PG-COD-DEP         PIC X(20).
       01 PG-ROL-UTI         PIC X(14).
       01 PG-NBR-UDP         PIC 9(05).

      * Utilisateur systeme des traitements batch : il opere sur tous
      * les depots, comme un administrateur.
       01 PG-IDF-UTI-SYS     PIC 9(10)   VALUE 1.

       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

      * Code retour rendu a l'appelant.
       01 WS-RTR-UDP         PIC 9(01)   VALUE 1.
           88 WS-RTR-UDP-OK              VALUE 0.
           88 WS-RTR-UDP-REF             VALUE 1.

      * Zones utilisees pour tracer le refus via genlog. id_pie,
      * qte_log et lien_log sont sans objet : 0 (ecrits a NULL).
       01 WS-FNC-UDP         PIC X(10).
       01 WS-MSG-LOG         PIC X(100).
       01 WS-TYP-LOG         PIC X(20)   VALUE "acces_depot".
       01 WS-IDF-PIE-NUL     PIC 9(10)   VALUE 0.
       01 WS-QTE-LOG-NUL     PIC S9(10)  VALUE 0.
       01 WS-LIEN-LOG-NUL    PIC 9(10)   VALUE 0.
       01 WS-RTR-LOG         PIC 9(01).

       LINKAGE SECTION.
       01 LK-IDF-UTI         PIC 9(10).
       01 LK-COD-DEP         PIC X(20).
       01 LK-FNC-UDP         PIC X(10).
       01 LK-RTR-UDP         PIC 9(01).


       PROCEDURE DIVISION USING LK-IDF-UTI,
                                LK-COD-DEP,
                                LK-FNC-UDP,
                                LK-RTR-UDP.

           MOVE LK-IDF-UTI TO PG-IDF-UTI.
           MOVE LK-COD-DEP TO PG-COD-DEP.
           MOVE LK-FNC-UDP TO WS-FNC-UDP.

           PERFORM 0100-SLC-UDP-DEB
              THRU 0100-SLC-UDP-FIN.

           IF WS-RTR-UDP-REF
               PERFORM 0200-GEN-LOG-DEB
                  THRU 0200-GEN-LOG-FIN
           END-IF.

           MOVE WS-RTR-UDP
           TO   LK-RTR-UDP.

           EXIT PROGRAM.

      ******************************************************************
      *                         PARAGRAPHES                            *
      ******************************************************************

      * L'utilisateur systeme et un admin passent sans attribution ;
      * sinon recherche du couple utilisateur/depot. Un SQLCODE en
      * erreur est traite comme un refus.

       0100-SLC-UDP-DEB.

           SET WS-RTR-UDP-REF TO TRUE.

           IF PG-IDF-UTI = PG-IDF-UTI-SYS
               SET WS-RTR-UDP-OK TO TRUE
               GO TO 0100-SLC-UDP-FIN
           END-IF.

           EXEC SQL
               SELECT role_uti
               INTO   :PG-ROL-UTI
               FROM   utilisateur
               WHERE  id_uti = :PG-IDF-UTI
           END-EXEC.

           IF SQLCODE NOT = 0
               GO TO 0100-SLC-UDP-FIN
           END-IF.

           IF PG-ROL-UTI = "admin"
               SET WS-RTR-UDP-OK TO TRUE
               GO TO 0100-SLC-UDP-FIN
           END-IF.

           EXEC SQL
               SELECT COUNT(*)
               INTO   :PG-NBR-UDP
               FROM   utilisateur_depot
               WHERE  id_uti = :PG-IDF-UTI
               AND    code_dep = :PG-COD-DEP
           END-EXEC.

           IF SQLCODE = 0 AND PG-NBR-UDP > 0
               SET WS-RTR-UDP-OK TO TRUE
           END-IF.

       0100-SLC-UDP-FIN.
           EXIT.

      *-----------------------------------------------------------------

      * Trace la tentative refusee : depot vise et fonction appelante.

       0200-GEN-LOG-DEB.

           MOVE SPACES TO WS-MSG-LOG.

           STRING 'Acces refuse au depot ' DELIMITED BY SIZE
                  PG-COD-DEP DELIMITED BY SPACE
                  ' (' DELIMITED BY SIZE
                  WS-FNC-UDP DELIMITED BY SPACE
                  ') : depot non attribue a l''utilisateur.'
                  DELIMITED BY SIZE
                  INTO WS-MSG-LOG
           END-STRING.

           CALL "genlog" USING WS-MSG-LOG,
                               WS-TYP-LOG,
                               PG-IDF-UTI,
                               WS-IDF-PIE-NUL,
                               WS-QTE-LOG-NUL,
                               WS-LIEN-LOG-NUL,
                               WS-RTR-LOG
           END-CALL.

       0200-GEN-LOG-FIN.
           EXIT.
