      * existant et de le desactiver/reactiver, a l'aide de la SCREEN  *
      * SECTION. Le programme appelle le sous-programme majuti afin de *
      * repercuter les modifications dans la base de donnees.          *
      * Les depots attribues a l'utilisateur (codes separes par des    *
      * virgules, champ laisse a blanc = inchanges) sont remplaces via *
      * majudp une fois la fiche mise a jour.                          *
      *                                                                *
      *----------------------------------------------------------------*
      *                           TRIGRAMMES                           *
      * ENT=ENTREE; LRR=LEURRE; CLR=COULEUR; TXT=TEXTE; FND=FOND;      *
      * CRG=CROCHET GAUCHE; CRD=CROCHET DROIT; CHX=CHOIX;              *
      * AFF=AFFICHAGE; DEB=DEBUT; MSG=MESSAGE; ERR=ERREUR; BCL=BOUCLE; *
      * APL=APPEL; PRG=PROGRAMME; DEP=DEPOT; LST=LISTE;                *
      * UDP=UTILISATEUR DEPOT                                          *
      ******************************************************************

       IDENTIFICATION DIVISION.
           88 WS-EXD-UTI-OUI                VALUE "O".
           88 WS-EXD-UTI-NON                VALUE "N".

      * Depots attribues, separes par des virgules : a blanc, les
      * attributions existantes sont conservees.
       01 WS-LST-DEP           PIC X(40)   VALUE SPACES.

      * Code retour de majudp : 0 = depots mis a jour ; 1 = depot
      * inconnu ou liste vide ; 2 = utilisateur inconnu ; 3 = erreur
      * SQL.
       01 WS-RTR-UDP           PIC 9(01)   VALUE 0.
           88 WS-RTR-UDP-OK                VALUE 0.
           88 WS-RTR-UDP-DEP-INV           VALUE 1.

       01 WS-CHX               PIC X(01).

       01 WS-CLR-TXT           PIC 9(01)       VALUE 7. *> Blanc
           05 LINE 11 COL 36 PIC X(01) TO   WS-EXD-UTI.
           05 LINE 11 COL 37 PIC X(01) VALUE "]".

           05 LINE 13 COL 03 VALUE "Depots attribues (a,b,...) :".
           05 LINE 13 COL 35 PIC X(01) VALUE "[".
           05 LINE 13 COL 36 PIC X(40) TO   WS-LST-DEP.
           05 LINE 13 COL 76 PIC X(01) VALUE "]".

           05 LINE 17 COL 20 VALUE "1 - Mettre a jour".
           05 LINE 17 COL 47 VALUE "2 - Annuler".

               END-CALL
           END-IF.

           SET WS-RTR-UDP-OK TO TRUE.

           IF WS-RTR-MAJ-OK AND WS-LST-DEP NOT = SPACES
               CALL "majudp" USING WS-NOM-UTI
                                   WS-LST-DEP
                                   WS-RTR-UDP
               END-CALL
           END-IF.

           EVALUATE TRUE
               WHEN WS-RTR-MAJ-OK AND WS-RTR-UDP-OK
                   DISPLAY "Utilisateur mis a jour avec succes !"
                   AT LINE 22 COL 03

               WHEN WS-RTR-MAJ-OK AND WS-RTR-UDP-DEP-INV
                   DISPLAY "Utilisateur mis a jour ; depot inconnu, "
                           "depots non modifies."
                   AT LINE 22 COL 03

               WHEN WS-RTR-MAJ-OK
                   DISPLAY "Utilisateur mis a jour ; erreur sur les "
                           "depots."
                   AT LINE 22 COL 03

               WHEN WS-RTR-MAJ-ROL-INV
                   DISPLAY "Role inconnu, utilisateur non modifie."
                   AT LINE 22 COL 03
