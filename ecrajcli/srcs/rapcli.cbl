      * de la SCREEN SECTION puis d'appeler le sous-programme stmcli   *
      * qui produit son releve (coordonnees completes), destine a etre *
      * remis au client sous forme de confirmation imprimee.           *
      * La vue 'A' (agence) releve le client seul ; la vue 'G'         *
      * (groupe) consolide le client payeur et ses agences ; la vue    *
      * 'F' (fidelite) imprime le releve de points d'un particulier.   *
      *                                                                *
      *----------------------------------------------------------------*
      *                           TRIGRAMMES                           *
      * rapcli=rapport client;                                        *
      * IDF=IDENTIFIANT; CLI=CLIENT; ECR=ECRAN; ENT=ENTREE;            *
      * LRR=LEURRE; CLR=COULEUR; TXT=TEXTE; FND=FOND; AFF=AFFICHAGE;   *
      * DEB=DEBUT; RTR=RETOUR; APL=APPEL; PRG=PROGRAMME; VUE=VUE       *
      ******************************************************************

       IDENTIFICATION DIVISION.
       01 WS-LRR               PIC X(01).
       01 WS-IDF-CLI            PIC 9(10).

      * Vue du releve : 'A' = agence (le client seul), 'G' = groupe
      * consolide au client payeur, 'F' = releve de points de
      * fidelite.
       01 WS-VUE-STM            PIC X(01)   VALUE "A".

      * Code retour de stmcli : 0 = releve affiche ; 1 = client inconnu.
       01 WS-RTR-STM            PIC 9(01).
           88 WS-RTR-STM-OK                VALUE 0.
           05 LINE 05 COL 36 PIC 9(10) TO   WS-IDF-CLI.
           05 LINE 05 COL 46 PIC X(01) VALUE "]".

           05 LINE 07 COL 03
              VALUE "Vue (A=agence, G=groupe, F=fidelite) :".
           05 LINE 07 COL 42 PIC X(01) VALUE "[".
           05 LINE 07 COL 43 PIC X(01) USING WS-VUE-STM.
           05 LINE 07 COL 44 PIC X(01) VALUE "]".


       PROCEDURE DIVISION.
           PERFORM 0100-AFF-ECR-CLI-DEB
       0200-APL-PRG-DEB.

           CALL "stmcli" USING WS-IDF-CLI
                               WS-VUE-STM
                               WS-RTR-STM
           END-CALL.

