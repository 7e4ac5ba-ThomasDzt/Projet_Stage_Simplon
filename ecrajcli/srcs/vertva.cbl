      ******************************************************************
      *                                                                *
      *                 DESCRIPTION DU SOUS-PROGRAMME                  *
      *                                                                *
      * vertva : verifie le pays et le numero de TVA                   *
      * intracommunautaire saisis sur la fiche client (ecrajcli,       *
      * edcli) avant que genfac ne s'en serve pour facturer en         *
      * autoliquidation. Le pays est un code ISO sur deux lettres (FR  *
      * a blanc). Le numero est compacte (espaces de presentation      *
      * retires) et passe en majuscules, puis controle : prefixe d'un  *
      * Etat membre, qui doit etre celui du pays du client (EL pour la *
      * Grece), et corps conforme au format de cet Etat (longueur,     *
      * chiffres seuls ou alphanumerique). Les formes compactees sont  *
      * rendues a l'appelant, ce sont elles qui sont enregistrees.     *
      * Numero vide accepte (client sans TVA intracommunautaire).      *
      * N'effectue aucun acces base de donnee, uniquement un controle  *
      * de format.                                                     *
      *                                                                *
      *----------------------------------------------------------------*
      *                           TRIGRAMMES                           *
      *                                                                *
      * vertva=verification TVA intracommunautaire; PAY=PAYS;          *
      * TVA=NUMERO DE TVA; INT=INTRACOMMUNAUTAIRE; PFX=PREFIXE;        *
      * CRP=CORPS; LNG=LONGUEUR; MIN=MINIMUM; MAX=MAXIMUM; FMT=FORMAT; *
      * TYP=TYPE; TAB=TABLE; ENT=ENTREE; CAR=CARACTERE; IDX=INDEX;     *
      * TRV=TROUVE; VLR=VALEUR; RTR=RETOUR; CTL=CONTROLE;              *
      * CMP=COMPACTAGE; DEB=DEBUT                                      *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. vertva.
       AUTHOR. ThomasD.
       DATE-WRITTEN. 15-10-2026 (fr).

       DATA DIVISION.
       WORKING-STORAGE SECTION.

      * Formats des numeros de TVA des Etats membres : prefixe,
      * longueur minimale et maximale du corps (apres le prefixe) et
      * nature du corps (N = chiffres seuls, A = alphanumerique).
       01 WS-TAB-FMT-VAL.
           05 FILLER            PIC X(07)   VALUE "AT0909A".
           05 FILLER            PIC X(07)   VALUE "BE1010N".
           05 FILLER            PIC X(07)   VALUE "BG0910N".
           05 FILLER            PIC X(07)   VALUE "CY0909A".
           05 FILLER            PIC X(07)   VALUE "CZ0810N".
           05 FILLER            PIC X(07)   VALUE "DE0909N".
           05 FILLER            PIC X(07)   VALUE "DK0808N".
           05 FILLER            PIC X(07)   VALUE "EE0909N".
           05 FILLER            PIC X(07)   VALUE "EL0909N".
           05 FILLER            PIC X(07)   VALUE "ES0909A".
           05 FILLER            PIC X(07)   VALUE "FI0808N".
           05 FILLER            PIC X(07)   VALUE "FR1111A".
           05 FILLER            PIC X(07)   VALUE "HR1111N".
           05 FILLER            PIC X(07)   VALUE "HU0808N".
           05 FILLER            PIC X(07)   VALUE "IE0809A".
           05 FILLER            PIC X(07)   VALUE "IT1111N".
           05 FILLER            PIC X(07)   VALUE "LT0912N".
           05 FILLER            PIC X(07)   VALUE "LU0808N".
           05 FILLER            PIC X(07)   VALUE "LV1111N".
           05 FILLER            PIC X(07)   VALUE "MT0808N".
           05 FILLER            PIC X(07)   VALUE "NL1212A".
           05 FILLER            PIC X(07)   VALUE "PL1010N".
           05 FILLER            PIC X(07)   VALUE "PT0909N".
           05 FILLER            PIC X(07)   VALUE "RO0210N".
           05 FILLER            PIC X(07)   VALUE "SE1212N".
           05 FILLER            PIC X(07)   VALUE "SI0808N".
           05 FILLER            PIC X(07)   VALUE "SK1010N".

       01 WS-TAB-FMT REDEFINES WS-TAB-FMT-VAL.
           05 WS-ENT-FMT        OCCURS 27 TIMES.
               10 WS-PFX-FMT    PIC X(02).
               10 WS-LNG-MIN    PIC 9(02).
               10 WS-LNG-MAX    PIC 9(02).
               10 WS-TYP-FMT    PIC X(01).

       01 WS-NBR-FMT            PIC 9(02)   VALUE 27.
       01 WS-IDX-FMT            PIC 9(02)   VALUE 0.
       01 WS-IDX-TRV            PIC 9(02)   VALUE 0.

      * Numero compacte, prefixe attendu d'apres le pays du client et
      * longueur du corps.
       01 WS-TVA                PIC X(14).
       01 WS-LNG-TVA            PIC 9(02)   VALUE 0.
       01 WS-LNG-CRP            PIC 9(02)   VALUE 0.
       01 WS-PFX-ATT            PIC X(02).
       01 WS-IDX                PIC 9(02)   VALUE 0.
       01 WS-CAR                PIC X(01).

      * Code retour rendu a l'appelant : 0 = pays et numero valides
      * (ou numero absent) ; 1 = pays mal forme ; 2 = prefixe qui
      * n'est pas celui d'un Etat membre ; 3 = prefixe different du
      * pays du client ; 4 = corps du numero mal forme.
       01 WS-VLR-RTR            PIC 9(01)   VALUE 0.
           88 WS-RTR-OK                     VALUE 0.
           88 WS-RTR-PAY-FMT                VALUE 1.
           88 WS-RTR-PFX-INC                VALUE 2.
           88 WS-RTR-PFX-PAY                VALUE 3.
           88 WS-RTR-CRP-FMT                VALUE 4.

       LINKAGE SECTION.
       01 LK-PAY-CLI            PIC X(02).
       01 LK-TVA-INT            PIC X(14).
       01 LK-VLR-RTR            PIC 9(01).


       PROCEDURE DIVISION USING LK-PAY-CLI,
                                LK-TVA-INT,
                                LK-VLR-RTR.

           MOVE 0 TO WS-VLR-RTR.

           PERFORM 0100-CTL-PAY-DEB
              THRU 0100-CTL-PAY-FIN.

           IF WS-RTR-OK AND LK-TVA-INT NOT = SPACES
               PERFORM 0200-CMP-TVA-DEB
                  THRU 0200-CMP-TVA-FIN

               PERFORM 0300-CTL-TVA-DEB
                  THRU 0300-CTL-TVA-FIN
           END-IF.

           MOVE WS-VLR-RTR
           TO   LK-VLR-RTR.

           EXIT PROGRAM.


      ******************************************************************
      *                         PARAGRAPHES                            *
      ******************************************************************

      * Pays du client : deux lettres, FR quand il est laisse a blanc
      * (la clientele historique est francaise).

       0100-CTL-PAY-DEB.

           INSPECT LK-PAY-CLI CONVERTING "abcdefghijklmnopqrstuvwxyz"
                                      TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

           IF LK-PAY-CLI = SPACES
               MOVE "FR" TO LK-PAY-CLI
           END-IF.

           IF LK-PAY-CLI NOT ALPHABETIC-UPPER
              OR LK-PAY-CLI (1:1) = SPACE
              OR LK-PAY-CLI (2:1) = SPACE
               SET WS-RTR-PAY-FMT TO TRUE
           END-IF.

           EXIT.
       0100-CTL-PAY-FIN.

      *-----------------------------------------------------------------

      * Retire les espaces de presentation ("BE 0123 456 789") et
      * passe le numero en majuscules ; la forme compacte est rendue
      * a l'appelant.

       0200-CMP-TVA-DEB.

           MOVE SPACES TO WS-TVA.
           MOVE 0 TO WS-LNG-TVA.

           INSPECT LK-TVA-INT CONVERTING "abcdefghijklmnopqrstuvwxyz"
                                      TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

           PERFORM 0250-CMP-CAR-DEB
              THRU 0250-CMP-CAR-FIN
              VARYING WS-IDX FROM 1 BY 1
              UNTIL WS-IDX > 14.

           MOVE WS-TVA TO LK-TVA-INT.

           EXIT.
       0200-CMP-TVA-FIN.

      *-----------------------------------------------------------------

       0250-CMP-CAR-DEB.

           IF LK-TVA-INT (WS-IDX:1) NOT = SPACE
               ADD 1 TO WS-LNG-TVA
               MOVE LK-TVA-INT (WS-IDX:1) TO WS-TVA (WS-LNG-TVA:1)
           END-IF.

           EXIT.
       0250-CMP-CAR-FIN.

      *-----------------------------------------------------------------

      * Prefixe d'un Etat membre, identique au pays du client (la
      * Grece, GR en ISO, prefixe ses numeros EL), puis corps au
      * format de l'Etat.

       0300-CTL-TVA-DEB.

           MOVE 0 TO WS-IDX-TRV.

           PERFORM 0350-RCH-FMT-DEB
              THRU 0350-RCH-FMT-FIN
              VARYING WS-IDX-FMT FROM 1 BY 1
              UNTIL WS-IDX-FMT > WS-NBR-FMT
              OR    WS-IDX-TRV > 0.

           IF WS-IDX-TRV = 0
               SET WS-RTR-PFX-INC TO TRUE
               GO TO 0300-CTL-TVA-FIN
           END-IF.

           IF LK-PAY-CLI = "GR"
               MOVE "EL" TO WS-PFX-ATT
           ELSE
               MOVE LK-PAY-CLI TO WS-PFX-ATT
           END-IF.

           IF WS-TVA (1:2) NOT = WS-PFX-ATT
               SET WS-RTR-PFX-PAY TO TRUE
               GO TO 0300-CTL-TVA-FIN
           END-IF.

           COMPUTE WS-LNG-CRP = WS-LNG-TVA - 2.

           IF WS-LNG-CRP < WS-LNG-MIN (WS-IDX-TRV)
              OR WS-LNG-CRP > WS-LNG-MAX (WS-IDX-TRV)
               SET WS-RTR-CRP-FMT TO TRUE
               GO TO 0300-CTL-TVA-FIN
           END-IF.

           PERFORM 0370-CTL-CAR-DEB
              THRU 0370-CTL-CAR-FIN
              VARYING WS-IDX FROM 3 BY 1
              UNTIL WS-IDX > WS-LNG-TVA
              OR    NOT WS-RTR-OK.

       0300-CTL-TVA-FIN.
           EXIT.

      *-----------------------------------------------------------------

       0350-RCH-FMT-DEB.

           IF WS-PFX-FMT (WS-IDX-FMT) = WS-TVA (1:2)
               MOVE WS-IDX-FMT TO WS-IDX-TRV
           END-IF.

           EXIT.
       0350-RCH-FMT-FIN.

      *-----------------------------------------------------------------

      * Un corps numerique n'admet que des chiffres ; un corps
      * alphanumerique des chiffres et des lettres majuscules.

       0370-CTL-CAR-DEB.

           MOVE WS-TVA (WS-IDX:1) TO WS-CAR.

           EVALUATE TRUE
               WHEN WS-CAR IS NUMERIC
                   CONTINUE

               WHEN WS-CAR IS ALPHABETIC-UPPER
                    AND WS-CAR NOT = SPACE
                    AND WS-TYP-FMT (WS-IDX-TRV) = "A"
                   CONTINUE

               WHEN OTHER
                   SET WS-RTR-CRP-FMT TO TRUE
           END-EVALUATE.

           EXIT.
       0370-CTL-CAR-FIN.
