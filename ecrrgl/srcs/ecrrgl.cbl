      ******************************************************************
      *                             ENTETE                             *
      *                                                                *
      * ecrrgl : ecran de saisie d'un reglement client. Saisit l'id du *
      * client, le montant recu et le mode de paiement, verifie que le *
      * client existe, puis insere le reglement date du jour dans la   *
      * table reglement. La saisie est journalisee via genlog          *
      * (type_log = 'reglement'). Le reglement enregistre, l'ecran     *
      * enchaine sur le lettrage : les factures encore ouvertes du     *
      * client sont listees avec leur restant du (pour un siege        *
      * payeur, celles de toutes ses agences, chacune avec l'agence    *
      * qui a commande), et l'operateur affecte le reglement a des     *
      * factures precises (affectations partielles permises), jusqu'a  *
      * epuisement du montant ou arret. Un reglement non affecte reste *
      * visible au rapport raplet, et la balance agee raprgl vieillit  *
      * le restant du reellement ouvert par facture au lieu d'un total *
      * compense. La saisie est refusee quand le mois courant a ete    *
      * clos (vermoi).                                                 *
      * Un client particulier peut regler avec ses points de fidelite  *
      * (mode 'points') : genpfi convertit le montant en points        *
      * (valeur du point en table societe) et les debite de son solde, *
      * ou annule le reglement si le solde ne les couvre pas ; le      *
      * reglement se lettre ensuite comme tout autre.                  *
      * Chaque reglement est inscrit au journal de caisse inalterable  *
      * par gencai, dans la meme transaction : sans ligne de journal,  *
      * le reglement n'est pas enregistre.                             *
      *                                                                *
      *----------------------------------------------------------------*
      *                           TRIGRAMMES                           *
      * ecrrgl=ecran reglement; RGL=REGLEMENT; CLI=CLIENT; MTT=MONTANT;*
      * MOD=MODE; IDF=IDENTIFIANT; UTI=UTILISATEUR; CHX=CHOIX;         *
      * LRR=LEURRE; CLR=COULEUR; TXT=TEXTE; FND=FOND; VER=VERIFICATION;*
      * INS=INSERTION; AFF=AFFICHAGE; ECR=ECRAN; RTR=RETOUR; DEB=DEBUT;*
      * PCP=PERIODE COMPTABLE; OUV=OUVERTE; PFI=POINTS FIDELITE;       *
      * PTS=POINTS; CAI=CAISSE; AGC=AGENCE                             *
      ******************************************************************

       IDENTIFICATION DIVISION.
       01 PG-DAT-FAC-RSU       PIC X(10).
       01 PG-TTC-FAC-RSU       PIC 9(10)V99.
       01 PG-RST-FAC-RSU       PIC S9(10)V99.
      * Agence (client de la commande) : differe du client saisi
      * quand celui-ci est le payeur de ses agences.
       01 PG-IDF-AGC-RSU       PIC 9(10).

       EXEC SQL END DECLARE SECTION END-EXEC.


      * Declaration du curseur listant les factures du client dont le
      * restant du (TTC moins lettrages deja poses) n'est pas nul, de
      * la plus ancienne a la plus recente. Le client facture est
      * f.id_cli_fac, ou a defaut le payeur du client de la commande :
      * un siege payeur voit ainsi les factures de toutes ses agences.
       EXEC SQL
           DECLARE C-FAC-OUV CURSOR FOR
               SELECT f.id_fac,
                      f.mtt_ttc -
                      COALESCE((SELECT SUM(t.mtt_let)
                                FROM reglement_lettrage t
                                WHERE t.id_fac = f.id_fac), 0),
                      c.id_cli
               FROM   facture f
               JOIN   commande c ON c.id_cmd = f.id_cmd
               JOIN   client b ON b.id_cli = c.id_cli
               WHERE  COALESCE(f.id_cli_fac,
                               COALESCE(b.id_cli_pay, b.id_cli))
                      = :PG-IDF-CLI
               AND    f.mtt_ttc -
                      COALESCE((SELECT SUM(t.mtt_let)
                                FROM reglement_lettrage t
       01 WS-IDF-CLI           PIC 9(10).
       01 WS-MTT-RGL           PIC 9(10)V99.
       01 WS-MOD-RGL           PIC X(14).
           88 WS-MOD-RGL-PTS               VALUE "points" "POINTS"
                                                 "Points".

       01 WS-CHX               PIC X(01).

      * Zones echangees avec genpfi pour debiter les points d'un
      * reglement de mode 'points'.
       01 WS-MOD-PFI           PIC X(01)   VALUE "U".
       01 WS-IDF-CLI-PFI       PIC 9(10).
       01 WS-PTS-PFI           PIC 9(09).
       01 WS-PTS-PFI-EDT       PIC Z(08)9.
       01 WS-RTR-PFI           PIC 9(01).
           88 WS-RTR-PFI-OK                VALUE 0.

      * Retour de gencai, qui inscrit le reglement au journal de
      * caisse inalterable.
       01 WS-RTR-CAI           PIC 9(01).
           88 WS-RTR-CAI-OK                VALUE 0.

       01 WS-CLR-TXT           PIC 9(01)       VALUE 7. *> Blanc
       01 WS-CLR-FND           PIC 9(01)       VALUE 0. *> Noir

       01 WS-DAT-ECR           PIC X(10).
       01 WS-HEU-ECR           PIC X(05).

      * Controle de la periode comptable du jour (vermoi) : 0 = mois
      * ouvert.
       01 WS-DAT-PCP           PIC X(10).
       01 WS-DAT-OUV           PIC X(10).
       01 WS-RTR-PCP           PIC 9(01).
           88 WS-RTR-PCP-OUV               VALUE 0.

       01 WS-IDF-CLI-EDT       PIC Z(10).
       01 WS-MTT-RGL-EDT       PIC Z(10).99.

       01 WS-NUM-FAC-EDT       PIC Z(10).
       01 WS-TTC-FAC-EDT       PIC Z(10).99.
       01 WS-RST-FAC-EDT       PIC -Z(10).99.
       01 WS-IDF-AGC-EDT       PIC Z(10).
       01 WS-MTT-DSP-EDT       PIC Z(10).99.

      * Zones utilisees pour generer le log de saisie du reglement via
           05 LINE 07 COL 49 PIC X(01) VALUE "]".

           05 LINE 09 COL 03
              VALUE "Mode (cheque/especes/virement/carte/points) :".
           05 LINE 09 COL 49 PIC X(01) VALUE "[".
           05 LINE 09 COL 50 PIC X(14) TO   WS-MOD-RGL.
           05 LINE 09 COL 64 PIC X(01) VALUE "]".

           05 LINE 17 COL 20 VALUE "1 - Enregistrer".
           05 LINE 17 COL 47 VALUE "2 - Annuler".
      *-----------------------------------------------------------------

      * Insere le reglement date du jour puis journalise la saisie via
      * genlog. Refuse si le comptable a deja clos le mois courant.

       0300-INS-RGL-DEB.

           MOVE SPACES TO WS-DAT-PCP.
           STRING WS-CUR-DAT-HOR (1:4) "-" WS-CUR-DAT-HOR (5:2)
                  "-" WS-CUR-DAT-HOR (7:2)
                  DELIMITED BY SIZE INTO WS-DAT-PCP
           END-STRING.

           CALL "vermoi" USING WS-DAT-PCP,
                               WS-DAT-OUV,
                               WS-RTR-PCP
           END-CALL.

           IF NOT WS-RTR-PCP-OUV
               DISPLAY "Mois courant clos en comptabilite : "
                       "saisie impossible."
               AT LINE 22 COL 03

               DISPLAY "Appuyez sur entree" AT LINE 23 COL 03
               ACCEPT  WS-LRR              AT LINE 23 COL 21
               GO TO 0300-INS-RGL-FIN
           END-IF.

           IF WS-MOD-RGL-PTS
               MOVE "points" TO WS-MOD-RGL
           END-IF.

           MOVE WS-MTT-RGL TO PG-MTT-RGL.
           MOVE WS-MOD-RGL TO PG-MOD-RGL.

               RETURNING id_rgl INTO :PG-IDF-RGL
           END-EXEC.

      * Inscription au journal de caisse dans la transaction du
      * reglement ; en echec, gencai a deja tout annule.

           IF SQLCODE = 0
               CALL "gencai" USING PG-IDF-RGL,
                                   SESS-IDF-UTI,
                                   WS-RTR-CAI
               END-CALL

               IF NOT WS-RTR-CAI-OK
                   DISPLAY "Erreur au journal de caisse : reglement "
                           "non enregistre."
                   AT LINE 22 COL 03

                   DISPLAY "Appuyez sur entree" AT LINE 23 COL 03
                   ACCEPT  WS-LRR              AT LINE 23 COL 21
                   GO TO 0300-INS-RGL-FIN
               END-IF
           END-IF.

      * Reglement en points : genpfi debite le solde et valide, ou
      * annule le reglement insere si le solde ne suffit pas.

           IF SQLCODE = 0 AND WS-MOD-RGL-PTS
               CALL "genpfi" USING WS-MOD-PFI,
                                   PG-IDF-RGL,
                                   SESS-IDF-UTI,
                                   WS-IDF-CLI-PFI,
                                   WS-PTS-PFI,
                                   WS-RTR-PFI
               END-CALL

               IF NOT WS-RTR-PFI-OK
                   DISPLAY "Points insuffisants ou client non "
                           "particulier : reglement non enregistre."
                   AT LINE 22 COL 03

                   DISPLAY "Appuyez sur entree" AT LINE 23 COL 03
                   ACCEPT  WS-LRR              AT LINE 23 COL 21
                   GO TO 0300-INS-RGL-FIN
               END-IF

               MOVE WS-PTS-PFI TO WS-PTS-PFI-EDT
               DISPLAY FUNCTION TRIM (WS-PTS-PFI-EDT)
                       " point(s) de fidelite debite(s)."
               AT LINE 21 COL 03
           END-IF.

           IF SQLCODE = 0
               EXEC SQL COMMIT END-EXEC

           DISPLAY " ".
           DISPLAY "Factures ouvertes du client :".
           DISPLAY "Facture (exercice-numero)  Date        TTC       "
                   "   Restant du      Agence".

           EXEC SQL OPEN C-FAC-OUV END-EXEC.

               FETCH C-FAC-OUV
               INTO  :PG-IDF-FAC-RSU, :PG-EXE-FAC-RSU,
                     :PG-NUM-FAC-RSU, :PG-DAT-FAC-RSU,
                     :PG-TTC-FAC-RSU, :PG-RST-FAC-RSU,
                     :PG-IDF-AGC-RSU
           END-EXEC.

           PERFORM 0450-AFF-FAC-OUV-DEB
           MOVE PG-NUM-FAC-RSU TO WS-NUM-FAC-EDT.
           MOVE PG-TTC-FAC-RSU TO WS-TTC-FAC-EDT.
           MOVE PG-RST-FAC-RSU TO WS-RST-FAC-EDT.
           MOVE PG-IDF-AGC-RSU TO WS-IDF-AGC-EDT.

           DISPLAY PG-EXE-FAC-RSU "-" WS-NUM-FAC-EDT "       "
                   PG-DAT-FAC-RSU "  "
                   WS-TTC-FAC-EDT "  " WS-RST-FAC-EDT "  "
                   WS-IDF-AGC-EDT.

           EXEC SQL
               FETCH C-FAC-OUV
               INTO  :PG-IDF-FAC-RSU, :PG-EXE-FAC-RSU,
                     :PG-NUM-FAC-RSU, :PG-DAT-FAC-RSU,
                     :PG-TTC-FAC-RSU, :PG-RST-FAC-RSU,
                     :PG-IDF-AGC-RSU
           END-EXEC.

           EXIT.
               INTO   :PG-IDF-FAC-LET, :PG-RST-FAC
               FROM   facture f
               JOIN   commande c ON c.id_cmd = f.id_cmd
               JOIN   client b ON b.id_cli = c.id_cli
               WHERE  f.num_fac = :PG-NUM-FAC-RSU
               AND    COALESCE(f.exercice_fac,
                               EXTRACT(YEAR FROM f.date_fac))
                      = :PG-EXE-FAC-RSU
               AND    COALESCE(f.id_cli_fac,
                               COALESCE(b.id_cli_pay, b.id_cli))
                      = :PG-IDF-CLI
           END-EXEC.

           IF SQLCODE NOT = 0
