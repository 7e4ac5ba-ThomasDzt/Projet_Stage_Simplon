      * societe, une seule ligne), reservee a l'administrateur.        *
      * Affiche les valeurs courantes puis saisit les nouvelles        *
      * (raison sociale, adresse, code postal, ville, SIRET, numero    *
      * de TVA, IBAN et BIC du compte debite par les virements         *
      * fournisseur et credite par les prelevements clients,           *
      * identifiant creancier SEPA, seuil des ecarts de reglement      *
      * passes en perte par ppersd, repertoire de depot des factures   *
      * electroniques releve par la plateforme de dematerialisation,   *
      * parametres du programme de fidelite des particuliers : points  *
      * gagnes par euro TTC facture, valeur d'un point en euros,       *
      * duree de validite des points en mois, habilitation ADR du      *
      * transporteur colis (matieres dangereuses, controlee par        *
      * decadr avant toute expedition par transporteur), taux de marge *
      * minimum sur prix de vente sous lequel vermrg leve une alerte   *
      * d'erosion de marge, date de mise en service de la facturation  *
      * electronique (trtfel ne transmet pas les documents anterieurs) *
      * -                                                              *
      * une zone laissee vide conserve la valeur courante ; l'IBAN/BIC *
      * est controle par veriban).                                     *
      * Le changement est journalise via genlog (type_log =            *
      * 'societe') : c'est cette table que gensoc sert a toutes les    *
      * editions, plus de raison sociale codee en dur a chasser.       *
      * gessoc=gestion societe                                         *
      * SOC=SOCIETE; RSO=RAISON SOCIALE; ADR=ADRESSE; COP=CODE POSTAL; *
      * VIL=VILLE; SIR=SIRET; TVA=TVA; UTI=UTILISATEUR; SSI=SAISIE;    *
      * MAJ=MISE A JOUR; AFF=AFFICHAGE; LRR=LEURRE; DEB=DEBUT;         *
      * IBA=IBAN; BIC=BIC; VLR=VALIDATION; ICS=IDENTIFIANT CREANCIER   *
      * SEPA; SEU=SEUIL; PPE=PASSAGE EN PERTE; EDT=EDITION;            *
      * REP=REPERTOIRE; DEM=DEMATERIALISATION; PTS=POINTS; EUR=EURO;   *
      * VAL=VALEUR; DUR=DUREE; PFI=POINTS FIDELITE; TRP=TRANSPORTEUR;  *
      * MDG=MATIERE DANGEREUSE (ADR); MRG=MARGE; MIN=MINIMUM;          *
      * DAT=DATE; FEL=FACTURE ELECTRONIQUE                             *
      ******************************************************************

       IDENTIFICATION DIVISION.
       01 PG-VIL-SOC         PIC X(50).
       01 PG-SIR-SOC         PIC X(14).
       01 PG-TVA-SOC         PIC X(20).
       01 PG-IBA-SOC         PIC X(34).
       01 PG-BIC-SOC         PIC X(11).
       01 PG-ICS-SOC         PIC X(35).
       01 PG-SEU-PPE         PIC 9(06)V99.
       01 PG-REP-DEM         PIC X(40).
       01 PG-PTS-EUR         PIC 9(03)V99.
       01 PG-VAL-PTS         PIC 9(02)V9(04).
       01 PG-DUR-PFI         PIC 9(03).
       01 PG-TRP-MDG         PIC X(01).
       01 PG-MRG-MIN         PIC 9(02)V99.
       01 PG-DAT-FEL         PIC X(10).

       EXEC SQL END DECLARE SECTION END-EXEC.

       01 WS-VIL-SOC         PIC X(50).
       01 WS-SIR-SOC         PIC X(14).
       01 WS-TVA-SOC         PIC X(20).
       01 WS-IBA-SOC         PIC X(34).
       01 WS-BIC-SOC         PIC X(11).
       01 WS-ICS-SOC         PIC X(35).
       01 WS-SEU-PPE         PIC 9(06)V99.
       01 WS-SEU-PPE-EDT     PIC Z(05)9.99.
       01 WS-REP-DEM         PIC X(40).

      * Programme de fidelite : points par euro TTC, valeur du point
      * (EUR), duree de validite (mois).
       01 WS-PTS-EUR         PIC 9(03)V99.
       01 WS-PTS-EUR-EDT     PIC Z(02)9.99.
       01 WS-VAL-PTS         PIC 9(02)V9(04).
       01 WS-VAL-PTS-EDT     PIC Z9.9(04).
       01 WS-DUR-PFI         PIC 9(03).
       01 WS-DUR-PFI-EDT     PIC Z(02)9.

      * Transporteur colis habilite au transport de matieres
      * dangereuses (ADR) : O/N.
       01 WS-TRP-MDG         PIC X(01).
           88 WS-TRP-MDG-OK              VALUE "O" "N" " ".

      * Taux de marge minimum sur prix de vente (%), en dessous
      * duquel une piece part en alerte d'erosion de marge.
       01 WS-MRG-MIN         PIC 9(02)V99.
       01 WS-MRG-MIN-EDT     PIC Z9.99.

      * Date de mise en service de la facturation electronique
      * (AAAA-MM-JJ) : trtfel ne transmet que les documents dates de
      * ce jour ou apres.
       01 WS-DAT-FEL         PIC X(10).

      * Code retour du controle IBAN/BIC (veriban) : 0 = valide.
       01 WS-VLR-RTR-IBA     PIC 9(01).
           88 WS-VLR-IBA-OK              VALUE 0.

      * Zone de session partagee : qui est connecte sur ce poste.
       COPY session.
                      COALESCE(cop_soc, ' '),
                      COALESCE(vil_soc, ' '),
                      COALESCE(siret_soc, ' '),
                      COALESCE(tva_soc, ' '),
                      COALESCE(iban_soc, ' '),
                      COALESCE(bic_soc, ' '),
                      COALESCE(ics_soc, ' '),
                      COALESCE(seuil_ppe_soc, 1.00),
                      COALESCE(rep_dem_soc, 'demat/sortant'),
                      COALESCE(pts_eur_soc, 1.00),
                      COALESCE(val_pts_soc, 0.01),
                      COALESCE(dur_pfi_soc, 24),
                      COALESCE(transp_adr_soc, 'N'),
                      COALESCE(mrg_min_soc, 10.00),
                      TO_CHAR(COALESCE(date_fel_soc, CURRENT_DATE),
                              'YYYY-MM-DD')
               INTO   :PG-RSO-SOC, :PG-ADR-SOC, :PG-COP-SOC,
                      :PG-VIL-SOC, :PG-SIR-SOC, :PG-TVA-SOC,
                      :PG-IBA-SOC, :PG-BIC-SOC, :PG-ICS-SOC,
                      :PG-SEU-PPE, :PG-REP-DEM, :PG-PTS-EUR,
                      :PG-VAL-PTS, :PG-DUR-PFI, :PG-TRP-MDG,
                      :PG-MRG-MIN, :PG-DAT-FEL
               FROM   societe
               FETCH FIRST 1 ROW ONLY
           END-EXEC.
                   FUNCTION TRIM (PG-VIL-SOC).
           DISPLAY "  SIRET          : " PG-SIR-SOC.
           DISPLAY "  Numero de TVA  : " FUNCTION TRIM (PG-TVA-SOC).
           DISPLAY "  IBAN           : " FUNCTION TRIM (PG-IBA-SOC).
           DISPLAY "  BIC            : " FUNCTION TRIM (PG-BIC-SOC).
           DISPLAY "  ICS (SEPA)     : " FUNCTION TRIM (PG-ICS-SOC).
           MOVE PG-SEU-PPE TO WS-SEU-PPE-EDT.
           DISPLAY "  Seuil ecarts   : " FUNCTION TRIM (WS-SEU-PPE-EDT)
                   " EUR".
           DISPLAY "  Depot factures electroniques : "
                   FUNCTION TRIM (PG-REP-DEM).
           MOVE PG-PTS-EUR TO WS-PTS-EUR-EDT.
           MOVE PG-VAL-PTS TO WS-VAL-PTS-EDT.
           MOVE PG-DUR-PFI TO WS-DUR-PFI-EDT.
           DISPLAY "  Fidelite       : "
                   FUNCTION TRIM (WS-PTS-EUR-EDT) " point(s)/EUR, "
                   "point a " FUNCTION TRIM (WS-VAL-PTS-EDT) " EUR, "
                   "valable " FUNCTION TRIM (WS-DUR-PFI-EDT) " mois".
           DISPLAY "  Transporteur habilite ADR : " PG-TRP-MDG.
           MOVE PG-MRG-MIN TO WS-MRG-MIN-EDT.
           DISPLAY "  Marge minimum  : " FUNCTION TRIM (WS-MRG-MIN-EDT)
                   " % du prix de vente".
           DISPLAY "  Facturation electronique depuis le : " PG-DAT-FEL.

           DISPLAY "Modifier (O/N) ?".
           ACCEPT WS-CHX.
               MOVE PG-TVA-SOC TO WS-TVA-SOC
           END-IF.

           DISPLAY "IBAN du compte de virement :".
           ACCEPT WS-IBA-SOC.
           IF WS-IBA-SOC = SPACES
               MOVE PG-IBA-SOC TO WS-IBA-SOC
           END-IF.

           DISPLAY "BIC :".
           ACCEPT WS-BIC-SOC.
           IF WS-BIC-SOC = SPACES
               MOVE PG-BIC-SOC TO WS-BIC-SOC
           END-IF.

           DISPLAY "Identifiant creancier SEPA (ICS) :".
           ACCEPT WS-ICS-SOC.
           IF WS-ICS-SOC = SPACES
               MOVE PG-ICS-SOC TO WS-ICS-SOC
           END-IF.

           DISPLAY "Seuil des ecarts de reglement passes en perte "
                   "(EUR, 0 = inchange) :".
           ACCEPT WS-SEU-PPE.
           IF WS-SEU-PPE = 0
               MOVE PG-SEU-PPE TO WS-SEU-PPE
           END-IF.

           DISPLAY "Repertoire de depot des factures electroniques :".
           ACCEPT WS-REP-DEM.
           IF WS-REP-DEM = SPACES
               MOVE PG-REP-DEM TO WS-REP-DEM
           END-IF.

           DISPLAY "Fidelite - points gagnes par euro TTC facture "
                   "(0 = inchange) :".
           ACCEPT WS-PTS-EUR.
           IF WS-PTS-EUR = 0
               MOVE PG-PTS-EUR TO WS-PTS-EUR
           END-IF.

           DISPLAY "Fidelite - valeur d'un point en EUR "
                   "(0 = inchange) :".
           ACCEPT WS-VAL-PTS.
           IF WS-VAL-PTS = 0
               MOVE PG-VAL-PTS TO WS-VAL-PTS
           END-IF.

           DISPLAY "Fidelite - duree de validite des points en mois "
                   "(0 = inchange) :".
           ACCEPT WS-DUR-PFI.
           IF WS-DUR-PFI = 0
               MOVE PG-DUR-PFI TO WS-DUR-PFI
           END-IF.

           DISPLAY "Transporteur colis habilite ADR "
                   "(O/N, vide = inchange) :".
           ACCEPT WS-TRP-MDG.
           MOVE FUNCTION UPPER-CASE (WS-TRP-MDG) TO WS-TRP-MDG.
           IF NOT WS-TRP-MDG-OK
               DISPLAY "Reponse O ou N attendue : habilitation "
                       "inchangee."
               MOVE SPACES TO WS-TRP-MDG
           END-IF.
           IF WS-TRP-MDG = SPACES
               MOVE PG-TRP-MDG TO WS-TRP-MDG
           END-IF.

           DISPLAY "Taux de marge minimum en % du prix de vente "
                   "(0 = inchange) :".
           ACCEPT WS-MRG-MIN.
           IF WS-MRG-MIN = 0
               MOVE PG-MRG-MIN TO WS-MRG-MIN
           END-IF.

           DISPLAY "Mise en service de la facturation electronique "
                   "(AAAA-MM-JJ, vide = inchangee) :".
           ACCEPT WS-DAT-FEL.
           IF WS-DAT-FEL NOT = SPACES
               AND (WS-DAT-FEL (1:4) NOT NUMERIC
                    OR WS-DAT-FEL (5:1) NOT = "-"
                    OR WS-DAT-FEL (6:2) NOT NUMERIC
                    OR WS-DAT-FEL (8:1) NOT = "-"
                    OR WS-DAT-FEL (9:2) NOT NUMERIC)
               DISPLAY "Date attendue au format AAAA-MM-JJ : mise en "
                       "service inchangee."
               MOVE SPACES TO WS-DAT-FEL
           END-IF.
           IF WS-DAT-FEL = SPACES
               MOVE PG-DAT-FEL TO WS-DAT-FEL
           END-IF.

           CALL "veriban" USING WS-IBA-SOC
                                WS-BIC-SOC
                                WS-VLR-RTR-IBA
           END-CALL.

           IF NOT WS-VLR-IBA-OK
               DISPLAY "IBAN ou BIC invalide : identite non mise a "
                       "jour."
               GO TO 0200-SSI-SOC-SRT
           END-IF.

           MOVE WS-RSO-SOC TO PG-RSO-SOC.
           MOVE WS-ADR-SOC TO PG-ADR-SOC.
           MOVE WS-COP-SOC TO PG-COP-SOC.
           MOVE WS-VIL-SOC TO PG-VIL-SOC.
           MOVE WS-SIR-SOC TO PG-SIR-SOC.
           MOVE WS-TVA-SOC TO PG-TVA-SOC.
           MOVE WS-IBA-SOC TO PG-IBA-SOC.
           MOVE WS-BIC-SOC TO PG-BIC-SOC.
           MOVE WS-ICS-SOC TO PG-ICS-SOC.
           MOVE WS-SEU-PPE TO PG-SEU-PPE.
           MOVE WS-REP-DEM TO PG-REP-DEM.
           MOVE WS-PTS-EUR TO PG-PTS-EUR.
           MOVE WS-VAL-PTS TO PG-VAL-PTS.
           MOVE WS-DUR-PFI TO PG-DUR-PFI.
           MOVE WS-TRP-MDG TO PG-TRP-MDG.
           MOVE WS-MRG-MIN TO PG-MRG-MIN.
           MOVE WS-DAT-FEL TO PG-DAT-FEL.

           EXEC SQL
               UPDATE societe
                      cop_soc    = :PG-COP-SOC,
                      vil_soc    = :PG-VIL-SOC,
                      siret_soc  = :PG-SIR-SOC,
                      tva_soc    = :PG-TVA-SOC,
                      iban_soc   = NULLIF(TRIM(:PG-IBA-SOC), ''),
                      bic_soc    = NULLIF(TRIM(:PG-BIC-SOC), ''),
                      ics_soc    = NULLIF(TRIM(:PG-ICS-SOC), ''),
                      seuil_ppe_soc = :PG-SEU-PPE,
                      rep_dem_soc   = :PG-REP-DEM,
                      pts_eur_soc   = :PG-PTS-EUR,
                      val_pts_soc   = :PG-VAL-PTS,
                      dur_pfi_soc   = :PG-DUR-PFI,
                      transp_adr_soc = :PG-TRP-MDG,
                      mrg_min_soc    = :PG-MRG-MIN,
                      date_fel_soc   = TO_DATE(:PG-DAT-FEL,
                                               'YYYY-MM-DD')
           END-EXEC.

           IF SQLCODE = 0
               DISPLAY "Erreur lors de la mise a jour."
           END-IF.

       0200-SSI-SOC-SRT.
           DISPLAY "Appuyez sur entree".
           ACCEPT WS-LRR.

