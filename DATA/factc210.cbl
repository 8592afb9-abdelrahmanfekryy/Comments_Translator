      *DD9150 15/10/26 anes Creation - controle arithmetique des
      *                     factures du jour recalculees depuis leurs
      *                     lignes (HT, TVA par taux, TTC, remise de
      *                     pied, escompte, net a payer apres acompte,
      *                     echeances/traites) ; un ecart bloque
      *                     FACTC200/FACTC240 par CHAINCTL et leve une
      *                     alerte NOTIF de severite 1
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FACTC210.
      *
      ******************************************************************
      * GPICMT    Controle, apres CGLP-FACT1, CGLP-FACTD et CILP-FACT1, *
      *           que chaque facture du jour (FFACTURE date DATFAC,     *
      *           date du run par defaut, hors duplicata) tombe juste : *
      *           - HT : somme des lignes FFACTLIG, moins la remise de  *
      *             fin de facture et l'escompte deduits, contre l'HT   *
      *             de l'entete ; remise et escompte recalcules a leur  *
      *             taux                                                *
      *           - TVA : chaque ventilation T de FACTJOUR recalculee   *
      *             (base x taux), total des bases contre l'HT          *
      *           - TTC : HT + TVA ventilee contre le TTC de l'entete   *
      *           - net a payer de l'extrait E contre TTC moins         *
      *             l'acompte consomme par la facture (table ACOMPTE)   *
      *           - somme des traites FTRAITES de la facture contre le  *
      *             net a payer                                         *
      *           Tout ecart de plus d'un centime est edite avec la     *
      *           composante en faute.  Le pas FACTC210 est declare     *
      *           dans CHAINCTL au statut E s'il y a un ecart, avec une *
      *           alerte NOTIF de severite 1 : FACTC200 et FACTC240,    *
      *           qui declarent FACTC210 comme dependance, refusent     *
      *           alors de partir - une facture fausse ne part ni chez  *
      *           l'enseigne ni sur Chorus.                             *
      ******************************************************************
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. DPS-4.
       OBJECT-COMPUTER. DPS-4.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FACTJOUR ASSIGN TO FAC-TJOUR
                       organization line sequential
                       file status is file-status.
      *
           SELECT ACOMPTE-F ASSIGN TO ACO-MPTE
                       organization indexed
                       access mode sequential
                       record key ACP-CDE
                       file status is file-status2.
      *
           SELECT FFACTURE ASSIGN TO FFACTURE
                       organization indexed
                       access mode sequential
                       record key FBCLE-CDESUP
                       file status is file-status3.
      *
           SELECT FFACTLIG ASSIGN TO FFA-CTLIG
                       organization indexed
                       access mode dynamic
                       record key FLG-CLE
                       file status is file-status4.
      *
           SELECT FTRAITES ASSIGN TO FTR-AITES
                       organization indexed
                       access mode dynamic
                       record key FTR-CLE
                       file status is file-status5.
      *
           SELECT ETAT1 ASSIGN TO wlabel-etat1
                       organization line sequential.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  FACTJOUR
                DATA RECORD FAJ-LIGNE.
       01  FAJ-LIGNE.
           02 FAJ-TYPE           PIC X.
           02 FILLER             PIC X.
           02 FAJ-SUITE          PIC X(98).
       01  FAJ-ENT REDEFINES FAJ-LIGNE.
           02 FILLER             PIC XX.
           02 FAJE-SOC           PIC X(6).
           02 FILLER             PIC X.
           02 FAJE-NFAC          PIC 9(7).
           02 FILLER             PIC X.
           02 FAJE-NCL           PIC 9(6).
           02 FILLER             PIC X.
           02 FAJE-FOA           PIC X.
           02 FILLER             PIC X.
           02 FAJE-DATE          PIC 9(6).
           02 FILLER             PIC X.
           02 FAJE-MHT           PIC 9(9)V99.
           02 FILLER             PIC X.
           02 FAJE-MTTC          PIC 9(9)V99.
           02 FILLER             PIC X.
           02 FAJE-DATECH        PIC 9(6).
           02 FILLER             PIC X.
           02 FAJE-NETAP         PIC 9(9)V99.
           02 FILLER             PIC X(24).
       01  FAJ-TVA REDEFINES FAJ-LIGNE.
           02 FILLER             PIC XX.
           02 FAJT-CTAX          PIC X.
           02 FILLER             PIC X.
           02 FAJT-TAUX          PIC 9(2)V99.
           02 FILLER             PIC X.
           02 FAJT-BASE          PIC 9(9)V99.
           02 FILLER             PIC X.
           02 FAJT-MONT          PIC 9(9)V99.
           02 FILLER             PIC X(69).
      *
       FD  ACOMPTE-F
                DATA RECORD ACP-LIGNE.
       01  ACP-LIGNE.
           02 ACP-CDE               PIC X(13).
           02 ACP-MONTANT           PIC 9(9)V99.
           02 ACP-DATREC            PIC 9(6).
           02 ACP-REFREG            PIC X(20).
           02 ACP-STATUT            PIC X.
           02 ACP-NFAC              PIC 9(7).
      *
       FD  FFACTURE
                DATA RECORD FB-LIGNE.
       01  FB-LIGNE.
           02 FBCLE-CDESUP          PIC 9(7).
           02 FBNCDE                PIC X(13).
           02 FBNCL                 PIC 9(6).
           02 FBDUP                 PIC X.
           02 FBDATE                PIC 9(6).
           02 FBMONTHT              PIC S9(9)V99.
           02 FBREGLE               PIC X.
           02 FBCFA                 PIC 9.
           02 FBSOC                 PIC X(6).
           02 FBMONTTC              PIC S9(9)V99.
           02 FBPAYS                PIC XX.
           02 FBREGIME              PIC XX.
           02 FBECH                 PIC 9(6).
      * pied de facture : remise de fin de facture et escompte deduits
      * (montant et taux) - positions a caler sur le copybook reel a
      * l'installation
           02 FBREF                 PIC S9(7)V99.
           02 FBTRF                 PIC 99V99.
           02 FBESF                 PIC S9(7)V99.
           02 FBTES                 PIC 9V99.
           02 FILLER                PIC X(6).
      *
       FD  FFACTLIG
                DATA RECORD FLG-LIGNE.
       01  FLG-LIGNE.
           02 FLG-CLE.
              03 FLG-NFAC          PIC 9(7).
              03 FLG-NAR           PIC X(7).
           02 FLG-NCL              PIC 9(6).
           02 FLG-QTE              PIC 9(6)V99.
           02 FLG-NOMEN            PIC X(8).
           02 FLG-VALFISC          PIC 9(9)V99.
           02 FLG-MASSE            PIC 9(7)V99.
           02 FILLER               PIC X(10).
      *
       FD  FTRAITES
                DATA RECORD FTR-LIGNE.
       01  FTR-LIGNE.
           02 FTR-CLE.
              03 FTR-NFAC          PIC 9(7).
              03 FTR-NECH          PIC 9.
           02 FTR-NCL              PIC 9(6).
           02 FTR-BANQUE           PIC 9.
           02 FTR-ECHEANCE         PIC 9(6).
           02 FTR-MONTANT          PIC 9(9)V99.
           02 FTR-REMIS            PIC X.
           02 FTR-NOREM            PIC 9(6).
           02 FILLER               PIC X(20).
      *
       FD  ETAT1
                DATA RECORD LIGNE
                LINAGE IS 64  LINES AT TOP 2.
       01  LIGNE                  PIC X(132).
       01  L1.
           02 LNFAC                PIC 9(7) blank zero.
           02 FILLER               PIC X(2).
           02 LNCL                 PIC 9(6) blank zero.
           02 FILLER               PIC X(2).
           02 LCOMP                PIC X(32).
           02 FILLER               PIC X(2).
           02 LATT                 PIC Z(8)9V,99- blank zero.
           02 FILLER               PIC X(2).
           02 LTRV                 PIC Z(8)9V,99- blank zero.
           02 FILLER               PIC X(2).
           02 LECART               PIC Z(8)9V,99- blank zero.
           02 FILLER               PIC X(2).
           02 LLIB                 PIC X(35).
      *
       WORKING-STORAGE SECTION.
       01  wlabel-etat1           pic x(64) value space.
       01  var-name               pic x(64).
       01  var-data               pic x(64).
       01  file-status            PIC XX.
       01  file-status2           PIC XX.
       01  file-status3           PIC XX.
       01  file-status4           PIC XX.
       01  file-status5           PIC XX.
       01  WFINJ                  PIC 9 value zero.
           88 FIN-FACTJOUR        value 1.
       01  WFINA                  PIC 9 value zero.
           88 FIN-ACOMPTE         value 1.
       01  WFINF                  PIC 9 value zero.
           88 FIN-FFACTURE        value 1.
       01  WFINL                  PIC 9 value zero.
           88 FIN-FFACTLIG        value 1.
       01  WFINT                  PIC 9 value zero.
           88 FIN-FTRAITES        value 1.
           copy "../copy/chain.com".
           copy "../copy/notif.com".
       01  WDATEJOUR              PIC 9(6).
       01  WDATFAC                PIC 9(6).
      *
      **** factures de l'extrait FACTJOUR du jour
       01  WTFJ.
           02 WTFJ-E OCCURS 5000.
              03 WFJ-NFAC         PIC 9(7).
              03 WFJ-NETAP        PIC 9(9)V99.
              03 WFJ-BASE         PIC 9(11)V99.
              03 WFJ-TVA          PIC 9(11)V99.
      * ventilations en ecart : nombre et premiere d'entre elles
              03 WFJ-TERR         PIC 9.
              03 WFJ-TTAUX        PIC 99V99.
              03 WFJ-TCALC        PIC 9(9)V99.
              03 WFJ-TMONT        PIC 9(9)V99.
      * acompte consomme : S = solde par la facture, P = partiel
              03 WFJ-ACSTAT       PIC X.
              03 WFJ-ACMONT       PIC 9(9)V99.
       01  WNB-FJ                 PIC 9(4) VALUE ZERO.
       01  WIDXJ                  PIC 9(4).
       01  WPOSJ                  PIC 9(4).
       01  WTRV                   PIC 9.
       01  WNFAC-TRT              PIC 9(7).
      *
      **** recalcul de la facture courante
       01  WSOM-LIG               PIC 9(11)V99.
       01  WNB-LIG                PIC 9(5).
       01  WSOM-TRT               PIC 9(11)V99.
       01  WNB-TRT                PIC 9.
       01  WHT                    PIC 9(11)V99.
       01  WTTC                   PIC 9(11)V99.
       01  WREF                   PIC 9(9)V99.
       01  WESF                   PIC 9(9)V99.
       01  WACOMPTE               PIC 9(11)V99.
       01  WNETAP                 PIC 9(11)V99.
       01  WCALC                  PIC 9(11)V99.
       01  WATT                   PIC S9(11)V99.
       01  WTROUVE                PIC S9(11)V99.
       01  WECART                 PIC S9(11)V99.
       01  WCOMP                  PIC X(32).
       01  WTAUX-ED               PIC Z9V,99.
       01  WERR-FAC               PIC 9(3).
      *
       01  WTOT-FAC               PIC 9(5) VALUE ZERO.
       01  WTOT-ERR               PIC 9(5) VALUE ZERO.
       01  WTOT-ECART             PIC 9(5) VALUE ZERO.
      *
       PROCEDURE DIVISION.
      *
      *----------------------------------------------------------------*
      * T10 : parametres, extrait du jour et acomptes en table,        *
      *       recalcul des factures du jour, verdict                   *
      *----------------------------------------------------------------*
       T10.
           MOVE ZERO TO WFINJ WFINA WFINF WNB-FJ WTOT-FAC WTOT-ERR
                        WTOT-ECART.
           string 'ADLPID' x'00' delimited by size
                  into var-name.
           move space to var-data.
           call 'genvcc' using var-name var-data.
           if var-data(1:6) numeric
              move var-data(1:6) to WDATEJOUR.
           string 'factc210.'
                  var-data delimited by ' '
                                     into wlabel-etat1.
           MOVE WDATEJOUR TO WDATFAC.
           string 'DATFAC' x'00' delimited by size
                  into var-name.
           move space to var-data.
           call 'genvcc' using var-name var-data.
           if var-data(1:6) numeric and var-data(1:6) not = zero
              move var-data(1:6) to WDATFAC.
      * declaration de debut de pas dans le controle d'enchainement
           INITIALIZE CHAINE.
           MOVE 'D' TO ICHAINE-TRT.
           MOVE 'FACTC210  ' TO ICHAINE-PAS.
           MOVE WDATEJOUR TO ICHAINE-DATE.
           CALL "chain1" USING CHAINE.
           IF NOT CCHAINE-AUTORISE-OUI
              DISPLAY "GPIWARNING"
              DISPLAY "**" OCHAINE-LIBERR
              STOP RUN
           END-IF.
           OPEN OUTPUT ETAT1.
           OPEN INPUT FACTJOUR.
           IF FILE-STATUS = ZERO
              PERFORM T20 THRU T20-EXIT UNTIL FIN-FACTJOUR
              CLOSE FACTJOUR
           END-IF.
           OPEN INPUT ACOMPTE-F.
           IF FILE-STATUS2 = ZERO
              PERFORM T30 THRU T30-EXIT UNTIL FIN-ACOMPTE
              CLOSE ACOMPTE-F
           END-IF.
           OPEN INPUT FFACTURE.
           IF FILE-STATUS3 NOT = ZERO
              DISPLAY "OUVERTURE FFACTURE IMPOSSIBLE " FILE-STATUS3
              STOP RUN
           END-IF.
           OPEN INPUT FFACTLIG.
           IF FILE-STATUS4 NOT = ZERO
              DISPLAY "OUVERTURE FFACTLIG IMPOSSIBLE " FILE-STATUS4
              STOP RUN
           END-IF.
           OPEN INPUT FTRAITES.
           IF FILE-STATUS5 NOT = ZERO
              DISPLAY "OUVERTURE FTRAITES IMPOSSIBLE " FILE-STATUS5
              STOP RUN
           END-IF.
           MOVE SPACES TO LIGNE.
           STRING "CONTROLE ARITHMETIQUE DES FACTURES DU " WDATFAC
                  DELIMITED BY SIZE INTO LIGNE.
           WRITE LIGNE BEFORE 2.
           MOVE SPACES TO LIGNE.
           MOVE "FACTURE  CLIENT  COMPOSANTE
      -    "         ATTENDU          TROUVE           ECART"
                TO LIGNE.
           WRITE LIGNE BEFORE 1.
           PERFORM T40 THRU T40-EXIT.
           PERFORM T42 THRU T42-EXIT UNTIL FIN-FFACTURE.
           CLOSE FFACTURE FFACTLIG FTRAITES.
           PERFORM T90 THRU T90-EXIT.
           CLOSE ETAT1.
           STOP RUN.
      *
      *----------------------------------------------------------------*
      * T20 : extrait FACTJOUR : une entree par entete E, les          *
      *       ventilations T qui suivent recalculees au passage        *
      *----------------------------------------------------------------*
       T20.
           READ FACTJOUR NEXT RECORD
                AT END MOVE 1 TO WFINJ
                GO TO T20-EXIT.
           IF FAJ-TYPE = 'E'
              IF WNB-FJ NOT < 5000
                 DISPLAY "GPIWARNING"
                 DISPLAY "**TABLE EXTRAIT FACTJOUR PLEINE, "
                         "RUN ABANDONNE"
                 STOP RUN
              END-IF
              ADD 1 TO WNB-FJ
              INITIALIZE WTFJ-E(WNB-FJ)
              MOVE FAJE-NFAC  TO WFJ-NFAC(WNB-FJ)
              MOVE FAJE-NETAP TO WFJ-NETAP(WNB-FJ)
              GO TO T20-EXIT
           END-IF.
           IF FAJ-TYPE NOT = 'T' OR WNB-FJ = ZERO
              GO TO T20-EXIT
           END-IF.
           ADD FAJT-BASE TO WFJ-BASE(WNB-FJ).
           ADD FAJT-MONT TO WFJ-TVA(WNB-FJ).
           COMPUTE WCALC ROUNDED = FAJT-BASE * FAJT-TAUX / 100.
           COMPUTE WECART = WCALC - FAJT-MONT.
           IF WECART > 0.01 OR WECART < -0.01
              IF WFJ-TERR(WNB-FJ) = ZERO
                 MOVE FAJT-TAUX TO WFJ-TTAUX(WNB-FJ)
                 MOVE WCALC     TO WFJ-TCALC(WNB-FJ)
                 MOVE FAJT-MONT TO WFJ-TMONT(WNB-FJ)
              END-IF
              ADD 1 TO WFJ-TERR(WNB-FJ)
           END-IF.
       T20-EXIT.
           EXIT.
      *
      * facture WNFAC-TRT dans l'extrait (WPOSJ)
       T25.
           MOVE ZERO TO WTRV.
           PERFORM T26 VARYING WIDXJ FROM 1 BY 1
                   UNTIL WIDXJ > WNB-FJ OR WTRV = 1.
       T25-EXIT.
           EXIT.
       T26.
           IF WFJ-NFAC(WIDXJ) = WNFAC-TRT
              MOVE 1 TO WTRV
              MOVE WIDXJ TO WPOSJ
           END-IF.
      *
      *----------------------------------------------------------------*
      * T30 : acomptes consommes par une facture de l'extrait          *
      *----------------------------------------------------------------*
       T30.
           READ ACOMPTE-F NEXT RECORD
                AT END MOVE 1 TO WFINA
                GO TO T30-EXIT.
           IF ACP-NFAC NOT NUMERIC OR ACP-NFAC = ZERO
              GO TO T30-EXIT
           END-IF.
           MOVE ACP-NFAC TO WNFAC-TRT.
           PERFORM T25 THRU T25-EXIT.
           IF WTRV = ZERO
              GO TO T30-EXIT
           END-IF.
      * solde : l'acompte entier ; partiel : la facture est couverte
           IF ACP-STATUT = 'S'
              MOVE 'S' TO WFJ-ACSTAT(WPOSJ)
              MOVE ACP-MONTANT TO WFJ-ACMONT(WPOSJ)
           ELSE
              MOVE 'P' TO WFJ-ACSTAT(WPOSJ)
           END-IF.
       T30-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      * T40/T42 : une facture du jour recalculee                       *
      *----------------------------------------------------------------*
       T40.
           READ FFACTURE NEXT RECORD
                AT END MOVE 1 TO WFINF.
       T40-EXIT.
           EXIT.
       T42.
           IF FBDATE NOT = WDATFAC OR FBDUP = '1'
              GO TO T42F
           END-IF.
           ADD 1 TO WTOT-FAC.
           MOVE ZERO TO WERR-FAC.
      * montants de l'entete en valeur absolue (avoirs)
           IF FBMONTHT < ZERO
              COMPUTE WHT = ZERO - FBMONTHT
           ELSE
              MOVE FBMONTHT TO WHT
           END-IF.
           IF FBMONTTC < ZERO
              COMPUTE WTTC = ZERO - FBMONTTC
           ELSE
              MOVE FBMONTTC TO WTTC
           END-IF.
           IF FBREF < ZERO
              COMPUTE WREF = ZERO - FBREF
           ELSE
              MOVE FBREF TO WREF
           END-IF.
           IF FBESF < ZERO
              COMPUTE WESF = ZERO - FBESF
           ELSE
              MOVE FBESF TO WESF
           END-IF.
           PERFORM T44 THRU T44-EXIT.
           IF WNB-LIG = ZERO
              MOVE "LIGNES FFACTLIG ABSENTES" TO WCOMP
              MOVE WHT TO WATT
              MOVE ZERO TO WTROUVE
              PERFORM T60 THRU T60-EXIT
           END-IF.
      * remise de fin de facture et escompte a leur taux
           IF FBTRF NOT = ZERO
              COMPUTE WCALC ROUNDED = WSOM-LIG * FBTRF / 100
              MOVE "REMISE FIN DE FACTURE" TO WCOMP
              MOVE WCALC TO WATT
              MOVE WREF  TO WTROUVE
              PERFORM T60 THRU T60-EXIT
           END-IF.
           IF FBTES NOT = ZERO
              COMPUTE WCALC ROUNDED = (WSOM-LIG - WREF) * FBTES / 100
              MOVE "ESCOMPTE" TO WCOMP
              MOVE WCALC TO WATT
              MOVE WESF  TO WTROUVE
              PERFORM T60 THRU T60-EXIT
           END-IF.
           COMPUTE WATT = WSOM-LIG - WREF - WESF.
           MOVE WHT TO WTROUVE.
           MOVE "HT LIGNES / ENTETE FFACTURE" TO WCOMP.
           PERFORM T60 THRU T60-EXIT.
      * ventilation TVA de l'extrait
           MOVE FBCLE-CDESUP TO WNFAC-TRT.
           PERFORM T25 THRU T25-EXIT.
           IF WTRV = ZERO
              MOVE "EXTRAIT FACTJOUR ABSENT" TO WCOMP
              MOVE WTTC TO WATT
              MOVE ZERO TO WTROUVE
              PERFORM T60 THRU T60-EXIT
              COMPUTE WNETAP = WTTC
              GO TO T42-TRT
           END-IF.
           IF WFJ-TERR(WPOSJ) NOT = ZERO
              MOVE WFJ-TTAUX(WPOSJ) TO WTAUX-ED
              MOVE SPACES TO WCOMP
              STRING "TVA AU TAUX " WTAUX-ED " (" WFJ-TERR(WPOSJ)
                     " VENTIL.)" DELIMITED BY SIZE INTO WCOMP
              MOVE WFJ-TCALC(WPOSJ) TO WATT
              MOVE WFJ-TMONT(WPOSJ) TO WTROUVE
              PERFORM T60 THRU T60-EXIT
           END-IF.
           MOVE WHT TO WATT.
           MOVE WFJ-BASE(WPOSJ) TO WTROUVE.
           MOVE "BASES TVA / HT" TO WCOMP.
           PERFORM T60 THRU T60-EXIT.
           COMPUTE WATT = WHT + WFJ-TVA(WPOSJ).
           MOVE WTTC TO WTROUVE.
           MOVE "TTC = HT + TVA VENTILEE" TO WCOMP.
           PERFORM T60 THRU T60-EXIT.
      * net a payer apres l'acompte consomme par la facture
           MOVE ZERO TO WACOMPTE.
           IF WFJ-ACSTAT(WPOSJ) = 'S'
              MOVE WFJ-ACMONT(WPOSJ) TO WACOMPTE
              IF WACOMPTE > WTTC
                 MOVE WTTC TO WACOMPTE
              END-IF
           END-IF.
           IF WFJ-ACSTAT(WPOSJ) = 'P'
              MOVE WTTC TO WACOMPTE
           END-IF.
           COMPUTE WATT = WTTC - WACOMPTE.
           MOVE WFJ-NETAP(WPOSJ) TO WTROUVE.
           MOVE "NET A PAYER APRES ACOMPTE" TO WCOMP.
           PERFORM T60 THRU T60-EXIT.
           MOVE WFJ-NETAP(WPOSJ) TO WNETAP.
       T42-TRT.
           PERFORM T46 THRU T46-EXIT.
           IF WNB-TRT NOT = ZERO
              MOVE WNETAP TO WATT
              MOVE WSOM-TRT TO WTROUVE
              MOVE "ECHEANCES FTRAITES / NET A PAYER" TO WCOMP
              PERFORM T60 THRU T60-EXIT
           END-IF.
           IF WERR-FAC NOT = ZERO
              ADD 1 TO WTOT-ERR
              MOVE SPACES TO LIGNE
              WRITE LIGNE BEFORE 1
           END-IF.
       T42F.
           PERFORM T40 THRU T40-EXIT.
       T42-EXIT.
           EXIT.
      *
      * somme des lignes FFACTLIG de la facture
       T44.
           MOVE ZERO TO WSOM-LIG WNB-LIG WFINL.
           MOVE FBCLE-CDESUP TO FLG-NFAC.
           MOVE LOW-VALUE TO FLG-NAR.
           START FFACTLIG KEY NOT < FLG-CLE
                INVALID KEY
                   GO TO T44-EXIT
           END-START.
           PERFORM T45 THRU T45-EXIT UNTIL FIN-FFACTLIG.
       T44-EXIT.
           EXIT.
       T45.
           READ FFACTLIG NEXT RECORD
                AT END MOVE 1 TO WFINL
                       GO TO T45-EXIT
           END-READ.
           IF FLG-NFAC NOT = FBCLE-CDESUP
              MOVE 1 TO WFINL
              GO TO T45-EXIT
           END-IF.
           ADD FLG-VALFISC TO WSOM-LIG.
           ADD 1 TO WNB-LIG.
       T45-EXIT.
           EXIT.
      *
      * somme des traites FTRAITES de la facture
       T46.
           MOVE ZERO TO WSOM-TRT WNB-TRT WFINT.
           MOVE FBCLE-CDESUP TO FTR-NFAC.
           MOVE ZERO TO FTR-NECH.
           START FTRAITES KEY NOT < FTR-CLE
                INVALID KEY
                   GO TO T46-EXIT
           END-START.
           PERFORM T47 THRU T47-EXIT UNTIL FIN-FTRAITES.
       T46-EXIT.
           EXIT.
       T47.
           READ FTRAITES NEXT RECORD
                AT END MOVE 1 TO WFINT
                       GO TO T47-EXIT
           END-READ.
           IF FTR-NFAC NOT = FBCLE-CDESUP
              MOVE 1 TO WFINT
              GO TO T47-EXIT
           END-IF.
           ADD FTR-MONTANT TO WSOM-TRT.
           ADD 1 TO WNB-TRT.
       T47-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      * T60 : composante WCOMP : attendu WATT contre trouve WTROUVE,   *
      *       editee si l'ecart depasse un centime                     *
      *----------------------------------------------------------------*
       T60.
           COMPUTE WECART = WTROUVE - WATT.
           IF WECART NOT > 0.01 AND WECART NOT < -0.01
              GO TO T60-EXIT
           END-IF.
           ADD 1 TO WERR-FAC WTOT-ECART.
           MOVE SPACES TO LIGNE.
           MOVE FBCLE-CDESUP TO LNFAC.
           MOVE FBNCL   TO LNCL.
           MOVE WCOMP   TO LCOMP.
           MOVE WATT    TO LATT.
           MOVE WTROUVE TO LTRV.
           MOVE WECART  TO LECART.
           IF FBCFA = 5 OR FBCFA = 6 OR FBCFA = 7
              MOVE "AVOIR" TO LLIB
           END-IF.
           WRITE LIGNE BEFORE 1.
       T60-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      * T90 : verdict : pas FACTC210 au statut O ou E dans CHAINCTL,   *
      *       alerte de severite 1 s'il y a un ecart                   *
      *----------------------------------------------------------------*
       T90.
           IF WTOT-ERR NOT = ZERO
              INITIALIZE NOTIF
              MOVE 1 TO INOTIF-SEV
              MOVE "FACTURE" TO INOTIF-CATEG
              MOVE "FACTC210" TO INOTIF-OBJET
              MOVE SPACES TO INOTIF-LIB
              STRING WTOT-ERR " FACTURE(S) FAUSSE(S) LE " WDATFAC
                     " - FACTC200/FACTC240 BLOQUES"
                     DELIMITED BY SIZE INTO INOTIF-LIB
              MOVE WDATEJOUR TO INOTIF-DATE
              CALL "notif1" USING NOTIF
           END-IF.
      * E = FACTC200 et FACTC240, qui dependent de ce pas, refusent
      * de partir
           INITIALIZE CHAINE.
           MOVE 'F' TO ICHAINE-TRT.
           MOVE 'FACTC210  ' TO ICHAINE-PAS.
           IF WTOT-ERR = ZERO
              MOVE 'O' TO ICHAINE-STATUT
           ELSE
              MOVE 'E' TO ICHAINE-STATUT
           END-IF.
           MOVE WDATEJOUR TO ICHAINE-DATE.
           CALL "chain1" USING CHAINE.
           MOVE SPACES TO LIGNE.
           WRITE LIGNE BEFORE 1.
           MOVE SPACES TO LIGNE.
           MOVE WTOT-FAC TO LNFAC.
           MOVE "FACTURES DU JOUR CONTROLEES" TO LCOMP.
           WRITE LIGNE BEFORE 1.
           MOVE SPACES TO LIGNE.
           MOVE WTOT-ERR TO LNFAC.
           MOVE "FACTURES EN ECART" TO LCOMP.
           WRITE LIGNE BEFORE 1.
           MOVE SPACES TO LIGNE.
           MOVE WTOT-ECART TO LNFAC.
           MOVE "COMPOSANTES EN ECART" TO LCOMP.
           WRITE LIGNE BEFORE 1.
           IF WTOT-ERR NOT = ZERO
              MOVE SPACES TO LIGNE
              MOVE "FACTC200/240 BLOQUES (CHAINCTL)" TO LCOMP
              WRITE LIGNE BEFORE 1
           END-IF.
       T90-EXIT.
           EXIT.
