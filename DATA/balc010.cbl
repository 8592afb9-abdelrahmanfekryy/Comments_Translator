      *DD9142 15/10/26 anes Creation - balance agee clients de fin de
      *                     mois (factures FFACTURE non reglees et
      *                     traites FTRAITES ouvertes, avoirs en
      *                     deduction) par client et par societe,
      *                     provision pour creances douteuses par
      *                     tranche (table PROVTAUX, 100 % pour les
      *                     clients en procedure collective CLIPROC)
      *                     et ecritures FEC 491/6817 avec reprise de
      *                     la provision du mois precedent
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BALC010.
      *
      ******************************************************************
      * GPICMT    Balance agee et provision clients :                   *
      *           - FTRAITES : une traite non soldee (sort blanc) ou    *
      *             impayee (I) est une creance a son echeance ; la     *
      *             facture qui porte des traites est suivie par ses    *
      *             traites et n'est pas recomptee (cf TRESC010)        *
      *           - FFACTURE : les factures non reglees hors duplicata  *
      *             par leur echeance (date de facture a defaut), les   *
      *             avoirs non regles (FBCFA 5/6/7) en deduction dans   *
      *             leur tranche                                        *
      *           Tranches a la date d'arrete DATARR (AAMMJJ, date du   *
      *           run par defaut) : non echu, 1-30, 31-60, 61-90,       *
      *           plus de 90 jours apres l'echeance.                    *
      *           Provision : base HT (la TVA se recupere a la perte    *
      *           definitive), taux de la tranche lu dans PROVTAUX      *
      *           (defaut 0 / 0 / 0 / 25 / 50 %), 100 % de toutes les   *
      *           tranches pour un client de CLIPROC ; une provision    *
      *           client negative (avoirs) est ramenee a zero.          *
      *           FEC (fichier fecprv010, meme format 18 zones que      *
      *           FECVTE de FACTC025, journal OD) : reprise de la       *
      *           provision du mois precedent lue dans PROVHIS (debit   *
      *           491 / credit 7817) puis dotation du mois (debit 6817  *
      *           / credit 491), une ecriture par client et societe ;   *
      *           PROVHIS est reecrit en PROVHISN pour le mois suivant. *
      ******************************************************************
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. DPS-4.
       OBJECT-COMPUTER. DPS-4.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FTRAITES ASSIGN TO FTR-AITES
                       organization indexed
                       access mode sequential
                       record key FTR-CLE
                       file status is file-status.
      *
           SELECT FFACTURE ASSIGN TO FFACTURE
                       organization indexed
                       access mode sequential
                       record key FBCLE-CDESUP
                       file status is file-status2.
      *
           SELECT PROVTAUX ASSIGN TO PRO-VTAUX
                       organization line sequential
                       file status is file-status3.
      *
           SELECT CLIPROC ASSIGN TO CLI-PROC
                       organization line sequential
                       file status is file-status3.
      *
           SELECT PROVHIS ASSIGN TO PRO-VHIS
                       organization line sequential
                       file status is file-status3.
      *
           SELECT PROVHISN ASSIGN TO PRO-VHISN
                       organization line sequential.
      *
           SELECT FECPRV ASSIGN TO wlabel-fecprv
                       organization line sequential.
      *
           SELECT ETAT1 ASSIGN TO wlabel-etat1
                       organization line sequential.
      *
       DATA DIVISION.
       FILE SECTION.
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
      * sort au retour banque (LCRC020) ou au lettrage (LETRC010)
           02 FTR-SOLDE            PIC X.
           02 FTR-DATSOL           PIC 9(6).
           02 FTR-MOTIF            PIC X(6).
           02 FILLER               PIC X(7).
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
      * temoin de reglement tenu par le lettrage (LETRC010)
           02 FBREGLE               PIC X.
           02 FBCFA                 PIC 9.
           02 FBSOC                 PIC X(6).
           02 FBMONTTC              PIC S9(9)V99.
           02 FBPAYS                PIC XX.
           02 FBREGIME              PIC XX.
      * date d'echeance calculee par la facturation (cf RELAC010)
           02 FBECH                 PIC 9(6).
           02 FILLER                PIC X(31).
      *
      * taux de provision par tranche (1 = non echu ... 5 = +90 j)
       FD  PROVTAUX
                DATA RECORD PRT-LIGNE.
       01  PRT-LIGNE.
           02 PRT-TRANCHE        PIC 9.
           02 FILLER             PIC X.
           02 PRT-TAUX           PIC 9(3)V99.
      *
      * clients en procedure collective (sauvegarde, redressement ou
      * liquidation judiciaire), tenue par la gestion du credit
       FD  CLIPROC
                DATA RECORD CPR-LIGNE.
       01  CPR-LIGNE.
           02 CPR-NCL            PIC 9(6).
           02 FILLER             PIC X.
           02 CPR-TYPE           PIC XX.
           02 FILLER             PIC X.
           02 CPR-DATE           PIC 9(6).
      *
      * provision comptabilisee au dernier arrete, par societe/client
       FD  PROVHIS
                DATA RECORD PRH-LIGNE.
       01  PRH-LIGNE.
           02 PRH-SOC            PIC X(6).
           02 FILLER             PIC X.
           02 PRH-NCL            PIC 9(6).
           02 FILLER             PIC X.
           02 PRH-MONTANT        PIC 9(9)V99.
           02 FILLER             PIC X.
           02 PRH-DATARR         PIC 9(6).
      *
       FD  PROVHISN
                DATA RECORD PRN-LIGNE.
       01  PRN-LIGNE              PIC X(32).
      *
       FD  FECPRV
                DATA RECORD FEC-LIGNE.
       01  FEC-LIGNE              PIC X(200).
      *
       FD  ETAT1
                DATA RECORD LIGNE
                LINAGE IS 64  LINES AT TOP 2.
       01  LIGNE                  PIC X(132).
       01  L1.
           02 LSOC                 PIC X(6).
           02 FILLER               PIC X.
           02 LNCL                 PIC 9(6) blank zero.
           02 FILLER               PIC X.
           02 LT1                  PIC Z(8)9V,99- blank zero.
           02 LT2                  PIC Z(8)9V,99- blank zero.
           02 LT3                  PIC Z(8)9V,99- blank zero.
           02 LT4                  PIC Z(8)9V,99- blank zero.
           02 LT5                  PIC Z(8)9V,99- blank zero.
           02 LTOT                 PIC Z(9)9V,99- blank zero.
           02 LPROV                PIC Z(9)9V,99 blank zero.
           02 FILLER               PIC X.
           02 LLIB                 PIC X(12).
      *
       WORKING-STORAGE SECTION.
       01  wlabel-etat1           pic x(64) value space.
       01  wlabel-fecprv          pic x(64) value space.
       01  var-name               pic x(64).
       01  var-data               pic x(64).
       01  file-status            PIC XX.
       01  file-status2           PIC XX.
       01  file-status3           PIC XX.
       01  WFINT                  PIC 9 value zero.
           88 FIN-FTRAITES        value 1.
       01  WFINF                  PIC 9 value zero.
           88 FIN-FFACTURE        value 1.
       01  WFINP                  PIC 9 value zero.
           88 FIN-PARAM           value 1.
       01  WDATEJOUR              PIC 9(6).
       01  WDATARR                PIC 9(6).
       01  WJOUR-NUM              PIC S9(7).
       01  WDAT-NUM               PIC S9(7).
       01  WAGE                   PIC S9(5).
       01  WDATW                  PIC 9(6).
       01  WDATW-X REDEFINES WDATW.
           02 WDATW-AA            PIC 99.
           02 WDATW-MM            PIC 99.
           02 WDATW-JJ            PIC 99.
      *
      **** comptes du schema de provision (parametres CPT491,
      **** CPT6817, CPT7817)
       01  WCPT491                PIC X(8) VALUE "49100000".
       01  WCPT6817               PIC X(8) VALUE "68174000".
       01  WCPT7817               PIC X(8) VALUE "78174000".
      *
      **** taux par tranche
       01  WTTAUX.
           02 WTX-TAUX            PIC 9(3)V99 OCCURS 5.
      *
      **** clients en procedure collective
       01  WTPROC.
           02 WTPROC-E OCCURS 500.
              03 WPC-NCL          PIC 9(6).
       01  WNB-PROC               PIC 9(3) VALUE ZERO.
       01  WIDXP                  PIC 9(3).
      *
      **** factures portant des traites ouvertes : montants par
      **** tranche a rattacher a la societe de la facture
       01  WTFTR.
           02 WTFTR-E OCCURS 9000.
              03 WFT-NFAC         PIC 9(7).
              03 WFT-NCL          PIC 9(6).
              03 WFT-TTC          PIC 9(11)V99 OCCURS 5.
              03 WFT-AFF          PIC X.
       01  WNB-FTR                PIC 9(5) VALUE ZERO.
       01  WIDXF                  PIC 9(5).
       01  WPOSF                  PIC 9(5).
      *
      **** balance par societe / client (montants TTC et base HT)
       01  WTBAL.
           02 WTBAL-E OCCURS 6000.
              03 WBA-SOC          PIC X(6).
              03 WBA-NCL          PIC 9(6).
              03 WBA-TTC          PIC S9(11)V99 OCCURS 5.
              03 WBA-HT           PIC S9(11)V99 OCCURS 5.
              03 WBA-PROC         PIC X.
              03 WBA-PROV         PIC 9(11)V99.
              03 WBA-ANC          PIC 9(11)V99.
       01  WNB-BAL                PIC 9(4) VALUE ZERO.
       01  WIDX                   PIC 9(4).
       01  WPOS                   PIC 9(4).
       01  WTRV                   PIC 9.
      *
      **** recapitulatif par societe
       01  WTSOC.
           02 WTSOC-E OCCURS 20.
              03 WSO-SOC          PIC X(6).
              03 WSO-TTC          PIC S9(13)V99 OCCURS 5.
              03 WSO-PROV         PIC 9(13)V99.
              03 WSO-ANC          PIC 9(13)V99.
       01  WNB-SOC                PIC 9(2) VALUE ZERO.
       01  WIDXO                  PIC 9(2).
       01  WPOSO                  PIC 9(2).
      *
       01  WIDXT                  PIC 9.
       01  WTRANCHE               PIC 9.
       01  WSOC-TRT               PIC X(6).
       01  WNCL-TRT               PIC 9(6).
       01  WTTC-TRT               PIC S9(11)V99.
       01  WHT-TRT                PIC S9(11)V99.
       01  WPROV-CLI              PIC S9(13)V99.
       01  WTOT-CLI               PIC S9(13)V99.
       01  WTOT-TRA               PIC 9(5) VALUE ZERO.
       01  WTOT-FAC               PIC 9(5) VALUE ZERO.
       01  WTOT-DOT               PIC 9(13)V99 VALUE ZERO.
       01  WTOT-REP               PIC 9(13)V99 VALUE ZERO.
      *
      **** ecritures FEC (format FECVTE de FACTC025)
       01  wfec-num     pic 9(7) value zero.
       01  wfec-mont    pic 9(11)v99.
       01  wfec-monted  pic 9(11)V,99.
       01  wfec-zero    pic 9(11)V,99 value zero.
       01  wfec-cptd    pic x(8).
       01  wfec-cptc    pic x(8).
       01  wfec-libd    pic x(16).
       01  wfec-libc    pic x(16).
       01  wfec-ecrlib  pic x(30).
       01  wfec-aux     pic 9(6).
       01  wfec-piece   pic x(10).
       01  wfec-date8.
           02 filler    pic xx value "20".
           02 wfec-d8a  pic 99.
           02 wfec-d8m  pic 99.
           02 wfec-d8j  pic 99.
      *
       PROCEDURE DIVISION.
      *
      *----------------------------------------------------------------*
      * T10 : parametres, tables, balance traites puis factures,       *
      *       provision, ecritures FEC, editions                       *
      *----------------------------------------------------------------*
       T10.
           MOVE ZERO TO WFINT WFINF WNB-PROC WNB-FTR WNB-BAL WNB-SOC
                        WTOT-TRA WTOT-FAC WTOT-DOT WTOT-REP WFEC-NUM.
           MOVE ZERO   TO WTX-TAUX(1) WTX-TAUX(2) WTX-TAUX(3).
           MOVE 25     TO WTX-TAUX(4).
           MOVE 50     TO WTX-TAUX(5).
           string 'CPT491' x'00' delimited by size
                  into var-name.
           move space to var-data.
           call 'genvcc' using var-name var-data.
           if var-data(1:8) not = spaces
              move var-data(1:8) to WCPT491.
           string 'CPT6817' x'00' delimited by size
                  into var-name.
           move space to var-data.
           call 'genvcc' using var-name var-data.
           if var-data(1:8) not = spaces
              move var-data(1:8) to WCPT6817.
           string 'CPT7817' x'00' delimited by size
                  into var-name.
           move space to var-data.
           call 'genvcc' using var-name var-data.
           if var-data(1:8) not = spaces
              move var-data(1:8) to WCPT7817.
           string 'ADLPID' x'00' delimited by size
                  into var-name.
           move space to var-data.
           call 'genvcc' using var-name var-data.
           if var-data(1:6) numeric
              move var-data(1:6) to WDATEJOUR.
           string 'balc010.'
                  var-data delimited by ' '
                                     into wlabel-etat1.
           string 'fecprv010.'
                  var-data delimited by ' '
                                     into wlabel-fecprv.
           MOVE WDATEJOUR TO WDATARR.
           string 'DATARR' x'00' delimited by size
                  into var-name.
           move space to var-data.
           call 'genvcc' using var-name var-data.
           if var-data(1:6) numeric and var-data(1:6) not = zero
              move var-data(1:6) to WDATARR.
           MOVE WDATARR TO WDATW.
           COMPUTE WJOUR-NUM = WDATW-AA * 360 + WDATW-MM * 30
                                              + WDATW-JJ.
           MOVE WDATW-AA TO WFEC-D8A.
           MOVE WDATW-MM TO WFEC-D8M.
           MOVE WDATW-JJ TO WFEC-D8J.
           MOVE SPACES TO WFEC-PIECE.
           STRING "PROV" WDATARR(1:4) DELIMITED BY SIZE
                  INTO WFEC-PIECE.
           OPEN OUTPUT ETAT1.
           OPEN INPUT PROVTAUX.
           IF FILE-STATUS3 = ZERO
              MOVE ZERO TO WFINP
              PERFORM T12 THRU T12-EXIT UNTIL FIN-PARAM
              CLOSE PROVTAUX
           END-IF.
           OPEN INPUT CLIPROC.
           IF FILE-STATUS3 = ZERO
              MOVE ZERO TO WFINP
              PERFORM T14 THRU T14-EXIT UNTIL FIN-PARAM
              CLOSE CLIPROC
           END-IF.
           OPEN INPUT FTRAITES.
           IF FILE-STATUS = ZERO
              PERFORM T20 THRU T20-EXIT
              PERFORM T25 THRU T25-EXIT UNTIL FIN-FTRAITES
              CLOSE FTRAITES
           END-IF.
           OPEN INPUT FFACTURE.
           IF FILE-STATUS2 NOT = ZERO
              DISPLAY "OUVERTURE FFACTURE IMPOSSIBLE " FILE-STATUS2
              STOP RUN
           END-IF.
           PERFORM T30 THRU T30-EXIT.
           PERFORM T35 THRU T35-EXIT UNTIL FIN-FFACTURE.
           CLOSE FFACTURE.
      * traites dont la facture a disparu (purge) : societe inconnue
           PERFORM T38 THRU T38-EXIT
                   VARYING WIDXF FROM 1 BY 1 UNTIL WIDXF > WNB-FTR.
           PERFORM T50 THRU T50-EXIT
                   VARYING WIDX FROM 1 BY 1 UNTIL WIDX > WNB-BAL.
           OPEN OUTPUT FECPRV.
           MOVE ZERO TO WFEC-ZERO.
      * reprise de la provision du dernier arrete
           OPEN INPUT PROVHIS.
           IF FILE-STATUS3 = ZERO
              MOVE ZERO TO WFINP
              PERFORM T60 THRU T60-EXIT UNTIL FIN-PARAM
              CLOSE PROVHIS
           END-IF.
      * dotation du mois et nouvel historique
           OPEN OUTPUT PROVHISN.
           PERFORM T65 THRU T65-EXIT
                   VARYING WIDX FROM 1 BY 1 UNTIL WIDX > WNB-BAL.
           CLOSE PROVHISN.
           CLOSE FECPRV.
           PERFORM T80 THRU T80-EXIT
                   VARYING WIDXO FROM 1 BY 1 UNTIL WIDXO > WNB-SOC.
           PERFORM T90 THRU T90-EXIT.
           CLOSE ETAT1.
           STOP RUN.
      *
      *----------------------------------------------------------------*
      * T12/T14 : taux par tranche et clients en procedure collective  *
      *----------------------------------------------------------------*
       T12.
           READ PROVTAUX NEXT RECORD
                AT END MOVE 1 TO WFINP
                GO TO T12-EXIT.
           IF PRT-TRANCHE > ZERO AND PRT-TRANCHE < 6
              AND PRT-TAUX NOT > 100
              MOVE PRT-TAUX TO WTX-TAUX(PRT-TRANCHE)
           END-IF.
       T12-EXIT.
           EXIT.
      *
       T14.
           READ CLIPROC NEXT RECORD
                AT END MOVE 1 TO WFINP
                GO TO T14-EXIT.
           IF WNB-PROC NOT < 500
              DISPLAY "GPIWARNING"
              DISPLAY "**TABLE CLIPROC PLEINE, RUN ABANDONNE"
              STOP RUN
           END-IF.
           ADD 1 TO WNB-PROC.
           MOVE CPR-NCL TO WPC-NCL(WNB-PROC).
       T14-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      * T20/T25 : traites ouvertes (sort blanc) ou impayees (I), par   *
      *           tranche de leur echeance, en attente de la societe   *
      *           de leur facture                                      *
      *----------------------------------------------------------------*
       T20.
           READ FTRAITES NEXT RECORD
                AT END MOVE 1 TO WFINT.
       T20-EXIT.
           EXIT.
       T25.
           IF FTR-SOLDE NOT = SPACE AND FTR-SOLDE NOT = 'I'
              GO TO T25F
           END-IF.
           PERFORM T27 THRU T27-EXIT.
           IF WPOSF = ZERO
              GO TO T25F
           END-IF.
           ADD 1 TO WTOT-TRA.
           MOVE FTR-ECHEANCE TO WDATW.
           PERFORM T45 THRU T45-EXIT.
           ADD FTR-MONTANT TO WFT-TTC(WPOSF WTRANCHE).
       T25F.
           PERFORM T20 THRU T20-EXIT.
       T25-EXIT.
           EXIT.
      *
      * recherche ou creation de la facture porteuse (WPOSF)
       T27.
           MOVE ZERO TO WTRV.
           PERFORM T27-CMP VARYING WIDXF FROM 1 BY 1
                   UNTIL WIDXF > WNB-FTR OR WTRV = 1.
           IF WTRV = ZERO
              IF WNB-FTR = 9000
                 DISPLAY "GPIWARNING"
                 DISPLAY "**TABLE FACTURES A TRAITES PLEINE, RUN ABANDO
      -                  "NNE"
                 STOP RUN
              END-IF
              ADD 1 TO WNB-FTR
              MOVE WNB-FTR TO WPOSF
              MOVE FTR-NFAC TO WFT-NFAC(WPOSF)
              MOVE FTR-NCL  TO WFT-NCL(WPOSF)
              MOVE ZERO TO WFT-TTC(WPOSF 1) WFT-TTC(WPOSF 2)
                           WFT-TTC(WPOSF 3) WFT-TTC(WPOSF 4)
                           WFT-TTC(WPOSF 5)
              MOVE SPACE TO WFT-AFF(WPOSF)
           END-IF.
       T27-EXIT.
           EXIT.
       T27-CMP.
           IF WFT-NFAC(WIDXF) = FTR-NFAC
              MOVE 1 TO WTRV
              MOVE WIDXF TO WPOSF
           END-IF.
      *
      *----------------------------------------------------------------*
      * T30/T35 : factures et avoirs non regles ; une facture qui      *
      *           porte des traites ouvertes passe ses traites a sa    *
      *           societe (base HT au prorata HT/TTC de la facture)    *
      *----------------------------------------------------------------*
       T30.
           READ FFACTURE NEXT RECORD
                AT END MOVE 1 TO WFINF.
       T30-EXIT.
           EXIT.
       T35.
           IF FBDUP = '1'
              GO TO T35F
           END-IF.
           MOVE ZERO TO WTRV.
           PERFORM T37 THRU T37-EXIT
                   VARYING WIDXF FROM 1 BY 1
                   UNTIL WIDXF > WNB-FTR OR WTRV = 1.
           IF WTRV = 1
              MOVE FBSOC TO WSOC-TRT
              MOVE WFT-NCL(WPOSF) TO WNCL-TRT
              PERFORM T40 THRU T40-EXIT
              PERFORM T36 THRU T36-EXIT
                      VARYING WIDXT FROM 1 BY 1 UNTIL WIDXT > 5
              MOVE 'O' TO WFT-AFF(WPOSF)
              GO TO T35F
           END-IF.
           IF FBREGLE = 'O'
              GO TO T35F
           END-IF.
           ADD 1 TO WTOT-FAC.
           IF FBECH NOT = ZERO
              MOVE FBECH TO WDATW
           ELSE
              MOVE FBDATE TO WDATW
           END-IF.
           PERFORM T45 THRU T45-EXIT.
           MOVE FBSOC TO WSOC-TRT.
           MOVE FBNCL TO WNCL-TRT.
           PERFORM T40 THRU T40-EXIT.
           MOVE FBMONTTC TO WTTC-TRT.
           MOVE FBMONTHT TO WHT-TRT.
      * un avoir non regle vient en deduction
           IF FBCFA = 5 OR FBCFA = 6 OR FBCFA = 7
              COMPUTE WTTC-TRT = ZERO - FBMONTTC
              COMPUTE WHT-TRT  = ZERO - FBMONTHT
           END-IF.
           ADD WTTC-TRT TO WBA-TTC(WPOS WTRANCHE).
           ADD WHT-TRT  TO WBA-HT(WPOS WTRANCHE).
       T35F.
           PERFORM T30 THRU T30-EXIT.
       T35-EXIT.
           EXIT.
      *
       T36.
           MOVE WFT-TTC(WPOSF WIDXT) TO WTTC-TRT.
           MOVE WTTC-TRT TO WHT-TRT.
           IF FBMONTTC > ZERO
              COMPUTE WHT-TRT ROUNDED = WTTC-TRT * FBMONTHT / FBMONTTC
           END-IF.
           ADD WTTC-TRT TO WBA-TTC(WPOS WIDXT).
           ADD WHT-TRT  TO WBA-HT(WPOS WIDXT).
       T36-EXIT.
           EXIT.
      *
       T37.
           IF WFT-NFAC(WIDXF) = FBCLE-CDESUP
              MOVE 1 TO WTRV
              MOVE WIDXF TO WPOSF
           END-IF.
       T37-EXIT.
           EXIT.
      *
      * traite orpheline de sa facture : societe inconnue, base HT =
      * TTC faute de facture
       T38.
           IF WFT-AFF(WIDXF) = 'O'
              GO TO T38-EXIT
           END-IF.
           MOVE WIDXF TO WPOSF.
           MOVE "??????" TO WSOC-TRT.
           MOVE WFT-NCL(WPOSF) TO WNCL-TRT.
           PERFORM T40 THRU T40-EXIT.
           PERFORM T39 THRU T39-EXIT
                   VARYING WIDXT FROM 1 BY 1 UNTIL WIDXT > 5.
       T38-EXIT.
           EXIT.
       T39.
           ADD WFT-TTC(WPOSF WIDXT) TO WBA-TTC(WPOS WIDXT).
           ADD WFT-TTC(WPOSF WIDXT) TO WBA-HT(WPOS WIDXT).
       T39-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      * T40 : ligne de balance WSOC-TRT / WNCL-TRT (WPOS), creee au    *
      *       premier passage                                          *
      *----------------------------------------------------------------*
       T40.
           MOVE ZERO TO WTRV.
           PERFORM T40-CMP VARYING WIDX FROM 1 BY 1
                   UNTIL WIDX > WNB-BAL OR WTRV = 1.
           IF WTRV = 1
              GO TO T40-EXIT
           END-IF.
           IF WNB-BAL NOT < 6000
              DISPLAY "GPIWARNING"
              DISPLAY "**TABLE BALANCE PLEINE, RUN ABANDONNE"
              STOP RUN
           END-IF.
           ADD 1 TO WNB-BAL.
           MOVE WNB-BAL TO WPOS.
           MOVE WSOC-TRT TO WBA-SOC(WPOS).
           MOVE WNCL-TRT TO WBA-NCL(WPOS).
           PERFORM T42 THRU T42-EXIT
                   VARYING WIDXT FROM 1 BY 1 UNTIL WIDXT > 5.
           MOVE ZERO TO WBA-PROV(WPOS) WBA-ANC(WPOS).
           MOVE 'N' TO WBA-PROC(WPOS).
           PERFORM T43 THRU T43-EXIT
                   VARYING WIDXP FROM 1 BY 1 UNTIL WIDXP > WNB-PROC.
       T40-EXIT.
           EXIT.
       T40-CMP.
           IF WBA-SOC(WIDX) = WSOC-TRT AND WBA-NCL(WIDX) = WNCL-TRT
              MOVE 1 TO WTRV
              MOVE WIDX TO WPOS
           END-IF.
       T42.
           MOVE ZERO TO WBA-TTC(WPOS WIDXT) WBA-HT(WPOS WIDXT).
       T42-EXIT.
           EXIT.
       T43.
           IF WPC-NCL(WIDXP) = WNCL-TRT
              MOVE 'O' TO WBA-PROC(WPOS)
           END-IF.
       T43-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      * T45 : tranche de l'echeance WDATW a la date d'arrete :         *
      *       1 non echu, 2 = 1-30, 3 = 31-60, 4 = 61-90, 5 = +90 j    *
      *----------------------------------------------------------------*
       T45.
           COMPUTE WDAT-NUM = WDATW-AA * 360 + WDATW-MM * 30
                                             + WDATW-JJ.
           COMPUTE WAGE = WJOUR-NUM - WDAT-NUM.
           MOVE 5 TO WTRANCHE.
           IF WAGE NOT > 90
              MOVE 4 TO WTRANCHE
           END-IF.
           IF WAGE NOT > 60
              MOVE 3 TO WTRANCHE
           END-IF.
           IF WAGE NOT > 30
              MOVE 2 TO WTRANCHE
           END-IF.
           IF WAGE NOT > ZERO
              MOVE 1 TO WTRANCHE
           END-IF.
       T45-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      * T50 : provision du client : taux de la tranche sur la base HT, *
      *       100 % en procedure collective, jamais negative           *
      *----------------------------------------------------------------*
       T50.
           MOVE ZERO TO WPROV-CLI.
           PERFORM T52 THRU T52-EXIT
                   VARYING WIDXT FROM 1 BY 1 UNTIL WIDXT > 5.
           IF WPROV-CLI > ZERO
              MOVE WPROV-CLI TO WBA-PROV(WIDX)
           ELSE
              MOVE ZERO TO WBA-PROV(WIDX)
           END-IF.
           PERFORM T55 THRU T55-EXIT.
       T50-EXIT.
           EXIT.
       T52.
           IF WBA-PROC(WIDX) = 'O'
              ADD WBA-HT(WIDX WIDXT) TO WPROV-CLI
           ELSE
              COMPUTE WPROV-CLI ROUNDED = WPROV-CLI
                      + WBA-HT(WIDX WIDXT) * WTX-TAUX(WIDXT) / 100
           END-IF.
       T52-EXIT.
           EXIT.
      *
      * la societe de la ligne entre au recapitulatif
       T55.
           MOVE ZERO TO WTRV.
           PERFORM T55-CMP VARYING WIDXO FROM 1 BY 1
                   UNTIL WIDXO > WNB-SOC OR WTRV = 1.
           IF WTRV = 1
              GO TO T55-EXIT
           END-IF.
           IF WNB-SOC = 20
              DISPLAY "GPIWARNING"
              DISPLAY "**TABLE SOCIETES PLEINE, RUN ABANDONNE"
              STOP RUN
           END-IF.
           ADD 1 TO WNB-SOC.
           MOVE WBA-SOC(WIDX) TO WSO-SOC(WNB-SOC).
           MOVE ZERO TO WSO-TTC(WNB-SOC 1) WSO-TTC(WNB-SOC 2)
                        WSO-TTC(WNB-SOC 3) WSO-TTC(WNB-SOC 4)
                        WSO-TTC(WNB-SOC 5)
                        WSO-PROV(WNB-SOC) WSO-ANC(WNB-SOC).
       T55-EXIT.
           EXIT.
       T55-CMP.
           IF WSO-SOC(WIDXO) = WBA-SOC(WIDX)
              MOVE 1 TO WTRV
           END-IF.
      *
      *----------------------------------------------------------------*
      * T60 : reprise de la provision du dernier arrete : debit 491 /  *
      *       credit 7817 ; l'ancienne provision est aussi rangee sur  *
      *       la ligne de balance pour l'etat                          *
      *----------------------------------------------------------------*
       T60.
           READ PROVHIS NEXT RECORD
                AT END MOVE 1 TO WFINP
                GO TO T60-EXIT.
           IF PRH-MONTANT = ZERO
              GO TO T60-EXIT
           END-IF.
           MOVE PRH-SOC TO WSOC-TRT.
           MOVE PRH-NCL TO WNCL-TRT.
           MOVE ZERO TO WTRV.
           PERFORM T40-CMP VARYING WIDX FROM 1 BY 1
                   UNTIL WIDX > WNB-BAL OR WTRV = 1.
           IF WTRV = 1
              ADD PRH-MONTANT TO WBA-ANC(WPOS)
           END-IF.
           ADD PRH-MONTANT TO WTOT-REP.
           MOVE PRH-MONTANT TO WFEC-MONT.
           MOVE WCPT491  TO WFEC-CPTD.
           MOVE "PROV CLIENTS" TO WFEC-LIBD.
           MOVE WCPT7817 TO WFEC-CPTC.
           MOVE "REPRISE PROV" TO WFEC-LIBC.
           MOVE "REPRISE PROVISION CLIENT" TO WFEC-ECRLIB.
           MOVE PRH-NCL TO WFEC-AUX.
           PERFORM T70 THRU T70-EXIT.
       T60-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      * T65 : dotation du mois : debit 6817 / credit 491, et nouvel    *
      *       historique                                               *
      *----------------------------------------------------------------*
       T65.
           IF WBA-PROV(WIDX) = ZERO
              GO TO T65-EXIT
           END-IF.
           ADD WBA-PROV(WIDX) TO WTOT-DOT.
           MOVE WBA-PROV(WIDX) TO WFEC-MONT.
           MOVE WCPT6817 TO WFEC-CPTD.
           MOVE "DOTATION PROV" TO WFEC-LIBD.
           MOVE WCPT491  TO WFEC-CPTC.
           MOVE "PROV CLIENTS" TO WFEC-LIBC.
           MOVE "DOTATION PROVISION CLIENT" TO WFEC-ECRLIB.
           MOVE WBA-NCL(WIDX) TO WFEC-AUX.
           PERFORM T70 THRU T70-EXIT.
           MOVE SPACES TO PRH-LIGNE.
           MOVE WBA-SOC(WIDX)  TO PRH-SOC.
           MOVE WBA-NCL(WIDX)  TO PRH-NCL.
           MOVE WBA-PROV(WIDX) TO PRH-MONTANT.
           MOVE WDATARR        TO PRH-DATARR.
           WRITE PRN-LIGNE FROM PRH-LIGNE.
       T65-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      * T70 : une ecriture FEC equilibree (ligne debit, ligne credit), *
      *       18 zones separees par "|" comme FECVTE :                 *
      *       JournalCode|JournalLib|EcritureNum|EcritureDate|         *
      *       CompteNum|CompteLib|CompAuxNum|CompAuxLib|PieceRef|      *
      *       PieceDate|EcritureLib|Debit|Credit|EcritureLet|DateLet|  *
      *       ValidDate|Montantdevise|Idevise                          *
      *----------------------------------------------------------------*
       T70.
           ADD 1 TO WFEC-NUM.
           MOVE WFEC-MONT TO WFEC-MONTED.
           MOVE SPACES TO FEC-LIGNE.
           STRING "OD" "|" "OPERATIONS DIVERSES" "|"
                  WFEC-NUM "|" WFEC-DATE8 "|"
                  WFEC-CPTD "|" WFEC-LIBD "|"
                  WFEC-AUX "|" "|"
                  WFEC-PIECE "|" WFEC-DATE8 "|"
                  WFEC-ECRLIB "|"
                  WFEC-MONTED "|" WFEC-ZERO "|"
                  "|" "|" WFEC-DATE8 "|" "|"
                  DELIMITED BY SIZE INTO FEC-LIGNE.
           WRITE FEC-LIGNE.
           MOVE SPACES TO FEC-LIGNE.
           STRING "OD" "|" "OPERATIONS DIVERSES" "|"
                  WFEC-NUM "|" WFEC-DATE8 "|"
                  WFEC-CPTC "|" WFEC-LIBC "|"
                  WFEC-AUX "|" "|"
                  WFEC-PIECE "|" WFEC-DATE8 "|"
                  WFEC-ECRLIB "|"
                  WFEC-ZERO "|" WFEC-MONTED "|"
                  "|" "|" WFEC-DATE8 "|" "|"
                  DELIMITED BY SIZE INTO FEC-LIGNE.
           WRITE FEC-LIGNE.
       T70-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      * T80 : balance d'une societe : une ligne par client puis le     *
      *       total societe                                            *
      *----------------------------------------------------------------*
       T80.
           MOVE SPACES TO LIGNE.
           WRITE LIGNE BEFORE 1.
           MOVE SPACES TO LIGNE.
           MOVE "SOC    CLIENT      NON ECHU     1-30 J      31-60 J
      -    "    61-90 J    +90 J         TOTAL      PROVISION" TO LIGNE.
           WRITE LIGNE BEFORE 1.
           PERFORM T85 THRU T85-EXIT
                   VARYING WIDX FROM 1 BY 1 UNTIL WIDX > WNB-BAL.
           MOVE SPACES TO LIGNE.
           MOVE WSO-SOC(WIDXO)    TO LSOC.
           MOVE WSO-TTC(WIDXO 1)  TO LT1.
           MOVE WSO-TTC(WIDXO 2)  TO LT2.
           MOVE WSO-TTC(WIDXO 3)  TO LT3.
           MOVE WSO-TTC(WIDXO 4)  TO LT4.
           MOVE WSO-TTC(WIDXO 5)  TO LT5.
           COMPUTE LTOT = WSO-TTC(WIDXO 1) + WSO-TTC(WIDXO 2)
                        + WSO-TTC(WIDXO 3) + WSO-TTC(WIDXO 4)
                        + WSO-TTC(WIDXO 5).
           MOVE WSO-PROV(WIDXO)   TO LPROV.
           MOVE "TOTAL SOC" TO LLIB.
           WRITE LIGNE BEFORE 1.
       T80-EXIT.
           EXIT.
      *
       T85.
           IF WBA-SOC(WIDX) NOT = WSO-SOC(WIDXO)
              GO TO T85-EXIT
           END-IF.
           MOVE ZERO TO WTOT-CLI.
           PERFORM T87 THRU T87-EXIT
                   VARYING WIDXT FROM 1 BY 1 UNTIL WIDXT > 5.
           ADD WBA-PROV(WIDX) TO WSO-PROV(WIDXO).
           ADD WBA-ANC(WIDX)  TO WSO-ANC(WIDXO).
           MOVE SPACES TO LIGNE.
           MOVE WBA-SOC(WIDX)     TO LSOC.
           MOVE WBA-NCL(WIDX)     TO LNCL.
           MOVE WBA-TTC(WIDX 1)   TO LT1.
           MOVE WBA-TTC(WIDX 2)   TO LT2.
           MOVE WBA-TTC(WIDX 3)   TO LT3.
           MOVE WBA-TTC(WIDX 4)   TO LT4.
           MOVE WBA-TTC(WIDX 5)   TO LT5.
           MOVE WTOT-CLI          TO LTOT.
           MOVE WBA-PROV(WIDX)    TO LPROV.
           IF WBA-PROC(WIDX) = 'O'
              MOVE "PROC COLLECT" TO LLIB
           END-IF.
           WRITE LIGNE BEFORE 1.
       T85-EXIT.
           EXIT.
       T87.
           ADD WBA-TTC(WIDX WIDXT) TO WTOT-CLI.
           ADD WBA-TTC(WIDX WIDXT) TO WSO-TTC(WIDXO WIDXT).
       T87-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      * T90 : recapitulatif                                            *
      *----------------------------------------------------------------*
       T90.
           MOVE SPACES TO LIGNE.
           WRITE LIGNE BEFORE 1.
           MOVE SPACES TO LIGNE.
           MOVE WTOT-TRA TO LNCL.
           MOVE "TRAITES" TO LLIB.
           WRITE LIGNE BEFORE 1.
           MOVE SPACES TO LIGNE.
           MOVE WTOT-FAC TO LNCL.
           MOVE "FACT/AVOIRS" TO LLIB.
           WRITE LIGNE BEFORE 1.
           MOVE SPACES TO LIGNE.
           MOVE WTOT-REP TO LPROV.
           MOVE "REPRISE" TO LLIB.
           WRITE LIGNE BEFORE 1.
           MOVE SPACES TO LIGNE.
           MOVE WTOT-DOT TO LPROV.
           MOVE "DOTATION" TO LLIB.
           WRITE LIGNE BEFORE 1.
       T90-EXIT.
           EXIT.
