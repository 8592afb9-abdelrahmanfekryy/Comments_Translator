      *DD9152 15/10/26 anes Creation - e-reporting vers la PDP des
      *                     ventes aux particuliers (agregees par jour
      *                     et taux de TVA) et des factures intra-UE et
      *                     export (facture par facture), transmises a
      *                     la cloture de leur periode sous controle de
      *                     flux flowctl1
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FACTC245.
      *
      ******************************************************************
      * GPICMT    E-reporting de la reforme facturation electronique :  *
      *           ce que FACTC240 ne depose pas en facture structuree   *
      *           part vers la PDP en donnees de transaction :          *
      *           - ventes aux particuliers (clients FMTROUTE au format *
      *             PA : clients finaux de la location gerance, comptes *
      *             comptoir) : agregat par societe, jour et taux de    *
      *             TVA (nombre de pieces, base, TVA ; avoirs FOA 5/6/7 *
      *             en deduction) - enregistrement BA                   *
      *           - factures intra-UE et export (pays de livraison      *
      *             FFACTURE hors FR ; UE si le pays est dans EUPAYS,   *
      *             la table de DEBC010, sinon EX) : une facture par    *
      *             enregistrement IF suivi de sa ventilation TVA IT    *
      *           Source : l'extrait FACTJOUR du jour (entete E et      *
      *           ventilation T, producteur factjr1).  Les              *
      *           enregistrements du jour rejoignent les enregistrements*
      *           en attente (EREPCUM, reecrit en EREPCUMN) et ne       *
      *           partent dans EREPORT qu'a la cloture de leur periode  *
      *           (parametre EREPPER : J jour, D decade - par defaut -, *
      *           M mois) : periode anterieure a celle du run, ou run   *
      *           le dernier jour de la periode.  Une transmission non  *
      *           vide recoit son enregistrement ZC de queue (flux      *
      *           EREPORT, sequence et compte par flowctl1) ; les       *
      *           retours de statut de la PDP sont integres par         *
      *           EREPC010.                                             *
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
           SELECT FMTROUTE ASSIGN TO FMT-ROUTE
                       organization indexed
                       access mode random
                       record key FMR-CLE
                       file status is file-status2.
      *
           SELECT FFACTURE ASSIGN TO FFACTURE
                       organization indexed
                       access mode random
                       record key FBCLE-CDESUP
                       file status is file-status3.
      *
           SELECT EUPAYS ASSIGN TO EUP-AYS
                       organization line sequential
                       file status is file-status4.
      *
           SELECT EREPCUM ASSIGN TO ERE-PCUM
                       organization line sequential
                       file status is file-status5.
      *
           SELECT EREPCUMN ASSIGN TO ERE-PCUMN
                       organization line sequential.
      *
           SELECT EREPORT ASSIGN TO ERE-PORT
                       organization line sequential.
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
       FD  FMTROUTE
                DATA RECORD FMR-LIGNE.
       01  FMR-LIGNE.
           02 FMR-CLE.
              03 FMR-SOC           PIC X(6).
              03 FMR-NCL           PIC 9(6).
           02 FMR-FORMAT           PIC XX.
           02 FMR-SERVICE          PIC X(10).
           02 FMR-LIB              PIC X(30).
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
           02 FILLER                PIC X(37).
      *
       FD  EUPAYS
                DATA RECORD EUP-LIGNE.
       01  EUP-LIGNE.
           02 EUP-PAYS           PIC XX.
           02 FILLER             PIC X.
           02 EUP-LIB            PIC X(20).
      *
      * en attente de cloture de periode : meme format que EREPORT
       FD  EREPCUM
                DATA RECORD ERC-LIGNE.
       01  ERC-LIGNE.
           02 ERC-TYPE           PIC XX.
           02 FILLER             PIC X.
           02 ERC-SOC            PIC X(6).
           02 FILLER             PIC X.
           02 ERC-DATE           PIC 9(8).
           02 FILLER             PIC X(82).
      *
       FD  EREPCUMN
                DATA RECORD ERN-LIGNE.
       01  ERN-LIGNE              PIC X(100).
      *
      * format plat PDP : type, societe, date SSAAMMJJ, puis selon le
      * type BA (agregat particuliers), IF (facture internationale),
      * IT (ventilation TVA de la facture IF qui precede), ZC (queue)
       FD  EREPORT
                DATA RECORD ERP-LIGNE.
       01  ERP-LIGNE.
           02 ERP-TYPE           PIC XX.
           02 FILLER             PIC X.
           02 ERP-SOC            PIC X(6).
           02 FILLER             PIC X.
           02 ERP-DATE           PIC 9(8).
           02 FILLER             PIC X(82).
       01  ERP-B2C REDEFINES ERP-LIGNE.
           02 FILLER             PIC X(19).
           02 ERP-B-TAUX         PIC 9(2)V99.
           02 FILLER             PIC X.
           02 ERP-B-NB           PIC 9(5).
           02 FILLER             PIC X.
           02 ERP-B-BASE         PIC S9(11)V99
                                 SIGN LEADING SEPARATE.
           02 FILLER             PIC X.
           02 ERP-B-TVA          PIC S9(11)V99
                                 SIGN LEADING SEPARATE.
           02 FILLER             PIC X(41).
       01  ERP-INT REDEFINES ERP-LIGNE.
           02 FILLER             PIC X(19).
           02 ERP-I-NFAC         PIC 9(7).
           02 FILLER             PIC X.
           02 ERP-I-SENS         PIC X.
           02 FILLER             PIC X.
           02 ERP-I-NCL          PIC 9(6).
           02 FILLER             PIC X.
           02 ERP-I-PAYS         PIC XX.
           02 FILLER             PIC X.
           02 ERP-I-CAT          PIC XX.
           02 FILLER             PIC X.
           02 ERP-I-REGIME       PIC XX.
           02 FILLER             PIC X.
           02 ERP-I-HT           PIC S9(11)V99
                                 SIGN LEADING SEPARATE.
           02 FILLER             PIC X.
           02 ERP-I-TTC          PIC S9(11)V99
                                 SIGN LEADING SEPARATE.
           02 FILLER             PIC X(26).
       01  ERP-ITVA REDEFINES ERP-LIGNE.
           02 FILLER             PIC X(19).
           02 ERP-T-NFAC         PIC 9(7).
           02 FILLER             PIC X.
           02 ERP-T-TAUX         PIC 9(2)V99.
           02 FILLER             PIC X.
           02 ERP-T-BASE         PIC S9(11)V99
                                 SIGN LEADING SEPARATE.
           02 FILLER             PIC X.
           02 ERP-T-TVA          PIC S9(11)V99
                                 SIGN LEADING SEPARATE.
           02 FILLER             PIC X(39).
      * enregistrement ZC de queue : controle de flux (flowctl1)
       01  ERP-ZC REDEFINES ERP-LIGNE.
           02 FILLER             PIC X(3).
           02 ERP-Z-FLUX         PIC X(8).
           02 FILLER             PIC X.
           02 ERP-Z-SEQ          PIC 9(7).
           02 FILLER             PIC X.
           02 ERP-Z-NBENR        PIC 9(7).
           02 FILLER             PIC X(73).
      *
       FD  ETAT1
                DATA RECORD LIGNE
                LINAGE IS 64  LINES AT TOP 2.
       01  LIGNE                  PIC X(132).
       01  L1.
           02 LTYPE                PIC XX.
           02 FILLER               PIC X(2).
           02 LSOC                 PIC X(6).
           02 FILLER               PIC X(2).
           02 LDATE                PIC 9(8) blank zero.
           02 FILLER               PIC X(2).
           02 LNFAC                PIC 9(7) blank zero.
           02 FILLER               PIC X(2).
           02 LPAYS                PIC XX.
           02 FILLER               PIC X(2).
           02 LTAUX                PIC Z9V,99 blank zero.
           02 FILLER               PIC X(2).
           02 LNB                  PIC ZZZZ9 blank zero.
           02 FILLER               PIC X(2).
           02 LMONT1               PIC Z(10)9V,99- blank zero.
           02 FILLER               PIC X(2).
           02 LMONT2               PIC Z(10)9V,99- blank zero.
           02 FILLER               PIC X(2).
           02 LLIB                 PIC X(30).
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
       01  WFINP                  PIC 9 value zero.
           88 FIN-EUPAYS          value 1.
       01  WFINC                  PIC 9 value zero.
           88 FIN-EREPCUM         value 1.
           copy '../copy/flowctl.com'.
       01  WDATEJOUR              PIC 9(6).
       01  WPERIODE               PIC X VALUE 'D'.
           88 PERIODE-JOUR        VALUE 'J'.
           88 PERIODE-MOIS        VALUE 'M'.
      *
      **** pays intra-UE
       01  WTPAY.
           02 WTPAY-E OCCURS 50   PIC XX.
       01  WNB-PAY                PIC 9(3) VALUE ZERO.
       01  WIDXP                  PIC 9(3).
       01  WPAY-OK                PIC 9.
           88 PAYS-INTRA-UE       VALUE 1.
      *
      **** facture FACTJOUR en cours : B = particulier, I =
      **** internationale, espace = hors e-reporting
       01  WFC-CAT                PIC X.
       01  WFC-SENS               PIC X.
       01  WFC-SOC                PIC X(6).
       01  WFC-NFAC               PIC 9(7).
       01  WFC-DATE               PIC 9(6).
      *
      **** agregats particuliers : en attente + jour
       01  WTB2C.
           02 WTB2C-E OCCURS 3000.
              03 WBC-SOC          PIC X(6).
              03 WBC-DATE         PIC 9(6).
              03 WBC-TAUX         PIC 9(2)V99.
              03 WBC-NB           PIC 9(5).
              03 WBC-BASE         PIC S9(11)V99.
              03 WBC-TVA          PIC S9(11)V99.
       01  WNB-B2C                PIC 9(4) VALUE ZERO.
       01  WIDXB                  PIC 9(4).
       01  WTRV                   PIC 9.
      *
      **** enregistrements internationaux IF/IT : en attente + jour
       01  WTINT.
           02 WTINT-E OCCURS 9000.
              03 WIN-DATE         PIC 9(6).
              03 WIN-ENR          PIC X(100).
       01  WNB-INT                PIC 9(4) VALUE ZERO.
       01  WIDXI                  PIC 9(4).
      *
      **** cloture de la periode d'une date WPER-DATE (AAMMJJ)
       01  WPER-DATE              PIC 9(6).
       01  WPER-DATE-X REDEFINES WPER-DATE.
           02 WPER-AA             PIC 99.
           02 WPER-MM             PIC 99.
           02 WPER-JJ             PIC 99.
       01  WRUN-DATE              PIC 9(6).
       01  WRUN-DATE-X REDEFINES WRUN-DATE.
           02 WRUN-AA             PIC 99.
           02 WRUN-MM             PIC 99.
           02 WRUN-JJ             PIC 99.
       01  WPER-CLE               PIC 9(7).
       01  WRUN-CLE               PIC 9(7).
       01  WPER-FIN               PIC 99.
       01  WPER-CLOSE             PIC 9.
           88 PERIODE-CLOSE       VALUE 1.
       01  WTJMOIS-V              PIC X(24)
                                  VALUE "312831303130313130313031".
       01  WTJMOIS REDEFINES WTJMOIS-V.
           02 WTJMOIS-E OCCURS 12 PIC 99.
       01  WQUOT                  PIC 9(4).
       01  WRESTE                 PIC 9(4).
       01  WDATE8                 PIC 9(8).
      *
       01  WNB-EMIS               PIC 9(7) VALUE ZERO.
       01  WNB-ATT                PIC 9(7) VALUE ZERO.
       01  WTOT-B2C               PIC 9(5) VALUE ZERO.
       01  WTOT-INT               PIC 9(5) VALUE ZERO.
       01  WTOT-HORS              PIC 9(5) VALUE ZERO.
      *
       PROCEDURE DIVISION.
      *
      *----------------------------------------------------------------*
      * T10 : parametres, en attente, extrait du jour, repartition     *
      *       emis / toujours en attente, controle de flux             *
      *----------------------------------------------------------------*
       T10.
           MOVE ZERO TO WFINJ WFINP WFINC WNB-PAY WNB-B2C WNB-INT
                        WNB-EMIS WNB-ATT WTOT-B2C WTOT-INT WTOT-HORS.
           string 'EREPPER' x'00' delimited by size
                  into var-name.
           move space to var-data.
           call 'genvcc' using var-name var-data.
           if var-data(1:1) = 'J' or var-data(1:1) = 'D'
                                  or var-data(1:1) = 'M'
              move var-data(1:1) to WPERIODE.
           string 'ADLPID' x'00' delimited by size
                  into var-name.
           move space to var-data.
           call 'genvcc' using var-name var-data.
           if var-data(1:6) numeric
              move var-data(1:6) to WDATEJOUR.
           string 'factc245.'
                  var-data delimited by ' '
                                     into wlabel-etat1.
           OPEN OUTPUT ETAT1.
           OPEN INPUT EUPAYS.
           IF FILE-STATUS4 NOT = ZERO
              DISPLAY "PAS DE TABLE PAYS INTRA-UE"
              STOP RUN
           END-IF.
           PERFORM T15 THRU T15-EXIT UNTIL FIN-EUPAYS.
           CLOSE EUPAYS.
           OPEN INPUT EREPCUM.
           IF FILE-STATUS5 = ZERO
              PERFORM T20 THRU T20-EXIT UNTIL FIN-EREPCUM
              CLOSE EREPCUM
           END-IF.
           OPEN INPUT FACTJOUR.
           IF FILE-STATUS = ZERO
              OPEN INPUT FMTROUTE
              OPEN INPUT FFACTURE
              IF FILE-STATUS3 NOT = ZERO
                 DISPLAY "OUVERTURE FFACTURE IMPOSSIBLE " FILE-STATUS3
                 STOP RUN
              END-IF
              MOVE SPACE TO WFC-CAT
              PERFORM T30 THRU T30-EXIT UNTIL FIN-FACTJOUR
              CLOSE FACTJOUR FFACTURE
              IF FILE-STATUS2 = ZERO
                 CLOSE FMTROUTE
              END-IF
           ELSE
              DISPLAY "PAS D'EXTRAIT DE FACTURATION CE JOUR"
           END-IF.
           MOVE SPACES TO LIGNE.
           STRING "E-REPORTING PDP DU " WDATEJOUR " PERIODE "
                  WPERIODE DELIMITED BY SIZE INTO LIGNE.
           WRITE LIGNE BEFORE 2.
           OPEN OUTPUT EREPORT EREPCUMN.
           MOVE WDATEJOUR TO WRUN-DATE.
           PERFORM T60 THRU T60-EXIT
                   VARYING WIDXB FROM 1 BY 1 UNTIL WIDXB > WNB-B2C.
           PERFORM T65 THRU T65-EXIT
                   VARYING WIDXI FROM 1 BY 1 UNTIL WIDXI > WNB-INT.
      * transmission non vide : enregistrement de controle de flux
           IF WNB-EMIS NOT = ZERO
              INITIALIZE FLOWCTL
              MOVE 'E'         TO IFLOWCTL-TRT
              MOVE "EREPORT "  TO IFLOWCTL-FLUX
              MOVE WDATEJOUR   TO IFLOWCTL-DATE
              MOVE WNB-EMIS    TO IFLOWCTL-NBENR
              CALL "flowctl1" USING FLOWCTL
              MOVE SPACES TO ERP-LIGNE
              MOVE "ZC"         TO ERP-TYPE
              MOVE "EREPORT "   TO ERP-Z-FLUX
              MOVE OFLOWCTL-SEQ TO ERP-Z-SEQ
              MOVE WNB-EMIS     TO ERP-Z-NBENR
              WRITE ERP-LIGNE
           END-IF.
           CLOSE EREPORT EREPCUMN.
           PERFORM T90 THRU T90-EXIT.
           CLOSE ETAT1.
           STOP RUN.
      *
      *----------------------------------------------------------------*
      * T15 : pays intra-UE                                            *
      *----------------------------------------------------------------*
       T15.
           READ EUPAYS NEXT RECORD
                AT END MOVE 1 TO WFINP
                       GO TO T15-EXIT
           END-READ.
           IF EUP-PAYS NOT = SPACES
              IF WNB-PAY < 50
                 ADD 1 TO WNB-PAY
                 MOVE EUP-PAYS TO WTPAY-E(WNB-PAY)
              END-IF
           END-IF.
       T15-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      * T20 : enregistrements en attente : agregats BA en table pour   *
      *       cumul avec le jour, IF/IT repris tels quels              *
      *----------------------------------------------------------------*
       T20.
           READ EREPCUM NEXT RECORD
                AT END MOVE 1 TO WFINC
                       GO TO T20-EXIT
           END-READ.
           MOVE ERC-LIGNE TO ERP-LIGNE.
           IF ERC-TYPE = "BA"
              PERFORM T25 THRU T25-EXIT
              GO TO T20-EXIT
           END-IF.
           IF ERC-TYPE = "IF" OR ERC-TYPE = "IT"
              MOVE ERC-DATE(3:6) TO WFC-DATE
              PERFORM T55 THRU T55-EXIT
           END-IF.
       T20-EXIT.
           EXIT.
       T25.
           IF WNB-B2C NOT < 3000
              DISPLAY "GPIWARNING"
              DISPLAY "**TABLE AGREGATS PARTICULIERS PLEINE, "
                      "RUN ABANDONNE"
              STOP RUN
           END-IF.
           ADD 1 TO WNB-B2C.
           MOVE ERP-SOC          TO WBC-SOC(WNB-B2C).
           MOVE ERP-DATE(3:6)    TO WBC-DATE(WNB-B2C).
           MOVE ERP-B-TAUX       TO WBC-TAUX(WNB-B2C).
           MOVE ERP-B-NB         TO WBC-NB(WNB-B2C).
           MOVE ERP-B-BASE       TO WBC-BASE(WNB-B2C).
           MOVE ERP-B-TVA        TO WBC-TVA(WNB-B2C).
       T25-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      * T30 : extrait FACTJOUR : entete E classee, ventilations T      *
      *       rattachees a la derniere entete                          *
      *----------------------------------------------------------------*
       T30.
           READ FACTJOUR NEXT RECORD
                AT END MOVE 1 TO WFINJ
                       GO TO T30-EXIT
           END-READ.
           IF FAJ-TYPE = 'E'
              PERFORM T40 THRU T40-EXIT
              GO TO T30-EXIT
           END-IF.
           IF FAJ-TYPE NOT = 'T'
              GO TO T30-EXIT
           END-IF.
           IF WFC-CAT = 'B'
              PERFORM T45 THRU T45-EXIT
           END-IF.
           IF WFC-CAT = 'I'
              MOVE SPACES TO ERP-LIGNE
              MOVE "IT"      TO ERP-TYPE
              MOVE WFC-SOC   TO ERP-SOC
              MOVE WFC-DATE  TO WDATE8
              ADD 20000000   TO WDATE8
              MOVE WDATE8    TO ERP-DATE
              MOVE WFC-NFAC  TO ERP-T-NFAC
              MOVE FAJT-TAUX TO ERP-T-TAUX
              MOVE FAJT-BASE TO ERP-T-BASE
              MOVE FAJT-MONT TO ERP-T-TVA
              IF WFC-SENS = 'A'
                 COMPUTE ERP-T-BASE = ZERO - FAJT-BASE
                 COMPUTE ERP-T-TVA  = ZERO - FAJT-MONT
              END-IF
              PERFORM T55 THRU T55-EXIT
           END-IF.
       T30-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      * T40 : classement de la facture : internationale (pays de       *
      *       livraison hors FR), particulier (FMTROUTE PA), ou hors   *
      *       e-reporting (B2B domestique : FACTC240)                  *
      *----------------------------------------------------------------*
       T40.
           MOVE SPACE     TO WFC-CAT.
           MOVE FAJE-SOC  TO WFC-SOC.
           MOVE FAJE-NFAC TO WFC-NFAC.
           MOVE FAJE-DATE TO WFC-DATE.
           MOVE 'F'       TO WFC-SENS.
           IF FAJE-FOA = '5' OR FAJE-FOA = '6' OR FAJE-FOA = '7'
              MOVE 'A' TO WFC-SENS
           END-IF.
           MOVE FAJE-NFAC TO FBCLE-CDESUP.
           READ FFACTURE
                INVALID KEY
                   MOVE SPACES TO FBPAYS FBREGIME
           END-READ.
           IF FBPAYS NOT = SPACES AND FBPAYS NOT = 'FR'
              MOVE 'I' TO WFC-CAT
              ADD 1 TO WTOT-INT
              PERFORM T42 THRU T42-EXIT
              GO TO T40-EXIT
           END-IF.
           IF FILE-STATUS2 NOT = ZERO
              ADD 1 TO WTOT-HORS
              GO TO T40-EXIT
           END-IF.
           MOVE FAJE-SOC TO FMR-SOC.
           MOVE FAJE-NCL TO FMR-NCL.
           READ FMTROUTE
                INVALID KEY
                   MOVE SPACES TO FMR-FORMAT
           END-READ.
           IF FMR-FORMAT = 'PA'
              MOVE 'B' TO WFC-CAT
              ADD 1 TO WTOT-B2C
           ELSE
              ADD 1 TO WTOT-HORS
           END-IF.
       T40-EXIT.
           EXIT.
      *
      * enregistrement IF de la facture internationale
       T42.
           MOVE ZERO TO WPAY-OK.
           PERFORM T43 VARYING WIDXP FROM 1 BY 1
                   UNTIL WIDXP > WNB-PAY OR PAYS-INTRA-UE.
           MOVE SPACES TO ERP-LIGNE.
           MOVE "IF"      TO ERP-TYPE.
           MOVE FAJE-SOC  TO ERP-SOC.
           MOVE FAJE-DATE TO WDATE8.
           ADD 20000000   TO WDATE8.
           MOVE WDATE8    TO ERP-DATE.
           MOVE FAJE-NFAC TO ERP-I-NFAC.
           MOVE WFC-SENS  TO ERP-I-SENS.
           MOVE FAJE-NCL  TO ERP-I-NCL.
           MOVE FBPAYS    TO ERP-I-PAYS.
           IF PAYS-INTRA-UE
              MOVE "UE" TO ERP-I-CAT
           ELSE
              MOVE "EX" TO ERP-I-CAT
           END-IF.
           MOVE FBREGIME  TO ERP-I-REGIME.
           MOVE FAJE-MHT  TO ERP-I-HT.
           MOVE FAJE-MTTC TO ERP-I-TTC.
           IF WFC-SENS = 'A'
              COMPUTE ERP-I-HT  = ZERO - FAJE-MHT
              COMPUTE ERP-I-TTC = ZERO - FAJE-MTTC
           END-IF.
           PERFORM T55 THRU T55-EXIT.
           MOVE SPACES TO LIGNE.
           MOVE ERP-TYPE   TO LTYPE.
           MOVE ERP-SOC    TO LSOC.
           MOVE ERP-DATE   TO LDATE.
           MOVE ERP-I-NFAC TO LNFAC.
           MOVE ERP-I-PAYS TO LPAYS.
           MOVE ERP-I-HT   TO LMONT1.
           MOVE ERP-I-TTC  TO LMONT2.
           MOVE ERP-I-CAT  TO LLIB.
           WRITE LIGNE BEFORE 1.
       T42-EXIT.
           EXIT.
       T43.
           IF WTPAY-E(WIDXP) = FBPAYS
              MOVE 1 TO WPAY-OK
           END-IF.
      *
      *----------------------------------------------------------------*
      * T45 : ventilation T d'une vente a un particulier dans          *
      *       l'agregat societe + jour + taux                          *
      *----------------------------------------------------------------*
       T45.
           MOVE ZERO TO WTRV.
           PERFORM T46 VARYING WIDXB FROM 1 BY 1
                   UNTIL WIDXB > WNB-B2C OR WTRV = 1.
           IF WTRV = 1
              SUBTRACT 1 FROM WIDXB
           ELSE
              IF WNB-B2C NOT < 3000
                 DISPLAY "GPIWARNING"
                 DISPLAY "**TABLE AGREGATS PARTICULIERS PLEINE, "
                         "RUN ABANDONNE"
                 STOP RUN
              END-IF
              ADD 1 TO WNB-B2C
              MOVE WNB-B2C TO WIDXB
              MOVE WFC-SOC   TO WBC-SOC(WIDXB)
              MOVE WFC-DATE  TO WBC-DATE(WIDXB)
              MOVE FAJT-TAUX TO WBC-TAUX(WIDXB)
              MOVE ZERO TO WBC-NB(WIDXB) WBC-BASE(WIDXB)
                           WBC-TVA(WIDXB)
           END-IF.
           ADD 1 TO WBC-NB(WIDXB).
           IF WFC-SENS = 'A'
              SUBTRACT FAJT-BASE FROM WBC-BASE(WIDXB)
              SUBTRACT FAJT-MONT FROM WBC-TVA(WIDXB)
           ELSE
              ADD FAJT-BASE TO WBC-BASE(WIDXB)
              ADD FAJT-MONT TO WBC-TVA(WIDXB)
           END-IF.
       T45-EXIT.
           EXIT.
       T46.
           IF WBC-SOC(WIDXB) = WFC-SOC AND WBC-DATE(WIDXB) = WFC-DATE
              AND WBC-TAUX(WIDXB) = FAJT-TAUX
              MOVE 1 TO WTRV
           END-IF.
      *
      * enregistrement IF/IT en table (date AAMMJJ en WFC-DATE)
       T55.
           IF WNB-INT NOT < 9000
              DISPLAY "GPIWARNING"
              DISPLAY "**TABLE E-REPORTING INTERNATIONAL PLEINE, "
                      "RUN ABANDONNE"
              STOP RUN
           END-IF.
           ADD 1 TO WNB-INT.
           MOVE WFC-DATE  TO WIN-DATE(WNB-INT).
           MOVE ERP-LIGNE TO WIN-ENR(WNB-INT).
       T55-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      * T60/T65 : periode close -> EREPORT, sinon toujours en attente  *
      *----------------------------------------------------------------*
       T60.
           MOVE SPACES TO ERP-LIGNE.
           MOVE "BA"               TO ERP-TYPE.
           MOVE WBC-SOC(WIDXB)     TO ERP-SOC.
           MOVE WBC-DATE(WIDXB)    TO WDATE8.
           ADD 20000000            TO WDATE8.
           MOVE WDATE8             TO ERP-DATE.
           MOVE WBC-TAUX(WIDXB)    TO ERP-B-TAUX.
           MOVE WBC-NB(WIDXB)      TO ERP-B-NB.
           MOVE WBC-BASE(WIDXB)    TO ERP-B-BASE.
           MOVE WBC-TVA(WIDXB)     TO ERP-B-TVA.
           MOVE WBC-DATE(WIDXB)    TO WPER-DATE.
           PERFORM T80 THRU T80-EXIT.
           IF NOT PERIODE-CLOSE
              WRITE ERN-LIGNE FROM ERP-LIGNE
              ADD 1 TO WNB-ATT
              GO TO T60-EXIT
           END-IF.
           WRITE ERP-LIGNE.
           ADD 1 TO WNB-EMIS.
           MOVE SPACES TO LIGNE.
           MOVE "BA"               TO LTYPE.
           MOVE WBC-SOC(WIDXB)     TO LSOC.
           MOVE WDATE8             TO LDATE.
           MOVE WBC-TAUX(WIDXB)    TO LTAUX.
           MOVE WBC-NB(WIDXB)      TO LNB.
           MOVE WBC-BASE(WIDXB)    TO LMONT1.
           MOVE WBC-TVA(WIDXB)     TO LMONT2.
           MOVE "PARTICULIERS TRANSMIS" TO LLIB.
           WRITE LIGNE BEFORE 1.
       T60-EXIT.
           EXIT.
       T65.
           MOVE WIN-DATE(WIDXI) TO WPER-DATE.
           PERFORM T80 THRU T80-EXIT.
           IF PERIODE-CLOSE
              MOVE WIN-ENR(WIDXI) TO ERP-LIGNE
              WRITE ERP-LIGNE
              ADD 1 TO WNB-EMIS
           ELSE
              WRITE ERN-LIGNE FROM WIN-ENR(WIDXI)
              ADD 1 TO WNB-ATT
           END-IF.
       T65-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      * T80 : la periode de WPER-DATE est-elle close a la date du run  *
      *       (periode anterieure, ou run le dernier jour de la        *
      *       periode) ; cle de periode AAMM + decade 1/2/3            *
      *----------------------------------------------------------------*
       T80.
           MOVE ZERO TO WPER-CLOSE.
           IF PERIODE-JOUR
              IF WPER-DATE NOT > WRUN-DATE
                 MOVE 1 TO WPER-CLOSE
              END-IF
              GO TO T80-EXIT
           END-IF.
           COMPUTE WPER-CLE = WPER-AA * 1000 + WPER-MM * 10.
           COMPUTE WRUN-CLE = WRUN-AA * 1000 + WRUN-MM * 10.
      * dernier jour du mois de la piece (fevrier bissextile)
           MOVE WTJMOIS-E(WPER-MM) TO WPER-FIN.
           IF WPER-MM = 2
              DIVIDE WPER-AA BY 4 GIVING WQUOT REMAINDER WRESTE
              IF WRESTE = ZERO
                 MOVE 29 TO WPER-FIN
              END-IF
           END-IF.
           IF NOT PERIODE-MOIS
              IF WPER-JJ > 20
                 ADD 3 TO WPER-CLE
              ELSE
                 IF WPER-JJ > 10
                    ADD 2 TO WPER-CLE
                    MOVE 20 TO WPER-FIN
                 ELSE
                    ADD 1 TO WPER-CLE
                    MOVE 10 TO WPER-FIN
                 END-IF
              END-IF
              IF WRUN-JJ > 20
                 ADD 3 TO WRUN-CLE
              ELSE
                 IF WRUN-JJ > 10
                    ADD 2 TO WRUN-CLE
                 ELSE
                    ADD 1 TO WRUN-CLE
                 END-IF
              END-IF
           END-IF.
           IF WPER-CLE < WRUN-CLE
              MOVE 1 TO WPER-CLOSE
           END-IF.
           IF WPER-CLE = WRUN-CLE AND WRUN-JJ NOT < WPER-FIN
              MOVE 1 TO WPER-CLOSE
           END-IF.
       T80-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      * T90 : recapitulatif                                            *
      *----------------------------------------------------------------*
       T90.
           MOVE SPACES TO LIGNE.
           WRITE LIGNE BEFORE 1.
           MOVE SPACES TO LIGNE.
           MOVE WTOT-B2C TO LNB.
           MOVE "FACTURES PARTICULIERS DU JOUR" TO LLIB.
           WRITE LIGNE BEFORE 1.
           MOVE SPACES TO LIGNE.
           MOVE WTOT-INT TO LNB.
           MOVE "FACTURES INTRA-UE/EXPORT JOUR" TO LLIB.
           WRITE LIGNE BEFORE 1.
           MOVE SPACES TO LIGNE.
           MOVE WTOT-HORS TO LNB.
           MOVE "FACTURES HORS E-REPORTING" TO LLIB.
           WRITE LIGNE BEFORE 1.
           MOVE SPACES TO LIGNE.
           MOVE WNB-EMIS TO LMONT1.
           MOVE "ENREGISTREMENTS TRANSMIS" TO LLIB.
           IF WNB-EMIS NOT = ZERO
              MOVE OFLOWCTL-SEQ TO LNFAC
           END-IF.
           WRITE LIGNE BEFORE 1.
           MOVE SPACES TO LIGNE.
           MOVE WNB-ATT TO LMONT1.
           MOVE "ENREGISTREMENTS EN ATTENTE" TO LLIB.
           WRITE LIGNE BEFORE 1.
       T90-EXIT.
           EXIT.
