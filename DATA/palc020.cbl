      *DD9169 15/10/26 anes Creation - releves mensuels du compte
      *                     palettes EUR (PALJRN) : releve des clients
      *                     dont le solde depasse la tolerance (PALCLI,
      *                     PALTOL par defaut), facture automatique des
      *                     palettes non rendues au-dela de la tolerance
      *                     pour les clients qui l'ont demandee
      *                     (FFACTURE en numerotation normale, FACTJOUR,
      *                     TVA du code PALTAX) et releve d'echange
      *                     palettes des transporteurs
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PALC020.
      *
      ******************************************************************
      * GPICMT    Compte palettes EUR, releves du mois MOISPAL (AAMM ;  *
      *           defaut = le mois precedant la date du run) :          *
      *           - PALJRN : les mouvements ecrits par PALC010 ; solde  *
      *             = debits - credits (palettes que le tiers nous      *
      *             doit), au debut du mois puis mouvements du mois     *
      *           - PALCLI : par client, tolerance en palettes,         *
      *             facture automatique O/N, prix unitaire HT et        *
      *             societe de facturation ; client absent = tolerance  *
      *             PALTOL (10 par defaut) et pas de facture            *
      *           Un client dont le solde de fin de mois depasse sa     *
      *           tolerance recoit son releve ; s'il a demande la       *
      *           facture automatique, l'excedent lui est facture au    *
      *           prix PALCLI (a defaut PALPU, en centimes) : note      *
      *           FFACTURE numerotee comme INTRC010 sur la serie SERFAC *
      *           de la societe, a defaut au compteur PARBATCH          *
      *           FACTURE000, ligne et entete FACTJOUR via              *
      *           factjr1, TVA au taux du code PALTAX (1 par defaut)    *
      *           de la cle PARAFITVA1 de PARAMGPI, synthese societe ;  *
      *           les palettes facturees sont portees au credit du      *
      *           compte (origine F, datees de la fin du mois), ce qui  *
      *           interdit toute double facturation a la relance.       *
      *           Chaque transporteur mouvemente dans le mois ou dont   *
      *           le solde n'est pas nul recoit son releve d'echange    *
      *           palettes.                                             *
      ******************************************************************
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. DPS-4.
       OBJECT-COMPUTER. DPS-4.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PALJRN ASSIGN TO PAL-JRN
                       organization line sequential
                       file status is file-status.
      *
           SELECT PALCLI ASSIGN TO PAL-CLI
                       organization line sequential
                       file status is file-status2.
      *
           SELECT PARAMGPI ASSIGN TO PARAMGPI
                       organization indexed
                       access mode dynamic
                       record key PGCLE
                       file status is file-status3.
      *
           SELECT FFACTURE ASSIGN TO FFACTURE
                       organization indexed
                       access mode dynamic
                       record key FBCLE-CDESUP
                       file status is file-status4.
      *
           SELECT PARBATCH ASSIGN TO PARBATCH
                       organization indexed
                       access mode random
                       record key PHCLE
                       file status is file-status5.
      *
           SELECT ETAT1 ASSIGN TO wlabel-etat1
                       organization line sequential.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  PALJRN
                DATA RECORD PJ-LIGNE.
       01  PJ-LIGNE.
           02 PJ-TTIERS          PIC X.
           02 FILLER             PIC X.
           02 PJ-TIERS           PIC X(6).
           02 FILLER             PIC X.
           02 PJ-SENS            PIC X.
           02 FILLER             PIC X.
           02 PJ-QTE             PIC 9(5).
           02 FILLER             PIC X.
           02 PJ-ORIG            PIC X.
           02 FILLER             PIC X.
           02 PJ-REF             PIC 9(7).
           02 FILLER             PIC X.
           02 PJ-DATE            PIC 9(6).
           02 FILLER             PIC X.
           02 PJ-DATINT          PIC 9(6).
      *
       FD  PALCLI
                DATA RECORD PCL-LIGNE.
       01  PCL-LIGNE.
           02 PCL-NCL            PIC 9(6).
           02 FILLER             PIC X.
           02 PCL-TOL            PIC 9(4).
           02 FILLER             PIC X.
           02 PCL-FACT           PIC X.
           02 FILLER             PIC X.
           02 PCL-PU             PIC 9(3)V99.
           02 FILLER             PIC X.
           02 PCL-SOC            PIC X(6).
      *
       FD  PARAMGPI
                DATA RECORD PARAMGPI-REC.
       01  PARAMGPI-REC.
           02 PGCLE               PIC X(10).
           02 PGFZON              PIC X(40).
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
           02 FILLER                PIC X(31).
      *
       FD  PARBATCH
                DATA RECORD PH-LIGNE.
       01  PH-LIGNE.
           02 PHCLE                PIC X(10).
           02 PHANOC OCCURS 3      PIC 9(7).
           02 FILLER               PIC X(40).
      *
       FD  ETAT1
                DATA RECORD LIGNE
                LINAGE IS 64  LINES AT TOP 2.
       01  LIGNE                  PIC X(132).
       01  L1.
           02 LDATE                PIC 9(6) blank zero.
           02 FILLER               PIC X(2).
           02 LORIG                PIC X(22).
           02 FILLER               PIC X(2).
           02 LREF                 PIC 9(7) blank zero.
           02 FILLER               PIC X(2).
           02 LDEB                 PIC Z(6)9 blank zero.
           02 FILLER               PIC X(2).
           02 LCRE                 PIC Z(6)9 blank zero.
           02 FILLER               PIC X(2).
           02 LSOLDE               PIC -(7)9.
           02 FILLER               PIC X(2).
           02 LMONT                PIC Z(8)9V,99 blank zero.
           02 FILLER               PIC X(2).
           02 LLIB                 PIC X(40).
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
           88 FIN-PALJRN          value 1.
       01  WFINC                  PIC 9 value zero.
           88 FIN-PALCLI          value 1.
       01  WFINF                  PIC 9 value zero.
           88 FIN-FFACTURE        value 1.
       01  WMOIS                  PIC 9(4) VALUE ZERO.
       01  WMOIS-X REDEFINES WMOIS.
           02 WMO-AA              PIC 99.
           02 WMO-MM              PIC 99.
       01  WDATEJOUR              PIC 9(6).
       01  WDATEJOUR-X REDEFINES WDATEJOUR.
           02 WDJ-AA              PIC 99.
           02 WDJ-MM              PIC 99.
           02 WDJ-JJ              PIC 99.
      * date des credits de facturation : fin du mois releve
       01  WDATFIN                PIC 9(6).
       01  WDATFIN-X REDEFINES WDATFIN.
           02 WDF-MOIS            PIC 9(4).
           02 WDF-JJ              PIC 99.
      *
      **** parametres
       01  WTOL-DEF               PIC 9(4) VALUE 10.
       01  WPU-DEF                PIC 9(3)V99 VALUE ZERO.
       01  WCTAX                  PIC 9 VALUE 1.
       01  WFACT-OK               PIC 9 VALUE ZERO.
      *
      **** taux de TVA de la facturation (PARAFITVA1)
       01  WENRTVA1.
           02 WTAUPA1             PIC 99V999.
           02 WTVAX1.
              03 WTVA1 OCCURS 5   PIC 99V999.
           02 FILLER              PIC X(10).
       01  WTAUX                  PIC 99V99 VALUE ZERO.
      *
      **** conditions palettes par client
       01  WTPCL.
           02 WTPCL-E OCCURS 3000.
              03 WPC-NCL          PIC 9(6).
              03 WPC-TOL          PIC 9(4).
              03 WPC-FACT         PIC X.
              03 WPC-PU           PIC 9(3)V99.
              03 WPC-SOC          PIC X(6).
       01  WNB-PCL                PIC 9(4) VALUE ZERO.
       01  WIDXC                  PIC 9(4).
      *
      **** comptes des tiers (C client, T transporteur)
       01  WTTRS.
           02 WTTRS-E OCCURS 5000.
              03 WTR-TTIERS       PIC X.
              03 WTR-TIERS        PIC X(6).
              03 WTR-OUV          PIC S9(7).
              03 WTR-DEB          PIC 9(7).
              03 WTR-CRE          PIC 9(7).
              03 WTR-SOLDE        PIC S9(7).
              03 WTR-NFAC         PIC 9(7).
              03 WTR-QFAC         PIC 9(5).
              03 WTR-PU           PIC 9(3)V99.
              03 WTR-HT           PIC 9(9)V99.
       01  WNB-TRS                PIC 9(4) VALUE ZERO.
       01  WIDXT                  PIC 9(4).
       01  WPOST                  PIC 9(4).
      *
      **** mouvements du mois
       01  WTMVT.
           02 WTMVT-E OCCURS 20000.
              03 WMV-TRS          PIC 9(4).
              03 WMV-SENS         PIC X.
              03 WMV-QTE          PIC 9(5).
              03 WMV-ORIG         PIC X.
              03 WMV-REF          PIC 9(7).
              03 WMV-DATE         PIC 9(6).
       01  WNB-MVT                PIC 9(5) VALUE ZERO.
       01  WIDXM                  PIC 9(5).
      *
       01  WTRV                   PIC 9.
       01  WTOL                   PIC 9(4).
       01  WNOFAC                 PIC 9(7) VALUE ZERO.
      * compteur commun PARBATCH FACTURE000 (societes sans serie)
       01  WCPT-FAC               PIC 9(7) VALUE ZERO.
      *
      **** series de numerotation SERFAC des societes des pieces du
      **** run (serfac1), lues a la premiere piece de la societe et
      **** reecrites en fin de run
       01  WTSER.
           02 WTSER-E OCCURS 20.
              03 WSR-SOC           PIC X(6).
              03 WSR-RTN           PIC X.
              03 WSR-PARTYPE       PIC X.
              03 WSR-USE           PIC 9.
              03 WSR-NFANA         PIC 9(7).
              03 WSR-NFACA         PIC 9(7).
              03 WSR-NAVOI         PIC 9(7).
       01  WNB-SER                PIC 99 VALUE ZERO.
       01  WIDXS                  PIC 99.
       01  WPOSS                  PIC 99.
       01  WSER-SOC               PIC X(6).
       01  WSER-AVO               PIC 9.
       01  WSER-KO                PIC 9.
       01  WSER-LIB               PIC X(60).
       01  WFAC-HT                PIC 9(9)V99.
       01  WFAC-TVA               PIC 9(9)V99.
       01  WFAC-TTC               PIC 9(9)V99.
       01  WTOT-REL               PIC 9(5) VALUE ZERO.
       01  WTOT-ECH               PIC 9(5) VALUE ZERO.
       01  WTOT-FAC               PIC 9(5) VALUE ZERO.
       01  WTOT-QFAC              PIC 9(7) VALUE ZERO.
       01  WTOT-HT                PIC 9(9)V99 VALUE ZERO.
       01  WTOT-CLI               PIC S9(9) VALUE ZERO.
       01  WTOT-TRA               PIC S9(9) VALUE ZERO.
      *
           copy '../copy/factjr.com'.
           copy '../copy/socsynt.com'.
           copy '../copy/serfac.com'.
      *
       PROCEDURE DIVISION.
      *
      *----------------------------------------------------------------*
      * T10 : parametres, conditions clients, soldes, factures des     *
      *       clients hors tolerance puis releves                      *
      *----------------------------------------------------------------*
       T10.
           string 'MOISPAL' x'00' delimited by size
                  into var-name.
           move space to var-data.
           call 'genvcc' using var-name var-data.
           if var-data(1:4) numeric
              move var-data(1:4) to WMOIS.
           string 'PALTOL' x'00' delimited by size
                  into var-name.
           move space to var-data.
           call 'genvcc' using var-name var-data.
           if var-data(1:4) numeric
              move var-data(1:4) to WTOL-DEF.
           string 'PALPU' x'00' delimited by size
                  into var-name.
           move space to var-data.
           call 'genvcc' using var-name var-data.
           if var-data(1:5) numeric
              move var-data(1:5) to WPU-DEF(1:5).
           string 'PALTAX' x'00' delimited by size
                  into var-name.
           move space to var-data.
           call 'genvcc' using var-name var-data.
           if var-data(1:1) numeric and var-data(1:1) > '0'
              and var-data(1:1) < '6'
              move var-data(1:1) to WCTAX.
           string 'ADLPID' x'00' delimited by size
                  into var-name.
           move space to var-data.
           call 'genvcc' using var-name var-data.
           if var-data(1:6) numeric
              move var-data(1:6) to WDATEJOUR.
      * par defaut le mois precedent : le batch passe en debut de mois
           if WMOIS = ZERO
              move WDJ-AA to WMO-AA
              move WDJ-MM to WMO-MM
              if WMO-MM = 1
                 move 12 to WMO-MM
                 if WMO-AA = ZERO
                    move 99 to WMO-AA
                 else
                    subtract 1 from WMO-AA
                 end-if
              else
                 subtract 1 from WMO-MM
              end-if
           end-if.
           MOVE WMOIS TO WDF-MOIS.
           IF WMO-MM = 2
              MOVE 28 TO WDF-JJ
           ELSE
              MOVE 30 TO WDF-JJ
           END-IF.
           string 'palc020.'
                  var-data delimited by ' '
                                     into wlabel-etat1.
           OPEN OUTPUT ETAT1.
           OPEN INPUT PALCLI.
           IF FILE-STATUS2 = ZERO
              PERFORM T14 THRU T14-EXIT
              PERFORM T15 THRU T15-EXIT UNTIL FIN-PALCLI
              CLOSE PALCLI
           END-IF.
           OPEN INPUT PALJRN.
           IF FILE-STATUS NOT = ZERO
              DISPLAY "PAS DE JOURNAL DES PALETTES PALJRN"
              CLOSE ETAT1
              STOP RUN
           END-IF.
           PERFORM T20 THRU T20-EXIT.
           PERFORM T22 THRU T22-EXIT UNTIL FIN-PALJRN.
           CLOSE PALJRN.
           PERFORM T30 THRU T30-EXIT
                   VARYING WIDXT FROM 1 BY 1 UNTIL WIDXT > WNB-TRS.
           IF WFACT-OK = 1
              PERFORM T40 THRU T40-EXIT
           END-IF.
           PERFORM T60 THRU T60-EXIT
                   VARYING WIDXT FROM 1 BY 1 UNTIL WIDXT > WNB-TRS.
           PERFORM T90 THRU T90-EXIT.
           CLOSE ETAT1.
           STOP RUN.
      *
      *----------------------------------------------------------------*
      * T14/T15 : conditions palettes des clients                      *
      *----------------------------------------------------------------*
       T14.
           READ PALCLI NEXT RECORD
                AT END MOVE 1 TO WFINC.
       T14-EXIT.
           EXIT.
       T15.
           IF PCL-NCL NOT NUMERIC OR PCL-NCL = ZERO
              GO TO T15F
           END-IF.
           IF WNB-PCL NOT < 3000
              DISPLAY "GPIWARNING"
              DISPLAY "**TABLE PALCLI PLEINE, CLIENT " PCL-NCL
                      " IGNORE"
              GO TO T15F
           END-IF.
           ADD 1 TO WNB-PCL.
           MOVE PCL-NCL  TO WPC-NCL(WNB-PCL).
           IF PCL-TOL NUMERIC
              MOVE PCL-TOL  TO WPC-TOL(WNB-PCL)
           ELSE
              MOVE WTOL-DEF TO WPC-TOL(WNB-PCL)
           END-IF.
           MOVE PCL-FACT TO WPC-FACT(WNB-PCL).
           IF PCL-PU NUMERIC AND PCL-PU NOT = ZERO
              MOVE PCL-PU   TO WPC-PU(WNB-PCL)
           ELSE
              MOVE WPU-DEF  TO WPC-PU(WNB-PCL)
           END-IF.
           MOVE PCL-SOC  TO WPC-SOC(WNB-PCL).
       T15F.
           PERFORM T14 THRU T14-EXIT.
       T15-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      * T20/T22 : soldes des tiers : avant le mois = ouverture, dans   *
      *           le mois = mouvements gardes pour le releve, apres le *
      *           mois = ignores                                       *
      *----------------------------------------------------------------*
       T20.
           READ PALJRN NEXT RECORD
                AT END MOVE 1 TO WFINJ.
       T20-EXIT.
           EXIT.
       T22.
           IF PJ-QTE NOT NUMERIC OR PJ-DATE NOT NUMERIC
              OR (PJ-SENS NOT = 'D' AND PJ-SENS NOT = 'C')
              OR PJ-DATE(1:4) > WMOIS
              GO TO T22F
           END-IF.
           PERFORM T24 THRU T24-EXIT.
           IF PJ-DATE(1:4) < WMOIS
              IF PJ-SENS = 'D'
                 ADD PJ-QTE TO WTR-OUV(WPOST)
              ELSE
                 SUBTRACT PJ-QTE FROM WTR-OUV(WPOST)
              END-IF
              GO TO T22F
           END-IF.
           IF PJ-SENS = 'D'
              ADD PJ-QTE TO WTR-DEB(WPOST)
           ELSE
              ADD PJ-QTE TO WTR-CRE(WPOST)
           END-IF.
           IF WNB-MVT NOT < 20000
              DISPLAY "GPIWARNING"
              DISPLAY "**TABLE MOUVEMENTS DU MOIS PLEINE, RUN ABANDONNE"
              STOP RUN
           END-IF.
           ADD 1 TO WNB-MVT.
           MOVE WPOST   TO WMV-TRS(WNB-MVT).
           MOVE PJ-SENS TO WMV-SENS(WNB-MVT).
           MOVE PJ-QTE  TO WMV-QTE(WNB-MVT).
           MOVE PJ-ORIG TO WMV-ORIG(WNB-MVT).
           MOVE PJ-REF  TO WMV-REF(WNB-MVT).
           MOVE PJ-DATE TO WMV-DATE(WNB-MVT).
       T22F.
           PERFORM T20 THRU T20-EXIT.
       T22-EXIT.
           EXIT.
      *
      * poste du tiers, cree au premier mouvement
       T24.
           MOVE ZERO TO WTRV.
           PERFORM T25 VARYING WIDXT FROM 1 BY 1
                   UNTIL WIDXT > WNB-TRS OR WTRV = 1.
           IF WTRV = 1
              GO TO T24-EXIT
           END-IF.
           IF WNB-TRS NOT < 5000
              DISPLAY "GPIWARNING"
              DISPLAY "**TABLE COMPTES PALETTES PLEINE, RUN ABANDONNE"
              STOP RUN
           END-IF.
           ADD 1 TO WNB-TRS.
           MOVE WNB-TRS   TO WPOST.
           MOVE PJ-TTIERS TO WTR-TTIERS(WPOST).
           MOVE PJ-TIERS  TO WTR-TIERS(WPOST).
           MOVE ZERO      TO WTR-OUV(WPOST) WTR-DEB(WPOST)
                             WTR-CRE(WPOST) WTR-SOLDE(WPOST)
                             WTR-NFAC(WPOST) WTR-QFAC(WPOST)
                             WTR-PU(WPOST) WTR-HT(WPOST).
       T24-EXIT.
           EXIT.
       T25.
           IF WTR-TTIERS(WIDXT) = PJ-TTIERS
              AND WTR-TIERS(WIDXT) = PJ-TIERS
              MOVE 1 TO WTRV
              MOVE WIDXT TO WPOST
           END-IF.
      *
      *----------------------------------------------------------------*
      * T30 : solde de fin de mois ; un client hors tolerance qui a    *
      *       demande la facture automatique est retenu pour T40       *
      *----------------------------------------------------------------*
       T30.
           COMPUTE WTR-SOLDE(WIDXT) = WTR-OUV(WIDXT) + WTR-DEB(WIDXT)
                                    - WTR-CRE(WIDXT).
           IF WTR-TTIERS(WIDXT) NOT = 'C'
              ADD WTR-SOLDE(WIDXT) TO WTOT-TRA
              GO TO T30-EXIT
           END-IF.
           ADD WTR-SOLDE(WIDXT) TO WTOT-CLI.
           PERFORM T32 THRU T32-EXIT.
           IF WTR-SOLDE(WIDXT) NOT > WTOL
              GO TO T30-EXIT
           END-IF.
           IF WIDXC = ZERO
              GO TO T30-EXIT
           END-IF.
           IF WPC-FACT(WIDXC) NOT = 'O' OR WPC-PU(WIDXC) = ZERO
              OR WPC-SOC(WIDXC) = SPACES
              GO TO T30-EXIT
           END-IF.
           COMPUTE WTR-QFAC(WIDXT) = WTR-SOLDE(WIDXT) - WTOL.
           MOVE WPC-PU(WIDXC) TO WTR-PU(WIDXT).
           MOVE 1 TO WFACT-OK.
       T30-EXIT.
           EXIT.
      *
      * conditions du client WIDXT (WIDXC = 0 : tolerance par defaut)
       T32.
           MOVE ZERO     TO WTRV.
           MOVE WTOL-DEF TO WTOL.
           PERFORM T33 VARYING WIDXC FROM 1 BY 1
                   UNTIL WIDXC > WNB-PCL OR WTRV = 1.
           IF WTRV = 1
              SUBTRACT 1 FROM WIDXC
              MOVE WPC-TOL(WIDXC) TO WTOL
           ELSE
              MOVE ZERO TO WIDXC
           END-IF.
       T32-EXIT.
           EXIT.
       T33.
           IF WPC-NCL(WIDXC) = WTR-TIERS(WIDXT)
              MOVE 1 TO WTRV
           END-IF.
      *
      *----------------------------------------------------------------*
      * T40 : facturation des palettes non rendues : taux de TVA,      *
      *       compteur FACTURE000, une facture par client retenu, et   *
      *       credit du compte au journal                              *
      *----------------------------------------------------------------*
       T40.
           OPEN INPUT PARAMGPI.
           IF FILE-STATUS3 NOT = ZERO
              DISPLAY "GPIWARNING"
              DISPLAY "**PARAMGPI ABSENT, PALETTES NON FACTUREES"
              PERFORM T48 THRU T48-EXIT
                      VARYING WIDXT FROM 1 BY 1 UNTIL WIDXT > WNB-TRS
              GO TO T40-EXIT
           END-IF.
           MOVE "PARAFITVA1" TO PGCLE.
           READ PARAMGPI
                INVALID KEY
                   DISPLAY "GPIWARNING"
                   DISPLAY "**TAUX DE TVA ABSENTS, PALETTES NON"
                           " FACTUREES"
                   CLOSE PARAMGPI
                   PERFORM T48 THRU T48-EXIT
                           VARYING WIDXT FROM 1 BY 1
                           UNTIL WIDXT > WNB-TRS
                   GO TO T40-EXIT
           END-READ.
           CLOSE PARAMGPI.
           MOVE PGFZON TO WENRTVA1.
           IF WTVA1(WCTAX) NOT NUMERIC
              MOVE ZERO TO WTVA1(WCTAX)
           END-IF.
           MOVE WTVA1(WCTAX) TO WTAUX.
           OPEN I-O PARBATCH.
           IF FILE-STATUS5 NOT = ZERO
              DISPLAY "OUVERTURE PARBATCH IMPOSSIBLE " FILE-STATUS5
              STOP RUN
           END-IF.
           MOVE "FACTURE000" TO PHCLE.
           READ PARBATCH
                INVALID KEY
                   DISPLAY "COMPTEUR FACTURE000 ABSENT DE PARBATCH"
                   STOP RUN
           END-READ.
           MOVE PHANOC (1) TO WCPT-FAC.
           OPEN I-O FFACTURE.
           IF FILE-STATUS4 NOT = ZERO
              DISPLAY "OUVERTURE FFACTURE IMPOSSIBLE " FILE-STATUS4
              STOP RUN
           END-IF.
           PERFORM T42 THRU T42-EXIT.
           PERFORM T43 THRU T43-EXIT UNTIL FIN-FFACTURE.
           OPEN EXTEND PALJRN.
           IF FILE-STATUS NOT = ZERO
              OPEN OUTPUT PALJRN
           END-IF.
           PERFORM T45 THRU T45-EXIT
                   VARYING WIDXT FROM 1 BY 1 UNTIL WIDXT > WNB-TRS.
           CLOSE PALJRN.
      * le compteur repart du dernier numero ecrit, comme apres
      * maj-parbatch : la nuit suivante enchaine sans trou ni doublon
           MOVE WCPT-FAC TO PHANOC (1).
           REWRITE PH-LIGNE
                INVALID KEY
                   DISPLAY "GPIWARNING"
                   DISPLAY "**MAJ COMPTEUR FACTURE000 IMPOSSIBLE"
           END-REWRITE.
           PERFORM T86 THRU T86-EXIT
                   VARYING WIDXS FROM 1 BY 1 UNTIL WIDXS > WNB-SER.
           CLOSE PARBATCH.
           CLOSE FFACTURE.
       T40-EXIT.
           EXIT.
      *
      * garde-fou : un numero du dossier au-dela du compteur
       T42.
           READ FFACTURE NEXT RECORD
                AT END MOVE 1 TO WFINF.
       T42-EXIT.
           EXIT.
       T43.
           IF FBCLE-CDESUP > WCPT-FAC
              PERFORM T88 THRU T88-EXIT
           END-IF.
           PERFORM T42 THRU T42-EXIT.
       T43-EXIT.
           EXIT.
      *
      * la facture d'un client : entete FFACTURE, FACTJOUR, synthese
      * societe, credit du compte palettes
       T45.
           IF WTR-QFAC(WIDXT) = ZERO
              GO TO T45-EXIT
           END-IF.
           PERFORM T32 THRU T32-EXIT.
           COMPUTE WFAC-HT = WTR-QFAC(WIDXT) * WTR-PU(WIDXT).
           COMPUTE WFAC-TVA ROUNDED = WFAC-HT * WTAUX / 100.
           ADD WFAC-HT WFAC-TVA GIVING WFAC-TTC.
           MOVE WPC-SOC(WIDXC) TO WSER-SOC.
           MOVE ZERO TO WSER-AVO.
           PERFORM T80 THRU T80-EXIT.
      * serie saturee : le client garde son solde
           IF WSER-KO = 1
              DISPLAY "GPIWARNING"
              DISPLAY "**FACTURE PALETTES NON EMISE, " WSER-LIB
              MOVE ZERO TO WTR-QFAC(WIDXT)
              GO TO T45-EXIT
           END-IF.
           MOVE SPACES TO FB-LIGNE.
           MOVE WNOFAC            TO FBCLE-CDESUP.
           MOVE "PALETTES"        TO FBNCDE.
           MOVE WTR-TIERS(WIDXT)  TO FBNCL.
           MOVE SPACE             TO FBDUP.
           MOVE WDATEJOUR         TO FBDATE.
           MOVE WFAC-HT           TO FBMONTHT.
           MOVE SPACE             TO FBREGLE.
           MOVE ZERO              TO FBCFA.
           MOVE WPC-SOC(WIDXC)    TO FBSOC.
           MOVE WFAC-TTC          TO FBMONTTC.
           MOVE SPACES            TO FBPAYS FBREGIME.
      * payable a reception
           MOVE WDATEJOUR         TO FBECH.
           WRITE FB-LIGNE
                INVALID KEY
                   DISPLAY "GPIWARNING"
                   DISPLAY "**ECRITURE FACTURE PALETTES IMPOSSIBLE "
                           WNOFAC
                   PERFORM T84 THRU T84-EXIT
                   MOVE ZERO TO WTR-QFAC(WIDXT)
                   GO TO T45-EXIT
           END-WRITE.
           MOVE WNOFAC  TO WTR-NFAC(WIDXT).
           MOVE WFAC-HT TO WTR-HT(WIDXT).
           ADD 1 TO WTOT-FAC.
           ADD WTR-QFAC(WIDXT) TO WTOT-QFAC.
           ADD WFAC-HT TO WTOT-HT.
           MOVE 'R' TO IFACTJR-TRT.
           CALL "factjr1" USING FACTJR.
           MOVE 'L'               TO IFACTJR-TRT.
           MOVE "PALEUR "         TO IFACTJR-NAR.
           MOVE "PALETTES EUR NON RENDUES" TO IFACTJR-LIB.
           MOVE WTR-QFAC(WIDXT)   TO IFACTJR-QTE.
           MOVE WTR-PU(WIDXT)     TO IFACTJR-PU.
           MOVE WFAC-HT           TO IFACTJR-LMHT.
           CALL "factjr1" USING FACTJR.
           MOVE 'E'               TO IFACTJR-TRT.
           MOVE WPC-SOC(WIDXC)    TO IFACTJR-SOC.
           MOVE WNOFAC            TO IFACTJR-NFAC.
           MOVE WTR-TIERS(WIDXT)  TO IFACTJR-NCL.
           MOVE FBCFA             TO IFACTJR-FOA.
           MOVE WDATEJOUR         TO IFACTJR-DATE.
           MOVE WFAC-HT           TO IFACTJR-MHT.
           MOVE WFAC-TTC          TO IFACTJR-MTTC.
           MOVE WDATEJOUR         TO IFACTJR-DATECH.
           MOVE WFAC-TTC          TO IFACTJR-NETAP.
           MOVE WCTAX             TO IFACTJR-CTAX(1).
           MOVE WTAUX             TO IFACTJR-TAUX(1).
           MOVE WFAC-HT           TO IFACTJR-BASE(1).
           MOVE WFAC-TVA          TO IFACTJR-MONT(1).
           MOVE SPACE             TO IFACTJR-CTAX(2).
           MOVE ZERO              TO IFACTJR-TAUX(2) IFACTJR-BASE(2)
                                     IFACTJR-MONT(2).
           CALL "factjr1" USING FACTJR.
           IF OFACTJR-RTN NOT = ZERO AND OFACTJR-RTN NOT = SPACE
              DISPLAY "GPIWARNING"
              DISPLAY "**FACTJOUR FACTURE PALETTES " WNOFAC
                      " RETOUR " OFACTJR-RTN
           END-IF.
           INITIALIZE SOCSYNT.
           MOVE WPC-SOC(WIDXC)  TO ISOCSYNT-SOCIETE.
           MOVE 1               TO ISOCSYNT-NFA.
           MOVE WNOFAC          TO ISOCSYNT-NFAC.
           MOVE WFAC-HT         TO ISOCSYNT-HTFA.
           MOVE WFAC-TVA        TO ISOCSYNT-TVAFA.
           MOVE WFAC-TTC        TO ISOCSYNT-TTCFA.
           CALL 'socsynt1' USING SOCSYNT.
      * les palettes facturees soldent le compte a la tolerance
           MOVE SPACES TO PJ-LIGNE.
           MOVE 'C'              TO PJ-TTIERS.
           MOVE WTR-TIERS(WIDXT) TO PJ-TIERS.
           MOVE 'C'              TO PJ-SENS.
           MOVE WTR-QFAC(WIDXT)  TO PJ-QTE.
           MOVE 'F'              TO PJ-ORIG.
           MOVE WNOFAC           TO PJ-REF.
           MOVE WDATFIN          TO PJ-DATE.
           MOVE WDATEJOUR        TO PJ-DATINT.
           WRITE PJ-LIGNE.
           ADD WTR-QFAC(WIDXT) TO WTR-CRE(WIDXT).
           SUBTRACT WTR-QFAC(WIDXT) FROM WTR-SOLDE(WIDXT).
           SUBTRACT WTR-QFAC(WIDXT) FROM WTOT-CLI.
           IF WNB-MVT < 20000
              ADD 1 TO WNB-MVT
              MOVE WIDXT   TO WMV-TRS(WNB-MVT)
              MOVE 'C'     TO WMV-SENS(WNB-MVT)
              MOVE PJ-QTE  TO WMV-QTE(WNB-MVT)
              MOVE 'F'     TO WMV-ORIG(WNB-MVT)
              MOVE WNOFAC  TO WMV-REF(WNB-MVT)
              MOVE WDATFIN TO WMV-DATE(WNB-MVT)
           END-IF.
       T45-EXIT.
           EXIT.
      *
      * pas de facturation possible : les clients gardent leur solde
       T48.
           MOVE ZERO TO WTR-QFAC(WIDXT).
       T48-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      * T60 : releve du tiers : client hors tolerance (solde avant     *
      *       facture), transporteur mouvemente ou non solde           *
      *----------------------------------------------------------------*
       T60.
           IF WTR-TTIERS(WIDXT) = 'C'
              PERFORM T32 THRU T32-EXIT
              IF WTR-SOLDE(WIDXT) + WTR-QFAC(WIDXT) NOT > WTOL
                 GO TO T60-EXIT
              END-IF
              ADD 1 TO WTOT-REL
              MOVE SPACES TO LIGNE
              STRING "RELEVE DU COMPTE PALETTES EUR - CLIENT "
                     WTR-TIERS(WIDXT) " - MOIS " WMOIS
                     DELIMITED BY SIZE INTO LIGNE
           ELSE
              IF WTR-DEB(WIDXT) = ZERO AND WTR-CRE(WIDXT) = ZERO
                 AND WTR-SOLDE(WIDXT) = ZERO
                 GO TO T60-EXIT
              END-IF
              ADD 1 TO WTOT-ECH
              MOVE SPACES TO LIGNE
              STRING "ECHANGE PALETTES EUR - TRANSPORTEUR "
                     WTR-TIERS(WIDXT) " - MOIS " WMOIS
                     DELIMITED BY SIZE INTO LIGNE
           END-IF.
           WRITE LIGNE BEFORE 2.
           MOVE SPACES TO LIGNE.
           MOVE WTR-OUV(WIDXT) TO LSOLDE.
           MOVE "SOLDE AU DEBUT DU MOIS" TO LLIB.
           WRITE LIGNE BEFORE 1.
           PERFORM T62 THRU T62-EXIT
                   VARYING WIDXM FROM 1 BY 1 UNTIL WIDXM > WNB-MVT.
           MOVE SPACES TO LIGNE.
           MOVE WTR-DEB(WIDXT)   TO LDEB.
           MOVE WTR-CRE(WIDXT)   TO LCRE.
           MOVE WTR-SOLDE(WIDXT) TO LSOLDE.
           MOVE "SOLDE EN FIN DE MOIS" TO LLIB.
           WRITE LIGNE BEFORE 2.
           MOVE SPACES TO LIGNE.
           IF WTR-TTIERS(WIDXT) = 'C'
              MOVE WTOL TO LSOLDE
              MOVE "TOLERANCE DU CLIENT" TO LLIB
              WRITE LIGNE BEFORE 1
              IF WTR-NFAC(WIDXT) NOT = ZERO
                 MOVE SPACES TO LIGNE
                 MOVE WTR-NFAC(WIDXT) TO LREF
                 MOVE WTR-QFAC(WIDXT) TO LCRE
                 MOVE WTR-HT(WIDXT)   TO LMONT
                 MOVE "PALETTES FACTUREES (HT)" TO LLIB
                 WRITE LIGNE BEFORE 1
              END-IF
           ELSE
              IF WTR-SOLDE(WIDXT) > ZERO
                 MOVE "PALETTES A RENDRE PAR LE TRANSPORTEUR" TO LLIB
              ELSE
                 IF WTR-SOLDE(WIDXT) < ZERO
                    MOVE "PALETTES DUES AU TRANSPORTEUR" TO LLIB
                 ELSE
                    MOVE "ECHANGE SOLDE" TO LLIB
                 END-IF
              END-IF
              WRITE LIGNE BEFORE 1
           END-IF.
           MOVE SPACES TO LIGNE.
           WRITE LIGNE BEFORE PAGE.
       T60-EXIT.
           EXIT.
      *
      * mouvements du mois du tiers
       T62.
           IF WMV-TRS(WIDXM) NOT = WIDXT
              GO TO T62-EXIT
           END-IF.
           MOVE SPACES TO LIGNE.
           MOVE WMV-DATE(WIDXM) TO LDATE.
           MOVE WMV-REF(WIDXM)  TO LREF.
           IF WMV-SENS(WIDXM) = 'D'
              MOVE WMV-QTE(WIDXM) TO LDEB
           ELSE
              MOVE WMV-QTE(WIDXM) TO LCRE
           END-IF.
           EVALUATE WMV-ORIG(WIDXM)
              WHEN 'B'
                 MOVE "LIVRAISON BL"          TO LORIG
              WHEN 'P'
                 IF WTR-TTIERS(WIDXT) = 'C'
                    MOVE "RENDUES AU LIVREUR"    TO LORIG
                 ELSE
                    MOVE "REPRISES CHEZ CLIENT"  TO LORIG
                 END-IF
              WHEN 'Q'
                 MOVE "RAPPORTEES AU QUAI"    TO LORIG
              WHEN 'F'
                 MOVE "FACTURE PALETTES"      TO LORIG
              WHEN OTHER
                 MOVE "AUTRE MOUVEMENT"       TO LORIG
           END-EVALUATE.
           WRITE LIGNE BEFORE 1.
       T62-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      * T80 : numero de la piece de la societe WSER-SOC (WSER-AVO = 1  *
      *       pour un avoir) : serie SERFAC en vigueur a la date du    *
      *       run (compteur des avoirs si la serie les numerote a      *
      *       part), sinon compteur FACTURE000 ; WSER-KO = 1 quand la  *
      *       serie est saturee : la piece n'est pas emise             *
      *----------------------------------------------------------------*
       T80.
           MOVE ZERO TO WSER-KO.
           MOVE SPACES TO WSER-LIB.
           PERFORM T82 THRU T82-EXIT.
           IF WPOSS = ZERO
              MOVE 1 TO WSER-KO
              STRING "TABLE DES SERIES PLEINE : " WSER-SOC
                     DELIMITED BY SIZE INTO WSER-LIB
              GO TO T80-EXIT
           END-IF.
           IF WSR-RTN(WPOSS) = "1"
              ADD 1 TO WCPT-FAC
              MOVE WCPT-FAC TO WNOFAC
              GO TO T80-EXIT
           END-IF.
           IF WSR-RTN(WPOSS) NOT = "0"
              MOVE 1 TO WSER-KO
              STRING "SERIE DE FACTURES SATUREE : " WSER-SOC
                     DELIMITED BY SIZE INTO WSER-LIB
              GO TO T80-EXIT
           END-IF.
           MOVE 1 TO WSR-USE(WPOSS).
           IF WSER-AVO = 1 AND WSR-PARTYPE(WPOSS) = 'O'
              MOVE WSR-NAVOI(WPOSS) TO WNOFAC
              ADD 1 TO WSR-NAVOI(WPOSS)
           ELSE
              MOVE WSR-NFANA(WPOSS) TO WNOFAC
              ADD 1 TO WSR-NFANA(WPOSS)
           END-IF.
       T80-EXIT.
           EXIT.
      *
      * serie de la societe : table du run, sinon lecture serfac1
       T82.
           MOVE ZERO TO WPOSS.
           PERFORM T83 VARYING WIDXS FROM 1 BY 1
                   UNTIL WIDXS > WNB-SER OR WPOSS NOT = ZERO.
           IF WPOSS NOT = ZERO OR WNB-SER = 20
              GO TO T82-EXIT
           END-IF.
           ADD 1 TO WNB-SER.
           MOVE WNB-SER TO WPOSS.
           INITIALIZE SERFAC.
           MOVE 'L'       TO ISERFAC-TRT.
           MOVE WSER-SOC  TO ISERFAC-SOC.
           MOVE WDATEJOUR TO ISERFAC-DATE.
           CALL "serfac1" USING SERFAC.
           MOVE WSER-SOC        TO WSR-SOC(WPOSS).
           MOVE OSERFAC-RTN     TO WSR-RTN(WPOSS).
           MOVE OSERFAC-PARTYPE TO WSR-PARTYPE(WPOSS).
           MOVE ZERO            TO WSR-USE(WPOSS).
           MOVE OSERFAC-NFANA   TO WSR-NFANA(WPOSS).
           MOVE OSERFAC-NFACA   TO WSR-NFACA(WPOSS).
           MOVE OSERFAC-NAVOI   TO WSR-NAVOI(WPOSS).
           IF OSERFAC-RTN = "9"
              DISPLAY "GPIWARNING"
              DISPLAY "**" OSERFAC-LIBERR
           END-IF.
       T82-EXIT.
           EXIT.
       T83.
           IF WSR-SOC(WIDXS) = WSER-SOC
              MOVE WIDXS TO WPOSS
           END-IF.
      *
      * piece non ecrite : son numero est rendu a son compteur
       T84.
           IF WSR-RTN(WPOSS) = "1"
              SUBTRACT 1 FROM WCPT-FAC
              GO TO T84-EXIT
           END-IF.
           IF WSER-AVO = 1 AND WSR-PARTYPE(WPOSS) = 'O'
              SUBTRACT 1 FROM WSR-NAVOI(WPOSS)
           ELSE
              SUBTRACT 1 FROM WSR-NFANA(WPOSS)
           END-IF.
       T84-EXIT.
           EXIT.
      *
      * fin de run : compteurs des series utilisees reecrits (serfac1
      * 'M'), comme maj-serie de la facturation
       T86.
           IF WSR-USE(WIDXS) = ZERO
              GO TO T86-EXIT
           END-IF.
           INITIALIZE SERFAC.
           MOVE 'M'              TO ISERFAC-TRT.
           MOVE WSR-SOC(WIDXS)   TO ISERFAC-SOC.
           MOVE WSR-NFANA(WIDXS) TO ISERFAC-NFANA.
           MOVE WSR-NFACA(WIDXS) TO ISERFAC-NFACA.
           MOVE WSR-NAVOI(WIDXS) TO ISERFAC-NAVOI.
           CALL "serfac1" USING SERFAC.
           IF OSERFAC-RTN NOT = "0"
              DISPLAY "GPIWARNING"
              DISPLAY "**" OSERFAC-LIBERR
           END-IF.
       T86-EXIT.
           EXIT.
      *
      * garde-fou : le numero d'une piece numerotee sur une serie
      * SERFAC n'est pas un retard du compteur commun
       T88.
           INITIALIZE SERFAC.
           MOVE 'L'    TO ISERFAC-TRT.
           MOVE FBSOC  TO ISERFAC-SOC.
           MOVE FBDATE TO ISERFAC-DATE.
           CALL "serfac1" USING SERFAC.
           IF OSERFAC-RTN NOT = "1"
              GO TO T88-EXIT
           END-IF.
           MOVE FBCLE-CDESUP TO WCPT-FAC.
           DISPLAY "GPIWARNING".
           DISPLAY "**FACTURE " FBCLE-CDESUP
                   " AU-DELA DU COMPTEUR FACTURE000".
       T88-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      * T90 : recapitulatif                                            *
      *----------------------------------------------------------------*
       T90.
           MOVE SPACES TO LIGNE.
           MOVE "RECAPITULATIF COMPTE PALETTES EUR" TO LIGNE.
           WRITE LIGNE BEFORE 2.
           MOVE SPACES TO LIGNE.
           MOVE WTOT-CLI TO LSOLDE.
           MOVE "PALETTES CHEZ LES CLIENTS EN FIN DE MOIS" TO LLIB.
           WRITE LIGNE BEFORE 1.
           MOVE SPACES TO LIGNE.
           MOVE WTOT-TRA TO LSOLDE.
           MOVE "PALETTES CHEZ LES TRANSPORTEURS" TO LLIB.
           WRITE LIGNE BEFORE 1.
           MOVE SPACES TO LIGNE.
           MOVE WTOT-REL TO LREF.
           MOVE "RELEVES CLIENTS HORS TOLERANCE" TO LLIB.
           WRITE LIGNE BEFORE 1.
           MOVE SPACES TO LIGNE.
           MOVE WTOT-ECH TO LREF.
           MOVE "RELEVES D'ECHANGE TRANSPORTEURS" TO LLIB.
           WRITE LIGNE BEFORE 1.
           MOVE SPACES TO LIGNE.
           MOVE WTOT-FAC  TO LREF.
           MOVE WTOT-QFAC TO LCRE.
           MOVE WTOT-HT   TO LMONT.
           MOVE "FACTURES PALETTES EMISES (QTE / HT)" TO LLIB.
           WRITE LIGNE BEFORE 1.
       T90-EXIT.
           EXIT.
