      *DD9172 15/10/26 anes Creation - releves CO2 pour le rapport RSE :
      *                     releve mensuel par client (BL du mois
      *                     MOISCO2 au journal CO2JRN) et, sur le mois
      *                     de decembre ou a la demande (CO2ANNU), bilan
      *                     annuel par transporteur et mode
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CO2C020.
      *
      ******************************************************************
      * GPICMT    Releves CO2 du journal CO2JRN (ecrit par CO2C010) :   *
      *           - MOISCO2 : le mois traite (AAMM ; defaut = le mois   *
      *             precedant la date du run)                           *
      *           - releve mensuel par client livre : un feuillet par   *
      *             client, detail BL (date, transporteur, zone,        *
      *             distance, poids, kg CO2e) et total du mois          *
      *           - bilan annuel par transporteur (etat co2tra) : pour  *
      *             l'annee du mois traite, par transporteur et mode,   *
      *             nombre de BL, tonnes, tonnes.km et kg CO2e avec le  *
      *             ratio g CO2e par tonne.km ; edite quand le mois     *
      *             traite est decembre ou si CO2ANNU = O               *
      ******************************************************************
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. DPS-4.
       OBJECT-COMPUTER. DPS-4.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CO2JRN ASSIGN TO CO2-JRN
                       organization line sequential
                       file status is file-status.
      *
           SELECT ETAT1 ASSIGN TO wlabel-etat1
                       organization line sequential.
      *
           SELECT ETAT2 ASSIGN TO wlabel-etat2
                       organization line sequential.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  CO2JRN
                DATA RECORD CJ-LIGNE.
       01  CJ-LIGNE.
           02 CJ-NBL             PIC 9(7).
           02 FILLER             PIC X.
           02 CJ-NCDE            PIC 9(7).
           02 FILLER             PIC X.
           02 CJ-NCL             PIC 9(6).
           02 FILLER             PIC X.
           02 CJ-DATE            PIC 9(6).
           02 FILLER             PIC X.
           02 CJ-TRANS           PIC X(3).
           02 FILLER             PIC X.
           02 CJ-MODE            PIC XX.
           02 FILLER             PIC X.
           02 CJ-ZONE            PIC X(3).
           02 FILLER             PIC X.
           02 CJ-KM              PIC 9(4).
           02 FILLER             PIC X.
           02 CJ-POIDS           PIC 9(7)V99.
           02 FILLER             PIC X.
           02 CJ-CO2             PIC 9(6)V99.
           02 FILLER             PIC X.
           02 CJ-DATINT          PIC 9(6).
      *
       FD  ETAT1
                DATA RECORD LIGNE
                LINAGE IS 64  LINES AT TOP 2.
       01  LIGNE                  PIC X(132).
       01  L1.
           02 LNBL                 PIC 9(7) blank zero.
           02 FILLER               PIC X(2).
           02 LDATE                PIC 9(6) blank zero.
           02 FILLER               PIC X(2).
           02 LTRANS               PIC X(3).
           02 FILLER               PIC X(2).
           02 LZONE                PIC X(3).
           02 FILLER               PIC X(2).
           02 LKM                  PIC ZZZ9 blank zero.
           02 FILLER               PIC X(2).
           02 LPOIDS               PIC ZZZZZZZ9.99 blank zero.
           02 FILLER               PIC X(2).
           02 LCO2                 PIC ZZZZZZ9.99 blank zero.
           02 FILLER               PIC X(2).
           02 LLIB                 PIC X(40).
      *
       FD  ETAT2
                DATA RECORD LIGNE2
                LINAGE IS 64  LINES AT TOP 2.
       01  LIGNE2                 PIC X(132).
       01  L2.
           02 L2TRANS              PIC X(3).
           02 FILLER               PIC X(2).
           02 L2MODE               PIC XX.
           02 FILLER               PIC X(2).
           02 L2NBBL               PIC ZZZZ9 blank zero.
           02 FILLER               PIC X(2).
           02 L2TONNES             PIC ZZZZZ9.999 blank zero.
           02 FILLER               PIC X(2).
           02 L2TKM                PIC ZZZZZZZZ9 blank zero.
           02 FILLER               PIC X(2).
           02 L2CO2                PIC ZZZZZZZ9.99 blank zero.
           02 FILLER               PIC X(2).
           02 L2RATIO              PIC ZZZZ9.9 blank zero.
           02 FILLER               PIC X(2).
           02 L2LIB                PIC X(30).
      *
       WORKING-STORAGE SECTION.
       01  wlabel-etat1           pic x(64) value space.
       01  wlabel-etat2           pic x(64) value space.
       01  var-name               pic x(64).
       01  var-data               pic x(64).
       01  file-status            PIC XX.
       01  WFINJ                  PIC 9 value zero.
           88 FIN-CO2JRN          value 1.
       01  WDATEJOUR              PIC 9(6) VALUE ZERO.
       01  WDATEJOUR-X REDEFINES WDATEJOUR.
           02 WDJ-AA              PIC 99.
           02 WDJ-MM              PIC 99.
           02 WDJ-JJ              PIC 99.
       01  WMOIS                  PIC 9(4) VALUE ZERO.
       01  WMOIS-X REDEFINES WMOIS.
           02 WMS-AA              PIC 99.
           02 WMS-MM              PIC 99.
       01  WANNU                  PIC X VALUE 'N'.
      *
      **** BL du mois au journal
       01  WTBL.
           02 WTBL-E OCCURS 30000.
              03 WBL-NCL          PIC 9(6).
              03 WBL-NBL          PIC 9(7).
              03 WBL-DATE         PIC 9(6).
              03 WBL-TRANS        PIC X(3).
              03 WBL-ZONE         PIC X(3).
              03 WBL-KM           PIC 9(4).
              03 WBL-POIDS        PIC 9(7)V99.
              03 WBL-CO2          PIC 9(6)V99.
       01  WNB-BL                 PIC 9(5) VALUE ZERO.
       01  WIDX                   PIC 9(5).
      *
      **** clients du mois
       01  WTCLI.
           02 WTCLI-E OCCURS 5000.
              03 WCL-NCL          PIC 9(6).
              03 WCL-NBBL         PIC 9(5).
              03 WCL-POIDS        PIC 9(9)V99.
              03 WCL-CO2          PIC 9(8)V99.
       01  WNB-CLI                PIC 9(4) VALUE ZERO.
       01  WIDXC                  PIC 9(4).
      *
      **** transporteurs x mode de l'annee
       01  WTTRA.
           02 WTTRA-E OCCURS 200.
              03 WTR-TRANS        PIC X(3).
              03 WTR-MODE         PIC XX.
              03 WTR-NBBL         PIC 9(5).
              03 WTR-POIDS        PIC 9(10)V99.
              03 WTR-TKM          PIC 9(10)V99.
              03 WTR-CO2          PIC 9(9)V99.
       01  WNB-TRA                PIC 9(3) VALUE ZERO.
       01  WIDXT                  PIC 9(3).
       01  WTRV                   PIC 9.
      *
       01  WTOT-NBBL              PIC 9(6) VALUE ZERO.
       01  WTOT-CO2               PIC 9(9)V99 VALUE ZERO.
       01  WTOTA-NBBL             PIC 9(6) VALUE ZERO.
       01  WTOTA-CO2              PIC 9(9)V99 VALUE ZERO.
       01  WTOTA-TKM              PIC 9(10)V99 VALUE ZERO.
       01  WED-CO2                PIC ZZZZZZZZ9.99.
       01  WED-NB                 PIC ZZZZZ9.
      *
       PROCEDURE DIVISION.
      *
      *----------------------------------------------------------------*
      * T10 : mois traite, lecture du journal, releves                 *
      *----------------------------------------------------------------*
       T10.
           string 'MOISCO2' x'00' delimited by size
                  into var-name.
           move space to var-data.
           call 'genvcc' using var-name var-data.
           if var-data(1:4) numeric
              move var-data(1:4) to WMOIS.
           string 'CO2ANNU' x'00' delimited by size
                  into var-name.
           move space to var-data.
           call 'genvcc' using var-name var-data.
           if var-data(1:1) = 'O'
              move 'O' to WANNU.
           string 'ADLPID' x'00' delimited by size
                  into var-name.
           move space to var-data.
           call 'genvcc' using var-name var-data.
           if var-data(1:6) numeric
              move var-data(1:6) to WDATEJOUR.
           string 'co2c020.'
                  var-data delimited by ' '
                                     into wlabel-etat1.
           string 'co2tra.'
                  var-data delimited by ' '
                                     into wlabel-etat2.
      * mois par defaut : celui qui precede la date du run
           if WMOIS = ZERO
              MOVE WDJ-AA TO WMS-AA
              MOVE WDJ-MM TO WMS-MM
              IF WMS-MM = 1
                 MOVE 12 TO WMS-MM
                 IF WMS-AA = ZERO
                    MOVE 99 TO WMS-AA
                 ELSE
                    SUBTRACT 1 FROM WMS-AA
                 END-IF
              ELSE
                 SUBTRACT 1 FROM WMS-MM
              END-IF
           end-if.
           IF WMS-MM = 12
              MOVE 'O' TO WANNU
           END-IF.
           OPEN OUTPUT ETAT1.
           OPEN INPUT CO2JRN.
           IF FILE-STATUS NOT = ZERO
              DISPLAY "GPIWARNING"
              DISPLAY "**PAS DE JOURNAL CO2, AUCUN RELEVE"
              CLOSE ETAT1
              STOP RUN
           END-IF.
           PERFORM T20 THRU T20-EXIT.
           PERFORM T22 THRU T22-EXIT UNTIL FIN-CO2JRN.
           CLOSE CO2JRN.
           PERFORM T40 THRU T40-EXIT
                   VARYING WIDXC FROM 1 BY 1 UNTIL WIDXC > WNB-CLI.
           PERFORM T80 THRU T80-EXIT.
           CLOSE ETAT1.
           IF WANNU = 'O'
              OPEN OUTPUT ETAT2
              PERFORM T60 THRU T60-EXIT
              CLOSE ETAT2
           END-IF.
           STOP RUN.
      *
      *----------------------------------------------------------------*
      * T20/T22 : journal CO2 : BL du mois par client, cumuls de       *
      *           l'annee par transporteur et mode                     *
      *----------------------------------------------------------------*
       T20.
           READ CO2JRN NEXT RECORD
                AT END MOVE 1 TO WFINJ.
       T20-EXIT.
           EXIT.
       T22.
           IF CJ-DATE NOT NUMERIC OR CJ-CO2 NOT NUMERIC
              GO TO T22F
           END-IF.
           IF WANNU = 'O' AND CJ-DATE(1:2) = WMOIS(1:2)
              AND CJ-DATE(1:4) NOT > WMOIS
              PERFORM T30 THRU T30-EXIT
           END-IF.
           IF CJ-DATE(1:4) NOT = WMOIS
              GO TO T22F
           END-IF.
           IF WNB-BL = 30000
              DISPLAY "GPIWARNING"
              DISPLAY "**TABLE BL DU MOIS PLEINE, RUN ABANDONNE"
              CLOSE ETAT1
              STOP RUN
           END-IF.
           ADD 1 TO WNB-BL.
           MOVE CJ-NCL   TO WBL-NCL(WNB-BL).
           MOVE CJ-NBL   TO WBL-NBL(WNB-BL).
           MOVE CJ-DATE  TO WBL-DATE(WNB-BL).
           MOVE CJ-TRANS TO WBL-TRANS(WNB-BL).
           MOVE CJ-ZONE  TO WBL-ZONE(WNB-BL).
           MOVE CJ-KM    TO WBL-KM(WNB-BL).
           MOVE CJ-POIDS TO WBL-POIDS(WNB-BL).
           MOVE CJ-CO2   TO WBL-CO2(WNB-BL).
           MOVE ZERO TO WTRV.
           PERFORM T22-CMP VARYING WIDXC FROM 1 BY 1
                   UNTIL WIDXC > WNB-CLI OR WTRV = 1.
           IF WTRV = ZERO
              IF WNB-CLI = 5000
                 DISPLAY "GPIWARNING"
                 DISPLAY "**TABLE CLIENTS PLEINE, RUN ABANDONNE"
                 CLOSE ETAT1
                 STOP RUN
              END-IF
              ADD 1 TO WNB-CLI
              MOVE WNB-CLI TO WIDXC
              MOVE CJ-NCL  TO WCL-NCL(WIDXC)
              MOVE ZERO    TO WCL-NBBL(WIDXC) WCL-POIDS(WIDXC)
                              WCL-CO2(WIDXC)
           ELSE
              SUBTRACT 1 FROM WIDXC
           END-IF.
           ADD 1        TO WCL-NBBL(WIDXC).
           ADD CJ-POIDS TO WCL-POIDS(WIDXC).
           ADD CJ-CO2   TO WCL-CO2(WIDXC).
       T22F.
           PERFORM T20 THRU T20-EXIT.
       T22-EXIT.
           EXIT.
       T22-CMP.
           IF WCL-NCL(WIDXC) = CJ-NCL
              MOVE 1 TO WTRV
           END-IF.
      *
      * cumul annuel du transporteur et du mode
       T30.
           MOVE ZERO TO WTRV.
           PERFORM T30-CMP VARYING WIDXT FROM 1 BY 1
                   UNTIL WIDXT > WNB-TRA OR WTRV = 1.
           IF WTRV = ZERO
              IF WNB-TRA = 200
                 DISPLAY "GPIWARNING"
                 DISPLAY "**TABLE TRANSPORTEURS PLEINE, " CJ-TRANS
                         " HORS BILAN"
                 GO TO T30-EXIT
              END-IF
              ADD 1 TO WNB-TRA
              MOVE WNB-TRA  TO WIDXT
              MOVE CJ-TRANS TO WTR-TRANS(WIDXT)
              MOVE CJ-MODE  TO WTR-MODE(WIDXT)
              MOVE ZERO     TO WTR-NBBL(WIDXT) WTR-POIDS(WIDXT)
                               WTR-TKM(WIDXT) WTR-CO2(WIDXT)
           ELSE
              SUBTRACT 1 FROM WIDXT
           END-IF.
           ADD 1        TO WTR-NBBL(WIDXT).
           ADD CJ-POIDS TO WTR-POIDS(WIDXT).
           COMPUTE WTR-TKM(WIDXT) ROUNDED =
                   WTR-TKM(WIDXT) + CJ-POIDS * CJ-KM / 1000.
           ADD CJ-CO2   TO WTR-CO2(WIDXT).
       T30-EXIT.
           EXIT.
       T30-CMP.
           IF WTR-TRANS(WIDXT) = CJ-TRANS
              AND WTR-MODE(WIDXT) = CJ-MODE
              MOVE 1 TO WTRV
           END-IF.
      *
      *----------------------------------------------------------------*
      * T40 : releve mensuel d'un client : un feuillet, BL du mois     *
      *----------------------------------------------------------------*
       T40.
           MOVE SPACES TO LIGNE.
           STRING "RELEVE CO2 TRANSPORT - CLIENT " WCL-NCL(WIDXC)
                  " - MOIS " WMOIS
                  DELIMITED BY SIZE INTO LIGNE.
           WRITE LIGNE BEFORE 2.
           MOVE SPACES TO LIGNE.
           MOVE "BL       DATE    TRS  ZON  KM      POIDS KG    KG CO2E"
                TO LIGNE.
           WRITE LIGNE BEFORE 2.
           PERFORM T42 THRU T42-EXIT
                   VARYING WIDX FROM 1 BY 1 UNTIL WIDX > WNB-BL.
           MOVE SPACES TO LIGNE.
           MOVE WCL-POIDS(WIDXC) TO LPOIDS.
           MOVE WCL-CO2(WIDXC)   TO LCO2.
           MOVE WCL-NBBL(WIDXC)  TO WED-NB.
           STRING "TOTAL DU MOIS, " WED-NB " BL"
                  DELIMITED BY SIZE INTO LLIB.
           WRITE LIGNE BEFORE PAGE.
           ADD WCL-NBBL(WIDXC) TO WTOT-NBBL.
           ADD WCL-CO2(WIDXC)  TO WTOT-CO2.
       T40-EXIT.
           EXIT.
       T42.
           IF WBL-NCL(WIDX) NOT = WCL-NCL(WIDXC)
              GO TO T42-EXIT
           END-IF.
           MOVE SPACES TO LIGNE.
           MOVE WBL-NBL(WIDX)   TO LNBL.
           MOVE WBL-DATE(WIDX)  TO LDATE.
           MOVE WBL-TRANS(WIDX) TO LTRANS.
           MOVE WBL-ZONE(WIDX)  TO LZONE.
           MOVE WBL-KM(WIDX)    TO LKM.
           MOVE WBL-POIDS(WIDX) TO LPOIDS.
           MOVE WBL-CO2(WIDX)   TO LCO2.
           WRITE LIGNE BEFORE 1.
       T42-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      * T60 : bilan annuel par transporteur et mode (etat co2tra)      *
      *----------------------------------------------------------------*
       T60.
           MOVE SPACES TO LIGNE2.
           STRING "BILAN CO2 ANNUEL PAR TRANSPORTEUR - ANNEE "
                  WMS-AA " (JUSQU'AU MOIS " WMOIS ")"
                  DELIMITED BY SIZE INTO LIGNE2.
           WRITE LIGNE2 BEFORE 2.
           MOVE SPACES TO LIGNE2.
           MOVE "TRS  MD    BL     TONNES  TONNES.KM    KG CO2E G/TKM"
                TO LIGNE2.
           WRITE LIGNE2 BEFORE 2.
           PERFORM T62 THRU T62-EXIT
                   VARYING WIDXT FROM 1 BY 1 UNTIL WIDXT > WNB-TRA.
           MOVE SPACES TO LIGNE2.
           WRITE LIGNE2 BEFORE 1.
           MOVE SPACES TO LIGNE2.
           MOVE WTOTA-NBBL TO L2NBBL.
           MOVE WTOTA-TKM  TO L2TKM.
           MOVE WTOTA-CO2  TO L2CO2.
           IF WTOTA-TKM NOT = ZERO
              COMPUTE L2RATIO ROUNDED = WTOTA-CO2 * 1000 / WTOTA-TKM
           END-IF.
           MOVE "TOTAL ANNEE" TO L2LIB.
           WRITE LIGNE2 BEFORE 1.
       T60-EXIT.
           EXIT.
       T62.
           MOVE SPACES TO LIGNE2.
           MOVE WTR-TRANS(WIDXT) TO L2TRANS.
           MOVE WTR-MODE(WIDXT)  TO L2MODE.
           MOVE WTR-NBBL(WIDXT)  TO L2NBBL.
           COMPUTE L2TONNES ROUNDED = WTR-POIDS(WIDXT) / 1000.
           MOVE WTR-TKM(WIDXT)   TO L2TKM.
           MOVE WTR-CO2(WIDXT)   TO L2CO2.
           IF WTR-TKM(WIDXT) NOT = ZERO
              COMPUTE L2RATIO ROUNDED =
                      WTR-CO2(WIDXT) * 1000 / WTR-TKM(WIDXT)
           END-IF.
           WRITE LIGNE2 BEFORE 1.
           ADD WTR-NBBL(WIDXT) TO WTOTA-NBBL.
           ADD WTR-TKM(WIDXT)  TO WTOTA-TKM.
           ADD WTR-CO2(WIDXT)  TO WTOTA-CO2.
       T62-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      * T80 : recapitulatif du mois                                    *
      *----------------------------------------------------------------*
       T80.
           MOVE SPACES TO LIGNE.
           STRING "RECAPITULATIF CO2 DU MOIS " WMOIS
                  DELIMITED BY SIZE INTO LIGNE.
           WRITE LIGNE BEFORE 2.
           MOVE WNB-CLI TO WED-NB.
           MOVE SPACES TO LIGNE.
           STRING "CLIENTS LIVRES          " WED-NB
                  DELIMITED BY SIZE INTO LIGNE.
           WRITE LIGNE BEFORE 1.
           MOVE WTOT-NBBL TO WED-NB.
           MOVE SPACES TO LIGNE.
           STRING "BL AU JOURNAL CO2       " WED-NB
                  DELIMITED BY SIZE INTO LIGNE.
           WRITE LIGNE BEFORE 1.
           MOVE WTOT-CO2 TO WED-CO2.
           MOVE SPACES TO LIGNE.
           STRING "EMISSIONS DU MOIS       " WED-CO2 " KG CO2E"
                  DELIMITED BY SIZE INTO LIGNE.
           WRITE LIGNE BEFORE 1.
       T80-EXIT.
           EXIT.
