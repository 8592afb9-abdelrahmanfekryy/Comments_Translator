      *DD9141 15/10/26 anes Creation - liste hebdomadaire d'anciennete
      *                     des litiges non clos par responsable, depuis
      *                     le dossier LITMST
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LITC020.
      *
      ******************************************************************
      * GPICMT    Anciennete des litiges : relecture du dossier LITMST  *
      *           (tenu par LITC010), litiges ouverts (O) ou en cours   *
      *           (E) seulement, age en jours depuis l'ouverture,       *
      *           detail puis cumuls par responsable en quatre          *
      *           tranches : 0-15, 16-30, 31-60, plus de 60 jours.      *
      ******************************************************************
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. DPS-4.
       OBJECT-COMPUTER. DPS-4.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LITMST ASSIGN TO LIT-MST
                       organization line sequential
                       file status is file-status.
      *
           SELECT ETAT1 ASSIGN TO wlabel-etat1
                       organization line sequential.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  LITMST
                DATA RECORD LTG-LIGNE.
       01  LTG-LIGNE.
           02 LTG-NFAC           PIC 9(7).
           02 FILLER             PIC X.
           02 LTG-NCL            PIC 9(6).
           02 FILLER             PIC X.
           02 LTG-NCDE           PIC 9(7).
           02 FILLER             PIC X.
           02 LTG-MOTIF          PIC XX.
           02 FILLER             PIC X.
           02 LTG-MONTANT        PIC 9(9)V99.
           02 FILLER             PIC X.
           02 LTG-RESP           PIC X(8).
           02 FILLER             PIC X.
           02 LTG-STATUT         PIC X.
           02 FILLER             PIC X.
           02 LTG-DATOUV         PIC 9(6).
           02 FILLER             PIC X(68).
      *
       FD  ETAT1
                DATA RECORD LIGNE
                LINAGE IS 64  LINES AT TOP 2.
       01  LIGNE                  PIC X(132).
       01  L1.
           02 LRESP                PIC X(8).
           02 FILLER               PIC X(2).
           02 LNFAC                PIC 9(7) blank zero.
           02 FILLER               PIC X(2).
           02 LNCL                 PIC 9(6) blank zero.
           02 FILLER               PIC X(2).
           02 LMOTIF               PIC XX.
           02 FILLER               PIC X(2).
           02 LSTATUT              PIC X.
           02 FILLER               PIC X(2).
           02 LAGE                 PIC ZZZ9.
           02 FILLER               PIC X(2).
           02 LT1                  PIC Z(8)9V,99 blank zero.
           02 FILLER               PIC X(2).
           02 LT2                  PIC Z(8)9V,99 blank zero.
           02 FILLER               PIC X(2).
           02 LT3                  PIC Z(8)9V,99 blank zero.
           02 FILLER               PIC X(2).
           02 LT4                  PIC Z(8)9V,99 blank zero.
           02 FILLER               PIC X(2).
           02 LLIB                 PIC X(24).
      *
       WORKING-STORAGE SECTION.
       01  wlabel-etat1           pic x(64) value space.
       01  var-name               pic x(64).
       01  var-data               pic x(64).
       01  file-status            PIC XX.
       01  WFIN                   PIC 9 value zero.
           88 FIN-LITMST          value 1.
       01  WDATEJOUR              PIC 9(6).
       01  WJOUR-NUM              PIC S9(7).
       01  WDAT-NUM               PIC S9(7).
       01  WDATW                  PIC 9(6).
       01  WDATW-X REDEFINES WDATW.
           02 WDATW-AA            PIC 99.
           02 WDATW-MM            PIC 99.
           02 WDATW-JJ            PIC 99.
       01  WAGE                   PIC S9(5).
       01  WTRANCHE               PIC 9.
      *
      **** litiges non clos
       01  WTLTG.
           02 WTLTG-E OCCURS 3000.
              03 WLG-NFAC         PIC 9(7).
              03 WLG-NCL          PIC 9(6).
              03 WLG-MOTIF        PIC XX.
              03 WLG-MONTANT      PIC 9(9)V99.
              03 WLG-RESP         PIC X(8).
              03 WLG-STATUT       PIC X.
              03 WLG-AGE          PIC 9(4).
              03 WLG-TRANCHE      PIC 9.
       01  WNB-LTG                PIC 9(4) VALUE ZERO.
       01  WIDX                   PIC 9(4).
      *
      **** cumuls par responsable
       01  WTRSP.
           02 WTRSP-E OCCURS 200.
              03 WRS-RESP         PIC X(8).
              03 WRS-NB           PIC 9(5).
              03 WRS-TRANCHE      PIC 9(9)V99 OCCURS 4.
       01  WNB-RSP                PIC 9(3) VALUE ZERO.
       01  WIDXR                  PIC 9(3).
       01  WTROUVE                PIC 9.
           88 RESP-TROUVE         VALUE 1.
       01  WTOT.
           02 WTOT-TRANCHE        PIC 9(9)V99 OCCURS 4.
       01  WTOT-NB                PIC 9(5) VALUE ZERO.
      *
       PROCEDURE DIVISION.
      *
       T10.
           MOVE ZERO TO WFIN WNB-LTG WNB-RSP WTOT-NB.
           MOVE ZERO TO WTOT-TRANCHE(1) WTOT-TRANCHE(2)
                        WTOT-TRANCHE(3) WTOT-TRANCHE(4).
           string 'ADLPID' x'00' delimited by size
                  into var-name.
           move space to var-data.
           call 'genvcc' using var-name var-data.
           if var-data(1:6) numeric
              move var-data(1:6) to WDATEJOUR.
           MOVE WDATEJOUR TO WDATW.
           COMPUTE WJOUR-NUM = WDATW-AA * 360 + WDATW-MM * 30
                                              + WDATW-JJ.
           string 'litc020.'
                  var-data delimited by ' '
                                     into wlabel-etat1.
           OPEN INPUT LITMST.
           IF FILE-STATUS NOT = ZERO
              DISPLAY "PAS DE DOSSIER LITIGES"
              STOP RUN
           END-IF.
           OPEN OUTPUT ETAT1.
           PERFORM T20 THRU T20-EXIT.
           PERFORM T50 THRU T50-EXIT UNTIL FIN-LITMST.
           CLOSE LITMST.
           MOVE SPACES TO LIGNE.
           MOVE "LITIGES NON CLOS PAR RESPONSABLE : 0-15 J / 16-30 J /
      -    "31-60 J / PLUS DE 60 J" TO LIGNE.
           WRITE LIGNE BEFORE 2.
           PERFORM T60 THRU T60-EXIT
                   VARYING WIDXR FROM 1 BY 1 UNTIL WIDXR > WNB-RSP.
           PERFORM T90 THRU T90-EXIT.
           CLOSE ETAT1.
           STOP RUN.
      *
       T20.
           READ LITMST NEXT RECORD
                AT END MOVE 1 TO WFIN.
       T20-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      * T50 : litige non clos : age, tranche, cumul du responsable     *
      *----------------------------------------------------------------*
       T50.
           IF LTG-STATUT NOT = 'O' AND LTG-STATUT NOT = 'E'
              GO TO T50F
           END-IF.
           IF WNB-LTG NOT < 3000
              DISPLAY "GPIWARNING"
              DISPLAY "**TABLE LITIGES PLEINE, RUN ABANDONNE"
              STOP RUN
           END-IF.
           MOVE LTG-DATOUV TO WDATW.
           COMPUTE WDAT-NUM = WDATW-AA * 360 + WDATW-MM * 30
                                             + WDATW-JJ.
           COMPUTE WAGE = WJOUR-NUM - WDAT-NUM.
           IF WAGE < ZERO
              MOVE ZERO TO WAGE
           END-IF.
           IF WAGE > 9999
              MOVE 9999 TO WAGE
           END-IF.
           MOVE 4 TO WTRANCHE.
           IF WAGE NOT > 60
              MOVE 3 TO WTRANCHE
           END-IF.
           IF WAGE NOT > 30
              MOVE 2 TO WTRANCHE
           END-IF.
           IF WAGE NOT > 15
              MOVE 1 TO WTRANCHE
           END-IF.
           ADD 1 TO WNB-LTG.
           MOVE LTG-NFAC    TO WLG-NFAC(WNB-LTG).
           MOVE LTG-NCL     TO WLG-NCL(WNB-LTG).
           MOVE LTG-MOTIF   TO WLG-MOTIF(WNB-LTG).
           MOVE LTG-MONTANT TO WLG-MONTANT(WNB-LTG).
           MOVE LTG-RESP    TO WLG-RESP(WNB-LTG).
           MOVE LTG-STATUT  TO WLG-STATUT(WNB-LTG).
           MOVE WAGE        TO WLG-AGE(WNB-LTG).
           MOVE WTRANCHE    TO WLG-TRANCHE(WNB-LTG).
           PERFORM T55 THRU T55-EXIT.
           IF NOT RESP-TROUVE
              IF WNB-RSP NOT < 200
                 DISPLAY "GPIWARNING"
                 DISPLAY "**TABLE RESPONSABLES PLEINE, RUN ABANDONNE"
                 STOP RUN
              END-IF
              ADD 1 TO WNB-RSP
              MOVE WNB-RSP  TO WIDXR
              MOVE LTG-RESP TO WRS-RESP(WIDXR)
              MOVE ZERO TO WRS-NB(WIDXR)
                           WRS-TRANCHE(WIDXR, 1) WRS-TRANCHE(WIDXR, 2)
                           WRS-TRANCHE(WIDXR, 3) WRS-TRANCHE(WIDXR, 4)
           END-IF.
           ADD 1 TO WRS-NB(WIDXR).
           ADD LTG-MONTANT TO WRS-TRANCHE(WIDXR, WTRANCHE).
       T50F.
           PERFORM T20 THRU T20-EXIT.
       T50-EXIT.
           EXIT.
      *
       T55.
           MOVE ZERO TO WTROUVE.
           PERFORM T55-CMP VARYING WIDXR FROM 1 BY 1
                   UNTIL WIDXR > WNB-RSP OR RESP-TROUVE.
           IF RESP-TROUVE
              SUBTRACT 1 FROM WIDXR
           END-IF.
       T55-EXIT.
           EXIT.
       T55-CMP.
           IF WRS-RESP(WIDXR) = LTG-RESP
              MOVE 1 TO WTROUVE
           END-IF.
      *
      *----------------------------------------------------------------*
      * T60 : detail des litiges du responsable puis son total         *
      *----------------------------------------------------------------*
       T60.
           PERFORM T65 THRU T65-EXIT
                   VARYING WIDX FROM 1 BY 1 UNTIL WIDX > WNB-LTG.
           MOVE SPACES TO LIGNE.
           MOVE WRS-RESP(WIDXR)        TO LRESP.
           MOVE WRS-NB(WIDXR)          TO LAGE.
           MOVE WRS-TRANCHE(WIDXR, 1)  TO LT1.
           MOVE WRS-TRANCHE(WIDXR, 2)  TO LT2.
           MOVE WRS-TRANCHE(WIDXR, 3)  TO LT3.
           MOVE WRS-TRANCHE(WIDXR, 4)  TO LT4.
           MOVE "TOTAL RESPONSABLE" TO LLIB.
           WRITE LIGNE BEFORE 2.
           ADD WRS-NB(WIDXR)         TO WTOT-NB.
           ADD WRS-TRANCHE(WIDXR, 1) TO WTOT-TRANCHE(1).
           ADD WRS-TRANCHE(WIDXR, 2) TO WTOT-TRANCHE(2).
           ADD WRS-TRANCHE(WIDXR, 3) TO WTOT-TRANCHE(3).
           ADD WRS-TRANCHE(WIDXR, 4) TO WTOT-TRANCHE(4).
       T60-EXIT.
           EXIT.
      *
       T65.
           IF WLG-RESP(WIDX) NOT = WRS-RESP(WIDXR)
              GO TO T65-EXIT
           END-IF.
           MOVE SPACES TO LIGNE.
           MOVE WLG-RESP(WIDX)   TO LRESP.
           MOVE WLG-NFAC(WIDX)   TO LNFAC.
           MOVE WLG-NCL(WIDX)    TO LNCL.
           MOVE WLG-MOTIF(WIDX)  TO LMOTIF.
           MOVE WLG-STATUT(WIDX) TO LSTATUT.
           MOVE WLG-AGE(WIDX)    TO LAGE.
           IF WLG-TRANCHE(WIDX) = 1
              MOVE WLG-MONTANT(WIDX) TO LT1
           END-IF.
           IF WLG-TRANCHE(WIDX) = 2
              MOVE WLG-MONTANT(WIDX) TO LT2
           END-IF.
           IF WLG-TRANCHE(WIDX) = 3
              MOVE WLG-MONTANT(WIDX) TO LT3
           END-IF.
           IF WLG-TRANCHE(WIDX) = 4
              MOVE WLG-MONTANT(WIDX) TO LT4
              MOVE "A RELANCER EN INTERNE" TO LLIB
           END-IF.
           WRITE LIGNE BEFORE 1.
       T65-EXIT.
           EXIT.
      *
       T90.
           MOVE SPACES TO LIGNE.
           MOVE WTOT-NB         TO LAGE.
           MOVE WTOT-TRANCHE(1) TO LT1.
           MOVE WTOT-TRANCHE(2) TO LT2.
           MOVE WTOT-TRANCHE(3) TO LT3.
           MOVE WTOT-TRANCHE(4) TO LT4.
           MOVE "TOTAL LITIGES NON CLOS" TO LLIB.
           WRITE LIGNE BEFORE 2.
       T90-EXIT.
           EXIT.
