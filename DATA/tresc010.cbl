      *DD9141 15/10/26 anes Facture sans traite en litige non clos
      *                     (LITMST) : le montant conteste sort de la
      *                     projection et s'edite a part par societe
      *DD9137 03/09/26 anes table des factures a traites pleine : la
      *                     traite en exces est sautee avec GPIWARNING
      *                     (WPOSF a zero) au lieu d'etre cumulee sur
                       organization line sequential
                       file status is file-status3.
      *
DD9141     SELECT LITMST ASSIGN TO LIT-MST
DD9141                 organization line sequential
DD9141                 file status is file-status4.
DD9141*
           SELECT ETAT1 ASSIGN TO wlabel-etat1
                       organization line sequential.
      *
           02 FILLER             PIC X.
           02 BNQ-LIB            PIC X(20).
      *
DD9141 FD  LITMST
DD9141          DATA RECORD LTG-LIGNE.
DD9141 01  LTG-LIGNE.
DD9141     02 LTG-NFAC           PIC 9(7).
DD9141     02 FILLER             PIC X(19).
DD9141     02 LTG-MONTANT        PIC 9(9)V99.
DD9141     02 FILLER             PIC X(10).
DD9141     02 LTG-STATUT         PIC X.
DD9141     02 FILLER             PIC X(75).
DD9141*
       FD  ETAT1
                DATA RECORD LIGNE
                LINAGE IS 64  LINES AT TOP 2.
           02 FILLER               PIC X(2).
           02 L2FAC                PIC Z(9)9V,99 blank zero.
           02 FILLER               PIC X(2).
DD9141     02 L2LIT                PIC Z(9)9V,99 blank zero.
DD9141     02 FILLER               PIC X(2).
           02 L2LIB                PIC X(50).
      *
       WORKING-STORAGE SECTION.
       01  file-status            PIC XX.
       01  file-status2           PIC XX.
       01  file-status3           PIC XX.
DD9141 01  file-status4           PIC XX.
DD9141 01  WFINL                  PIC 9 value zero.
DD9141     88 FIN-LITMST          value 1.
       01  WFINT                  PIC 9 value zero.
           88 FIN-FTRAITES        value 1.
       01  WFINF                  PIC 9 value zero.
              03 WSO-REM          PIC 9(11)V99.
              03 WSO-NREM         PIC 9(11)V99.
              03 WSO-FAC          PIC 9(11)V99.
DD9141        03 WSO-LIT          PIC 9(11)V99.
       01  WNB-SOC                PIC 9(2) VALUE ZERO.
       01  WIDXO                  PIC 9(2).
       01  WTRV                   PIC 9.
       01  WIDXF                  PIC 9(5).
       01  WPOSF                  PIC 9(5).
      *
DD9141**** factures en litige non clos et montant conteste
DD9141 01  WTLIT.
DD9141     02 WTLIT-E OCCURS 3000.
DD9141        03 WLT-NFAC         PIC 9(7).
DD9141        03 WLT-MONTANT      PIC 9(9)V99.
DD9141 01  WNB-LIT                PIC 9(4) VALUE ZERO.
DD9141 01  WIDXL                  PIC 9(4).
DD9141 01  WMNT-LIT               PIC 9(11)V99.
DD9141 01  WMNT-PRJ               PIC S9(11)V99.
DD9141 01  WTOT-LIT               PIC 9(5) VALUE ZERO.
DD9141 01  WTOT-MLIT              PIC 9(11)V99 VALUE ZERO.
DD9141*
       01  WNAT                   PIC 9.
       01  WMNT-TRT               PIC 9(11)V99.
       01  WSEM-ED                PIC 99.
              PERFORM T25 THRU T25-EXIT UNTIL FIN-FTRAITES
              CLOSE FTRAITES
           END-IF.
DD9141     MOVE ZERO TO WFINL WNB-LIT WTOT-LIT WTOT-MLIT.
DD9141     OPEN INPUT LITMST.
DD9141     IF FILE-STATUS4 = ZERO
DD9141        PERFORM T26 THRU T26-EXIT
DD9141        PERFORM T28 THRU T28-EXIT UNTIL FIN-LITMST
DD9141        CLOSE LITMST
DD9141     END-IF.
           OPEN INPUT FFACTURE.
           IF FILE-STATUS2 NOT = ZERO
              DISPLAY "OUVERTURE FFACTURE IMPOSSIBLE " FILE-STATUS2
              MOVE 1 TO WTRV
              MOVE WIDXF TO WPOSF
           END-IF.
DD9141*
DD9141* T26/T28 : litiges ouverts (O) ou en cours (E)
DD9141 T26.
DD9141     READ LITMST NEXT RECORD
DD9141          AT END MOVE 1 TO WFINL.
DD9141 T26-EXIT.
DD9141     EXIT.
DD9141 T28.
DD9141     IF LTG-STATUT = 'O' OR LTG-STATUT = 'E'
DD9141        IF WNB-LIT NOT < 3000
DD9141           DISPLAY "GPIWARNING"
DD9141           DISPLAY "**TABLE LITIGES PLEINE, RUN ABANDONNE"
DD9141           STOP RUN
DD9141        END-IF
DD9141        ADD 1 TO WNB-LIT
DD9141        MOVE LTG-NFAC    TO WLT-NFAC(WNB-LIT)
DD9141        MOVE LTG-MONTANT TO WLT-MONTANT(WNB-LIT)
DD9141     END-IF.
DD9141     PERFORM T26 THRU T26-EXIT.
DD9141 T28-EXIT.
DD9141     EXIT.
      *
      *----------------------------------------------------------------*
      * T30/T35 : projection des factures ouvertes sans traites        *
              MOVE 'O' TO WFT-AFF(WPOSF)
              GO TO T35F
           END-IF.
DD9141* montant conteste (au plus le TTC) hors projection
DD9141     MOVE ZERO TO WMNT-LIT WTRV.
DD9141     PERFORM T38 THRU T38-EXIT
DD9141             VARYING WIDXL FROM 1 BY 1
DD9141             UNTIL WIDXL > WNB-LIT OR WTRV = 1.
DD9141     COMPUTE WMNT-PRJ = FBMONTTC - WMNT-LIT.
           ADD 1 TO WTOT-FAC.
           IF FBECH NOT = ZERO
              MOVE FBECH TO WDATW
           END-IF.
           PERFORM T50 THRU T50-EXIT.
           MOVE 10 TO WPOSB.
DD9141     ADD WMNT-PRJ TO WSB-FAC(WPOSS WPOSB).
DD9141     MOVE 3 TO WNAT.
DD9141     MOVE FBSOC TO WSOC-TRT.
DD9141     MOVE WMNT-PRJ TO WMNT-TRT.
DD9141     PERFORM T55 THRU T55-EXIT.
DD9141     IF WMNT-LIT NOT = ZERO
DD9141        ADD 1 TO WTOT-LIT
DD9141        ADD WMNT-LIT TO WTOT-MLIT
DD9141        MOVE 4 TO WNAT
DD9141        MOVE WMNT-LIT TO WMNT-TRT
DD9141        PERFORM T55 THRU T55-EXIT
DD9141     END-IF.
       T35F.
           PERFORM T30 THRU T30-EXIT.
       T35-EXIT.
           END-IF.
       T37-EXIT.
           EXIT.
DD9141 T38.
DD9141     IF WLT-NFAC(WIDXL) = FBCLE-CDESUP
DD9141        MOVE 1 TO WTRV
DD9141        MOVE WLT-MONTANT(WIDXL) TO WMNT-LIT
DD9141        IF WMNT-LIT > FBMONTTC
DD9141           MOVE FBMONTTC TO WMNT-LIT
DD9141        END-IF
DD9141     END-IF.
DD9141 T38-EXIT.
DD9141     EXIT.
      *
      * traite orpheline de sa facture : recap en societe inconnue
       T58.
              MOVE WSOC-TRT TO WSO-SOC(WPOSO)
              MOVE ZERO TO WSO-REM(WPOSO) WSO-NREM(WPOSO)
                           WSO-FAC(WPOSO)
DD9141        MOVE ZERO TO WSO-LIT(WPOSO)
           END-IF.
           IF WNAT = 1
              ADD WMNT-TRT TO WSO-REM(WPOSO)
           ELSE
              IF WNAT = 2
                 ADD WMNT-TRT TO WSO-NREM(WPOSO)
DD9141        ELSE
DD9141           IF WNAT = 3
DD9141              ADD WMNT-TRT TO WSO-FAC(WPOSO)
DD9141           ELSE
DD9141              ADD WMNT-TRT TO WSO-LIT(WPOSO)
DD9141           END-IF
DD9141        END-IF
           END-IF.
       T55-EXIT.
           EXIT.
           MOVE WSO-SOC(WIDXO)  TO L2SOC.
           MOVE WSO-REM(WIDXO)  TO L2REM.
           MOVE WSO-NREM(WIDXO) TO L2NREM.
DD9141     MOVE WSO-FAC(WIDXO)  TO L2FAC.
DD9141     MOVE WSO-LIT(WIDXO)  TO L2LIT.
DD9141     MOVE "RECAP SOCIETE (REMISES/TRAITES/FACTURES/LITIGES)"
DD9141          TO L2LIB.
           WRITE LIGNE BEFORE 1.
       T85-EXIT.
           EXIT.
           MOVE WTOT-FAC TO L2SOC.
           MOVE "TOTAL FACTURES PROJETEES" TO L2LIB.
           WRITE LIGNE BEFORE 1.
DD9141     MOVE SPACES TO LIGNE.
DD9141     MOVE WTOT-LIT  TO L2SOC.
DD9141     MOVE WTOT-MLIT TO L2LIT.
DD9141     MOVE "TOTAL FACTURES EN LITIGE (HORS PROJECTION)" TO L2LIB.
DD9141     WRITE LIGNE BEFORE 1.
       T90-EXIT.
           EXIT.
