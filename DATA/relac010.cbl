      *DD9141 15/10/26 anes Facture en litige ouvert ou en cours dans
      *                     LITMST : relance gelee (ni escalade ni
      *                     lettre, niveau conserve), listee a part
      *DD9091 03/09/26 anes Creation - relances clients etagees sur les
      *                     factures echues de FFACTURE : niveau par
      *                     facture (1ere relance, 2eme relance, mise
           SELECT RELAMSTN ASSIGN TO REL-AMSTN
                       organization line sequential.
      *
DD9141     SELECT LITMST ASSIGN TO LIT-MST
DD9141                 organization line sequential
DD9141                 file status is file-status3.
DD9141*
           SELECT ETAT1 ASSIGN TO wlabel-etat1
                       organization line sequential.
      *
           02 FILLER             PIC X.
           02 RLB-DATREL         PIC 9(6).
      *
DD9141 FD  LITMST
DD9141          DATA RECORD LTG-LIGNE.
DD9141 01  LTG-LIGNE.
DD9141     02 LTG-NFAC           PIC 9(7).
DD9141     02 FILLER             PIC X.
DD9141     02 LTG-NCL            PIC 9(6).
DD9141     02 FILLER             PIC X(33).
DD9141     02 LTG-STATUT         PIC X.
DD9141     02 FILLER             PIC X(75).
DD9141*
       FD  ETAT1
                DATA RECORD LIGNE
                LINAGE IS 64  LINES AT TOP 2.
       01  var-data               pic x(64).
       01  file-status            PIC XX.
       01  file-status2           PIC XX.
DD9141 01  file-status3           PIC XX.
DD9141 01  WFINL                  PIC 9 value zero.
DD9141     88 FIN-LITMST          value 1.
       01  WFINF                  PIC 9 value zero.
           88 FIN-FFACTURE        value 1.
       01  WFINM                  PIC 9 value zero.
           88 REL-TROUVE          VALUE 1.
       01  WCLE-NFAC              PIC 9(7).
      *
DD9141**** factures en litige non clos (LITMST)
DD9141 01  WTLIT.
DD9141     02 WTLIT-E OCCURS 3000.
DD9141        03 WLT-NFAC         PIC 9(7).
DD9141 01  WNB-LIT                PIC 9(4) VALUE ZERO.
DD9141 01  WIDXL                  PIC 9(4).
DD9141 01  WLTRV                  PIC 9.
DD9141     88 LIT-TROUVE          VALUE 1.
DD9141 01  WTOT-LIT               PIC 9(5) VALUE ZERO.
DD9141*
      **** factures echues non reglees du run
       01  WTFAC.
           02 WTFAC-E OCCURS 9000.
              PERFORM T25 THRU T25-EXIT UNTIL FIN-RELAMST
              CLOSE RELAMST
           END-IF.
DD9141     MOVE ZERO TO WFINL WNB-LIT WTOT-LIT.
DD9141     OPEN INPUT LITMST.
DD9141     IF FILE-STATUS3 = ZERO
DD9141        PERFORM T26 THRU T26-EXIT
DD9141        PERFORM T27 THRU T27-EXIT UNTIL FIN-LITMST
DD9141        CLOSE LITMST
DD9141     END-IF.
           OPEN INPUT FFACTURE.
           IF FILE-STATUS NOT = ZERO
              DISPLAY "OUVERTURE FFACTURE IMPOSSIBLE " FILE-STATUS
                   VARYING WIDXF FROM 1 BY 1 UNTIL WIDXF > WNB-FAC.
           PERFORM T50 THRU T50-EXIT
                   VARYING WIDXC FROM 1 BY 1 UNTIL WIDXC > WNB-CLI.
DD9141     PERFORM T70 THRU T70-EXIT.
           OPEN OUTPUT RELAMSTN.
           PERFORM T80 THRU T80-EXIT
                   VARYING WIDXR FROM 1 BY 1 UNTIL WIDXR > WNB-REL.
           PERFORM T20 THRU T20-EXIT.
       T25-EXIT.
           EXIT.
DD9141*
DD9141* T26/T27 : factures en litige ouvert (O) ou en cours (E)
DD9141 T26.
DD9141     READ LITMST NEXT RECORD
DD9141          AT END MOVE 1 TO WFINL.
DD9141 T26-EXIT.
DD9141     EXIT.
DD9141 T27.
DD9141     IF LTG-STATUT = 'O' OR LTG-STATUT = 'E'
DD9141        IF WNB-LIT NOT < 3000
DD9141           DISPLAY "GPIWARNING"
DD9141           DISPLAY "**TABLE LITIGES PLEINE, RUN ABANDONNE"
DD9141           STOP RUN
DD9141        END-IF
DD9141        ADD 1 TO WNB-LIT
DD9141        MOVE LTG-NFAC TO WLT-NFAC(WNB-LIT)
DD9141     END-IF.
DD9141     PERFORM T26 THRU T26-EXIT.
DD9141 T27-EXIT.
DD9141     EXIT.
      *
      *----------------------------------------------------------------*
      * T30/T35 : factures echues non reglees en table (les avoirs ne  *
       T40.
           MOVE WFA-NFAC(WIDXF) TO WCLE-NFAC.
           PERFORM T45 THRU T45-EXIT.
DD9141* facture en litige : gelee, le niveau atteint reste au dossier
DD9141     PERFORM T47 THRU T47-EXIT.
DD9141     IF LIT-TROUVE
DD9141        MOVE 'L' TO WFA-LETTRE(WIDXF)
DD9141        ADD 1 TO WTOT-LIT
DD9141        IF REL-TROUVE
DD9141           MOVE 'O' TO WRL-GARDE(WIDXR)
DD9141           MOVE WRL-NIVEAU(WIDXR) TO WFA-NIVEAU(WIDXF)
DD9141        END-IF
DD9141        GO TO T40-EXIT
DD9141     END-IF.
           IF NOT REL-TROUVE
              IF WNB-REL NOT < 9000
                 DISPLAY "GPIWARNING"
           IF WRL-NFAC(WIDXR) = WCLE-NFAC
              MOVE 1 TO WTROUVE
           END-IF.
DD9141*
DD9141* recherche de WCLE-NFAC dans les litiges non clos
DD9141 T47.
DD9141     MOVE ZERO TO WLTRV.
DD9141     PERFORM T47-CMP VARYING WIDXL FROM 1 BY 1
DD9141             UNTIL WIDXL > WNB-LIT OR LIT-TROUVE.
DD9141 T47-EXIT.
DD9141     EXIT.
DD9141 T47-CMP.
DD9141     IF WLT-NFAC(WIDXL) = WCLE-NFAC
DD9141        MOVE 1 TO WLTRV
DD9141     END-IF.
      *
      *----------------------------------------------------------------*
      * T50 : lettre de relance d'un client : texte TEXTLNG du niveau  *
           IF WFA-NCL(WIDXF) NOT = WCLI-CUR
              GO TO T55-EXIT
           END-IF.
DD9141     IF WFA-LETTRE(WIDXF) = 'L'
DD9141        GO TO T55-EXIT
DD9141     END-IF.
           IF WFA-LETTRE(WIDXF) = 'O'
              ADD 1 TO WNB-LET
           END-IF.
      * detail d'une facture echue sur la lettre
       T60.
           IF WFA-NCL(WIDXF) = WCLI-CUR
DD9141        AND WFA-LETTRE(WIDXF) NOT = 'L'
              MOVE SPACES TO LIGNE
              MOVE WFA-NFAC(WIDXF) TO LNFAC
              MOVE WFA-DATE(WIDXF) TO LDATE
       T60-EXIT.
           EXIT.
      *
DD9141*----------------------------------------------------------------*
DD9141* T70 : factures echues en litige, hors lettres et balance agee  *
DD9141*----------------------------------------------------------------*
DD9141 T70.
DD9141     IF WTOT-LIT = ZERO
DD9141        GO TO T70-EXIT
DD9141     END-IF.
DD9141     MOVE SPACES TO LIGNE.
DD9141     WRITE LIGNE BEFORE 1.
DD9141     MOVE SPACES TO LIGNE.
DD9141     MOVE "FACTURES ECHUES EN LITIGE - RELANCE SUSPENDUE" TO LLIB.
DD9141     WRITE LIGNE BEFORE 1.
DD9141     PERFORM T75 THRU T75-EXIT
DD9141             VARYING WIDXF FROM 1 BY 1 UNTIL WIDXF > WNB-FAC.
DD9141 T70-EXIT.
DD9141     EXIT.
DD9141 T75.
DD9141     IF WFA-LETTRE(WIDXF) = 'L'
DD9141        MOVE SPACES TO LIGNE
DD9141        MOVE WFA-NFAC(WIDXF) TO LNFAC
DD9141        MOVE WFA-DATE(WIDXF) TO LDATE
DD9141        MOVE WFA-ECH(WIDXF)  TO LECH
DD9141        MOVE WFA-NIVEAU(WIDXF) TO LNIV
DD9141        MOVE WFA-MONT(WIDXF) TO LMONT
DD9141        MOVE "EN LITIGE - RELANCE SUSPENDUE" TO LLIB
DD9141        WRITE LIGNE BEFORE 1
DD9141     END-IF.
DD9141 T75-EXIT.
DD9141     EXIT.
DD9141*
      *----------------------------------------------------------------*
      * T80 : reecriture du dossier de relance : seules les factures   *
      *       encore echues au run restent suivies                     *
           MOVE WTOT-MED TO LNFAC.
           MOVE "TOTAL FACTURES EN MISE EN DEMEURE" TO LLIB.
           WRITE LIGNE BEFORE 1.
DD9141     MOVE SPACES TO LIGNE.
DD9141     MOVE WTOT-LIT TO LNFAC.
DD9141     MOVE "TOTAL FACTURES EN LITIGE NON RELANCEES" TO LLIB.
DD9141     WRITE LIGNE BEFORE 1.
       T90-EXIT.
           EXIT.
