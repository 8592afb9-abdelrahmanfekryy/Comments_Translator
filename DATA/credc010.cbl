      *DD9141 15/10/26 anes Facture en litige non clos (LITMST) : la
      *                     part HT contestee sort de l'encours compare
      *                     aux limites et s'edite a part ; la
      *                     declaration assureur reste en brut
      *DD9122 03/09/26 anes Creation - suivi de la couverture
      *                     assurance-credit (table ASSURCLI : montant
      *                     agree, numero d'agrement, expiration) a
           SELECT ASSUDECL ASSIGN TO ASS-UDECL
                       organization line sequential.
      *
DD9141     SELECT LITMST ASSIGN TO LIT-MST
DD9141                 organization line sequential
DD9141                 file status is file-status6.
DD9141*
           SELECT ETAT1 ASSIGN TO wlabel-etat1
                       organization line sequential.
      *
           02 FILLER             PIC X.
           02 ADC-DATE           PIC 9(6).
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
       01  file-status3           PIC XX.
       01  file-status4           PIC XX.
       01  file-status5           PIC XX.
DD9141 01  file-status6           PIC XX.
DD9141 01  WFINL                  PIC 9 value zero.
DD9141     88 FIN-LITMST          value 1.
       01  WFINA                  PIC 9 value zero.
           88 FIN-ASSURCLI        value 1.
       01  WFINC                  PIC 9 value zero.
              03 WCL-AGREMENT     PIC X(12).
              03 WCL-DATEXP       PIC 9(6).
              03 WCL-ENC          PIC S9(11)V99.
DD9141        03 WCL-LIT          PIC 9(11)V99.
       01  WNB-CLI                PIC 9(4) VALUE ZERO.
       01  WIDX                   PIC 9(4).
       01  WTRV                   PIC 9.
       01  WCLIPLAF-DISPO         PIC 9 VALUE ZERO.
       01  WTOT-DEP               PIC 9(4) VALUE ZERO.
       01  WTOT-EXP               PIC 9(4) VALUE ZERO.
DD9141*
DD9141**** factures en litige non clos et montant conteste TTC
DD9141 01  WTLIT.
DD9141     02 WTLIT-E OCCURS 3000.
DD9141        03 WLT-NFAC         PIC 9(7).
DD9141        03 WLT-MONTANT      PIC 9(9)V99.
DD9141 01  WNB-LIT                PIC 9(4) VALUE ZERO.
DD9141 01  WIDXL                  PIC 9(4).
DD9141 01  WLTRV                  PIC 9.
DD9141 01  WMNT-LIT               PIC S9(9)V99.
DD9141 01  WMNT-DECL              PIC S9(11)V99.
      *
           copy '../copy/notif.com'.
      *
           PERFORM T20 THRU T20-EXIT.
           PERFORM T22 THRU T22-EXIT UNTIL FIN-ASSURCLI.
           CLOSE ASSURCLI.
DD9141     MOVE ZERO TO WFINL WNB-LIT.
DD9141     OPEN INPUT LITMST.
DD9141     IF FILE-STATUS6 = ZERO
DD9141        PERFORM T26 THRU T26-EXIT
DD9141        PERFORM T28 THRU T28-EXIT UNTIL FIN-LITMST
DD9141        CLOSE LITMST
DD9141     END-IF.
      * photo de l'encours des clients couverts
           OPEN INPUT FCOMMAAP.
           IF FILE-STATUS3 = ZERO
              MOVE ASU-AGREMENT TO WCL-AGREMENT(WNB-CLI)
              MOVE ASU-DATEXP   TO WCL-DATEXP(WNB-CLI)
              MOVE ZERO         TO WCL-ENC(WNB-CLI)
DD9141        MOVE ZERO         TO WCL-LIT(WNB-CLI)
           ELSE
              DISPLAY "GPIWARNING"
              DISPLAY "**TABLE ASSURCLI PLEINE, RUN ABANDONNE"
       T22-EXIT.
           EXIT.
      *
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
DD9141*
       T30.
           READ FCOMMAAP NEXT RECORD
                AT END MOVE 1 TO WFINC.
           IF FBDUP NOT = '1' AND FBREGLE NOT = 'O'
              MOVE FBNCL TO WNCL-TRT
              MOVE FBMONTHT TO WMNT-TRT
DD9141        MOVE ZERO TO WMNT-LIT
DD9141        IF FBCFA = 5 OR FBCFA = 6 OR FBCFA = 7
DD9141           COMPUTE WMNT-TRT = ZERO - FBMONTHT
DD9141        ELSE
DD9141           PERFORM T37 THRU T37-EXIT
DD9141           SUBTRACT WMNT-LIT FROM WMNT-TRT
DD9141        END-IF
DD9141        PERFORM T40 THRU T40-EXIT
DD9141        IF WTRV = 1 AND WMNT-LIT NOT = ZERO
DD9141           ADD WMNT-LIT TO WCL-LIT(WPOS)
DD9141        END-IF
DD9141     END-IF.
           PERFORM T34 THRU T34-EXIT.
       T36-EXIT.
           EXIT.
      *
DD9141* part HT du montant conteste TTC de la facture (au plus le HT)
DD9141 T37.
DD9141     MOVE ZERO TO WLTRV.
DD9141     PERFORM T37-CMP VARYING WIDXL FROM 1 BY 1
DD9141             UNTIL WIDXL > WNB-LIT OR WLTRV = 1.
DD9141 T37-EXIT.
DD9141     EXIT.
DD9141 T37-CMP.
DD9141     IF WLT-NFAC(WIDXL) = FBCLE-CDESUP
DD9141        MOVE 1 TO WLTRV
DD9141        IF FBMONTTC > ZERO
DD9141           COMPUTE WMNT-LIT ROUNDED = WLT-MONTANT(WIDXL)
DD9141                   * FBMONTHT / FBMONTTC
DD9141        END-IF
DD9141        IF WMNT-LIT > FBMONTHT
DD9141           MOVE FBMONTHT TO WMNT-LIT
DD9141        END-IF
DD9141     END-IF.
DD9141*
       T38.
           READ FTRAITES NEXT RECORD
                AT END MOVE 1 TO WFINT.
              MOVE WDATEJOUR TO INOTIF-DATE
              CALL "notif1" USING NOTIF
           END-IF.
DD9141     IF WCL-LIT(WIDX) NOT = ZERO
DD9141        MOVE SPACES TO LIGNE
DD9141        MOVE WCL-NCL(WIDX) TO LNCL
DD9141        MOVE WCL-LIT(WIDX) TO LENC
DD9141        MOVE "EN LITIGE (HT), HORS ENCOURS CI-DESSUS" TO LLIB
DD9141        WRITE LIGNE BEFORE 1
DD9141     END-IF.
           WRITE LIGNE BEFORE 1.
      * agrement proche de l'expiration
           MOVE WCL-DATEXP(WIDX) TO WDATW.
              MOVE WDATEJOUR TO INOTIF-DATE
              CALL "notif1" USING NOTIF
           END-IF.
DD9141* declaration mensuelle d'encours pour l'assureur (l'encours
DD9141* brut, litiges compris)
DD9141     IF WMODEASS = 'D'
DD9141        MOVE SPACES TO ADC-LIGNE
DD9141        MOVE WCL-NCL(WIDX)      TO ADC-NCL
DD9141        MOVE WCL-AGREMENT(WIDX) TO ADC-AGREMENT
DD9141        COMPUTE WMNT-DECL = WCL-ENC(WIDX) + WCL-LIT(WIDX)
DD9141        IF WMNT-DECL > ZERO
DD9141           MOVE WMNT-DECL TO ADC-ENCOURS
              ELSE
                 MOVE ZERO TO ADC-ENCOURS
              END-IF
