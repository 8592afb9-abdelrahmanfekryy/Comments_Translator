      *DD9174 15/10/26 anes plafonds de groupe : chaque noeud de la
      *                     hierarchie client (CLIHIER1) au-dessus du
      *                     client qui a un plafond CLIPLAF est
      *                     controle sur l'encours consolide de tous
      *                     ses rattaches
      *DD9141 15/10/26 anes facture en litige non clos (LITMST) : la
      *                     part HT contestee sort de l'encours
      *                     compare au plafond, rendue a part dans
      *                     OENCOURS-LITIGE
      *DD9090 03/09/26 anes les traites impayees (pointage LCRC020 sur
      *                     FTRAITES) reviennent dans l'exposition : la
      *                     facture est lettree a la remise mais
      *           Le controle fiche client (clcsu = 9 / cgcl-csur1)     *
      *           reste en place dans PRCDE060 : CLIPLAF ajoute le      *
      *           depassement du jour que la photo du matin ne voit pas.*
DD9174*           Plafond de groupe : une centrale, un groupement ou un *
DD9174*           adherent porte dans CLIPLAF est controle sur la somme *
DD9174*           de son encours propre et des encours de tous ses      *
DD9174*           rattaches a la date du jour (hierarchie CLIHIER,      *
DD9174*           CLIHIER1) plus la commande.                           *
      ******************************************************************
      *
       ENVIRONMENT DIVISION.
                       record key FTR-CLE
                       file status is file-status.
      *
DD9141     SELECT LITMST ASSIGN TO LIT-MST
DD9141                 organization line sequential
DD9141                 file status is file-status.
DD9141*
       DATA DIVISION.
       FILE SECTION.
       FD  CLIPLAF
      * caler sur le copybook reel a l'installation
           02 FBREGLE               PIC X.
           02 FBCFA                 PIC 9.
DD9141     02 FBSOC                 PIC X(6).
DD9141     02 FBMONTTC              PIC S9(9)V99.
DD9141     02 FILLER                PIC X(41).
      *
       FD  FTRAITES
                DATA RECORD FTR-LIGNE.
           02 FTR-MOTIF             PIC X(6).
           02 FILLER                PIC X(7).
      *
DD9141 FD  LITMST
DD9141          DATA RECORD LTG-LIGNE.
DD9141 01  LTG-LIGNE.
DD9141     02 LTG-NFAC              PIC 9(7).
DD9141     02 FILLER                PIC X(19).
DD9141     02 LTG-MONTANT           PIC 9(9)V99.
DD9141     02 FILLER                PIC X(10).
DD9141     02 LTG-STATUT            PIC X.
DD9141     02 FILLER                PIC X(75).
DD9141*
       WORKING-STORAGE SECTION.
       01  file-status             PIC XX.
       01  WFINC                   PIC 9 value zero.
           88 FIN-FFACTURE         value 1.
       01  WFINT                   PIC 9 value zero.
           88 FIN-FTRAITES         value 1.
DD9141 01  WFINL                   PIC 9 value zero.
DD9141     88 FIN-LITMST           value 1.
       01  WENC                    PIC S9(9)V99.
       01  WENC-ED                 PIC -(8)9V,99.
       01  WPLAF-ED                PIC -(8)9V,99.
           02 WTENC-E OCCURS 5000.
              03 WTE-NCL           PIC 9(6).
              03 WTE-ENC           PIC S9(9)V99.
DD9174* ascendants du client dans la hierarchie (CLIHIER1)
DD9174        03 WTE-ASC.
DD9174           04 WTE-ANC        PIC 9(6) OCCURS 4.
DD9141        03 WTE-LIT           PIC S9(9)V99.
       01  WNB-CLI                 PIC 9(4) VALUE ZERO.
       01  WIDX                    PIC 9(4).
       01  WTRV                    PIC 9.
       01  WPOS                    PIC 9(4).
       01  WNCL-TRT                PIC 9(6).
       01  WMNT-TRT                PIC S9(9)V99.
DD9141*
DD9141**** factures en litige non clos (montant conteste TTC), chargees
DD9141**** avec la photo
DD9141 01  WTLIT.
DD9141     02 WTLIT-E OCCURS 3000.
DD9141        03 WLT-NFAC          PIC 9(7).
DD9141        03 WLT-MONTANT       PIC 9(9)V99.
DD9141 01  WNB-LIT                 PIC 9(4) VALUE ZERO.
DD9141 01  WIDXL                   PIC 9(4).
DD9141 01  WLTRV                   PIC 9.
DD9141 01  WMNT-LIT                PIC S9(9)V99 VALUE ZERO.
DD9174*
DD9174**** noeuds de la hierarchie au-dessus du client qui ont un
DD9174**** plafond CLIPLAF
DD9174 01  WTPLG.
DD9174     02 WTPLG-E OCCURS 4.
DD9174        03 WPG-NCL           PIC 9(6).
DD9174        03 WPG-PLAF          PIC 9(9)V99.
DD9174 01  WNB-PLG                 PIC 9.
DD9174 01  WIDXN                   PIC 9.
DD9174 01  WNCL-GRP                PIC 9(6).
DD9174 01  WENC-GRP                PIC S9(11)V99.
DD9174 01  WENC-GRP-ED             PIC -(10)9V,99.
DD9174     copy '../copy/clihier.com'.
      *
       LINKAGE SECTION.
           copy '../copy/encours.com'.
           MOVE SPACES TO OENCOURS-RTN OENCOURS-LIBERR.
           MOVE SPACE  TO OENCOURS-DEPASSE.
           MOVE ZERO   TO OENCOURS-ENC OENCOURS-PLAFOND.
DD9141     MOVE ZERO   TO OENCOURS-LITIGE.
DD9174     MOVE ZERO   TO OENCOURS-GRP.
           MOVE ZERO   TO WFINC WFINF WENC.
DD9174     PERFORM T20 THRU T20-EXIT.
DD9174     PERFORM T25 THRU T25-EXIT.
DD9174     IF OENCOURS-PLAFOND = ZERO
DD9174        AND WNB-PLG = ZERO
              GO TO T10F
           END-IF.
           IF NOT PHOTO-PRISE
                 PERFORM T35 THRU T35-EXIT UNTIL FIN-FCOMMAAP
                 CLOSE FCOMMAAP
              END-IF
DD9141        PERFORM T42 THRU T42-EXIT
DD9141        IF NOT FIN-LITMST
DD9141           PERFORM T43 THRU T43-EXIT UNTIL FIN-LITMST
DD9141           CLOSE LITMST
DD9141        END-IF
              PERFORM T40 THRU T40-EXIT
              IF NOT FIN-FFACTURE
                 PERFORM T45 THRU T45-EXIT UNTIL FIN-FFACTURE
       T20-EXIT.
           EXIT.
      *
DD9174*----------------------------------------------------------------*
DD9174* T25 : plafonds des noeuds de la hierarchie au-dessus du client *
DD9174*       (liens en cours)                                         *
DD9174*----------------------------------------------------------------*
DD9174 T25.
DD9174     MOVE ZERO TO WNB-PLG.
DD9174     INITIALIZE CLIHIER.
DD9174     MOVE IENCOURS-NCL TO ICLIHIER-NCL.
DD9174     CALL "clihier1" USING CLIHIER.
DD9174     IF CCLIHIER-HORS
DD9174        GO TO T25-EXIT
DD9174     END-IF.
DD9174     OPEN INPUT CLIPLAF.
DD9174     IF FILE-STATUS NOT = ZERO
DD9174        GO TO T25-EXIT
DD9174     END-IF.
DD9174     PERFORM T27 THRU T27-EXIT
DD9174             VARYING WIDXN FROM 1 BY 1 UNTIL WIDXN > 4.
DD9174     CLOSE CLIPLAF.
DD9174 T25-EXIT.
DD9174     EXIT.
DD9174 T27.
DD9174     IF OCLIHIER-NCLNIV(WIDXN) = ZERO
DD9174        OR OCLIHIER-NCLNIV(WIDXN) = IENCOURS-NCL
DD9174        GO TO T27-EXIT
DD9174     END-IF.
DD9174     MOVE OCLIHIER-NCLNIV(WIDXN) TO CPL-NCL.
DD9174     READ CLIPLAF
DD9174          INVALID KEY
DD9174             GO TO T27-EXIT
DD9174     END-READ.
DD9174     IF CPL-PLAFOND > ZERO
DD9174        ADD 1 TO WNB-PLG
DD9174        MOVE CPL-NCL     TO WPG-NCL(WNB-PLG)
DD9174        MOVE CPL-PLAFOND TO WPG-PLAF(WNB-PLG)
DD9174     END-IF.
DD9174 T27-EXIT.
DD9174     EXIT.
DD9174*
      *----------------------------------------------------------------*
      * T30/T35 : photo des commandes non encore facturees (fcfac 0)   *
      *           de tous les clients, un seul balayage par run        *
           END-IF.
       T40-EXIT.
           EXIT.
DD9141*
DD9141* litiges ouverts (O) ou en cours (E) ; dossier absent = aucun
DD9141 T42.
DD9141     MOVE ZERO TO WNB-LIT.
DD9141     OPEN INPUT LITMST.
DD9141     IF FILE-STATUS NOT = ZERO
DD9141        MOVE 1 TO WFINL
DD9141     END-IF.
DD9141 T42-EXIT.
DD9141     EXIT.
DD9141 T43.
DD9141     READ LITMST NEXT RECORD
DD9141          AT END MOVE 1 TO WFINL.
DD9141     IF NOT FIN-LITMST
DD9141        AND (LTG-STATUT = 'O' OR LTG-STATUT = 'E')
DD9141        IF WNB-LIT = 3000
DD9141           DISPLAY "GPIWARNING"
DD9141           DISPLAY "**ENCOURS1 TABLE LITIGES PLEINE, LITIGE "
DD9141                   LTG-NFAC " NON SUIVI"
DD9141        ELSE
DD9141           ADD 1 TO WNB-LIT
DD9141           MOVE LTG-NFAC    TO WLT-NFAC(WNB-LIT)
DD9141           MOVE LTG-MONTANT TO WLT-MONTANT(WNB-LIT)
DD9141        END-IF
DD9141     END-IF.
DD9141 T43-EXIT.
DD9141     EXIT.
       T45.
           READ FFACTURE NEXT RECORD
                AT END MOVE 1 TO WFINF.
              MOVE FBNCL TO WNCL-TRT
              MOVE FBMONTHT TO WMNT-TRT
      * un avoir non regle (FBCFA 5/6/7) DIMINUE l'exposition
DD9141        IF FBCFA = 5 OR FBCFA = 6 OR FBCFA = 7
DD9141           COMPUTE WMNT-TRT = ZERO - FBMONTHT
DD9141        ELSE
DD9141* facture en litige : la part HT contestee est suivie a part
DD9141           PERFORM T46 THRU T46-EXIT
DD9141           SUBTRACT WMNT-LIT FROM WMNT-TRT
DD9141        END-IF
DD9141        PERFORM T50 THRU T50-EXIT
           END-IF.
       T45-EXIT.
           EXIT.
DD9141*
DD9141* part HT du montant conteste TTC (au plus le HT) dans WMNT-LIT
DD9141 T46.
DD9141     MOVE ZERO TO WLTRV WMNT-LIT.
DD9141     PERFORM T46-CMP VARYING WIDXL FROM 1 BY 1
DD9141             UNTIL WIDXL > WNB-LIT OR WLTRV = 1.
DD9141 T46-EXIT.
DD9141     EXIT.
DD9141 T46-CMP.
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
      *
      *----------------------------------------------------------------*
      * T47/T48 : photo des traites impayees (pointage LCRC020) : la   *
                 DISPLAY "GPIWARNING"
                 DISPLAY "**ENCOURS1 TABLE CLIENTS PLEINE, CLIENT "
                         WNCL-TRT " NON SUIVI"
DD9141           MOVE ZERO TO WMNT-LIT
                 GO TO T50-EXIT
              END-IF
              ADD 1 TO WNB-CLI
              MOVE WNB-CLI TO WPOS
              MOVE WNCL-TRT TO WTE-NCL(WPOS)
              MOVE ZERO TO WTE-ENC(WPOS)
DD9174        INITIALIZE CLIHIER
DD9174        MOVE WNCL-TRT TO ICLIHIER-NCL
DD9174        CALL "clihier1" USING CLIHIER
DD9174        MOVE OCLIHIER-ASC TO WTE-ASC(WPOS)
DD9141        MOVE ZERO TO WTE-LIT(WPOS)
           END-IF.
           ADD WMNT-TRT TO WTE-ENC(WPOS).
DD9141     ADD WMNT-LIT TO WTE-LIT(WPOS).
DD9141     MOVE ZERO TO WMNT-LIT.
       T50-EXIT.
           EXIT.
      *
           PERFORM T55 THRU T55-EXIT.
           IF WTRV = 1
              MOVE WTE-ENC(WPOS) TO WENC
DD9141        MOVE WTE-LIT(WPOS) TO OENCOURS-LITIGE
           ELSE
              MOVE ZERO TO WENC
           END-IF.
      *----------------------------------------------------------------*
       T70.
           MOVE WENC TO OENCOURS-ENC.
DD9174     ADD IENCOURS-MHT TO WENC.
DD9174     IF OENCOURS-PLAFOND > ZERO
DD9174        AND WENC > OENCOURS-PLAFOND
              MOVE "O" TO OENCOURS-DEPASSE
              MOVE WENC             TO WENC-ED
              MOVE OENCOURS-PLAFOND TO WPLAF-ED
                     " CLIENT " IENCOURS-NCL
                     DELIMITED BY SIZE INTO OENCOURS-LIBERR
           END-IF.
DD9174     PERFORM T75 THRU T75-EXIT
DD9174             VARYING WIDXN FROM 1 BY 1 UNTIL WIDXN > WNB-PLG.
           MOVE IENCOURS-NCL TO WNCL-TRT.
           MOVE IENCOURS-MHT TO WMNT-TRT.
           PERFORM T50 THRU T50-EXIT.
       T70-EXIT.
           EXIT.
DD9174*
DD9174* plafond d'un noeud : encours propre du noeud et de tous ses
DD9174* rattaches plus la commande ; le premier depassement est rendu
DD9174 T75.
DD9174     IF CENCOURS-DEPASSE-OUI
DD9174        GO TO T75-EXIT
DD9174     END-IF.
DD9174     MOVE WPG-NCL(WIDXN) TO WNCL-GRP.
DD9174     MOVE ZERO TO WENC-GRP.
DD9174     PERFORM T77 THRU T77-EXIT
DD9174             VARYING WIDX FROM 1 BY 1 UNTIL WIDX > WNB-CLI.
DD9174     ADD IENCOURS-MHT TO WENC-GRP.
DD9174     IF WENC-GRP > WPG-PLAF(WIDXN)
DD9174        MOVE "O" TO OENCOURS-DEPASSE
DD9174        MOVE WNCL-GRP        TO OENCOURS-GRP
DD9174        MOVE WENC-GRP        TO WENC-GRP-ED
DD9174        MOVE WPG-PLAF(WIDXN) TO WPLAF-ED
DD9174        STRING "ENC.GROUPE " WENC-GRP-ED
DD9174               " > PLAF " WPLAF-ED
DD9174               " NOEUD " WNCL-GRP
DD9174               DELIMITED BY SIZE INTO OENCOURS-LIBERR
DD9174     END-IF.
DD9174 T75-EXIT.
DD9174     EXIT.
DD9174 T77.
DD9174     IF WTE-NCL(WIDX) = WNCL-GRP
DD9174        OR WTE-ANC(WIDX 1) = WNCL-GRP
DD9174        OR WTE-ANC(WIDX 2) = WNCL-GRP
DD9174        OR WTE-ANC(WIDX 3) = WNCL-GRP
DD9174        OR WTE-ANC(WIDX 4) = WNCL-GRP
DD9174        ADD WTE-ENC(WIDX) TO WENC-GRP
DD9174     END-IF.
DD9174 T77-EXIT.
DD9174     EXIT.
