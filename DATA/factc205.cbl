      *DD9151 15/10/26 anes series de numerotation SERFAC par
      *                     societe : plages chevauchantes et numeros
      *                     d'une serie portes par une piece qui n'en
      *                     est pas (ancienne/nouvelle numerotation)
      *DD9006 08/08/26 anes Creation - detection des doubles factures
      *                     inter-canaux (GD Public/DINAC/Industrie)
       IDENTIFICATION DIVISION.
                       record key FBCLE-CDESUP
                       file status is file-status.
      *
DD9151     SELECT SERFAC-F ASSIGN TO SER-FAC
DD9151                 organization indexed
DD9151                 access mode sequential
DD9151                 record key SRF-SOC
DD9151                 file status is file-status2.
DD9151*
           SELECT ETAT1 ASSIGN TO wlabel-etat1
                       organization line sequential.
      *
           02 FBDUP                 PIC X.
           02 FBDATE                PIC 9(6).
           02 FBMONTHT              PIC S9(9)V99.
DD9151     02 FBREGLE               PIC X.
DD9151     02 FBCFA                 PIC 9.
DD9151     02 FBSOC                 PIC X(6).
DD9151     02 FILLER                PIC X(52).
DD9151*
DD9151 FD  SERFAC-F
DD9151          DATA RECORD SRF-LIGNE.
DD9151 01  SRF-LIGNE.
DD9151     02 SRF-SOC               PIC X(6).
DD9151     02 SRF-DATBAS            PIC 9(6).
DD9151     02 SRF-PREFIXE           PIC X(2).
DD9151     02 SRF-PARTYPE           PIC X.
DD9151     02 SRF-NFANA             PIC 9(7).
DD9151     02 SRF-NFACA             PIC 9(7).
DD9151     02 SRF-NAVOI             PIC 9(7).
DD9151     02 SRF-NDEBFA            PIC 9(7).
DD9151     02 SRF-NDEBAV            PIC 9(7).
DD9151     02 FILLER                PIC X(20).
      *
       FD  ETAT1
                DATA RECORD LIGNE
       01  WFIN                   PIC 9 value zero.
           88 FIN-FFACTURE        value 1.
       01  WTOT-ANO               PIC 9(5).
DD9151 01  file-status2           PIC XX.
DD9151 01  WFINS                  PIC 9 value zero.
DD9151     88 FIN-SERFAC          value 1.
DD9151 01  WTOT-COL               PIC 9(5) VALUE ZERO.
DD9151*
DD9151**** plages deja emises des series SERFAC basculees : factures
DD9151**** (1) et avoirs numerotes a part (2)
DD9151 01  WTSRF.
DD9151     02 WTSRF-E OCCURS 20.
DD9151        03 WSR-SOC          PIC X(6).
DD9151        03 WSR-DATBAS       PIC 9(6).
DD9151        03 WSR-PARTYPE      PIC X.
DD9151        03 WSR-FLUX OCCURS 2.
DD9151           04 WSR-NDEB      PIC 9(7).
DD9151           04 WSR-NEXT      PIC 9(7).
DD9151 01  WNB-SRF                PIC 99 VALUE ZERO.
DD9151 01  WIDXS                  PIC 99.
DD9151 01  WIDXS2                 PIC 99.
DD9151 01  WIDXF                  PIC 9.
DD9151 01  WIDXF2                 PIC 9.
DD9151 01  WAVOIR                 PIC 9.
DD9151 01  WSTOP                  PIC 9.
      *
      **** table de cumul des factures non-duplicata par commande
       01  WTCDE.
                                     into wlabel-etat1.
           OPEN INPUT FFACTURE.
           OPEN OUTPUT ETAT1.
DD9151     PERFORM T25 THRU T25-EXIT.
           PERFORM T20 THRU T20-EXIT.
           PERFORM T50 THRU T50-EXIT UNTIL FIN-FFACTURE.
           PERFORM T90 THRU T90-EXIT.
           CLOSE FFACTURE.
DD9151     PERFORM T95 THRU T95-EXIT.
           CLOSE ETAT1.
           STOP RUN.
      *
                AT END MOVE 1 TO WFIN.
       T20-EXIT.
           EXIT.
DD9151*
DD9151*----------------------------------------------------------------*
DD9151* T25 : series SERFAC basculees, plages chevauchantes entre      *
DD9151*       series (deux societes ou facture/avoir sur un meme       *
DD9151*       numero)                                                  *
DD9151*----------------------------------------------------------------*
DD9151 T25.
DD9151     MOVE ZERO TO WFINS WNB-SRF WTOT-COL.
DD9151     OPEN INPUT SERFAC-F.
DD9151     IF FILE-STATUS2 NOT = ZERO
DD9151        GO TO T25-EXIT
DD9151     END-IF.
DD9151     PERFORM T26 THRU T26-EXIT UNTIL FIN-SERFAC.
DD9151     CLOSE SERFAC-F.
DD9151     PERFORM T27 THRU T27-EXIT
DD9151             VARYING WIDXS FROM 1 BY 1 UNTIL WIDXS > WNB-SRF.
DD9151 T25-EXIT.
DD9151     EXIT.
DD9151 T26.
DD9151     READ SERFAC-F NEXT RECORD
DD9151          AT END MOVE 1 TO WFINS
DD9151                 GO TO T26-EXIT
DD9151     END-READ.
DD9151     IF SRF-DATBAS = ZERO
DD9151        GO TO T26-EXIT
DD9151     END-IF.
DD9151     IF WNB-SRF NOT < 20
DD9151        DISPLAY "GPIWARNING"
DD9151        DISPLAY "**TABLE DES SERIES SERFAC PLEINE, RUN ABANDONNE"
DD9151        STOP RUN
DD9151     END-IF.
DD9151     ADD 1 TO WNB-SRF.
DD9151     INITIALIZE WTSRF-E(WNB-SRF).
DD9151     MOVE SRF-SOC     TO WSR-SOC(WNB-SRF).
DD9151     MOVE SRF-DATBAS  TO WSR-DATBAS(WNB-SRF).
DD9151     MOVE SRF-PARTYPE TO WSR-PARTYPE(WNB-SRF).
DD9151     MOVE SRF-NDEBFA  TO WSR-NDEB(WNB-SRF 1).
DD9151     MOVE SRF-NFANA   TO WSR-NEXT(WNB-SRF 1).
DD9151     IF SRF-PARTYPE = 'O'
DD9151        MOVE SRF-NDEBAV TO WSR-NDEB(WNB-SRF 2)
DD9151        MOVE SRF-NAVOI  TO WSR-NEXT(WNB-SRF 2)
DD9151     END-IF.
DD9151 T26-EXIT.
DD9151     EXIT.
DD9151*
DD9151* chaque flux de la serie WIDXS contre les flux qui le suivent
DD9151 T27.
DD9151     PERFORM T28 THRU T28-EXIT
DD9151             VARYING WIDXF FROM 1 BY 1 UNTIL WIDXF > 2.
DD9151 T27-EXIT.
DD9151     EXIT.
DD9151 T28.
DD9151     IF WSR-NDEB(WIDXS WIDXF) = ZERO
DD9151        GO TO T28-EXIT
DD9151     END-IF.
DD9151     PERFORM T29 THRU T29-EXIT
DD9151             VARYING WIDXS2 FROM WIDXS BY 1
DD9151             UNTIL WIDXS2 > WNB-SRF.
DD9151 T28-EXIT.
DD9151     EXIT.
DD9151 T29.
DD9151     PERFORM T30 THRU T30-EXIT
DD9151             VARYING WIDXF2 FROM 1 BY 1 UNTIL WIDXF2 > 2.
DD9151 T29-EXIT.
DD9151     EXIT.
DD9151 T30.
DD9151     IF WIDXS2 = WIDXS AND WIDXF2 NOT > WIDXF
DD9151        GO TO T30-EXIT
DD9151     END-IF.
DD9151     IF WSR-NDEB(WIDXS2 WIDXF2) = ZERO
DD9151        GO TO T30-EXIT
DD9151     END-IF.
DD9151     IF WSR-NDEB(WIDXS WIDXF) < WSR-NEXT(WIDXS2 WIDXF2)
DD9151        AND WSR-NDEB(WIDXS2 WIDXF2) < WSR-NEXT(WIDXS WIDXF)
DD9151        ADD 1 TO WTOT-COL
DD9151        MOVE SPACES TO LIGNE
DD9151        MOVE WSR-NDEB(WIDXS WIDXF)   TO LFAC(1)
DD9151        MOVE WSR-NDEB(WIDXS2 WIDXF2) TO LFAC(2)
DD9151        STRING "SERIES CHEVAUCHANTES " WSR-SOC(WIDXS) " / "
DD9151               WSR-SOC(WIDXS2) DELIMITED BY SIZE INTO LLIB
DD9151        WRITE LIGNE BEFORE 1
DD9151     END-IF.
DD9151 T30-EXIT.
DD9151     EXIT.

      *
      *----------------------------------------------------------------*
      * T50 : cumul, par commande d'origine, des factures non-         *
           IF FBDUP NOT = '1'
              PERFORM T55 THRU T55-EXIT
              PERFORM T60 THRU T60-EXIT
DD9151        PERFORM T70 THRU T70-EXIT
           END-IF.
           PERFORM T20 THRU T20-EXIT.
       T50-EXIT.
           END-IF.
       T60-EXIT.
           EXIT.
DD9151*
DD9151*----------------------------------------------------------------*
DD9151* T70 : numero pris dans la plage emise d'une serie SERFAC par   *
DD9151*       une piece qui n'en est pas (autre societe, date avant la *
DD9151*       bascule, facture sur la serie des avoirs ou l'inverse) : *
DD9151*       doublon de numerotation entre l'ancienne et la nouvelle  *
DD9151*----------------------------------------------------------------*
DD9151 T70.
DD9151     MOVE ZERO TO WAVOIR WSTOP.
DD9151     IF FBCFA = 5 OR FBCFA = 6 OR FBCFA = 7
DD9151        MOVE 1 TO WAVOIR
DD9151     END-IF.
DD9151     PERFORM T72 THRU T72-EXIT
DD9151             VARYING WIDXS FROM 1 BY 1
DD9151             UNTIL WIDXS > WNB-SRF OR WSTOP = 1.
DD9151 T70-EXIT.
DD9151     EXIT.
DD9151 T72.
DD9151     PERFORM T74 THRU T74-EXIT
DD9151             VARYING WIDXF FROM 1 BY 1
DD9151             UNTIL WIDXF > 2 OR WSTOP = 1.
DD9151 T72-EXIT.
DD9151     EXIT.
DD9151 T74.
DD9151     IF WSR-NDEB(WIDXS WIDXF) = ZERO
DD9151        OR FBCLE-CDESUP < WSR-NDEB(WIDXS WIDXF)
DD9151        OR FBCLE-CDESUP NOT < WSR-NEXT(WIDXS WIDXF)
DD9151        GO TO T74-EXIT
DD9151     END-IF.
DD9151     MOVE 1 TO WSTOP.
DD9151     IF FBSOC = WSR-SOC(WIDXS)
DD9151        AND FBDATE NOT < WSR-DATBAS(WIDXS)
DD9151        AND (WSR-PARTYPE(WIDXS) NOT = 'O'
DD9151             OR (WIDXF = 1 AND WAVOIR = ZERO)
DD9151             OR (WIDXF = 2 AND WAVOIR = 1))
DD9151        GO TO T74-EXIT
DD9151     END-IF.
DD9151     ADD 1 TO WTOT-COL.
DD9151     MOVE SPACES TO LIGNE.
DD9151     MOVE FBNCDE       TO LNCDE.
DD9151     MOVE FBCLE-CDESUP TO LFAC(1).
DD9151     MOVE FBDATE       TO LFAC(2).
DD9151     STRING "NUMERO DE LA SERIE " WSR-SOC(WIDXS) " PRIS PAR "
DD9151            FBSOC DELIMITED BY SIZE INTO LLIB.
DD9151     WRITE LIGNE BEFORE 1.
DD9151 T74-EXIT.
DD9151     EXIT.
DD9151*
DD9151* total des collisions de numerotation
DD9151 T95.
DD9151     MOVE SPACES TO LIGNE.
DD9151     MOVE "TOTAL COLLISIONS DE NUMEROTATION SERIES" TO LLIB.
DD9151     MOVE WTOT-COL TO LFAC(1).
DD9151     WRITE LIGNE BEFORE 1.
DD9151 T95-EXIT.
DD9151     EXIT.

      *
      *----------------------------------------------------------------*
      * T90 : edition des commandes facturees plus d'une fois          *
