      *DD9151 15/10/26 anes controle des series de numerotation
      *                     SERFAC par societe : trous dans chaque
      *                     serie, compteur FACTURE000 tombe dans une
      *                     serie, series hors rapprochement FACTURE000
      *DD9010 08/08/26 anes Creation - reconciliation des compteurs
      *                     PARBATCH FACTURE000 avec FFACTURE
       IDENTIFICATION DIVISION.
                       record key FBCLE-CDESUP
                       file status is file-status2.
      *
DD9151     SELECT SERFAC-F ASSIGN TO SER-FAC
DD9151                 organization indexed
DD9151                 access mode sequential
DD9151                 record key SRF-SOC
DD9151                 file status is file-status3.
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
       01  WMAX-FAC               PIC 9(7) VALUE ZERO.
       01  WCPT-FAC               PIC 9(7) VALUE ZERO.
       01  WECART                 PIC S9(7).
DD9151 01  file-status3           PIC XX.
DD9151 01  WFINS                  PIC 9 value zero.
DD9151     88 FIN-SERFAC          value 1.
DD9151*
DD9151**** series SERFAC basculees : par societe, la serie des factures
DD9151**** (1) et celle des avoirs (2) quand elle les numerote a part,
DD9151**** avec le prochain numero attendu dans FFACTURE
DD9151 01  WTSRF.
DD9151     02 WTSRF-E OCCURS 20.
DD9151        03 WSR-SOC          PIC X(6).
DD9151        03 WSR-DATBAS       PIC 9(6).
DD9151        03 WSR-PARTYPE      PIC X.
DD9151        03 WSR-FLUX OCCURS 2.
DD9151           04 WSR-NDEB      PIC 9(7).
DD9151           04 WSR-NEXT      PIC 9(7).
DD9151           04 WSR-ATT       PIC 9(7).
DD9151           04 WSR-NB        PIC 9(7).
DD9151           04 WSR-NBTROU    PIC 9(7).
DD9151 01  WNB-SRF                PIC 99 VALUE ZERO.
DD9151 01  WIDXS                  PIC 99.
DD9151 01  WIDXF                  PIC 9.
DD9151 01  WDANS-SERIE            PIC 9.
DD9151 01  WAVOIR                 PIC 9.
DD9151 01  WTROU-DEB              PIC 9(7).
DD9151 01  WTROU-FIN              PIC 9(7).
DD9151 01  WLIB-FLUX              PIC X(8).
      *
       PROCEDURE DIVISION.
      *
           OPEN INPUT FFACTURE.
           OPEN OUTPUT ETAT1.
           PERFORM T20 THRU T20-EXIT.
DD9151     PERFORM T25 THRU T25-EXIT.
           PERFORM T30 THRU T30-EXIT.
           PERFORM T50 THRU T50-EXIT UNTIL FIN-FFACTURE.
           PERFORM T90 THRU T90-EXIT.
DD9151     PERFORM T80 THRU T80-EXIT.
           CLOSE PARBATCH.
           CLOSE FFACTURE.
           CLOSE ETAT1.
           END-IF.
       T20-EXIT.
           EXIT.
DD9151*
DD9151*----------------------------------------------------------------*
DD9151* T25 : series SERFAC basculees ; le compteur FACTURE000 ne doit *
DD9151*       pas tomber dans la plage deja emise d'une serie          *
DD9151*----------------------------------------------------------------*
DD9151 T25.
DD9151     MOVE ZERO TO WFINS WNB-SRF.
DD9151     OPEN INPUT SERFAC-F.
DD9151     IF FILE-STATUS3 NOT = ZERO
DD9151        GO TO T25-EXIT
DD9151     END-IF.
DD9151     PERFORM T26 THRU T26-EXIT UNTIL FIN-SERFAC.
DD9151     CLOSE SERFAC-F.
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
DD9151     MOVE SRF-NDEBFA  TO WSR-NDEB(WNB-SRF 1) WSR-ATT(WNB-SRF 1).
DD9151     MOVE SRF-NFANA   TO WSR-NEXT(WNB-SRF 1).
DD9151     IF SRF-PARTYPE = 'O'
DD9151        MOVE SRF-NDEBAV TO WSR-NDEB(WNB-SRF 2) WSR-ATT(WNB-SRF 2)
DD9151        MOVE SRF-NAVOI  TO WSR-NEXT(WNB-SRF 2)
DD9151     END-IF.
DD9151     PERFORM T27 VARYING WIDXF FROM 1 BY 1 UNTIL WIDXF > 2.
DD9151 T26-EXIT.
DD9151     EXIT.
DD9151 T27.
DD9151     IF WSR-NDEB(WNB-SRF WIDXF) NOT = ZERO
DD9151        AND WCPT-FAC NOT < WSR-NDEB(WNB-SRF WIDXF)
DD9151        AND WCPT-FAC < WSR-NEXT(WNB-SRF WIDXF)
DD9151        MOVE SPACES TO LIGNE
DD9151        STRING "FACTURE000 DANS LA SERIE " SRF-SOC
DD9151               DELIMITED BY SIZE INTO LLIB1
DD9151        MOVE WCPT-FAC TO LVAL1
DD9151        MOVE "COLLISION ANCIENNE NUMEROTATION" TO LLIB2
DD9151        WRITE LIGNE BEFORE 1
DD9151     END-IF.
      *
      *----------------------------------------------------------------*
      * T30 : premiere lecture FFACTURE                                *
      * T50 : recherche du plus grand numero de facture du jour        *
      *----------------------------------------------------------------*
       T50.
DD9151     MOVE ZERO TO WDANS-SERIE.
DD9151     IF FBDUP NOT = '1'
DD9151        PERFORM T55 THRU T55-EXIT
DD9151     END-IF.
DD9151* une facture numerotee sur une serie SERFAC n'entre pas dans
DD9151* le rapprochement du compteur FACTURE000
DD9151     IF FBDATE = WJOUR AND FBDUP NOT = '1' AND WDANS-SERIE = ZERO
              IF FBCLE-CDESUP > WMAX-FAC
                 MOVE FBCLE-CDESUP TO WMAX-FAC
              END-IF
                AT END MOVE 1 TO WFIN.
       T50-EXIT.
           EXIT.
DD9151*
DD9151*----------------------------------------------------------------*
DD9151* T55 : facture d'une serie SERFAC : numero dans la plage emise, *
DD9151*       de la societe, datee de la bascule ou apres, du bon type *
DD9151*       de piece ; un numero au-dela de l'attendu ouvre un trou  *
DD9151*----------------------------------------------------------------*
DD9151 T55.
DD9151     MOVE ZERO TO WAVOIR.
DD9151     IF FBCFA = 5 OR FBCFA = 6 OR FBCFA = 7
DD9151        MOVE 1 TO WAVOIR
DD9151     END-IF.
DD9151     PERFORM T56 THRU T56-EXIT
DD9151             VARYING WIDXS FROM 1 BY 1
DD9151             UNTIL WIDXS > WNB-SRF OR WDANS-SERIE = 1.
DD9151 T55-EXIT.
DD9151     EXIT.
DD9151 T56.
DD9151     IF FBSOC NOT = WSR-SOC(WIDXS) OR FBDATE < WSR-DATBAS(WIDXS)
DD9151        GO TO T56-EXIT
DD9151     END-IF.
DD9151     MOVE 1 TO WIDXF.
DD9151     IF WSR-PARTYPE(WIDXS) = 'O' AND WAVOIR = 1
DD9151        MOVE 2 TO WIDXF
DD9151     END-IF.
DD9151     IF WSR-NDEB(WIDXS WIDXF) = ZERO
DD9151        OR FBCLE-CDESUP < WSR-NDEB(WIDXS WIDXF)
DD9151        OR FBCLE-CDESUP NOT < WSR-NEXT(WIDXS WIDXF)
DD9151        GO TO T56-EXIT
DD9151     END-IF.
DD9151     MOVE 1 TO WDANS-SERIE.
DD9151     ADD 1 TO WSR-NB(WIDXS WIDXF).
DD9151     IF FBCLE-CDESUP > WSR-ATT(WIDXS WIDXF)
DD9151        MOVE WSR-ATT(WIDXS WIDXF) TO WTROU-DEB
DD9151        COMPUTE WTROU-FIN = FBCLE-CDESUP - 1
DD9151        PERFORM T70 THRU T70-EXIT
DD9151     END-IF.
DD9151     COMPUTE WSR-ATT(WIDXS WIDXF) = FBCLE-CDESUP + 1.
DD9151 T56-EXIT.
DD9151     EXIT.
DD9151*
DD9151* trou WTROU-DEB a WTROU-FIN dans le flux WIDXF de la serie
DD9151 T70.
DD9151     COMPUTE WSR-NBTROU(WIDXS WIDXF) = WSR-NBTROU(WIDXS WIDXF)
DD9151                             + WTROU-FIN - WTROU-DEB + 1.
DD9151     PERFORM T75 THRU T75-EXIT.
DD9151     MOVE SPACES TO LIGNE.
DD9151     STRING "SERIE " WSR-SOC(WIDXS) " " WLIB-FLUX " TROU DU"
DD9151            DELIMITED BY SIZE INTO LLIB1.
DD9151     MOVE WTROU-DEB TO LVAL1.
DD9151     MOVE "AU" TO LLIB2.
DD9151     MOVE WTROU-FIN TO LVAL2.
DD9151     WRITE LIGNE BEFORE 1.
DD9151 T70-EXIT.
DD9151     EXIT.
DD9151 T75.
DD9151     IF WIDXF = 2
DD9151        MOVE "AVOIRS" TO WLIB-FLUX
DD9151     ELSE
DD9151        IF WSR-PARTYPE(WIDXS) = 'O'
DD9151           MOVE "FACTURES" TO WLIB-FLUX
DD9151        ELSE
DD9151           MOVE "PIECES" TO WLIB-FLUX
DD9151        END-IF
DD9151     END-IF.
DD9151 T75-EXIT.
DD9151     EXIT.
DD9151*
DD9151*----------------------------------------------------------------*
DD9151* T80 : par serie : numeros emis au compteur mais absents de     *
DD9151*       FFACTURE en fin de plage, recapitulatif                  *
DD9151*----------------------------------------------------------------*
DD9151 T80.
DD9151     PERFORM T82 THRU T82-EXIT
DD9151             VARYING WIDXS FROM 1 BY 1 UNTIL WIDXS > WNB-SRF.
DD9151 T80-EXIT.
DD9151     EXIT.
DD9151 T82.
DD9151     PERFORM T84 THRU T84-EXIT
DD9151             VARYING WIDXF FROM 1 BY 1 UNTIL WIDXF > 2.
DD9151 T82-EXIT.
DD9151     EXIT.
DD9151 T84.
DD9151     IF WSR-NDEB(WIDXS WIDXF) = ZERO
DD9151        GO TO T84-EXIT
DD9151     END-IF.
DD9151     IF WSR-ATT(WIDXS WIDXF) < WSR-NEXT(WIDXS WIDXF)
DD9151        MOVE WSR-ATT(WIDXS WIDXF) TO WTROU-DEB
DD9151        COMPUTE WTROU-FIN = WSR-NEXT(WIDXS WIDXF) - 1
DD9151        PERFORM T70 THRU T70-EXIT
DD9151     END-IF.
DD9151     PERFORM T75 THRU T75-EXIT.
DD9151     MOVE SPACES TO LIGNE.
DD9151     STRING "SERIE " WSR-SOC(WIDXS) " " WLIB-FLUX " PREMIER NO"
DD9151            DELIMITED BY SIZE INTO LLIB1.
DD9151     MOVE WSR-NDEB(WIDXS WIDXF) TO LVAL1.
DD9151     MOVE "PROCHAIN NUMERO AU COMPTEUR" TO LLIB2.
DD9151     MOVE WSR-NEXT(WIDXS WIDXF) TO LVAL2.
DD9151     WRITE LIGNE BEFORE 1.
DD9151     MOVE SPACES TO LIGNE.
DD9151     MOVE "  PIECES TROUVEES DANS FFACTURE" TO LLIB1.
DD9151     MOVE WSR-NB(WIDXS WIDXF) TO LVAL1.
DD9151     IF WSR-NBTROU(WIDXS WIDXF) = ZERO
DD9151        MOVE "SEQUENCE OK, SANS TROU" TO LLIB2
DD9151     ELSE
DD9151        MOVE "ATTENTION NUMEROS MANQUANTS" TO LLIB2
DD9151        MOVE WSR-NBTROU(WIDXS WIDXF) TO LVAL2
DD9151     END-IF.
DD9151     WRITE LIGNE BEFORE 1.
DD9151 T84-EXIT.
DD9151     EXIT.
      *
      *----------------------------------------------------------------*
      * T90 : edition du rapprochement compteur / fichier              *
