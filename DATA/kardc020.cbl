      *DD9159 15/10/26 anes Creation - controle de nuit du stock
      *                     FARTUSAP contre le kardex MVTSTK
       IDENTIFICATION DIVISION.
       PROGRAM-ID. KARDC020.
      *
      ******************************************************************
      * GPICMT    Controle de nuit du stock FARTUSAP contre le kardex   *
      *           MVTSTK : le cumul des mouvements journalises d'un     *
      *           magasin + article doit egaler la quantite disponible. *
      *           Un article en stock sans aucun mouvement au journal   *
      *           recoit un mouvement d'ouverture OU (stock d'origine), *
      *           a lancer une premiere fois avant la mise en service   *
      *           des appels MVTSTK1.  Sont signales : les ecarts       *
      *           stock / kardex (modification de FARTUSAP hors         *
      *           journal) et les mouvements d'un article absent de     *
      *           FARTUSAP dont le cumul n'est pas nul.                 *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. DPS-4.
       OBJECT-COMPUTER. DPS-4.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FARTUSAP ASSIGN TO FAR-TUSAP
                       organization indexed
                       access mode sequential
                       record key FAP-CLE
                       file status is file-status2.
      *
           SELECT MVTSTK-F ASSIGN TO MVT-STK
                       organization line sequential
                       file status is file-status.
      *
           SELECT ETAT1 ASSIGN TO wlabel-etat1
                       organization line sequential.
      *
       DATA DIVISION.
       FILE SECTION.
      * vue locale du stock magasin + article (cf RELGC010/RMAC030)
       FD  FARTUSAP
                DATA RECORD FAP-LIGNE.
       01  FAP-LIGNE.
           02 FAP-CLE.
              03 FAP-NMA         PIC 99.
              03 FAP-NARX        PIC X(7).
           02 FAP-QDIS           PIC S9(7)V99.
           02 FILLER             PIC X(18).
      *
      * journal des mouvements de stock (MVTSTK1)
       FD  MVTSTK-F
                DATA RECORD MVK-LIGNE.
       01  MVK-LIGNE.
           02 MVK-DATE           PIC 9(6).
           02 FILLER             PIC X.
           02 MVK-HEURE          PIC 9(6).
           02 FILLER             PIC X.
           02 MVK-NMA            PIC 99.
           02 FILLER             PIC X.
           02 MVK-NAR            PIC X(7).
           02 FILLER             PIC X.
           02 MVK-TYPE           PIC XX.
           02 FILLER             PIC X.
           02 MVK-QTE            PIC S9(7)V99.
           02 FILLER             PIC X.
           02 MVK-SOLDE          PIC S9(7)V99.
           02 FILLER             PIC X.
           02 MVK-SOLCON         PIC X.
           02 FILLER             PIC X.
           02 MVK-DOC            PIC X(15).
           02 FILLER             PIC X.
           02 MVK-PROG           PIC X(10).
      *
       FD  ETAT1
                DATA RECORD LIGNE
                LINAGE IS 64  LINES AT TOP 2.
       01  LIGNE                  PIC X(132).
       01  L1.
           02 LNMA                 PIC 99 blank zero.
           02 FILLER               PIC X(2).
           02 LNAR                 PIC X(7).
           02 FILLER               PIC X(2).
           02 LQSTK                PIC Z(8)9V,99- blank zero.
           02 FILLER               PIC X(2).
           02 LQKDX                PIC Z(8)9V,99- blank zero.
           02 FILLER               PIC X(2).
           02 LECART               PIC Z(8)9V,99- blank zero.
           02 FILLER               PIC X(2).
           02 LLIB                 PIC X(40).
      *
       WORKING-STORAGE SECTION.
       01  wlabel-etat1           pic x(64) value space.
       01  var-name               pic x(64).
       01  var-data               pic x(64).
       01  file-status            PIC XX.
       01  file-status2           PIC XX.
       01  WFIN                   PIC 9 value zero.
           88 FIN-FICHIER         value 1.
       01  WDATEJOUR              PIC 9(6) VALUE ZERO.
       01  WCLE.
           02 WCLE-NMA            PIC 99.
           02 WCLE-NAR            PIC X(7).
       01  WECART                 PIC S9(9)V99.
      *
           copy "../copy/mvtstk.com".
      *
      **** stock FARTUSAP charge dans l'ordre de la cle
       01  WNB-STK                PIC 9(5) VALUE ZERO.
       01  WTSTK.
           02 WTSTK-E OCCURS 1 TO 30000 DEPENDING ON WNB-STK
                       ASCENDING KEY WST-CLE
                       INDEXED BY IX-STK.
              03 WST-CLE.
                 04 WST-NMA       PIC 99.
                 04 WST-NAR       PIC X(7).
              03 WST-QDIS         PIC S9(7)V99.
              03 WST-CUM          PIC S9(9)V99.
              03 WST-VU           PIC 9.
      *
      **** cumuls du journal pour les articles absents de FARTUSAP
       01  WTABS.
           02 WTABS-E OCCURS 2000.
              03 WAB-CLE          PIC X(9).
              03 WAB-CUM          PIC S9(9)V99.
       01  WNB-ABS                PIC 9(4) VALUE ZERO.
       01  WIDX                   PIC 9(5).
       01  WTRV                   PIC 9.
      *
       01  WTOT-STK               PIC 9(5) VALUE ZERO.
       01  WTOT-MVT               PIC 9(7) VALUE ZERO.
       01  WTOT-OUV               PIC 9(5) VALUE ZERO.
       01  WTOT-ECA               PIC 9(5) VALUE ZERO.
       01  WTOT-ABS               PIC 9(5) VALUE ZERO.
      *
       PROCEDURE DIVISION.
      *
      *----------------------------------------------------------------*
      * T10 : chargement du stock, cumul du journal, controle          *
      *----------------------------------------------------------------*
       T10.
           MOVE ZERO TO WFIN WNB-STK WNB-ABS.
           string 'ADLPID' x'00' delimited by size
                  into var-name.
           move space to var-data.
           call 'genvcc' using var-name var-data.
           if var-data(1:6) numeric
              move var-data(1:6) to WDATEJOUR.
           string 'kardc020.'
                  var-data delimited by ' '
                                     into wlabel-etat1.
           OPEN OUTPUT ETAT1.
           MOVE SPACES TO LIGNE.
           MOVE "CONTROLE STOCK FARTUSAP / KARDEX MVTSTK" TO LLIB.
           WRITE LIGNE BEFORE 2.
           OPEN INPUT FARTUSAP.
           IF FILE-STATUS2 NOT = ZERO
              DISPLAY "PAS DE FICHIER FARTUSAP FS " FILE-STATUS2
              MOVE SPACES TO LIGNE
              MOVE "PAS DE FICHIER FARTUSAP" TO LLIB
              WRITE LIGNE BEFORE 1
              CLOSE ETAT1
              STOP RUN
           END-IF.
           PERFORM T20 THRU T20-EXIT UNTIL FIN-FICHIER.
           CLOSE FARTUSAP.
           MOVE ZERO TO WFIN.
           OPEN INPUT MVTSTK-F.
           IF FILE-STATUS = ZERO
              PERFORM T40 THRU T40-EXIT UNTIL FIN-FICHIER
              CLOSE MVTSTK-F
           END-IF.
           IF WNB-STK > ZERO
              PERFORM T60 THRU T60-EXIT
                      VARYING IX-STK FROM 1 BY 1
                      UNTIL IX-STK > WNB-STK
           END-IF.
           PERFORM T80 THRU T80-EXIT
                   VARYING WIDX FROM 1 BY 1 UNTIL WIDX > WNB-ABS.
           MOVE SPACES TO LIGNE.
           WRITE LIGNE BEFORE 1.
           MOVE SPACES TO LIGNE.
           MOVE WTOT-STK TO LQSTK.
           MOVE "TOTAL POSTES DE STOCK CONTROLES" TO LLIB.
           WRITE LIGNE BEFORE 1.
           MOVE SPACES TO LIGNE.
           MOVE WTOT-MVT TO LQSTK.
           MOVE "TOTAL MOUVEMENTS DU JOURNAL" TO LLIB.
           WRITE LIGNE BEFORE 1.
           MOVE SPACES TO LIGNE.
           MOVE WTOT-OUV TO LQSTK.
           MOVE "TOTAL OUVERTURES KARDEX" TO LLIB.
           WRITE LIGNE BEFORE 1.
           MOVE SPACES TO LIGNE.
           MOVE WTOT-ECA TO LQSTK.
           MOVE "TOTAL ECARTS STOCK / KARDEX" TO LLIB.
           WRITE LIGNE BEFORE 1.
           MOVE SPACES TO LIGNE.
           MOVE WTOT-ABS TO LQSTK.
           MOVE "TOTAL ARTICLES ABSENTS DE FARTUSAP" TO LLIB.
           WRITE LIGNE BEFORE 1.
           CLOSE ETAT1.
           IF WTOT-ECA > ZERO OR WTOT-ABS > ZERO
              DISPLAY "GPIWARNING"
              DISPLAY "**ECARTS STOCK / KARDEX : " WTOT-ECA
                      " ABSENTS FARTUSAP : " WTOT-ABS
           END-IF.
           STOP RUN.
      *
      *----------------------------------------------------------------*
      * T20 : chargement de FARTUSAP (ordre de cle) en table           *
      *----------------------------------------------------------------*
       T20.
           READ FARTUSAP NEXT RECORD
                AT END MOVE 1 TO WFIN
                       GO TO T20-EXIT.
           IF WNB-STK = 30000
              DISPLAY "GPIWARNING"
              DISPLAY "**TABLE STOCK PLEINE, RUN ABANDONNE"
              STOP RUN
           END-IF.
           ADD 1 TO WNB-STK.
           MOVE FAP-NMA  TO WST-NMA(WNB-STK).
           MOVE FAP-NARX TO WST-NAR(WNB-STK).
           MOVE FAP-QDIS TO WST-QDIS(WNB-STK).
           MOVE ZERO     TO WST-CUM(WNB-STK) WST-VU(WNB-STK).
       T20-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      * T40 : un mouvement : cumul sur le poste du stock ou sur        *
      *       la table des articles absents de FARTUSAP                *
      *----------------------------------------------------------------*
       T40.
           READ MVTSTK-F NEXT RECORD
                AT END MOVE 1 TO WFIN
                       GO TO T40-EXIT.
           ADD 1 TO WTOT-MVT.
           MOVE MVK-NMA TO WCLE-NMA.
           MOVE MVK-NAR TO WCLE-NAR.
           IF WNB-STK > ZERO
              SEARCH ALL WTSTK-E
                 AT END
                    CONTINUE
                 WHEN WST-CLE(IX-STK) = WCLE
                    ADD MVK-QTE TO WST-CUM(IX-STK)
                    MOVE 1 TO WST-VU(IX-STK)
                    GO TO T40-EXIT
              END-SEARCH
           END-IF.
           MOVE ZERO TO WTRV.
           PERFORM T45 THRU T45-EXIT VARYING WIDX FROM 1 BY 1
                   UNTIL WIDX > WNB-ABS OR WTRV = 1.
           IF WTRV = 1
              GO TO T40-EXIT
           END-IF.
           IF WNB-ABS = 2000
              DISPLAY "GPIWARNING"
              DISPLAY "**TABLE ARTICLES ABSENTS PLEINE, RUN ABANDONNE"
              STOP RUN
           END-IF.
           ADD 1 TO WNB-ABS.
           MOVE WCLE    TO WAB-CLE(WNB-ABS).
           MOVE MVK-QTE TO WAB-CUM(WNB-ABS).
       T40-EXIT.
           EXIT.
      *
       T45.
           IF WAB-CLE(WIDX) = WCLE
              ADD MVK-QTE TO WAB-CUM(WIDX)
              MOVE 1 TO WTRV
           END-IF.
       T45-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      * T60 : controle d'un poste de stock : ouverture kardex si       *
      *       aucun mouvement, sinon comparaison stock / cumul         *
      *----------------------------------------------------------------*
       T60.
           ADD 1 TO WTOT-STK.
           IF WST-VU(IX-STK) = 1
              GO TO T65
           END-IF.
           IF WST-QDIS(IX-STK) = ZERO
              GO TO T60-EXIT
           END-IF.
           MOVE WST-NMA(IX-STK)  TO IMVTSTK-NMA.
           MOVE WST-NAR(IX-STK)  TO IMVTSTK-NAR.
           MOVE 'OU'             TO IMVTSTK-TYPE.
           MOVE WST-QDIS(IX-STK) TO IMVTSTK-QTE IMVTSTK-SOLDE.
           MOVE 'O'              TO IMVTSTK-SOLCON.
           MOVE "OUVERTURE"      TO IMVTSTK-DOC.
           MOVE 'KARDC020'       TO IMVTSTK-PROG.
           CALL "MVTSTK1" USING MVTSTK.
           ADD 1 TO WTOT-OUV.
           MOVE SPACES TO LIGNE.
           MOVE WST-NMA(IX-STK)  TO LNMA.
           MOVE WST-NAR(IX-STK)  TO LNAR.
           MOVE WST-QDIS(IX-STK) TO LQSTK LQKDX.
           MOVE "OUVERTURE KARDEX" TO LLIB.
           WRITE LIGNE BEFORE 1.
           GO TO T60-EXIT.
       T65.
           IF WST-CUM(IX-STK) = WST-QDIS(IX-STK)
              GO TO T60-EXIT
           END-IF.
           ADD 1 TO WTOT-ECA.
           COMPUTE WECART = WST-QDIS(IX-STK) - WST-CUM(IX-STK).
           MOVE SPACES TO LIGNE.
           MOVE WST-NMA(IX-STK)  TO LNMA.
           MOVE WST-NAR(IX-STK)  TO LNAR.
           MOVE WST-QDIS(IX-STK) TO LQSTK.
           MOVE WST-CUM(IX-STK)  TO LQKDX.
           MOVE WECART           TO LECART.
           MOVE "ECART STOCK / KARDEX" TO LLIB.
           WRITE LIGNE BEFORE 1.
       T60-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      * T80 : articles du journal absents de FARTUSAP                  *
      *----------------------------------------------------------------*
       T80.
           IF WAB-CUM(WIDX) = ZERO
              GO TO T80-EXIT
           END-IF.
           ADD 1 TO WTOT-ABS.
           MOVE WAB-CLE(WIDX) TO WCLE.
           MOVE SPACES TO LIGNE.
           MOVE WCLE-NMA      TO LNMA.
           MOVE WCLE-NAR      TO LNAR.
           MOVE WAB-CUM(WIDX) TO LQKDX.
           MOVE "MOUVEMENTS D'UN ARTICLE ABSENT DU STOCK" TO LLIB.
           WRITE LIGNE BEFORE 1.
       T80-EXIT.
           EXIT.
