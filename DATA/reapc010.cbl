      *DD9161 15/10/26 anes Creation - reassort des faces de picking
      *                     depuis la reserve avant chaque vague :
      *                     seuils mini/maxi EMPSEU, repartition
      *                     EMPSTK, charge de la vague PICKPRV,
      *                     missions REAPMIS au format de PICKMIS
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REAPC010.
      *
      ******************************************************************
      * GPICMT    Reassort des faces de picking (run avant chaque vague *
      *           de preparation) :                                     *
      *           - EMPSEU : les seuils mini / maxi de la face de       *
      *             picking par article et l'emplacement de reserve     *
      *           - EMPSTK : la repartition face / reserve du stock     *
      *             (tenue par EMPSTK1 : reception, picking, reassort)  *
      *           - PICKPRV : la charge de la vague par article         *
      *             (ferme + reliquats probables, PICKC030)             *
      *           - REAPATT : les reassorts emis non encore confirmes,  *
      *             comptes en transit vers la face                     *
      *           Une face sous son minimum, ou qui ne couvre pas la    *
      *           charge de la vague, est recomplete jusqu'au maximum   *
      *           (ou jusqu'a la charge si elle le depasse), dans la    *
      *           limite de la reserve.  Les missions partent dans      *
      *           REAPMIS au format de PICKMIS (une mission par zone    *
      *           de reserve, enregistrement Z de controle de flux) et  *
      *           sont gardees dans REAPATTN jusqu'a leur confirmation  *
      *           integree par REAPC020.                                *
      ******************************************************************
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. DPS-4.
       OBJECT-COMPUTER. DPS-4.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPSEU ASSIGN TO EMP-SEU
                       organization line sequential
                       file status is file-status.
      *
           SELECT PICKPRV ASSIGN TO PIC-KPRV
                       organization line sequential
                       file status is file-status2.
      *
           SELECT REAPATT ASSIGN TO REA-PATT
                       organization line sequential
                       file status is file-status3.
      *
           SELECT REAPATTN ASSIGN TO REA-PATTN
                       organization line sequential.
      *
           SELECT EMPSTK-F ASSIGN TO EMP-STK
                       organization indexed
                       access mode dynamic
                       record key ESK-NAR
                       file status is file-status4.
      *
           SELECT EMPLACEM ASSIGN TO EMP-LACEM
                       organization indexed
                       access mode dynamic
                       record key EMP-NAR
                       file status is file-status5.
      *
           SELECT REAPMIS ASSIGN TO REA-PMIS
                       organization line sequential.
      *
           SELECT ETAT1 ASSIGN TO wlabel-etat1
                       organization line sequential.
      *
       DATA DIVISION.
       FILE SECTION.
      * seuils de la face de picking, tenus par le magasin
       FD  EMPSEU
                DATA RECORD SEU-LIGNE.
       01  SEU-LIGNE.
           02 SEU-NAR            PIC X(7).
           02 FILLER             PIC X.
           02 SEU-MIN            PIC 9(6)V99.
           02 FILLER             PIC X.
           02 SEU-MAX            PIC 9(6)V99.
           02 FILLER             PIC X.
           02 SEU-ZRES           PIC X(10).
      *
       FD  PICKPRV
                DATA RECORD PRV-LIGNE.
       01  PRV-LIGNE.
           02 PRV-NAR            PIC X(7).
           02 FILLER             PIC X.
           02 PRV-QTF            PIC 9(7)V99.
           02 FILLER             PIC X.
           02 PRV-QTR            PIC 9(7)V99.
           02 FILLER             PIC X.
           02 PRV-ZONE           PIC X(10).
      *
      * reassorts emis en attente de confirmation (ancien / nouveau)
       FD  REAPATT
                DATA RECORD RAT-LIGNE.
       01  RAT-LIGNE.
           02 RAT-NMIS           PIC 9(7).
           02 FILLER             PIC X.
           02 RAT-NLG            PIC 9(3).
           02 FILLER             PIC X.
           02 RAT-NAR            PIC X(7).
           02 FILLER             PIC X.
           02 RAT-QTE            PIC 9(6)V99.
           02 FILLER             PIC X.
           02 RAT-ZRES           PIC X(10).
           02 FILLER             PIC X.
           02 RAT-DATE           PIC 9(6).
      *
       FD  REAPATTN
                DATA RECORD RAN-LIGNE.
       01  RAN-LIGNE              PIC X(46).
      *
       FD  EMPSTK-F
                DATA RECORD ESK-LIGNE.
       01  ESK-LIGNE.
           02 ESK-NAR            PIC X(7).
           02 ESK-QPIC           PIC S9(7)V99.
           02 ESK-QRES           PIC S9(7)V99.
           02 ESK-DATMAJ         PIC 9(6).
           02 FILLER             PIC X(9).
      *
       FD  EMPLACEM
                DATA RECORD EMP-LIGNE.
       01  EMP-LIGNE.
           02 EMP-NAR            PIC X(7).
           02 EMP-ZONE           PIC X(10).
      *
      * missions de reassort : format de PICKMIS, la ligne porte
      * l'emplacement de reserve a prelever et, sur la zone
      * reservee, la zone de picking a recompleter
       FD  REAPMIS
                DATA RECORD RMS-LIGNE.
       01  RMS-LIGNE.
           02 RMS-TYPE           PIC X.
           02 FILLER             PIC X.
           02 RMS-SUITE          PIC X(48).
       01  RMS-ENT REDEFINES RMS-LIGNE.
           02 FILLER             PIC XX.
           02 RMSE-NMIS          PIC 9(7).
           02 FILLER             PIC X.
           02 RMSE-NCL           PIC 9(6).
           02 FILLER             PIC X(34).
       01  RMS-LIG REDEFINES RMS-LIGNE.
           02 FILLER             PIC XX.
           02 RMSL-NLG           PIC 9(3).
           02 FILLER             PIC X.
           02 RMSL-NAR           PIC X(7).
           02 FILLER             PIC X.
           02 RMSL-QTE           PIC 9(6)V99.
           02 FILLER             PIC X.
           02 RMSL-ZONE          PIC X(10).
           02 FILLER             PIC X.
           02 RMSL-ZDEST         PIC X(10).
           02 FILLER             PIC X(6).
      * enregistrement Z de queue : controle de flux (flowctl1)
       01  RMS-CTL REDEFINES RMS-LIGNE.
           02 FILLER             PIC XX.
           02 RMSZ-FLUX          PIC X(8).
           02 FILLER             PIC X.
           02 RMSZ-SEQ           PIC 9(7).
           02 FILLER             PIC X.
           02 RMSZ-NBENR         PIC 9(7).
           02 FILLER             PIC X(24).
      *
       FD  ETAT1
                DATA RECORD LIGNE
                LINAGE IS 64  LINES AT TOP 2.
       01  LIGNE                  PIC X(132).
       01  L1.
           02 LNMIS                PIC 9(7) blank zero.
           02 FILLER               PIC X(2).
           02 LNAR                 PIC X(7).
           02 FILLER               PIC X(2).
           02 LZRES                PIC X(10).
           02 FILLER               PIC X(2).
           02 LZPIC                PIC X(10).
           02 FILLER               PIC X(2).
           02 LFACE                PIC Z(5)9V,99 blank zero.
           02 FILLER               PIC X(2).
           02 LMIN                 PIC Z(5)9V,99 blank zero.
           02 FILLER               PIC X(2).
           02 LDEM                 PIC Z(5)9V,99 blank zero.
           02 FILLER               PIC X(2).
           02 LRES                 PIC Z(5)9V,99 blank zero.
           02 FILLER               PIC X(2).
           02 LQTE                 PIC Z(5)9V,99 blank zero.
           02 FILLER               PIC X(2).
           02 LLIB                 PIC X(35).
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
       01  WFINS                  PIC 9 value zero.
           88 FIN-EMPSEU          value 1.
       01  WFINP                  PIC 9 value zero.
           88 FIN-PICKPRV         value 1.
       01  WFINA                  PIC 9 value zero.
           88 FIN-REAPATT         value 1.
       01  WSTK-DISPO             PIC 9 VALUE ZERO.
       01  WEMP-DISPO             PIC 9 VALUE ZERO.
       01  WDATEJOUR              PIC 9(6) VALUE ZERO.
      *
      **** seuils de face par article
       01  WTSEU.
           02 WTSEU-E OCCURS 5000.
              03 WSE-NAR          PIC X(7).
              03 WSE-MIN          PIC 9(6)V99.
              03 WSE-MAX          PIC 9(6)V99.
              03 WSE-ZRES         PIC X(10).
       01  WNB-SEU                PIC 9(4) VALUE ZERO.
       01  WIDXS                  PIC 9(4).
      *
      **** charge de la vague par article
       01  WTPRV.
           02 WTPRV-E OCCURS 9000.
              03 WPR-NAR          PIC X(7).
              03 WPR-QTE          PIC 9(7)V99.
       01  WNB-PRV                PIC 9(5) VALUE ZERO.
       01  WIDXP                  PIC 9(5).
      *
      **** reassorts en transit (emis, non confirmes)
       01  WTATT.
           02 WTATT-E OCCURS 5000.
              03 WAT-NAR          PIC X(7).
              03 WAT-QTE          PIC 9(6)V99.
       01  WNB-ATT                PIC 9(4) VALUE ZERO.
       01  WIDXA                  PIC 9(4).
      *
      **** besoins de reassort de la vague
       01  WTBES.
           02 WTBES-E OCCURS 5000.
              03 WBE-NAR          PIC X(7).
              03 WBE-ZRES         PIC X(10).
              03 WBE-ZPIC         PIC X(10).
              03 WBE-FACE         PIC S9(7)V99.
              03 WBE-MIN          PIC 9(6)V99.
              03 WBE-DEM          PIC 9(7)V99.
              03 WBE-RES          PIC S9(7)V99.
              03 WBE-QTE          PIC 9(6)V99.
              03 WBE-MOTIF        PIC 9.
              03 WBE-FAIT         PIC X.
       01  WNB-BES                PIC 9(4) VALUE ZERO.
       01  WIDXB                  PIC 9(4).
       01  WIDXB2                 PIC 9(4).
      *
       01  WTRV                   PIC 9.
       01  WNAR-TRT               PIC X(7).
       01  WZRES-TRT              PIC X(10).
       01  WQPIC                  PIC S9(7)V99.
       01  WQRES                  PIC S9(7)V99.
       01  WTRANS                 PIC 9(7)V99.
       01  WDEM                   PIC 9(7)V99.
       01  WDISP                  PIC S9(7)V99.
       01  WCIBLE                 PIC 9(7)V99.
       01  WBESOIN                PIC S9(7)V99.
       01  WRES-DISP              PIC S9(7)V99.
       01  WMOTIF                 PIC 9.
       01  WNUM-MIS               PIC 9(7) VALUE ZERO.
       01  WNLG                   PIC 9(3).
       01  WNB-FLUX               PIC 9(7) VALUE ZERO.
       01  WTOT-MIS               PIC 9(5) VALUE ZERO.
       01  WTOT-LIG               PIC 9(5) VALUE ZERO.
       01  WTOT-PAR               PIC 9(5) VALUE ZERO.
       01  WTOT-VID               PIC 9(5) VALUE ZERO.
       01  WTOT-SSE               PIC 9(5) VALUE ZERO.
      *
           copy '../copy/flowctl.com'.
      *
       PROCEDURE DIVISION.
      *
      *----------------------------------------------------------------*
      * T10 : chargements, besoins par article, emission               *
      *----------------------------------------------------------------*
       T10.
           MOVE ZERO TO WFINS WFINP WFINA WNB-SEU WNB-PRV WNB-ATT
                        WNB-BES WNUM-MIS WNB-FLUX WTOT-MIS WTOT-LIG
                        WTOT-PAR WTOT-VID WTOT-SSE.
           string 'ADLPID' x'00' delimited by size
                  into var-name.
           move space to var-data.
           call 'genvcc' using var-name var-data.
           if var-data(1:6) numeric
              move var-data(1:6) to WDATEJOUR.
           string 'reapc010.'
                  var-data delimited by ' '
                                     into wlabel-etat1.
           OPEN OUTPUT ETAT1.
           MOVE SPACES TO LIGNE.
           MOVE "REASSORT DES FACES DE PICKING" TO LLIB.
           WRITE LIGNE BEFORE 2.
           OPEN INPUT EMPSEU.
           IF FILE-STATUS NOT = ZERO
              MOVE SPACES TO LIGNE
              MOVE "PAS DE TABLE DES SEUILS EMPSEU" TO LLIB
              WRITE LIGNE BEFORE 1
              CLOSE ETAT1
              STOP RUN
           END-IF.
           PERFORM T20 THRU T20-EXIT.
           PERFORM T22 THRU T22-EXIT UNTIL FIN-EMPSEU.
           CLOSE EMPSEU.
           OPEN INPUT PICKPRV.
           IF FILE-STATUS2 = ZERO
              PERFORM T24 THRU T24-EXIT
              PERFORM T25 THRU T25-EXIT UNTIL FIN-PICKPRV
              CLOSE PICKPRV
           END-IF.
      * les reassorts en attente passent tels quels au nouveau fichier
           OPEN OUTPUT REAPATTN.
           OPEN INPUT REAPATT.
           IF FILE-STATUS3 = ZERO
              PERFORM T26 THRU T26-EXIT
              PERFORM T28 THRU T28-EXIT UNTIL FIN-REAPATT
              CLOSE REAPATT
           END-IF.
           OPEN INPUT EMPSTK-F.
           IF FILE-STATUS4 = ZERO
              MOVE 1 TO WSTK-DISPO
           END-IF.
           OPEN INPUT EMPLACEM.
           IF FILE-STATUS5 = ZERO
              MOVE 1 TO WEMP-DISPO
           END-IF.
           PERFORM T40 THRU T40-EXIT
                   VARYING WIDXS FROM 1 BY 1 UNTIL WIDXS > WNB-SEU.
           PERFORM T50 THRU T50-EXIT
                   VARYING WIDXP FROM 1 BY 1 UNTIL WIDXP > WNB-PRV.
           IF WSTK-DISPO = 1
              CLOSE EMPSTK-F
           END-IF.
           IF WEMP-DISPO = 1
              CLOSE EMPLACEM
           END-IF.
           OPEN OUTPUT REAPMIS.
           PERFORM T60 THRU T60-EXIT
                   VARYING WIDXB FROM 1 BY 1 UNTIL WIDXB > WNB-BES.
      * enregistrement de controle de flux en queue des missions
           INITIALIZE FLOWCTL.
           MOVE 'E'        TO IFLOWCTL-TRT.
           MOVE "REAPMIS " TO IFLOWCTL-FLUX.
           MOVE WDATEJOUR  TO IFLOWCTL-DATE.
           MOVE WNB-FLUX   TO IFLOWCTL-NBENR.
           CALL "flowctl1" USING FLOWCTL.
           MOVE SPACES TO RMS-CTL.
           MOVE 'Z'          TO RMS-CTL(1:1).
           MOVE "REAPMIS "   TO RMSZ-FLUX.
           MOVE OFLOWCTL-SEQ TO RMSZ-SEQ.
           MOVE WNB-FLUX     TO RMSZ-NBENR.
           WRITE RMS-LIGNE FROM RMS-CTL.
           CLOSE REAPMIS REAPATTN.
           PERFORM T90 THRU T90-EXIT.
           CLOSE ETAT1.
           STOP RUN.
      *
      *----------------------------------------------------------------*
      * T20-T28 : seuils, charge de la vague, reassorts en cours       *
      *----------------------------------------------------------------*
       T20.
           READ EMPSEU NEXT RECORD
                AT END MOVE 1 TO WFINS.
       T20-EXIT.
           EXIT.
       T22.
           IF WNB-SEU = 5000
              DISPLAY "GPIWARNING"
              DISPLAY "**TABLE SEUILS PLEINE, RUN ABANDONNE"
              STOP RUN
           END-IF.
           ADD 1 TO WNB-SEU.
           MOVE SEU-NAR  TO WSE-NAR(WNB-SEU).
           MOVE SEU-MIN  TO WSE-MIN(WNB-SEU).
           MOVE SEU-MAX  TO WSE-MAX(WNB-SEU).
           MOVE SEU-ZRES TO WSE-ZRES(WNB-SEU).
           PERFORM T20 THRU T20-EXIT.
       T22-EXIT.
           EXIT.
      *
       T24.
           READ PICKPRV NEXT RECORD
                AT END MOVE 1 TO WFINP.
       T24-EXIT.
           EXIT.
       T25.
           IF WNB-PRV = 9000
              DISPLAY "GPIWARNING"
              DISPLAY "**TABLE CHARGE PLEINE, RUN ABANDONNE"
              STOP RUN
           END-IF.
           ADD 1 TO WNB-PRV.
           MOVE PRV-NAR TO WPR-NAR(WNB-PRV).
           COMPUTE WPR-QTE(WNB-PRV) = PRV-QTF + PRV-QTR.
           PERFORM T24 THRU T24-EXIT.
       T25-EXIT.
           EXIT.
      *
       T26.
           READ REAPATT NEXT RECORD
                AT END MOVE 1 TO WFINA.
       T26-EXIT.
           EXIT.
       T28.
           IF WNB-ATT = 5000
              DISPLAY "GPIWARNING"
              DISPLAY "**TABLE REASSORTS PLEINE, RUN ABANDONNE"
              STOP RUN
           END-IF.
           ADD 1 TO WNB-ATT.
           MOVE RAT-NAR TO WAT-NAR(WNB-ATT).
           MOVE RAT-QTE TO WAT-QTE(WNB-ATT).
           IF RAT-NMIS > WNUM-MIS
              MOVE RAT-NMIS TO WNUM-MIS
           END-IF.
           WRITE RAN-LIGNE FROM RAT-LIGNE.
           PERFORM T26 THRU T26-EXIT.
       T28-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      * T40 : besoin de reassort d'un article a seuils                 *
      *----------------------------------------------------------------*
       T40.
           MOVE WSE-NAR(WIDXS)  TO WNAR-TRT.
           MOVE WSE-ZRES(WIDXS) TO WZRES-TRT.
           PERFORM T70 THRU T70-EXIT.
           COMPUTE WDISP = WQPIC + WTRANS.
           IF WDISP NOT < WSE-MIN(WIDXS) AND WDISP NOT < WDEM
              GO TO T40-EXIT
           END-IF.
           IF WDISP < WSE-MIN(WIDXS)
              MOVE 1 TO WMOTIF
           ELSE
              MOVE 2 TO WMOTIF
           END-IF.
      * cible : le maximum, ou la charge de la vague si plus forte
           MOVE WSE-MAX(WIDXS) TO WCIBLE.
           IF WDEM > WCIBLE
              MOVE WDEM TO WCIBLE
           END-IF.
           COMPUTE WBESOIN = WCIBLE - WDISP.
           IF WBESOIN NOT > ZERO
              GO TO T40-EXIT
           END-IF.
      * la reserve n'est entamee qu'a la confirmation : ce qui est
      * deja en transit n'y est plus disponible
           COMPUTE WRES-DISP = WQRES - WTRANS.
           IF WRES-DISP NOT > ZERO
              ADD 1 TO WTOT-VID
              MOVE SPACES TO LIGNE
              MOVE WNAR-TRT       TO LNAR
              MOVE WZRES-TRT      TO LZRES
              MOVE WQPIC          TO LFACE
              MOVE WSE-MIN(WIDXS) TO LMIN
              MOVE WDEM           TO LDEM
              MOVE "RESERVE VIDE, FACE NON REASSORTIE" TO LLIB
              WRITE LIGNE BEFORE 1
              GO TO T40-EXIT
           END-IF.
           IF WBESOIN > WRES-DISP
              MOVE WRES-DISP TO WBESOIN
              ADD 3 TO WMOTIF
           END-IF.
           IF WNB-BES = 5000
              DISPLAY "GPIWARNING"
              DISPLAY "**TABLE BESOINS PLEINE, RUN ABANDONNE"
              STOP RUN
           END-IF.
           ADD 1 TO WNB-BES.
           MOVE WNAR-TRT       TO WBE-NAR(WNB-BES).
           MOVE WZRES-TRT      TO WBE-ZRES(WNB-BES).
           MOVE "EMPL.?    "   TO WBE-ZPIC(WNB-BES).
           IF WEMP-DISPO = 1
              MOVE WNAR-TRT TO EMP-NAR
              READ EMPLACEM
                   INVALID KEY
                      CONTINUE
                  NOT INVALID KEY
                      MOVE EMP-ZONE TO WBE-ZPIC(WNB-BES)
              END-READ
           END-IF.
           MOVE WQPIC          TO WBE-FACE(WNB-BES).
           MOVE WSE-MIN(WIDXS) TO WBE-MIN(WNB-BES).
           MOVE WDEM           TO WBE-DEM(WNB-BES).
           MOVE WQRES          TO WBE-RES(WNB-BES).
           MOVE WBESOIN        TO WBE-QTE(WNB-BES).
           MOVE WMOTIF         TO WBE-MOTIF(WNB-BES).
           MOVE SPACE          TO WBE-FAIT(WNB-BES).
       T40-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      * T50 : article a preparer sans seuils de face                   *
      *----------------------------------------------------------------*
       T50.
           MOVE ZERO TO WTRV.
           PERFORM T52 THRU T52-EXIT VARYING WIDXS FROM 1 BY 1
                   UNTIL WIDXS > WNB-SEU OR WTRV = 1.
           IF WTRV = 1
              GO TO T50-EXIT
           END-IF.
           MOVE WPR-NAR(WIDXP) TO WNAR-TRT.
           PERFORM T70 THRU T70-EXIT.
           IF WQPIC + WTRANS NOT < WDEM
              GO TO T50-EXIT
           END-IF.
           ADD 1 TO WTOT-SSE.
           MOVE SPACES TO LIGNE.
           MOVE WNAR-TRT TO LNAR.
           MOVE WQPIC    TO LFACE.
           MOVE WDEM     TO LDEM.
           MOVE WQRES    TO LRES.
           MOVE "SANS SEUILS DE FACE (EMPSEU)" TO LLIB.
           WRITE LIGNE BEFORE 1.
       T50-EXIT.
           EXIT.
       T52.
           IF WSE-NAR(WIDXS) = WPR-NAR(WIDXP)
              MOVE 1 TO WTRV
           END-IF.
       T52-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      * T60 : une mission par zone de reserve                          *
      *----------------------------------------------------------------*
       T60.
           IF WBE-FAIT(WIDXB) = 'O'
              GO TO T60-EXIT
           END-IF.
           MOVE WBE-ZRES(WIDXB) TO WZRES-TRT.
           PERFORM T62 THRU T62-EXIT.
           PERFORM T64 THRU T64-EXIT
                   VARYING WIDXB2 FROM WIDXB BY 1
                   UNTIL WIDXB2 > WNB-BES.
       T60-EXIT.
           EXIT.
      *
      * entete de mission
       T62.
           ADD 1 TO WNUM-MIS WTOT-MIS.
           MOVE ZERO TO WNLG.
           MOVE SPACES TO RMS-ENT.
           MOVE 'E'       TO RMS-ENT(1:1).
           MOVE WNUM-MIS  TO RMSE-NMIS.
           MOVE ZERO      TO RMSE-NCL.
           WRITE RMS-LIGNE FROM RMS-ENT.
           ADD 1 TO WNB-FLUX.
       T62-EXIT.
           EXIT.
      *
      * une ligne de reassort de la zone de reserve en cours
       T64.
           IF WBE-FAIT(WIDXB2) = 'O'
              OR WBE-ZRES(WIDXB2) NOT = WZRES-TRT
              GO TO T64-EXIT
           END-IF.
           IF WNLG = 999
              PERFORM T62 THRU T62-EXIT
           END-IF.
           ADD 1 TO WNLG WTOT-LIG.
           MOVE 'O' TO WBE-FAIT(WIDXB2).
           MOVE SPACES TO RMS-LIG.
           MOVE 'L'               TO RMS-LIG(1:1).
           MOVE WNLG              TO RMSL-NLG.
           MOVE WBE-NAR(WIDXB2)   TO RMSL-NAR.
           MOVE WBE-QTE(WIDXB2)   TO RMSL-QTE.
           MOVE WBE-ZRES(WIDXB2)  TO RMSL-ZONE.
           MOVE WBE-ZPIC(WIDXB2)  TO RMSL-ZDEST.
           WRITE RMS-LIGNE FROM RMS-LIG.
           ADD 1 TO WNB-FLUX.
           MOVE SPACES TO RAT-LIGNE.
           MOVE WNUM-MIS          TO RAT-NMIS.
           MOVE WNLG              TO RAT-NLG.
           MOVE WBE-NAR(WIDXB2)   TO RAT-NAR.
           MOVE WBE-QTE(WIDXB2)   TO RAT-QTE.
           MOVE WBE-ZRES(WIDXB2)  TO RAT-ZRES.
           MOVE WDATEJOUR         TO RAT-DATE.
           WRITE RAN-LIGNE FROM RAT-LIGNE.
           MOVE SPACES TO LIGNE.
           MOVE WNUM-MIS          TO LNMIS.
           MOVE WBE-NAR(WIDXB2)   TO LNAR.
           MOVE WBE-ZRES(WIDXB2)  TO LZRES.
           MOVE WBE-ZPIC(WIDXB2)  TO LZPIC.
           MOVE WBE-FACE(WIDXB2)  TO LFACE.
           MOVE WBE-MIN(WIDXB2)   TO LMIN.
           MOVE WBE-DEM(WIDXB2)   TO LDEM.
           MOVE WBE-RES(WIDXB2)   TO LRES.
           MOVE WBE-QTE(WIDXB2)   TO LQTE.
           IF WBE-MOTIF(WIDXB2) = 1
              MOVE "FACE SOUS LE MINIMUM" TO LLIB
           END-IF.
           IF WBE-MOTIF(WIDXB2) = 2
              MOVE "CHARGE DE LA VAGUE NON COUVERTE" TO LLIB
           END-IF.
           IF WBE-MOTIF(WIDXB2) > 2
              ADD 1 TO WTOT-PAR
              MOVE "REASSORT PARTIEL, RESERVE COURTE" TO LLIB
           END-IF.
           WRITE LIGNE BEFORE 1.
       T64-EXIT.
           EXIT.
      *
      * face, reserve, transit et charge de l'article WNAR-TRT
       T70.
           MOVE ZERO TO WQPIC WQRES WTRANS WDEM.
           IF WSTK-DISPO = 1
              MOVE WNAR-TRT TO ESK-NAR
              READ EMPSTK-F
                   INVALID KEY
                      CONTINUE
                  NOT INVALID KEY
                      MOVE ESK-QPIC TO WQPIC
                      MOVE ESK-QRES TO WQRES
              END-READ
           END-IF.
           PERFORM T72 THRU T72-EXIT VARYING WIDXA FROM 1 BY 1
                   UNTIL WIDXA > WNB-ATT.
           MOVE ZERO TO WTRV.
           PERFORM T74 THRU T74-EXIT VARYING WIDXP FROM 1 BY 1
                   UNTIL WIDXP > WNB-PRV OR WTRV = 1.
       T70-EXIT.
           EXIT.
       T72.
           IF WAT-NAR(WIDXA) = WNAR-TRT
              ADD WAT-QTE(WIDXA) TO WTRANS
           END-IF.
       T72-EXIT.
           EXIT.
       T74.
           IF WPR-NAR(WIDXP) = WNAR-TRT
              MOVE 1 TO WTRV
              MOVE WPR-QTE(WIDXP) TO WDEM
           END-IF.
       T74-EXIT.
           EXIT.
      *
       T90.
           MOVE SPACES TO LIGNE.
           WRITE LIGNE BEFORE 1.
           MOVE SPACES TO LIGNE.
           MOVE WTOT-MIS TO LNMIS.
           MOVE "TOTAL MISSIONS DE REASSORT EMISES" TO LLIB.
           WRITE LIGNE BEFORE 1.
           MOVE SPACES TO LIGNE.
           MOVE WTOT-LIG TO LNMIS.
           MOVE "TOTAL LIGNES DE REASSORT" TO LLIB.
           WRITE LIGNE BEFORE 1.
           MOVE SPACES TO LIGNE.
           MOVE WTOT-PAR TO LNMIS.
           MOVE "TOTAL REASSORTS PARTIELS" TO LLIB.
           WRITE LIGNE BEFORE 1.
           MOVE SPACES TO LIGNE.
           MOVE WTOT-VID TO LNMIS.
           MOVE "TOTAL FACES A RESERVE VIDE" TO LLIB.
           WRITE LIGNE BEFORE 1.
           MOVE SPACES TO LIGNE.
           MOVE WTOT-SSE TO LNMIS.
           MOVE "TOTAL ART. SANS SEUILS NON COUVERTS" TO LLIB.
           WRITE LIGNE BEFORE 1.
       T90-EXIT.
           EXIT.
