      *DD9160 15/10/26 anes Creation - proposition d'implantation
      *                     des articles rapides en zone eloignee
      *                     d'apres la classe ABC lignes (ARTCLAS)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLASC020.
      *
      ******************************************************************
      * GPICMT    Proposition d'implantation (slotting) : les articles  *
      *           classes A en frequence de picking (ABC lignes de      *
      *           ARTCLAS, CLASC010) dont l'emplacement EMPLACEM est    *
      *           dans une zone eloignee, et les articles C qui         *
      *           occupent une zone proche.  La proximite des zones est *
      *           donnee par la table ZONECLA (zone, classe de zone A   *
      *           proche / B / C eloignee) tenue par le magasin ; une   *
      *           zone absente de la table est signalee.  Les articles  *
      *           sont edites par nombre de lignes decroissant.         *
      ******************************************************************
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. DPS-4.
       OBJECT-COMPUTER. DPS-4.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARTCLAS ASSIGN TO ART-CLAS
                       organization line sequential
                       file status is file-status.
      *
           SELECT ZONECLA ASSIGN TO ZON-ECLA
                       organization line sequential
                       file status is file-status2.
      *
           SELECT EMPLACEM ASSIGN TO EMP-LACEM
                       organization indexed
                       access mode sequential
                       record key EMP-NAR
                       file status is file-status3.
      *
           SELECT ETAT1 ASSIGN TO wlabel-etat1
                       organization line sequential.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  ARTCLAS
                DATA RECORD CLA-LIGNE.
       01  CLA-LIGNE.
           02 CLA-NAR            PIC X(7).
           02 FILLER             PIC X.
           02 CLA-MOIS           PIC 9(4).
           02 FILLER             PIC X.
           02 CLA-CLV            PIC X.
           02 FILLER             PIC X.
           02 CLA-CLL            PIC X.
           02 FILLER             PIC X.
           02 CLA-CLX            PIC X.
           02 FILLER             PIC X.
           02 CLA-VAL            PIC S9(9)V99.
           02 FILLER             PIC X.
           02 CLA-NBL            PIC 9(6).
           02 FILLER             PIC X(6).
      *
      * classe de proximite des zones de preparation
       FD  ZONECLA
                DATA RECORD ZCL-LIGNE.
       01  ZCL-LIGNE.
           02 ZCL-ZONE           PIC X(10).
           02 FILLER             PIC X.
           02 ZCL-CLASSE         PIC X.
      *
       FD  EMPLACEM
                DATA RECORD EMP-LIGNE.
       01  EMP-LIGNE.
           02 EMP-NAR            PIC X(7).
           02 EMP-ZONE           PIC X(10).
      *
       FD  ETAT1
                DATA RECORD LIGNE
                LINAGE IS 64  LINES AT TOP 2.
       01  LIGNE                  PIC X(132).
       01  L1.
           02 LNAR                 PIC X(7).
           02 FILLER               PIC X(2).
           02 LZONE                PIC X(10).
           02 FILLER               PIC X(2).
           02 LZCLA                PIC X.
           02 FILLER               PIC X(2).
           02 LCLL                 PIC X.
           02 FILLER               PIC X(2).
           02 LNBL                 PIC Z(6)9 blank zero.
           02 FILLER               PIC X(2).
           02 LLIB                 PIC X(45).
      *
       WORKING-STORAGE SECTION.
       01  wlabel-etat1           pic x(64) value space.
       01  var-name               pic x(64).
       01  var-data               pic x(64).
       01  file-status            PIC XX.
       01  file-status2           PIC XX.
       01  file-status3           PIC XX.
       01  WFINA                  PIC 9 value zero.
           88 FIN-ARTCLAS         value 1.
       01  WFINZ                  PIC 9 value zero.
           88 FIN-ZONECLA         value 1.
       01  WFINE                  PIC 9 value zero.
           88 FIN-EMPLACEM        value 1.
      *
      **** classes articles
       01  WTCLA.
           02 WTCLA-E OCCURS 9000.
              03 WCA-NAR          PIC X(7).
              03 WCA-CLL          PIC X.
              03 WCA-NBL          PIC 9(6).
       01  WNB-CLA                PIC 9(5) VALUE ZERO.
       01  WIDXA                  PIC 9(5).
      *
      **** classes de zones
       01  WTZON.
           02 WTZON-E OCCURS 500.
              03 WZO-ZONE         PIC X(10).
              03 WZO-CLASSE       PIC X.
       01  WNB-ZON                PIC 9(3) VALUE ZERO.
       01  WIDXZ                  PIC 9(3).
      *
      **** articles retenus pour l'edition
       01  WTSEL.
           02 WTSEL-E OCCURS 3000.
              03 WSE-NAR          PIC X(7).
              03 WSE-ZONE         PIC X(10).
              03 WSE-ZCLA         PIC X.
              03 WSE-CLL          PIC X.
              03 WSE-NBL          PIC 9(6).
              03 WSE-MOTIF        PIC 9.
              03 WSE-FAIT         PIC X.
       01  WNB-SEL                PIC 9(4) VALUE ZERO.
       01  WIDX                   PIC 9(4).
       01  WPOSM                  PIC 9(4).
       01  WMAX                   PIC 9(6).
       01  WTRV                   PIC 9.
       01  WCLL-TRT               PIC X.
       01  WNBL-TRT               PIC 9(6).
       01  WZCLA-TRT              PIC X.
       01  WMOTIF                 PIC 9.
      *
       01  WTOT-RAP               PIC 9(5) VALUE ZERO.
       01  WTOT-LEN               PIC 9(5) VALUE ZERO.
       01  WTOT-ZNC               PIC 9(5) VALUE ZERO.
      *
       PROCEDURE DIVISION.
      *
      *----------------------------------------------------------------*
      * T10 : chargements, selection, edition par frequence            *
      *----------------------------------------------------------------*
       T10.
           MOVE ZERO TO WFINA WFINZ WFINE WNB-CLA WNB-ZON WNB-SEL.
           string 'ADLPID' x'00' delimited by size
                  into var-name.
           move space to var-data.
           call 'genvcc' using var-name var-data.
           string 'clasc020.'
                  var-data delimited by ' '
                                     into wlabel-etat1.
           OPEN OUTPUT ETAT1.
           MOVE SPACES TO LIGNE.
           MOVE "PROPOSITION D'IMPLANTATION DES ARTICLES" TO LLIB.
           WRITE LIGNE BEFORE 2.
           OPEN INPUT ARTCLAS.
           IF FILE-STATUS NOT = ZERO
              MOVE SPACES TO LIGNE
              MOVE "PAS DE TABLE DES CLASSES ARTCLAS" TO LLIB
              WRITE LIGNE BEFORE 1
              CLOSE ETAT1
              STOP RUN
           END-IF.
           PERFORM T20 THRU T20-EXIT.
           PERFORM T22 THRU T22-EXIT UNTIL FIN-ARTCLAS.
           CLOSE ARTCLAS.
           OPEN INPUT ZONECLA.
           IF FILE-STATUS2 = ZERO
              PERFORM T24 THRU T24-EXIT
              PERFORM T26 THRU T26-EXIT UNTIL FIN-ZONECLA
              CLOSE ZONECLA
           END-IF.
           OPEN INPUT EMPLACEM.
           IF FILE-STATUS3 NOT = ZERO
              DISPLAY "PAS DE FICHIER EMPLACEM FS " FILE-STATUS3
              CLOSE ETAT1
              STOP RUN
           END-IF.
           PERFORM T30 THRU T30-EXIT.
           PERFORM T32 THRU T32-EXIT UNTIL FIN-EMPLACEM.
           CLOSE EMPLACEM.
           PERFORM T50 THRU T50-EXIT
                   VARYING WIDX FROM 1 BY 1 UNTIL WIDX > WNB-SEL.
           MOVE SPACES TO LIGNE.
           WRITE LIGNE BEFORE 1.
           MOVE SPACES TO LIGNE.
           MOVE WTOT-RAP TO LNBL.
           MOVE "TOTAL ARTICLES RAPIDES EN ZONE ELOIGNEE" TO LLIB.
           WRITE LIGNE BEFORE 1.
           MOVE SPACES TO LIGNE.
           MOVE WTOT-LEN TO LNBL.
           MOVE "TOTAL ARTICLES LENTS EN ZONE PROCHE" TO LLIB.
           WRITE LIGNE BEFORE 1.
           MOVE SPACES TO LIGNE.
           MOVE WTOT-ZNC TO LNBL.
           MOVE "TOTAL ARTICLES RAPIDES EN ZONE NON CLASSEE" TO LLIB.
           WRITE LIGNE BEFORE 1.
           CLOSE ETAT1.
           STOP RUN.
      *
      *----------------------------------------------------------------*
      * T20/T22 : classes articles ; T24/T26 : classes de zones        *
      *----------------------------------------------------------------*
       T20.
           READ ARTCLAS NEXT RECORD
                AT END MOVE 1 TO WFINA.
       T20-EXIT.
           EXIT.
       T22.
           IF WNB-CLA = 9000
              DISPLAY "GPIWARNING"
              DISPLAY "**TABLE CLASSES PLEINE, RUN ABANDONNE"
              STOP RUN
           END-IF.
           ADD 1 TO WNB-CLA.
           MOVE CLA-NAR TO WCA-NAR(WNB-CLA).
           MOVE CLA-CLL TO WCA-CLL(WNB-CLA).
           MOVE CLA-NBL TO WCA-NBL(WNB-CLA).
           PERFORM T20 THRU T20-EXIT.
       T22-EXIT.
           EXIT.
      *
       T24.
           READ ZONECLA NEXT RECORD
                AT END MOVE 1 TO WFINZ.
       T24-EXIT.
           EXIT.
       T26.
           IF WNB-ZON < 500
              ADD 1 TO WNB-ZON
              MOVE ZCL-ZONE   TO WZO-ZONE(WNB-ZON)
              MOVE ZCL-CLASSE TO WZO-CLASSE(WNB-ZON)
           END-IF.
           PERFORM T24 THRU T24-EXIT.
       T26-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      * T30/T32 : emplacements : article a deplacer retenu             *
      *----------------------------------------------------------------*
       T30.
           READ EMPLACEM NEXT RECORD
                AT END MOVE 1 TO WFINE.
       T30-EXIT.
           EXIT.
       T32.
      * classe de frequence de l'article
           MOVE ZERO TO WTRV.
           PERFORM T34 THRU T34-EXIT VARYING WIDXA FROM 1 BY 1
                   UNTIL WIDXA > WNB-CLA OR WTRV = 1.
           IF WTRV = ZERO
              GO TO T32F
           END-IF.
      * classe de la zone, blanc si absente de ZONECLA
           MOVE SPACE TO WZCLA-TRT.
           MOVE ZERO TO WTRV.
           PERFORM T36 THRU T36-EXIT VARYING WIDXZ FROM 1 BY 1
                   UNTIL WIDXZ > WNB-ZON OR WTRV = 1.
           MOVE ZERO TO WMOTIF.
           IF WCLL-TRT = 'A'
              IF WZCLA-TRT = SPACE
                 MOVE 3 TO WMOTIF
                 ADD 1 TO WTOT-ZNC
              ELSE
                 IF WZCLA-TRT NOT = 'A'
                    MOVE 1 TO WMOTIF
                    ADD 1 TO WTOT-RAP
                 END-IF
              END-IF
           END-IF.
           IF WCLL-TRT = 'C' AND WZCLA-TRT = 'A'
              MOVE 2 TO WMOTIF
              ADD 1 TO WTOT-LEN
           END-IF.
           IF WMOTIF = ZERO
              GO TO T32F
           END-IF.
           IF WNB-SEL = 3000
              DISPLAY "GPIWARNING"
              DISPLAY "**TABLE PROPOSITIONS PLEINE, RUN ABANDONNE"
              STOP RUN
           END-IF.
           ADD 1 TO WNB-SEL.
           MOVE EMP-NAR   TO WSE-NAR(WNB-SEL).
           MOVE EMP-ZONE  TO WSE-ZONE(WNB-SEL).
           MOVE WZCLA-TRT TO WSE-ZCLA(WNB-SEL).
           MOVE WCLL-TRT  TO WSE-CLL(WNB-SEL).
           MOVE WNBL-TRT  TO WSE-NBL(WNB-SEL).
           MOVE WMOTIF    TO WSE-MOTIF(WNB-SEL).
           MOVE SPACE     TO WSE-FAIT(WNB-SEL).
       T32F.
           PERFORM T30 THRU T30-EXIT.
       T32-EXIT.
           EXIT.
       T34.
           IF WCA-NAR(WIDXA) = EMP-NAR
              MOVE 1 TO WTRV
              MOVE WCA-CLL(WIDXA) TO WCLL-TRT
              MOVE WCA-NBL(WIDXA) TO WNBL-TRT
           END-IF.
       T34-EXIT.
           EXIT.
       T36.
           IF WZO-ZONE(WIDXZ) = EMP-ZONE
              MOVE 1 TO WTRV
              MOVE WZO-CLASSE(WIDXZ) TO WZCLA-TRT
           END-IF.
       T36-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      * T50 : article retenu de plus forte frequence non edite         *
      *----------------------------------------------------------------*
       T50.
           MOVE ZERO TO WMAX WPOSM.
           PERFORM T52 THRU T52-EXIT VARYING WIDXA FROM 1 BY 1
                   UNTIL WIDXA > WNB-SEL.
           IF WPOSM = ZERO
              GO TO T50-EXIT
           END-IF.
           MOVE 'O' TO WSE-FAIT(WPOSM).
           MOVE SPACES TO LIGNE.
           MOVE WSE-NAR(WPOSM)  TO LNAR.
           MOVE WSE-ZONE(WPOSM) TO LZONE.
           MOVE WSE-ZCLA(WPOSM) TO LZCLA.
           MOVE WSE-CLL(WPOSM)  TO LCLL.
           MOVE WSE-NBL(WPOSM)  TO LNBL.
           IF WSE-MOTIF(WPOSM) = 1
              MOVE "RAPIDE EN ZONE ELOIGNEE - A RAPPROCHER" TO LLIB
           END-IF.
           IF WSE-MOTIF(WPOSM) = 2
              MOVE "LENT EN ZONE PROCHE - A LIBERER" TO LLIB
           END-IF.
           IF WSE-MOTIF(WPOSM) = 3
              MOVE "RAPIDE EN ZONE NON CLASSEE (ZONECLA)" TO LLIB
           END-IF.
           WRITE LIGNE BEFORE 1.
       T50-EXIT.
           EXIT.
       T52.
           IF WSE-FAIT(WIDXA) NOT = 'O'
              AND WSE-NBL(WIDXA) NOT < WMAX
              MOVE WSE-NBL(WIDXA) TO WMAX
              MOVE WIDXA TO WPOSM
           END-IF.
       T52-EXIT.
           EXIT.
