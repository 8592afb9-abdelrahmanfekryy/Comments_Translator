      *DD9177 15/10/26 anes charge au-dela de demain : prevision
      *                     clients PREVCLI (PREVC010) des HORPIC
      *                     semaines suivantes par semaine et zone
      *DD9161 15/10/26 anes la charge previsionnelle est aussi
      *                     ecrite par article (PICKPRV) pour le
      *                     reassort des faces de picking (REAPC010)
      *DD9138 03/09/26 anes disponibilite d'EMPLACEM testee par top
      *                     d'ouverture et non par le file status
      *                     vivant, qu'un INVALID KEY laissait a 23 :
      *           - EMPLACEM : la zone de prelevement de chaque article *
      *           Edition : lignes et quantites par zone (charge ferme  *
      *           / charge reliquats probables), puis totaux.           *
DD9161*           PICKPRV : la meme charge par article (ferme,          *
DD9161*           probable, zone), base du reassort de la face de       *
DD9161*           picking genere par REAPC010.                          *
DD9177*           Au-dela de demain : la prevision des clients PREVCLI  *
DD9177*           (PREVC010) des HORPIC semaines suivantes (4 par       *
DD9177*           defaut), en lignes et quantites par semaine et zone.  *
      ******************************************************************
      *
       ENVIRONMENT DIVISION.
                       record key EMP-NAR
                       file status is file-status5.
      *
DD9161     SELECT PICKPRV ASSIGN TO PIC-KPRV
DD9161                 organization line sequential.
DD9161*
DD9177     SELECT PREVCLI ASSIGN TO PRE-VCLI
DD9177                 organization line sequential
DD9177                 file status is file-status6.
DD9177*
           SELECT ETAT1 ASSIGN TO wlabel-etat1
                       organization line sequential.
      *
           02 EMP-NAR            PIC X(7).
           02 EMP-ZONE           PIC X(10).
      *
DD9161* prevision par article, relue par le reassort REAPC010
DD9161 FD  PICKPRV
DD9161          DATA RECORD PRV-LIGNE.
DD9161 01  PRV-LIGNE.
DD9161     02 PRV-NAR            PIC X(7).
DD9161     02 FILLER             PIC X.
DD9161     02 PRV-QTF            PIC 9(7)V99.
DD9161     02 FILLER             PIC X.
DD9161     02 PRV-QTR            PIC 9(7)V99.
DD9161     02 FILLER             PIC X.
DD9161     02 PRV-ZONE           PIC X(10).
DD9161*
DD9177* previsions clients par semaine (PREVC010)
DD9177 FD  PREVCLI
DD9177          DATA RECORD PVC-LIGNE.
DD9177 01  PVC-LIGNE.
DD9177     02 PVC-NCL            PIC 9(6).
DD9177     02 FILLER             PIC X.
DD9177     02 PVC-NAR            PIC X(7).
DD9177     02 FILLER             PIC X.
DD9177     02 PVC-SEM            PIC 9(6).
DD9177     02 FILLER             PIC X.
DD9177     02 PVC-QTE            PIC 9(7)V99.
DD9177     02 FILLER             PIC X.
DD9177     02 PVC-QTEPRE         PIC 9(7)V99.
DD9177     02 FILLER             PIC X.
DD9177     02 PVC-DATVER         PIC 9(6).
DD9177     02 FILLER             PIC X.
DD9177     02 PVC-ORIGINE        PIC X(3).
DD9177*
       FD  ETAT1
                DATA RECORD LIGNE
                LINAGE IS 64  LINES AT TOP 2.
       01  file-status3           PIC XX.
       01  file-status4           PIC XX.
       01  file-status5           PIC XX.
DD9177 01  file-status6           PIC XX.
       01  WFINC                  PIC 9 value zero.
           88 FIN-FCOMMAAP        value 1.
       01  WFINL                  PIC 9 value zero.
           88 FIN-RELIQLOG        value 1.
       01  WFINP                  PIC 9 value zero.
           88 FIN-FARTUSAP        value 1.
DD9177 01  WFINV                  PIC 9 value zero.
DD9177     88 FIN-PREVCLI         value 1.
DD9177 01  WDATEJOUR              PIC 9(6) VALUE ZERO.
DD9177 01  WDATW                  PIC 9(6).
DD9177 01  WDATW-X REDEFINES WDATW.
DD9177     02 WDATW-AA            PIC 99.
DD9177     02 WDATW-MM            PIC 99.
DD9177     02 WDATW-JJ            PIC 99.
DD9177 01  WHORPIC                PIC 99 VALUE 4.
      *
      **** commandes a preparer
       01  WTCDE.
       01  WIDXZ                  PIC 9(3).
       01  WPOSZ                  PIC 9(3).
      *
DD9161**** charge par article : ferme et probable
DD9161 01  WTPRV.
DD9161     02 WTPRV-E OCCURS 9000.
DD9161        03 WPR-NAR          PIC X(7).
DD9161        03 WPR-ZONE         PIC X(10).
DD9161        03 WPR-QTF          PIC 9(7)V99.
DD9161        03 WPR-QTR          PIC 9(7)V99.
DD9161 01  WNB-PRV                PIC 9(5) VALUE ZERO.
DD9161 01  WIDXP                  PIC 9(5).
DD9161 01  WPOSP                  PIC 9(5).
DD9161*
DD9177**** charge prevue par les clients au-dela de demain : semaine
DD9177**** (rang 1 a HORPIC a partir du premier lundi apres demain)
DD9177**** et zone
DD9177 01  WTSEM.
DD9177     02 WSE-SEM OCCURS 52   PIC 9(6).
DD9177 01  WTPSZ.
DD9177     02 WTPSZ-E OCCURS 1000.
DD9177        03 WPS-RANG         PIC 99.
DD9177        03 WPS-ZONE         PIC X(10).
DD9177        03 WPS-NB           PIC 9(5).
DD9177        03 WPS-QTE          PIC 9(9)V99.
DD9177 01  WNB-PSZ                PIC 9(4) VALUE ZERO.
DD9177 01  WIDXW                  PIC 9(4).
DD9177 01  WPOSW                  PIC 9(4).
DD9177 01  WRANG                  PIC 99.
DD9177 01  WIDXR                  PIC 99.
DD9177**** numero de jour depuis le 01/01/2000 (un samedi) et jour de
DD9177**** semaine (1 lundi ... 7 dimanche), cf CYCFAC1
DD9177 01  WTCUMJ-V               PIC X(36)
DD9177         VALUE "000031059090120151181212243273304334".
DD9177 01  WTCUMJ REDEFINES WTCUMJ-V.
DD9177     02 WCUMJ               PIC 999 OCCURS 12.
DD9177 01  WSERIE                 PIC 9(6).
DD9177 01  WDOW                   PIC 9.
DD9177 01  WQUOT                  PIC 9(6).
DD9177 01  WRESTE                 PIC 99.
DD9177 01  WNUM                   PIC S9(6).
DD9177 01  WSER-PRM               PIC 9(6).
DD9177 01  WSER-DER               PIC 9(6).
DD9177*
       01  WTRV                   PIC 9.
       01  WNAR-TRT               PIC X(7).
       01  WZONE-TRT              PIC X(10).
       T10.
           MOVE ZERO TO WFINC WFINL WFINR WFINP
                        WNB-CDE WNB-STK WNB-ZON
DD9161                  WNB-PRV
                        WTOT-NBF WTOT-QTF WTOT-NBR WTOT-QTR.
           string 'ADLPID' x'00' delimited by size
                  into var-name.
           move space to var-data.
           call 'genvcc' using var-name var-data.
DD9177     if var-data(1:6) numeric
DD9177        move var-data(1:6) to WDATEJOUR.
           string 'pickc030.'
                  var-data delimited by ' '
                                     into wlabel-etat1.
              DISPLAY "OUVERTURE FCOMMAAP IMPOSSIBLE " FILE-STATUS
              STOP RUN
           END-IF.
DD9177     string 'HORPIC' x'00' delimited by size
DD9177            into var-name.
DD9177     move space to var-data.
DD9177     call 'genvcc' using var-name var-data.
DD9177     if var-data(1:2) numeric and var-data(1:2) not = zero
DD9177        and var-data(1:2) not > 52
DD9177        move var-data(1:2) to WHORPIC.
           PERFORM T20 THRU T20-EXIT.
           PERFORM T22 THRU T22-EXIT UNTIL FIN-FCOMMAAP.
           CLOSE FCOMMAAP.
              PERFORM T47 THRU T47-EXIT UNTIL FIN-RELIQLOG
              CLOSE RELIQLOG
           END-IF.
DD9177* charge prevue par les clients pour les semaines suivantes
DD9177     MOVE ZERO TO WFINV WNB-PSZ.
DD9177     OPEN INPUT PREVCLI.
DD9177     IF FILE-STATUS6 = ZERO
DD9177        PERFORM T70 THRU T70-EXIT
DD9177        PERFORM T71 THRU T71-EXIT
DD9177        PERFORM T72 THRU T72-EXIT UNTIL FIN-PREVCLI
DD9177        CLOSE PREVCLI
DD9177     END-IF.
           IF WEMP-DISPO = 1
              CLOSE EMPLACEM
           END-IF.
           PERFORM T80 THRU T80-EXIT
                   VARYING WIDXZ FROM 1 BY 1 UNTIL WIDXZ > WNB-ZON.
DD9161     OPEN OUTPUT PICKPRV.
DD9161     PERFORM T85 THRU T85-EXIT
DD9161             VARYING WIDXP FROM 1 BY 1 UNTIL WIDXP > WNB-PRV.
DD9161     CLOSE PICKPRV.
           PERFORM T90 THRU T90-EXIT.
DD9177     IF WNB-PSZ NOT = ZERO
DD9177        PERFORM T95 THRU T95-EXIT
DD9177                VARYING WIDXR FROM 1 BY 1 UNTIL WIDXR > WHORPIC
DD9177     END-IF.
           CLOSE ETAT1.
           STOP RUN.
      *
           COMPUTE WQTE-TRT = FJ1QTC - FJ1QTP.
           MOVE 1 TO WNAT.
           PERFORM T60 THRU T60-EXIT.
DD9161     PERFORM T65 THRU T65-EXIT.
       T35F.
           PERFORM T30 THRU T30-EXIT.
       T35-EXIT.
           MOVE RQL-QTR TO WQTE-TRT.
           MOVE 2 TO WNAT.
           PERFORM T60 THRU T60-EXIT.
DD9161     PERFORM T65 THRU T65-EXIT.
       T47F.
           PERFORM T45 THRU T45-EXIT.
       T47-EXIT.
              MOVE 1 TO WTRV
              MOVE WIDXZ TO WPOSZ
           END-IF.
DD9161*
DD9161* cumul de la charge sur l'article, pour le reassort de la face
DD9161 T65.
DD9161     MOVE ZERO TO WTRV.
DD9161     PERFORM T65-CMP VARYING WIDXP FROM 1 BY 1
DD9161             UNTIL WIDXP > WNB-PRV OR WTRV = 1.
DD9161     IF WTRV = ZERO
DD9161        IF WNB-PRV = 9000
DD9161           DISPLAY "GPIWARNING"
DD9161           DISPLAY "**TABLE ARTICLES PLEINE, RUN ABANDONNE"
DD9161           STOP RUN
DD9161        END-IF
DD9161        ADD 1 TO WNB-PRV
DD9161        MOVE WNB-PRV TO WPOSP
DD9161        MOVE WNAR-TRT  TO WPR-NAR(WPOSP)
DD9161        MOVE WZONE-TRT TO WPR-ZONE(WPOSP)
DD9161        MOVE ZERO TO WPR-QTF(WPOSP) WPR-QTR(WPOSP)
DD9161     END-IF.
DD9161     IF WNAT = 1
DD9161        ADD WQTE-TRT TO WPR-QTF(WPOSP)
DD9161     ELSE
DD9161        ADD WQTE-TRT TO WPR-QTR(WPOSP)
DD9161     END-IF.
DD9161 T65-EXIT.
DD9161     EXIT.
DD9161 T65-CMP.
DD9161     IF WPR-NAR(WIDXP) = WNAR-TRT
DD9161        MOVE 1 TO WTRV
DD9161        MOVE WIDXP TO WPOSP
DD9161     END-IF.
DD9177*
DD9177*----------------------------------------------------------------*
DD9177* T70/T72 : prevision client des HORPIC semaines qui suivent     *
DD9177*           demain, par semaine et zone de prelevement           *
DD9177*----------------------------------------------------------------*
DD9177* premier lundi apres demain, lundis des semaines suivies
DD9177 T70.
DD9177     MOVE WDATEJOUR TO WDATW.
DD9177     PERFORM T75 THRU T75-EXIT.
DD9177     COMPUTE WSER-PRM = WSERIE - WDOW + 8.
DD9177     IF WDOW = 7
DD9177        ADD 7 TO WSER-PRM
DD9177     END-IF.
DD9177     COMPUTE WSER-DER = WSER-PRM + ((WHORPIC - 1) * 7).
DD9177     MOVE ZERO TO WTSEM.
DD9177 T70-EXIT.
DD9177     EXIT.
DD9177 T71.
DD9177     READ PREVCLI NEXT RECORD
DD9177          AT END MOVE 1 TO WFINV.
DD9177 T71-EXIT.
DD9177     EXIT.
DD9177 T72.
DD9177     IF PVC-QTE = ZERO OR PVC-SEM NOT NUMERIC
DD9177        GO TO T72F
DD9177     END-IF.
DD9177     MOVE PVC-SEM TO WDATW.
DD9177     PERFORM T75 THRU T75-EXIT.
DD9177     IF WSERIE < WSER-PRM OR WSERIE > WSER-DER
DD9177        GO TO T72F
DD9177     END-IF.
DD9177     COMPUTE WRANG = (WSERIE - WSER-PRM) / 7 + 1.
DD9177     MOVE PVC-SEM TO WSE-SEM(WRANG).
DD9177     MOVE PVC-NAR TO WNAR-TRT.
DD9177     PERFORM T50 THRU T50-EXIT.
DD9177     MOVE ZERO TO WTRV.
DD9177     PERFORM T73 VARYING WIDXW FROM 1 BY 1
DD9177             UNTIL WIDXW > WNB-PSZ OR WTRV = 1.
DD9177     IF WTRV = ZERO
DD9177        IF WNB-PSZ = 1000
DD9177           DISPLAY "GPIWARNING"
DD9177           DISPLAY "**TABLE SEMAINES/ZONES PLEINE, PREVISION "
DD9177                   "TRONQUEE"
DD9177           GO TO T72F
DD9177        END-IF
DD9177        ADD 1 TO WNB-PSZ
DD9177        MOVE WNB-PSZ TO WPOSW
DD9177        MOVE WRANG     TO WPS-RANG(WPOSW)
DD9177        MOVE WZONE-TRT TO WPS-ZONE(WPOSW)
DD9177        MOVE ZERO TO WPS-NB(WPOSW) WPS-QTE(WPOSW)
DD9177     END-IF.
DD9177     ADD 1 TO WPS-NB(WPOSW).
DD9177     ADD PVC-QTE TO WPS-QTE(WPOSW).
DD9177 T72F.
DD9177     PERFORM T71 THRU T71-EXIT.
DD9177 T72-EXIT.
DD9177     EXIT.
DD9177 T73.
DD9177     IF WPS-RANG(WIDXW) = WRANG
DD9177        AND WPS-ZONE(WIDXW) = WZONE-TRT
DD9177        MOVE 1 TO WTRV
DD9177        MOVE WIDXW TO WPOSW
DD9177     END-IF.
DD9177*
DD9177* numero de jour (WSERIE) et jour de semaine (WDOW) de WDATW
DD9177 T75.
DD9177     COMPUTE WQUOT = (WDATW-AA + 3) / 4.
DD9177     COMPUTE WSERIE = WDATW-AA * 365 + WQUOT
DD9177                    + WCUMJ(WDATW-MM) + WDATW-JJ - 1.
DD9177     IF WDATW-MM > 2
DD9177        DIVIDE WDATW-AA BY 4 GIVING WQUOT REMAINDER WRESTE
DD9177        IF WRESTE = ZERO
DD9177           ADD 1 TO WSERIE
DD9177        END-IF
DD9177     END-IF.
DD9177     COMPUTE WNUM = WSERIE + 5.
DD9177     DIVIDE WNUM BY 7 GIVING WQUOT REMAINDER WRESTE.
DD9177     COMPUTE WDOW = WRESTE + 1.
DD9177 T75-EXIT.
DD9177     EXIT.
      *
       T80.
           MOVE SPACES TO LIGNE.
       T80-EXIT.
           EXIT.
      *
DD9161 T85.
DD9161     MOVE SPACES TO PRV-LIGNE.
DD9161     MOVE WPR-NAR(WIDXP)  TO PRV-NAR.
DD9161     MOVE WPR-QTF(WIDXP)  TO PRV-QTF.
DD9161     MOVE WPR-QTR(WIDXP)  TO PRV-QTR.
DD9161     MOVE WPR-ZONE(WIDXP) TO PRV-ZONE.
DD9161     WRITE PRV-LIGNE.
DD9161 T85-EXIT.
DD9161     EXIT.
DD9161*
       T90.
           MOVE SPACES TO LIGNE.
           WRITE LIGNE BEFORE 1.
           WRITE LIGNE BEFORE 1.
       T90-EXIT.
           EXIT.
DD9177*
DD9177* charge prevue par les clients : une semaine, ses zones
DD9177 T95.
DD9177     IF WSE-SEM(WIDXR) = ZERO
DD9177        GO TO T95-EXIT
DD9177     END-IF.
DD9177     MOVE SPACES TO LIGNE.
DD9177     WRITE LIGNE BEFORE 1.
DD9177     MOVE SPACES TO LIGNE.
DD9177     STRING "PREVISION CLIENTS, SEMAINE DU " WSE-SEM(WIDXR)
DD9177            DELIMITED BY SIZE INTO LLIB.
DD9177     WRITE LIGNE BEFORE 1.
DD9177     PERFORM T96 THRU T96-EXIT
DD9177             VARYING WIDXW FROM 1 BY 1 UNTIL WIDXW > WNB-PSZ.
DD9177 T95-EXIT.
DD9177     EXIT.
DD9177 T96.
DD9177     IF WPS-RANG(WIDXW) NOT = WIDXR
DD9177        GO TO T96-EXIT
DD9177     END-IF.
DD9177     MOVE SPACES TO LIGNE.
DD9177     MOVE WPS-ZONE(WIDXW) TO LZONE.
DD9177     MOVE WPS-NB(WIDXW)   TO LNBF.
DD9177     MOVE WPS-QTE(WIDXW)  TO LQTF.
DD9177     MOVE "CHARGE PREVUE PAR LES CLIENTS" TO LLIB.
DD9177     WRITE LIGNE BEFORE 1.
DD9177 T96-EXIT.
DD9177     EXIT.
