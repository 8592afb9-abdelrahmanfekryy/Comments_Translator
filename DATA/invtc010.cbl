      *DD9160 15/10/26 anes frequence de comptage par classe ABC
      *                     valeur (ARTCLAS, CLASC010) : un article
      *                     echu pour sa classe gagne des points de
      *                     priorite ; historique INVTHIS des
      *                     feuilles emises (date du dernier comptage)
      *DD9137 03/09/26 anes table articles pleine : l'enregistrement en
      *                     exces est saute (WPOS a zero) au lieu
      *                     d'etre note sur le dernier article de la
      *           INVTC020 integre.  Un article deja en attente de      *
      *           validation dans le dossier INVTATT n'est pas          *
      *           reprogramme.                                          *
DD9160*           - ARTCLAS : classe ABC valeur (CLASC010) ; un article *
DD9160*             dont le dernier comptage (historique INVTHIS des    *
DD9160*             feuilles emises) depasse FREQA/FREQB/FREQC          *
DD9160*             jours (30/90/180) gagne 30/20/10 points             *
      ******************************************************************
      *
       ENVIRONMENT DIVISION.
           SELECT INVTFEU ASSIGN TO INV-TFEU
                       organization line sequential.
      *
DD9160     SELECT ARTCLAS ASSIGN TO ART-CLAS
DD9160                 organization line sequential
DD9160                 file status is file-status5.
DD9160*
DD9160     SELECT INVTHIS ASSIGN TO INV-THIS
DD9160                 organization line sequential
DD9160                 file status is file-status6.
DD9160*
           SELECT ETAT1 ASSIGN TO wlabel-etat1
                       organization line sequential.
      *
           02 FILLER             PIC X.
           02 FEU-POINTS         PIC 9(5).
      *
DD9160* classes articles (CLASC010) : ABC valeur = frequence
DD9160 FD  ARTCLAS
DD9160          DATA RECORD CLA-LIGNE.
DD9160 01  CLA-LIGNE.
DD9160     02 CLA-NAR            PIC X(7).
DD9160     02 FILLER             PIC X.
DD9160     02 CLA-MOIS           PIC 9(4).
DD9160     02 FILLER             PIC X.
DD9160     02 CLA-CLV            PIC X.
DD9160     02 FILLER             PIC X.
DD9160     02 CLA-CLL            PIC X.
DD9160     02 FILLER             PIC X.
DD9160     02 CLA-CLX            PIC X.
DD9160     02 FILLER             PIC X(25).
DD9160*
DD9160* historique des feuilles emises : date du dernier comptage
DD9160 FD  INVTHIS
DD9160          DATA RECORD HIS-LIGNE.
DD9160 01  HIS-LIGNE.
DD9160     02 HIS-DATE           PIC 9(6).
DD9160     02 FILLER             PIC X.
DD9160     02 HIS-NMA            PIC 99.
DD9160     02 FILLER             PIC X.
DD9160     02 HIS-NAR            PIC X(7).
DD9160*
       FD  ETAT1
                DATA RECORD LIGNE
                LINAGE IS 64  LINES AT TOP 2.
       01  file-status2           PIC XX.
       01  file-status3           PIC XX.
       01  file-status4           PIC XX.
DD9160 01  file-status5           PIC XX.
DD9160 01  file-status6           PIC XX.
       01  WFING                  PIC 9 value zero.
           88 FIN-NGSTOCK         value 1.
       01  WFINC                  PIC 9 value zero.
           88 FIN-FARTUSAP        value 1.
       01  WFINA                  PIC 9 value zero.
           88 FIN-INVTATT         value 1.
DD9160 01  WFINK                  PIC 9 value zero.
DD9160     88 FIN-ARTCLAS         value 1.
DD9160 01  WFINH                  PIC 9 value zero.
DD9160     88 FIN-INVTHIS         value 1.
       01  WNBFEUIL               PIC 9(3) VALUE 50.
       01  WDATEJOUR              PIC 9(6).
DD9160 01  WDATW                  PIC 9(6).
DD9160 01  WDATW-X REDEFINES WDATW.
DD9160     02 WDW-AA              PIC 99.
DD9160     02 WDW-MM              PIC 99.
DD9160     02 WDW-JJ              PIC 99.
DD9160 01  WNUM-JOUR              PIC 9(6).
DD9160 01  WNUM-DER               PIC 9(6).
DD9160 01  WJOURS                 PIC 9(6).
DD9160 01  WFREQA                 PIC 9(3) VALUE 30.
DD9160 01  WFREQB                 PIC 9(3) VALUE 90.
DD9160 01  WFREQC                 PIC 9(3) VALUE 180.
DD9160 01  WFREQ                  PIC 9(3).
      *
      **** points de priorite par article
       01  WTART.
              03 WAR-POINTS       PIC 9(5).
              03 WAR-ATT          PIC X.
              03 WAR-PRIS         PIC X.
DD9160        03 WAR-CLA          PIC X.
DD9160        03 WAR-DER          PIC 9(6).
       01  WNB-ART                PIC 9(5) VALUE ZERO.
       01  WIDX                   PIC 9(5).
       01  WTRV                   PIC 9.
       01  WMAX                   PIC 9(5).
       01  WPOSM                  PIC 9(5).
       01  WTOT-FEU               PIC 9(3) VALUE ZERO.
DD9160 01  WTOT-ECH               PIC 9(5) VALUE ZERO.
      *
       PROCEDURE DIVISION.
      *
           call 'genvcc' using var-name var-data.
           if var-data(1:6) numeric
              move var-data(1:6) to WDATEJOUR.
DD9160     string 'FREQA' x'00' delimited by size
DD9160            into var-name.
DD9160     move space to var-data.
DD9160     call 'genvcc' using var-name var-data.
DD9160     if var-data(1:3) numeric and var-data(1:3) not = zero
DD9160        move var-data(1:3) to WFREQA.
DD9160     string 'FREQB' x'00' delimited by size
DD9160            into var-name.
DD9160     move space to var-data.
DD9160     call 'genvcc' using var-name var-data.
DD9160     if var-data(1:3) numeric and var-data(1:3) not = zero
DD9160        move var-data(1:3) to WFREQB.
DD9160     string 'FREQC' x'00' delimited by size
DD9160            into var-name.
DD9160     move space to var-data.
DD9160     call 'genvcc' using var-name var-data.
DD9160     if var-data(1:3) numeric and var-data(1:3) not = zero
DD9160        move var-data(1:3) to WFREQC.
DD9160     MOVE WDATEJOUR TO WDATW.
DD9160     COMPUTE WNUM-JOUR = WDW-AA * 360 + WDW-MM * 30 + WDW-JJ.
           string 'invtc010.'
                  var-data delimited by ' '
                                     into wlabel-etat1.
              PERFORM T29 THRU T29-EXIT UNTIL FIN-INVTATT
              CLOSE INVTATT
           END-IF.
DD9160* frequence de comptage par classe ABC valeur : l'article
DD9160* dont le dernier comptage depasse FREQA/FREQB/FREQC jours
DD9160* (30/90/180 par defaut) ou jamais compte est echu
DD9160     OPEN INPUT ARTCLAS.
DD9160     IF FILE-STATUS5 = ZERO
DD9160        PERFORM T30 THRU T30-EXIT
DD9160        PERFORM T31 THRU T31-EXIT UNTIL FIN-ARTCLAS
DD9160        CLOSE ARTCLAS
DD9160        OPEN INPUT INVTHIS
DD9160        IF FILE-STATUS6 = ZERO
DD9160           PERFORM T32 THRU T32-EXIT
DD9160           PERFORM T33 THRU T33-EXIT UNTIL FIN-INVTHIS
DD9160           CLOSE INVTHIS
DD9160        END-IF
DD9160        PERFORM T37 THRU T37-EXIT
DD9160                VARYING WPOS FROM 1 BY 1 UNTIL WPOS > WNB-ART
DD9160     END-IF.
           IF WNB-ART = ZERO
              DISPLAY "AUCUN ARTICLE A COMPTER"
              CLOSE ETAT1
              STOP RUN
           END-IF.
           OPEN OUTPUT INVTFEU.
DD9160     OPEN EXTEND INVTHIS.
DD9160     IF FILE-STATUS6 NOT = ZERO
DD9160        OPEN OUTPUT INVTHIS
DD9160     END-IF.
      * les NBFEUIL articles les mieux notes, feuille par magasin
           PERFORM T40 THRU T40-EXIT
                   VARYING WIDXF FROM 1 BY 1
                   UNTIL WIDXF > WNBFEUIL.
           CLOSE INVTFEU FARTUSAP.
DD9160     CLOSE INVTHIS.
           PERFORM T90 THRU T90-EXIT.
           CLOSE ETAT1.
           STOP RUN.
           PERFORM T28 THRU T28-EXIT.
       T29-EXIT.
           EXIT.
DD9160*
DD9160*----------------------------------------------------------------*
DD9160* T30/T31 : classe ABC valeur des articles classes (ARTCLAS)     *
DD9160*----------------------------------------------------------------*
DD9160 T30.
DD9160     READ ARTCLAS NEXT RECORD
DD9160          AT END MOVE 1 TO WFINK.
DD9160 T30-EXIT.
DD9160     EXIT.
DD9160 T31.
DD9160     MOVE CLA-NAR TO WNAR-TRT.
DD9160     MOVE ZERO TO WPTS-TRT.
DD9160     PERFORM T35 THRU T35-EXIT.
DD9160     IF WPOS NOT = ZERO
DD9160        MOVE CLA-CLV TO WAR-CLA(WPOS)
DD9160     END-IF.
DD9160     PERFORM T30 THRU T30-EXIT.
DD9160 T31-EXIT.
DD9160     EXIT.
DD9160*
DD9160*----------------------------------------------------------------*
DD9160* T32/T33 : date du dernier comptage programme (INVTHIS)         *
DD9160*----------------------------------------------------------------*
DD9160 T32.
DD9160     READ INVTHIS NEXT RECORD
DD9160          AT END MOVE 1 TO WFINH.
DD9160 T32-EXIT.
DD9160     EXIT.
DD9160 T33.
DD9160     MOVE HIS-NAR TO WNAR-TRT.
DD9160     MOVE ZERO TO WTRV.
DD9160     PERFORM T35-CMP VARYING WIDX FROM 1 BY 1
DD9160             UNTIL WIDX > WNB-ART OR WTRV = 1.
DD9160     IF WTRV = 1
DD9160        IF HIS-DATE > WAR-DER(WPOS)
DD9160           MOVE HIS-DATE TO WAR-DER(WPOS)
DD9160        END-IF
DD9160     END-IF.
DD9160     PERFORM T32 THRU T32-EXIT.
DD9160 T33-EXIT.
DD9160     EXIT.
DD9160*
DD9160*----------------------------------------------------------------*
DD9160* T37 : article echu pour sa classe : A 30, B 20, C 10           *
DD9160*       points de priorite                                       *
DD9160*----------------------------------------------------------------*
DD9160 T37.
DD9160     IF WAR-CLA(WPOS) = SPACE
DD9160        GO TO T37-EXIT
DD9160     END-IF.
DD9160     MOVE WFREQC TO WFREQ.
DD9160     IF WAR-CLA(WPOS) = 'A'
DD9160        MOVE WFREQA TO WFREQ
DD9160     END-IF.
DD9160     IF WAR-CLA(WPOS) = 'B'
DD9160        MOVE WFREQB TO WFREQ
DD9160     END-IF.
DD9160     IF WAR-DER(WPOS) NOT = ZERO
DD9160        MOVE WAR-DER(WPOS) TO WDATW
DD9160        COMPUTE WNUM-DER = WDW-AA * 360 + WDW-MM * 30 + WDW-JJ
DD9160        IF WNUM-DER NOT < WNUM-JOUR
DD9160           GO TO T37-EXIT
DD9160        END-IF
DD9160        COMPUTE WJOURS = WNUM-JOUR - WNUM-DER
DD9160        IF WJOURS < WFREQ
DD9160           GO TO T37-EXIT
DD9160        END-IF
DD9160     END-IF.
DD9160     ADD 1 TO WTOT-ECH.
DD9160     IF WAR-CLA(WPOS) = 'A'
DD9160        ADD 30 TO WAR-POINTS(WPOS)
DD9160     ELSE
DD9160        IF WAR-CLA(WPOS) = 'B'
DD9160           ADD 20 TO WAR-POINTS(WPOS)
DD9160        ELSE
DD9160           ADD 10 TO WAR-POINTS(WPOS)
DD9160        END-IF
DD9160     END-IF.
DD9160 T37-EXIT.
DD9160     EXIT.
      *
      *----------------------------------------------------------------*
      * T35 : cumul de WPTS-TRT points sur l'article WNAR-TRT          *
              MOVE WNAR-TRT TO WAR-NAR(WPOS)
              MOVE ZERO TO WAR-POINTS(WPOS)
              MOVE SPACE TO WAR-ATT(WPOS) WAR-PRIS(WPOS)
DD9160        MOVE SPACE TO WAR-CLA(WPOS)
DD9160        MOVE ZERO  TO WAR-DER(WPOS)
           END-IF.
           ADD WPTS-TRT TO WAR-POINTS(WPOS).
       T35-EXIT.
              MOVE WAR-POINTS(WPOSM) TO FEU-POINTS
              WRITE FEU-LIGNE
              ADD 1 TO WTOT-FEU
DD9160        MOVE SPACES TO HIS-LIGNE
DD9160        MOVE WDATEJOUR TO HIS-DATE
DD9160        MOVE FAP-NMA   TO HIS-NMA
DD9160        MOVE FAP-NARX  TO HIS-NAR
DD9160        WRITE HIS-LIGNE
              MOVE SPACES TO LIGNE
              MOVE FAP-NMA  TO LNMA
              MOVE FAP-NARX TO LNAR
           MOVE WTOT-FEU TO LPTS.
           MOVE "TOTAL FEUILLES DE COMPTAGE EMISES" TO LLIB.
           WRITE LIGNE BEFORE 1.
DD9160     MOVE SPACES TO LIGNE.
DD9160     MOVE WTOT-ECH TO LPTS.
DD9160     MOVE "TOTAL ARTICLES ECHUS PAR CLASSE ABC" TO LLIB.
DD9160     WRITE LIGNE BEFORE 1.
       T90-EXIT.
           EXIT.
