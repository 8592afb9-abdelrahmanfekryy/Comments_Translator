      *DD9163 15/10/26 anes Creation - tenue de la table des blocages
      *                     qualite QUALBLK (pose, levee), journal
      *                     d'audit QUALJRN, et a la levee liste des
      *                     commandes retenues a relancer (QUALATT)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. QUALC010.
      *
      ******************************************************************
      * GPICMT    Blocages qualite : la qualite pose ou leve un blocage *
      *           par un mouvement QUALMVT :                            *
      *             P pose : article, lot facultatif (blanc = article   *
      *               entier), motif, auteur, date (defaut le jour),    *
      *               libelle ; refusee si le meme blocage est actif    *
      *             L levee : article, lot, motif du blocage actif,     *
      *               auteur, date de levee                             *
      *           La table QUALBLK est reecrite en QUALBLKN (modele     *
      *           ancien/nouveau de RETFC010), les blocages leves y     *
      *           restent avec leur date de levee.  Chaque pose et levee*
      *           est journalisee dans QUALJRN (audit qualite).  A la   *
      *           levee, les commandes retenues pour cet article et ce  *
      *           motif (QUALATT, ecrit par QUALBLK1 a la prise de      *
      *           commande et a l'affectation) sont editees a relancer  *
      *           et sortent de QUALATTN.  Le controle lui-meme est     *
      *           QUALBLK1 (PRCDE060, cged-inte0, CGCD-RELI1, RELGC010, *
      *           LOTDLC1).                                             *
      ******************************************************************
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. DPS-4.
       OBJECT-COMPUTER. DPS-4.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT QUALBLK-F ASSIGN TO QUA-LBLK
                       organization line sequential
                       file status is file-status.
      *
           SELECT QUALBLKN ASSIGN TO QUA-LBLKN
                       organization line sequential.
      *
           SELECT QUALMVT ASSIGN TO QUA-LMVT
                       organization line sequential
                       file status is file-status2.
      *
           SELECT QUALATT ASSIGN TO QUA-LATT
                       organization line sequential
                       file status is file-status3.
      *
           SELECT QUALATTN ASSIGN TO QUA-LATTN
                       organization line sequential.
      *
           SELECT QUALJRN ASSIGN TO QUA-LJRN
                       organization line sequential
                       file status is file-status4.
      *
           SELECT ETAT1 ASSIGN TO wlabel-etat1
                       organization line sequential.
      *
       DATA DIVISION.
       FILE SECTION.
      * table des blocages qualite (structure de QUALBLK1)
       FD  QUALBLK-F
                DATA RECORD QBL-LIGNE.
       01  QBL-LIGNE.
           02 QBL-NAR            PIC X(7).
           02 FILLER             PIC X.
           02 QBL-LOT            PIC X(10).
           02 FILLER             PIC X.
           02 QBL-MOTIF          PIC X(4).
           02 FILLER             PIC X.
           02 QBL-DATDEB         PIC 9(6).
           02 FILLER             PIC X.
           02 QBL-USER           PIC X(8).
           02 FILLER             PIC X.
           02 QBL-DATLEV         PIC 9(6).
           02 FILLER             PIC X.
           02 QBL-USRLEV         PIC X(8).
           02 FILLER             PIC X.
           02 QBL-LIB            PIC X(30).
      *
       FD  QUALBLKN
                DATA RECORD QBN-LIGNE.
       01  QBN-LIGNE              PIC X(86).
      *
      * poses et levees du jour
       FD  QUALMVT
                DATA RECORD QMV-LIGNE.
       01  QMV-LIGNE.
           02 QMV-ACT            PIC X.
           02 FILLER             PIC X.
           02 QMV-NAR            PIC X(7).
           02 FILLER             PIC X.
           02 QMV-LOT            PIC X(10).
           02 FILLER             PIC X.
           02 QMV-MOTIF          PIC X(4).
           02 FILLER             PIC X.
           02 QMV-USER           PIC X(8).
           02 FILLER             PIC X.
           02 QMV-DATE           PIC 9(6).
           02 FILLER             PIC X.
           02 QMV-LIB            PIC X(30).
      *
      * commandes retenues par un blocage (structure de QUALBLK1)
       FD  QUALATT
                DATA RECORD QAT-LIGNE.
       01  QAT-LIGNE.
           02 QAT-NCDE           PIC X(7).
           02 FILLER             PIC X.
           02 QAT-NCL            PIC 9(6).
           02 FILLER             PIC X.
           02 QAT-NAR            PIC X(7).
           02 FILLER             PIC X.
           02 QAT-LOT            PIC X(10).
           02 FILLER             PIC X.
           02 QAT-MOTIF          PIC X(4).
           02 FILLER             PIC X.
           02 QAT-DATE           PIC 9(6).
           02 FILLER             PIC X.
           02 QAT-PROG           PIC X(10).
      *
       FD  QUALATTN
                DATA RECORD QAN-LIGNE.
       01  QAN-LIGNE              PIC X(58).
      *
      * journal d'audit qualite : une ligne par pose ou levee
       FD  QUALJRN
                DATA RECORD QJR-LIGNE.
       01  QJR-LIGNE.
           02 QJR-DATE           PIC 9(6).
           02 FILLER             PIC X.
           02 QJR-HEURE          PIC 9(6).
           02 FILLER             PIC X.
           02 QJR-ACT            PIC X.
           02 FILLER             PIC X.
           02 QJR-NAR            PIC X(7).
           02 FILLER             PIC X.
           02 QJR-LOT            PIC X(10).
           02 FILLER             PIC X.
           02 QJR-MOTIF          PIC X(4).
           02 FILLER             PIC X.
           02 QJR-USER           PIC X(8).
           02 FILLER             PIC X.
           02 QJR-DATEFF         PIC 9(6).
           02 FILLER             PIC X.
           02 QJR-LIB            PIC X(30).
      *
       FD  ETAT1
                DATA RECORD LIGNE
                LINAGE IS 64  LINES AT TOP 2.
       01  LIGNE                  PIC X(132).
       01  L1.
           02 LACT                 PIC X.
           02 FILLER               PIC X(2).
           02 LNAR                 PIC X(7).
           02 FILLER               PIC X(2).
           02 LLOT                 PIC X(10).
           02 FILLER               PIC X(2).
           02 LMOTIF               PIC X(4).
           02 FILLER               PIC X(2).
           02 LUSER                PIC X(8).
           02 FILLER               PIC X(2).
           02 LDATE                PIC 9(6) blank zero.
           02 FILLER               PIC X(2).
           02 LNCDE                PIC X(7).
           02 FILLER               PIC X(2).
           02 LNCL                 PIC 9(6) blank zero.
           02 FILLER               PIC X(2).
           02 LLIB                 PIC X(50).
       01  L2.
           02 FILLER               PIC X(30).
           02 LNB                  PIC ZZZZ9.
           02 FILLER               PIC X(2).
           02 LLIB2                PIC X(50).
      *
       WORKING-STORAGE SECTION.
       01  wlabel-etat1           pic x(64) value space.
       01  var-name               pic x(64).
       01  var-data               pic x(64).
       01  file-status            PIC XX.
       01  file-status2           PIC XX.
       01  file-status3           PIC XX.
       01  file-status4           PIC XX.
       01  WFINB                  PIC 9 value zero.
           88 FIN-QUALBLK         value 1.
       01  WFINM                  PIC 9 value zero.
           88 FIN-QUALMVT         value 1.
       01  WFINA                  PIC 9 value zero.
           88 FIN-QUALATT         value 1.
       01  WDATEJOUR              PIC 9(6) VALUE ZERO.
       01  WHEURE                 PIC 9(8).
       01  WDATE-MVT              PIC 9(6).
      *
      **** table des blocages qualite
       01  WTQB.
           02 WTQB-E OCCURS 3000.
              03 WQB-NAR          PIC X(7).
              03 WQB-LOT          PIC X(10).
              03 WQB-MOTIF        PIC X(4).
              03 WQB-DATDEB       PIC 9(6).
              03 WQB-USER         PIC X(8).
              03 WQB-DATLEV       PIC 9(6).
              03 WQB-USRLEV       PIC X(8).
              03 WQB-LIB          PIC X(30).
       01  WNB-QB                 PIC 9(4) VALUE ZERO.
       01  WIDX                   PIC 9(4).
       01  WPOS                   PIC 9(4).
       01  WTRV                   PIC 9.
      *
      **** commandes retenues ; WQA-LEV = 1 commande relancee par
      **** une levee du jour (ne passe pas dans QUALATTN)
       01  WTQA.
           02 WTQA-E OCCURS 5000.
              03 WQA-LIGNE        PIC X(58).
              03 WQA-LEV          PIC 9.
       01  WNB-QA                 PIC 9(4) VALUE ZERO.
       01  WIDXA                  PIC 9(4).
       01  WIDXB                  PIC 9(4).
      *
       01  WMESS                  PIC X(50).
       01  WTOT-LUS               PIC 9(5) VALUE ZERO.
       01  WTOT-POSE              PIC 9(5) VALUE ZERO.
       01  WTOT-LEVE              PIC 9(5) VALUE ZERO.
       01  WTOT-ANO               PIC 9(5) VALUE ZERO.
       01  WTOT-RELANCE           PIC 9(5) VALUE ZERO.
       01  WTOT-ACTIF             PIC 9(5) VALUE ZERO.
      *
       PROCEDURE DIVISION.
      *
      *----------------------------------------------------------------*
      * T10 : chargements, mouvements du jour, reecritures             *
      *----------------------------------------------------------------*
       T10.
           MOVE ZERO TO WFINB WFINM WFINA WNB-QB WNB-QA WTOT-LUS
                        WTOT-POSE WTOT-LEVE WTOT-ANO WTOT-RELANCE
                        WTOT-ACTIF.
           string 'ADLPID' x'00' delimited by size
                  into var-name.
           move space to var-data.
           call 'genvcc' using var-name var-data.
           if var-data(1:6) numeric
              move var-data(1:6) to WDATEJOUR.
           string 'qualc010.'
                  var-data delimited by ' '
                                     into wlabel-etat1.
           OPEN OUTPUT ETAT1.
           OPEN INPUT QUALBLK-F.
           IF FILE-STATUS = ZERO
              PERFORM T20 THRU T20-EXIT UNTIL FIN-QUALBLK
              CLOSE QUALBLK-F
           END-IF.
           OPEN INPUT QUALATT.
           IF FILE-STATUS3 = ZERO
              PERFORM T25 THRU T25-EXIT UNTIL FIN-QUALATT
              CLOSE QUALATT
           END-IF.
           OPEN INPUT QUALMVT.
           IF FILE-STATUS2 NOT = ZERO
              DISPLAY "PAS DE MOUVEMENT DE BLOCAGE QUALITE"
              CLOSE ETAT1
              STOP RUN
           END-IF.
           OPEN EXTEND QUALJRN.
           IF FILE-STATUS4 NOT = ZERO
              OPEN OUTPUT QUALJRN
           END-IF.
           PERFORM T40 THRU T40-EXIT.
           PERFORM T45 THRU T45-EXIT UNTIL FIN-QUALMVT.
           CLOSE QUALMVT QUALJRN.
           OPEN OUTPUT QUALBLKN.
           PERFORM T80 THRU T80-EXIT
                   VARYING WIDX FROM 1 BY 1 UNTIL WIDX > WNB-QB.
           CLOSE QUALBLKN.
           OPEN OUTPUT QUALATTN.
           PERFORM T85 THRU T85-EXIT
                   VARYING WIDXA FROM 1 BY 1 UNTIL WIDXA > WNB-QA.
           CLOSE QUALATTN.
           PERFORM T90 THRU T90-EXIT.
           CLOSE ETAT1.
           STOP RUN.
      *
      *----------------------------------------------------------------*
      * T20/T25 : blocages et commandes retenues en table              *
      *----------------------------------------------------------------*
       T20.
           READ QUALBLK-F NEXT RECORD
                AT END MOVE 1 TO WFINB
                GO TO T20-EXIT.
           IF WNB-QB NOT < 3000
              DISPLAY "GPIWARNING"
              DISPLAY "**TABLE BLOCAGES QUALITE PLEINE, RUN ABANDONNE"
              STOP RUN
           END-IF.
           ADD 1 TO WNB-QB.
           MOVE QBL-NAR    TO WQB-NAR(WNB-QB).
           MOVE QBL-LOT    TO WQB-LOT(WNB-QB).
           MOVE QBL-MOTIF  TO WQB-MOTIF(WNB-QB).
           MOVE QBL-DATDEB TO WQB-DATDEB(WNB-QB).
           MOVE QBL-USER   TO WQB-USER(WNB-QB).
           MOVE QBL-DATLEV TO WQB-DATLEV(WNB-QB).
           MOVE QBL-USRLEV TO WQB-USRLEV(WNB-QB).
           MOVE QBL-LIB    TO WQB-LIB(WNB-QB).
       T20-EXIT.
           EXIT.
       T25.
           READ QUALATT NEXT RECORD
                AT END MOVE 1 TO WFINA
                GO TO T25-EXIT.
           IF WNB-QA NOT < 5000
              DISPLAY "GPIWARNING"
              DISPLAY "**TABLE COMMANDES RETENUES PLEINE, "
                      "RUN ABANDONNE"
              STOP RUN
           END-IF.
           ADD 1 TO WNB-QA.
           MOVE QAT-LIGNE TO WQA-LIGNE(WNB-QA).
           MOVE ZERO      TO WQA-LEV(WNB-QA).
       T25-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      * T40/T45 : un mouvement du jour                                 *
      *----------------------------------------------------------------*
       T40.
           READ QUALMVT NEXT RECORD
                AT END MOVE 1 TO WFINM.
       T40-EXIT.
           EXIT.
       T45.
           ADD 1 TO WTOT-LUS.
           IF QMV-DATE NUMERIC AND QMV-DATE NOT = ZERO
              MOVE QMV-DATE TO WDATE-MVT
           ELSE
              MOVE WDATEJOUR TO WDATE-MVT
           END-IF.
           MOVE SPACES TO LIGNE.
           MOVE QMV-ACT   TO LACT.
           MOVE QMV-NAR   TO LNAR.
           MOVE QMV-LOT   TO LLOT.
           MOVE QMV-MOTIF TO LMOTIF.
           MOVE QMV-USER  TO LUSER.
           MOVE WDATE-MVT TO LDATE.
           IF QMV-NAR = SPACES OR QMV-MOTIF = SPACES
              MOVE "ARTICLE ET MOTIF OBLIGATOIRES" TO WMESS
              PERFORM T49 THRU T49-EXIT
              GO TO T45F
           END-IF.
      * recherche du meme blocage encore actif (WPOS)
           MOVE ZERO TO WTRV.
           PERFORM T47 VARYING WIDX FROM 1 BY 1
                   UNTIL WIDX > WNB-QB OR WTRV = 1.
           IF QMV-ACT = 'P'
              PERFORM T50 THRU T50-EXIT
              GO TO T45F
           END-IF.
           IF QMV-ACT = 'L'
              PERFORM T60 THRU T60-EXIT
              GO TO T45F
           END-IF.
           MOVE "CODE ACTION INCONNU" TO WMESS.
           PERFORM T49 THRU T49-EXIT.
       T45F.
           PERFORM T40 THRU T40-EXIT.
       T45-EXIT.
           EXIT.
      *
       T47.
           IF WQB-NAR(WIDX) = QMV-NAR
              AND WQB-LOT(WIDX) = QMV-LOT
              AND WQB-MOTIF(WIDX) = QMV-MOTIF
              AND WQB-DATLEV(WIDX) = ZERO
              MOVE 1 TO WTRV
              MOVE WIDX TO WPOS
           END-IF.
      *
      * anomalie : editee avec les references du mouvement
       T49.
           ADD 1 TO WTOT-ANO.
           MOVE WMESS TO LLIB.
           WRITE LIGNE BEFORE 1.
           MOVE SPACES TO LIGNE.
       T49-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      * T50 : pose d'un blocage                                        *
      *----------------------------------------------------------------*
       T50.
           IF WTRV = 1
              MOVE "BLOCAGE DEJA ACTIF, POSE IGNOREE" TO WMESS
              PERFORM T49 THRU T49-EXIT
              GO TO T50-EXIT
           END-IF.
           IF WNB-QB NOT < 3000
              DISPLAY "GPIWARNING"
              DISPLAY "**TABLE BLOCAGES QUALITE PLEINE, RUN ABANDONNE"
              STOP RUN
           END-IF.
           ADD 1 TO WNB-QB.
           MOVE QMV-NAR   TO WQB-NAR(WNB-QB).
           MOVE QMV-LOT   TO WQB-LOT(WNB-QB).
           MOVE QMV-MOTIF TO WQB-MOTIF(WNB-QB).
           MOVE WDATE-MVT TO WQB-DATDEB(WNB-QB).
           MOVE QMV-USER  TO WQB-USER(WNB-QB).
           MOVE ZERO      TO WQB-DATLEV(WNB-QB).
           MOVE SPACES    TO WQB-USRLEV(WNB-QB).
           MOVE QMV-LIB   TO WQB-LIB(WNB-QB).
           ADD 1 TO WTOT-POSE.
           PERFORM T70 THRU T70-EXIT.
           MOVE "BLOCAGE POSE" TO LLIB.
           WRITE LIGNE BEFORE 1.
       T50-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      * T60/T65 : levee d'un blocage, commandes retenues pour cet      *
      *           article et ce motif editees a relancer               *
      *----------------------------------------------------------------*
       T60.
           IF WTRV = ZERO
              MOVE "AUCUN BLOCAGE ACTIF A LEVER" TO WMESS
              PERFORM T49 THRU T49-EXIT
              GO TO T60-EXIT
           END-IF.
           MOVE WDATE-MVT TO WQB-DATLEV(WPOS).
           MOVE QMV-USER  TO WQB-USRLEV(WPOS).
           ADD 1 TO WTOT-LEVE.
           PERFORM T70 THRU T70-EXIT.
           MOVE "BLOCAGE LEVE" TO LLIB.
           WRITE LIGNE BEFORE 1.
           PERFORM T65 THRU T65-EXIT
                   VARYING WIDXA FROM 1 BY 1 UNTIL WIDXA > WNB-QA.
       T60-EXIT.
           EXIT.
      *
       T65.
           MOVE WQA-LIGNE(WIDXA) TO QAT-LIGNE.
           IF WQA-LEV(WIDXA) = 1
              OR QAT-NAR NOT = QMV-NAR
              OR QAT-MOTIF NOT = QMV-MOTIF
              GO TO T65-EXIT
           END-IF.
           MOVE 1 TO WQA-LEV(WIDXA).
           ADD 1 TO WTOT-RELANCE.
           MOVE SPACES TO LIGNE.
           MOVE QAT-NAR   TO LNAR.
           MOVE QAT-LOT   TO LLOT.
           MOVE QAT-MOTIF TO LMOTIF.
           MOVE QAT-DATE  TO LDATE.
           MOVE QAT-NCDE  TO LNCDE.
           MOVE QAT-NCL   TO LNCL.
           STRING "COMMANDE A RELANCER (RETENUE PAR "
                  DELIMITED BY SIZE
                  QAT-PROG DELIMITED BY SPACE
                  ")" DELIMITED BY SIZE INTO LLIB.
           WRITE LIGNE BEFORE 1.
      * la meme commande retenue plusieurs fois n'est editee qu'une fois
           PERFORM T67 THRU T67-EXIT
                   VARYING WIDXB FROM WIDXA BY 1 UNTIL WIDXB > WNB-QA.
       T65-EXIT.
           EXIT.
       T67.
           IF WQA-LIGNE(WIDXB)(1:7) = QAT-NCDE
              AND WQA-LIGNE(WIDXB)(16:7) = QAT-NAR
              AND WQA-LIGNE(WIDXB)(35:4) = QAT-MOTIF
              MOVE 1 TO WQA-LEV(WIDXB)
           END-IF.
       T67-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      * T70 : journal d'audit qualite de la pose ou de la levee        *
      *----------------------------------------------------------------*
       T70.
           ACCEPT WHEURE FROM TIME.
           MOVE SPACES TO QJR-LIGNE.
           MOVE WDATEJOUR    TO QJR-DATE.
           MOVE WHEURE(1:6)  TO QJR-HEURE.
           MOVE QMV-ACT      TO QJR-ACT.
           MOVE QMV-NAR      TO QJR-NAR.
           MOVE QMV-LOT      TO QJR-LOT.
           MOVE QMV-MOTIF    TO QJR-MOTIF.
           MOVE QMV-USER     TO QJR-USER.
           MOVE WDATE-MVT    TO QJR-DATEFF.
           MOVE QMV-LIB      TO QJR-LIB.
           WRITE QJR-LIGNE.
       T70-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      * T80/T85 : reecriture des blocages et des commandes retenues    *
      *----------------------------------------------------------------*
       T80.
           MOVE SPACES TO QBL-LIGNE.
           MOVE WQB-NAR(WIDX)    TO QBL-NAR.
           MOVE WQB-LOT(WIDX)    TO QBL-LOT.
           MOVE WQB-MOTIF(WIDX)  TO QBL-MOTIF.
           MOVE WQB-DATDEB(WIDX) TO QBL-DATDEB.
           MOVE WQB-USER(WIDX)   TO QBL-USER.
           MOVE WQB-DATLEV(WIDX) TO QBL-DATLEV.
           MOVE WQB-USRLEV(WIDX) TO QBL-USRLEV.
           MOVE WQB-LIB(WIDX)    TO QBL-LIB.
           WRITE QBN-LIGNE FROM QBL-LIGNE.
           IF WQB-DATLEV(WIDX) = ZERO
              ADD 1 TO WTOT-ACTIF
           END-IF.
       T80-EXIT.
           EXIT.
       T85.
           IF WQA-LEV(WIDXA) = ZERO
              WRITE QAN-LIGNE FROM WQA-LIGNE(WIDXA)
           END-IF.
       T85-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      * T90 : recapitulatif                                            *
      *----------------------------------------------------------------*
       T90.
           MOVE SPACES TO LIGNE.
           WRITE LIGNE BEFORE 1.
           MOVE SPACES TO LIGNE.
           MOVE WTOT-LUS TO LNB.
           MOVE "TOTAL MOUVEMENTS LUS" TO LLIB2.
           WRITE LIGNE FROM L2 BEFORE 1.
           MOVE SPACES TO L2.
           MOVE WTOT-POSE TO LNB.
           MOVE "TOTAL BLOCAGES POSES" TO LLIB2.
           WRITE LIGNE FROM L2 BEFORE 1.
           MOVE SPACES TO L2.
           MOVE WTOT-LEVE TO LNB.
           MOVE "TOTAL BLOCAGES LEVES" TO LLIB2.
           WRITE LIGNE FROM L2 BEFORE 1.
           MOVE SPACES TO L2.
           MOVE WTOT-ANO TO LNB.
           MOVE "TOTAL MOUVEMENTS REJETES" TO LLIB2.
           WRITE LIGNE FROM L2 BEFORE 1.
           MOVE SPACES TO L2.
           MOVE WTOT-RELANCE TO LNB.
           MOVE "TOTAL COMMANDES A RELANCER" TO LLIB2.
           WRITE LIGNE FROM L2 BEFORE 1.
           MOVE SPACES TO L2.
           MOVE WTOT-ACTIF TO LNB.
           MOVE "TOTAL BLOCAGES ACTIFS" TO LLIB2.
           WRITE LIGNE FROM L2 BEFORE 1.
       T90-EXIT.
           EXIT.
