      *DD9152 15/10/26 anes Creation - integration des retours de
      *                     statut de la PDP sur les transmissions
      *                     e-reporting de FACTC245, sur le modele de
      *                     CHORC010 : suivi par transmission,
      *                     controle de flux du nombre d'enregistrements
      *                     recus, alerte des rejets
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EREPC010.
      *
      ******************************************************************
      * GPICMT    Suivi des transmissions e-reporting a la PDP :        *
      *           - EREMST (ancien) : le suivi par transmission (statut *
      *             D = deposee, A = acceptee, R = rejetee, P =         *
      *             acceptee partiellement), reecrit en EREMSTN         *
      *           - EREPORT : la transmission du jour (sortie FACTC245) *
      *             ; son enregistrement ZC la fait entrer en suivi     *
      *             statut D avec le nombre d'enregistrements emis      *
      *           - ERERET : les retours de la PDP.  Sans reference     *
      *             (ERT-REF a blanc) : statut de la transmission et    *
      *             nombre d'enregistrements recus par la PDP, controle *
      *             contre le nombre emis par flowctl1.  Avec reference *
      *             : rejet d'un enregistrement (facture ou agregat),   *
      *             liste a corriger et transmission en P               *
      *           Chaque retour est journalise dans EREHIST             *
      *           (historique permanent).  Rejet, ecart de comptage ou  *
      *           transmission sans nouvelle au-dela de NBJERP jours    *
      *           (parametre, 3 par defaut) = alerte NOTIF severite 1 : *
      *           une transmission manquante est passible d'amende.     *
      *           Les transmissions acceptees depuis plus de NBJERP     *
      *           jours sortent du suivi.                               *
      ******************************************************************
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. DPS-4.
       OBJECT-COMPUTER. DPS-4.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EREMST ASSIGN TO ERE-MST
                       organization line sequential
                       file status is file-status.
      *
           SELECT EREPORT ASSIGN TO ERE-PORT
                       organization line sequential
                       file status is file-status2.
      *
           SELECT ERERET ASSIGN TO ERE-RET
                       organization line sequential
                       file status is file-status3.
      *
           SELECT EREMSTN ASSIGN TO ERE-MSTN
                       organization line sequential.
      *
           SELECT EREHIST ASSIGN TO ERE-HIST
                       organization line sequential
                       file status is file-status4.
      *
           SELECT ETAT1 ASSIGN TO wlabel-etat1
                       organization line sequential.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  EREMST
                DATA RECORD ERM-LIGNE.
       01  ERM-LIGNE.
           02 ERM-SEQ            PIC 9(7).
           02 FILLER             PIC X.
           02 ERM-DATDEP         PIC 9(6).
           02 FILLER             PIC X.
           02 ERM-NBENR          PIC 9(7).
           02 FILLER             PIC X.
           02 ERM-STATUT         PIC X.
           02 FILLER             PIC X.
           02 ERM-DATSTA         PIC 9(6).
           02 FILLER             PIC X.
           02 ERM-MOTIF          PIC X(6).
           02 FILLER             PIC X.
           02 ERM-LIB            PIC X(30).
      *
      * vue locale du flux EREPORT de FACTC245 : seul l'enregistrement
      * ZC de queue est lu
       FD  EREPORT
                DATA RECORD ERP-LIGNE.
       01  ERP-LIGNE.
           02 ERP-TYPE           PIC XX.
           02 FILLER             PIC X.
           02 ERP-Z-FLUX         PIC X(8).
           02 FILLER             PIC X.
           02 ERP-Z-SEQ          PIC 9(7).
           02 FILLER             PIC X.
           02 ERP-Z-NBENR        PIC 9(7).
           02 FILLER             PIC X(73).
      *
       FD  ERERET
                DATA RECORD ERT-LIGNE.
       01  ERT-LIGNE.
           02 ERT-SEQ            PIC 9(7).
           02 FILLER             PIC X.
           02 ERT-STATUT         PIC X.
           02 FILLER             PIC X.
           02 ERT-DATE           PIC 9(6).
           02 FILLER             PIC X.
           02 ERT-NBREC          PIC 9(7).
           02 FILLER             PIC X.
           02 ERT-REF            PIC X(20).
           02 FILLER             PIC X.
           02 ERT-MOTIF          PIC X(6).
           02 FILLER             PIC X.
           02 ERT-LIB            PIC X(30).
      *
       FD  EREMSTN
                DATA RECORD ERN-LIGNE.
       01  ERN-LIGNE.
           02 ERN-SEQ            PIC 9(7).
           02 FILLER             PIC X.
           02 ERN-DATDEP         PIC 9(6).
           02 FILLER             PIC X.
           02 ERN-NBENR          PIC 9(7).
           02 FILLER             PIC X.
           02 ERN-STATUT         PIC X.
           02 FILLER             PIC X.
           02 ERN-DATSTA         PIC 9(6).
           02 FILLER             PIC X.
           02 ERN-MOTIF          PIC X(6).
           02 FILLER             PIC X.
           02 ERN-LIB            PIC X(30).
      *
      * historique permanent des retours
       FD  EREHIST
                DATA RECORD ERH-LIGNE.
       01  ERH-LIGNE.
           02 ERH-SEQ            PIC 9(7).
           02 FILLER             PIC X.
           02 ERH-STATUT         PIC X.
           02 FILLER             PIC X.
           02 ERH-DATE           PIC 9(6).
           02 FILLER             PIC X.
           02 ERH-REF            PIC X(20).
           02 FILLER             PIC X.
           02 ERH-MOTIF          PIC X(6).
           02 FILLER             PIC X.
           02 ERH-LIB            PIC X(30).
      *
       FD  ETAT1
                DATA RECORD LIGNE
                LINAGE IS 64  LINES AT TOP 2.
       01  LIGNE                  PIC X(132).
       01  L1.
           02 LSEQ                 PIC 9(7) blank zero.
           02 FILLER               PIC X(2).
           02 LDATDEP              PIC 9(6) blank zero.
           02 FILLER               PIC X(2).
           02 LSTA                 PIC X.
           02 FILLER               PIC X(2).
           02 LREF                 PIC X(20).
           02 FILLER               PIC X(2).
           02 LMOTIF               PIC X(6).
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
       01  file-status4           PIC XX.
       01  WFINS                  PIC 9 value zero.
           88 FIN-EREMST          value 1.
       01  WFINU                  PIC 9 value zero.
           88 FIN-EREPORT         value 1.
       01  WFINR                  PIC 9 value zero.
           88 FIN-ERERET          value 1.
       01  WNBJERP                PIC 9(3) VALUE 3.
       01  WDATEJOUR              PIC 9(6).
       01  WJOUR-NUM              PIC S9(7).
       01  WDAT-NUM               PIC S9(7).
       01  WDATW                  PIC 9(6).
       01  WDATW-X REDEFINES WDATW.
           02 WDATW-AA            PIC 99.
           02 WDATW-MM            PIC 99.
           02 WDATW-JJ            PIC 99.
      *
      **** suivi en table : ancien master + transmission du jour, mis
      **** a jour par les retours du jour, reecrit en fin de run
       01  WTSUI.
           02 WTSUI-E OCCURS 2000.
              03 WTS-SEQ          PIC 9(7).
              03 WTS-DATDEP       PIC 9(6).
              03 WTS-NBENR        PIC 9(7).
              03 WTS-STATUT       PIC X.
              03 WTS-DATSTA       PIC 9(6).
              03 WTS-MOTIF        PIC X(6).
              03 WTS-LIB          PIC X(30).
       01  WNB-SUI                PIC 9(5) VALUE ZERO.
       01  WIDX                   PIC 9(5).
       01  WTROUVE                PIC 9.
           88 SUIVI-TROUVE        VALUE 1.
       01  WCLE-SEQ               PIC 9(7).
      *
       01  WTOT-DEP               PIC 9(5) VALUE ZERO.
       01  WTOT-REJ               PIC 9(5) VALUE ZERO.
       01  WTOT-ENR               PIC 9(5) VALUE ZERO.
       01  WTOT-ECA               PIC 9(5) VALUE ZERO.
       01  WTOT-MAJ               PIC 9(5) VALUE ZERO.
       01  WTOT-INC               PIC 9(5) VALUE ZERO.
       01  WTOT-REL               PIC 9(5) VALUE ZERO.
       01  WTOT-PUR               PIC 9(5) VALUE ZERO.
      *
           copy '../copy/notif.com'.
           copy '../copy/flowctl.com'.
      *
       PROCEDURE DIVISION.
      *
      *----------------------------------------------------------------*
      * T10 : chargement du suivi, entree de la transmission du jour,  *
      *       application des retours, reecriture + liste de travail   *
      *----------------------------------------------------------------*
       T10.
           MOVE ZERO TO WFINS WFINU WFINR WNB-SUI WTOT-DEP WTOT-REJ
                        WTOT-ENR WTOT-ECA WTOT-MAJ WTOT-INC WTOT-REL
                        WTOT-PUR.
           string 'NBJERP' x'00' delimited by size
                  into var-name.
           move space to var-data.
           call 'genvcc' using var-name var-data.
           if var-data(1:3) numeric and var-data(1:3) not = zero
              move var-data(1:3) to WNBJERP.
           string 'ADLPID' x'00' delimited by size
                  into var-name.
           move space to var-data.
           call 'genvcc' using var-name var-data.
           if var-data(1:6) numeric
              move var-data(1:6) to WDATEJOUR.
           MOVE WDATEJOUR TO WDATW.
           COMPUTE WJOUR-NUM = WDATW-AA * 360 + WDATW-MM * 30
                                              + WDATW-JJ.
           string 'erepc010.'
                  var-data delimited by ' '
                                     into wlabel-etat1.
           OPEN OUTPUT ETAT1.
           OPEN EXTEND EREHIST.
           IF FILE-STATUS4 NOT = ZERO
              OPEN OUTPUT EREHIST
           END-IF.
           OPEN INPUT EREMST.
           IF FILE-STATUS = ZERO
              PERFORM T20 THRU T20-EXIT
              PERFORM T25 THRU T25-EXIT UNTIL FIN-EREMST
              CLOSE EREMST
           END-IF.
           OPEN INPUT EREPORT.
           IF FILE-STATUS2 = ZERO
              PERFORM T30 THRU T30-EXIT
              PERFORM T35 THRU T35-EXIT UNTIL FIN-EREPORT
              CLOSE EREPORT
           END-IF.
           OPEN INPUT ERERET.
           IF FILE-STATUS3 = ZERO
              PERFORM T40 THRU T40-EXIT
              PERFORM T45 THRU T45-EXIT UNTIL FIN-ERERET
              CLOSE ERERET
           END-IF.
           OPEN OUTPUT EREMSTN.
           PERFORM T60 THRU T60-EXIT
                   VARYING WIDX FROM 1 BY 1 UNTIL WIDX > WNB-SUI.
           CLOSE EREMSTN EREHIST.
           PERFORM T90 THRU T90-EXIT.
           CLOSE ETAT1.
           STOP RUN.
      *
      *----------------------------------------------------------------*
      * T20/T25 : chargement de l'ancien suivi en table                *
      *----------------------------------------------------------------*
       T20.
           READ EREMST NEXT RECORD
                AT END MOVE 1 TO WFINS.
       T20-EXIT.
           EXIT.
       T25.
           IF WNB-SUI < 2000
              ADD 1 TO WNB-SUI
              MOVE ERM-SEQ    TO WTS-SEQ(WNB-SUI)
              MOVE ERM-DATDEP TO WTS-DATDEP(WNB-SUI)
              MOVE ERM-NBENR  TO WTS-NBENR(WNB-SUI)
              MOVE ERM-STATUT TO WTS-STATUT(WNB-SUI)
              MOVE ERM-DATSTA TO WTS-DATSTA(WNB-SUI)
              MOVE ERM-MOTIF  TO WTS-MOTIF(WNB-SUI)
              MOVE ERM-LIB    TO WTS-LIB(WNB-SUI)
           ELSE
              DISPLAY "GPIWARNING"
              DISPLAY "**TABLE SUIVI E-REPORTING PLEINE, RUN ABANDONNE"
              STOP RUN
           END-IF.
           PERFORM T20 THRU T20-EXIT.
       T25-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      * T30/T35 : la transmission du jour (enregistrement ZC du flux   *
      *           FACTC245) entre en suivi statut D + historique       *
      *----------------------------------------------------------------*
       T30.
           READ EREPORT NEXT RECORD
                AT END MOVE 1 TO WFINU.
       T30-EXIT.
           EXIT.
       T35.
           IF ERP-TYPE NOT = "ZC"
              GO TO T35F
           END-IF.
           MOVE ERP-Z-SEQ TO WCLE-SEQ.
           PERFORM T50 THRU T50-EXIT.
           IF NOT SUIVI-TROUVE
              IF WNB-SUI NOT < 2000
                 DISPLAY "GPIWARNING"
                 DISPLAY "**TABLE SUIVI E-REPORTING PLEINE, "
                         "RUN ABANDONNE"
                 STOP RUN
              END-IF
              ADD 1 TO WNB-SUI WTOT-DEP
              MOVE ERP-Z-SEQ   TO WTS-SEQ(WNB-SUI)
              MOVE WDATEJOUR   TO WTS-DATDEP(WNB-SUI)
              MOVE ERP-Z-NBENR TO WTS-NBENR(WNB-SUI)
              MOVE 'D'         TO WTS-STATUT(WNB-SUI)
              MOVE WDATEJOUR   TO WTS-DATSTA(WNB-SUI)
              MOVE SPACES      TO WTS-MOTIF(WNB-SUI)
              MOVE SPACES      TO WTS-LIB(WNB-SUI)
              MOVE SPACES TO ERH-LIGNE
              MOVE ERP-Z-SEQ TO ERH-SEQ
              MOVE 'D'       TO ERH-STATUT
              MOVE WDATEJOUR TO ERH-DATE
              MOVE SPACES    TO ERH-REF ERH-MOTIF ERH-LIB
              WRITE ERH-LIGNE
           END-IF.
       T35F.
           PERFORM T30 THRU T30-EXIT.
       T35-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      * T40/T45 : application des retours + historique ; un rejet      *
      *           ou un ecart de comptage part en alerte NOTIF         *
      *----------------------------------------------------------------*
       T40.
           READ ERERET NEXT RECORD
                AT END MOVE 1 TO WFINR.
       T40-EXIT.
           EXIT.
       T45.
           MOVE ERT-SEQ TO WCLE-SEQ.
           PERFORM T50 THRU T50-EXIT.
           IF NOT SUIVI-TROUVE
              ADD 1 TO WTOT-INC
              MOVE SPACES TO LIGNE
              MOVE ERT-SEQ    TO LSEQ
              MOVE ERT-STATUT TO LSTA
              MOVE ERT-REF    TO LREF
              MOVE ERT-MOTIF  TO LMOTIF
              MOVE "RETOUR SUR TRANSMISSION INCONNUE DU SUIVI" TO LLIB
              WRITE LIGNE BEFORE 1
              GO TO T45F
           END-IF.
           MOVE SPACES TO ERH-LIGNE.
           MOVE ERT-SEQ    TO ERH-SEQ.
           MOVE ERT-STATUT TO ERH-STATUT.
           MOVE ERT-DATE   TO ERH-DATE.
           MOVE ERT-REF    TO ERH-REF.
           MOVE ERT-MOTIF  TO ERH-MOTIF.
           MOVE ERT-LIB    TO ERH-LIB.
           WRITE ERH-LIGNE.
           ADD 1 TO WTOT-MAJ.
           IF ERT-REF NOT = SPACES
              PERFORM T47 THRU T47-EXIT
              GO TO T45F
           END-IF.
      * une transmission deja partiellement rejetee reste en P
           IF ERT-STATUT = 'A' AND WTS-STATUT(WIDX) = 'P'
              MOVE 'P' TO ERT-STATUT
           END-IF.
           MOVE ERT-STATUT TO WTS-STATUT(WIDX).
           MOVE ERT-DATE   TO WTS-DATSTA(WIDX).
           MOVE ERT-MOTIF  TO WTS-MOTIF(WIDX).
           MOVE ERT-LIB    TO WTS-LIB(WIDX).
      * controle de comptage : recu par la PDP contre emis
           IF ERT-STATUT NOT = 'R'
              INITIALIZE FLOWCTL
              MOVE 'C'              TO IFLOWCTL-TRT
              MOVE "EREPORT "       TO IFLOWCTL-FLUX
              MOVE WDATEJOUR        TO IFLOWCTL-DATE
              MOVE WTS-SEQ(WIDX)    TO IFLOWCTL-SEQ
              MOVE WTS-NBENR(WIDX)  TO IFLOWCTL-NBENR
              MOVE ERT-NBREC        TO IFLOWCTL-NBCTL
              CALL "flowctl1" USING FLOWCTL
              IF NOT CFLOWCTL-OK-OUI
                 ADD 1 TO WTOT-ECA
                 MOVE SPACES TO LIGNE
                 MOVE WTS-SEQ(WIDX)    TO LSEQ
                 MOVE WTS-DATDEP(WIDX) TO LDATDEP
                 MOVE ERT-STATUT       TO LSTA
                 MOVE OFLOWCTL-LIBERR  TO LLIB
                 WRITE LIGNE BEFORE 1
                 MOVE SPACES TO INOTIF-LIB
                 STRING "ECART DE COMPTAGE PDP " OFLOWCTL-LIBERR
                        DELIMITED BY SIZE INTO INOTIF-LIB
                 PERFORM T80 THRU T80-EXIT
              END-IF
           END-IF.
           IF ERT-STATUT = 'R'
              ADD 1 TO WTOT-REJ
              MOVE SPACES TO INOTIF-LIB
              STRING "TRANSMISSION REJETEE MOTIF " ERT-MOTIF " "
                     ERT-LIB DELIMITED BY SIZE INTO INOTIF-LIB
              PERFORM T80 THRU T80-EXIT
           END-IF.
       T45F.
           PERFORM T40 THRU T40-EXIT.
       T45-EXIT.
           EXIT.
      *
      * rejet d'un enregistrement : a corriger et retransmettre
       T47.
           ADD 1 TO WTOT-ENR.
           MOVE 'P'       TO WTS-STATUT(WIDX).
           MOVE ERT-DATE  TO WTS-DATSTA(WIDX).
           MOVE ERT-MOTIF TO WTS-MOTIF(WIDX).
           MOVE ERT-LIB   TO WTS-LIB(WIDX).
           MOVE SPACES TO LIGNE.
           MOVE ERT-SEQ          TO LSEQ.
           MOVE WTS-DATDEP(WIDX) TO LDATDEP.
           MOVE ERT-STATUT       TO LSTA.
           MOVE ERT-REF          TO LREF.
           MOVE ERT-MOTIF        TO LMOTIF.
           MOVE ERT-LIB          TO LLIB.
           WRITE LIGNE BEFORE 1.
           MOVE SPACES TO INOTIF-LIB.
           STRING "ENREGISTREMENT REJETE " ERT-REF " MOTIF " ERT-MOTIF
                  DELIMITED BY SIZE INTO INOTIF-LIB.
           PERFORM T80 THRU T80-EXIT.
       T47-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      * T50 : recherche d'une transmission dans la table de suivi      *
      *----------------------------------------------------------------*
       T50.
           MOVE ZERO TO WTROUVE.
           PERFORM T50-CMP VARYING WIDX FROM 1 BY 1
                   UNTIL WIDX > WNB-SUI OR SUIVI-TROUVE.
           IF SUIVI-TROUVE
              SUBTRACT 1 FROM WIDX
           END-IF.
       T50-EXIT.
           EXIT.
       T50-CMP.
           IF WTS-SEQ(WIDX) = WCLE-SEQ
              MOVE 1 TO WTROUVE
           END-IF.
      *
      *----------------------------------------------------------------*
      * T60 : reecriture du suivi + liste de travail :                 *
      *       R / P    = rejet PDP -> a corriger et retransmettre      *
      *       D agee   = sans nouvelle de la PDP -> alerte             *
      *       A agee   = acceptee depuis NBJERP jours -> purge         *
      *----------------------------------------------------------------*
       T60.
           MOVE WTS-DATSTA(WIDX) TO WDATW.
           COMPUTE WDAT-NUM = WDATW-AA * 360 + WDATW-MM * 30
                                             + WDATW-JJ.
           IF WTS-STATUT(WIDX) = 'A'
              IF WJOUR-NUM - WDAT-NUM > WNBJERP
                 ADD 1 TO WTOT-PUR
                 GO TO T60-EXIT
              END-IF
           END-IF.
           IF WTS-STATUT(WIDX) = 'R' OR WTS-STATUT(WIDX) = 'P'
              MOVE SPACES TO LIGNE
              MOVE WTS-SEQ(WIDX)    TO LSEQ
              MOVE WTS-DATDEP(WIDX) TO LDATDEP
              MOVE WTS-STATUT(WIDX) TO LSTA
              MOVE WTS-MOTIF(WIDX)  TO LMOTIF
              MOVE WTS-LIB(WIDX)    TO LLIB
              WRITE LIGNE BEFORE 1
           END-IF.
           IF WTS-STATUT(WIDX) = 'D'
              AND WJOUR-NUM - WDAT-NUM > WNBJERP
              ADD 1 TO WTOT-REL
              MOVE SPACES TO LIGNE
              MOVE WTS-SEQ(WIDX)    TO LSEQ
              MOVE WTS-DATDEP(WIDX) TO LDATDEP
              MOVE WTS-STATUT(WIDX) TO LSTA
              MOVE "TRANSMISSION SANS NOUVELLE - VOIR LA PDP" TO LLIB
              WRITE LIGNE BEFORE 1
              MOVE SPACES TO INOTIF-LIB
              STRING "TRANSMISSION SANS NOUVELLE DEPUIS LE "
                     WTS-DATDEP(WIDX) DELIMITED BY SIZE INTO INOTIF-LIB
              PERFORM T80 THRU T80-EXIT
           END-IF.
           MOVE SPACES TO ERN-LIGNE.
           MOVE WTS-SEQ(WIDX)    TO ERN-SEQ.
           MOVE WTS-DATDEP(WIDX) TO ERN-DATDEP.
           MOVE WTS-NBENR(WIDX)  TO ERN-NBENR.
           MOVE WTS-STATUT(WIDX) TO ERN-STATUT.
           MOVE WTS-DATSTA(WIDX) TO ERN-DATSTA.
           MOVE WTS-MOTIF(WIDX)  TO ERN-MOTIF.
           MOVE WTS-LIB(WIDX)    TO ERN-LIB.
           WRITE ERN-LIGNE.
       T60-EXIT.
           EXIT.
      *
      * alerte NOTIF severite 1 sur la transmission WIDX (INOTIF-LIB
      * deja renseigne)
       T80.
           MOVE 1 TO INOTIF-SEV.
           MOVE "EREPORT" TO INOTIF-CATEG.
           MOVE SPACES TO INOTIF-OBJET.
           MOVE WTS-SEQ(WIDX) TO INOTIF-OBJET(1:7).
           MOVE WDATEJOUR TO INOTIF-DATE.
           CALL "notif1" USING NOTIF.
       T80-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      * T90 : recapitulatif                                            *
      *----------------------------------------------------------------*
       T90.
           MOVE SPACES TO LIGNE.
           WRITE LIGNE BEFORE 1.
           MOVE SPACES TO LIGNE.
           MOVE WTOT-DEP TO LSEQ.
           MOVE "TOTAL TRANSMISSIONS ENTREES EN SUIVI" TO LLIB.
           WRITE LIGNE BEFORE 1.
           MOVE SPACES TO LIGNE.
           MOVE WTOT-MAJ TO LSEQ.
           MOVE "TOTAL RETOURS APPLIQUES" TO LLIB.
           WRITE LIGNE BEFORE 1.
           MOVE SPACES TO LIGNE.
           MOVE WTOT-REJ TO LSEQ.
           MOVE "TOTAL TRANSMISSIONS REJETEES" TO LLIB.
           WRITE LIGNE BEFORE 1.
           MOVE SPACES TO LIGNE.
           MOVE WTOT-ENR TO LSEQ.
           MOVE "TOTAL ENREGISTREMENTS REJETES" TO LLIB.
           WRITE LIGNE BEFORE 1.
           MOVE SPACES TO LIGNE.
           MOVE WTOT-ECA TO LSEQ.
           MOVE "TOTAL ECARTS DE COMPTAGE" TO LLIB.
           WRITE LIGNE BEFORE 1.
           MOVE SPACES TO LIGNE.
           MOVE WTOT-INC TO LSEQ.
           MOVE "TOTAL RETOURS SUR TRANSMISSIONS INCONNUES" TO LLIB.
           WRITE LIGNE BEFORE 1.
           MOVE SPACES TO LIGNE.
           MOVE WTOT-REL TO LSEQ.
           MOVE "TOTAL TRANSMISSIONS SANS NOUVELLE" TO LLIB.
           WRITE LIGNE BEFORE 1.
           MOVE SPACES TO LIGNE.
           MOVE WTOT-PUR TO LSEQ.
           MOVE "TOTAL SORTIES DE SUIVI (ACCEPTEES)" TO LLIB.
           WRITE LIGNE BEFORE 1.
       T90-EXIT.
           EXIT.
