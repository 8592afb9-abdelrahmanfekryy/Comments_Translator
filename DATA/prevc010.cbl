      *DD9177 15/10/26 anes Creation - integration des previsions
      *                     clients (DELFOR recus, variante delimitee
      *                     CSVC010) en un fichier PREVCLI par client,
      *                     article et semaine ; comparaison avec la
      *                     version precedente, variations fortes
      *                     editees
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PREVC010.
      *
      ******************************************************************
      * GPICMT    Integration des previsions clients (DELFOR recus et   *
      *           variante delimitee) en un fichier de previsions par   *
      *           client, article et semaine :                          *
      *           - PRVDEL : messages DELFOR a plat par segments (E1    *
      *             entete - numero de message, client, date de la      *
      *             version ; L1 ligne - reference, semaine, quantite ; *
      *             Z1 recapitulatif - nombre de lignes du message)     *
      *           - PRVCSV : une ligne par article et semaine, champs   *
      *             separes par point-virgule (conventions CSVC010) :   *
      *             client ; reference ; semaine AAMMJJ ; quantite      *
      *           - la reference est un gencod (GENCODTB) ou une        *
      *             reference client du referencement REFERCLI          *
      *           - une date quelconque de la semaine est ramenee au    *
      *             lundi ; ligne illisible = rejet edite avec motif    *
      *           La nouvelle version d'un client remplace, a partir de *
      *           sa premiere semaine, l'ancienne version de PREVCLI    *
      *           (les semaines passees restent pour le suivi de la     *
      *           fiabilite PREVC020) ; chaque semaine remplacee garde  *
      *           la quantite precedente ; un ecart de plus de          *
      *           SEUILPRV % (30 par defaut), ou une semaine retiree,   *
      *           est edite comme variation forte.  Historique purge    *
      *           au-dela de NBSEMHIS semaines (26 par defaut).         *
      *           PREVCLIN est relu par APPRC010, PICKC030 et PREVC020. *
      ******************************************************************
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. DPS-4.
       OBJECT-COMPUTER. DPS-4.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRVDEL ASSIGN TO PRV-DEL
                       organization line sequential
                       file status is file-status.
      *
           SELECT PRVCSV ASSIGN TO PRV-CSV
                       organization line sequential
                       file status is file-status2.
      *
           SELECT REFERCLI ASSIGN TO REF-ERCLI
                       organization indexed
                       access mode sequential
                       record key RFC-CLE
                       file status is file-status3.
      *
           SELECT GENCODTB ASSIGN TO GEN-CODTB
                       organization indexed
                       access mode dynamic
                       record key GCT-EAN
                       file status is file-status4.
      *
           SELECT PREVCLI ASSIGN TO PRE-VCLI
                       organization line sequential
                       file status is file-status5.
      *
           SELECT PREVCLIN ASSIGN TO PRE-VCLIN
                       organization line sequential.
      *
           SELECT ETAT1 ASSIGN TO wlabel-etat1
                       organization line sequential.
      *
       DATA DIVISION.
       FILE SECTION.
      * previsions DELFOR recues, par segments
       FD  PRVDEL
                DATA RECORD DPV-LIGNE.
       01  DPV-LIGNE.
           02 DPV-SEG            PIC XX.
           02 FILLER             PIC X.
           02 DPV-SUITE          PIC X(77).
       01  DPV-E1 REDEFINES DPV-LIGNE.
           02 FILLER             PIC XXX.
           02 DPV-E1-NMS         PIC X(14).
           02 FILLER             PIC X.
           02 DPV-E1-NCL         PIC X(6).
           02 FILLER             PIC X.
           02 DPV-E1-DATVER      PIC X(6).
           02 FILLER             PIC X(49).
       01  DPV-L1 REDEFINES DPV-LIGNE.
           02 FILLER             PIC XXX.
           02 DPV-L1-REF         PIC X(15).
           02 FILLER             PIC X.
           02 DPV-L1-SEM         PIC X(6).
           02 FILLER             PIC X.
           02 DPV-L1-QTE         PIC X(8).
           02 DPV-L1-QTE9 REDEFINES DPV-L1-QTE
                                 PIC 9(6)V99.
           02 FILLER             PIC X(46).
       01  DPV-Z1 REDEFINES DPV-LIGNE.
           02 FILLER             PIC XXX.
           02 DPV-Z1-NBLIG       PIC 9(4).
           02 FILLER             PIC X(73).
      *
      * previsions delimitees (conventions CSVC010)
       FD  PRVCSV
                DATA RECORD CSV-LIGNE.
       01  CSV-LIGNE              PIC X(80).
      *
       FD  REFERCLI
                DATA RECORD RFC-LIGNE.
       01  RFC-LIGNE.
           02 RFC-CLE.
              03 RFC-NCL            PIC 9(6).
              03 RFC-NAR            PIC X(7).
           02 RFC-REFCLI            PIC X(15).
           02 RFC-EAN               PIC X(13).
           02 RFC-PCB               PIC 9(4).
           02 RFC-PRIX              PIC 9(7)V99.
           02 FILLER                PIC X(20).
      *
       FD  GENCODTB
                DATA RECORD GCT-LIGNE.
       01  GCT-LIGNE.
           02 GCT-EAN            PIC X(13).
           02 GCT-NAR            PIC X(7).
      *
      * previsions par client, article et semaine (lundi AAMMJJ)
       FD  PREVCLI
                DATA RECORD PVC-LIGNE.
       01  PVC-LIGNE.
           02 PVC-NCL            PIC 9(6).
           02 FILLER             PIC X.
           02 PVC-NAR            PIC X(7).
           02 FILLER             PIC X.
           02 PVC-SEM            PIC 9(6).
           02 FILLER             PIC X.
           02 PVC-QTE            PIC 9(7)V99.
           02 FILLER             PIC X.
           02 PVC-QTEPRE         PIC 9(7)V99.
           02 FILLER             PIC X.
           02 PVC-DATVER         PIC 9(6).
           02 FILLER             PIC X.
           02 PVC-ORIGINE        PIC X(3).
      *
       FD  PREVCLIN
                DATA RECORD PVN-LIGNE.
       01  PVN-LIGNE              PIC X(52).
      *
       FD  ETAT1
                DATA RECORD LIGNE
                LINAGE IS 64  LINES AT TOP 2.
       01  LIGNE                  PIC X(132).
       01  L1.
           02 LNOLIG               PIC ZZZZ9 blank zero.
           02 FILLER               PIC X(2).
           02 LNCL                 PIC X(6).
           02 FILLER               PIC X(2).
           02 LREF                 PIC X(15).
           02 FILLER               PIC X(2).
           02 LNAR                 PIC X(7).
           02 FILLER               PIC X(2).
           02 LSEM                 PIC 9(6) blank zero.
           02 FILLER               PIC X(2).
           02 LQAV                 PIC Z(6)9V,99 blank zero.
           02 FILLER               PIC X(2).
           02 LQAP                 PIC Z(6)9V,99 blank zero.
           02 FILLER               PIC X(2).
           02 LVAR                 PIC ----9V,99 blank zero.
           02 FILLER               PIC X(2).
           02 LLIB                 PIC X(48).
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
       01  WFIN                   PIC 9 value zero.
           88 FIN-PRVDEL          value 1.
       01  WFINC                  PIC 9 value zero.
           88 FIN-PRVCSV          value 1.
       01  WFINR                  PIC 9 value zero.
           88 FIN-REFERCLI        value 1.
       01  WFINP                  PIC 9 value zero.
           88 FIN-PREVCLI         value 1.
       01  WGEN-DISPO             PIC 9 VALUE ZERO.
       01  WDATEJOUR              PIC 9(6) VALUE ZERO.
       01  WSEUIL                 PIC 9(3) VALUE 30.
       01  WNBSEMH                PIC 9(3) VALUE 26.
       01  WSER-JOUR              PIC 9(6).
       01  WSER-PURGE             PIC S9(6).
      *
      **** champs decoupes de la ligne delimitee
       01  WCH-NCL                PIC X(6).
       01  WCH-REF                PIC X(15).
       01  WCH-SEM                PIC X(6).
       01  WCH-QTE                PIC X(9).
       01  WQTE                   PIC 9(6)V99.
       01  WQTE-ENT               PIC 9(6).
      * bornes utiles de la quantite delimitee (cf CSVC010)
       01  WQDEB                  PIC 99.
       01  WQFIN                  PIC 99.
       01  WQLG                   PIC 99.
       01  WIDXQ                  PIC 99.
      *
      **** ligne de prevision en cours (DELFOR ou delimitee)
       01  WLG-NCL                PIC 9(6).
       01  WLG-NAR                PIC X(7).
       01  WLG-SEM                PIC 9(6).
       01  WLG-QTE                PIC 9(6)V99.
       01  WLG-DATVER             PIC 9(6).
       01  WLG-ORIGINE            PIC X(3).
       01  WNOLIG                 PIC 9(5) VALUE ZERO.
      *
      **** message DELFOR en cours de lecture (entete E1)
       01  WMSG-NMS               PIC X(14).
       01  WMSG-NCL               PIC 9(6).
       01  WMSG-DATVER            PIC 9(6).
       01  WMSG-REJ               PIC 9 VALUE ZERO.
       01  WMSG-NBL               PIC 9(4) VALUE ZERO.
      *
      **** referencement client en memoire (reference -> article)
       01  WTREF.
           02 WTREF-E OCCURS 9000.
              03 WRF-NCL          PIC 9(6).
              03 WRF-REFCLI       PIC X(15).
              03 WRF-NAR          PIC X(7).
       01  WNB-REF                PIC 9(5) VALUE ZERO.
       01  WIDX                   PIC 9(5).
       01  WTRV                   PIC 9.
      *
      **** clients recus dans le run : premiere semaine de la nouvelle
      **** version (les semaines anterieures de l'ancienne restent)
       01  WTCLI.
           02 WTCLI-E OCCURS 500.
              03 WCL-NCL          PIC 9(6).
              03 WCL-SEMMIN       PIC 9(6).
              03 WCL-NBL          PIC 9(5).
       01  WNB-CLI                PIC 9(3) VALUE ZERO.
       01  WIDXC                  PIC 9(3).
       01  WPOSC                  PIC 9(3).
      *
      **** nouvelle version : client, article, semaine
       01  WTNOU.
           02 WTNOU-E OCCURS 10000.
              03 WNV-NCL          PIC 9(6).
              03 WNV-NAR          PIC X(7).
              03 WNV-SEM          PIC 9(6).
              03 WNV-QTE          PIC 9(7)V99.
              03 WNV-DATVER       PIC 9(6).
              03 WNV-ORIGINE      PIC X(3).
              03 WNV-FAIT         PIC X.
       01  WNB-NOU                PIC 9(5) VALUE ZERO.
       01  WIDXN                  PIC 9(5).
       01  WPOSN                  PIC 9(5).
      *
      **** calcul de dates : controle, numero de jour depuis le
      **** 01/01/2000 (un samedi), jour de semaine (1 lundi ...
      **** 7 dimanche), lundi de la semaine (cf CYCFAC1)
       01  WTMOIS-V               PIC X(24)
                                  VALUE "312831303130313130313031".
       01  WTMOIS REDEFINES WTMOIS-V.
           02 WNBJ-MOIS           PIC 99 OCCURS 12.
       01  WTCUMJ-V               PIC X(36)
               VALUE "000031059090120151181212243273304334".
       01  WTCUMJ REDEFINES WTCUMJ-V.
           02 WCUMJ               PIC 999 OCCURS 12.
       01  WDATW                  PIC 9(6).
       01  WDATW-X REDEFINES WDATW.
           02 WDW-AA              PIC 99.
           02 WDW-MM              PIC 99.
           02 WDW-JJ              PIC 99.
       01  WDATOK                 PIC 9.
       01  WDERJ                  PIC 99.
       01  WSERIE                 PIC 9(6).
       01  WDOW                   PIC 9.
       01  WDECAL                 PIC 9.
       01  WQUOT                  PIC 9(6).
       01  WRESTE                 PIC 99.
       01  WNUM                   PIC S9(6).
      *
       01  WVAR                   PIC S9(5)V99.
       01  WVAR-ABS               PIC 9(5)V99.
       01  WQ-NOUV                PIC 9(7)V99.
       01  WTOT-MSG               PIC 9(5) VALUE ZERO.
       01  WTOT-LIG               PIC 9(5) VALUE ZERO.
       01  WTOT-REJ               PIC 9(5) VALUE ZERO.
       01  WTOT-VAR               PIC 9(5) VALUE ZERO.
       01  WTOT-ECR               PIC 9(6) VALUE ZERO.
       01  WTOT-PUR               PIC 9(6) VALUE ZERO.
      *
       PROCEDURE DIVISION.
      *
      *----------------------------------------------------------------*
      * T10 : referencement, lecture des previsions recues, puis       *
      *       fusion avec les versions precedentes de PREVCLI          *
      *----------------------------------------------------------------*
       T10.
           MOVE ZERO TO WFIN WFINC WFINR WFINP WNB-REF WNB-CLI WNB-NOU
                        WNOLIG WMSG-REJ WTOT-MSG WTOT-LIG WTOT-REJ
                        WTOT-VAR WTOT-ECR WTOT-PUR.
           string 'SEUILPRV' x'00' delimited by size
                  into var-name.
           move space to var-data.
           call 'genvcc' using var-name var-data.
           if var-data(1:3) numeric and var-data(1:3) not = zero
              move var-data(1:3) to WSEUIL.
           string 'NBSEMHIS' x'00' delimited by size
                  into var-name.
           move space to var-data.
           call 'genvcc' using var-name var-data.
           if var-data(1:3) numeric and var-data(1:3) not = zero
              move var-data(1:3) to WNBSEMH.
           string 'ADLPID' x'00' delimited by size
                  into var-name.
           move space to var-data.
           call 'genvcc' using var-name var-data.
           if var-data(1:6) numeric
              move var-data(1:6) to WDATEJOUR.
           string 'prevc010.'
                  var-data delimited by ' '
                                     into wlabel-etat1.
           OPEN OUTPUT ETAT1.
           MOVE SPACES TO LIGNE.
           MOVE "INTEGRATION DES PREVISIONS CLIENTS" TO LLIB.
           MOVE WDATEJOUR TO LSEM.
           WRITE LIGNE BEFORE 2.
           MOVE SPACES TO LIGNE.
      * borne de purge de l'historique : NBSEMHIS semaines avant le
      * jour du run
           MOVE WDATEJOUR TO WDATW.
           PERFORM T70 THRU T70-EXIT.
           MOVE WSERIE TO WSER-JOUR.
           COMPUTE WSER-PURGE = WSER-JOUR - (WNBSEMH * 7).
           OPEN INPUT REFERCLI.
           IF FILE-STATUS3 = ZERO
              PERFORM T12 THRU T12-EXIT
              PERFORM T14 THRU T14-EXIT UNTIL FIN-REFERCLI
              CLOSE REFERCLI
           END-IF.
           OPEN INPUT GENCODTB.
           IF FILE-STATUS4 = ZERO
              MOVE 1 TO WGEN-DISPO
           END-IF.
           OPEN INPUT PRVDEL.
           IF FILE-STATUS = ZERO
              PERFORM T20 THRU T20-EXIT
              PERFORM T30 THRU T30-EXIT UNTIL FIN-PRVDEL
              CLOSE PRVDEL
           END-IF.
           MOVE ZERO TO WNOLIG.
           OPEN INPUT PRVCSV.
           IF FILE-STATUS2 = ZERO
              PERFORM T25 THRU T25-EXIT
              PERFORM T35 THRU T35-EXIT UNTIL FIN-PRVCSV
              CLOSE PRVCSV
           END-IF.
           IF WGEN-DISPO = 1
              CLOSE GENCODTB
           END-IF.
           IF WNB-NOU = ZERO
              DISPLAY "PAS DE PREVISION CLIENT A INTEGRER"
              MOVE SPACES TO LIGNE
              MOVE "PAS DE PREVISION CLIENT A INTEGRER" TO LLIB
              WRITE LIGNE BEFORE 1
              PERFORM T90 THRU T90-EXIT
              CLOSE ETAT1
              STOP RUN
           END-IF.
      * fusion : ancienne version relue, nouvelle version ecrite
           OPEN OUTPUT PREVCLIN.
           OPEN INPUT PREVCLI.
           IF FILE-STATUS5 = ZERO
              PERFORM T80 THRU T80-EXIT
              PERFORM T82 THRU T82-EXIT UNTIL FIN-PREVCLI
              CLOSE PREVCLI
           END-IF.
           PERFORM T86 THRU T86-EXIT
                   VARYING WIDXN FROM 1 BY 1 UNTIL WIDXN > WNB-NOU.
           CLOSE PREVCLIN.
           PERFORM T90 THRU T90-EXIT.
           CLOSE ETAT1.
           STOP RUN.
      *
      * referencement client : reference -> article
       T12.
           READ REFERCLI NEXT RECORD
                AT END MOVE 1 TO WFINR.
       T12-EXIT.
           EXIT.
       T14.
           IF WNB-REF < 9000
              ADD 1 TO WNB-REF
              MOVE RFC-NCL    TO WRF-NCL(WNB-REF)
              MOVE RFC-REFCLI TO WRF-REFCLI(WNB-REF)
              MOVE RFC-NAR    TO WRF-NAR(WNB-REF)
           END-IF.
           PERFORM T12 THRU T12-EXIT.
       T14-EXIT.
           EXIT.
      *
       T20.
           READ PRVDEL NEXT RECORD
                AT END MOVE 1 TO WFIN.
       T20-EXIT.
           EXIT.
      *
       T25.
           READ PRVCSV NEXT RECORD
                AT END MOVE 1 TO WFINC.
       T25-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      * T30 : un segment DELFOR : E1 entete, L1 ligne,                 *
      *       Z1 recapitulatif                                         *
      *----------------------------------------------------------------*
       T30.
           ADD 1 TO WNOLIG.
           IF DPV-SEG = 'E1'
              PERFORM T40 THRU T40-EXIT
           END-IF.
           IF DPV-SEG = 'L1'
              PERFORM T50 THRU T50-EXIT
           END-IF.
           IF DPV-SEG = 'Z1'
              PERFORM T60 THRU T60-EXIT
           END-IF.
           PERFORM T20 THRU T20-EXIT.
       T30-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      * T35 : une ligne delimitee : decoupage, controles de forme      *
      *----------------------------------------------------------------*
       T35.
           ADD 1 TO WNOLIG.
           IF CSV-LIGNE = SPACES
              GO TO T35F
           END-IF.
           MOVE SPACES TO WCH-NCL WCH-REF WCH-SEM WCH-QTE.
           UNSTRING CSV-LIGNE DELIMITED BY ';'
                    INTO WCH-NCL WCH-REF WCH-SEM WCH-QTE.
           IF WCH-NCL NOT NUMERIC OR WCH-NCL = SPACES
              MOVE "NUMERO CLIENT ILLISIBLE" TO LLIB
              PERFORM T44 THRU T44-EXIT
              GO TO T35F
           END-IF.
           MOVE WCH-NCL TO WLG-NCL.
           PERFORM T36 THRU T36-EXIT.
           MOVE WQTE TO WLG-QTE.
           IF WQDEB = ZERO
              MOVE "QUANTITE ILLISIBLE" TO LLIB
              PERFORM T44 THRU T44-EXIT
              GO TO T35F
           END-IF.
           MOVE WDATEJOUR TO WLG-DATVER.
           MOVE "CSV" TO WLG-ORIGINE.
           PERFORM T45 THRU T45-EXIT.
       T35F.
           PERFORM T25 THRU T25-EXIT.
       T35-EXIT.
           EXIT.
      *
      * quantite : lue sur sa longueur utile comme dans CSVC010 ; un
      * zero ecrit est une semaine sans besoin et reste valable, un
      * champ vide ou non numerique est rejete (WQDEB a zero)
       T36.
           MOVE ZERO TO WQTE WQDEB WQFIN.
           PERFORM T37 THRU T37-EXIT
                   VARYING WIDXQ FROM 1 BY 1 UNTIL WIDXQ > 9.
           IF WQDEB = ZERO
              GO TO T36-EXIT
           END-IF.
           COMPUTE WQLG = WQFIN - WQDEB + 1.
           IF WQLG > 6
              MOVE ZERO TO WQDEB
              GO TO T36-EXIT
           END-IF.
           IF WCH-QTE(WQDEB:WQLG) NUMERIC
              MOVE WCH-QTE(WQDEB:WQLG) TO WQTE-ENT
              MOVE WQTE-ENT TO WQTE
           ELSE
              MOVE ZERO TO WQDEB
           END-IF.
       T36-EXIT.
           EXIT.
       T37.
           IF WCH-QTE(WIDXQ:1) NOT = SPACE
              IF WQDEB = ZERO
                 MOVE WIDXQ TO WQDEB
              END-IF
              MOVE WIDXQ TO WQFIN
           END-IF.
       T37-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      * T40 : entete de message DELFOR : client et date de version     *
      *----------------------------------------------------------------*
       T40.
           MOVE DPV-E1-NMS TO WMSG-NMS.
           MOVE ZERO TO WMSG-REJ WMSG-NBL WMSG-NCL WMSG-DATVER.
           IF DPV-E1-NCL NOT NUMERIC
              MOVE 1 TO WMSG-REJ
              MOVE DPV-E1-NCL TO WCH-NCL
              MOVE WMSG-NMS TO WCH-REF
              MOVE "MESSAGE REJETE, NUMERO CLIENT ILLISIBLE" TO LLIB
              PERFORM T44 THRU T44-EXIT
              GO TO T40-EXIT
           END-IF.
           MOVE DPV-E1-NCL TO WMSG-NCL.
           MOVE WDATEJOUR TO WMSG-DATVER.
           IF DPV-E1-DATVER NUMERIC
              MOVE DPV-E1-DATVER TO WMSG-DATVER
           END-IF.
           ADD 1 TO WTOT-MSG.
       T40-EXIT.
           EXIT.
      *
      * rejet d'une ligne : numero, champs lus, motif (charge par
      * l'appelant)
       T44.
           ADD 1 TO WTOT-REJ.
           MOVE WNOLIG  TO LNOLIG.
           MOVE WCH-NCL TO LNCL.
           MOVE WCH-REF TO LREF.
           WRITE LIGNE BEFORE 1.
           MOVE SPACES TO LIGNE.
       T44-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      * T45 : ligne de prevision commune aux deux formats : article,   *
      *       semaine ramenee au lundi, cumul dans la nouvelle version *
      *----------------------------------------------------------------*
       T45.
           PERFORM T46 THRU T46-EXIT.
           IF WTRV = ZERO
              GO TO T45-EXIT
           END-IF.
           MOVE ZERO TO WDATW.
           IF WCH-SEM NUMERIC
              MOVE WCH-SEM TO WDATW
           END-IF.
           PERFORM T70 THRU T70-EXIT.
           IF WDATOK = ZERO
              MOVE "SEMAINE ILLISIBLE" TO LLIB
              PERFORM T44 THRU T44-EXIT
              GO TO T45-EXIT
           END-IF.
           PERFORM T74 THRU T74-EXIT.
           MOVE WDATW TO WLG-SEM.
      * client de la version (premiere semaine recue)
           MOVE ZERO TO WTRV.
           PERFORM T47 VARYING WIDXC FROM 1 BY 1
                   UNTIL WIDXC > WNB-CLI OR WTRV = 1.
           IF WTRV = ZERO
              IF WNB-CLI = 500
                 DISPLAY "GPIWARNING"
                 DISPLAY "**TABLE DES CLIENTS PLEINE, RUN ABANDONNE"
                 STOP RUN
              END-IF
              ADD 1 TO WNB-CLI
              MOVE WNB-CLI TO WPOSC
              MOVE WLG-NCL TO WCL-NCL(WPOSC)
              MOVE WLG-SEM TO WCL-SEMMIN(WPOSC)
              MOVE ZERO    TO WCL-NBL(WPOSC)
           END-IF.
           IF WLG-SEM < WCL-SEMMIN(WPOSC)
              MOVE WLG-SEM TO WCL-SEMMIN(WPOSC)
           END-IF.
           ADD 1 TO WCL-NBL(WPOSC).
      * client + article + semaine : les quantites recues se cumulent
           MOVE ZERO TO WTRV.
           PERFORM T48 VARYING WIDXN FROM 1 BY 1
                   UNTIL WIDXN > WNB-NOU OR WTRV = 1.
           IF WTRV = ZERO
              IF WNB-NOU = 10000
                 DISPLAY "GPIWARNING"
                 DISPLAY "**TABLE DES PREVISIONS PLEINE, "
                         "RUN ABANDONNE"
                 STOP RUN
              END-IF
              ADD 1 TO WNB-NOU
              MOVE WNB-NOU TO WPOSN
              MOVE WLG-NCL TO WNV-NCL(WPOSN)
              MOVE WLG-NAR TO WNV-NAR(WPOSN)
              MOVE WLG-SEM TO WNV-SEM(WPOSN)
              MOVE ZERO    TO WNV-QTE(WPOSN)
              MOVE SPACE   TO WNV-FAIT(WPOSN)
           END-IF.
           ADD WLG-QTE TO WNV-QTE(WPOSN).
           MOVE WLG-DATVER  TO WNV-DATVER(WPOSN).
           MOVE WLG-ORIGINE TO WNV-ORIGINE(WPOSN).
           ADD 1 TO WTOT-LIG.
       T45-EXIT.
           EXIT.
      *
      * reference -> article : gencod 13 chiffres (GENCODTB) ou
      * reference du referencement du client (WTRV a 1 si trouve)
       T46.
           MOVE ZERO TO WTRV.
           MOVE SPACES TO WLG-NAR.
           IF WCH-REF(1:13) NUMERIC AND WCH-REF(14:2) = SPACES
              IF WGEN-DISPO = 1
                 MOVE WCH-REF(1:13) TO GCT-EAN
                 READ GENCODTB
                      INVALID KEY
                         CONTINUE
                     NOT INVALID KEY
                         MOVE 1 TO WTRV
                         MOVE GCT-NAR TO WLG-NAR
                 END-READ
              END-IF
              IF WTRV = ZERO
                 MOVE "GENCOD INCONNU" TO LLIB
                 PERFORM T44 THRU T44-EXIT
              END-IF
              GO TO T46-EXIT
           END-IF.
           PERFORM T49 VARYING WIDX FROM 1 BY 1
                   UNTIL WIDX > WNB-REF OR WTRV = 1.
           IF WTRV = ZERO
              MOVE "REFERENCE INCONNUE DU REFERENCEMENT CLIENT"
                   TO LLIB
              PERFORM T44 THRU T44-EXIT
           END-IF.
       T46-EXIT.
           EXIT.
       T47.
           IF WCL-NCL(WIDXC) = WLG-NCL
              MOVE 1 TO WTRV
              MOVE WIDXC TO WPOSC
           END-IF.
       T48.
           IF WNV-NCL(WIDXN) = WLG-NCL
              AND WNV-NAR(WIDXN) = WLG-NAR
              AND WNV-SEM(WIDXN) = WLG-SEM
              MOVE 1 TO WTRV
              MOVE WIDXN TO WPOSN
           END-IF.
       T49.
           IF WRF-NCL(WIDX) = WLG-NCL
              AND WRF-REFCLI(WIDX) = WCH-REF
              MOVE 1 TO WTRV
              MOVE WRF-NAR(WIDX) TO WLG-NAR
           END-IF.
      *
      * ligne DELFOR du message en cours
       T50.
           IF WMSG-REJ = 1
              GO TO T50-EXIT
           END-IF.
           ADD 1 TO WMSG-NBL.
           MOVE WMSG-NCL   TO WLG-NCL.
           MOVE WMSG-NCL   TO WCH-NCL.
           MOVE DPV-L1-REF TO WCH-REF.
           MOVE DPV-L1-SEM TO WCH-SEM.
           IF DPV-L1-QTE NOT NUMERIC
              MOVE "QUANTITE ILLISIBLE" TO LLIB
              PERFORM T44 THRU T44-EXIT
              GO TO T50-EXIT
           END-IF.
           MOVE DPV-L1-QTE9 TO WLG-QTE.
           MOVE WMSG-DATVER TO WLG-DATVER.
           MOVE "DEL" TO WLG-ORIGINE.
           PERFORM T45 THRU T45-EXIT.
       T50-EXIT.
           EXIT.
      *
      * recapitulatif de message : controle du nombre de lignes
       T60.
           IF WMSG-REJ = 1
              GO TO T60-EXIT
           END-IF.
           IF DPV-Z1-NBLIG NUMERIC AND DPV-Z1-NBLIG = WMSG-NBL
              GO TO T60-EXIT
           END-IF.
           MOVE SPACES TO LIGNE.
           MOVE WMSG-NCL TO LNCL.
           MOVE WMSG-NMS TO LREF.
           MOVE "MESSAGE INCOMPLET, RECAPITULATIF Z1 DIFFERENT"
                TO LLIB.
           WRITE LIGNE BEFORE 1.
       T60-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      * T70 : controle de la date WDATW (WDATOK), numero de jour       *
      *       WSERIE et jour de semaine WDOW (1 lundi ... 7 dimanche)  *
      *----------------------------------------------------------------*
       T70.
           MOVE ZERO TO WDATOK WSERIE WDOW.
           IF WDW-MM < 1 OR WDW-MM > 12 OR WDW-JJ < 1
              GO TO T70-EXIT
           END-IF.
           PERFORM T72 THRU T72-EXIT.
           IF WDW-JJ > WDERJ
              GO TO T70-EXIT
           END-IF.
           MOVE 1 TO WDATOK.
           COMPUTE WQUOT = (WDW-AA + 3) / 4.
           COMPUTE WSERIE = WDW-AA * 365 + WQUOT
                          + WCUMJ(WDW-MM) + WDW-JJ - 1.
           IF WDW-MM > 2
              DIVIDE WDW-AA BY 4 GIVING WQUOT REMAINDER WRESTE
              IF WRESTE = ZERO
                 ADD 1 TO WSERIE
              END-IF
           END-IF.
           COMPUTE WNUM = WSERIE + 5.
           DIVIDE WNUM BY 7 GIVING WQUOT REMAINDER WRESTE.
           COMPUTE WDOW = WRESTE + 1.
       T70-EXIT.
           EXIT.
      *
      * dernier jour du mois de WDATW (WDERJ)
       T72.
           MOVE WNBJ-MOIS(WDW-MM) TO WDERJ.
           IF WDW-MM = 2
              DIVIDE WDW-AA BY 4 GIVING WQUOT REMAINDER WRESTE
              IF WRESTE = ZERO
                 MOVE 29 TO WDERJ
              END-IF
           END-IF.
       T72-EXIT.
           EXIT.
      *
      * lundi de la semaine de WDATW (WDOW connu par T70)
       T74.
           IF WDOW > 1
              COMPUTE WDECAL = WDOW - 1
              PERFORM T76 THRU T76-EXIT WDECAL TIMES
           END-IF.
       T74-EXIT.
           EXIT.
      *
      * veille de WDATW
       T76.
           SUBTRACT 1 FROM WDW-JJ.
           IF WDW-JJ = ZERO
              SUBTRACT 1 FROM WDW-MM
              IF WDW-MM = ZERO
                 MOVE 12 TO WDW-MM
                 SUBTRACT 1 FROM WDW-AA
              END-IF
              PERFORM T72 THRU T72-EXIT
              MOVE WDERJ TO WDW-JJ
           END-IF.
       T76-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      * T80/T82 : ancienne version : conservee (client non recu ou     *
      *           semaine anterieure a la nouvelle version), remplacee *
      *           (ecart a l'ancienne quantite) ou retiree ;           *
      *           historique purge au-dela de NBSEMHIS semaines        *
      *----------------------------------------------------------------*
       T80.
           READ PREVCLI NEXT RECORD
                AT END MOVE 1 TO WFINP.
       T80-EXIT.
           EXIT.
       T82.
           MOVE PVC-SEM TO WDATW.
           PERFORM T70 THRU T70-EXIT.
           IF WDATOK = ZERO OR WSERIE < WSER-PURGE
              ADD 1 TO WTOT-PUR
              GO TO T82F
           END-IF.
           MOVE PVC-NCL TO WLG-NCL.
           MOVE ZERO TO WTRV.
           PERFORM T47 VARYING WIDXC FROM 1 BY 1
                   UNTIL WIDXC > WNB-CLI OR WTRV = 1.
           IF WTRV = ZERO
              GO TO T82C
           END-IF.
           IF PVC-SEM < WCL-SEMMIN(WPOSC)
              GO TO T82C
           END-IF.
      * semaine couverte par la nouvelle version du client
           MOVE PVC-NAR TO WLG-NAR.
           MOVE PVC-SEM TO WLG-SEM.
           MOVE ZERO TO WTRV.
           PERFORM T48 VARYING WIDXN FROM 1 BY 1
                   UNTIL WIDXN > WNB-NOU OR WTRV = 1.
           IF WTRV = ZERO
              IF PVC-QTE NOT = ZERO
                 MOVE ZERO TO WQ-NOUV
                 MOVE -100 TO WVAR
                 PERFORM T84 THRU T84-EXIT
                 MOVE "SEMAINE RETIREE DE LA NOUVELLE VERSION" TO LLIB
                 WRITE LIGNE BEFORE 1
                 ADD 1 TO WTOT-VAR
              END-IF
              GO TO T82F
           END-IF.
           PERFORM T88 THRU T88-EXIT.
           MOVE PVC-QTE TO PVC-QTEPRE.
           MOVE WNV-QTE(WPOSN)     TO PVC-QTE.
           MOVE WNV-DATVER(WPOSN)  TO PVC-DATVER.
           MOVE WNV-ORIGINE(WPOSN) TO PVC-ORIGINE.
           MOVE 'O' TO WNV-FAIT(WPOSN).
       T82C.
           WRITE PVN-LIGNE FROM PVC-LIGNE.
           ADD 1 TO WTOT-ECR.
       T82F.
           PERFORM T80 THRU T80-EXIT.
       T82-EXIT.
           EXIT.
      *
      * ligne de variation : ancienne version (PVC) et quantite
      * nouvelle (WQ-NOUV)
       T84.
           MOVE SPACES TO LIGNE.
           MOVE PVC-NCL TO LNCL.
           MOVE PVC-NAR TO LNAR.
           MOVE PVC-SEM TO LSEM.
           MOVE PVC-QTE TO LQAV.
           MOVE WQ-NOUV TO LQAP.
           MOVE WVAR    TO LVAR.
       T84-EXIT.
           EXIT.
      *
      * semaine nouvelle sans ancienne version : ecrite telle quelle
       T86.
           IF WNV-FAIT(WIDXN) = 'O'
              GO TO T86-EXIT
           END-IF.
           MOVE SPACES TO PVC-LIGNE.
           MOVE WNV-NCL(WIDXN)     TO PVC-NCL.
           MOVE WNV-NAR(WIDXN)     TO PVC-NAR.
           MOVE WNV-SEM(WIDXN)     TO PVC-SEM.
           MOVE WNV-QTE(WIDXN)     TO PVC-QTE.
           MOVE ZERO               TO PVC-QTEPRE.
           MOVE WNV-DATVER(WIDXN)  TO PVC-DATVER.
           MOVE WNV-ORIGINE(WIDXN) TO PVC-ORIGINE.
           WRITE PVN-LIGNE FROM PVC-LIGNE.
           ADD 1 TO WTOT-ECR.
       T86-EXIT.
           EXIT.
      *
      * ecart entre l'ancienne quantite et la nouvelle : au-dela du
      * seuil SEUILPRV (en % de l'ancienne), variation forte editee
       T88.
           IF PVC-QTE = ZERO
              GO TO T88-EXIT
           END-IF.
           COMPUTE WVAR ROUNDED = (WNV-QTE(WPOSN) - PVC-QTE) * 100
                                / PVC-QTE
                   ON SIZE ERROR MOVE 99999 TO WVAR.
           MOVE WVAR TO WVAR-ABS.
           IF WVAR-ABS NOT > WSEUIL
              GO TO T88-EXIT
           END-IF.
           MOVE WNV-QTE(WPOSN) TO WQ-NOUV.
           PERFORM T84 THRU T84-EXIT.
           IF WVAR > ZERO
              MOVE "VARIATION FORTE A LA HAUSSE" TO LLIB
           ELSE
              MOVE "VARIATION FORTE A LA BAISSE" TO LLIB
           END-IF.
           WRITE LIGNE BEFORE 1.
           ADD 1 TO WTOT-VAR.
       T88-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      * T90 : versions integrees par client, totaux                    *
      *----------------------------------------------------------------*
       T90.
           MOVE SPACES TO LIGNE.
           WRITE LIGNE BEFORE 1.
           PERFORM T92 THRU T92-EXIT
                   VARYING WIDXC FROM 1 BY 1 UNTIL WIDXC > WNB-CLI.
           MOVE SPACES TO LIGNE.
           WRITE LIGNE BEFORE 1.
           MOVE SPACES TO LIGNE.
           MOVE WTOT-MSG TO LNOLIG.
           MOVE "TOTAL MESSAGES DELFOR INTEGRES" TO LLIB.
           WRITE LIGNE BEFORE 1.
           MOVE SPACES TO LIGNE.
           MOVE WTOT-LIG TO LNOLIG.
           MOVE "TOTAL LIGNES DE PREVISION RETENUES" TO LLIB.
           WRITE LIGNE BEFORE 1.
           MOVE SPACES TO LIGNE.
           MOVE WTOT-REJ TO LNOLIG.
           MOVE "TOTAL LIGNES REJETEES (A CORRIGER/RESOUMETTRE)"
                TO LLIB.
           WRITE LIGNE BEFORE 1.
           MOVE SPACES TO LIGNE.
           MOVE WTOT-VAR TO LNOLIG.
           MOVE "TOTAL VARIATIONS FORTES" TO LLIB.
           WRITE LIGNE BEFORE 1.
           MOVE SPACES TO LIGNE.
           MOVE WTOT-PUR TO LNOLIG.
           MOVE "TOTAL SEMAINES PURGEES DE L'HISTORIQUE" TO LLIB.
           WRITE LIGNE BEFORE 1.
       T90-EXIT.
           EXIT.
      *
       T92.
           MOVE SPACES TO LIGNE.
           MOVE WCL-NBL(WIDXC)    TO LNOLIG.
           MOVE WCL-NCL(WIDXC)    TO LNCL.
           MOVE WCL-SEMMIN(WIDXC) TO LSEM.
           MOVE "NOUVELLE VERSION A PARTIR DE LA SEMAINE" TO LLIB.
           WRITE LIGNE BEFORE 1.
       T92-EXIT.
           EXIT.
