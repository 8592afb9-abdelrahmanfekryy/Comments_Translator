      *DD9158 15/10/26 anes Creation - etat mensuel des retours
      *                     fournisseurs ouverts (RETFOU) par
      *                     anciennete et valeur, pour les achats
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RETFC020.
      *
      ******************************************************************
      * GPICMT    Retours fournisseurs ouverts (etat mensuel achats) :  *
      *           relecture du dossier RETFOU tenu par RETFC010 ; un    *
      *           retour est ouvert tant qu'il n'est ni credite (C) ni  *
      *           refuse (R).  Chaque retour ouvert est edite avec son  *
      *           statut (D demande, A accorde, E expedie), son         *
      *           anciennete en jours depuis la demande (mois de 30     *
      *           jours, comme AVAPC010) et sa valeur au prix d'achat.  *
      *           Recapitulatif par fournisseur et total general en     *
      *           valeur par tranche d'anciennete : 0-30, 31-60, 61-90  *
      *           et plus de 90 jours.                                  *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. DPS-4.
       OBJECT-COMPUTER. DPS-4.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RETFOU ASSIGN TO RET-FOU
                       organization line sequential
                       file status is file-status.
      *
           SELECT ETAT1 ASSIGN TO wlabel-etat1
                       organization line sequential.
      *
       DATA DIVISION.
       FILE SECTION.
      * dossier des retours fournisseurs (RETFC010)
       FD  RETFOU
                DATA RECORD RTF-LIGNE.
       01  RTF-LIGNE.
           02 RTF-NRF            PIC 9(6).
           02 FILLER             PIC X.
           02 RTF-FOU            PIC X(8).
           02 FILLER             PIC X.
           02 RTF-NAR            PIC X(7).
           02 FILLER             PIC X.
           02 RTF-LOT            PIC X(10).
           02 FILLER             PIC X.
           02 RTF-QTE            PIC 9(6)V99.
           02 FILLER             PIC X.
           02 RTF-ORIG           PIC X.
           02 FILLER             PIC X.
           02 RTF-RMA            PIC 9(6).
           02 FILLER             PIC X.
           02 RTF-NMA            PIC 99.
           02 FILLER             PIC X.
           02 RTF-PRIX           PIC 9(7)V99.
           02 FILLER             PIC X.
           02 RTF-VAL            PIC 9(9)V99.
           02 FILLER             PIC X.
           02 RTF-STATUT         PIC X.
           02 FILLER             PIC X.
           02 RTF-DATDEM         PIC 9(6).
           02 FILLER             PIC X.
           02 RTF-DATACC         PIC 9(6).
           02 FILLER             PIC X.
           02 RTF-DATEXP         PIC 9(6).
           02 FILLER             PIC X.
           02 RTF-DATCRE         PIC 9(6).
           02 FILLER             PIC X.
           02 RTF-NACC           PIC X(12).
      *
       FD  ETAT1
                DATA RECORD LIGNE
                LINAGE IS 64  LINES AT TOP 2.
       01  LIGNE                  PIC X(132).
       01  L1.
           02 LNRF                 PIC 9(6) blank zero.
           02 FILLER               PIC X(2).
           02 LFOU                 PIC X(8).
           02 FILLER               PIC X(2).
           02 LNAR                 PIC X(7).
           02 FILLER               PIC X(2).
           02 LLOT                 PIC X(10).
           02 FILLER               PIC X(2).
           02 LSTAT                PIC X.
           02 FILLER               PIC X(2).
           02 LDATDEM              PIC 9(6) blank zero.
           02 FILLER               PIC X(2).
           02 LAGE                 PIC Z(4)9.
           02 FILLER               PIC X(2).
           02 LVAL                 PIC Z(8)9V,99 blank zero.
           02 FILLER               PIC X(2).
           02 LLIB                 PIC X(40).
      * recapitulatif : valeur par tranche d'anciennete
       01  LR.
           02 LRFOU                PIC X(8).
           02 FILLER               PIC X(2).
           02 LRNB                 PIC Z(4)9.
           02 LRTR OCCURS 4.
              03 FILLER            PIC X(2).
              03 LRVAL             PIC Z(8)9V,99.
           02 FILLER               PIC X(2).
           02 LRTOT                PIC Z(8)9V,99.
           02 FILLER               PIC X(2).
           02 LRLIB                PIC X(30).
      *
       WORKING-STORAGE SECTION.
       01  wlabel-etat1           pic x(64) value space.
       01  var-name               pic x(64).
       01  var-data               pic x(64).
       01  file-status            PIC XX.
       01  WFIN                   PIC 9 value zero.
           88 FIN-RETFOU          value 1.
       01  WDATEJOUR              PIC 9(6) VALUE ZERO.
       01  WDATW                  PIC 9(6).
       01  WDATW-X REDEFINES WDATW.
           02 WDW-AA              PIC 99.
           02 WDW-MM              PIC 99.
           02 WDW-JJ              PIC 99.
       01  WNUM-JOUR              PIC 9(6).
       01  WNUM-DEM               PIC 9(6).
       01  WAGE                   PIC 9(5).
       01  WTRANCHE               PIC 9.
      *
      **** cumuls par fournisseur, le poste 1001 porte le total general
       01  WTFOU.
           02 WTFOU-E OCCURS 1001.
              03 WFO-FOU          PIC X(8).
              03 WFO-NB           PIC 9(5).
              03 WFO-VAL          PIC 9(11)V99 OCCURS 4.
              03 WFO-TOT          PIC 9(11)V99.
       01  WNB-FOU                PIC 9(4) VALUE ZERO.
       01  WIDX                   PIC 9(4).
       01  WPOS                   PIC 9(4).
       01  WTRV                   PIC 9.
       01  WT                     PIC 9.
      *
       PROCEDURE DIVISION.
      *
      *----------------------------------------------------------------*
      * T10 : relecture du dossier, recapitulatifs                     *
      *----------------------------------------------------------------*
       T10.
           MOVE ZERO TO WFIN WNB-FOU.
           string 'ADLPID' x'00' delimited by size
                  into var-name.
           move space to var-data.
           call 'genvcc' using var-name var-data.
           if var-data(1:6) numeric
              move var-data(1:6) to WDATEJOUR.
           string 'retfc020.'
                  var-data delimited by ' '
                                     into wlabel-etat1.
           MOVE WDATEJOUR TO WDATW.
           COMPUTE WNUM-JOUR = WDW-AA * 360 + WDW-MM * 30 + WDW-JJ.
           MOVE SPACES TO WTFOU-E(1001).
           MOVE ZERO TO WFO-NB(1001) WFO-TOT(1001).
           PERFORM T15 THRU T15-EXIT VARYING WT FROM 1 BY 1
                   UNTIL WT > 4.
           OPEN OUTPUT ETAT1.
           MOVE SPACES TO LIGNE.
           MOVE "RETOURS FOURNISSEURS OUVERTS" TO LLIB.
           MOVE WDATEJOUR TO LDATDEM.
           WRITE LIGNE BEFORE 2.
           OPEN INPUT RETFOU.
           IF FILE-STATUS NOT = ZERO
              MOVE SPACES TO LIGNE
              MOVE "PAS DE DOSSIER RETOURS FOURNISSEURS" TO LLIB
              WRITE LIGNE BEFORE 1
              CLOSE ETAT1
              STOP RUN
           END-IF.
           PERFORM T20 THRU T20-EXIT UNTIL FIN-RETFOU.
           CLOSE RETFOU.
           MOVE SPACES TO LIGNE.
           WRITE LIGNE BEFORE 1.
           MOVE SPACES TO LIGNE.
           STRING "FOURNIS.     NB    0-30 JOURS   31-60 JOURS"
                  "   61-90 JOURS    + 90 JOURS         TOTAL"
                  DELIMITED BY SIZE INTO LIGNE.
           WRITE LIGNE BEFORE 1.
           PERFORM T70 THRU T70-EXIT
                   VARYING WIDX FROM 1 BY 1 UNTIL WIDX > WNB-FOU.
           MOVE 1001 TO WIDX.
           MOVE SPACES TO LIGNE.
           WRITE LIGNE BEFORE 1.
           PERFORM T70 THRU T70-EXIT.
           CLOSE ETAT1.
           STOP RUN.
      *
       T15.
           MOVE ZERO TO WFO-VAL(1001 WT).
       T15-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      * T20 : un retour : ouvert ou non, anciennete, tranche,          *
      *       cumuls fournisseur et general                            *
      *----------------------------------------------------------------*
       T20.
           READ RETFOU NEXT RECORD
                AT END MOVE 1 TO WFIN
                GO TO T20-EXIT.
           IF RTF-STATUT = 'C' OR RTF-STATUT = 'R'
              GO TO T20-EXIT
           END-IF.
           MOVE ZERO TO WAGE.
           IF RTF-DATDEM NUMERIC AND RTF-DATDEM NOT = ZERO
              MOVE RTF-DATDEM TO WDATW
              COMPUTE WNUM-DEM = WDW-AA * 360 + WDW-MM * 30 + WDW-JJ
              IF WNUM-JOUR > WNUM-DEM
                 COMPUTE WAGE = WNUM-JOUR - WNUM-DEM
              END-IF
           END-IF.
           MOVE 4 TO WTRANCHE.
           IF WAGE NOT > 90
              MOVE 3 TO WTRANCHE
           END-IF.
           IF WAGE NOT > 60
              MOVE 2 TO WTRANCHE
           END-IF.
           IF WAGE NOT > 30
              MOVE 1 TO WTRANCHE
           END-IF.
           PERFORM T30 THRU T30-EXIT.
           ADD 1       TO WFO-NB(WPOS) WFO-NB(1001).
           ADD RTF-VAL TO WFO-VAL(WPOS WTRANCHE)
                          WFO-VAL(1001 WTRANCHE)
                          WFO-TOT(WPOS) WFO-TOT(1001).
           MOVE SPACES TO LIGNE.
           MOVE RTF-NRF    TO LNRF.
           MOVE RTF-FOU    TO LFOU.
           MOVE RTF-NAR    TO LNAR.
           MOVE RTF-LOT    TO LLOT.
           MOVE RTF-STATUT TO LSTAT.
           MOVE RTF-DATDEM TO LDATDEM.
           MOVE WAGE       TO LAGE.
           MOVE RTF-VAL    TO LVAL.
           IF RTF-STATUT = 'D'
              MOVE "EN ATTENTE D'ACCORD DU FOURNISSEUR" TO LLIB
           END-IF.
           IF RTF-STATUT = 'A'
              MOVE "ACCORDE, A EXPEDIER" TO LLIB
           END-IF.
           IF RTF-STATUT = 'E'
              MOVE "EXPEDIE, AVOIR FOURNISSEUR ATTENDU" TO LLIB
           END-IF.
           WRITE LIGNE BEFORE 1.
       T20-EXIT.
           EXIT.
      *
      * poste du fournisseur dans la table des cumuls (WPOS)
       T30.
           MOVE ZERO TO WTRV.
           PERFORM T32 VARYING WIDX FROM 1 BY 1
                   UNTIL WIDX > WNB-FOU OR WTRV = 1.
           IF WTRV = 1
              GO TO T30-EXIT
           END-IF.
           IF WNB-FOU NOT < 1000
              DISPLAY "GPIWARNING"
              DISPLAY "**TABLE DES FOURNISSEURS PLEINE, RUN ABANDONNE"
              STOP RUN
           END-IF.
           ADD 1 TO WNB-FOU.
           MOVE WNB-FOU TO WPOS.
           MOVE RTF-FOU TO WFO-FOU(WPOS).
           MOVE ZERO    TO WFO-NB(WPOS) WFO-TOT(WPOS).
           MOVE WPOS TO WIDX.
           PERFORM T34 THRU T34-EXIT VARYING WT FROM 1 BY 1
                   UNTIL WT > 4.
       T30-EXIT.
           EXIT.
       T32.
           IF WFO-FOU(WIDX) = RTF-FOU
              MOVE 1 TO WTRV
              MOVE WIDX TO WPOS
           END-IF.
       T34.
           MOVE ZERO TO WFO-VAL(WIDX WT).
       T34-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      * T70 : ligne de recapitulatif du poste WIDX (1001 = total)      *
      *----------------------------------------------------------------*
       T70.
           MOVE SPACES TO LIGNE.
           MOVE WFO-FOU(WIDX) TO LRFOU.
           MOVE WFO-NB(WIDX)  TO LRNB.
           PERFORM T72 THRU T72-EXIT VARYING WT FROM 1 BY 1
                   UNTIL WT > 4.
           MOVE WFO-TOT(WIDX) TO LRTOT.
           IF WIDX = 1001
              MOVE "TOTAL GENERAL" TO LRLIB
           END-IF.
           WRITE LIGNE BEFORE 1.
       T70-EXIT.
           EXIT.
       T72.
           MOVE WFO-VAL(WIDX WT) TO LRVAL(WT).
       T72-EXIT.
           EXIT.
