      *DD9173 15/10/26 anes Creation - confirmation d'expedition des
      *                     livraisons directes fournisseur : BL au
      *                     journal BLEXP, commande deposee dans la
      *                     file de facturation REQQ, cout fournisseur
      *                     au journal DIREXP ; stock non touche
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DIRC020.
      *
      ******************************************************************
      * GPICMT    Confirmation d'expedition des livraisons directes :   *
      *           - DIRCONF : les confirmations d'expedition recues des *
      *             fournisseurs (reference achat DIRC010, quantite     *
      *             expediee, date, numero de BL fournisseur)           *
      *           - DIRCDE : la ligne client de la reference achat      *
      *           - DIREXP : journal des lignes confirmees (une         *
      *             confirmation deja passee est ignoree), avec le cout *
      *             fournisseur repris par MARGC020 et CARNC010         *
      *           - BLEXP : la ligne part au journal des expeditions    *
      *             sous un numero de BL pris a la suite (un BL par     *
      *             commande et BL fournisseur du run), comme EXPDC020  *
      *           - REQQ : la commande est deposee dans la file des     *
      *             demandes de facturation de CILP-FACT1, qui la marque*
      *             a facturer                                          *
      *           - RECJRN : la quantite expediee vaut reception pour le*
      *             rapprochement de la facture fournisseur (RAPFC010)  *
      *           Le stock n'est jamais touche.                         *
      ******************************************************************
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. DPS-4.
       OBJECT-COMPUTER. DPS-4.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DIRCONF ASSIGN TO DIR-CONF
                       organization line sequential
                       file status is file-status.
      *
           SELECT DIRCDE ASSIGN TO DIR-CDE
                       organization line sequential
                       file status is file-status2.
      *
           SELECT DIREXP ASSIGN TO DIR-EXP
                       organization line sequential
                       file status is file-status3.
      *
           SELECT BLEXP ASSIGN TO BLE-XP
                       organization line sequential
                       file status is file-status4.
      *
           SELECT REQQ ASSIGN TO REQ-CILP1
                       organization line sequential
                       file status is file-status5.
      *
           SELECT RECJRN ASSIGN TO REC-JRN
                       organization line sequential
                       file status is file-status6.
      *
           SELECT ETAT1 ASSIGN TO wlabel-etat1
                       organization line sequential.
      *
       DATA DIVISION.
       FILE SECTION.
      * confirmations d'expedition des fournisseurs
       FD  DIRCONF
                DATA RECORD CNF-LIGNE.
       01  CNF-LIGNE.
           02 CNF-ACH            PIC X(15).
           02 FILLER             PIC X.
           02 CNF-QTE            PIC 9(6)V99.
           02 FILLER             PIC X.
           02 CNF-DATEXP         PIC 9(6).
           02 FILLER             PIC X.
           02 CNF-BLF            PIC X(15).
      *
      * lignes de commande en livraison directe (dirliv1)
       FD  DIRCDE
                DATA RECORD DCD-LIGNE.
       01  DCD-LIGNE.
           02 DCD-NCDE           PIC X(7).
           02 FILLER             PIC X.
           02 DCD-NLG            PIC 9(3).
           02 FILLER             PIC X.
           02 DCD-NCL            PIC 9(6).
           02 FILLER             PIC X.
           02 DCD-NAR            PIC X(7).
           02 FILLER             PIC X.
           02 DCD-QTE            PIC 9(6)V99.
           02 FILLER             PIC X.
           02 DCD-FOU            PIC X(8).
           02 FILLER             PIC X.
           02 DCD-PRA            PIC 9(7)V99.
           02 FILLER             PIC X.
           02 DCD-DATE           PIC 9(6).
      *
      * journal des lignes en livraison directe expediees
       FD  DIREXP
                DATA RECORD DEX-LIGNE.
       01  DEX-LIGNE.
           02 DEX-ACH            PIC X(15).
           02 FILLER             PIC X.
           02 DEX-NCDE           PIC X(7).
           02 FILLER             PIC X.
           02 DEX-NLG            PIC 9(3).
           02 FILLER             PIC X.
           02 DEX-NCL            PIC 9(6).
           02 FILLER             PIC X.
           02 DEX-NAR            PIC X(7).
           02 FILLER             PIC X.
           02 DEX-QTE            PIC 9(6)V99.
           02 FILLER             PIC X.
           02 DEX-FOU            PIC X(8).
           02 FILLER             PIC X.
           02 DEX-PRA            PIC 9(7)V99.
           02 FILLER             PIC X.
           02 DEX-DATEXP         PIC 9(6).
           02 FILLER             PIC X.
           02 DEX-NBL            PIC 9(7).
           02 FILLER             PIC X.
           02 DEX-BLF            PIC X(15).
      *
      * journal permanent des expeditions : une ligne par ligne de BL
       FD  BLEXP
                DATA RECORD BLX-LIGNE.
       01  BLX-LIGNE.
           02 BLX-NBL            PIC 9(7).
           02 FILLER             PIC X.
           02 BLX-NCDE           PIC 9(7).
           02 FILLER             PIC X.
           02 BLX-NCL            PIC 9(6).
           02 FILLER             PIC X.
           02 BLX-DATEXP         PIC 9(6).
           02 FILLER             PIC X.
           02 BLX-NAR            PIC X(7).
           02 FILLER             PIC X.
           02 BLX-QTE            PIC 9(6)V99.
      *
      * file des demandes de facturation (CILP-FACT1)
       FD  REQQ
                DATA RECORD REQ-LIGNE.
       01  REQ-LIGNE.
           02 REQ-CLE            PIC X(13).
           02 FILLER             PIC X.
           02 REQ-DATE           PIC 9(6).
           02 FILLER             PIC X.
           02 REQ-TYPE           PIC X.
      *
      * journal permanent des receptions (RECPC010)
       FD  RECJRN
                DATA RECORD RCJ-LIGNE.
       01  RCJ-LIGNE.
           02 RCJ-ACH            PIC X(15).
           02 FILLER             PIC X.
           02 RCJ-NAR            PIC X(7).
           02 FILLER             PIC X.
           02 RCJ-SRE            PIC X(7).
           02 FILLER             PIC X.
           02 RCJ-QTE            PIC 9(6)V99.
           02 FILLER             PIC X.
           02 RCJ-NMA            PIC 99.
           02 FILLER             PIC X.
           02 RCJ-DATE           PIC 9(6).
      *
       FD  ETAT1
                DATA RECORD LIGNE
                LINAGE IS 64  LINES AT TOP 2.
       01  LIGNE                  PIC X(132).
       01  L1.
           02 LACH                 PIC X(15).
           02 FILLER               PIC X(2).
           02 LNBL                 PIC 9(7) blank zero.
           02 FILLER               PIC X(2).
           02 LNCDE                PIC X(7).
           02 FILLER               PIC X(2).
           02 LNAR                 PIC X(7).
           02 FILLER               PIC X(2).
           02 LQTE                 PIC Z(5)9V,99 blank zero.
           02 FILLER               PIC X(2).
           02 LMONT                PIC Z(8)9V,99 blank zero.
           02 FILLER               PIC X(2).
           02 LLIB                 PIC X(50).
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
       01  file-status6           PIC XX.
       01  WFINF                  PIC 9 value zero.
           88 FIN-DIRCONF         value 1.
       01  WFINC                  PIC 9 value zero.
           88 FIN-DIRCDE          value 1.
       01  WFINE                  PIC 9 value zero.
           88 FIN-DIREXP          value 1.
       01  WFINB                  PIC 9 value zero.
           88 FIN-BLEXP           value 1.
       01  WDATEJOUR              PIC 9(6).
       01  WNOBL                  PIC 9(7) VALUE ZERO.
      *
      **** lignes client en livraison directe, par reference achat
       01  WTDCD.
           02 WTDCD-E OCCURS 20000.
              03 WDC-ACH          PIC X(15).
              03 WDC-NCDE         PIC X(7).
              03 WDC-NLG          PIC 9(3).
              03 WDC-NCL          PIC 9(6).
              03 WDC-NAR          PIC X(7).
              03 WDC-FOU          PIC X(8).
              03 WDC-PRA          PIC 9(7)V99.
       01  WNB-DCD                PIC 9(5) VALUE ZERO.
       01  WIDX                   PIC 9(5).
       01  WPOS                   PIC 9(5).
      *
      **** references achat deja confirmees
       01  WTDEX.
           02 WTDEX-E OCCURS 20000 PIC X(15).
       01  WNB-DEX                PIC 9(5) VALUE ZERO.
       01  WIDXE                  PIC 9(5).
      *
      **** BL du run : un par commande et BL fournisseur
       01  WTBL.
           02 WTBL-E OCCURS 2000.
              03 WBL-NCDE         PIC X(7).
              03 WBL-BLF          PIC X(15).
              03 WBL-NBL          PIC 9(7).
       01  WNB-BL                 PIC 9(4) VALUE ZERO.
       01  WIDXB                  PIC 9(4).
       01  WPOSB                  PIC 9(4).
      *
       01  WTRV                   PIC 9.
       01  WCDE-VUE               PIC 9.
       01  WACH-TRT.
           02 WACH-PFX            PIC X(3).
           02 WACH-NCDE           PIC X(7).
           02 WACH-NLG            PIC 9(3).
           02 FILLER              PIC X(2).
       01  WMONT                  PIC S9(9)V99.
       01  WTOT-LIG               PIC 9(5) VALUE ZERO.
       01  WTOT-REJ               PIC 9(5) VALUE ZERO.
       01  WTOT-CDE               PIC 9(5) VALUE ZERO.
       01  WTOT-MONT              PIC S9(11)V99 VALUE ZERO.
      *
       PROCEDURE DIVISION.
      *
      *----------------------------------------------------------------*
      * T10 : lignes en livraison directe, confirmations deja passees, *
      *       dernier BL, puis les confirmations recues                *
      *----------------------------------------------------------------*
       T10.
           MOVE ZERO TO WFINF WFINC WFINE WFINB WNB-DCD WNB-DEX
                        WNB-BL WNOBL WTOT-LIG WTOT-REJ WTOT-CDE
                        WTOT-MONT.
           string 'ADLPID' x'00' delimited by size
                  into var-name.
           move space to var-data.
           call 'genvcc' using var-name var-data.
           if var-data(1:6) numeric
              move var-data(1:6) to WDATEJOUR.
           string 'dirc020.'
                  var-data delimited by ' '
                                     into wlabel-etat1.
           OPEN OUTPUT ETAT1.
           OPEN INPUT DIRCONF.
           IF FILE-STATUS NOT = ZERO
              PERFORM T90 THRU T90-EXIT
              CLOSE ETAT1
              STOP RUN
           END-IF.
           OPEN INPUT DIRCDE.
           IF FILE-STATUS2 = ZERO
              PERFORM T20 THRU T20-EXIT
              PERFORM T22 THRU T22-EXIT UNTIL FIN-DIRCDE
              CLOSE DIRCDE
           END-IF.
           OPEN INPUT DIREXP.
           IF FILE-STATUS3 = ZERO
              PERFORM T24 THRU T24-EXIT
              PERFORM T26 THRU T26-EXIT UNTIL FIN-DIREXP
              CLOSE DIREXP
           END-IF.
           OPEN INPUT BLEXP.
           IF FILE-STATUS4 = ZERO
              PERFORM T28 THRU T28-EXIT
              PERFORM T29 THRU T29-EXIT UNTIL FIN-BLEXP
              CLOSE BLEXP
           END-IF.
           OPEN EXTEND DIREXP.
           IF FILE-STATUS3 NOT = ZERO
              OPEN OUTPUT DIREXP
           END-IF.
           OPEN EXTEND BLEXP.
           IF FILE-STATUS4 NOT = ZERO
              OPEN OUTPUT BLEXP
           END-IF.
           OPEN EXTEND REQQ.
           IF FILE-STATUS5 NOT = ZERO
              OPEN OUTPUT REQQ
           END-IF.
           OPEN EXTEND RECJRN.
           IF FILE-STATUS6 NOT = ZERO
              OPEN OUTPUT RECJRN
           END-IF.
           PERFORM T30 THRU T30-EXIT.
           PERFORM T32 THRU T32-EXIT UNTIL FIN-DIRCONF.
           CLOSE DIRCONF DIREXP BLEXP REQQ RECJRN.
           PERFORM T90 THRU T90-EXIT.
           CLOSE ETAT1.
           STOP RUN.
      *
       T20.
           READ DIRCDE NEXT RECORD
                AT END MOVE 1 TO WFINC.
       T20-EXIT.
           EXIT.
       T22.
           IF WNB-DCD NOT < 20000
              DISPLAY "GPIWARNING"
              DISPLAY "**TABLE DES LIGNES EN LIVRAISON DIRECTE "
                      "PLEINE, RUN ABANDONNE"
              STOP RUN
           END-IF.
           ADD 1 TO WNB-DCD.
           MOVE SPACES   TO WACH-TRT.
           MOVE 'DIR'    TO WACH-PFX.
           MOVE DCD-NCDE TO WACH-NCDE.
           MOVE DCD-NLG  TO WACH-NLG.
           MOVE WACH-TRT TO WDC-ACH(WNB-DCD).
           MOVE DCD-NCDE TO WDC-NCDE(WNB-DCD).
           MOVE DCD-NLG  TO WDC-NLG(WNB-DCD).
           MOVE DCD-NCL  TO WDC-NCL(WNB-DCD).
           MOVE DCD-NAR  TO WDC-NAR(WNB-DCD).
           MOVE DCD-FOU  TO WDC-FOU(WNB-DCD).
           MOVE DCD-PRA  TO WDC-PRA(WNB-DCD).
           PERFORM T20 THRU T20-EXIT.
       T22-EXIT.
           EXIT.
      *
       T24.
           READ DIREXP NEXT RECORD
                AT END MOVE 1 TO WFINE.
       T24-EXIT.
           EXIT.
       T26.
           IF WNB-DEX NOT < 20000
              DISPLAY "GPIWARNING"
              DISPLAY "**TABLE DES CONFIRMATIONS PLEINE, "
                      "RUN ABANDONNE"
              STOP RUN
           END-IF.
           ADD 1 TO WNB-DEX.
           MOVE DEX-ACH TO WTDEX-E(WNB-DEX).
           PERFORM T24 THRU T24-EXIT.
       T26-EXIT.
           EXIT.
      *
      * plus haut numero de BL du journal des expeditions
       T28.
           READ BLEXP NEXT RECORD
                AT END MOVE 1 TO WFINB.
       T28-EXIT.
           EXIT.
       T29.
           IF BLX-NBL > WNOBL
              MOVE BLX-NBL TO WNOBL
           END-IF.
           PERFORM T28 THRU T28-EXIT.
       T29-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      * T30/T32 : une confirmation d'expedition fournisseur            *
      *----------------------------------------------------------------*
       T30.
           READ DIRCONF NEXT RECORD
                AT END MOVE 1 TO WFINF.
       T30-EXIT.
           EXIT.
       T32.
           MOVE SPACES  TO LIGNE.
           MOVE CNF-ACH TO LACH.
           MOVE CNF-QTE TO LQTE.
           MOVE ZERO TO WTRV.
           PERFORM T34 THRU T34-EXIT
                   VARYING WIDX FROM 1 BY 1
                   UNTIL WIDX > WNB-DCD OR WTRV = 1.
           IF WTRV = ZERO
              ADD 1 TO WTOT-REJ
              MOVE "REFERENCE ACHAT SANS LIGNE CLIENT, IGNOREE"
                   TO LLIB
              WRITE LIGNE BEFORE 1
              GO TO T32F
           END-IF.
           MOVE WDC-NCDE(WPOS) TO LNCDE.
           MOVE WDC-NAR(WPOS)  TO LNAR.
           MOVE ZERO TO WTRV.
           PERFORM T36 THRU T36-EXIT
                   VARYING WIDXE FROM 1 BY 1
                   UNTIL WIDXE > WNB-DEX OR WTRV = 1.
           IF WTRV = 1
              ADD 1 TO WTOT-REJ
              MOVE "EXPEDITION DEJA CONFIRMEE, IGNOREE" TO LLIB
              WRITE LIGNE BEFORE 1
              GO TO T32F
           END-IF.
           IF CNF-QTE = ZERO
              ADD 1 TO WTOT-REJ
              MOVE "QUANTITE EXPEDIEE NULLE, IGNOREE" TO LLIB
              WRITE LIGNE BEFORE 1
              GO TO T32F
           END-IF.
           IF CNF-DATEXP NOT NUMERIC OR CNF-DATEXP = ZERO
              MOVE WDATEJOUR TO CNF-DATEXP
           END-IF.
      * BL de la commande pour ce BL fournisseur
           PERFORM T40 THRU T40-EXIT.
           MOVE SPACES TO BLX-LIGNE.
           MOVE WBL-NBL(WPOSB)  TO BLX-NBL.
           MOVE WDC-NCDE(WPOS)  TO BLX-NCDE.
           MOVE WDC-NCL(WPOS)   TO BLX-NCL.
           MOVE CNF-DATEXP      TO BLX-DATEXP.
           MOVE WDC-NAR(WPOS)   TO BLX-NAR.
           MOVE CNF-QTE         TO BLX-QTE.
           WRITE BLX-LIGNE.
           MOVE SPACES TO DEX-LIGNE.
           MOVE CNF-ACH         TO DEX-ACH.
           MOVE WDC-NCDE(WPOS)  TO DEX-NCDE.
           MOVE WDC-NLG(WPOS)   TO DEX-NLG.
           MOVE WDC-NCL(WPOS)   TO DEX-NCL.
           MOVE WDC-NAR(WPOS)   TO DEX-NAR.
           MOVE CNF-QTE         TO DEX-QTE.
           MOVE WDC-FOU(WPOS)   TO DEX-FOU.
           MOVE WDC-PRA(WPOS)   TO DEX-PRA.
           MOVE CNF-DATEXP      TO DEX-DATEXP.
           MOVE WBL-NBL(WPOSB)  TO DEX-NBL.
           MOVE CNF-BLF         TO DEX-BLF.
           WRITE DEX-LIGNE.
           MOVE SPACES TO RCJ-LIGNE.
           MOVE CNF-ACH         TO RCJ-ACH.
           MOVE WDC-NAR(WPOS)   TO RCJ-NAR.
           MOVE CNF-QTE         TO RCJ-QTE.
           MOVE ZERO            TO RCJ-NMA.
           MOVE CNF-DATEXP      TO RCJ-DATE.
           WRITE RCJ-LIGNE.
      * une confirmation en double dans le meme fichier est ignoree
           IF WNB-DEX < 20000
              ADD 1 TO WNB-DEX
              MOVE CNF-ACH TO WTDEX-E(WNB-DEX)
           END-IF.
           COMPUTE WMONT = CNF-QTE * WDC-PRA(WPOS).
           ADD WMONT TO WTOT-MONT.
           ADD 1 TO WTOT-LIG.
           MOVE WBL-NBL(WPOSB) TO LNBL.
           MOVE WMONT TO LMONT.
           STRING "EXPEDIEE PAR " WDC-FOU(WPOS) " BL " CNF-BLF
                  DELIMITED BY SIZE INTO LLIB.
           WRITE LIGNE BEFORE 1.
       T32F.
           PERFORM T30 THRU T30-EXIT.
       T32-EXIT.
           EXIT.
       T34.
           IF WDC-ACH(WIDX) = CNF-ACH
              MOVE 1 TO WTRV
              MOVE WIDX TO WPOS
           END-IF.
       T34-EXIT.
           EXIT.
       T36.
           IF WTDEX-E(WIDXE) = CNF-ACH
              MOVE 1 TO WTRV
           END-IF.
       T36-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      * T40 : BL de la commande et du BL fournisseur, cree au premier  *
      *       passage ; la commande part dans la file de facturation   *
      *       a son premier BL du run                                  *
      *----------------------------------------------------------------*
       T40.
           MOVE ZERO TO WTRV WCDE-VUE.
           PERFORM T42 THRU T42-EXIT
                   VARYING WIDXB FROM 1 BY 1
                   UNTIL WIDXB > WNB-BL OR WTRV = 1.
           IF WTRV = 1
              GO TO T40-EXIT
           END-IF.
           IF WNB-BL NOT < 2000
              DISPLAY "GPIWARNING"
              DISPLAY "**TABLE DES BL DU RUN PLEINE, RUN ABANDONNE"
              STOP RUN
           END-IF.
           ADD 1 TO WNB-BL.
           MOVE WNB-BL TO WPOSB.
           ADD 1 TO WNOBL.
           MOVE WDC-NCDE(WPOS) TO WBL-NCDE(WPOSB).
           MOVE CNF-BLF        TO WBL-BLF(WPOSB).
           MOVE WNOBL          TO WBL-NBL(WPOSB).
           IF WCDE-VUE = ZERO
              MOVE SPACES TO REQ-LIGNE
              MOVE WDC-NCDE(WPOS) TO REQ-CLE
              MOVE WDATEJOUR      TO REQ-DATE
              WRITE REQ-LIGNE
              ADD 1 TO WTOT-CDE
           END-IF.
       T40-EXIT.
           EXIT.
       T42.
           IF WBL-NCDE(WIDXB) = WDC-NCDE(WPOS)
              MOVE 1 TO WCDE-VUE
              IF WBL-BLF(WIDXB) = CNF-BLF
                 MOVE 1 TO WTRV
                 MOVE WIDXB TO WPOSB
              END-IF
           END-IF.
       T42-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      * T90 : recapitulatif                                            *
      *----------------------------------------------------------------*
       T90.
           MOVE SPACES TO LIGNE.
           WRITE LIGNE BEFORE 1.
           MOVE SPACES TO LIGNE.
           MOVE WTOT-LIG TO LNBL.
           MOVE WTOT-MONT TO LMONT.
           MOVE "TOTAL LIGNES EXPEDIEES PAR LES FOURNISSEURS"
                TO LLIB.
           WRITE LIGNE BEFORE 1.
           MOVE SPACES TO LIGNE.
           MOVE WTOT-CDE TO LNBL.
           MOVE "TOTAL COMMANDES DEPOSEES EN FACTURATION" TO LLIB.
           WRITE LIGNE BEFORE 1.
           MOVE SPACES TO LIGNE.
           MOVE WTOT-REJ TO LNBL.
           MOVE "TOTAL CONFIRMATIONS IGNOREES" TO LLIB.
           WRITE LIGNE BEFORE 1.
       T90-EXIT.
           EXIT.
