      *DD9179 15/10/26 anes Creation - chargement annuel du budget
      *                     des ventes par societe, mois, representant
      *                     /secteur, famille client et famille article
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUDC010.
      *
      ******************************************************************
      * GPICMT    Chargement annuel du budget des ventes (export du     *
      *           tableur du controle de gestion), fichier BUDCSV a     *
      *           separateur ; :                                        *
      *             societe;AAMM;representant;secteur;famille client;   *
      *             famille article;valeur HT;volume                    *
      *           la valeur et le volume acceptent la virgule ou le     *
      *           point decimal et les blancs de milliers ; le volume   *
      *           est facultatif.  Une premiere ligne de titres est     *
      *           ignoree.  Toutes les lignes doivent etre de la meme   *
      *           annee ; deux lignes de meme cle s'additionnent.       *
      *           Premier passage : controle.  Une seule ligne rejetee  *
      *           et le budget n'est pas charge (BUDGETN = BUDGET).     *
      *           Sinon BUDGETN recoit les lignes chargees, puis celles *
      *           de BUDGET d'une autre annee ou d'une autre societe :  *
      *           le budget d'une societe pour l'annee est remplace en  *
      *           bloc.  Edition : rejets, totaux par mois et societe.  *
      ******************************************************************
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. DPS-4.
       OBJECT-COMPUTER. DPS-4.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BUDCSV ASSIGN TO BUD-CSV
                       organization line sequential
                       file status is file-status.
      *
           SELECT BUDGET ASSIGN TO BUD-GET
                       organization line sequential
                       file status is file-status2.
      *
           SELECT BUDGETN ASSIGN TO BUD-GETN
                       organization line sequential.
      *
           SELECT ETAT1 ASSIGN TO wlabel-etat1
                       organization line sequential.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  BUDCSV
                DATA RECORD CSV-LIGNE.
       01  CSV-LIGNE              PIC X(100).
      *
       FD  BUDGET
                DATA RECORD BUD-LIGNE.
       01  BUD-LIGNE.
           02 BUD-SOC            PIC X(6).
           02 FILLER             PIC X.
           02 BUD-AAMM           PIC 9(4).
           02 FILLER             PIC X.
           02 BUD-REP            PIC X(4).
           02 FILLER             PIC X.
           02 BUD-SECT           PIC XX.
           02 FILLER             PIC X.
           02 BUD-FAMC           PIC X(3).
           02 FILLER             PIC X.
           02 BUD-FAMA           PIC X(3).
           02 FILLER             PIC X.
           02 BUD-VAL            PIC 9(9)V99.
           02 FILLER             PIC X.
           02 BUD-VOL            PIC 9(9)V99.
      *
       FD  BUDGETN
                DATA RECORD BDN-LIGNE.
       01  BDN-LIGNE              PIC X(51).
      *
       FD  ETAT1
                DATA RECORD LIGNE
                LINAGE IS 64  LINES AT TOP 2.
       01  LIGNE                  PIC X(132).
       01  L1.
           02 LNOLIG               PIC ZZZZ9 blank zero.
           02 FILLER               PIC X(2).
           02 LSOC                 PIC X(6).
           02 FILLER               PIC X(2).
           02 LAAMM                PIC X(4).
           02 FILLER               PIC X(2).
           02 LREP                 PIC X(4).
           02 FILLER               PIC X(2).
           02 LSECT                PIC XX.
           02 FILLER               PIC X(2).
           02 LFAMC                PIC X(3).
           02 FILLER               PIC X(2).
           02 LFAMA                PIC X(3).
           02 FILLER               PIC X(2).
           02 LVAL                 PIC Z(10)9V,99 blank zero.
           02 FILLER               PIC X(2).
           02 LVOL                 PIC Z(10)9V,99 blank zero.
           02 FILLER               PIC X(2).
           02 LLIB                 PIC X(50).
      *
       WORKING-STORAGE SECTION.
       01  wlabel-etat1           pic x(64) value space.
       01  var-name               pic x(64).
       01  var-data               pic x(64).
       01  file-status            PIC XX.
       01  file-status2           PIC XX.
       01  WFIN                   PIC 9 value zero.
           88 FIN-BUDCSV          value 1.
       01  WFINB                  PIC 9 value zero.
           88 FIN-BUDGET          value 1.
       01  WDATEJOUR              PIC 9(6) VALUE ZERO.
      * passage 1 controle, 2 chargement
       01  WPASSE                 PIC 9.
       01  WANNEE                 PIC 99 VALUE ZERO.
       01  WANNEE-OK              PIC 9 VALUE ZERO.
      *
      **** champs decoupes de la ligne delimitee
       01  WCH-SOC                PIC X(6).
       01  WCH-AAMM               PIC X(4).
       01  WCH-AAMM9 REDEFINES WCH-AAMM.
           02 WCH-AA              PIC 99.
           02 WCH-MM              PIC 99.
       01  WCH-REP                PIC X(4).
       01  WCH-SECT               PIC XX.
       01  WCH-FAMC               PIC X(3).
       01  WCH-FAMA               PIC X(3).
       01  WCH-VAL                PIC X(15).
       01  WCH-VOL                PIC X(15).
      *
      **** lecture d'un montant : chiffres, virgule ou point decimal,
      **** blancs de milliers ignores, deux decimales retenues
       01  WCH-NUM                PIC X(15).
       01  WNUM                   PIC 9(9)V99.
       01  WNUM-ENT               PIC 9(11).
       01  WNUM-DEC               PIC 99.
       01  WNUM-NBD               PIC 9.
       01  WNUM-NBE               PIC 99.
       01  WNUM-VIRG              PIC 9.
       01  WNUM-OK                PIC 9.
       01  WNUM-VIDE              PIC 9.
       01  WCAR                   PIC X.
       01  WCHIF                  PIC 9.
       01  WIDXQ                  PIC 99.
       01  WVAL                   PIC 9(9)V99.
       01  WVOL                   PIC 9(9)V99.
      *
      **** societes chargees : cumul par mois
       01  WTSOC.
           02 WTSOC-E OCCURS 20.
              03 WSO-SOC          PIC X(6).
              03 WSO-NBL          PIC 9(5).
              03 WSO-MOIS OCCURS 12.
                 04 WSO-VAL       PIC 9(11)V99.
                 04 WSO-VOL       PIC 9(11)V99.
       01  WNB-SOC                PIC 99 VALUE ZERO.
       01  WIDXS                  PIC 99.
       01  WPOSS                  PIC 99.
       01  WIDXM                  PIC 99.
       01  WTRV                   PIC 9.
       01  WTOT-VAL               PIC 9(11)V99.
       01  WTOT-VOL               PIC 9(11)V99.
      *
       01  WNOLIG                 PIC 9(5) VALUE ZERO.
       01  WTOT-LUS               PIC 9(5) VALUE ZERO.
       01  WTOT-REJ               PIC 9(5) VALUE ZERO.
       01  WTOT-CHG               PIC 9(5) VALUE ZERO.
       01  WTOT-REMP              PIC 9(6) VALUE ZERO.
       01  WTOT-CONS              PIC 9(6) VALUE ZERO.
      *
       PROCEDURE DIVISION.
      *
      *----------------------------------------------------------------*
      * T10 : controle du fichier, puis chargement et reprise des      *
      *       lignes conservees de l'ancien budget                     *
      *----------------------------------------------------------------*
       T10.
           MOVE ZERO TO WFIN WFINB WNB-SOC WNOLIG WTOT-LUS WTOT-REJ
                        WTOT-CHG WTOT-REMP WTOT-CONS WANNEE-OK.
           string 'ADLPID' x'00' delimited by size
                  into var-name.
           move space to var-data.
           call 'genvcc' using var-name var-data.
           if var-data(1:6) numeric
              move var-data(1:6) to WDATEJOUR.
           string 'budc010.'
                  var-data delimited by ' '
                                     into wlabel-etat1.
           OPEN INPUT BUDCSV.
           IF FILE-STATUS NOT = ZERO
              DISPLAY "PAS DE FICHIER BUDGET A CHARGER"
              STOP RUN
           END-IF.
           OPEN OUTPUT ETAT1.
           MOVE SPACES TO LIGNE.
           MOVE "CHARGEMENT DU BUDGET DES VENTES" TO LLIB.
           WRITE LIGNE BEFORE 2.
           MOVE SPACES TO LIGNE.
           MOVE 1 TO WPASSE.
           PERFORM T20 THRU T20-EXIT.
           PERFORM T30 THRU T30-EXIT UNTIL FIN-BUDCSV.
           CLOSE BUDCSV.
           OPEN OUTPUT BUDGETN.
           IF WTOT-REJ NOT = ZERO OR WTOT-LUS = ZERO
              DISPLAY "GPIWARNING"
              DISPLAY "**BUDGET NON CHARGE, FICHIER A CORRIGER"
              MOVE SPACES TO LIGNE
              WRITE LIGNE BEFORE 1
              MOVE "BUDGET NON CHARGE - FICHIER A CORRIGER" TO LLIB
              WRITE LIGNE BEFORE 1
              MOVE SPACES TO LIGNE
              MOVE ZERO TO WNB-SOC
           ELSE
              MOVE 2 TO WPASSE
              MOVE ZERO TO WFIN WNOLIG
              OPEN INPUT BUDCSV
              PERFORM T20 THRU T20-EXIT
              PERFORM T30 THRU T30-EXIT UNTIL FIN-BUDCSV
              CLOSE BUDCSV
           END-IF.
           OPEN INPUT BUDGET.
           IF FILE-STATUS2 = ZERO
              PERFORM T60 THRU T60-EXIT
              PERFORM T65 THRU T65-EXIT UNTIL FIN-BUDGET
              CLOSE BUDGET
           END-IF.
           CLOSE BUDGETN.
           PERFORM T90 THRU T90-EXIT.
           CLOSE ETAT1.
           STOP RUN.
      *
       T20.
           READ BUDCSV NEXT RECORD
                AT END MOVE 1 TO WFIN.
       T20-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      * T30 : une ligne du fichier : controle (passage 1), ecriture    *
      *       et cumul par societe et mois (passage 2)                 *
      *----------------------------------------------------------------*
       T30.
           ADD 1 TO WNOLIG.
           IF CSV-LIGNE = SPACES
              GO TO T30F
           END-IF.
           MOVE SPACES TO WCH-SOC WCH-AAMM WCH-REP WCH-SECT WCH-FAMC
                          WCH-FAMA WCH-VAL WCH-VOL.
           UNSTRING CSV-LIGNE DELIMITED BY ';'
                    INTO WCH-SOC WCH-AAMM WCH-REP WCH-SECT WCH-FAMC
                         WCH-FAMA WCH-VAL WCH-VOL.
      * ligne de titres du tableur
           IF WNOLIG = 1 AND WCH-AAMM NOT NUMERIC
              GO TO T30F
           END-IF.
           IF WPASSE = 1
              ADD 1 TO WTOT-LUS
           END-IF.
           IF WCH-SOC = SPACES
              MOVE "SOCIETE ABSENTE" TO LLIB
              PERFORM T44 THRU T44-EXIT
              GO TO T30F
           END-IF.
           IF WCH-AAMM NOT NUMERIC
              MOVE "MOIS AAMM ILLISIBLE" TO LLIB
              PERFORM T44 THRU T44-EXIT
              GO TO T30F
           END-IF.
           IF WCH-MM < 1 OR WCH-MM > 12
              MOVE "MOIS AAMM ILLISIBLE" TO LLIB
              PERFORM T44 THRU T44-EXIT
              GO TO T30F
           END-IF.
           IF WANNEE-OK = ZERO
              MOVE WCH-AA TO WANNEE
              MOVE 1 TO WANNEE-OK
           END-IF.
           IF WCH-AA NOT = WANNEE
              MOVE "ANNEE DIFFERENTE DE LA PREMIERE LIGNE" TO LLIB
              PERFORM T44 THRU T44-EXIT
              GO TO T30F
           END-IF.
           IF WCH-REP = SPACES AND WCH-SECT = SPACES
              MOVE "NI REPRESENTANT NI SECTEUR" TO LLIB
              PERFORM T44 THRU T44-EXIT
              GO TO T30F
           END-IF.
           MOVE WCH-VAL TO WCH-NUM.
           PERFORM T36 THRU T36-EXIT.
           IF WNUM-OK = ZERO OR WNUM-VIDE = 1
              MOVE "VALEUR ILLISIBLE" TO LLIB
              PERFORM T44 THRU T44-EXIT
              GO TO T30F
           END-IF.
           MOVE WNUM TO WVAL.
           MOVE WCH-VOL TO WCH-NUM.
           PERFORM T36 THRU T36-EXIT.
           IF WNUM-OK = ZERO
              MOVE "VOLUME ILLISIBLE" TO LLIB
              PERFORM T44 THRU T44-EXIT
              GO TO T30F
           END-IF.
           MOVE WNUM TO WVOL.
           IF WPASSE = 1
              GO TO T30F
           END-IF.
           MOVE SPACES TO BUD-LIGNE.
           MOVE WCH-SOC   TO BUD-SOC.
           MOVE WCH-AAMM  TO BUD-AAMM.
           MOVE WCH-REP   TO BUD-REP.
           MOVE WCH-SECT  TO BUD-SECT.
           MOVE WCH-FAMC  TO BUD-FAMC.
           MOVE WCH-FAMA  TO BUD-FAMA.
           MOVE WVAL      TO BUD-VAL.
           MOVE WVOL      TO BUD-VOL.
           WRITE BDN-LIGNE FROM BUD-LIGNE.
           ADD 1 TO WTOT-CHG.
           PERFORM T50 THRU T50-EXIT.
       T30F.
           PERFORM T20 THRU T20-EXIT.
       T30-EXIT.
           EXIT.
      *
      * montant WCH-NUM -> WNUM (WNUM-OK, WNUM-VIDE)
       T36.
           MOVE ZERO TO WNUM WNUM-ENT WNUM-DEC WNUM-NBD WNUM-NBE
                        WNUM-VIRG.
           MOVE 1 TO WNUM-OK WNUM-VIDE.
           PERFORM T37 THRU T37-EXIT
                   VARYING WIDXQ FROM 1 BY 1
                   UNTIL WIDXQ > 15 OR WNUM-OK = ZERO.
           IF WNUM-OK = 1 AND WNUM-VIDE = ZERO
              IF WNUM-NBD = 1
                 MULTIPLY 10 BY WNUM-DEC
              END-IF
              COMPUTE WNUM = WNUM-ENT + WNUM-DEC / 100
           END-IF.
       T36-EXIT.
           EXIT.
       T37.
           MOVE WCH-NUM(WIDXQ:1) TO WCAR.
           IF WCAR = SPACE
              GO TO T37-EXIT
           END-IF.
           IF WCAR = ',' OR WCAR = '.'
              IF WNUM-VIRG = 1
                 MOVE ZERO TO WNUM-OK
              END-IF
              MOVE 1 TO WNUM-VIRG
              GO TO T37-EXIT
           END-IF.
           IF WCAR NOT NUMERIC
              MOVE ZERO TO WNUM-OK
              GO TO T37-EXIT
           END-IF.
           MOVE ZERO TO WNUM-VIDE.
           MOVE WCAR TO WCHIF.
           IF WNUM-VIRG = 1
              IF WNUM-NBD < 2
                 COMPUTE WNUM-DEC = WNUM-DEC * 10 + WCHIF
                 ADD 1 TO WNUM-NBD
              END-IF
           ELSE
              COMPUTE WNUM-ENT = WNUM-ENT * 10 + WCHIF
              ADD 1 TO WNUM-NBE
              IF WNUM-NBE > 9
                 MOVE ZERO TO WNUM-OK
              END-IF
           END-IF.
       T37-EXIT.
           EXIT.
      *
      * ligne rejetee (libelle dans LLIB)
       T44.
           IF WPASSE = 2
              GO TO T44-EXIT
           END-IF.
           MOVE WNOLIG   TO LNOLIG.
           MOVE WCH-SOC  TO LSOC.
           MOVE WCH-AAMM TO LAAMM.
           MOVE WCH-REP  TO LREP.
           MOVE WCH-SECT TO LSECT.
           MOVE WCH-FAMC TO LFAMC.
           MOVE WCH-FAMA TO LFAMA.
           WRITE LIGNE BEFORE 1.
           MOVE SPACES TO LIGNE.
           ADD 1 TO WTOT-REJ.
       T44-EXIT.
           EXIT.
      *
      * cumul par societe et mois de la ligne chargee
       T50.
           MOVE ZERO TO WTRV.
           PERFORM T52 VARYING WIDXS FROM 1 BY 1
                   UNTIL WIDXS > WNB-SOC OR WTRV = 1.
           IF WTRV = ZERO
              IF WNB-SOC = 20
                 DISPLAY "GPIWARNING"
                 DISPLAY "**TABLE DES SOCIETES PLEINE, RUN ABANDONNE"
                 STOP RUN
              END-IF
              ADD 1 TO WNB-SOC
              MOVE WNB-SOC TO WPOSS
              INITIALIZE WTSOC-E(WPOSS)
              MOVE WCH-SOC TO WSO-SOC(WPOSS)
           END-IF.
           ADD 1    TO WSO-NBL(WPOSS).
           ADD WVAL TO WSO-VAL(WPOSS WCH-MM).
           ADD WVOL TO WSO-VOL(WPOSS WCH-MM).
       T50-EXIT.
           EXIT.
       T52.
           IF WSO-SOC(WIDXS) = WCH-SOC
              MOVE 1 TO WTRV
              MOVE WIDXS TO WPOSS
           END-IF.
      *
      *----------------------------------------------------------------*
      * T60/T65 : ancien budget : les lignes de l'annee d'une societe  *
      *           chargee sont remplacees, les autres conservees       *
      *----------------------------------------------------------------*
       T60.
           READ BUDGET NEXT RECORD
                AT END MOVE 1 TO WFINB.
       T60-EXIT.
           EXIT.
       T65.
           IF BUD-AAMM(1:2) = WANNEE
              MOVE BUD-SOC TO WCH-SOC
              MOVE ZERO TO WTRV
              PERFORM T52 VARYING WIDXS FROM 1 BY 1
                      UNTIL WIDXS > WNB-SOC OR WTRV = 1
              IF WTRV = 1
                 ADD 1 TO WTOT-REMP
                 GO TO T65F
              END-IF
           END-IF.
           WRITE BDN-LIGNE FROM BUD-LIGNE.
           ADD 1 TO WTOT-CONS.
       T65F.
           PERFORM T60 THRU T60-EXIT.
       T65-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      * T90 : budget charge par societe et mois, totaux                *
      *----------------------------------------------------------------*
       T90.
           PERFORM T92 THRU T92-EXIT
                   VARYING WIDXS FROM 1 BY 1 UNTIL WIDXS > WNB-SOC.
           MOVE SPACES TO LIGNE.
           WRITE LIGNE BEFORE 1.
           MOVE SPACES TO LIGNE.
           MOVE WTOT-LUS TO LNOLIG.
           MOVE "TOTAL LIGNES LUES" TO LLIB.
           WRITE LIGNE BEFORE 1.
           MOVE SPACES TO LIGNE.
           MOVE WTOT-REJ TO LNOLIG.
           MOVE "TOTAL LIGNES REJETEES" TO LLIB.
           WRITE LIGNE BEFORE 1.
           MOVE SPACES TO LIGNE.
           MOVE WTOT-CHG TO LNOLIG.
           MOVE "TOTAL LIGNES CHARGEES" TO LLIB.
           WRITE LIGNE BEFORE 1.
           MOVE SPACES TO LIGNE.
           MOVE WTOT-REMP TO LNOLIG.
           MOVE "TOTAL LIGNES DE L'ANCIEN BUDGET REMPLACEES" TO LLIB.
           WRITE LIGNE BEFORE 1.
           MOVE SPACES TO LIGNE.
           MOVE WTOT-CONS TO LNOLIG.
           MOVE "TOTAL LIGNES DE L'ANCIEN BUDGET CONSERVEES" TO LLIB.
           WRITE LIGNE BEFORE 1.
       T90-EXIT.
           EXIT.
      *
       T92.
           MOVE SPACES TO LIGNE.
           WRITE LIGNE BEFORE 1.
           MOVE ZERO TO WTOT-VAL WTOT-VOL.
           PERFORM T94 THRU T94-EXIT
                   VARYING WIDXM FROM 1 BY 1 UNTIL WIDXM > 12.
           MOVE SPACES TO LIGNE.
           MOVE WSO-NBL(WIDXS) TO LNOLIG.
           MOVE WSO-SOC(WIDXS) TO LSOC.
           MOVE WTOT-VAL TO LVAL.
           MOVE WTOT-VOL TO LVOL.
           MOVE "BUDGET DE L'ANNEE" TO LLIB.
           WRITE LIGNE BEFORE 1.
           MOVE SPACES TO LIGNE.
       T92-EXIT.
           EXIT.
       T94.
           MOVE SPACES TO LIGNE.
           MOVE WSO-SOC(WIDXS) TO LSOC.
           COMPUTE WNUM-ENT = WANNEE * 100 + WIDXM.
           MOVE WNUM-ENT(8:4) TO LAAMM.
           MOVE WSO-VAL(WIDXS WIDXM) TO LVAL.
           MOVE WSO-VOL(WIDXS WIDXM) TO LVOL.
           WRITE LIGNE BEFORE 1.
           ADD WSO-VAL(WIDXS WIDXM) TO WTOT-VAL.
           ADD WSO-VOL(WIDXS WIDXM) TO WTOT-VOL.
       T94-EXIT.
           EXIT.
