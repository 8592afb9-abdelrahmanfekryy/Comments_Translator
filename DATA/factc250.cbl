      *DD9153 15/10/26 anes Creation - etat des reprises des runs de
      *                     facturation interrompus (journal de run
      *                     FACREP) et des runs toujours a relancer
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FACTC250.
      *
      ******************************************************************
      * GPICMT    Etat des reprises de facturation : relecture du       *
      *           journal de run FACREP (tenu par facrep1 depuis        *
      *           CGLP-FACT1, CGLP-FACTD et CILP-FACT1).                *
      *           - chaque reparation faite au redemarrage d'un run     *
      *             interrompu (R : commande remise en facturation,     *
      *             traites supprimees, FACTJOUR reemis, acompte solde, *
      *             compteurs remis, facture completee) et chaque       *
      *             facture abandonnee (X), du jour ADLPID (tous les    *
      *             jours si ADLPID n'est pas une date AAMMJJ) ;        *
      *           - chaque run (programme et societe) dont le dernier   *
      *             debut n'a pas de fin normale : interrompu, a        *
      *             relancer (le redemarrage fera la reprise).          *
      *           La purge du journal passe par PURGC010 (FICPURGE      *
      *           FACREP, date en position 19).                         *
      ******************************************************************
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. DPS-4.
       OBJECT-COMPUTER. DPS-4.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FACREP-F ASSIGN TO FAC-REP
                       organization line sequential
                       file status is file-status.
      *
           SELECT ETAT1 ASSIGN TO wlabel-etat1
                       organization line sequential.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  FACREP-F
                DATA RECORD FRP-LIGNE.
       01  FRP-LIGNE.
           02 FRP-PROG              PIC X(10).
           02 FRP-SOC               PIC X(8).
           02 FRP-DATE              PIC 9(6).
           02 FRP-ETAPE             PIC X.
           02 FRP-NFAC              PIC 9(7).
           02 FRP-CPT               PIC 9.
           02 FRP-CDE               PIC X(13).
           02 FRP-LIB               PIC X(40).
           02 FRP-ENT               PIC X(106).
      *
       FD  ETAT1
                DATA RECORD LIGNE
                LINAGE IS 64  LINES AT TOP 2.
       01  LIGNE                  PIC X(132).
       01  L1.
           02 LPROG                PIC X(10).
           02 FILLER               PIC X(2).
           02 LSOC                 PIC X(8).
           02 FILLER               PIC X(2).
           02 LDATE                PIC 9(6) blank zero.
           02 FILLER               PIC X(2).
           02 LNFAC                PIC Z(6)9 blank zero.
           02 FILLER               PIC X(2).
           02 LCDE                 PIC X(13).
           02 FILLER               PIC X(2).
           02 LLIB                 PIC X(50).
      *
       WORKING-STORAGE SECTION.
       01  wlabel-etat1           pic x(64) value space.
       01  var-name               pic x(64).
       01  var-data               pic x(64).
       01  file-status            PIC XX.
       01  WFIN                   PIC 9 value zero.
           88 FIN-FACREP          value 1.
       01  WDATEJOUR              PIC 9(6) VALUE ZERO.
      *
      **** etat du dernier run de chaque programme / societe
       01  WTRUN.
           02 WTRUN-E OCCURS 200.
              03 WRN-PROG         PIC X(10).
              03 WRN-SOC          PIC X(8).
              03 WRN-DATE         PIC 9(6).
              03 WRN-OUV          PIC 9.
              03 WRN-DERNFAC      PIC 9(7).
       01  WNB-RUN                PIC 9(3) VALUE ZERO.
       01  WIDX                   PIC 9(3).
       01  WTRV                   PIC 9.
      *
       01  WTOT-REP               PIC 9(5) VALUE ZERO.
       01  WTOT-ABA               PIC 9(5) VALUE ZERO.
       01  WTOT-OUV               PIC 9(5) VALUE ZERO.
      *
       PROCEDURE DIVISION.
      *
      *----------------------------------------------------------------*
      * T10 : parametres, relecture du journal, edition                *
      *----------------------------------------------------------------*
       T10.
           MOVE ZERO TO WFIN WNB-RUN WTOT-REP WTOT-ABA WTOT-OUV.
           string 'ADLPID' x'00' delimited by size
                  into var-name.
           move space to var-data.
           call 'genvcc' using var-name var-data.
           if var-data(1:6) numeric
              move var-data(1:6) to WDATEJOUR.
           string 'factc250.'
                  var-data delimited by ' '
                                     into wlabel-etat1.
           OPEN OUTPUT ETAT1.
           MOVE SPACES TO LIGNE.
           MOVE "REPRISES DES RUNS DE FACTURATION" TO LLIB.
           MOVE WDATEJOUR TO LDATE.
           WRITE LIGNE BEFORE 2.
           OPEN INPUT FACREP-F.
           IF FILE-STATUS NOT = ZERO
              MOVE SPACES TO LIGNE
              MOVE "PAS DE JOURNAL DE RUN FACREP" TO LLIB
              WRITE LIGNE BEFORE 1
              CLOSE ETAT1
              STOP RUN
           END-IF.
           PERFORM T20 THRU T20-EXIT.
           PERFORM T50 THRU T50-EXIT UNTIL FIN-FACREP.
           CLOSE FACREP-F.
           PERFORM T70 THRU T70-EXIT
                   VARYING WIDX FROM 1 BY 1 UNTIL WIDX > WNB-RUN.
           PERFORM T90 THRU T90-EXIT.
           CLOSE ETAT1.
           STOP RUN.
      *
       T20.
           READ FACREP-F NEXT RECORD
                AT END MOVE 1 TO WFIN.
       T20-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      * T50 : etat du run de l'enregistrement, edition des reparations *
      *       et des factures abandonnees                              *
      *----------------------------------------------------------------*
       T50.
           PERFORM T55 THRU T55-EXIT.
           IF FRP-ETAPE = 'D'
              MOVE 1        TO WRN-OUV(WIDX)
              MOVE FRP-DATE TO WRN-DATE(WIDX)
              MOVE ZERO     TO WRN-DERNFAC(WIDX)
           END-IF.
           IF FRP-ETAPE = 'Z'
              MOVE ZERO     TO WRN-OUV(WIDX)
           END-IF.
           IF FRP-ETAPE = 'F'
              MOVE FRP-NFAC TO WRN-DERNFAC(WIDX)
           END-IF.
           IF FRP-ETAPE NOT = 'R' AND FRP-ETAPE NOT = 'X'
              GO TO T50-F
           END-IF.
           IF WDATEJOUR NOT = ZERO AND FRP-DATE NOT = WDATEJOUR
              GO TO T50-F
           END-IF.
           MOVE SPACES TO LIGNE.
           MOVE FRP-PROG TO LPROG.
           MOVE FRP-SOC  TO LSOC.
           MOVE FRP-DATE TO LDATE.
           MOVE FRP-NFAC TO LNFAC.
           MOVE FRP-CDE  TO LCDE.
           IF FRP-ETAPE = 'X'
              MOVE "FACTURE ABANDONNEE, NUMERO NON EMIS" TO LLIB
              ADD 1 TO WTOT-ABA
           ELSE
              MOVE FRP-LIB TO LLIB
              ADD 1 TO WTOT-REP
           END-IF.
           WRITE LIGNE BEFORE 1.
       T50-F.
           PERFORM T20 THRU T20-EXIT.
       T50-EXIT.
           EXIT.
      *
      * poste du programme / societe dans la table des runs (WIDX)
       T55.
           MOVE ZERO TO WTRV.
           PERFORM T56 VARYING WIDX FROM 1 BY 1
                   UNTIL WIDX > WNB-RUN OR WTRV = 1.
           IF WTRV = 1
              SUBTRACT 1 FROM WIDX
              GO TO T55-EXIT
           END-IF.
           IF WNB-RUN NOT < 200
              DISPLAY "GPIWARNING"
              DISPLAY "**TABLE DES RUNS DE FACTURATION PLEINE, "
                      "RUN ABANDONNE"
              STOP RUN
           END-IF.
           ADD 1 TO WNB-RUN.
           MOVE WNB-RUN  TO WIDX.
           MOVE FRP-PROG TO WRN-PROG(WIDX).
           MOVE FRP-SOC  TO WRN-SOC(WIDX).
           MOVE FRP-DATE TO WRN-DATE(WIDX).
           MOVE ZERO     TO WRN-OUV(WIDX) WRN-DERNFAC(WIDX).
       T55-EXIT.
           EXIT.
       T56.
           IF WRN-PROG(WIDX) = FRP-PROG AND WRN-SOC(WIDX) = FRP-SOC
              MOVE 1 TO WTRV
           END-IF.
      *
      *----------------------------------------------------------------*
      * T70 : runs dont le dernier debut n'a pas de fin normale        *
      *----------------------------------------------------------------*
       T70.
           IF WRN-OUV(WIDX) = ZERO
              GO TO T70-EXIT
           END-IF.
           ADD 1 TO WTOT-OUV.
           MOVE SPACES TO LIGNE.
           MOVE WRN-PROG(WIDX)    TO LPROG.
           MOVE WRN-SOC(WIDX)     TO LSOC.
           MOVE WRN-DATE(WIDX)    TO LDATE.
           MOVE WRN-DERNFAC(WIDX) TO LNFAC.
           MOVE "RUN INTERROMPU - A RELANCER (REPRISE AUTOMATIQUE)"
                TO LLIB.
           WRITE LIGNE BEFORE 1.
       T70-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      * T90 : totaux                                                   *
      *----------------------------------------------------------------*
       T90.
           MOVE SPACES TO LIGNE.
           WRITE LIGNE BEFORE 1.
           MOVE SPACES TO LIGNE.
           MOVE WTOT-REP TO LNFAC.
           MOVE "TOTAL REPARATIONS FAITES A LA REPRISE" TO LLIB.
           WRITE LIGNE BEFORE 1.
           MOVE SPACES TO LIGNE.
           MOVE WTOT-ABA TO LNFAC.
           MOVE "TOTAL FACTURES ABANDONNEES" TO LLIB.
           WRITE LIGNE BEFORE 1.
           MOVE SPACES TO LIGNE.
           MOVE WTOT-OUV TO LNFAC.
           MOVE "TOTAL RUNS INTERROMPUS A RELANCER" TO LLIB.
           WRITE LIGNE BEFORE 1.
       T90-EXIT.
           EXIT.
