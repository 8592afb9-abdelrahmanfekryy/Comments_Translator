      *DD9144 15/10/26 anes Creation - integration des R-transactions
      *                     SEPA (rejets, retours, remboursements) sur
      *                     les prelevements SDDC010 : la facture
      *                     redevient non reglee, liste des impayes par
      *                     client et alerte credit comme LCRC020
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SDDC020.
      *
      ******************************************************************
      * GPICMT    Retour banque des prelevements SEPA : chaque          *
      *           R-transaction (R = rejet ou retour, B = remboursement *
      *           au debiteur) est rapprochee de sa ligne du journal    *
      *           SDDJRN par la reference de remise (MsgId) et le       *
      *           numero de facture (EndToEndId) ; tout ecart de        *
      *           statut ou de montant part en anomalie, rien n'est     *
      *           pointe en aveugle.  La ligne passe en I (rejet) ou B  *
      *           (remboursement) avec date et motif ISO, la facture    *
      *           FFACTURE perd son temoin de reglement FBREGLE : elle  *
      *           revient dans l'encours, la relance et le lettrage.    *
      *           Un FRST rejete remet le mandat en FRST (le suivant    *
      *           doit repartir en premiere presentation).  Les motifs  *
      *           mettant le mandat en cause (MD01 pas de mandat, MD07  *
      *           debiteur decede, AC04 compte clos, AC06 compte        *
      *           bloque, MS02 refus du debiteur) sont signales pour    *
      *           revue du mandat.  Liste des impayes par client avec   *
      *           total et alerte NOTIF severite 2 par client.          *
      ******************************************************************
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. DPS-4.
       OBJECT-COMPUTER. DPS-4.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RETSDD ASSIGN TO RET-SDD
                       organization line sequential
                       file status is file-status.
      *
           SELECT SDDJRN ASSIGN TO SDD-JRN
                       organization line sequential
                       file status is file-status2.
      *
           SELECT SDDMDT ASSIGN TO SDD-MDT
                       organization line sequential
                       file status is file-status3.
      *
           SELECT FFACTURE ASSIGN TO FFACTURE
                       organization indexed
                       access mode dynamic
                       record key FBCLE-CDESUP
                       file status is file-status4.
      *
           SELECT SDDJRNN ASSIGN TO SDD-JRNN
                       organization line sequential.
      *
           SELECT SDDMDTN ASSIGN TO SDD-MDTN
                       organization line sequential.
      *
           SELECT ETAT1 ASSIGN TO wlabel-etat1
                       organization line sequential.
      *
       DATA DIVISION.
       FILE SECTION.
      * retour banque : une ligne par R-transaction
       FD  RETSDD
                DATA RECORD RSD-LIGNE.
       01  RSD-LIGNE.
           02 RSD-MSGID          PIC X(20).
           02 FILLER             PIC X.
           02 RSD-NFAC           PIC 9(7).
           02 FILLER             PIC X.
           02 RSD-TYPE           PIC X.
           02 FILLER             PIC X.
           02 RSD-MONTANT        PIC 9(9)V99.
           02 FILLER             PIC X.
           02 RSD-DATE           PIC 9(6).
           02 FILLER             PIC X.
           02 RSD-MOTIF          PIC X(4).
      *
      * journal des prelevements tenu par SDDC010
       FD  SDDJRN
                DATA RECORD SJR-LIGNE.
       01  SJR-LIGNE.
           02 SJR-NFAC             PIC 9(7).
           02 FILLER               PIC X.
           02 SJR-NCL              PIC 9(6).
           02 FILLER               PIC X.
           02 SJR-SOC              PIC X(6).
           02 FILLER               PIC X.
           02 SJR-RUM              PIC X(35).
           02 FILLER               PIC X.
           02 SJR-MONTANT          PIC 9(9)V99.
           02 FILLER               PIC X.
           02 SJR-DATPRE           PIC 9(6).
           02 FILLER               PIC X.
           02 SJR-DATPRL           PIC 9(6).
           02 FILLER               PIC X.
           02 SJR-STATUT           PIC X.
           02 FILLER               PIC X.
           02 SJR-SEQ              PIC X(4).
           02 FILLER               PIC X.
           02 SJR-TYPE             PIC X(4).
           02 FILLER               PIC X.
           02 SJR-MSGID            PIC X(20).
           02 FILLER               PIC X.
           02 SJR-DATRET           PIC 9(6).
           02 FILLER               PIC X.
           02 SJR-MOTIF            PIC X(4).
      *
      * mandats tenus par SDDC010 (seule la sequence est touchee ici)
       FD  SDDMDT
                DATA RECORD MDT-LIGNE.
       01  MDT-LIGNE.
           02 MDT-RUM              PIC X(35).
           02 FILLER               PIC X(41).
           02 MDT-SEQ              PIC X(4).
           02 FILLER               PIC X(92).
      *
       FD  FFACTURE
                DATA RECORD FB-LIGNE.
       01  FB-LIGNE.
           02 FBCLE-CDESUP          PIC 9(7).
           02 FBNCDE                PIC X(13).
           02 FBNCL                 PIC 9(6).
           02 FBDUP                 PIC X.
           02 FBDATE                PIC 9(6).
           02 FBMONTHT              PIC S9(9)V99.
      * temoin de reglement tenu par le lettrage (LETRC010)
           02 FBREGLE               PIC X.
           02 FILLER                PIC X(59).
      *
       FD  SDDJRNN
                DATA RECORD SJRN-LIGNE.
       01  SJRN-LIGNE             PIC X(128).
      *
       FD  SDDMDTN
                DATA RECORD MDTN-LIGNE.
       01  MDTN-LIGNE             PIC X(172).
      *
       FD  ETAT1
                DATA RECORD LIGNE
                LINAGE IS 64  LINES AT TOP 2.
       01  LIGNE                  PIC X(132).
       01  L1.
           02 LNCL                 PIC 9(6) blank zero.
           02 FILLER               PIC X(2).
           02 LNFAC                PIC 9(7) blank zero.
           02 FILLER               PIC X(2).
           02 LTYPE                PIC X.
           02 FILLER               PIC X(2).
           02 LDATE                PIC 9(6) blank zero.
           02 FILLER               PIC X(2).
           02 LMONT                PIC Z(9)9V,99 blank zero.
           02 FILLER               PIC X(2).
           02 LMOTIF               PIC X(4).
           02 FILLER               PIC X(2).
           02 LLIB                 PIC X(50).
       01  L2.
           02 L2NCL                PIC 9(6) blank zero.
           02 FILLER               PIC X(2).
           02 L2NB                 PIC ZZZ9 blank zero.
           02 FILLER               PIC X(2).
           02 L2MONT               PIC Z(9)9V,99 blank zero.
           02 FILLER               PIC X(2).
           02 L2LIB                PIC X(50).
      *
       WORKING-STORAGE SECTION.
       01  wlabel-etat1           pic x(64) value space.
       01  var-name               pic x(64).
       01  var-data               pic x(64).
       01  file-status            PIC XX.
       01  file-status2           PIC XX.
       01  file-status3           PIC XX.
       01  file-status4           PIC XX.
       01  WFINR                  PIC 9 value zero.
           88 FIN-RETSDD          value 1.
       01  WFINJ                  PIC 9 value zero.
           88 FIN-SDDJRN          value 1.
       01  WFINM                  PIC 9 value zero.
           88 FIN-SDDMDT          value 1.
       01  WDATEJOUR              PIC 9(6).
      *
      **** journal des prelevements
       01  WTJRN.
           02 WTJRN-E OCCURS 20000.
              03 WJR-LIGNE        PIC X(128).
       01  WNB-JRN                PIC 9(5) VALUE ZERO.
       01  WIDXJ                  PIC 9(5).
       01  WPOSJ                  PIC 9(5).
      *
      **** mandats a remettre en premiere presentation
       01  WTFRS.
           02 WTFRS-E OCCURS 500.
              03 WFR-RUM          PIC X(35).
       01  WNB-FRS                PIC 9(3) VALUE ZERO.
       01  WIDXR                  PIC 9(3).
      *
      **** impayes du run cumules par client pour la liste finale
       01  WTIMP.
           02 WTIMP-E OCCURS 500.
              03 WIM-NCL          PIC 9(6).
              03 WIM-NB           PIC 9(4).
              03 WIM-MONTANT      PIC 9(11)V99.
       01  WNB-CLI                PIC 9(3) VALUE ZERO.
       01  WIDX                   PIC 9(3).
       01  WTRV                   PIC 9.
       01  WPOS                   PIC 9(3).
      *
       01  WTOT-LUS               PIC 9(5) VALUE ZERO.
       01  WTOT-REJ               PIC 9(5) VALUE ZERO.
       01  WTOT-RMB               PIC 9(5) VALUE ZERO.
       01  WTOT-ANO               PIC 9(5) VALUE ZERO.
       01  WTOT-MDT               PIC 9(5) VALUE ZERO.
       01  WMNT-IMP               PIC 9(11)V99 VALUE ZERO.
      *
           copy '../copy/notif.com'.
      *
       PROCEDURE DIVISION.
      *
      *----------------------------------------------------------------*
      * T10 : lecture des R-transactions, pointage du journal et des   *
      *       factures, liste des impayes par client et alertes credit *
      *----------------------------------------------------------------*
       T10.
           MOVE ZERO TO WFINR WFINJ WFINM WNB-JRN WNB-FRS WNB-CLI
                        WTOT-LUS WTOT-REJ WTOT-RMB WTOT-ANO WTOT-MDT
                        WMNT-IMP.
           string 'ADLPID' x'00' delimited by size
                  into var-name.
           move space to var-data.
           call 'genvcc' using var-name var-data.
           if var-data(1:6) numeric
              move var-data(1:6) to WDATEJOUR.
           string 'sddc020.'
                  var-data delimited by ' '
                                     into wlabel-etat1.
           OPEN OUTPUT ETAT1.
           OPEN INPUT RETSDD.
           IF FILE-STATUS NOT = ZERO
              DISPLAY "PAS DE FICHIER RETOUR SDD"
              CLOSE ETAT1
              STOP RUN
           END-IF.
           OPEN INPUT SDDJRN.
           IF FILE-STATUS2 NOT = ZERO
              DISPLAY "PAS DE JOURNAL DES PRELEVEMENTS SDDJRN"
              CLOSE ETAT1 RETSDD
              STOP RUN
           END-IF.
           PERFORM T12 THRU T12-EXIT.
           PERFORM T14 THRU T14-EXIT UNTIL FIN-SDDJRN.
           CLOSE SDDJRN.
           OPEN I-O FFACTURE.
           IF FILE-STATUS4 NOT = ZERO
              DISPLAY "OUVERTURE FFACTURE IMPOSSIBLE " FILE-STATUS4
              STOP RUN
           END-IF.
           PERFORM T20 THRU T20-EXIT.
           PERFORM T30 THRU T30-EXIT UNTIL FIN-RETSDD.
           CLOSE RETSDD FFACTURE.
      * journal et mandats reecrits
           OPEN OUTPUT SDDJRNN.
           PERFORM T80 THRU T80-EXIT
                   VARYING WIDXJ FROM 1 BY 1 UNTIL WIDXJ > WNB-JRN.
           CLOSE SDDJRNN.
           OPEN INPUT SDDMDT.
           IF FILE-STATUS3 = ZERO
              OPEN OUTPUT SDDMDTN
              PERFORM T82 THRU T82-EXIT
              PERFORM T84 THRU T84-EXIT UNTIL FIN-SDDMDT
              CLOSE SDDMDT SDDMDTN
           END-IF.
           PERFORM T70 THRU T70-EXIT
                   VARYING WIDX FROM 1 BY 1 UNTIL WIDX > WNB-CLI.
           PERFORM T90 THRU T90-EXIT.
           CLOSE ETAT1.
           STOP RUN.
      *
       T12.
           READ SDDJRN NEXT RECORD
                AT END MOVE 1 TO WFINJ.
       T12-EXIT.
           EXIT.
       T14.
           IF WNB-JRN NOT < 20000
              DISPLAY "GPIWARNING"
              DISPLAY "**TABLE JOURNAL SDD PLEINE, RUN ABANDONNE"
              STOP RUN
           END-IF.
           ADD 1 TO WNB-JRN.
           MOVE SJR-LIGNE TO WJR-LIGNE(WNB-JRN).
           PERFORM T12 THRU T12-EXIT.
       T14-EXIT.
           EXIT.
      *
       T20.
           READ RETSDD NEXT RECORD
                AT END MOVE 1 TO WFINR.
       T20-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      * T30 : rapprochement d'une R-transaction avec sa ligne du       *
      *       journal ; tout ecart = anomalie, rien n'est pointe       *
      *----------------------------------------------------------------*
       T30.
           ADD 1 TO WTOT-LUS.
           MOVE SPACES TO LIGNE.
           MOVE ZERO TO WTRV.
           PERFORM T32 VARYING WIDXJ FROM 1 BY 1
                   UNTIL WIDXJ > WNB-JRN OR WTRV = 1.
           IF WTRV = ZERO
              MOVE "PRELEVEMENT INCONNU DU JOURNAL SDDJRN" TO LLIB
              PERFORM T50 THRU T50-EXIT
              GO TO T30F
           END-IF.
           MOVE WJR-LIGNE(WPOSJ) TO SJR-LIGNE.
           IF SJR-STATUT NOT = 'E'
              MOVE "PRELEVEMENT NON EMIS OU DEJA POINTE" TO LLIB
              PERFORM T50 THRU T50-EXIT
              GO TO T30F
           END-IF.
           IF SJR-MONTANT NOT = RSD-MONTANT
              MOVE "MONTANT RETOUR DISCORDANT" TO LLIB
              PERFORM T50 THRU T50-EXIT
              GO TO T30F
           END-IF.
           IF RSD-TYPE NOT = 'R' AND RSD-TYPE NOT = 'B'
              MOVE "TYPE DE R-TRANSACTION INCONNU" TO LLIB
              PERFORM T50 THRU T50-EXIT
              GO TO T30F
           END-IF.
           PERFORM T40 THRU T40-EXIT.
       T30F.
           PERFORM T20 THRU T20-EXIT.
       T30-EXIT.
           EXIT.
       T32.
           MOVE WJR-LIGNE(WIDXJ) TO SJR-LIGNE.
           IF SJR-NFAC = RSD-NFAC
              AND SJR-MSGID = RSD-MSGID
              MOVE 1 TO WTRV
              MOVE WIDXJ TO WPOSJ
           END-IF.
      *
      *----------------------------------------------------------------*
      * T40 : prelevement rejete ou rembourse : ligne du journal, la   *
      *       facture redevient non reglee, cumul client, mandat       *
      *----------------------------------------------------------------*
       T40.
           IF RSD-TYPE = 'B'
              MOVE 'B' TO SJR-STATUT
              ADD 1 TO WTOT-RMB
           ELSE
              MOVE 'I' TO SJR-STATUT
              ADD 1 TO WTOT-REJ
           END-IF.
           MOVE RSD-DATE  TO SJR-DATRET.
           MOVE RSD-MOTIF TO SJR-MOTIF.
           MOVE SJR-LIGNE TO WJR-LIGNE(WPOSJ).
           ADD SJR-MONTANT TO WMNT-IMP.
           MOVE SJR-NFAC TO FBCLE-CDESUP.
           READ FFACTURE
                INVALID KEY
                   MOVE "FACTURE ABSENTE DE FFACTURE" TO LLIB
                   PERFORM T50 THRU T50-EXIT
                   GO TO T45
           END-READ.
           IF FBREGLE = 'O'
              MOVE SPACE TO FBREGLE
              REWRITE FB-LIGNE
                   INVALID KEY
                      MOVE "REMISE EN NON REGLE IMPOSSIBLE" TO LLIB
                      PERFORM T50 THRU T50-EXIT
              END-REWRITE
           END-IF.
       T45.
           MOVE SPACES TO LIGNE.
           MOVE SJR-NCL     TO LNCL.
           MOVE SJR-NFAC    TO LNFAC.
           MOVE RSD-TYPE    TO LTYPE.
           MOVE SJR-DATPRL  TO LDATE.
           MOVE SJR-MONTANT TO LMONT.
           MOVE RSD-MOTIF   TO LMOTIF.
           IF RSD-TYPE = 'B'
              MOVE "PRELEVEMENT REMBOURSE AU DEBITEUR" TO LLIB
           ELSE
              MOVE "PRELEVEMENT REJETE" TO LLIB
           END-IF.
           WRITE LIGNE BEFORE 1.
      * un premier prelevement rejete : le mandat repart en FRST
           IF SJR-SEQ = "FRST" AND RSD-TYPE = 'R'
              AND WNB-FRS < 500
              ADD 1 TO WNB-FRS
              MOVE SJR-RUM TO WFR-RUM(WNB-FRS)
           END-IF.
           IF RSD-MOTIF = "MD01" OR RSD-MOTIF = "MD07"
              OR RSD-MOTIF = "AC04" OR RSD-MOTIF = "AC06"
              OR RSD-MOTIF = "MS02"
              ADD 1 TO WTOT-MDT
              MOVE SPACES TO LIGNE
              MOVE SJR-NCL TO LNCL
              MOVE RSD-MOTIF TO LMOTIF
              STRING "MANDAT A REVOIR : " SJR-RUM
                     DELIMITED BY SIZE INTO LLIB
              WRITE LIGNE BEFORE 1
           END-IF.
           PERFORM T60 THRU T60-EXIT.
       T40-EXIT.
           EXIT.
      *
      * anomalie de rapprochement : editee avec les references du
      * retour, le libelle est charge par l'appelant
       T50.
           ADD 1 TO WTOT-ANO.
           MOVE ZERO        TO LNCL.
           MOVE RSD-NFAC    TO LNFAC.
           MOVE RSD-TYPE    TO LTYPE.
           MOVE RSD-DATE    TO LDATE.
           MOVE RSD-MONTANT TO LMONT.
           MOVE RSD-MOTIF   TO LMOTIF.
           WRITE LIGNE BEFORE 1.
           MOVE SPACES TO LIGNE.
       T50-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      * T60 : cumul de l'impaye courant sur son client                 *
      *----------------------------------------------------------------*
       T60.
           MOVE ZERO TO WTRV.
           PERFORM T60-CMP VARYING WIDX FROM 1 BY 1
                   UNTIL WIDX > WNB-CLI OR WTRV = 1.
           IF WTRV = ZERO
              IF WNB-CLI = 500
                 DISPLAY "GPIWARNING"
                 DISPLAY "**TABLE CLIENTS IMPAYES PLEINE, CLIENT "
                         SJR-NCL " NON CUMULE"
                 GO TO T60-EXIT
              END-IF
              ADD 1 TO WNB-CLI
              MOVE WNB-CLI TO WPOS
              MOVE SJR-NCL TO WIM-NCL(WPOS)
              MOVE ZERO TO WIM-NB(WPOS) WIM-MONTANT(WPOS)
           END-IF.
           ADD 1 TO WIM-NB(WPOS).
           ADD SJR-MONTANT TO WIM-MONTANT(WPOS).
       T60-EXIT.
           EXIT.
       T60-CMP.
           IF WIM-NCL(WIDX) = SJR-NCL
              MOVE 1 TO WTRV
              MOVE WIDX TO WPOS
           END-IF.
      *
      *----------------------------------------------------------------*
      * T70 : liste des impayes par client + alerte NOTIF severite 2   *
      *       pour la gestion du credit                                *
      *----------------------------------------------------------------*
       T70.
           MOVE SPACES TO LIGNE.
           MOVE WIM-NCL(WIDX)     TO L2NCL.
           MOVE WIM-NB(WIDX)      TO L2NB.
           MOVE WIM-MONTANT(WIDX) TO L2MONT.
           MOVE "TOTAL PRELEVEMENTS IMPAYES DU CLIENT" TO L2LIB.
           WRITE LIGNE BEFORE 1.
           MOVE 2 TO INOTIF-SEV.
           MOVE "IMPAYE" TO INOTIF-CATEG.
           MOVE SPACES TO INOTIF-OBJET.
           MOVE WIM-NCL(WIDX) TO INOTIF-OBJET(1:6).
           MOVE SPACES TO INOTIF-LIB.
           STRING "PRELEVEMENT(S) SDD IMPAYE(S) CLIENT " WIM-NCL(WIDX)
                  " NB " WIM-NB(WIDX)
                  DELIMITED BY SIZE INTO INOTIF-LIB.
           MOVE WDATEJOUR TO INOTIF-DATE.
           CALL "notif1" USING NOTIF.
       T70-EXIT.
           EXIT.
      *
      * reecriture d'une ligne du journal
       T80.
           WRITE SJRN-LIGNE FROM WJR-LIGNE(WIDXJ).
       T80-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      * T82/T84 : recopie des mandats, FRST remis sur les mandats dont *
      *           le premier prelevement a ete rejete                  *
      *----------------------------------------------------------------*
       T82.
           READ SDDMDT NEXT RECORD
                AT END MOVE 1 TO WFINM.
       T82-EXIT.
           EXIT.
       T84.
           MOVE ZERO TO WTRV.
           PERFORM T86 VARYING WIDXR FROM 1 BY 1
                   UNTIL WIDXR > WNB-FRS OR WTRV = 1.
           IF WTRV = 1
              MOVE "FRST" TO MDT-SEQ
           END-IF.
           WRITE MDTN-LIGNE FROM MDT-LIGNE.
           PERFORM T82 THRU T82-EXIT.
       T84-EXIT.
           EXIT.
       T86.
           IF WFR-RUM(WIDXR) = MDT-RUM
              MOVE 1 TO WTRV
           END-IF.
      *
      *----------------------------------------------------------------*
      * T90 : recapitulatif                                            *
      *----------------------------------------------------------------*
       T90.
           MOVE SPACES TO LIGNE.
           WRITE LIGNE BEFORE 1.
           MOVE SPACES TO LIGNE.
           MOVE WTOT-LUS TO LNFAC.
           MOVE "TOTAL R-TRANSACTIONS LUES" TO LLIB.
           WRITE LIGNE BEFORE 1.
           MOVE SPACES TO LIGNE.
           MOVE WTOT-REJ TO LNFAC.
           MOVE "TOTAL PRELEVEMENTS REJETES / RETOURNES" TO LLIB.
           WRITE LIGNE BEFORE 1.
           MOVE SPACES TO LIGNE.
           MOVE WTOT-RMB TO LNFAC.
           MOVE "TOTAL PRELEVEMENTS REMBOURSES" TO LLIB.
           WRITE LIGNE BEFORE 1.
           MOVE SPACES TO LIGNE.
           MOVE WMNT-IMP TO LMONT.
           MOVE "MONTANT REMIS EN NON REGLE" TO LLIB.
           WRITE LIGNE BEFORE 1.
           MOVE SPACES TO LIGNE.
           MOVE WTOT-MDT TO LNFAC.
           MOVE "MANDATS A REVOIR" TO LLIB.
           WRITE LIGNE BEFORE 1.
           MOVE SPACES TO LIGNE.
           MOVE WTOT-ANO TO LNFAC.
           MOVE "TOTAL ANOMALIES" TO LLIB.
           WRITE LIGNE BEFORE 1.
       T90-EXIT.
           EXIT.
