      *DD9161 15/10/26 anes Creation - integration des confirmations
      *                     de reassort des faces de picking : la
      *                     repartition EMPSTK passe de la reserve a la
      *                     face, les reassorts confirmes sortent de
      *                     l'attente REAPATT
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REAPC020.
      *
      ******************************************************************
      * GPICMT    Retour des reassorts de face : le fichier REAPCNF     *
      *           (format de PICKCNF : mission, ligne, quantite         *
      *           reellement transferee) est integre :                  *
      *           - la quantite transferee passe de la reserve a la     *
      *             face de picking (EMPSTK, via EMPSTK1)               *
      *           - transferee differente de demandee : ecart edite     *
      *           - la ligne confirmee sort des reassorts en attente    *
      *             (REAPATT -> REAPATTN) ; les lignes non confirmees   *
      *             restent en transit pour le prochain REAPC010        *
      *           L'enregistrement Z de queue, s'il est pose, est       *
      *           verifie par flowctl1 (cf PICKC020).                   *
      ******************************************************************
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. DPS-4.
       OBJECT-COMPUTER. DPS-4.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REAPCNF ASSIGN TO REA-PCNF
                       organization line sequential
                       file status is file-status.
      *
           SELECT REAPATT ASSIGN TO REA-PATT
                       organization line sequential
                       file status is file-status2.
      *
           SELECT REAPATTN ASSIGN TO REA-PATTN
                       organization line sequential.
      *
           SELECT ETAT1 ASSIGN TO wlabel-etat1
                       organization line sequential.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  REAPCNF
                DATA RECORD RCF-LIGNE.
       01  RCF-LIGNE.
           02 RCF-TYPE           PIC X.
           02 FILLER             PIC X.
           02 RCF-SUITE          PIC X(38).
       01  RCF-ENT REDEFINES RCF-LIGNE.
           02 FILLER             PIC XX.
           02 RCFE-NMIS          PIC 9(7).
           02 FILLER             PIC X(31).
       01  RCF-LIG REDEFINES RCF-LIGNE.
           02 FILLER             PIC XX.
           02 RCFL-NLG           PIC 9(3).
           02 FILLER             PIC X.
           02 RCFL-QTP           PIC 9(6)V99.
           02 FILLER             PIC X(26).
      * enregistrement Z de queue : controle de flux (flowctl1)
       01  RCF-CTL REDEFINES RCF-LIGNE.
           02 FILLER             PIC XX.
           02 RCFZ-FLUX          PIC X(8).
           02 FILLER             PIC X.
           02 RCFZ-SEQ           PIC 9(7).
           02 FILLER             PIC X.
           02 RCFZ-NBENR         PIC 9(7).
           02 FILLER             PIC X(14).
      *
       FD  REAPATT
                DATA RECORD RAT-LIGNE.
       01  RAT-LIGNE.
           02 RAT-NMIS           PIC 9(7).
           02 FILLER             PIC X.
           02 RAT-NLG            PIC 9(3).
           02 FILLER             PIC X.
           02 RAT-NAR            PIC X(7).
           02 FILLER             PIC X.
           02 RAT-QTE            PIC 9(6)V99.
           02 FILLER             PIC X.
           02 RAT-ZRES           PIC X(10).
           02 FILLER             PIC X.
           02 RAT-DATE           PIC 9(6).
      *
       FD  REAPATTN
                DATA RECORD RAN-LIGNE.
       01  RAN-LIGNE              PIC X(46).
      *
       FD  ETAT1
                DATA RECORD LIGNE
                LINAGE IS 64  LINES AT TOP 2.
       01  LIGNE                  PIC X(132).
       01  L1.
           02 LNMIS                PIC 9(7) blank zero.
           02 FILLER               PIC X(2).
           02 LNLG                 PIC ZZ9 blank zero.
           02 FILLER               PIC X(2).
           02 LNAR                 PIC X(7).
           02 FILLER               PIC X(2).
           02 LQTE                 PIC Z(5)9V,99 blank zero.
           02 FILLER               PIC X(2).
           02 LQTP                 PIC Z(5)9V,99 blank zero.
           02 FILLER               PIC X(2).
           02 LFACE                PIC Z(6)9V,99 blank zero.
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
           88 FIN-REAPCNF         value 1.
       01  WFINA                  PIC 9 value zero.
           88 FIN-REAPATT         value 1.
       01  WDATEJOUR              PIC 9(6) VALUE ZERO.
      *
      **** reassorts en attente de confirmation
       01  WTATT.
           02 WTATT-E OCCURS 5000.
              03 WAT-LIGNE        PIC X(46).
              03 WAT-CONF         PIC X.
       01  WNB-ATT                PIC 9(4) VALUE ZERO.
       01  WIDXA                  PIC 9(4).
       01  WPOSA                  PIC 9(4).
      *
       01  WTRV                   PIC 9.
       01  WNUM-MIS               PIC 9(7) VALUE ZERO.
       01  WNB-FLUX               PIC 9(7) VALUE ZERO.
       01  WTOT-LIG               PIC 9(5) VALUE ZERO.
       01  WTOT-ECA               PIC 9(5) VALUE ZERO.
       01  WTOT-INC               PIC 9(5) VALUE ZERO.
       01  WTOT-ATT               PIC 9(5) VALUE ZERO.
      *
           copy '../copy/flowctl.com'.
      *
           copy '../copy/empstk.com'.
      *
       PROCEDURE DIVISION.
      *
      *----------------------------------------------------------------*
      * T10 : reassorts en attente, confirmations, reste en attente    *
      *----------------------------------------------------------------*
       T10.
           MOVE ZERO TO WFIN WFINA WNB-ATT WNUM-MIS WNB-FLUX
                        WTOT-LIG WTOT-ECA WTOT-INC WTOT-ATT.
           string 'ADLPID' x'00' delimited by size
                  into var-name.
           move space to var-data.
           call 'genvcc' using var-name var-data.
           if var-data(1:6) numeric
              move var-data(1:6) to WDATEJOUR.
           string 'reapc020.'
                  var-data delimited by ' '
                                     into wlabel-etat1.
           OPEN INPUT REAPCNF.
           IF FILE-STATUS NOT = ZERO
              DISPLAY "PAS DE CONFIRMATIONS DE REASSORT"
              STOP RUN
           END-IF.
           OPEN INPUT REAPATT.
           IF FILE-STATUS2 = ZERO
              PERFORM T20 THRU T20-EXIT
              PERFORM T22 THRU T22-EXIT UNTIL FIN-REAPATT
              CLOSE REAPATT
           END-IF.
           OPEN OUTPUT ETAT1.
           MOVE SPACES TO LIGNE.
           MOVE "CONFIRMATIONS DE REASSORT DES FACES" TO LLIB.
           WRITE LIGNE BEFORE 2.
           PERFORM T30 THRU T30-EXIT.
           PERFORM T32 THRU T32-EXIT UNTIL FIN-REAPCNF.
           CLOSE REAPCNF.
      * les reassorts non confirmes restent en attente
           OPEN OUTPUT REAPATTN.
           PERFORM T60 THRU T60-EXIT
                   VARYING WIDXA FROM 1 BY 1 UNTIL WIDXA > WNB-ATT.
           CLOSE REAPATTN.
           PERFORM T90 THRU T90-EXIT.
           CLOSE ETAT1.
           STOP RUN.
      *
       T20.
           READ REAPATT NEXT RECORD
                AT END MOVE 1 TO WFINA.
       T20-EXIT.
           EXIT.
       T22.
           IF WNB-ATT = 5000
              DISPLAY "GPIWARNING"
              DISPLAY "**TABLE REASSORTS PLEINE, RUN ABANDONNE"
              STOP RUN
           END-IF.
           ADD 1 TO WNB-ATT.
           MOVE RAT-LIGNE TO WAT-LIGNE(WNB-ATT).
           MOVE SPACE     TO WAT-CONF(WNB-ATT).
           PERFORM T20 THRU T20-EXIT.
       T22-EXIT.
           EXIT.
      *
       T30.
           READ REAPCNF NEXT RECORD
                AT END MOVE 1 TO WFIN.
       T30-EXIT.
           EXIT.
       T32.
           IF RCF-TYPE NOT = 'Z'
              ADD 1 TO WNB-FLUX
           END-IF.
           IF RCF-TYPE = 'E'
              MOVE RCFE-NMIS TO WNUM-MIS
           END-IF.
           IF RCF-TYPE = 'L' AND WNUM-MIS NOT = ZERO
              PERFORM T40 THRU T40-EXIT
           END-IF.
      * enregistrement Z de queue : verification du flux quand le
      * systeme de preparation le pose (absent = accepte)
           IF RCF-TYPE = 'Z'
              INITIALIZE FLOWCTL
              MOVE 'C'        TO IFLOWCTL-TRT
              MOVE RCFZ-FLUX  TO IFLOWCTL-FLUX
              MOVE WDATEJOUR  TO IFLOWCTL-DATE
              MOVE RCFZ-SEQ   TO IFLOWCTL-SEQ
              MOVE WNB-FLUX   TO IFLOWCTL-NBENR
              MOVE RCFZ-NBENR TO IFLOWCTL-NBCTL
              CALL "flowctl1" USING FLOWCTL
              IF NOT CFLOWCTL-OK-OUI
                 DISPLAY "GPIWARNING"
                 DISPLAY "**" OFLOWCTL-LIBERR
              END-IF
           END-IF.
           PERFORM T30 THRU T30-EXIT.
       T32-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      * T40 : une ligne confirmee : transfert reserve -> face          *
      *----------------------------------------------------------------*
       T40.
           MOVE ZERO TO WTRV WPOSA.
           PERFORM T42 THRU T42-EXIT VARYING WIDXA FROM 1 BY 1
                   UNTIL WIDXA > WNB-ATT OR WTRV = 1.
           IF WTRV = ZERO
              ADD 1 TO WTOT-INC
              MOVE SPACES TO LIGNE
              MOVE WNUM-MIS TO LNMIS
              MOVE RCFL-NLG TO LNLG
              MOVE RCFL-QTP TO LQTP
              MOVE "CONFIRMATION SUR REASSORT INCONNU" TO LLIB
              WRITE LIGNE BEFORE 1
              GO TO T40-EXIT
           END-IF.
           MOVE WAT-LIGNE(WPOSA) TO RAT-LIGNE.
           MOVE 'O' TO WAT-CONF(WPOSA).
           ADD 1 TO WTOT-LIG.
           INITIALIZE EMPSTK.
           IF RCFL-QTP NOT = ZERO
              MOVE 'T'      TO IEMPSTK-TRT
              MOVE RAT-NAR  TO IEMPSTK-NAR
              MOVE RCFL-QTP TO IEMPSTK-QTE
              CALL "EMPSTK1" USING EMPSTK
              IF OEMPSTK-RTN = "1"
                 DISPLAY "GPIWARNING"
                 DISPLAY "**MAJ REPARTITION IMPOSSIBLE " RAT-NAR
              END-IF
           END-IF.
           IF RCFL-QTP NOT = RAT-QTE OR OEMPSTK-RTN = "2"
              ADD 1 TO WTOT-ECA
              MOVE SPACES TO LIGNE
              MOVE WNUM-MIS     TO LNMIS
              MOVE RCFL-NLG     TO LNLG
              MOVE RAT-NAR      TO LNAR
              MOVE RAT-QTE      TO LQTE
              MOVE RCFL-QTP     TO LQTP
              MOVE OEMPSTK-QPIC TO LFACE
              IF OEMPSTK-RTN = "2"
                 MOVE "RESERVE INSUFFISANTE - A RECOMPTER" TO LLIB
              ELSE
                 MOVE "ECART TRANSFERE/DEMANDE" TO LLIB
              END-IF
              WRITE LIGNE BEFORE 1
           END-IF.
       T40-EXIT.
           EXIT.
       T42.
           MOVE WAT-LIGNE(WIDXA) TO RAT-LIGNE.
           IF RAT-NMIS = WNUM-MIS AND RAT-NLG = RCFL-NLG
              AND WAT-CONF(WIDXA) NOT = 'O'
              MOVE 1 TO WTRV
              MOVE WIDXA TO WPOSA
           END-IF.
       T42-EXIT.
           EXIT.
      *
       T60.
           IF WAT-CONF(WIDXA) NOT = 'O'
              ADD 1 TO WTOT-ATT
              WRITE RAN-LIGNE FROM WAT-LIGNE(WIDXA)
           END-IF.
       T60-EXIT.
           EXIT.
      *
       T90.
           MOVE SPACES TO LIGNE.
           WRITE LIGNE BEFORE 1.
           MOVE SPACES TO LIGNE.
           MOVE WTOT-LIG TO LNMIS.
           MOVE "LIGNES DE REASSORT CONFIRMEES" TO LLIB.
           WRITE LIGNE BEFORE 1.
           MOVE SPACES TO LIGNE.
           MOVE WTOT-ECA TO LNMIS.
           MOVE "ECARTS DE TRANSFERT" TO LLIB.
           WRITE LIGNE BEFORE 1.
           MOVE SPACES TO LIGNE.
           MOVE WTOT-INC TO LNMIS.
           MOVE "CONFIRMATIONS SUR REASSORT INCONNU" TO LLIB.
           WRITE LIGNE BEFORE 1.
           MOVE SPACES TO LIGNE.
           MOVE WTOT-ATT TO LNMIS.
           MOVE "REASSORTS RESTANT EN ATTENTE" TO LLIB.
           WRITE LIGNE BEFORE 1.
       T90-EXIT.
           EXIT.
