      *DD9173 15/10/26 anes Creation - commandes fournisseur des lignes
      *                     client en livraison directe (DIRCDE) : le
      *                     fournisseur livre le client a l'adresse du
      *                     bloc adresse FJOADCLI de la commande, prix
      *                     convenu depose dans ACHMVT
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DIRC010.
      *
      ******************************************************************
      * GPICMT    Commandes fournisseur des livraisons directes :       *
      *           - DIRCDE : les lignes de commande client en livraison *
      *             directe (journal de la prise de commande, dirliv1), *
      *             avec le fournisseur et le prix d'achat convenu      *
      *           - ACHMVT : les references achat deja passees ; une    *
      *             ligne client n'est commandee qu'une fois (reference *
      *             achat DIR + commande + ligne), le prix convenu y est*
      *             depose pour le rapprochement des factures (RAPFC010)*
      *           - FJOADCLI : le bloc adresse de la commande client,   *
      *             adresse de livraison transmise au fournisseur ; sans*
      *             bloc adresse la ligne n'est pas commandee, elle est *
      *             signalee et reprise au run suivant                  *
      *           - DIRBCF : les lignes commandees du run, a            *
      *             transmettre a chaque fournisseur                    *
      *           Aucun mouvement de stock.                             *
      ******************************************************************
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. DPS-4.
       OBJECT-COMPUTER. DPS-4.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DIRCDE ASSIGN TO DIR-CDE
                       organization line sequential
                       file status is file-status.
      *
           SELECT ACHMVT ASSIGN TO ACH-MVT
                       organization line sequential
                       file status is file-status2.
      *
           SELECT FJOADCLI ASSIGN TO FJO-ADCLI
                       organization indexed
                       access mode dynamic
                       record key FJA-CLE
                       file status is file-status3.
      *
           SELECT DIRBCF ASSIGN TO DIR-BCF
                       organization line sequential
                       file status is file-status4.
      *
           SELECT ETAT1 ASSIGN TO wlabel-etat1
                       organization line sequential.
      *
       DATA DIVISION.
       FILE SECTION.
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
       FD  ACHMVT
                DATA RECORD ACM-LIGNE.
       01  ACM-LIGNE.
           02 ACM-ACH            PIC X(15).
           02 FILLER             PIC X.
           02 ACM-NAR            PIC X(7).
           02 FILLER             PIC X.
           02 ACM-FOU            PIC X(8).
           02 FILLER             PIC X.
           02 ACM-QTC            PIC 9(6)V99.
           02 FILLER             PIC X.
           02 ACM-PRIX           PIC 9(7)V99.
      *
       FD  FJOADCLI
                DATA RECORD FJA-LIGNE.
       01  FJA-LIGNE.
           02 FJA-CLE               PIC X(13).
           02 FJA-NOM               PIC X(30).
           02 FJA-ADR               PIC X(30).
      *
      * commande fournisseur : une ligne par ligne client commandee
       FD  DIRBCF
                DATA RECORD BCF-LIGNE.
       01  BCF-LIGNE.
           02 BCF-FOU            PIC X(8).
           02 FILLER             PIC X.
           02 BCF-ACH            PIC X(15).
           02 FILLER             PIC X.
           02 BCF-NAR            PIC X(7).
           02 FILLER             PIC X.
           02 BCF-QTE            PIC 9(6)V99.
           02 FILLER             PIC X.
           02 BCF-PRA            PIC 9(7)V99.
           02 FILLER             PIC X.
           02 BCF-DATE           PIC 9(6).
           02 FILLER             PIC X.
           02 BCF-NCL            PIC 9(6).
           02 FILLER             PIC X.
           02 BCF-NOM            PIC X(30).
           02 FILLER             PIC X.
           02 BCF-ADR            PIC X(30).
      *
       FD  ETAT1
                DATA RECORD LIGNE
                LINAGE IS 64  LINES AT TOP 2.
       01  LIGNE                  PIC X(132).
       01  L1.
           02 LFOU                 PIC X(8).
           02 FILLER               PIC X(2).
           02 LACH                 PIC X(15).
           02 FILLER               PIC X(2).
           02 LNCL                 PIC 9(6) blank zero.
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
       01  WFINC                  PIC 9 value zero.
           88 FIN-DIRCDE          value 1.
       01  WFINA                  PIC 9 value zero.
           88 FIN-ACHMVT          value 1.
       01  WFJA-DISPO             PIC 9 VALUE ZERO.
       01  WDATEJOUR              PIC 9(6).
      *
      **** references achat de livraison directe deja commandees
       01  WTACH.
           02 WTACH-E OCCURS 20000 PIC X(15).
       01  WNB-ACH                PIC 9(5) VALUE ZERO.
       01  WIDX                   PIC 9(5).
       01  WTRV                   PIC 9.
       01  WACH-TRT.
           02 WACH-PFX            PIC X(3).
           02 WACH-NCDE           PIC X(7).
           02 WACH-NLG            PIC 9(3).
           02 FILLER              PIC X(2).
       01  WMONT                  PIC S9(9)V99.
       01  WTOT-LIG               PIC 9(5) VALUE ZERO.
       01  WTOT-SSADR             PIC 9(5) VALUE ZERO.
       01  WTOT-MONT              PIC S9(11)V99 VALUE ZERO.
      *
       PROCEDURE DIVISION.
      *
      *----------------------------------------------------------------*
      * T10 : references deja commandees, puis lignes a commander      *
      *----------------------------------------------------------------*
       T10.
           MOVE ZERO TO WFINC WFINA WNB-ACH WTOT-LIG
                        WTOT-SSADR WTOT-MONT WFJA-DISPO.
           string 'ADLPID' x'00' delimited by size
                  into var-name.
           move space to var-data.
           call 'genvcc' using var-name var-data.
           if var-data(1:6) numeric
              move var-data(1:6) to WDATEJOUR.
           string 'dirc010.'
                  var-data delimited by ' '
                                     into wlabel-etat1.
           OPEN OUTPUT ETAT1.
           OPEN INPUT ACHMVT.
           IF FILE-STATUS2 = ZERO
              PERFORM T20 THRU T20-EXIT
              PERFORM T22 THRU T22-EXIT UNTIL FIN-ACHMVT
              CLOSE ACHMVT
           END-IF.
           OPEN INPUT DIRCDE.
           IF FILE-STATUS NOT = ZERO
              PERFORM T90 THRU T90-EXIT
              CLOSE ETAT1
              STOP RUN
           END-IF.
           OPEN INPUT FJOADCLI.
           IF FILE-STATUS3 = ZERO
              MOVE 1 TO WFJA-DISPO
           END-IF.
           OPEN OUTPUT DIRBCF.
           OPEN EXTEND ACHMVT.
           IF FILE-STATUS2 NOT = ZERO
              OPEN OUTPUT ACHMVT
           END-IF.
           PERFORM T30 THRU T30-EXIT.
           PERFORM T32 THRU T32-EXIT UNTIL FIN-DIRCDE.
           CLOSE DIRCDE DIRBCF ACHMVT.
           IF WFJA-DISPO = 1
              CLOSE FJOADCLI
           END-IF.
           PERFORM T90 THRU T90-EXIT.
           CLOSE ETAT1.
           STOP RUN.
      *
       T20.
           READ ACHMVT NEXT RECORD
                AT END MOVE 1 TO WFINA.
       T20-EXIT.
           EXIT.
       T22.
           IF ACM-ACH(1:3) = 'DIR'
              IF WNB-ACH < 20000
                 ADD 1 TO WNB-ACH
                 MOVE ACM-ACH TO WTACH-E(WNB-ACH)
              ELSE
                 DISPLAY "GPIWARNING"
                 DISPLAY "**TABLE DES REFERENCES ACHAT PLEINE, "
                         "RUN ABANDONNE"
                 STOP RUN
              END-IF
           END-IF.
           PERFORM T20 THRU T20-EXIT.
       T22-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      * T30/T32 : une ligne client en livraison directe : deja         *
      *           commandee, sans bloc adresse, ou commandee ici       *
      *----------------------------------------------------------------*
       T30.
           READ DIRCDE NEXT RECORD
                AT END MOVE 1 TO WFINC.
       T30-EXIT.
           EXIT.
       T32.
           MOVE SPACES   TO WACH-TRT.
           MOVE 'DIR'    TO WACH-PFX.
           MOVE DCD-NCDE TO WACH-NCDE.
           MOVE DCD-NLG  TO WACH-NLG.
           MOVE ZERO TO WTRV.
           PERFORM T34 THRU T34-EXIT
                   VARYING WIDX FROM 1 BY 1
                   UNTIL WIDX > WNB-ACH OR WTRV = 1.
           IF WTRV = 1
              GO TO T32F
           END-IF.
      * adresse de livraison : bloc adresse de la commande client
           MOVE SPACES TO FJA-LIGNE.
           IF WFJA-DISPO = 1
              MOVE DCD-NCDE TO FJA-CLE(1:7)
              START FJOADCLI KEY NOT < FJA-CLE
                    INVALID KEY
                       MOVE SPACES TO FJA-LIGNE
                   NOT INVALID KEY
                       PERFORM T36 THRU T36-EXIT
              END-START
           END-IF.
           IF FJA-CLE(1:7) NOT = DCD-NCDE
              ADD 1 TO WTOT-SSADR
              MOVE SPACES TO LIGNE
              MOVE DCD-FOU  TO LFOU
              MOVE WACH-TRT TO LACH
              MOVE DCD-NCL  TO LNCL
              MOVE DCD-NAR  TO LNAR
              MOVE DCD-QTE  TO LQTE
              MOVE "BLOC ADRESSE FJOADCLI ABSENT, NON COMMANDEE"
                   TO LLIB
              WRITE LIGNE BEFORE 1
              GO TO T32F
           END-IF.
           MOVE SPACES TO BCF-LIGNE.
           MOVE DCD-FOU   TO BCF-FOU.
           MOVE WACH-TRT  TO BCF-ACH.
           MOVE DCD-NAR   TO BCF-NAR.
           MOVE DCD-QTE   TO BCF-QTE.
           MOVE DCD-PRA   TO BCF-PRA.
           MOVE WDATEJOUR TO BCF-DATE.
           MOVE DCD-NCL   TO BCF-NCL.
           MOVE FJA-NOM   TO BCF-NOM.
           MOVE FJA-ADR   TO BCF-ADR.
           WRITE BCF-LIGNE.
           MOVE SPACES TO ACM-LIGNE.
           MOVE WACH-TRT  TO ACM-ACH.
           MOVE DCD-NAR   TO ACM-NAR.
           MOVE DCD-FOU   TO ACM-FOU.
           MOVE DCD-QTE   TO ACM-QTC.
           MOVE DCD-PRA   TO ACM-PRIX.
           WRITE ACM-LIGNE.
      * une ligne rejouee dans DIRCDE n'est pas commandee deux fois
           IF WNB-ACH < 20000
              ADD 1 TO WNB-ACH
              MOVE WACH-TRT TO WTACH-E(WNB-ACH)
           END-IF.
           COMPUTE WMONT = DCD-QTE * DCD-PRA.
           ADD WMONT TO WTOT-MONT.
           ADD 1 TO WTOT-LIG.
           MOVE SPACES TO LIGNE.
           MOVE DCD-FOU  TO LFOU.
           MOVE WACH-TRT TO LACH.
           MOVE DCD-NCL  TO LNCL.
           MOVE DCD-NAR  TO LNAR.
           MOVE DCD-QTE  TO LQTE.
           MOVE WMONT    TO LMONT.
           STRING "LIVRER " FJA-NOM
                  DELIMITED BY SIZE INTO LLIB.
           WRITE LIGNE BEFORE 1.
       T32F.
           PERFORM T30 THRU T30-EXIT.
       T32-EXIT.
           EXIT.
       T34.
           IF WTACH-E(WIDX) = WACH-TRT
              MOVE 1 TO WTRV
           END-IF.
       T34-EXIT.
           EXIT.
      *
      * premier bloc adresse a partir de la commande : le sien ?
       T36.
           READ FJOADCLI NEXT RECORD
                AT END MOVE SPACES TO FJA-LIGNE.
       T36-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      * T90 : recapitulatif                                            *
      *----------------------------------------------------------------*
       T90.
           MOVE SPACES TO LIGNE.
           WRITE LIGNE BEFORE 1.
           MOVE SPACES TO LIGNE.
           MOVE WTOT-LIG TO LNCL.
           MOVE WTOT-MONT TO LMONT.
           MOVE "TOTAL LIGNES COMMANDEES AUX FOURNISSEURS" TO LLIB.
           WRITE LIGNE BEFORE 1.
           MOVE SPACES TO LIGNE.
           MOVE WTOT-SSADR TO LNCL.
           MOVE "TOTAL LIGNES SANS BLOC ADRESSE (RUN SUIVANT)"
                TO LLIB.
           WRITE LIGNE BEFORE 1.
       T90-EXIT.
           EXIT.
