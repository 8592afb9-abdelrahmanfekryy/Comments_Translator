      *DD9171 15/10/26 anes Creation - FDS en retard : couples client/
      *                     article livres dans les FDSMOIS derniers
      *                     mois (12 par defaut) qui n'ont pas recu la
      *                     version courante de la fiche de donnees de
      *                     securite ; etat et alerte NOTIF (categorie
      *                     FDS) pour le responsable qualite
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FDSC010.
      *
      ******************************************************************
      * GPICMT    Suivi REACH des fiches de donnees de securite :       *
      *           - FDSART : la version courante de la FDS par article  *
      *             (numero de version, date de revision)               *
      *           - FDSHIS : l'historique des envois ecrit par la       *
      *             cloture d'expedition EXPDC020 (plus haute version   *
      *             envoyee par couple client/article)                  *
      *           - BLEXP : le journal des expeditions ; un couple      *
      *             livre avant la mise en place du suivi n'a aucun     *
      *             envoi au journal et ressort en version 0            *
      *           Est en retard tout couple client/article d'un article *
      *           a FDS, livre depuis moins de FDSMOIS mois, dont la    *
      *           derniere version envoyee est anterieure a la version  *
      *           courante (revision non encore redescendue faute de    *
      *           nouvelle livraison).  Chaque couple est edite et      *
      *           signale au hub NOTIF (severite 2, categorie FDS) que  *
      *           NOTIC010 route vers le responsable qualite.           *
      ******************************************************************
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. DPS-4.
       OBJECT-COMPUTER. DPS-4.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FDSART ASSIGN TO FDS-ART
                       organization line sequential
                       file status is file-status.
      *
           SELECT FDSHIS ASSIGN TO FDS-HIS
                       organization line sequential
                       file status is file-status2.
      *
           SELECT BLEXP ASSIGN TO BLE-XP
                       organization line sequential
                       file status is file-status3.
      *
           SELECT ETAT1 ASSIGN TO wlabel-etat1
                       organization line sequential.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  FDSART
                DATA RECORD FDA-LIGNE.
       01  FDA-LIGNE.
           02 FDA-NAR            PIC X(7).
           02 FILLER             PIC X.
           02 FDA-VERS           PIC 9(3).
           02 FILLER             PIC X.
           02 FDA-DATREV         PIC 9(6).
      *
       FD  FDSHIS
                DATA RECORD FDH-LIGNE.
       01  FDH-LIGNE.
           02 FDH-NCL            PIC 9(6).
           02 FILLER             PIC X.
           02 FDH-NAR            PIC X(7).
           02 FILLER             PIC X.
           02 FDH-VERS           PIC 9(3).
           02 FILLER             PIC X.
           02 FDH-DATREV         PIC 9(6).
           02 FILLER             PIC X.
           02 FDH-DATENV         PIC 9(6).
           02 FILLER             PIC X.
           02 FDH-NBL            PIC 9(7).
           02 FILLER             PIC X.
           02 FDH-MODE           PIC X.
           02 FILLER             PIC X.
           02 FDH-MOTIF          PIC X.
      *
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
       FD  ETAT1
                DATA RECORD LIGNE
                LINAGE IS 64  LINES AT TOP 2.
       01  LIGNE                  PIC X(132).
       01  L1.
           02 LNCL                 PIC 9(6) blank zero.
           02 FILLER               PIC X(2).
           02 LNAR                 PIC X(7).
           02 FILLER               PIC X(2).
           02 LVREC                PIC ZZ9.
           02 FILLER               PIC X(2).
           02 LVCOUR               PIC ZZ9.
           02 FILLER               PIC X(2).
           02 LDATREV              PIC 9(6) blank zero.
           02 FILLER               PIC X(2).
           02 LDATLIV              PIC 9(6) blank zero.
           02 FILLER               PIC X(2).
           02 LNB                  PIC ZZZZ9 blank zero.
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
       01  WFINF                  PIC 9 value zero.
           88 FIN-FDSART          value 1.
       01  WFINH                  PIC 9 value zero.
           88 FIN-FDSHIS          value 1.
       01  WFINB                  PIC 9 value zero.
           88 FIN-BLEXP           value 1.
      *
      **** date du run et date limite (FDSMOIS mois en arriere),
      **** format AAMMJJ
       01  WDATEJOUR              PIC 9(6) VALUE ZERO.
       01  WDATEJOUR-X REDEFINES WDATEJOUR.
           02 WDJ-AA              PIC 99.
           02 WDJ-MM              PIC 99.
           02 WDJ-JJ              PIC 99.
       01  WDATE-LIM              PIC 9(6) VALUE ZERO.
       01  WDATE-LIM-X REDEFINES WDATE-LIM.
           02 WDL-AA              PIC 99.
           02 WDL-MM              PIC 99.
           02 WDL-JJ              PIC 99.
       01  WFDS-MOIS              PIC 9(3) VALUE 12.
       01  WNB-MOIS               PIC 9(5).
      *
      **** FDS : version courante par article
       01  WTFDS.
           02 WTFDS-E OCCURS 2000.
              03 WFD-NAR          PIC X(7).
              03 WFD-VERS         PIC 9(3).
              03 WFD-DATREV       PIC 9(6).
       01  WNB-FDS                PIC 9(4) VALUE ZERO.
       01  WIDXF                  PIC 9(4).
       01  WFDS-POS               PIC 9(4).
      *
      **** couples client/article : plus haute version envoyee et
      **** derniere livraison connue
       01  WTCPL.
           02 WTCPL-E OCCURS 20000.
              03 WCP-NCL          PIC 9(6).
              03 WCP-NAR          PIC X(7).
              03 WCP-VERS         PIC 9(3).
              03 WCP-DATLIV       PIC 9(6).
              03 WCP-FDS          PIC 9(4).
       01  WNB-CPL                PIC 9(5) VALUE ZERO.
       01  WIDXC                  PIC 9(5).
       01  WCPL-POS               PIC 9(5).
       01  WCPL-NCL               PIC 9(6).
       01  WCPL-NAR               PIC X(7).
       01  WTRV                   PIC 9.
      *
       01  WTOT-CPL               PIC 9(5) VALUE ZERO.
       01  WTOT-RET               PIC 9(5) VALUE ZERO.
       01  WTOT-JAMAIS            PIC 9(5) VALUE ZERO.
      *
           copy '../copy/notif.com'.
      *
       PROCEDURE DIVISION.
      *
      *----------------------------------------------------------------*
      * T10 : FDS courantes, envois faits, livraisons de la periode,   *
      *       puis edition des couples en retard                       *
      *----------------------------------------------------------------*
       T10.
           string 'FDSMOIS' x'00' delimited by size
                  into var-name.
           move space to var-data.
           call 'genvcc' using var-name var-data.
           if var-data(1:3) numeric
              move var-data(1:3) to WFDS-MOIS.
           string 'ADLPID' x'00' delimited by size
                  into var-name.
           move space to var-data.
           call 'genvcc' using var-name var-data.
           if var-data(1:6) numeric
              move var-data(1:6) to WDATEJOUR.
           string 'fdsc010.'
                  var-data delimited by ' '
                                     into wlabel-etat1.
           OPEN OUTPUT ETAT1.
      * date limite : meme jour, FDSMOIS mois plus tot
           COMPUTE WNB-MOIS = WDJ-AA * 12 + WDJ-MM - 1 - WFDS-MOIS.
           DIVIDE 12 INTO WNB-MOIS GIVING WDL-AA
                  REMAINDER WDL-MM.
           ADD 1 TO WDL-MM.
           MOVE WDJ-JJ TO WDL-JJ.
           OPEN INPUT FDSART.
           IF FILE-STATUS NOT = ZERO
              DISPLAY "GPIWARNING"
              DISPLAY "**PAS DE TABLE FDSART, AUCUN CONTROLE"
              CLOSE ETAT1
              STOP RUN
           END-IF.
           PERFORM T20 THRU T20-EXIT.
           PERFORM T22 THRU T22-EXIT UNTIL FIN-FDSART.
           CLOSE FDSART.
           OPEN INPUT FDSHIS.
           IF FILE-STATUS2 = ZERO
              PERFORM T30 THRU T30-EXIT
              PERFORM T32 THRU T32-EXIT UNTIL FIN-FDSHIS
              CLOSE FDSHIS
           END-IF.
           OPEN INPUT BLEXP.
           IF FILE-STATUS3 = ZERO
              PERFORM T40 THRU T40-EXIT
              PERFORM T42 THRU T42-EXIT UNTIL FIN-BLEXP
              CLOSE BLEXP
           END-IF.
           MOVE SPACES TO LIGNE.
           STRING "FDS EN RETARD - COUPLES LIVRES DEPUIS LE "
                  WDATE-LIM DELIMITED BY SIZE INTO LIGNE.
           WRITE LIGNE BEFORE 2.
           MOVE SPACES TO LIGNE.
           MOVE "CLIENT  ARTICLE  REC  COUR  REVISE  LIVRE" TO LIGNE.
           WRITE LIGNE BEFORE 2.
           PERFORM T50 THRU T50-EXIT
                   VARYING WIDXC FROM 1 BY 1 UNTIL WIDXC > WNB-CPL.
           PERFORM T90 THRU T90-EXIT.
           CLOSE ETAT1.
           STOP RUN.
      *
      *----------------------------------------------------------------*
      * T20/T22 : version courante de la FDS par article               *
      *----------------------------------------------------------------*
       T20.
           READ FDSART NEXT RECORD
                AT END MOVE 1 TO WFINF.
       T20-EXIT.
           EXIT.
       T22.
           IF FDA-VERS NOT NUMERIC
              GO TO T22F
           END-IF.
           IF WNB-FDS = 2000
              DISPLAY "GPIWARNING"
              DISPLAY "**TABLE FDSART PLEINE, ARTICLE " FDA-NAR
                      " IGNORE"
              GO TO T22F
           END-IF.
           ADD 1 TO WNB-FDS.
           MOVE FDA-NAR    TO WFD-NAR(WNB-FDS).
           MOVE FDA-VERS   TO WFD-VERS(WNB-FDS).
           IF FDA-DATREV NUMERIC
              MOVE FDA-DATREV TO WFD-DATREV(WNB-FDS)
           ELSE
              MOVE ZERO       TO WFD-DATREV(WNB-FDS)
           END-IF.
       T22F.
           PERFORM T20 THRU T20-EXIT.
       T22-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      * T30/T32 : envois faits : plus haute version par couple, la     *
      *           date d'envoi vaut livraison (BL de l'envoi)          *
      *----------------------------------------------------------------*
       T30.
           READ FDSHIS NEXT RECORD
                AT END MOVE 1 TO WFINH.
       T30-EXIT.
           EXIT.
       T32.
           MOVE FDH-NCL TO WCPL-NCL.
           MOVE FDH-NAR TO WCPL-NAR.
           PERFORM T60 THRU T60-EXIT.
           IF WCPL-POS = ZERO
              GO TO T32F
           END-IF.
           IF FDH-VERS > WCP-VERS(WCPL-POS)
              MOVE FDH-VERS TO WCP-VERS(WCPL-POS)
           END-IF.
           IF FDH-DATENV > WCP-DATLIV(WCPL-POS)
              MOVE FDH-DATENV TO WCP-DATLIV(WCPL-POS)
           END-IF.
       T32F.
           PERFORM T30 THRU T30-EXIT.
       T32-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      * T40/T42 : livraisons du journal des expeditions (articles a    *
      *           FDS seulement)                                       *
      *----------------------------------------------------------------*
       T40.
           READ BLEXP NEXT RECORD
                AT END MOVE 1 TO WFINB.
       T40-EXIT.
           EXIT.
       T42.
           MOVE BLX-NCL TO WCPL-NCL.
           MOVE BLX-NAR TO WCPL-NAR.
           PERFORM T60 THRU T60-EXIT.
           IF WCPL-POS = ZERO
              GO TO T42F
           END-IF.
           IF BLX-DATEXP > WCP-DATLIV(WCPL-POS)
              MOVE BLX-DATEXP TO WCP-DATLIV(WCPL-POS)
           END-IF.
       T42F.
           PERFORM T40 THRU T40-EXIT.
       T42-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      * T50 : couple en retard = livre depuis la date limite et        *
      *       version envoyee anterieure a la version courante         *
      *----------------------------------------------------------------*
       T50.
           MOVE WCP-FDS(WIDXC) TO WFDS-POS.
           IF WCP-DATLIV(WIDXC) < WDATE-LIM
              OR WCP-VERS(WIDXC) NOT < WFD-VERS(WFDS-POS)
              GO TO T50-EXIT
           END-IF.
           ADD 1 TO WTOT-RET.
           MOVE SPACES TO LIGNE.
           MOVE WCP-NCL(WIDXC)       TO LNCL.
           MOVE WCP-NAR(WIDXC)       TO LNAR.
           MOVE WCP-VERS(WIDXC)      TO LVREC.
           MOVE WFD-VERS(WFDS-POS)   TO LVCOUR.
           MOVE WFD-DATREV(WFDS-POS) TO LDATREV.
           MOVE WCP-DATLIV(WIDXC)    TO LDATLIV.
           IF WCP-VERS(WIDXC) = ZERO
              ADD 1 TO WTOT-JAMAIS
              MOVE "JAMAIS ENVOYEE" TO LLIB
           ELSE
              MOVE "REVISION NON ENVOYEE" TO LLIB
           END-IF.
           WRITE LIGNE BEFORE 1.
           INITIALIZE NOTIF.
           MOVE 2 TO INOTIF-SEV.
           MOVE "FDS" TO INOTIF-CATEG.
           MOVE WCP-NCL(WIDXC) TO INOTIF-OBJET(1:6).
           MOVE WCP-NAR(WIDXC) TO INOTIF-OBJET(7:7).
           MOVE SPACES TO INOTIF-LIB.
           STRING "FDS V" WFD-VERS(WFDS-POS) " DU "
                  WFD-DATREV(WFDS-POS) " A ENVOYER, LIVRE LE "
                  WCP-DATLIV(WIDXC)
                  DELIMITED BY SIZE INTO INOTIF-LIB.
           MOVE WDATEJOUR TO INOTIF-DATE.
           CALL "notif1" USING NOTIF.
       T50-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      * T60 : couple WCPL-NCL/WCPL-NAR d'un article a FDS, cree au     *
      *       premier passage (version 0) ; WCPL-POS = zero si         *
      *       l'article n'a pas de FDS ou si la table est pleine       *
      *----------------------------------------------------------------*
       T60.
           MOVE ZERO TO WCPL-POS.
           MOVE ZERO TO WFDS-POS.
           MOVE ZERO TO WTRV.
           PERFORM T60-FDS VARYING WIDXF FROM 1 BY 1
                   UNTIL WIDXF > WNB-FDS OR WTRV = 1.
           IF WTRV = ZERO
              GO TO T60-EXIT
           END-IF.
           MOVE ZERO TO WTRV.
           PERFORM T60-CMP VARYING WIDXC FROM 1 BY 1
                   UNTIL WIDXC > WNB-CPL OR WTRV = 1.
           IF WTRV = 1
              GO TO T60-EXIT
           END-IF.
           IF WNB-CPL = 20000
              DISPLAY "GPIWARNING"
              DISPLAY "**TABLE DES COUPLES PLEINE, RUN ABANDONNE"
              CLOSE ETAT1
              STOP RUN
           END-IF.
           ADD 1 TO WNB-CPL WTOT-CPL.
           MOVE WNB-CPL  TO WCPL-POS.
           MOVE WCPL-NCL TO WCP-NCL(WCPL-POS).
           MOVE WCPL-NAR TO WCP-NAR(WCPL-POS).
           MOVE ZERO     TO WCP-VERS(WCPL-POS) WCP-DATLIV(WCPL-POS).
           MOVE WFDS-POS TO WCP-FDS(WCPL-POS).
       T60-EXIT.
           EXIT.
       T60-FDS.
           IF WFD-NAR(WIDXF) = WCPL-NAR
              MOVE 1 TO WTRV
              MOVE WIDXF TO WFDS-POS
           END-IF.
       T60-CMP.
           IF WCP-NCL(WIDXC) = WCPL-NCL
              AND WCP-NAR(WIDXC) = WCPL-NAR
              MOVE 1 TO WTRV
              MOVE WIDXC TO WCPL-POS
           END-IF.
      *
      *----------------------------------------------------------------*
      * T90 : recapitulatif                                            *
      *----------------------------------------------------------------*
       T90.
           MOVE SPACES TO LIGNE.
           WRITE LIGNE BEFORE 1.
           MOVE SPACES TO LIGNE.
           MOVE WNB-FDS TO LNB.
           MOVE "TOTAL ARTICLES AVEC FDS" TO LLIB.
           WRITE LIGNE BEFORE 1.
           MOVE SPACES TO LIGNE.
           MOVE WTOT-CPL TO LNB.
           MOVE "TOTAL COUPLES CLIENT/ARTICLE SUIVIS" TO LLIB.
           WRITE LIGNE BEFORE 1.
           MOVE SPACES TO LIGNE.
           MOVE WTOT-RET TO LNB.
           MOVE "TOTAL COUPLES SANS LA VERSION COURANTE" TO LLIB.
           WRITE LIGNE BEFORE 1.
           MOVE SPACES TO LIGNE.
           MOVE WTOT-JAMAIS TO LNB.
           MOVE "DONT FDS JAMAIS ENVOYEE" TO LLIB.
           WRITE LIGNE BEFORE 1.
       T90-EXIT.
           EXIT.
