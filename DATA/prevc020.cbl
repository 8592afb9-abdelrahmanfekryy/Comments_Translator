      *DD9177 15/10/26 anes Creation - fiabilite des previsions
      *                     clients (PREVCLI) rapprochees des
      *                     quantites commandees FCOMJOC1 par client,
      *                     article et semaine de livraison
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PREVC020.
      *
      ******************************************************************
      * GPICMT    Fiabilite des previsions clients : pour chaque        *
      *           semaine de la periode (lundi SEMDEB a lundi SEMFIN    *
      *           AAMMJJ, par defaut les NBSEMFIA semaines - 12 - qui   *
      *           precedent la semaine du run),                         *
      *           - la prevision vient de PREVCLI (derniere version     *
      *             integree par PREVC010 pour la semaine)              *
      *           - le reel vient des lignes de commande FCOMJOC1 dont  *
      *             la date de livraison tombe dans la semaine (lignes  *
      *             supprimees exclues), client par FCOMMAAP            *
      *           Seuls les clients qui envoient des previsions sont    *
      *           suivis (NCLPRV : un seul client, zero = tous).  Par   *
      *           client : prevu, reel, ecart absolu cumule par article *
      *           et semaine, precision = 100 - ecart / reel en %       *
      *           (plancher zero) et biais = (prevu - reel) / reel en % *
      *           (positif = le client surestime).  DETPRV = O ajoute   *
      *           le detail par article et semaine.                     *
      ******************************************************************
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. DPS-4.
       OBJECT-COMPUTER. DPS-4.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PREVCLI ASSIGN TO PRE-VCLI
                       organization line sequential
                       file status is file-status.
      *
           SELECT FCOMMAAP ASSIGN TO FCO-MAAP
                       organization indexed
                       access mode sequential
                       record key FCCLE-CDESUP
                       file status is file-status2.
      *
           SELECT FCOMJOC1 ASSIGN TO FCOMJOC1
                       organization indexed
                       access mode sequential
                       record key FJ1CLE
                       file status is file-status3.
      *
           SELECT ETAT1 ASSIGN TO wlabel-etat1
                       organization line sequential.
      *
       DATA DIVISION.
       FILE SECTION.
      * previsions par client, article et semaine (PREVC010)
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
       FD  FCOMMAAP
                DATA RECORD FC-LIGNE.
       01  FC-LIGNE.
           02 FCCLE-CDESUP          PIC X(13).
           02 FCNCL                 PIC 9(6).
           02 FCAFA                 PIC 9.
           02 FCFAC                 PIC 9.
           02 FILLER                PIC X(80).
      *
       FD  FCOMJOC1
                DATA RECORD FJ1-LIGNE.
       01  FJ1-LIGNE.
           02 FJ1CLE.
              03 FJ1NUM             PIC 9(7).
              03 FJ1NLG             PIC 9(3).
           02 FJ1NAR                PIC X(7).
           02 FJ1QTC                PIC 9(6)V99.
           02 FJ1DLI                PIC 9(6).
           02 FJ1ETAT               PIC X.
           02 FJ1QTP                PIC 9(6)V99.
           02 FILLER                PIC X(32).
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
           02 LSEM                 PIC 9(6) blank zero.
           02 FILLER               PIC X(2).
           02 LPRV                 PIC Z(8)9V,99 blank zero.
           02 FILLER               PIC X(2).
           02 LREEL                PIC Z(8)9V,99 blank zero.
           02 FILLER               PIC X(2).
           02 LECART               PIC Z(8)9V,99 blank zero.
           02 FILLER               PIC X(2).
           02 LPREC                PIC ZZ9V,99 blank zero.
           02 FILLER               PIC X(2).
           02 LBIAIS               PIC ----9V,99 blank zero.
           02 FILLER               PIC X(2).
           02 LLIB                 PIC X(34).
      *
       WORKING-STORAGE SECTION.
       01  wlabel-etat1           pic x(64) value space.
       01  var-name               pic x(64).
       01  var-data               pic x(64).
       01  file-status            PIC XX.
       01  file-status2           PIC XX.
       01  file-status3           PIC XX.
       01  WFINP                  PIC 9 value zero.
           88 FIN-PREVCLI         value 1.
       01  WFINC                  PIC 9 value zero.
           88 FIN-FCOMMAAP        value 1.
       01  WFINL                  PIC 9 value zero.
           88 FIN-FCOMJOC1        value 1.
       01  WDATEJOUR              PIC 9(6) VALUE ZERO.
       01  WNCL                   PIC 9(6) VALUE ZERO.
       01  WNBSEM                 PIC 9(3) VALUE 12.
       01  WDETAIL                PIC X VALUE 'N'.
       01  WSEMDEB                PIC 9(6) VALUE ZERO.
       01  WSEMFIN                PIC 9(6) VALUE ZERO.
       01  WSER-DEB               PIC S9(6).
       01  WSER-FIN               PIC S9(6).
       01  WSER-LUN               PIC S9(6).
      *
      **** commandes -> client
       01  WTCDE.
           02 WTCDE-E OCCURS 9000.
              03 WCD-NCDE         PIC 9(7).
              03 WCD-NCL          PIC 9(6).
       01  WNB-CDE                PIC 9(5) VALUE ZERO.
       01  WIDXC                  PIC 9(5).
       01  WPOSC                  PIC 9(5).
      *
      **** clients suivis (presents dans les previsions de la periode)
       01  WTCLI.
           02 WTCLI-E OCCURS 500.
              03 WCL-NCL          PIC 9(6).
              03 WCL-PRV          PIC 9(11)V99.
              03 WCL-REEL         PIC 9(11)V99.
              03 WCL-ECART        PIC 9(11)V99.
       01  WNB-CLI                PIC 9(3) VALUE ZERO.
       01  WIDXK                  PIC 9(3).
       01  WPOSK                  PIC 9(3).
      *
      **** prevu / reel par client, article et semaine (lundi)
       01  WTFIA.
           02 WTFIA-E OCCURS 20000.
              03 WFI-NCL          PIC 9(6).
              03 WFI-NAR          PIC X(7).
              03 WFI-SEM          PIC 9(6).
              03 WFI-PRV          PIC 9(9)V99.
              03 WFI-REEL         PIC 9(9)V99.
       01  WNB-FIA                PIC 9(5) VALUE ZERO.
       01  WIDXF                  PIC 9(5).
       01  WPOSF                  PIC 9(5).
       01  WCLE-NCL               PIC 9(6).
       01  WCLE-NAR               PIC X(7).
       01  WCLE-SEM               PIC 9(6).
       01  WTRV                   PIC 9.
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
       01  WECART                 PIC 9(9)V99.
       01  WPREC                  PIC S9(5)V99.
       01  WBIAIS                 PIC S9(5)V99.
       01  WTOT-PRV               PIC 9(11)V99 VALUE ZERO.
       01  WTOT-REEL              PIC 9(11)V99 VALUE ZERO.
       01  WTOT-ECART             PIC 9(11)V99 VALUE ZERO.
       01  WQ-PRV                 PIC 9(11)V99.
       01  WQ-REEL                PIC 9(11)V99.
       01  WQ-ECART               PIC 9(11)V99.
      *
       PROCEDURE DIVISION.
      *
      *----------------------------------------------------------------*
      * T10 : periode, previsions de la periode, correspondance        *
      *       commande/client, reel commande, puis edition             *
      *----------------------------------------------------------------*
       T10.
           MOVE ZERO TO WFINP WFINC WFINL WNB-CDE WNB-CLI WNB-FIA
                        WTOT-PRV WTOT-REEL WTOT-ECART.
           string 'NCLPRV' x'00' delimited by size
                  into var-name.
           move space to var-data.
           call 'genvcc' using var-name var-data.
           if var-data(1:6) numeric
              move var-data(1:6) to WNCL.
           string 'NBSEMFIA' x'00' delimited by size
                  into var-name.
           move space to var-data.
           call 'genvcc' using var-name var-data.
           if var-data(1:3) numeric and var-data(1:3) not = zero
              move var-data(1:3) to WNBSEM.
           string 'SEMDEB' x'00' delimited by size
                  into var-name.
           move space to var-data.
           call 'genvcc' using var-name var-data.
           if var-data(1:6) numeric
              move var-data(1:6) to WSEMDEB.
           string 'SEMFIN' x'00' delimited by size
                  into var-name.
           move space to var-data.
           call 'genvcc' using var-name var-data.
           if var-data(1:6) numeric
              move var-data(1:6) to WSEMFIN.
           string 'DETPRV' x'00' delimited by size
                  into var-name.
           move space to var-data.
           call 'genvcc' using var-name var-data.
           if var-data(1:1) = 'O'
              move 'O' to WDETAIL.
           string 'ADLPID' x'00' delimited by size
                  into var-name.
           move space to var-data.
           call 'genvcc' using var-name var-data.
           if var-data(1:6) numeric
              move var-data(1:6) to WDATEJOUR.
           string 'prevc020.'
                  var-data delimited by ' '
                                     into wlabel-etat1.
           PERFORM T15 THRU T15-EXIT.
           OPEN OUTPUT ETAT1.
           MOVE SPACES TO LIGNE.
           MOVE "FIABILITE DES PREVISIONS CLIENTS" TO LLIB.
           MOVE WNCL TO LNCL.
           MOVE WSEMDEB TO LSEM.
           WRITE LIGNE BEFORE 1.
           MOVE SPACES TO LIGNE.
           MOVE "DERNIERE SEMAINE DE LA PERIODE" TO LLIB.
           MOVE WSEMFIN TO LSEM.
           WRITE LIGNE BEFORE 2.
           OPEN INPUT PREVCLI.
           IF FILE-STATUS NOT = ZERO
              DISPLAY "PAS DE FICHIER DE PREVISIONS CLIENTS"
              MOVE SPACES TO LIGNE
              MOVE "PAS DE PREVISIONS CLIENTS" TO LLIB
              WRITE LIGNE BEFORE 1
              CLOSE ETAT1
              STOP RUN
           END-IF.
           PERFORM T20 THRU T20-EXIT.
           PERFORM T22 THRU T22-EXIT UNTIL FIN-PREVCLI.
           CLOSE PREVCLI.
           OPEN INPUT FCOMMAAP.
           IF FILE-STATUS2 = ZERO
              PERFORM T30 THRU T30-EXIT
              PERFORM T32 THRU T32-EXIT UNTIL FIN-FCOMMAAP
              CLOSE FCOMMAAP
           END-IF.
           OPEN INPUT FCOMJOC1.
           IF FILE-STATUS3 NOT = ZERO
              DISPLAY "OUVERTURE FCOMJOC1 IMPOSSIBLE " FILE-STATUS3
              CLOSE ETAT1
              STOP RUN
           END-IF.
           PERFORM T35 THRU T35-EXIT.
           PERFORM T37 THRU T37-EXIT UNTIL FIN-FCOMJOC1.
           CLOSE FCOMJOC1.
           PERFORM T60 THRU T60-EXIT
                   VARYING WIDXF FROM 1 BY 1 UNTIL WIDXF > WNB-FIA.
           PERFORM T90 THRU T90-EXIT.
           CLOSE ETAT1.
           STOP RUN.
      *
      *----------------------------------------------------------------*
      * T15 : periode en lundis (numeros de jour WSER-DEB/WSER-FIN) ;  *
      *       par defaut les NBSEMFIA semaines avant celle du run      *
      *----------------------------------------------------------------*
       T15.
           MOVE WDATEJOUR TO WDATW.
           PERFORM T70 THRU T70-EXIT.
           COMPUTE WSER-LUN = WSERIE - WDOW + 1.
           COMPUTE WSER-FIN = WSER-LUN - 7.
           COMPUTE WSER-DEB = WSER-FIN - ((WNBSEM - 1) * 7).
           IF WSEMFIN NOT = ZERO
              MOVE WSEMFIN TO WDATW
              PERFORM T70 THRU T70-EXIT
              IF WDATOK = 1
                 COMPUTE WSER-FIN = WSERIE - WDOW + 1
              END-IF
           END-IF.
           IF WSEMDEB NOT = ZERO
              MOVE WSEMDEB TO WDATW
              PERFORM T70 THRU T70-EXIT
              IF WDATOK = 1
                 COMPUTE WSER-DEB = WSERIE - WDOW + 1
              END-IF
           END-IF.
      * lundis de debut et de fin pour l'entete de l'edition
           MOVE WDATEJOUR TO WDATW.
           PERFORM T70 THRU T70-EXIT.
           COMPUTE WNUM = WSERIE - WSER-DEB.
           PERFORM T76 THRU T76-EXIT WNUM TIMES.
           MOVE WDATW TO WSEMDEB.
           MOVE WDATEJOUR TO WDATW.
           COMPUTE WNUM = WSERIE - WSER-FIN.
           PERFORM T76 THRU T76-EXIT WNUM TIMES.
           MOVE WDATW TO WSEMFIN.
       T15-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      * T20/T22 : previsions de la periode (clients suivis)            *
      *----------------------------------------------------------------*
       T20.
           READ PREVCLI NEXT RECORD
                AT END MOVE 1 TO WFINP.
       T20-EXIT.
           EXIT.
       T22.
           IF WNCL NOT = ZERO AND PVC-NCL NOT = WNCL
              GO TO T22F
           END-IF.
           MOVE PVC-SEM TO WDATW.
           PERFORM T70 THRU T70-EXIT.
           IF WDATOK = ZERO
              GO TO T22F
           END-IF.
           COMPUTE WSER-LUN = WSERIE - WDOW + 1.
           IF WSER-LUN < WSER-DEB OR WSER-LUN > WSER-FIN
              GO TO T22F
           END-IF.
           MOVE PVC-NCL TO WCLE-NCL.
           PERFORM T40 THRU T40-EXIT.
           IF WPOSK = ZERO
              GO TO T22F
           END-IF.
           MOVE PVC-NAR TO WCLE-NAR.
           MOVE PVC-SEM TO WCLE-SEM.
           PERFORM T45 THRU T45-EXIT.
           IF WPOSF NOT = ZERO
              ADD PVC-QTE TO WFI-PRV(WPOSF)
           END-IF.
       T22F.
           PERFORM T20 THRU T20-EXIT.
       T22-EXIT.
           EXIT.
      *
       T30.
           READ FCOMMAAP NEXT RECORD
                AT END MOVE 1 TO WFINC.
       T30-EXIT.
           EXIT.
       T32.
           IF WNB-CDE < 9000
              ADD 1 TO WNB-CDE
              MOVE FCCLE-CDESUP(1:7) TO WCD-NCDE(WNB-CDE)
              MOVE FCNCL TO WCD-NCL(WNB-CDE)
           END-IF.
           PERFORM T30 THRU T30-EXIT.
       T32-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      * T35/T37 : reel commande des clients suivis, par semaine de la  *
      *           date de livraison                                    *
      *----------------------------------------------------------------*
       T35.
           READ FCOMJOC1 NEXT RECORD
                AT END MOVE 1 TO WFINL.
       T35-EXIT.
           EXIT.
       T37.
           IF FJ1ETAT = 'S' OR FJ1QTC = ZERO
              GO TO T37F
           END-IF.
           MOVE FJ1DLI TO WDATW.
           PERFORM T70 THRU T70-EXIT.
           IF WDATOK = ZERO
              GO TO T37F
           END-IF.
           COMPUTE WSER-LUN = WSERIE - WDOW + 1.
           IF WSER-LUN < WSER-DEB OR WSER-LUN > WSER-FIN
              GO TO T37F
           END-IF.
           MOVE ZERO TO WTRV.
           PERFORM T39 VARYING WIDXC FROM 1 BY 1
                   UNTIL WIDXC > WNB-CDE OR WTRV = 1.
           IF WTRV = ZERO
              GO TO T37F
           END-IF.
      * seuls les clients qui ont prevu la periode sont suivis
           MOVE ZERO TO WTRV.
           PERFORM T42 VARYING WIDXK FROM 1 BY 1
                   UNTIL WIDXK > WNB-CLI OR WTRV = 1.
           IF WTRV = ZERO
              GO TO T37F
           END-IF.
           PERFORM T74 THRU T74-EXIT.
           MOVE FJ1NAR TO WCLE-NAR.
           MOVE WDATW  TO WCLE-SEM.
           PERFORM T45 THRU T45-EXIT.
           IF WPOSF NOT = ZERO
              ADD FJ1QTC TO WFI-REEL(WPOSF)
           END-IF.
       T37F.
           PERFORM T35 THRU T35-EXIT.
       T37-EXIT.
           EXIT.
       T39.
           IF WCD-NCDE(WIDXC) = FJ1NUM
              MOVE 1 TO WTRV
              MOVE WCD-NCL(WIDXC) TO WCLE-NCL
           END-IF.
      *
      * recherche ou creation du client suivi WCLE-NCL (WPOSK, zero
      * si la table est pleine)
       T40.
           MOVE ZERO TO WTRV.
           PERFORM T42 VARYING WIDXK FROM 1 BY 1
                   UNTIL WIDXK > WNB-CLI OR WTRV = 1.
           IF WTRV = ZERO
              IF WNB-CLI = 500
                 DISPLAY "GPIWARNING"
                 DISPLAY "**TABLE DES CLIENTS PLEINE, CLIENT "
                         WCLE-NCL " NON SUIVI"
                 MOVE ZERO TO WPOSK
                 GO TO T40-EXIT
              END-IF
              ADD 1 TO WNB-CLI
              MOVE WNB-CLI TO WPOSK
              MOVE WCLE-NCL TO WCL-NCL(WPOSK)
              MOVE ZERO TO WCL-PRV(WPOSK) WCL-REEL(WPOSK)
                           WCL-ECART(WPOSK)
           END-IF.
       T40-EXIT.
           EXIT.
       T42.
           IF WCL-NCL(WIDXK) = WCLE-NCL
              MOVE 1 TO WTRV
              MOVE WIDXK TO WPOSK
           END-IF.
      *
      * recherche ou creation client + article + semaine (WPOSF, zero
      * si la table est pleine : la ligne est sautee)
       T45.
           MOVE ZERO TO WTRV.
           PERFORM T47 VARYING WIDXF FROM 1 BY 1
                   UNTIL WIDXF > WNB-FIA OR WTRV = 1.
           IF WTRV = ZERO
              IF WNB-FIA = 20000
                 DISPLAY "GPIWARNING"
                 DISPLAY "**TABLE PREVU/REEL PLEINE, SUIVI TRONQUE"
                 MOVE ZERO TO WPOSF
                 GO TO T45-EXIT
              END-IF
              ADD 1 TO WNB-FIA
              MOVE WNB-FIA TO WPOSF
              MOVE WCLE-NCL TO WFI-NCL(WPOSF)
              MOVE WCLE-NAR TO WFI-NAR(WPOSF)
              MOVE WCLE-SEM TO WFI-SEM(WPOSF)
              MOVE ZERO TO WFI-PRV(WPOSF) WFI-REEL(WPOSF)
           END-IF.
       T45-EXIT.
           EXIT.
       T47.
           IF WFI-NCL(WIDXF) = WCLE-NCL
              AND WFI-NAR(WIDXF) = WCLE-NAR
              AND WFI-SEM(WIDXF) = WCLE-SEM
              MOVE 1 TO WTRV
              MOVE WIDXF TO WPOSF
           END-IF.
      *
      *----------------------------------------------------------------*
      * T60 : ecart d'une ligne client/article/semaine, cumul client,  *
      *       detail sur demande                                       *
      *----------------------------------------------------------------*
       T60.
           IF WFI-PRV(WIDXF) > WFI-REEL(WIDXF)
              COMPUTE WECART = WFI-PRV(WIDXF) - WFI-REEL(WIDXF)
           ELSE
              COMPUTE WECART = WFI-REEL(WIDXF) - WFI-PRV(WIDXF)
           END-IF.
           MOVE WFI-NCL(WIDXF) TO WCLE-NCL.
           MOVE ZERO TO WTRV.
           PERFORM T42 VARYING WIDXK FROM 1 BY 1
                   UNTIL WIDXK > WNB-CLI OR WTRV = 1.
           ADD WFI-PRV(WIDXF)  TO WCL-PRV(WPOSK).
           ADD WFI-REEL(WIDXF) TO WCL-REEL(WPOSK).
           ADD WECART          TO WCL-ECART(WPOSK).
           IF WDETAIL NOT = 'O'
              GO TO T60-EXIT
           END-IF.
           MOVE WFI-PRV(WIDXF)  TO WQ-PRV.
           MOVE WFI-REEL(WIDXF) TO WQ-REEL.
           MOVE WECART          TO WQ-ECART.
           PERFORM T80 THRU T80-EXIT.
           MOVE WFI-NCL(WIDXF) TO LNCL.
           MOVE WFI-NAR(WIDXF) TO LNAR.
           MOVE WFI-SEM(WIDXF) TO LSEM.
           IF WFI-PRV(WIDXF) = ZERO
              MOVE "COMMANDE NON PREVUE" TO LLIB
           END-IF.
           IF WFI-REEL(WIDXF) = ZERO
              MOVE "PREVU NON COMMANDE" TO LLIB
           END-IF.
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
      * quantites, precision et biais d'une ligne d'edition (WQ-PRV,
      * WQ-REEL, WQ-ECART) ; sans reel, ni precision ni biais
       T80.
           MOVE SPACES TO LIGNE.
           MOVE WQ-PRV   TO LPRV.
           MOVE WQ-REEL  TO LREEL.
           MOVE WQ-ECART TO LECART.
           IF WQ-REEL = ZERO
              GO TO T80-EXIT
           END-IF.
           COMPUTE WPREC ROUNDED = 100 - (WQ-ECART * 100 / WQ-REEL)
                   ON SIZE ERROR MOVE ZERO TO WPREC.
           IF WPREC < ZERO
              MOVE ZERO TO WPREC
           END-IF.
           MOVE WPREC TO LPREC.
           COMPUTE WBIAIS ROUNDED = (WQ-PRV - WQ-REEL) * 100 / WQ-REEL
                   ON SIZE ERROR MOVE 99999 TO WBIAIS.
           MOVE WBIAIS TO LBIAIS.
       T80-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      * T90 : fiabilite par client puis globale                        *
      *----------------------------------------------------------------*
       T90.
           MOVE SPACES TO LIGNE.
           WRITE LIGNE BEFORE 1.
           PERFORM T95 THRU T95-EXIT
                   VARYING WIDXK FROM 1 BY 1 UNTIL WIDXK > WNB-CLI.
           MOVE SPACES TO LIGNE.
           WRITE LIGNE BEFORE 1.
           MOVE WTOT-PRV   TO WQ-PRV.
           MOVE WTOT-REEL  TO WQ-REEL.
           MOVE WTOT-ECART TO WQ-ECART.
           PERFORM T80 THRU T80-EXIT.
           MOVE "FIABILITE GLOBALE" TO LLIB.
           WRITE LIGNE BEFORE 1.
       T90-EXIT.
           EXIT.
      *
       T95.
           MOVE WCL-PRV(WIDXK)   TO WQ-PRV.
           MOVE WCL-REEL(WIDXK)  TO WQ-REEL.
           MOVE WCL-ECART(WIDXK) TO WQ-ECART.
           PERFORM T80 THRU T80-EXIT.
           MOVE WCL-NCL(WIDXK) TO LNCL.
           MOVE "FIABILITE DU CLIENT" TO LLIB.
           WRITE LIGNE BEFORE 1.
           ADD WCL-PRV(WIDXK)   TO WTOT-PRV.
           ADD WCL-REEL(WIDXK)  TO WTOT-REEL.
           ADD WCL-ECART(WIDXK) TO WTOT-ECART.
       T95-EXIT.
           EXIT.
