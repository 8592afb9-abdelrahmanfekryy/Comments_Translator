      *DD9146 15/10/26 anes Creation - ecarts de change des creances
      *                     en devise : ecritures FEC des ecarts
      *                     realises au lettrage (666/766, journal
      *                     DEVREA) et reevaluation de fin de mois des
      *                     factures ouvertes au cours de cloture
      *                     (476/477) avec extourne au 1er du mois
      *                     suivant ; etat par devise et par client
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEVRC010.
      *
      ******************************************************************
      * GPICMT    Ecarts de change clients, arrete du mois DATARR       *
      *           (AAMMJJ, date du run par defaut) :                    *
      *           - DEVREA : les ecarts realises ecrits par le lettrage *
      *             (LETRC010) dont la date d'operation tombe dans le   *
      *             mois : gain debit 411 / credit 766, perte debit     *
      *             666 / credit 411 ; une contrepassation (sens X)     *
      *             passe l'ecriture inverse                            *
      *           - FFACTURE : les factures et avoirs non soldes dont   *
      *             la commande figure dans DEVFAC avec un taux autre   *
      *             que 1 sont reevalues au dernier cours connu a la    *
      *             date d'arrete (DEVCRS) : hausse de la creance       *
      *             debit 411 / credit 477, baisse debit 476 / credit   *
      *             411, a la date d'arrete ; l'ecriture inverse est    *
      *             passee au 1er du mois suivant (extourne)            *
      *           Cours : unites de devise pour un euro (convention     *
      *           CGLP-FACT1).  Comptes en parametre CPT411, CPT476,    *
      *           CPT477, CPT666, CPT766.  FEC au format 18 zones de    *
      *           FECVTE (FACTC025), journal OD, fichier fecdev010.     *
      *           L'etat detaille chaque piece par devise et par client *
      *           avec les totaux client, devise et general.            *
      ******************************************************************
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. DPS-4.
       OBJECT-COMPUTER. DPS-4.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FFACTURE ASSIGN TO FFACTURE
                       organization indexed
                       access mode sequential
                       record key FBCLE-CDESUP
                       file status is file-status.
      *
           SELECT DEVFAC ASSIGN TO DEVFAC
                       organization line sequential
                       file status is file-status2.
      *
           SELECT DEVCRS ASSIGN TO DEV-CRS
                       organization line sequential
                       file status is file-status2.
      *
           SELECT DEVREA ASSIGN TO DEV-REA
                       organization line sequential
                       file status is file-status3.
      *
           SELECT FECDEV ASSIGN TO wlabel-fecdev
                       organization line sequential.
      *
           SELECT ETAT1 ASSIGN TO wlabel-etat1
                       organization line sequential.
      *
       DATA DIVISION.
       FILE SECTION.
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
           02 FBCFA                 PIC 9.
           02 FBSOC                 PIC X(6).
           02 FBMONTTC              PIC S9(9)V99.
           02 FBPAYS                PIC XX.
           02 FBREGIME              PIC XX.
           02 FBECH                 PIC 9(6).
           02 FILLER                PIC X(31).
      *
      * taux de change retenu a la facturation (CGLP-FACT1)
       FD  DEVFAC
                DATA RECORD DEVF-LIGNE.
       01  DEVF-LIGNE.
           02 DEVF-NCDE        PIC 9(7).
           02 FILLER           PIC X.
           02 DEVF-CDEV        PIC 99.
           02 FILLER           PIC X.
           02 DEVF-TAUX        PIC 9(5)V9999.
           02 FILLER           PIC X.
           02 DEVF-DATE        PIC 9(6).
      *
      * cours de change du jour tenus par la tresorerie
       FD  DEVCRS
                DATA RECORD CRS-LIGNE.
       01  CRS-LIGNE.
           02 CRS-CDEV         PIC 99.
           02 FILLER           PIC X.
           02 CRS-DATE         PIC 9(6).
           02 FILLER           PIC X.
           02 CRS-TAUX         PIC 9(5)V9999.
      *
      * journal des ecarts realises (LETRC010)
       FD  DEVREA
                DATA RECORD DVR-LIGNE.
       01  DVR-LIGNE.
           02 DVR-NOPE             PIC X(24).
           02 FILLER               PIC X.
           02 DVR-NFAC             PIC 9(7).
           02 FILLER               PIC X.
           02 DVR-NCL              PIC 9(6).
           02 FILLER               PIC X.
           02 DVR-SOC              PIC X(6).
           02 FILLER               PIC X.
           02 DVR-CDEV             PIC 99.
           02 FILLER               PIC X.
           02 DVR-MONTDEV          PIC 9(11)V99.
           02 FILLER               PIC X.
           02 DVR-MONTEUR          PIC 9(9)V99.
           02 FILLER               PIC X.
           02 DVR-TXFAC            PIC 9(5)V9999.
           02 FILLER               PIC X.
           02 DVR-TXREG            PIC 9(5)V9999.
           02 FILLER               PIC X.
           02 DVR-ECART            PIC S9(9)V99
                                   SIGN LEADING SEPARATE.
           02 FILLER               PIC X.
           02 DVR-DATOP            PIC 9(6).
           02 FILLER               PIC X.
           02 DVR-DATRUN           PIC 9(6).
           02 FILLER               PIC X.
           02 DVR-SENS             PIC X.
      *
       FD  FECDEV
                DATA RECORD FEC-LIGNE.
       01  FEC-LIGNE              PIC X(200).
      *
       FD  ETAT1
                DATA RECORD LIGNE
                LINAGE IS 64  LINES AT TOP 2.
       01  LIGNE                  PIC X(132).
       01  L1.
           02 LDEV                 PIC 99 blank zero.
           02 FILLER               PIC X(2).
           02 LNCL                 PIC 9(6) blank zero.
           02 FILLER               PIC X(2).
           02 LNFAC                PIC 9(7) blank zero.
           02 FILLER               PIC X(2).
           02 LTYPE                PIC X(8).
           02 FILLER               PIC X(2).
           02 LMDEV                PIC Z(10)9V,99 blank zero.
           02 FILLER               PIC X(2).
           02 LTXORI               PIC Z(4)9V,9999 blank zero.
           02 FILLER               PIC X(2).
           02 LTXNEW               PIC Z(4)9V,9999 blank zero.
           02 FILLER               PIC X(2).
           02 LMEUR                PIC Z(8)9V,99 blank zero.
           02 FILLER               PIC X(2).
           02 LECART               PIC Z(8)9V,99- blank zero.
           02 FILLER               PIC X(2).
           02 LLIB                 PIC X(28).
      *
       WORKING-STORAGE SECTION.
       01  wlabel-etat1           pic x(64) value space.
       01  wlabel-fecdev          pic x(64) value space.
       01  var-name               pic x(64).
       01  var-data               pic x(64).
       01  file-status            PIC XX.
       01  file-status2           PIC XX.
       01  file-status3           PIC XX.
       01  WFINF                  PIC 9 value zero.
           88 FIN-FFACTURE        value 1.
       01  WFIND                  PIC 9 value zero.
           88 FIN-DEVFAC          value 1.
       01  WFINX                  PIC 9 value zero.
           88 FIN-DEVCRS          value 1.
       01  WFINR                  PIC 9 value zero.
           88 FIN-DEVREA          value 1.
       01  WDATEJOUR              PIC 9(6).
       01  WDATARR                PIC 9(6).
       01  WDATARR-X REDEFINES WDATARR.
           02 WDA-AA              PIC 99.
           02 WDA-MM              PIC 99.
           02 WDA-JJ              PIC 99.
      * premier jour du mois suivant (extourne)
       01  WDATEXT                PIC 9(6).
       01  WDATEXT-X REDEFINES WDATEXT.
           02 WDE-AA              PIC 99.
           02 WDE-MM              PIC 99.
           02 WDE-JJ              PIC 99.
       01  WDATW                  PIC 9(6).
       01  WDATW-X REDEFINES WDATW.
           02 WDW-AA              PIC 99.
           02 WDW-MM              PIC 99.
           02 WDW-JJ              PIC 99.
      *
      **** comptes du schema (parametres CPT411, CPT476, CPT477,
      **** CPT666, CPT766)
       01  WCPT411                PIC X(8) VALUE "41100000".
       01  WCPT476                PIC X(8) VALUE "47600000".
       01  WCPT477                PIC X(8) VALUE "47700000".
       01  WCPT666                PIC X(8) VALUE "66600000".
       01  WCPT766                PIC X(8) VALUE "76600000".
      *
      **** taux de la facturation par commande
       01  WTDEV.
           02 WTDEV-E OCCURS 9000.
              03 WDV-NCDE         PIC 9(7).
              03 WDV-CDEV         PIC 99.
              03 WDV-TAUX         PIC 9(5)V9999.
       01  WNB-DEV                PIC 9(5) VALUE ZERO.
       01  WIDXV                  PIC 9(5).
       01  WPOSV                  PIC 9(5).
      *
      **** cours du jour par devise
       01  WTCRS.
           02 WTCRS-E OCCURS 5000.
              03 WCR-CDEV         PIC 99.
              03 WCR-DATE         PIC 9(6).
              03 WCR-TAUX         PIC 9(5)V9999.
       01  WNB-CRS                PIC 9(4) VALUE ZERO.
       01  WIDXK                  PIC 9(4).
      *
      **** pieces de l'etat (R realise, L latent, A anomalie)
       01  WTDET.
           02 WTDET-E OCCURS 9000.
              03 WDT-CDEV         PIC 99.
              03 WDT-NCL          PIC 9(6).
              03 WDT-NFAC         PIC 9(7).
              03 WDT-TYPE         PIC X.
              03 WDT-MONTDEV      PIC 9(11)V99.
              03 WDT-TXORI        PIC 9(5)V9999.
              03 WDT-TXNEW        PIC 9(5)V9999.
              03 WDT-MONTEUR      PIC 9(9)V99.
              03 WDT-ECART        PIC S9(9)V99.
       01  WNB-DET                PIC 9(5) VALUE ZERO.
       01  WIDXT                  PIC 9(5).
      *
      **** devise / client, tenus dans l'ordre de l'etat
       01  WTDC.
           02 WTDC-E OCCURS 3000.
              03 WDC-CDEV         PIC 99.
              03 WDC-NCL          PIC 9(6).
              03 WDC-REA          PIC S9(11)V99.
              03 WDC-LAT          PIC S9(11)V99.
       01  WNB-DC                 PIC 9(4) VALUE ZERO.
       01  WIDXC                  PIC 9(4).
       01  WPOSC                  PIC 9(4).
      *
       01  WTRV                   PIC 9.
       01  WNCDE-TRT              PIC 9(7).
       01  WCDEV-TRT              PIC 99.
       01  WNCL-TRT               PIC 9(6).
       01  WCLE-TRT               PIC 9(8).
       01  WCLE-TAB               PIC 9(8).
       01  WDATCRS                PIC 9(6).
       01  WTXCLO                 PIC 9(5)V9999.
       01  WMONTDEV               PIC 9(11)V99.
       01  WCONTRE                PIC S9(9)V99.
       01  WECART                 PIC S9(9)V99.
       01  WCDEV-RUP              PIC 99.
       01  WCPT-SAV               PIC X(8).
       01  WLIB-SAV               PIC X(16).
       01  WTOTD-REA              PIC S9(11)V99.
       01  WTOTD-LAT              PIC S9(11)V99.
       01  WTOT-REA               PIC S9(11)V99 VALUE ZERO.
       01  WTOT-LAT               PIC S9(11)V99 VALUE ZERO.
       01  WTOT-GAIN              PIC 9(11)V99 VALUE ZERO.
       01  WTOT-PERTE             PIC 9(11)V99 VALUE ZERO.
       01  WTOT-477               PIC 9(11)V99 VALUE ZERO.
       01  WTOT-476               PIC 9(11)V99 VALUE ZERO.
       01  WTOT-ANO               PIC 9(5) VALUE ZERO.
      *
      **** ecritures FEC (format FECVTE de FACTC025)
       01  wfec-num     pic 9(7) value zero.
       01  wfec-mont    pic 9(11)v99.
       01  wfec-monted  pic 9(11)V,99.
       01  wfec-zero    pic 9(11)V,99 value zero.
       01  wfec-cptd    pic x(8).
       01  wfec-cptc    pic x(8).
       01  wfec-libd    pic x(16).
       01  wfec-libc    pic x(16).
       01  wfec-ecrlib  pic x(30).
       01  wfec-aux     pic 9(6).
       01  wfec-piece   pic x(10).
       01  wfec-date8.
           02 filler    pic xx value "20".
           02 wfec-d8a  pic 99.
           02 wfec-d8m  pic 99.
           02 wfec-d8j  pic 99.
      *
       PROCEDURE DIVISION.
      *
      *----------------------------------------------------------------*
      * T10 : parametres, tables de taux, ecarts realises du mois,     *
      *       reevaluation des pieces ouvertes, etat                   *
      *----------------------------------------------------------------*
       T10.
           MOVE ZERO TO WFINF WFIND WFINX WFINR WNB-DEV WNB-CRS
                        WNB-DET WNB-DC WTOT-REA WTOT-LAT WTOT-GAIN
                        WTOT-PERTE WTOT-477 WTOT-476 WTOT-ANO WFEC-NUM.
           string 'CPT411' x'00' delimited by size
                  into var-name.
           move space to var-data.
           call 'genvcc' using var-name var-data.
           if var-data(1:8) not = spaces
              move var-data(1:8) to WCPT411.
           string 'CPT476' x'00' delimited by size
                  into var-name.
           move space to var-data.
           call 'genvcc' using var-name var-data.
           if var-data(1:8) not = spaces
              move var-data(1:8) to WCPT476.
           string 'CPT477' x'00' delimited by size
                  into var-name.
           move space to var-data.
           call 'genvcc' using var-name var-data.
           if var-data(1:8) not = spaces
              move var-data(1:8) to WCPT477.
           string 'CPT666' x'00' delimited by size
                  into var-name.
           move space to var-data.
           call 'genvcc' using var-name var-data.
           if var-data(1:8) not = spaces
              move var-data(1:8) to WCPT666.
           string 'CPT766' x'00' delimited by size
                  into var-name.
           move space to var-data.
           call 'genvcc' using var-name var-data.
           if var-data(1:8) not = spaces
              move var-data(1:8) to WCPT766.
           string 'ADLPID' x'00' delimited by size
                  into var-name.
           move space to var-data.
           call 'genvcc' using var-name var-data.
           if var-data(1:6) numeric
              move var-data(1:6) to WDATEJOUR.
           string 'devrc010.'
                  var-data delimited by ' '
                                     into wlabel-etat1.
           string 'fecdev010.'
                  var-data delimited by ' '
                                     into wlabel-fecdev.
           MOVE WDATEJOUR TO WDATARR.
           string 'DATARR' x'00' delimited by size
                  into var-name.
           move space to var-data.
           call 'genvcc' using var-name var-data.
           if var-data(1:6) numeric and var-data(1:6) not = zero
              move var-data(1:6) to WDATARR.
      * extourne au premier jour du mois suivant
           MOVE WDATARR TO WDATEXT.
           MOVE 1 TO WDE-JJ.
           IF WDE-MM = 12
              MOVE 1 TO WDE-MM
              IF WDE-AA = 99
                 MOVE ZERO TO WDE-AA
              ELSE
                 ADD 1 TO WDE-AA
              END-IF
           ELSE
              ADD 1 TO WDE-MM
           END-IF.
           OPEN INPUT DEVFAC.
           IF FILE-STATUS2 NOT = ZERO
              DISPLAY "PAS DE TAUX DE FACTURATION DEVFAC"
              STOP RUN
           END-IF.
           PERFORM T20 THRU T20-EXIT UNTIL FIN-DEVFAC.
           CLOSE DEVFAC.
           OPEN INPUT DEVCRS.
           IF FILE-STATUS2 = ZERO
              PERFORM T24 THRU T24-EXIT UNTIL FIN-DEVCRS
              CLOSE DEVCRS
           END-IF.
           OPEN OUTPUT ETAT1 FECDEV.
      * ecarts realises au lettrage dans le mois
           OPEN INPUT DEVREA.
           IF FILE-STATUS3 = ZERO
              PERFORM T30 THRU T30-EXIT UNTIL FIN-DEVREA
              CLOSE DEVREA
           END-IF.
      * reevaluation des pieces ouvertes
           OPEN INPUT FFACTURE.
           IF FILE-STATUS NOT = ZERO
              DISPLAY "OUVERTURE FFACTURE IMPOSSIBLE " FILE-STATUS
              STOP RUN
           END-IF.
           PERFORM T40 THRU T40-EXIT.
           PERFORM T42 THRU T42-EXIT UNTIL FIN-FFACTURE.
           CLOSE FFACTURE.
           PERFORM T80 THRU T80-EXIT.
           PERFORM T90 THRU T90-EXIT.
           CLOSE ETAT1 FECDEV.
           STOP RUN.
      *
      *----------------------------------------------------------------*
      * T20/T24 : taux de la facturation par commande (le dernier      *
      *           l'emporte), cours du jour par devise                 *
      *----------------------------------------------------------------*
       T20.
           READ DEVFAC NEXT RECORD
                AT END MOVE 1 TO WFIND
                GO TO T20-EXIT.
           IF DEVF-NCDE NOT NUMERIC OR DEVF-TAUX NOT NUMERIC
              GO TO T20-EXIT
           END-IF.
           MOVE DEVF-NCDE TO WNCDE-TRT.
           MOVE ZERO TO WTRV.
           PERFORM T22 VARYING WIDXV FROM 1 BY 1
                   UNTIL WIDXV > WNB-DEV OR WTRV = 1.
           IF WTRV = ZERO
              IF WNB-DEV NOT < 9000
                 DISPLAY "GPIWARNING"
                 DISPLAY "**TABLE TAUX FACTURATION PLEINE, "
                         "RUN ABANDONNE"
                 STOP RUN
              END-IF
              ADD 1 TO WNB-DEV
              MOVE WNB-DEV TO WPOSV
              MOVE DEVF-NCDE TO WDV-NCDE(WPOSV)
           END-IF.
           MOVE DEVF-CDEV TO WDV-CDEV(WPOSV).
           MOVE DEVF-TAUX TO WDV-TAUX(WPOSV).
       T20-EXIT.
           EXIT.
       T22.
           IF WDV-NCDE(WIDXV) = WNCDE-TRT
              MOVE 1 TO WTRV
              MOVE WIDXV TO WPOSV
           END-IF.
      *
       T24.
           READ DEVCRS NEXT RECORD
                AT END MOVE 1 TO WFINX
                GO TO T24-EXIT.
           IF CRS-DATE NOT NUMERIC OR CRS-TAUX NOT NUMERIC
              OR CRS-TAUX = ZERO
              GO TO T24-EXIT
           END-IF.
           IF WNB-CRS NOT < 5000
              DISPLAY "GPIWARNING"
              DISPLAY "**TABLE COURS DE CHANGE PLEINE, RUN ABANDONNE"
              STOP RUN
           END-IF.
           ADD 1 TO WNB-CRS.
           MOVE CRS-CDEV TO WCR-CDEV(WNB-CRS).
           MOVE CRS-DATE TO WCR-DATE(WNB-CRS).
           MOVE CRS-TAUX TO WCR-TAUX(WNB-CRS).
       T24-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      * T30 : un ecart realise du journal DEVREA : ecriture 666 / 766  *
      *       si sa date d'operation tombe dans le mois ; sens X =     *
      *       ecriture inverse                                         *
      *----------------------------------------------------------------*
       T30.
           READ DEVREA NEXT RECORD
                AT END MOVE 1 TO WFINR
                GO TO T30-EXIT.
           IF DVR-DATOP(1:4) NOT = WDATARR(1:4)
              OR DVR-ECART = ZERO
              GO TO T30-EXIT
           END-IF.
           MOVE DVR-ECART TO WECART.
           IF DVR-SENS = 'X'
              COMPUTE WECART = ZERO - DVR-ECART
           END-IF.
           MOVE DVR-DATOP TO WDATW.
           MOVE WDW-AA TO WFEC-D8A.
           MOVE WDW-MM TO WFEC-D8M.
           MOVE WDW-JJ TO WFEC-D8J.
           MOVE DVR-NFAC TO WFEC-PIECE.
           MOVE DVR-NCL  TO WFEC-AUX.
           IF WECART > ZERO
              MOVE WECART TO WFEC-MONT
              ADD WECART TO WTOT-GAIN
              MOVE WCPT411 TO WFEC-CPTD
              MOVE "CLIENTS" TO WFEC-LIBD
              MOVE WCPT766 TO WFEC-CPTC
              MOVE "GAINS DE CHANGE" TO WFEC-LIBC
              MOVE "GAIN DE CHANGE REALISE" TO WFEC-ECRLIB
           ELSE
              COMPUTE WFEC-MONT = ZERO - WECART
              ADD WFEC-MONT TO WTOT-PERTE
              MOVE WCPT666 TO WFEC-CPTD
              MOVE "PERTES DE CHANGE" TO WFEC-LIBD
              MOVE WCPT411 TO WFEC-CPTC
              MOVE "CLIENTS" TO WFEC-LIBC
              MOVE "PERTE DE CHANGE REALISEE" TO WFEC-ECRLIB
           END-IF.
           PERFORM T70 THRU T70-EXIT.
           MOVE DVR-CDEV    TO WCDEV-TRT.
           MOVE DVR-NCL     TO WNCL-TRT.
           PERFORM T50 THRU T50-EXIT.
           MOVE DVR-NFAC    TO WDT-NFAC(WNB-DET).
           MOVE 'R'         TO WDT-TYPE(WNB-DET).
           MOVE DVR-MONTDEV TO WDT-MONTDEV(WNB-DET).
           MOVE DVR-TXFAC   TO WDT-TXORI(WNB-DET).
           MOVE DVR-TXREG   TO WDT-TXNEW(WNB-DET).
           MOVE DVR-MONTEUR TO WDT-MONTEUR(WNB-DET).
           MOVE WECART      TO WDT-ECART(WNB-DET).
           ADD WECART TO WDC-REA(WPOSC).
           ADD WECART TO WTOT-REA.
       T30-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      * T40/T42 : piece en devise non soldee a la date d'arrete :      *
      *           ecart de conversion au cours de cloture et extourne  *
      *----------------------------------------------------------------*
       T40.
           READ FFACTURE NEXT RECORD
                AT END MOVE 1 TO WFINF.
       T40-EXIT.
           EXIT.
       T42.
           IF FBDUP = '1' OR FBREGLE = 'O'
              OR FBDATE > WDATARR OR FBMONTTC = ZERO
              OR FBNCDE(1:7) NOT NUMERIC
              GO TO T42F
           END-IF.
           MOVE FBNCDE(1:7) TO WNCDE-TRT.
           MOVE ZERO TO WTRV.
           PERFORM T22 VARYING WIDXV FROM 1 BY 1
                   UNTIL WIDXV > WNB-DEV OR WTRV = 1.
           IF WTRV = ZERO
              GO TO T42F
           END-IF.
      * facture en euro (taux 1) : pas de reevaluation
           IF WDV-TAUX(WPOSV) = ZERO OR WDV-TAUX(WPOSV) = 1
              GO TO T42F
           END-IF.
           MOVE WDV-CDEV(WPOSV) TO WCDEV-TRT.
           MOVE FBNCL TO WNCL-TRT.
           MOVE ZERO TO WTXCLO WDATCRS.
           PERFORM T45 VARYING WIDXK FROM 1 BY 1
                   UNTIL WIDXK > WNB-CRS.
           COMPUTE WMONTDEV ROUNDED = FBMONTTC * WDV-TAUX(WPOSV).
           PERFORM T50 THRU T50-EXIT.
           MOVE FBCLE-CDESUP    TO WDT-NFAC(WNB-DET).
           MOVE WMONTDEV        TO WDT-MONTDEV(WNB-DET).
           MOVE WDV-TAUX(WPOSV) TO WDT-TXORI(WNB-DET).
           MOVE WTXCLO          TO WDT-TXNEW(WNB-DET).
           MOVE FBMONTTC        TO WDT-MONTEUR(WNB-DET).
           MOVE ZERO            TO WDT-ECART(WNB-DET).
           IF WTXCLO = ZERO
              MOVE 'A' TO WDT-TYPE(WNB-DET)
              ADD 1 TO WTOT-ANO
              GO TO T42F
           END-IF.
           MOVE 'L' TO WDT-TYPE(WNB-DET).
           COMPUTE WCONTRE ROUNDED = WMONTDEV / WTXCLO.
      * avoir : une hausse du cours de la devise est une dette accrue
           IF FBCFA = 5 OR FBCFA = 6 OR FBCFA = 7
              COMPUTE WECART = FBMONTTC - WCONTRE
           ELSE
              COMPUTE WECART = WCONTRE - FBMONTTC
           END-IF.
           MOVE WECART TO WDT-ECART(WNB-DET).
           IF WECART = ZERO
              GO TO T42F
           END-IF.
           ADD WECART TO WDC-LAT(WPOSC).
           ADD WECART TO WTOT-LAT.
           MOVE FBCLE-CDESUP TO WFEC-PIECE.
           MOVE FBNCL        TO WFEC-AUX.
      * ecart a la date d'arrete
           MOVE WDA-AA TO WFEC-D8A.
           MOVE WDA-MM TO WFEC-D8M.
           MOVE WDA-JJ TO WFEC-D8J.
           IF WECART > ZERO
              MOVE WECART TO WFEC-MONT
              ADD WECART TO WTOT-477
              MOVE WCPT411 TO WFEC-CPTD
              MOVE "CLIENTS" TO WFEC-LIBD
              MOVE WCPT477 TO WFEC-CPTC
              MOVE "ECART CONV PASS." TO WFEC-LIBC
              MOVE "ECART DE CONVERSION PASSIF" TO WFEC-ECRLIB
           ELSE
              COMPUTE WFEC-MONT = ZERO - WECART
              ADD WFEC-MONT TO WTOT-476
              MOVE WCPT476 TO WFEC-CPTD
              MOVE "ECART CONV ACTIF" TO WFEC-LIBD
              MOVE WCPT411 TO WFEC-CPTC
              MOVE "CLIENTS" TO WFEC-LIBC
              MOVE "ECART DE CONVERSION ACTIF" TO WFEC-ECRLIB
           END-IF.
           PERFORM T70 THRU T70-EXIT.
      * extourne au 1er du mois suivant : comptes inverses
           MOVE WDE-AA TO WFEC-D8A.
           MOVE WDE-MM TO WFEC-D8M.
           MOVE WDE-JJ TO WFEC-D8J.
           MOVE WFEC-CPTD TO WCPT-SAV.
           MOVE WFEC-CPTC TO WFEC-CPTD.
           MOVE WCPT-SAV  TO WFEC-CPTC.
           MOVE WFEC-LIBD TO WLIB-SAV.
           MOVE WFEC-LIBC TO WFEC-LIBD.
           MOVE WLIB-SAV  TO WFEC-LIBC.
           MOVE "EXTOURNE ECART DE CONVERSION" TO WFEC-ECRLIB.
           PERFORM T70 THRU T70-EXIT.
       T42F.
           PERFORM T40 THRU T40-EXIT.
       T42-EXIT.
           EXIT.
      *
      * dernier cours de la devise connu a la date d'arrete
       T45.
           IF WCR-CDEV(WIDXK) = WCDEV-TRT
              AND WCR-DATE(WIDXK) NOT > WDATARR
              AND WCR-DATE(WIDXK) NOT < WDATCRS
              MOVE WCR-DATE(WIDXK) TO WDATCRS
              MOVE WCR-TAUX(WIDXK) TO WTXCLO
           END-IF.
      *
      *----------------------------------------------------------------*
      * T50 : nouvelle piece de l'etat (WNB-DET) pour la devise        *
      *       WCDEV-TRT et le client WNCL-TRT ; le poste devise /      *
      *       client (WPOSC) est cree a sa place dans l'ordre          *
      *----------------------------------------------------------------*
       T50.
           IF WNB-DET NOT < 9000
              DISPLAY "GPIWARNING"
              DISPLAY "**TABLE PIECES EN DEVISE PLEINE, RUN ABANDONNE"
              STOP RUN
           END-IF.
           ADD 1 TO WNB-DET.
           MOVE WCDEV-TRT TO WDT-CDEV(WNB-DET).
           MOVE WNCL-TRT  TO WDT-NCL(WNB-DET).
           COMPUTE WCLE-TRT = WCDEV-TRT * 1000000 + WNCL-TRT.
           MOVE ZERO TO WTRV.
           MOVE 1 TO WPOSC.
           PERFORM T52 VARYING WIDXC FROM 1 BY 1
                   UNTIL WIDXC > WNB-DC OR WTRV = 1.
           IF WTRV = 1
              GO TO T50-EXIT
           END-IF.
           IF WNB-DC NOT < 3000
              DISPLAY "GPIWARNING"
              DISPLAY "**TABLE DEVISES CLIENTS PLEINE, RUN ABANDONNE"
              STOP RUN
           END-IF.
      * decalage des postes de cle superieure
           PERFORM T54 VARYING WIDXC FROM WNB-DC BY -1
                   UNTIL WIDXC < WPOSC.
           ADD 1 TO WNB-DC.
           MOVE WCDEV-TRT TO WDC-CDEV(WPOSC).
           MOVE WNCL-TRT  TO WDC-NCL(WPOSC).
           MOVE ZERO TO WDC-REA(WPOSC) WDC-LAT(WPOSC).
       T50-EXIT.
           EXIT.
      * WPOSC = le poste trouve ou le premier poste de cle superieure
       T52.
           COMPUTE WCLE-TAB = WDC-CDEV(WIDXC) * 1000000
                            + WDC-NCL(WIDXC).
           IF WCLE-TAB = WCLE-TRT
              MOVE 1 TO WTRV
              MOVE WIDXC TO WPOSC
           ELSE
              IF WCLE-TAB < WCLE-TRT
                 COMPUTE WPOSC = WIDXC + 1
              END-IF
           END-IF.
       T54.
           MOVE WTDC-E(WIDXC) TO WTDC-E(WIDXC + 1).
      *
      *----------------------------------------------------------------*
      * T70 : une ecriture FEC equilibree (ligne debit, ligne credit), *
      *       18 zones separees par "|" comme FECVTE :                 *
      *       JournalCode|JournalLib|EcritureNum|EcritureDate|         *
      *       CompteNum|CompteLib|CompAuxNum|CompAuxLib|PieceRef|      *
      *       PieceDate|EcritureLib|Debit|Credit|EcritureLet|DateLet|  *
      *       ValidDate|Montantdevise|Idevise                          *
      *----------------------------------------------------------------*
       T70.
           ADD 1 TO WFEC-NUM.
           MOVE WFEC-MONT TO WFEC-MONTED.
           MOVE SPACES TO FEC-LIGNE.
           STRING "OD" "|" "OPERATIONS DIVERSES" "|"
                  WFEC-NUM "|" WFEC-DATE8 "|"
                  WFEC-CPTD "|" WFEC-LIBD "|"
                  WFEC-AUX "|" "|"
                  WFEC-PIECE "|" WFEC-DATE8 "|"
                  WFEC-ECRLIB "|"
                  WFEC-MONTED "|" WFEC-ZERO "|"
                  "|" "|" WFEC-DATE8 "|" "|"
                  DELIMITED BY SIZE INTO FEC-LIGNE.
           WRITE FEC-LIGNE.
           MOVE SPACES TO FEC-LIGNE.
           STRING "OD" "|" "OPERATIONS DIVERSES" "|"
                  WFEC-NUM "|" WFEC-DATE8 "|"
                  WFEC-CPTC "|" WFEC-LIBC "|"
                  WFEC-AUX "|" "|"
                  WFEC-PIECE "|" WFEC-DATE8 "|"
                  WFEC-ECRLIB "|"
                  WFEC-ZERO "|" WFEC-MONTED "|"
                  "|" "|" WFEC-DATE8 "|" "|"
                  DELIMITED BY SIZE INTO FEC-LIGNE.
           WRITE FEC-LIGNE.
       T70-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      * T80 : etat par devise et par client : les pieces du client,    *
      *       son total, le total de la devise a la rupture            *
      *----------------------------------------------------------------*
       T80.
           MOVE SPACES TO LIGNE.
           MOVE "DV CLIENT  PIECE    TYPE          MONTANT DEV  TAUX ORI
      -    "GINE  TAUX NOUVEAU   MONTANT EUR          ECART" TO LIGNE.
           WRITE LIGNE BEFORE 1.
           MOVE ZERO TO WCDEV-RUP WTOTD-REA WTOTD-LAT.
           PERFORM T82 THRU T82-EXIT
                   VARYING WIDXC FROM 1 BY 1 UNTIL WIDXC > WNB-DC.
           IF WNB-DC > ZERO
              PERFORM T86 THRU T86-EXIT
           END-IF.
       T80-EXIT.
           EXIT.
      *
       T82.
           IF WIDXC > 1 AND WDC-CDEV(WIDXC) NOT = WCDEV-RUP
              PERFORM T86 THRU T86-EXIT
           END-IF.
           MOVE WDC-CDEV(WIDXC) TO WCDEV-RUP.
           PERFORM T84 VARYING WIDXT FROM 1 BY 1
                   UNTIL WIDXT > WNB-DET.
           MOVE SPACES TO LIGNE.
           MOVE WDC-CDEV(WIDXC) TO LDEV.
           MOVE WDC-NCL(WIDXC)  TO LNCL.
           MOVE WDC-REA(WIDXC)  TO LECART.
           MOVE "TOTAL CLIENT REALISE" TO LLIB.
           WRITE LIGNE BEFORE 1.
           MOVE SPACES TO LIGNE.
           MOVE WDC-CDEV(WIDXC) TO LDEV.
           MOVE WDC-NCL(WIDXC)  TO LNCL.
           MOVE WDC-LAT(WIDXC)  TO LECART.
           MOVE "TOTAL CLIENT LATENT" TO LLIB.
           WRITE LIGNE BEFORE 1.
           MOVE SPACES TO LIGNE.
           WRITE LIGNE BEFORE 1.
           ADD WDC-REA(WIDXC) TO WTOTD-REA.
           ADD WDC-LAT(WIDXC) TO WTOTD-LAT.
       T82-EXIT.
           EXIT.
      *
       T84.
           IF WDT-CDEV(WIDXT) = WDC-CDEV(WIDXC)
              AND WDT-NCL(WIDXT) = WDC-NCL(WIDXC)
              MOVE SPACES TO LIGNE
              MOVE WDT-CDEV(WIDXT)    TO LDEV
              MOVE WDT-NCL(WIDXT)     TO LNCL
              MOVE WDT-NFAC(WIDXT)    TO LNFAC
              MOVE WDT-MONTDEV(WIDXT) TO LMDEV
              MOVE WDT-TXORI(WIDXT)   TO LTXORI
              MOVE WDT-TXNEW(WIDXT)   TO LTXNEW
              MOVE WDT-MONTEUR(WIDXT) TO LMEUR
              MOVE WDT-ECART(WIDXT)   TO LECART
              IF WDT-TYPE(WIDXT) = 'R'
                 MOVE "REALISE" TO LTYPE
              END-IF
              IF WDT-TYPE(WIDXT) = 'L'
                 MOVE "LATENT" TO LTYPE
              END-IF
              IF WDT-TYPE(WIDXT) = 'A'
                 MOVE "ANOMALIE" TO LTYPE
                 MOVE "COURS DE CLOTURE ABSENT" TO LLIB
              END-IF
              WRITE LIGNE BEFORE 1
           END-IF.
      *
      * total de la devise
       T86.
           MOVE SPACES TO LIGNE.
           MOVE WCDEV-RUP TO LDEV.
           MOVE WTOTD-REA TO LECART.
           MOVE "TOTAL DEVISE REALISE" TO LLIB.
           WRITE LIGNE BEFORE 1.
           MOVE SPACES TO LIGNE.
           MOVE WCDEV-RUP TO LDEV.
           MOVE WTOTD-LAT TO LECART.
           MOVE "TOTAL DEVISE LATENT" TO LLIB.
           WRITE LIGNE BEFORE 1.
           MOVE SPACES TO LIGNE.
           WRITE LIGNE BEFORE 1.
           MOVE ZERO TO WTOTD-REA WTOTD-LAT.
       T86-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      * T90 : recapitulatif et totaux des ecritures                    *
      *----------------------------------------------------------------*
       T90.
           MOVE SPACES TO LIGNE.
           WRITE LIGNE BEFORE 1.
           MOVE SPACES TO LIGNE.
           MOVE WTOT-REA TO LECART.
           MOVE "TOTAL ECARTS REALISES" TO LLIB.
           WRITE LIGNE BEFORE 1.
           MOVE SPACES TO LIGNE.
           MOVE WTOT-GAIN TO LMEUR.
           MOVE "DONT GAINS (766)" TO LLIB.
           WRITE LIGNE BEFORE 1.
           MOVE SPACES TO LIGNE.
           MOVE WTOT-PERTE TO LMEUR.
           MOVE "DONT PERTES (666)" TO LLIB.
           WRITE LIGNE BEFORE 1.
           MOVE SPACES TO LIGNE.
           MOVE WTOT-LAT TO LECART.
           MOVE "TOTAL ECARTS DE CONVERSION" TO LLIB.
           WRITE LIGNE BEFORE 1.
           MOVE SPACES TO LIGNE.
           MOVE WTOT-477 TO LMEUR.
           MOVE "DONT PASSIF (477)" TO LLIB.
           WRITE LIGNE BEFORE 1.
           MOVE SPACES TO LIGNE.
           MOVE WTOT-476 TO LMEUR.
           MOVE "DONT ACTIF (476)" TO LLIB.
           WRITE LIGNE BEFORE 1.
           MOVE SPACES TO LIGNE.
           MOVE WTOT-ANO TO LNFAC.
           MOVE "PIECES SANS COURS DE CLOTURE" TO LLIB.
           WRITE LIGNE BEFORE 1.
       T90-EXIT.
           EXIT.
