      *DD9144 15/10/26 anes Creation - prelevement SEPA (SDD) : mandats
      *                     SDDMDT (RUM, ICS, CORE/B2B, FRST/RCUR,
      *                     statut), selection des factures echues des
      *                     clients sous mandat, pre-notification dans
      *                     la langue du client (TEXTLNG), remise XML
      *                     pain.008 par societe et date de prelevement,
      *                     journal SDDJRN repris par SDDC020 (rejets)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SDDC010.
      *
      ******************************************************************
      * GPICMT    Prelevement SEPA (SDD), passage quotidien :           *
      *           - SDDMDT : les mandats (RUM, client, societe, ICS du  *
      *             creancier, date de signature, schema CORE ou B2B,   *
      *             sequence FRST/RCUR, statut A actif / R revoque /    *
      *             C caduc, IBAN/BIC et nom du debiteur, date du       *
      *             dernier prelevement).  Un mandat non utilise depuis *
      *             36 mois devient caduc (C).  Reecrit dans SDDMDTN.   *
      *           - SDDCRE : par societe, ICS, nom, IBAN et BIC du      *
      *             compte creancier                                    *
      *           - FFACTURE : factures non soldees (FBREGLE) d'un      *
      *             client sous mandat actif, echeance dans les NBJPRE  *
      *             jours (defaut 14) : entree au journal SDDJRN statut *
      *             N, date de prelevement = echeance (au plus tot le   *
      *             jour + DELSDD, defaut 1) poussee au jour ouvre de   *
      *             la societe (CALSOC1), et avis de prelevement        *
      *             (pre-notification) sur ETAT2, texte PRENOTIF de     *
      *             TEXTLNG dans la langue du client                    *
      *           - les lignes N arrivees a date (prelevement au plus   *
      *             tard jour + DELSDD) partent dans la remise pain.008 *
      *             SDDXML, un bloc PmtInf par societe + date de        *
      *             prelevement + schema + sequence ; facture reglee    *
      *             entre-temps = A (abandon) ; ligne emise = E et le   *
      *             mandat passe en RCUR.  Journal reecrit dans         *
      *             SDDJRNN (purge des lignes closes de plus de 13      *
      *             mois, delai de remboursement d'un prelevement non   *
      *             autorise).                                          *
      ******************************************************************
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. DPS-4.
       OBJECT-COMPUTER. DPS-4.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SDDMDT ASSIGN TO SDD-MDT
                       organization line sequential
                       file status is file-status.
      *
           SELECT SDDCRE ASSIGN TO SDD-CRE
                       organization line sequential
                       file status is file-status2.
      *
           SELECT SDDJRN ASSIGN TO SDD-JRN
                       organization line sequential
                       file status is file-status3.
      *
           SELECT FFACTURE ASSIGN TO FFACTURE
                       organization indexed
                       access mode dynamic
                       record key FBCLE-CDESUP
                       file status is file-status4.
      *
           SELECT SDDMDTN ASSIGN TO SDD-MDTN
                       organization line sequential.
      *
           SELECT SDDJRNN ASSIGN TO SDD-JRNN
                       organization line sequential.
      *
           SELECT SDDXML ASSIGN TO wlabel-sddxml
                       organization line sequential.
      *
           SELECT ETAT1 ASSIGN TO wlabel-etat1
                       organization line sequential.
      *
           SELECT ETAT2 ASSIGN TO wlabel-etat2
                       organization line sequential.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  SDDMDT
                DATA RECORD MDT-LIGNE.
       01  MDT-LIGNE.
           02 MDT-RUM              PIC X(35).
           02 FILLER               PIC X.
           02 MDT-NCL              PIC 9(6).
           02 FILLER               PIC X.
      * societe espace = mandat valable pour toutes les societes
           02 MDT-SOC              PIC X(6).
           02 FILLER               PIC X.
           02 MDT-ICS              PIC X(13).
           02 FILLER               PIC X.
           02 MDT-DATSIG           PIC 9(6).
           02 FILLER               PIC X.
      * schema CORE ou B2B, sequence FRST ou RCUR
           02 MDT-TYPE             PIC X(4).
           02 FILLER               PIC X.
           02 MDT-SEQ              PIC X(4).
           02 FILLER               PIC X.
      * statut : A actif, R revoque, C caduc (36 mois sans usage)
           02 MDT-STATUT           PIC X.
           02 FILLER               PIC X.
           02 MDT-IBAN             PIC X(34).
           02 FILLER               PIC X.
           02 MDT-BIC              PIC X(11).
           02 FILLER               PIC X.
           02 MDT-NOM              PIC X(35).
           02 FILLER               PIC X.
           02 MDT-DATDER           PIC 9(6).
      *
       FD  SDDCRE
                DATA RECORD CRE-LIGNE.
       01  CRE-LIGNE.
           02 CRE-SOC              PIC X(6).
           02 FILLER               PIC X.
           02 CRE-ICS              PIC X(13).
           02 FILLER               PIC X.
           02 CRE-IBAN             PIC X(34).
           02 FILLER               PIC X.
           02 CRE-BIC              PIC X(11).
           02 FILLER               PIC X.
           02 CRE-NOM              PIC X(35).
      *
      * journal des prelevements : une ligne par facture
      * statut : N pre-notifie, E emis, A abandonne (reglee
      * autrement ou mandat inactif), I rejete ou retourne,
      * B rembourse au debiteur (ces deux derniers poses par SDDC020)
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
      * date d'echeance calculee par la facturation (cf RELAC010)
           02 FBECH                 PIC 9(6).
           02 FILLER                PIC X(31).
      *
       FD  SDDMDTN
                DATA RECORD MDTN-LIGNE.
       01  MDTN-LIGNE             PIC X(172).
      *
       FD  SDDJRNN
                DATA RECORD SJRN-LIGNE.
       01  SJRN-LIGNE             PIC X(128).
      *
       FD  SDDXML
                DATA RECORD XML-LIGNE.
       01  XML-LIGNE              PIC X(200).
      *
       FD  ETAT1
                DATA RECORD LIGNE
                LINAGE IS 64  LINES AT TOP 2.
       01  LIGNE                  PIC X(132).
       01  L1.
           02 LSOC                 PIC X(6).
           02 FILLER               PIC X(2).
           02 LNCL                 PIC 9(6) blank zero.
           02 FILLER               PIC X(2).
           02 LNFAC                PIC 9(7) blank zero.
           02 FILLER               PIC X(2).
           02 LDATE                PIC 9(6) blank zero.
           02 FILLER               PIC X(2).
           02 LMONT                PIC Z(9)9V,99 blank zero.
           02 FILLER               PIC X(2).
           02 LRUM                 PIC X(35).
           02 FILLER               PIC X(2).
           02 LLIB                 PIC X(45).
      *
       FD  ETAT2
                DATA RECORD LIGNE2
                LINAGE IS 64  LINES AT TOP 2.
       01  LIGNE2                 PIC X(132).
       01  L2.
           02 L2NFAC               PIC 9(7) blank zero.
           02 FILLER               PIC X(2).
           02 L2DATE               PIC 9(6) blank zero.
           02 FILLER               PIC X(2).
           02 L2MONT               PIC Z(9)9V,99 blank zero.
           02 FILLER               PIC X(2).
           02 L2LIB                PIC X(100).
       01  L2T.
           02 L2TXT                PIC X(100).
      *
       WORKING-STORAGE SECTION.
       01  wlabel-etat1           pic x(64) value space.
       01  wlabel-etat2           pic x(64) value space.
       01  wlabel-sddxml          pic x(64) value space.
       01  var-name               pic x(64).
       01  var-data               pic x(64).
       01  file-status            PIC XX.
       01  file-status2           PIC XX.
       01  file-status3           PIC XX.
       01  file-status4           PIC XX.
       01  WFINM                  PIC 9 value zero.
           88 FIN-SDDMDT          value 1.
       01  WFINC                  PIC 9 value zero.
           88 FIN-SDDCRE          value 1.
       01  WFINJ                  PIC 9 value zero.
           88 FIN-SDDJRN          value 1.
       01  WFINF                  PIC 9 value zero.
           88 FIN-FFACTURE        value 1.
       01  WNBJPRE                PIC 9(3) VALUE 14.
       01  WDELSDD                PIC 9(2) VALUE 1.
       01  WDATEJOUR              PIC 9(6).
       01  WDATEJOUR-X REDEFINES WDATEJOUR.
           02 WDJ-AA              PIC 99.
           02 WDJ-MM              PIC 99.
           02 WDJ-JJ              PIC 99.
       01  WHEURE                 PIC 9(8).
       01  WHEURE-X REDEFINES WHEURE.
           02 WHR-HH              PIC 99.
           02 WHR-MN              PIC 99.
           02 WHR-SS              PIC 99.
           02 WHR-CC              PIC 99.
      * horizon de pre-notification et date de prelevement au plus tot
       01  WDATE-PRE              PIC 9(6).
       01  WDATE-COL              PIC 9(6).
       01  WMOIS-JOUR             PIC 9(5).
       01  WMOIS-REF              PIC 9(5).
      *
      **** mandats
       01  WTMDT.
           02 WTMDT-E OCCURS 5000.
              03 WMD-RUM          PIC X(35).
              03 WMD-NCL          PIC 9(6).
              03 WMD-SOC          PIC X(6).
              03 WMD-ICS          PIC X(13).
              03 WMD-DATSIG       PIC 9(6).
              03 WMD-TYPE         PIC X(4).
              03 WMD-SEQ          PIC X(4).
              03 WMD-STATUT       PIC X.
              03 WMD-IBAN         PIC X(34).
              03 WMD-BIC          PIC X(11).
              03 WMD-NOM          PIC X(35).
              03 WMD-DATDER       PIC 9(6).
              03 WMD-EMIS         PIC X.
       01  WNB-MDT                PIC 9(4) VALUE ZERO.
       01  WIDXM                  PIC 9(4).
       01  WPOSM                  PIC 9(4).
      *
      **** comptes creanciers par societe
       01  WTCRE.
           02 WTCRE-E OCCURS 20.
              03 WCR-SOC          PIC X(6).
              03 WCR-ICS          PIC X(13).
              03 WCR-IBAN         PIC X(34).
              03 WCR-BIC          PIC X(11).
              03 WCR-NOM          PIC X(35).
       01  WNB-CRE                PIC 9(2) VALUE ZERO.
       01  WIDXC                  PIC 9(2).
       01  WPOSC                  PIC 9(2).
      *
      **** journal des prelevements
       01  WTJRN.
           02 WTJRN-E OCCURS 20000.
              03 WJR-NFAC         PIC 9(7).
              03 WJR-NCL          PIC 9(6).
              03 WJR-SOC          PIC X(6).
              03 WJR-RUM          PIC X(35).
              03 WJR-MONTANT      PIC 9(9)V99.
              03 WJR-DATPRE       PIC 9(6).
              03 WJR-DATPRL       PIC 9(6).
              03 WJR-STATUT       PIC X.
              03 WJR-SEQ          PIC X(4).
              03 WJR-TYPE         PIC X(4).
              03 WJR-MSGID        PIC X(20).
              03 WJR-DATRET       PIC 9(6).
              03 WJR-MOTIF        PIC X(4).
      * N = entree du run (avis a editer), S = a remettre, X = remis
      * dans un bloc PmtInf, L = avis edite
              03 WJR-TRT          PIC X.
              03 WJR-IDXM         PIC 9(4).
              03 WJR-IDXC         PIC 9(2).
       01  WNB-JRN                PIC 9(5) VALUE ZERO.
       01  WIDXJ                  PIC 9(5).
       01  WIDXK                  PIC 9(5).
      *
       01  WTRV                   PIC 9.
       01  WCLI-CUR               PIC 9(6).
       01  WTXL                   PIC 9.
      *
      **** date de travail et avance d'un jour (comme CALSOC1)
       01  WDT                    PIC 9(6).
       01  WDT-X REDEFINES WDT.
           02 WDT-AA              PIC 99.
           02 WDT-MM              PIC 99.
           02 WDT-JJ              PIC 99.
       01  WNBJM                  PIC 99.
       01  WQ4                    PIC 99.
      *
      **** zones de la remise XML pain.008
       01  WMSGID                 PIC X(20).
       01  WPMTID                 PIC X(24).
       01  WNB-PMT                PIC 9(3) VALUE ZERO.
       01  WGRP-SOC               PIC X(6).
       01  WGRP-DATPRL            PIC 9(6).
       01  WGRP-TYPE              PIC X(4).
       01  WGRP-SEQ               PIC X(4).
       01  WGRP-NB                PIC 9(5).
       01  WGRP-TOTAL             PIC 9(11)V99.
       01  WFIC-NB                PIC 9(5) VALUE ZERO.
       01  WFIC-TOTAL             PIC 9(11)V99 VALUE ZERO.
       01  WXML-NB                PIC 9(5).
       01  WXML-MONT              PIC 9(9).99.
       01  WXML-TOTAL             PIC 9(11).99.
       01  WISO.
           02 FILLER              PIC X(2) VALUE "20".
           02 WISO-AA             PIC 99.
           02 FILLER              PIC X VALUE "-".
           02 WISO-MM             PIC 99.
           02 FILLER              PIC X VALUE "-".
           02 WISO-JJ             PIC 99.
      *
       01  WTOT-NOUV              PIC 9(5) VALUE ZERO.
       01  WTOT-AVIS              PIC 9(5) VALUE ZERO.
       01  WTOT-EMIS              PIC 9(5) VALUE ZERO.
       01  WTOT-ABAN              PIC 9(5) VALUE ZERO.
       01  WTOT-CADUC             PIC 9(5) VALUE ZERO.
       01  WTOT-PURGE             PIC 9(5) VALUE ZERO.
      *
           copy '../copy/calsoc.com'.
           copy '../copy/lngcli.com'.
           copy '../copy/txtlng.com'.
      *
       PROCEDURE DIVISION.
      *
      *----------------------------------------------------------------*
      * T10 : chargements, nouvelles factures a prelever et avis,      *
      *       remise pain.008, reecriture mandats et journal           *
      *----------------------------------------------------------------*
       T10.
           MOVE ZERO TO WFINM WFINC WFINJ WFINF
                        WNB-MDT WNB-CRE WNB-JRN WNB-PMT
                        WFIC-NB WFIC-TOTAL
                        WTOT-NOUV WTOT-AVIS WTOT-EMIS WTOT-ABAN
                        WTOT-CADUC WTOT-PURGE.
           string 'NBJPRE' x'00' delimited by size
                  into var-name.
           move space to var-data.
           call 'genvcc' using var-name var-data.
           if var-data(1:3) numeric and var-data(1:3) not = zero
              move var-data(1:3) to WNBJPRE.
           string 'DELSDD' x'00' delimited by size
                  into var-name.
           move space to var-data.
           call 'genvcc' using var-name var-data.
           if var-data(1:2) numeric and var-data(1:2) not = zero
              move var-data(1:2) to WDELSDD.
           string 'ADLPID' x'00' delimited by size
                  into var-name.
           move space to var-data.
           call 'genvcc' using var-name var-data.
           if var-data(1:6) numeric
              move var-data(1:6) to WDATEJOUR.
           accept WHEURE from time.
           string 'sddc010.'
                  var-data delimited by ' '
                                     into wlabel-etat1.
           string 'sddavis.'
                  var-data delimited by ' '
                                     into wlabel-etat2.
           string 'sddxml.'
                  var-data delimited by ' '
                                     into wlabel-sddxml.
           MOVE SPACES TO WMSGID.
           STRING "SDD" WDATEJOUR WHR-HH WHR-MN WHR-SS
                  DELIMITED BY SIZE INTO WMSGID.
      * horizons du run
           MOVE WDATEJOUR TO WDT.
           PERFORM T95 THRU T95-EXIT WNBJPRE TIMES.
           MOVE WDT TO WDATE-PRE.
           MOVE WDATEJOUR TO WDT.
           PERFORM T95 THRU T95-EXIT WDELSDD TIMES.
           MOVE WDT TO WDATE-COL.
           COMPUTE WMOIS-JOUR = WDJ-AA * 12 + WDJ-MM.
           OPEN OUTPUT ETAT1 ETAT2.
           OPEN INPUT SDDCRE.
           IF FILE-STATUS2 NOT = ZERO
              DISPLAY "PAS DE TABLE SDDCRE"
              CLOSE ETAT1 ETAT2
              STOP RUN
           END-IF.
           PERFORM T12 THRU T12-EXIT.
           PERFORM T14 THRU T14-EXIT UNTIL FIN-SDDCRE.
           CLOSE SDDCRE.
           OPEN INPUT SDDMDT.
           IF FILE-STATUS NOT = ZERO
              DISPLAY "PAS DE FICHIER MANDATS SDDMDT"
              CLOSE ETAT1 ETAT2
              STOP RUN
           END-IF.
           PERFORM T16 THRU T16-EXIT.
           PERFORM T18 THRU T18-EXIT UNTIL FIN-SDDMDT.
           CLOSE SDDMDT.
           OPEN INPUT SDDJRN.
           IF FILE-STATUS3 = ZERO
              PERFORM T20 THRU T20-EXIT
              PERFORM T22 THRU T22-EXIT UNTIL FIN-SDDJRN
              CLOSE SDDJRN
           END-IF.
           OPEN INPUT FFACTURE.
           IF FILE-STATUS4 NOT = ZERO
              DISPLAY "OUVERTURE FFACTURE IMPOSSIBLE " FILE-STATUS4
              STOP RUN
           END-IF.
           PERFORM T30 THRU T30-EXIT.
           PERFORM T32 THRU T32-EXIT UNTIL FIN-FFACTURE.
      * lignes arrivees a date : controle facture et mandat
           PERFORM T40 THRU T40-EXIT
                   VARYING WIDXJ FROM 1 BY 1 UNTIL WIDXJ > WNB-JRN.
           CLOSE FFACTURE.
      * avis de prelevement des entrees du run, par client
           PERFORM T50 THRU T50-EXIT
                   VARYING WIDXJ FROM 1 BY 1 UNTIL WIDXJ > WNB-JRN.
           IF WFIC-NB > ZERO
              OPEN OUTPUT SDDXML
              PERFORM T60 THRU T60-EXIT
              PERFORM T62 THRU T62-EXIT
                      VARYING WIDXJ FROM 1 BY 1 UNTIL WIDXJ > WNB-JRN
              MOVE "</CstmrDrctDbtInitn></Document>" TO XML-LIGNE
              WRITE XML-LIGNE
              CLOSE SDDXML
           END-IF.
      * les marquages (E, RCUR) ne sont reecrits qu'apres la remise
      * complete : un arret en cours laisse les lignes en N (on relance)
           OPEN OUTPUT SDDMDTN SDDJRNN.
           PERFORM T80 THRU T80-EXIT
                   VARYING WIDXM FROM 1 BY 1 UNTIL WIDXM > WNB-MDT.
           PERFORM T82 THRU T82-EXIT
                   VARYING WIDXJ FROM 1 BY 1 UNTIL WIDXJ > WNB-JRN.
           CLOSE SDDMDTN SDDJRNN.
           PERFORM T90 THRU T90-EXIT.
           CLOSE ETAT1 ETAT2.
           STOP RUN.
      *
      *----------------------------------------------------------------*
      * T12/T14 : comptes creanciers par societe                       *
      *----------------------------------------------------------------*
       T12.
           READ SDDCRE NEXT RECORD
                AT END MOVE 1 TO WFINC.
       T12-EXIT.
           EXIT.
       T14.
           IF WNB-CRE < 20
              ADD 1 TO WNB-CRE
              MOVE CRE-SOC  TO WCR-SOC(WNB-CRE)
              MOVE CRE-ICS  TO WCR-ICS(WNB-CRE)
              MOVE CRE-IBAN TO WCR-IBAN(WNB-CRE)
              MOVE CRE-BIC  TO WCR-BIC(WNB-CRE)
              MOVE CRE-NOM  TO WCR-NOM(WNB-CRE)
           END-IF.
           PERFORM T12 THRU T12-EXIT.
       T14-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      * T16/T18 : mandats ; un mandat actif sans prelevement depuis    *
      *           36 mois (signature a defaut) devient caduc           *
      *----------------------------------------------------------------*
       T16.
           READ SDDMDT NEXT RECORD
                AT END MOVE 1 TO WFINM.
       T16-EXIT.
           EXIT.
       T18.
           IF WNB-MDT NOT < 5000
              DISPLAY "GPIWARNING"
              DISPLAY "**TABLE MANDATS PLEINE, RUN ABANDONNE"
              STOP RUN
           END-IF.
           ADD 1 TO WNB-MDT.
           MOVE MDT-RUM    TO WMD-RUM(WNB-MDT).
           MOVE MDT-NCL    TO WMD-NCL(WNB-MDT).
           MOVE MDT-SOC    TO WMD-SOC(WNB-MDT).
           MOVE MDT-ICS    TO WMD-ICS(WNB-MDT).
           MOVE MDT-DATSIG TO WMD-DATSIG(WNB-MDT).
           MOVE MDT-TYPE   TO WMD-TYPE(WNB-MDT).
           MOVE MDT-SEQ    TO WMD-SEQ(WNB-MDT).
           MOVE MDT-STATUT TO WMD-STATUT(WNB-MDT).
           MOVE MDT-IBAN   TO WMD-IBAN(WNB-MDT).
           MOVE MDT-BIC    TO WMD-BIC(WNB-MDT).
           MOVE MDT-NOM    TO WMD-NOM(WNB-MDT).
           MOVE MDT-DATDER TO WMD-DATDER(WNB-MDT).
           MOVE SPACE      TO WMD-EMIS(WNB-MDT).
           IF MDT-TYPE NOT = "B2B "
              MOVE "CORE" TO WMD-TYPE(WNB-MDT)
           END-IF.
           IF MDT-SEQ NOT = "RCUR"
              MOVE "FRST" TO WMD-SEQ(WNB-MDT)
           END-IF.
           IF MDT-STATUT NOT = 'A'
              GO TO T18F
           END-IF.
           IF MDT-DATDER NUMERIC AND MDT-DATDER NOT = ZERO
              MOVE MDT-DATDER TO WDT
           ELSE
              MOVE MDT-DATSIG TO WDT
           END-IF.
           COMPUTE WMOIS-REF = WDT-AA * 12 + WDT-MM.
           IF WMOIS-JOUR - WMOIS-REF > 36
              MOVE 'C' TO WMD-STATUT(WNB-MDT)
              ADD 1 TO WTOT-CADUC
              MOVE SPACES TO LIGNE
              MOVE MDT-SOC TO LSOC
              MOVE MDT-NCL TO LNCL
              MOVE WDT     TO LDATE
              MOVE MDT-RUM TO LRUM
              MOVE "MANDAT CADUC (36 MOIS SANS PRELEVEMENT)" TO LLIB
              WRITE LIGNE BEFORE 1
           END-IF.
       T18F.
           PERFORM T16 THRU T16-EXIT.
       T18-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      * T20/T22 : journal des prelevements ; les lignes closes depuis  *
      *           plus de 13 mois sont purgees                         *
      *----------------------------------------------------------------*
       T20.
           READ SDDJRN NEXT RECORD
                AT END MOVE 1 TO WFINJ.
       T20-EXIT.
           EXIT.
       T22.
           IF SJR-STATUT NOT = 'N'
              MOVE SJR-DATPRL TO WDT
              COMPUTE WMOIS-REF = WDT-AA * 12 + WDT-MM
              IF WMOIS-JOUR - WMOIS-REF > 13
                 ADD 1 TO WTOT-PURGE
                 GO TO T22F
              END-IF
           END-IF.
           IF WNB-JRN NOT < 20000
              DISPLAY "GPIWARNING"
              DISPLAY "**TABLE JOURNAL SDD PLEINE, RUN ABANDONNE"
              STOP RUN
           END-IF.
           ADD 1 TO WNB-JRN.
           MOVE SJR-NFAC    TO WJR-NFAC(WNB-JRN).
           MOVE SJR-NCL     TO WJR-NCL(WNB-JRN).
           MOVE SJR-SOC     TO WJR-SOC(WNB-JRN).
           MOVE SJR-RUM     TO WJR-RUM(WNB-JRN).
           MOVE SJR-MONTANT TO WJR-MONTANT(WNB-JRN).
           MOVE SJR-DATPRE  TO WJR-DATPRE(WNB-JRN).
           MOVE SJR-DATPRL  TO WJR-DATPRL(WNB-JRN).
           MOVE SJR-STATUT  TO WJR-STATUT(WNB-JRN).
           MOVE SJR-SEQ     TO WJR-SEQ(WNB-JRN).
           MOVE SJR-TYPE    TO WJR-TYPE(WNB-JRN).
           MOVE SJR-MSGID   TO WJR-MSGID(WNB-JRN).
           MOVE SJR-DATRET  TO WJR-DATRET(WNB-JRN).
           MOVE SJR-MOTIF   TO WJR-MOTIF(WNB-JRN).
           MOVE SPACE       TO WJR-TRT(WNB-JRN).
           MOVE ZERO        TO WJR-IDXM(WNB-JRN) WJR-IDXC(WNB-JRN).
       T22F.
           PERFORM T20 THRU T20-EXIT.
       T22-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      * T30/T32 : facture non soldee d'un client sous mandat actif,    *
      *           echue dans l'horizon de pre-notification et pas      *
      *           encore au journal : nouvelle ligne N                 *
      *----------------------------------------------------------------*
       T30.
           READ FFACTURE NEXT RECORD
                AT END MOVE 1 TO WFINF.
       T30-EXIT.
           EXIT.
       T32.
           IF FBREGLE = 'O'
              OR FBDUP = '1'
              OR FBCFA = 5 OR FBCFA = 6 OR FBCFA = 7
              OR FBMONTTC NOT > ZERO
              OR FBECH NOT NUMERIC OR FBECH = ZERO
              OR FBECH > WDATE-PRE
              GO TO T32F
           END-IF.
           MOVE ZERO TO WTRV.
           PERFORM T34 VARYING WIDXM FROM 1 BY 1
                   UNTIL WIDXM > WNB-MDT OR WTRV = 1.
           IF WTRV = ZERO
              GO TO T32F
           END-IF.
           MOVE ZERO TO WTRV.
           PERFORM T36 VARYING WIDXJ FROM 1 BY 1
                   UNTIL WIDXJ > WNB-JRN OR WTRV = 1.
           IF WTRV = 1
              GO TO T32F
           END-IF.
           IF WNB-JRN NOT < 20000
              DISPLAY "GPIWARNING"
              DISPLAY "**TABLE JOURNAL SDD PLEINE, RUN ABANDONNE"
              STOP RUN
           END-IF.
           ADD 1 TO WNB-JRN WTOT-NOUV.
           MOVE FBCLE-CDESUP    TO WJR-NFAC(WNB-JRN).
           MOVE FBNCL           TO WJR-NCL(WNB-JRN).
           MOVE FBSOC           TO WJR-SOC(WNB-JRN).
           MOVE WMD-RUM(WPOSM)  TO WJR-RUM(WNB-JRN).
           MOVE FBMONTTC        TO WJR-MONTANT(WNB-JRN).
           MOVE WDATEJOUR       TO WJR-DATPRE(WNB-JRN).
      * prelevement a l'echeance, au plus tot a jour + DELSDD, sur un
      * jour ouvre de la societe
           IF FBECH > WDATE-COL
              MOVE FBECH TO ICALSOC-DATE
           ELSE
              MOVE WDATE-COL TO ICALSOC-DATE
           END-IF.
           MOVE FBSOC  TO ICALSOC-SOC.
           MOVE SPACES TO ICALSOC-SITE.
           CALL 'calsoc1' USING CALSOC.
           MOVE OCALSOC-DATE    TO WJR-DATPRL(WNB-JRN).
           MOVE 'N'             TO WJR-STATUT(WNB-JRN).
           MOVE WMD-SEQ(WPOSM)  TO WJR-SEQ(WNB-JRN).
           MOVE WMD-TYPE(WPOSM) TO WJR-TYPE(WNB-JRN).
           MOVE SPACES          TO WJR-MSGID(WNB-JRN)
                                   WJR-MOTIF(WNB-JRN).
           MOVE ZERO            TO WJR-DATRET(WNB-JRN)
                                   WJR-IDXM(WNB-JRN) WJR-IDXC(WNB-JRN).
           MOVE 'N'             TO WJR-TRT(WNB-JRN).
       T32F.
           PERFORM T30 THRU T30-EXIT.
       T32-EXIT.
           EXIT.
       T34.
           IF WMD-NCL(WIDXM) = FBNCL
              AND WMD-STATUT(WIDXM) = 'A'
              AND (WMD-SOC(WIDXM) = FBSOC OR WMD-SOC(WIDXM) = SPACES)
              MOVE 1 TO WTRV
              MOVE WIDXM TO WPOSM
           END-IF.
       T36.
           IF WJR-NFAC(WIDXJ) = FBCLE-CDESUP
              MOVE 1 TO WTRV
           END-IF.
      *
      *----------------------------------------------------------------*
      * T40 : ligne N arrivee a date : la facture doit etre toujours   *
      *       ouverte, le mandat actif et la societe connue ; sinon    *
      *       abandon (ou attente si le creancier manque)              *
      *----------------------------------------------------------------*
       T40.
           IF WJR-STATUT(WIDXJ) NOT = 'N'
              OR WJR-DATPRL(WIDXJ) > WDATE-COL
              GO TO T40-EXIT
           END-IF.
           MOVE SPACES TO LIGNE.
           MOVE WJR-SOC(WIDXJ)    TO LSOC.
           MOVE WJR-NCL(WIDXJ)    TO LNCL.
           MOVE WJR-NFAC(WIDXJ)   TO LNFAC.
           MOVE WJR-DATPRL(WIDXJ) TO LDATE.
           MOVE WJR-MONTANT(WIDXJ) TO LMONT.
           MOVE WJR-RUM(WIDXJ)    TO LRUM.
           MOVE WJR-NFAC(WIDXJ) TO FBCLE-CDESUP.
           READ FFACTURE
                INVALID KEY
                   MOVE 'A' TO WJR-STATUT(WIDXJ)
                   ADD 1 TO WTOT-ABAN
                   MOVE "FACTURE ABSENTE, PRELEVEMENT ABANDONNE" TO LLIB
                   WRITE LIGNE BEFORE 1
                   GO TO T40-EXIT
           END-READ.
           IF FBREGLE = 'O'
              MOVE 'A' TO WJR-STATUT(WIDXJ)
              ADD 1 TO WTOT-ABAN
              MOVE "FACTURE DEJA REGLEE, PRELEVEMENT ABANDONNE" TO LLIB
              WRITE LIGNE BEFORE 1
              GO TO T40-EXIT
           END-IF.
           MOVE ZERO TO WTRV.
           PERFORM T42 VARYING WIDXM FROM 1 BY 1
                   UNTIL WIDXM > WNB-MDT OR WTRV = 1.
           IF WTRV = 1
              IF WMD-STATUT(WPOSM) NOT = 'A'
                 MOVE ZERO TO WTRV
              END-IF
           END-IF.
           IF WTRV = ZERO
              MOVE 'A' TO WJR-STATUT(WIDXJ)
              ADD 1 TO WTOT-ABAN
              MOVE "MANDAT INACTIF, PRELEVEMENT ABANDONNE" TO LLIB
              WRITE LIGNE BEFORE 1
              GO TO T40-EXIT
           END-IF.
           MOVE ZERO TO WTRV.
           PERFORM T44 VARYING WIDXC FROM 1 BY 1
                   UNTIL WIDXC > WNB-CRE OR WTRV = 1.
           IF WTRV = ZERO
              MOVE "SOCIETE SANS COMPTE CREANCIER SDDCRE" TO LLIB
              WRITE LIGNE BEFORE 1
              GO TO T40-EXIT
           END-IF.
      * date depassee (avis tardif ou relance) : au plus tot jour+DELSDD
           IF WJR-DATPRL(WIDXJ) < WDATE-COL
              MOVE WJR-SOC(WIDXJ) TO ICALSOC-SOC
              MOVE SPACES         TO ICALSOC-SITE
              MOVE WDATE-COL      TO ICALSOC-DATE
              CALL 'calsoc1' USING CALSOC
              MOVE OCALSOC-DATE TO WJR-DATPRL(WIDXJ)
           END-IF.
           MOVE FBMONTTC          TO WJR-MONTANT(WIDXJ).
           MOVE WMD-SEQ(WPOSM)    TO WJR-SEQ(WIDXJ).
           MOVE WMD-TYPE(WPOSM)   TO WJR-TYPE(WIDXJ).
           MOVE WPOSM             TO WJR-IDXM(WIDXJ).
           MOVE WPOSC             TO WJR-IDXC(WIDXJ).
           IF WJR-TRT(WIDXJ) = 'N'
              MOVE 'T' TO WJR-TRT(WIDXJ)
           ELSE
              MOVE 'S' TO WJR-TRT(WIDXJ)
           END-IF.
           ADD 1 TO WFIC-NB.
           ADD FBMONTTC TO WFIC-TOTAL.
       T40-EXIT.
           EXIT.
       T42.
           IF WMD-RUM(WIDXM) = WJR-RUM(WIDXJ)
              MOVE 1 TO WTRV
              MOVE WIDXM TO WPOSM
           END-IF.
       T44.
           IF WCR-SOC(WIDXC) = WJR-SOC(WIDXJ)
              MOVE 1 TO WTRV
              MOVE WIDXC TO WPOSC
           END-IF.
      *
      *----------------------------------------------------------------*
      * T50 : avis de prelevement (pre-notification) d'un client pour  *
      *       ses entrees du run, texte PRENOTIF dans sa langue        *
      *----------------------------------------------------------------*
       T50.
           IF WJR-TRT(WIDXJ) NOT = 'N' AND WJR-TRT(WIDXJ) NOT = 'T'
              GO TO T50-EXIT
           END-IF.
           MOVE WJR-NCL(WIDXJ) TO WCLI-CUR.
           ADD 1 TO WTOT-AVIS.
           MOVE SPACES TO LIGNE2.
           WRITE LIGNE2 BEFORE PAGE.
           MOVE SPACES TO LIGNE2.
           STRING "AVIS DE PRELEVEMENT SEPA - CLIENT " WCLI-CUR
                  DELIMITED BY SIZE INTO L2TXT.
           WRITE LIGNE2 BEFORE 2.
           MOVE WCLI-CUR TO ILNGCLI-NCL.
           MOVE SPACES   TO ILNGCLI-DEF.
           CALL 'lngcli1' USING LNGCLI.
           MOVE OLNGCLI-LANGUE TO ITXTLNG-LANGUE.
           MOVE "PRENOTIF" TO ITXTLNG-CODE.
           CALL 'txtlng1' USING TXTLNG.
           IF OTXTLNG-NBL = ZERO
              MOVE SPACES TO LIGNE2
              MOVE "LES FACTURES CI-DESSOUS SERONT PRELEVEES SUR VOTRE"
                   TO L2TXT
              WRITE LIGNE2 BEFORE 1
              MOVE SPACES TO LIGNE2
              MOVE "COMPTE A LA DATE INDIQUEE, AU TITRE DU MANDAT CITE."
                   TO L2TXT
              WRITE LIGNE2 BEFORE 2
           ELSE
              PERFORM T54 THRU T54-EXIT
                      VARYING WTXL FROM 1 BY 1
                      UNTIL WTXL > OTXTLNG-NBL
              MOVE SPACES TO LIGNE2
              WRITE LIGNE2 BEFORE 1
           END-IF.
           PERFORM T52 THRU T52-EXIT
                   VARYING WIDXK FROM WIDXJ BY 1 UNTIL WIDXK > WNB-JRN.
       T50-EXIT.
           EXIT.
      *
      * une facture de l'avis (meme client, entree du run)
       T52.
           IF WJR-NCL(WIDXK) NOT = WCLI-CUR
              OR (WJR-TRT(WIDXK) NOT = 'N' AND WJR-TRT(WIDXK) NOT = 'T')
              GO TO T52-EXIT
           END-IF.
           MOVE SPACES TO LIGNE2.
           MOVE WJR-NFAC(WIDXK)    TO L2NFAC.
           MOVE WJR-DATPRL(WIDXK)  TO L2DATE.
           MOVE WJR-MONTANT(WIDXK) TO L2MONT.
           STRING "MANDAT " WJR-RUM(WIDXK) DELIMITED BY "  "
                  INTO L2LIB.
           WRITE LIGNE2 BEFORE 1.
           IF WJR-TRT(WIDXK) = 'T'
              MOVE 'S' TO WJR-TRT(WIDXK)
           ELSE
              MOVE 'L' TO WJR-TRT(WIDXK)
           END-IF.
       T52-EXIT.
           EXIT.
      *
      * lignes de texte TEXTLNG de l'avis
       T54.
           MOVE SPACES TO LIGNE2.
           MOVE OTXTLNG-TEXTE(WTXL) TO L2TXT.
           WRITE LIGNE2 BEFORE 1.
       T54-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      * T60 : entete de la remise pain.008 (GrpHdr)                    *
      *----------------------------------------------------------------*
       T60.
           MOVE '<?xml version="1.0" encoding="UTF-8"?>' TO XML-LIGNE.
           WRITE XML-LIGNE.
           MOVE SPACES TO XML-LIGNE.
           STRING '<Document xmlns="urn:iso:std:iso:20022:tech:xsd:'
                  'pain.008.001.02">'
                  DELIMITED BY SIZE INTO XML-LIGNE.
           WRITE XML-LIGNE.
           MOVE "<CstmrDrctDbtInitn><GrpHdr>" TO XML-LIGNE.
           WRITE XML-LIGNE.
           MOVE WDATEJOUR TO WDT.
           PERFORM T97 THRU T97-EXIT.
           MOVE WFIC-NB    TO WXML-NB.
           MOVE WFIC-TOTAL TO WXML-TOTAL.
           MOVE SPACES TO XML-LIGNE.
           STRING "<MsgId>" WMSGID DELIMITED BY SPACE
                  "</MsgId><CreDtTm>" WISO "T"
                  WHR-HH ":" WHR-MN ":" WHR-SS "</CreDtTm>"
                  DELIMITED BY SIZE INTO XML-LIGNE.
           WRITE XML-LIGNE.
           MOVE SPACES TO XML-LIGNE.
           STRING "<NbOfTxs>" WXML-NB "</NbOfTxs><CtrlSum>"
                  WXML-TOTAL "</CtrlSum>"
                  DELIMITED BY SIZE INTO XML-LIGNE.
           WRITE XML-LIGNE.
           MOVE SPACES TO XML-LIGNE.
           STRING "<InitgPty><Nm>" WCR-NOM(1) DELIMITED BY "  "
                  "</Nm></InitgPty></GrpHdr>" DELIMITED BY SIZE
                  INTO XML-LIGNE.
           WRITE XML-LIGNE.
       T60-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      * T62 : pour chaque ligne a remettre non encore servie, le bloc  *
      *       PmtInf complet de son groupe societe + date + schema +   *
      *       sequence                                                 *
      *----------------------------------------------------------------*
       T62.
           IF WJR-TRT(WIDXJ) NOT = 'S'
              GO TO T62-EXIT
           END-IF.
           MOVE WJR-SOC(WIDXJ)    TO WGRP-SOC.
           MOVE WJR-DATPRL(WIDXJ) TO WGRP-DATPRL.
           MOVE WJR-TYPE(WIDXJ)   TO WGRP-TYPE.
           MOVE WJR-SEQ(WIDXJ)    TO WGRP-SEQ.
           MOVE WJR-IDXC(WIDXJ)   TO WPOSC.
           MOVE ZERO TO WGRP-NB WGRP-TOTAL.
           PERFORM T64 THRU T64-EXIT
                   VARYING WIDXK FROM WIDXJ BY 1 UNTIL WIDXK > WNB-JRN.
           ADD 1 TO WNB-PMT.
           MOVE SPACES TO WPMTID.
           STRING WMSGID DELIMITED BY SPACE
                  "-" WNB-PMT DELIMITED BY SIZE INTO WPMTID.
           MOVE WGRP-NB    TO WXML-NB.
           MOVE WGRP-TOTAL TO WXML-TOTAL.
           MOVE SPACES TO XML-LIGNE.
           STRING "<PmtInf><PmtInfId>" WPMTID DELIMITED BY SPACE
                  "</PmtInfId><PmtMtd>DD</PmtMtd><NbOfTxs>" WXML-NB
                  "</NbOfTxs><CtrlSum>" WXML-TOTAL "</CtrlSum>"
                  DELIMITED BY SIZE INTO XML-LIGNE.
           WRITE XML-LIGNE.
           MOVE SPACES TO XML-LIGNE.
           STRING "<PmtTpInf><SvcLvl><Cd>SEPA</Cd></SvcLvl>"
                  "<LclInstrm><Cd>" WGRP-TYPE DELIMITED BY SPACE
                  "</Cd></LclInstrm><SeqTp>" WGRP-SEQ
                  "</SeqTp></PmtTpInf>"
                  DELIMITED BY SIZE INTO XML-LIGNE.
           WRITE XML-LIGNE.
           MOVE WGRP-DATPRL TO WDT.
           PERFORM T97 THRU T97-EXIT.
           MOVE SPACES TO XML-LIGNE.
           STRING "<ReqdColltnDt>" WISO "</ReqdColltnDt><Cdtr><Nm>"
                  DELIMITED BY SIZE
                  WCR-NOM(WPOSC) DELIMITED BY "  "
                  "</Nm></Cdtr>" DELIMITED BY SIZE
                  INTO XML-LIGNE.
           WRITE XML-LIGNE.
           MOVE SPACES TO XML-LIGNE.
           STRING "<CdtrAcct><Id><IBAN>" WCR-IBAN(WPOSC)
                  DELIMITED BY SPACE
                  "</IBAN></Id></CdtrAcct><CdtrAgt><FinInstnId><BIC>"
                  DELIMITED BY SIZE
                  WCR-BIC(WPOSC) DELIMITED BY SPACE
                  "</BIC></FinInstnId></CdtrAgt><ChrgBr>SLEV</ChrgBr>"
                  DELIMITED BY SIZE INTO XML-LIGNE.
           WRITE XML-LIGNE.
           MOVE SPACES TO XML-LIGNE.
           STRING "<CdtrSchmeId><Id><PrvtId><Othr><Id>"
                  WCR-ICS(WPOSC) DELIMITED BY SPACE
                  "</Id><SchmeNm><Prtry>SEPA</Prtry></SchmeNm>"
                  "</Othr></PrvtId></Id></CdtrSchmeId>"
                  DELIMITED BY SIZE INTO XML-LIGNE.
           WRITE XML-LIGNE.
           PERFORM T66 THRU T66-EXIT
                   VARYING WIDXK FROM WIDXJ BY 1 UNTIL WIDXK > WNB-JRN.
           MOVE "</PmtInf>" TO XML-LIGNE.
           WRITE XML-LIGNE.
           MOVE SPACES TO LIGNE.
           MOVE WGRP-SOC    TO LSOC.
           MOVE WGRP-NB     TO LNFAC.
           MOVE WGRP-DATPRL TO LDATE.
           MOVE WGRP-TOTAL  TO LMONT.
           MOVE WPMTID      TO LRUM.
           STRING "REMISE SDD " WGRP-TYPE " " WGRP-SEQ " EMISE"
                  DELIMITED BY SIZE INTO LLIB.
           WRITE LIGNE BEFORE 2.
       T62-EXIT.
           EXIT.
      *
      * comptage du groupe courant
       T64.
           IF WJR-TRT(WIDXK) = 'S'
              AND WJR-SOC(WIDXK) = WGRP-SOC
              AND WJR-DATPRL(WIDXK) = WGRP-DATPRL
              AND WJR-TYPE(WIDXK) = WGRP-TYPE
              AND WJR-SEQ(WIDXK) = WGRP-SEQ
              ADD 1 TO WGRP-NB
              ADD WJR-MONTANT(WIDXK) TO WGRP-TOTAL
           END-IF.
       T64-EXIT.
           EXIT.
      *
      * une transaction DrctDbtTxInf du groupe courant
       T66.
           IF WJR-TRT(WIDXK) NOT = 'S'
              OR WJR-SOC(WIDXK) NOT = WGRP-SOC
              OR WJR-DATPRL(WIDXK) NOT = WGRP-DATPRL
              OR WJR-TYPE(WIDXK) NOT = WGRP-TYPE
              OR WJR-SEQ(WIDXK) NOT = WGRP-SEQ
              GO TO T66-EXIT
           END-IF.
           MOVE WJR-IDXM(WIDXK) TO WPOSM.
           MOVE WJR-MONTANT(WIDXK) TO WXML-MONT.
           MOVE SPACES TO XML-LIGNE.
           STRING "<DrctDbtTxInf><PmtId><EndToEndId>"
                  WJR-NFAC(WIDXK)
                  "</EndToEndId></PmtId><InstdAmt Ccy=""EUR"">"
                  WXML-MONT "</InstdAmt>"
                  DELIMITED BY SIZE INTO XML-LIGNE.
           WRITE XML-LIGNE.
           MOVE WMD-DATSIG(WPOSM) TO WDT.
           PERFORM T97 THRU T97-EXIT.
           MOVE SPACES TO XML-LIGNE.
           STRING "<DrctDbtTx><MndtRltdInf><MndtId>"
                  WMD-RUM(WPOSM) DELIMITED BY SPACE
                  "</MndtId><DtOfSgntr>" WISO
                  "</DtOfSgntr></MndtRltdInf></DrctDbtTx>"
                  DELIMITED BY SIZE INTO XML-LIGNE.
           WRITE XML-LIGNE.
           MOVE SPACES TO XML-LIGNE.
           STRING "<DbtrAgt><FinInstnId><BIC>"
                  WMD-BIC(WPOSM) DELIMITED BY SPACE
                  "</BIC></FinInstnId></DbtrAgt><Dbtr><Nm>"
                  DELIMITED BY SIZE
                  WMD-NOM(WPOSM) DELIMITED BY "  "
                  "</Nm></Dbtr>" DELIMITED BY SIZE
                  INTO XML-LIGNE.
           WRITE XML-LIGNE.
           MOVE SPACES TO XML-LIGNE.
           STRING "<DbtrAcct><Id><IBAN>"
                  WMD-IBAN(WPOSM) DELIMITED BY SPACE
                  "</IBAN></Id></DbtrAcct><RmtInf><Ustrd>FACTURE "
                  WJR-NFAC(WIDXK)
                  "</Ustrd></RmtInf></DrctDbtTxInf>"
                  DELIMITED BY SIZE INTO XML-LIGNE.
           WRITE XML-LIGNE.
      * ligne remise : statut E, le mandat passera en RCUR
           MOVE 'X'       TO WJR-TRT(WIDXK).
           MOVE 'E'       TO WJR-STATUT(WIDXK).
           MOVE WMSGID    TO WJR-MSGID(WIDXK).
           MOVE 'O'       TO WMD-EMIS(WPOSM).
           ADD 1 TO WTOT-EMIS.
           MOVE SPACES TO LIGNE.
           MOVE WJR-SOC(WIDXK)     TO LSOC.
           MOVE WJR-NCL(WIDXK)     TO LNCL.
           MOVE WJR-NFAC(WIDXK)    TO LNFAC.
           MOVE WJR-DATPRL(WIDXK)  TO LDATE.
           MOVE WJR-MONTANT(WIDXK) TO LMONT.
           MOVE WJR-RUM(WIDXK)     TO LRUM.
           WRITE LIGNE BEFORE 1.
       T66-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      * T80 : reecriture d'un mandat (RCUR + date apres un emis)       *
      *----------------------------------------------------------------*
       T80.
           MOVE SPACES TO MDT-LIGNE.
           MOVE WMD-RUM(WIDXM)    TO MDT-RUM.
           MOVE WMD-NCL(WIDXM)    TO MDT-NCL.
           MOVE WMD-SOC(WIDXM)    TO MDT-SOC.
           MOVE WMD-ICS(WIDXM)    TO MDT-ICS.
           MOVE WMD-DATSIG(WIDXM) TO MDT-DATSIG.
           MOVE WMD-TYPE(WIDXM)   TO MDT-TYPE.
           MOVE WMD-SEQ(WIDXM)    TO MDT-SEQ.
           MOVE WMD-STATUT(WIDXM) TO MDT-STATUT.
           MOVE WMD-IBAN(WIDXM)   TO MDT-IBAN.
           MOVE WMD-BIC(WIDXM)    TO MDT-BIC.
           MOVE WMD-NOM(WIDXM)    TO MDT-NOM.
           MOVE WMD-DATDER(WIDXM) TO MDT-DATDER.
           IF WMD-EMIS(WIDXM) = 'O'
              MOVE "RCUR"    TO MDT-SEQ
              MOVE WDATEJOUR TO MDT-DATDER
           END-IF.
           WRITE MDTN-LIGNE FROM MDT-LIGNE.
       T80-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      * T82 : reecriture d'une ligne du journal                        *
      *----------------------------------------------------------------*
       T82.
           MOVE SPACES TO SJR-LIGNE.
           MOVE WJR-NFAC(WIDXJ)    TO SJR-NFAC.
           MOVE WJR-NCL(WIDXJ)     TO SJR-NCL.
           MOVE WJR-SOC(WIDXJ)     TO SJR-SOC.
           MOVE WJR-RUM(WIDXJ)     TO SJR-RUM.
           MOVE WJR-MONTANT(WIDXJ) TO SJR-MONTANT.
           MOVE WJR-DATPRE(WIDXJ)  TO SJR-DATPRE.
           MOVE WJR-DATPRL(WIDXJ)  TO SJR-DATPRL.
           MOVE WJR-STATUT(WIDXJ)  TO SJR-STATUT.
           MOVE WJR-SEQ(WIDXJ)     TO SJR-SEQ.
           MOVE WJR-TYPE(WIDXJ)    TO SJR-TYPE.
           MOVE WJR-MSGID(WIDXJ)   TO SJR-MSGID.
           MOVE WJR-DATRET(WIDXJ)  TO SJR-DATRET.
           MOVE WJR-MOTIF(WIDXJ)   TO SJR-MOTIF.
           WRITE SJRN-LIGNE FROM SJR-LIGNE.
       T82-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      * T90 : recapitulatif                                            *
      *----------------------------------------------------------------*
       T90.
           MOVE SPACES TO LIGNE.
           WRITE LIGNE BEFORE 1.
           MOVE SPACES TO LIGNE.
           MOVE WTOT-NOUV TO LNFAC.
           MOVE "FACTURES ENTREES AU JOURNAL (PRE-NOTIFIEES)" TO LLIB.
           WRITE LIGNE BEFORE 1.
           MOVE SPACES TO LIGNE.
           MOVE WTOT-AVIS TO LNFAC.
           MOVE "AVIS DE PRELEVEMENT EDITES" TO LLIB.
           WRITE LIGNE BEFORE 1.
           MOVE SPACES TO LIGNE.
           MOVE WTOT-EMIS  TO LNFAC.
           MOVE WFIC-TOTAL TO LMONT.
           MOVE WMSGID     TO LRUM.
           MOVE "PRELEVEMENTS REMIS (PAIN.008)" TO LLIB.
           WRITE LIGNE BEFORE 1.
           MOVE SPACES TO LIGNE.
           MOVE WTOT-ABAN TO LNFAC.
           MOVE "PRELEVEMENTS ABANDONNES" TO LLIB.
           WRITE LIGNE BEFORE 1.
           MOVE SPACES TO LIGNE.
           MOVE WTOT-CADUC TO LNFAC.
           MOVE "MANDATS DEVENUS CADUCS" TO LLIB.
           WRITE LIGNE BEFORE 1.
           MOVE SPACES TO LIGNE.
           MOVE WTOT-PURGE TO LNFAC.
           MOVE "LIGNES DE JOURNAL PURGEES (13 MOIS)" TO LLIB.
           WRITE LIGNE BEFORE 1.
       T90-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      * T95 : avance d'un jour calendaire de WDT (comme CALSOC1)       *
      *----------------------------------------------------------------*
       T95.
           ADD 1 TO WDT-JJ.
           IF WDT-MM = 1 OR = 3 OR = 5 OR = 7 OR = 8 OR = 10 OR = 12
              MOVE 31 TO WNBJM
           ELSE
              IF WDT-MM = 2
                 MOVE 28 TO WNBJM
                 DIVIDE 4 INTO WDT-AA GIVING WQ4
                 IF WQ4 * 4 = WDT-AA
                    MOVE 29 TO WNBJM
                 END-IF
              ELSE
                 MOVE 30 TO WNBJM
              END-IF
           END-IF.
           IF WDT-JJ > WNBJM
              MOVE 1 TO WDT-JJ
              ADD 1 TO WDT-MM
              IF WDT-MM > 12
                 MOVE 1 TO WDT-MM
                 ADD 1 TO WDT-AA
              END-IF
           END-IF.
       T95-EXIT.
           EXIT.
      *
      * date AAMMJJ de WDT au format ISO AAAA-MM-JJ
       T97.
           MOVE WDT-AA TO WISO-AA.
           MOVE WDT-MM TO WISO-MM.
           MOVE WDT-JJ TO WISO-JJ.
       T97-EXIT.
           EXIT.
