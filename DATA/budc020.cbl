      *DD9179 15/10/26 anes Creation - budget / realise des ventes :
      *                     mois, cumul, atterrissage de fin d'annee
      *                     et N-1 par representant, secteur, famille
      *                     client et famille article
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUDC020.
      *
      ******************************************************************
      * GPICMT    Budget / realise des ventes du mois MOISBUD (AAMM,    *
      *           mois du run par defaut), societe SOCBUD (blanc =      *
      *           toutes) :                                             *
      *           - BUDGET : le budget charge par BUDC010 (valeur et    *
      *             volume par societe, mois, representant / secteur,   *
      *             famille client et famille article)                  *
      *           - FFACTLIG + FFACTURE : le realise, valeur fiscale    *
      *             HT et quantite des lignes, avoirs (FBCFA 5/6/7) en  *
      *             negatif, hors duplicata - du mois, cumule depuis    *
      *             janvier et sur la meme periode de N-1               *
      *           - CLIREP (noeud CLIHIER a defaut, comme COMIC010),    *
      *             CLIFAM et ARTFAM : representant / secteur, famille  *
      *             client et famille article de la ligne               *
      *           - FCOMMAAP + FCOMJOC1 + ARTTARIF : le carnet ouvert   *
      *             livrable dans l'annee, montant de la commande       *
      *             ventile par famille article au prorata des lignes   *
      *             valorisees au tarif ; societe du client = celle de  *
      *             sa derniere facture                                 *
      *           Atterrissage = realise cumule + carnet + budget des   *
      *           mois restants.  VUEBUD = R : un releve par            *
      *           representant (REPBUD : un seul) par famille client    *
      *           et famille article ; VUEBUD = D (defaut) : la vue     *
      *           direction par secteur et representant, par famille    *
      *           client, par famille article et le total.  Un budget   *
      *           pose au secteur seul ne parait que dans la vue D.     *
      ******************************************************************
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. DPS-4.
       OBJECT-COMPUTER. DPS-4.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BUDGET ASSIGN TO BUD-GET
                       organization line sequential
                       file status is file-status.
      *
           SELECT CLIREP ASSIGN TO CLI-REP
                       organization line sequential
                       file status is file-status2.
      *
           SELECT CLIFAM ASSIGN TO CLI-FAM
                       organization line sequential
                       file status is file-status3.
      *
           SELECT ARTFAM ASSIGN TO ART-FAM
                       organization line sequential
                       file status is file-status4.
      *
           SELECT ARTTARIF ASSIGN TO ART-TARIF
                       organization line sequential
                       file status is file-status5.
      *
           SELECT FFACTURE ASSIGN TO FFACTURE
                       organization indexed
                       access mode dynamic
                       record key FBCLE-CDESUP
                       file status is file-status6.
      *
           SELECT FFACTLIG ASSIGN TO FFA-CTLIG
                       organization indexed
                       access mode sequential
                       record key FLG-CLE
                       file status is file-status7.
      *
           SELECT FCOMMAAP ASSIGN TO FCO-MAAP
                       organization indexed
                       access mode sequential
                       record key FCCLE-CDESUP
                       file status is file-status8.
      *
           SELECT FCOMJOC1 ASSIGN TO FCOMJOC1
                       organization indexed
                       access mode sequential
                       record key FJ1CLE
                       file status is file-status9.
      *
           SELECT ETAT1 ASSIGN TO wlabel-etat1
                       organization line sequential.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  BUDGET
                DATA RECORD BUD-LIGNE.
       01  BUD-LIGNE.
           02 BUD-SOC            PIC X(6).
           02 FILLER             PIC X.
           02 BUD-AAMM           PIC 9(4).
           02 BUD-AAMM-X REDEFINES BUD-AAMM.
              03 BUD-AA          PIC 99.
              03 BUD-MM          PIC 99.
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
       FD  CLIREP
                DATA RECORD CRP-LIGNE.
       01  CRP-LIGNE.
           02 CRP-NCL            PIC 9(6).
           02 FILLER             PIC X.
           02 CRP-REP            PIC X(4).
           02 FILLER             PIC X.
           02 CRP-SECT           PIC XX.
      *
       FD  CLIFAM
                DATA RECORD CLF-LIGNE.
       01  CLF-LIGNE.
           02 CLF-NCL            PIC 9(6).
           02 FILLER             PIC X.
           02 CLF-FAM            PIC X(3).
      *
       FD  ARTFAM
                DATA RECORD AFM-LIGNE.
       01  AFM-LIGNE.
           02 AFM-NAR            PIC X(7).
           02 FILLER             PIC X.
           02 AFM-FAM            PIC X(3).
      *
       FD  ARTTARIF
                DATA RECORD ATA-LIGNE.
       01  ATA-LIGNE.
           02 ATA-NAR            PIC X(7).
           02 FILLER             PIC X.
           02 ATA-PRIX           PIC 9(7)V99.
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
           02 FBREGLE               PIC X.
           02 FBCFA                 PIC 9.
           02 FBSOC                 PIC X(6).
           02 FBMONTTC              PIC S9(9)V99.
           02 FILLER                PIC X(41).
      *
       FD  FFACTLIG
                DATA RECORD FLG-LIGNE.
       01  FLG-LIGNE.
           02 FLG-CLE.
              03 FLG-NFAC          PIC 9(7).
              03 FLG-NAR           PIC X(7).
           02 FLG-NCL              PIC 9(6).
           02 FLG-QTE              PIC 9(6)V99.
           02 FLG-NOMEN            PIC X(8).
           02 FLG-VALFISC          PIC 9(9)V99.
           02 FLG-MASSE            PIC 9(7)V99.
           02 FILLER               PIC X(10).
      *
       FD  FCOMMAAP
                DATA RECORD FC-LIGNE.
       01  FC-LIGNE.
           02 FCCLE-CDESUP          PIC X(13).
           02 FCNCL                 PIC 9(6).
           02 FCAFA                 PIC 9.
           02 FCFAC                 PIC 9.
           02 FCFACTUREA            PIC 9(6).
           02 FCREGLEPAR            PIC 9(6).
           02 FCREGRFA              PIC X.
           02 FCDEV                 PIC 99.
           02 FCGEO                 PIC X.
           02 FCDI2                 PIC X.
           02 FCFOA                 PIC X.
           02 FCMONTHT              PIC S9(9)V99.
           02 FCMONTTVA             PIC S9(9)V99.
           02 FILLER                PIC X(40).
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
           02 LNIV                 PIC X(4).
           02 FILLER               PIC X.
           02 LCODE                PIC X(14).
           02 FILLER               PIC X.
           02 LBM                  PIC -(8)9 blank zero.
           02 FILLER               PIC X.
           02 LRM                  PIC -(8)9 blank zero.
           02 FILLER               PIC X.
           02 LBC                  PIC -(9)9 blank zero.
           02 FILLER               PIC X.
           02 LRC                  PIC -(9)9 blank zero.
           02 FILLER               PIC X.
           02 LPCT                 PIC -(3)9V,9 blank zero.
           02 FILLER               PIC X.
           02 LNC                  PIC -(9)9 blank zero.
           02 FILLER               PIC X.
           02 LEVOL                PIC -(3)9V,9 blank zero.
           02 FILLER               PIC X.
           02 LCA                  PIC -(9)9 blank zero.
           02 FILLER               PIC X.
           02 LATT                 PIC -(9)9 blank zero.
           02 FILLER               PIC X.
           02 LBA                  PIC -(9)9 blank zero.
           02 FILLER               PIC X(11).
       01  L2.
           02 LTITRE               PIC X(60).
           02 FILLER               PIC X(2).
           02 LTCODE               PIC X(20).
           02 FILLER               PIC X(50).
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
       01  file-status7           PIC XX.
       01  file-status8           PIC XX.
       01  file-status9           PIC XX.
       01  WFINB                  PIC 9 value zero.
           88 FIN-BUDGET          value 1.
       01  WFINR                  PIC 9 value zero.
           88 FIN-CLIREP          value 1.
       01  WFINC                  PIC 9 value zero.
           88 FIN-CLIFAM          value 1.
       01  WFINA                  PIC 9 value zero.
           88 FIN-ARTFAM          value 1.
       01  WFINT                  PIC 9 value zero.
           88 FIN-ARTTARIF        value 1.
       01  WFINF                  PIC 9 value zero.
           88 FIN-FFACTURE        value 1.
       01  WFINL                  PIC 9 value zero.
           88 FIN-FFACTLIG        value 1.
       01  WFINO                  PIC 9 value zero.
           88 FIN-FCOMMAAP        value 1.
       01  WFINJ                  PIC 9 value zero.
           88 FIN-FCOMJOC1        value 1.
       01  WDATEJOUR              PIC 9(6) VALUE ZERO.
       01  WMOIS                  PIC 9(4) VALUE ZERO.
       01  WMOIS-X REDEFINES WMOIS.
           02 WAA                 PIC 99.
           02 WMM                 PIC 99.
       01  WAA1                   PIC 99.
       01  WSOCSEL                PIC X(6) VALUE SPACES.
       01  WVUE                   PIC X VALUE 'D'.
           88 VUE-REP             VALUE 'R'.
       01  WREPSEL                PIC X(4) VALUE SPACES.
      *
      **** client -> representant + secteur, famille client
       01  WTCLI.
           02 WTCLI-E OCCURS 5000.
              03 WCL-NCL          PIC 9(6).
              03 WCL-REP          PIC X(4).
              03 WCL-SECT         PIC XX.
       01  WNB-CLI                PIC 9(4) VALUE ZERO.
       01  WIDXC                  PIC 9(4).
       01  WTCF.
           02 WTCF-E OCCURS 5000.
              03 WCF-NCL          PIC 9(6).
              03 WCF-FAM          PIC X(3).
       01  WNB-CF                 PIC 9(4) VALUE ZERO.
      *
      **** article -> famille, prix tarif
       01  WTFAM.
           02 WTFAM-E OCCURS 9000.
              03 WFM-NAR          PIC X(7).
              03 WFM-FAM          PIC X(3).
       01  WNB-FAM                PIC 9(5) VALUE ZERO.
       01  WIDXA                  PIC 9(5).
       01  WTTAR.
           02 WTTAR-E OCCURS 9000.
              03 WTA-NAR          PIC X(7).
              03 WTA-PRIX         PIC 9(7)V99.
       01  WNB-TAR                PIC 9(5) VALUE ZERO.
      *
      **** societe du client : celle de sa derniere facture
       01  WTCSO.
           02 WTCSO-E OCCURS 5000.
              03 WCS-NCL          PIC 9(6).
              03 WCS-SOC          PIC X(6).
              03 WCS-DATE         PIC 9(6).
       01  WNB-CSO                PIC 9(4) VALUE ZERO.
       01  WPOSC                  PIC 9(4).
      *
      **** carnet : commandes ouvertes, lignes livrables dans l'annee
      **** valorisees au tarif
       01  WTCDE.
           02 WTCDE-E OCCURS 9000.
              03 WCD-NCDE         PIC 9(7).
              03 WCD-NCL          PIC 9(6).
              03 WCD-MHT          PIC S9(9)V99.
              03 WCD-VTAR         PIC 9(11)V99.
              03 WCD-NBT          PIC 9(4).
              03 WCD-NBA          PIC 9(4).
       01  WNB-CDE                PIC 9(4) VALUE ZERO.
       01  WIDXO                  PIC 9(4).
       01  WPOSO                  PIC 9(4).
       01  WTLCD.
           02 WTLCD-E OCCURS 20000.
              03 WLC-CDE          PIC 9(4).
              03 WLC-FAMA         PIC X(3).
              03 WLC-VAL          PIC 9(9)V99.
       01  WNB-LCD                PIC 9(5) VALUE ZERO.
       01  WIDXL                  PIC 9(5).
       01  WVAL-LIG               PIC 9(9)V99.
       01  WPRIX                  PIC 9(7)V99.
      *
      **** cumuls par representant, secteur, famille client et
      **** famille article : budget du mois (BM), cumule (BC), des
      **** mois restants (BR), de l'annee (BA) ; realise du mois (RM),
      **** cumule (RC) ; N-1 du mois (NM), cumule (NC) ; carnet (CA) ;
      **** volumes (Q..)
       01  WTCUB.
           02 WTCUB-E OCCURS 3000.
              03 WCB-REP          PIC X(4).
              03 WCB-SECT         PIC XX.
              03 WCB-FAMC         PIC X(3).
              03 WCB-FAMA         PIC X(3).
              03 WCB-BM           PIC S9(11)V99.
              03 WCB-BC           PIC S9(11)V99.
              03 WCB-BR           PIC S9(11)V99.
              03 WCB-BA           PIC S9(11)V99.
              03 WCB-RM           PIC S9(11)V99.
              03 WCB-RC           PIC S9(11)V99.
              03 WCB-NM           PIC S9(11)V99.
              03 WCB-NC           PIC S9(11)V99.
              03 WCB-CA           PIC S9(11)V99.
              03 WCB-QBM          PIC S9(11)V99.
              03 WCB-QBC          PIC S9(11)V99.
              03 WCB-QRM          PIC S9(11)V99.
              03 WCB-QRC          PIC S9(11)V99.
              03 WCB-QNC          PIC S9(11)V99.
       01  WNB-CUB                PIC 9(4) VALUE ZERO.
       01  WIDXU                  PIC 9(4).
       01  WPOSU                  PIC 9(4).
      *
      **** codes rencontres, dans l'ordre du budget puis du realise
       01  WTLREP.
           02 WTLREP-E OCCURS 300.
              03 WLR-REP          PIC X(4).
              03 WLR-SECT         PIC XX.
       01  WNB-LREP               PIC 9(3) VALUE ZERO.
       01  WIDXR                  PIC 9(3).
       01  WTLSEC.
           02 WLS-SECT            PIC XX OCCURS 100.
       01  WNB-LSEC               PIC 9(3) VALUE ZERO.
       01  WIDXS                  PIC 9(3).
       01  WTLFC.
           02 WLF-FAMC            PIC X(3) OCCURS 300.
       01  WNB-LFC                PIC 9(3) VALUE ZERO.
       01  WIDXFC                 PIC 9(3).
       01  WTLFA.
           02 WLA-FAMA            PIC X(3) OCCURS 500.
       01  WNB-LFA                PIC 9(3) VALUE ZERO.
       01  WIDXFA                 PIC 9(3).
      *
      **** ligne en cours : affectation et montants
       01  WTRV                   PIC 9.
       01  WNCL-TRT               PIC 9(6).
       01  WNCL-ORG               PIC 9(6).
       01  WDATE-TRT              PIC 9(6).
       01  WNAR-TRT               PIC X(7).
       01  WREP-TRT               PIC X(4).
       01  WSECT-TRT              PIC XX.
       01  WFAMC-TRT              PIC X(3).
       01  WFAMA-TRT              PIC X(3).
       01  WSOC-TRT               PIC X(6).
       01  WIDXN                  PIC 9.
       01  WMNT-TRT               PIC S9(11)V99.
       01  WQTE-TRT               PIC S9(9)V99.
      * facture de la ligne : N exercice, P N-1, blanc hors periode
       01  WFAC-NUM               PIC 9(7) VALUE ZERO.
       01  WFAC-PER               PIC X.
       01  WFAC-MOIS              PIC 9.
       01  WFAC-SENS              PIC X.
       01  WFAC-DATE              PIC 9(6).
       01  WFAC-MM                PIC 99.
      *
      **** agregat edite : selection et cumuls
       01  WSL-REP                PIC X(4).
       01  WSL-SECT               PIC XX.
       01  WSL-FAMC               PIC X(3).
       01  WSL-FAMA               PIC X(3).
       01  WSF-REP                PIC 9.
       01  WSF-SECT               PIC 9.
       01  WSF-FAMC               PIC 9.
       01  WSF-FAMA               PIC 9.
       01  WAG-BM                 PIC S9(11)V99.
       01  WAG-BC                 PIC S9(11)V99.
       01  WAG-BR                 PIC S9(11)V99.
       01  WAG-BA                 PIC S9(11)V99.
       01  WAG-RM                 PIC S9(11)V99.
       01  WAG-RC                 PIC S9(11)V99.
       01  WAG-NM                 PIC S9(11)V99.
       01  WAG-NC                 PIC S9(11)V99.
       01  WAG-CA                 PIC S9(11)V99.
       01  WAG-QBM                PIC S9(11)V99.
       01  WAG-QBC                PIC S9(11)V99.
       01  WAG-QRM                PIC S9(11)V99.
       01  WAG-QRC                PIC S9(11)V99.
       01  WAG-QNC                PIC S9(11)V99.
       01  WAG-NB                 PIC 9(4).
       01  WATT                   PIC S9(11)V99.
       01  WPCT                   PIC S9(3)V9.
       01  WNIV-ED                PIC X(4).
       01  WCODE-ED               PIC X(14).
       01  WENTETE.
           02 FILLER              PIC X(5)  VALUE "NIV".
           02 FILLER              PIC X(15) VALUE "CODE".
           02 FILLER              PIC X(10) VALUE " BUD MOIS".
           02 FILLER              PIC X(10) VALUE " REA MOIS".
           02 FILLER              PIC X(11) VALUE " BUD CUMUL".
           02 FILLER              PIC X(11) VALUE " REA CUMUL".
           02 FILLER              PIC X(7)  VALUE "ECART%".
           02 FILLER              PIC X(11) VALUE " N-1 CUMUL".
           02 FILLER              PIC X(7)  VALUE " EVOL%".
           02 FILLER              PIC X(11) VALUE "    CARNET".
           02 FILLER              PIC X(11) VALUE "ATTERRISS.".
           02 FILLER              PIC X(11) VALUE " BUDGET AN".
           02 FILLER              PIC X(12) VALUE SPACES.
       01  WTOT-LIG               PIC 9(7) VALUE ZERO.
       01  WTOT-SANS              PIC 9(7) VALUE ZERO.
           copy '../copy/clihier.com'.
      *
       PROCEDURE DIVISION.
      *
      *----------------------------------------------------------------*
      * T10 : parametres, chargements, budget, realise, carnet,        *
      *       edition selon la vue                                     *
      *----------------------------------------------------------------*
       T10.
           MOVE ZERO TO WFINB WFINR WFINC WFINA WFINT WFINF WFINL
                        WFINO WFINJ WNB-CLI WNB-CF WNB-FAM WNB-TAR
                        WNB-CSO WNB-CDE WNB-LCD WNB-CUB WNB-LREP
                        WNB-LSEC WNB-LFC WNB-LFA WTOT-LIG WTOT-SANS.
           string 'MOISBUD' x'00' delimited by size
                  into var-name.
           move space to var-data.
           call 'genvcc' using var-name var-data.
           if var-data(1:4) numeric
              move var-data(1:4) to WMOIS.
           string 'SOCBUD' x'00' delimited by size
                  into var-name.
           move space to var-data.
           call 'genvcc' using var-name var-data.
           move var-data(1:6) to WSOCSEL.
           string 'VUEBUD' x'00' delimited by size
                  into var-name.
           move space to var-data.
           call 'genvcc' using var-name var-data.
           if var-data(1:1) = 'R' or var-data(1:1) = 'D'
              move var-data(1:1) to WVUE.
           string 'REPBUD' x'00' delimited by size
                  into var-name.
           move space to var-data.
           call 'genvcc' using var-name var-data.
           move var-data(1:4) to WREPSEL.
           string 'ADLPID' x'00' delimited by size
                  into var-name.
           move space to var-data.
           call 'genvcc' using var-name var-data.
           if var-data(1:6) numeric
              move var-data(1:6) to WDATEJOUR.
           if WMOIS = ZERO
              move WDATEJOUR(1:4) to WMOIS
           end-if.
           IF WAA = ZERO
              MOVE 99 TO WAA1
           ELSE
              COMPUTE WAA1 = WAA - 1
           END-IF.
           string 'budc020.'
                  var-data delimited by ' '
                                     into wlabel-etat1.
           OPEN OUTPUT ETAT1.
           OPEN INPUT CLIREP.
           IF FILE-STATUS2 NOT = ZERO
              DISPLAY "PAS DE TABLE CLIREP"
              STOP RUN
           END-IF.
           PERFORM T12 THRU T12-EXIT.
           PERFORM T13 THRU T13-EXIT UNTIL FIN-CLIREP.
           CLOSE CLIREP.
           OPEN INPUT CLIFAM.
           IF FILE-STATUS3 = ZERO
              PERFORM T14 THRU T14-EXIT
              PERFORM T15 THRU T15-EXIT UNTIL FIN-CLIFAM
              CLOSE CLIFAM
           END-IF.
           OPEN INPUT ARTFAM.
           IF FILE-STATUS4 = ZERO
              PERFORM T16 THRU T16-EXIT
              PERFORM T17 THRU T17-EXIT UNTIL FIN-ARTFAM
              CLOSE ARTFAM
           END-IF.
           OPEN INPUT ARTTARIF.
           IF FILE-STATUS5 = ZERO
              PERFORM T18 THRU T18-EXIT
              PERFORM T19 THRU T19-EXIT UNTIL FIN-ARTTARIF
              CLOSE ARTTARIF
           END-IF.
           OPEN INPUT BUDGET.
           IF FILE-STATUS = ZERO
              PERFORM T25 THRU T25-EXIT
              PERFORM T27 THRU T27-EXIT UNTIL FIN-BUDGET
              CLOSE BUDGET
           ELSE
              DISPLAY "GPIWARNING"
              DISPLAY "**PAS DE BUDGET CHARGE, REALISE SEUL"
           END-IF.
           OPEN INPUT FFACTURE.
           IF FILE-STATUS6 NOT = ZERO
              DISPLAY "OUVERTURE FFACTURE IMPOSSIBLE " FILE-STATUS6
              STOP RUN
           END-IF.
           PERFORM T20 THRU T20-EXIT.
           PERFORM T22 THRU T22-EXIT UNTIL FIN-FFACTURE.
           OPEN INPUT FFACTLIG.
           IF FILE-STATUS7 NOT = ZERO
              DISPLAY "OUVERTURE FFACTLIG IMPOSSIBLE " FILE-STATUS7
              STOP RUN
           END-IF.
           PERFORM T30 THRU T30-EXIT.
           PERFORM T35 THRU T35-EXIT UNTIL FIN-FFACTLIG.
           CLOSE FFACTLIG FFACTURE.
           OPEN INPUT FCOMMAAP.
           IF FILE-STATUS8 = ZERO
              PERFORM T50 THRU T50-EXIT
              PERFORM T52 THRU T52-EXIT UNTIL FIN-FCOMMAAP
              CLOSE FCOMMAAP
              OPEN INPUT FCOMJOC1
              IF FILE-STATUS9 = ZERO
                 PERFORM T54 THRU T54-EXIT
                 PERFORM T56 THRU T56-EXIT UNTIL FIN-FCOMJOC1
                 CLOSE FCOMJOC1
              END-IF
              PERFORM T66 THRU T66-EXIT
                      VARYING WIDXL FROM 1 BY 1 UNTIL WIDXL > WNB-LCD
              PERFORM T68 THRU T68-EXIT
                      VARYING WIDXO FROM 1 BY 1 UNTIL WIDXO > WNB-CDE
           END-IF.
           IF VUE-REP
              PERFORM T70 THRU T70-EXIT
                      VARYING WIDXR FROM 1 BY 1 UNTIL WIDXR > WNB-LREP
           ELSE
              PERFORM T90 THRU T90-EXIT
           END-IF.
           IF WTOT-SANS NOT = ZERO
              DISPLAY "GPIWARNING"
              DISPLAY "**LIGNES FACTUREES SANS REPRESENTANT : "
                      WTOT-SANS
           END-IF.
           CLOSE ETAT1.
           STOP RUN.
      *
      *----------------------------------------------------------------*
      * T12-T19 : chargement des tables                                *
      *----------------------------------------------------------------*
       T12.
           READ CLIREP NEXT RECORD
                AT END MOVE 1 TO WFINR.
       T12-EXIT.
           EXIT.
       T13.
           IF WNB-CLI < 5000
              ADD 1 TO WNB-CLI
              MOVE CRP-NCL  TO WCL-NCL(WNB-CLI)
              MOVE CRP-REP  TO WCL-REP(WNB-CLI)
              MOVE CRP-SECT TO WCL-SECT(WNB-CLI)
           ELSE
              DISPLAY "GPIWARNING"
              DISPLAY "**TABLE CLIREP PLEINE, RUN ABANDONNE"
              STOP RUN
           END-IF.
           PERFORM T12 THRU T12-EXIT.
       T13-EXIT.
           EXIT.
       T14.
           READ CLIFAM NEXT RECORD
                AT END MOVE 1 TO WFINC.
       T14-EXIT.
           EXIT.
       T15.
           IF WNB-CF < 5000
              ADD 1 TO WNB-CF
              MOVE CLF-NCL TO WCF-NCL(WNB-CF)
              MOVE CLF-FAM TO WCF-FAM(WNB-CF)
           END-IF.
           PERFORM T14 THRU T14-EXIT.
       T15-EXIT.
           EXIT.
       T16.
           READ ARTFAM NEXT RECORD
                AT END MOVE 1 TO WFINA.
       T16-EXIT.
           EXIT.
       T17.
           IF WNB-FAM < 9000
              ADD 1 TO WNB-FAM
              MOVE AFM-NAR TO WFM-NAR(WNB-FAM)
              MOVE AFM-FAM TO WFM-FAM(WNB-FAM)
           END-IF.
           PERFORM T16 THRU T16-EXIT.
       T17-EXIT.
           EXIT.
       T18.
           READ ARTTARIF NEXT RECORD
                AT END MOVE 1 TO WFINT.
       T18-EXIT.
           EXIT.
       T19.
           IF WNB-TAR < 9000
              ADD 1 TO WNB-TAR
              MOVE ATA-NAR  TO WTA-NAR(WNB-TAR)
              MOVE ATA-PRIX TO WTA-PRIX(WNB-TAR)
           END-IF.
           PERFORM T18 THRU T18-EXIT.
       T19-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      * T20/T22 : societe de chaque client, celle de sa derniere       *
      *           facture (affectation du carnet)                      *
      *----------------------------------------------------------------*
       T20.
           READ FFACTURE NEXT RECORD
                AT END MOVE 1 TO WFINF.
       T20-EXIT.
           EXIT.
       T22.
           IF FBDUP = '1'
              GO TO T22F
           END-IF.
           MOVE FBNCL TO WNCL-TRT.
           MOVE ZERO TO WTRV.
           PERFORM T24 VARYING WIDXC FROM 1 BY 1
                   UNTIL WIDXC > WNB-CSO OR WTRV = 1.
           IF WTRV = ZERO
              IF WNB-CSO = 5000
                 GO TO T22F
              END-IF
              ADD 1 TO WNB-CSO
              MOVE WNB-CSO TO WPOSC
              MOVE FBNCL   TO WCS-NCL(WPOSC)
              MOVE ZERO    TO WCS-DATE(WPOSC)
           END-IF.
           IF FBDATE NOT < WCS-DATE(WPOSC)
              MOVE FBSOC  TO WCS-SOC(WPOSC)
              MOVE FBDATE TO WCS-DATE(WPOSC)
           END-IF.
       T22F.
           PERFORM T20 THRU T20-EXIT.
       T22-EXIT.
           EXIT.
       T24.
           IF WCS-NCL(WIDXC) = WNCL-TRT
              MOVE 1 TO WTRV
              MOVE WIDXC TO WPOSC
           END-IF.
      *
      *----------------------------------------------------------------*
      * T25/T27 : budget de l'annee (et de la societe demandee)        *
      *----------------------------------------------------------------*
       T25.
           READ BUDGET NEXT RECORD
                AT END MOVE 1 TO WFINB.
       T25-EXIT.
           EXIT.
       T27.
           IF BUD-AA NOT = WAA
              GO TO T27F
           END-IF.
           IF WSOCSEL NOT = SPACES AND BUD-SOC NOT = WSOCSEL
              GO TO T27F
           END-IF.
           MOVE BUD-REP  TO WREP-TRT.
           MOVE BUD-SECT TO WSECT-TRT.
           MOVE BUD-FAMC TO WFAMC-TRT.
           MOVE BUD-FAMA TO WFAMA-TRT.
           PERFORM T60 THRU T60-EXIT.
           ADD BUD-VAL TO WCB-BA(WPOSU).
           IF BUD-MM > WMM
              ADD BUD-VAL TO WCB-BR(WPOSU)
           ELSE
              ADD BUD-VAL TO WCB-BC(WPOSU)
              ADD BUD-VOL TO WCB-QBC(WPOSU)
           END-IF.
           IF BUD-MM = WMM
              ADD BUD-VAL TO WCB-BM(WPOSU)
              ADD BUD-VOL TO WCB-QBM(WPOSU)
           END-IF.
       T27F.
           PERFORM T25 THRU T25-EXIT.
       T27-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      * T30/T35 : realise : lignes des factures de janvier au mois     *
      *           MOISBUD, de l'annee et de N-1                        *
      *----------------------------------------------------------------*
       T30.
           READ FFACTLIG NEXT RECORD
                AT END MOVE 1 TO WFINL.
       T30-EXIT.
           EXIT.
       T35.
           IF FLG-NFAC NOT = WFAC-NUM
              PERFORM T37 THRU T37-EXIT
           END-IF.
           IF WFAC-PER = SPACE
              GO TO T35F
           END-IF.
           ADD 1 TO WTOT-LIG.
           MOVE FLG-NCL   TO WNCL-ORG.
           MOVE WFAC-DATE TO WDATE-TRT.
           PERFORM T40 THRU T40-EXIT.
           IF WREP-TRT = SPACES
              ADD 1 TO WTOT-SANS
           END-IF.
           PERFORM T45 THRU T45-EXIT.
           MOVE FLG-NAR TO WNAR-TRT.
           PERFORM T46 THRU T46-EXIT.
           PERFORM T60 THRU T60-EXIT.
           MOVE FLG-VALFISC TO WMNT-TRT.
           MOVE FLG-QTE     TO WQTE-TRT.
           IF WFAC-SENS = '-'
              COMPUTE WMNT-TRT = ZERO - WMNT-TRT
              COMPUTE WQTE-TRT = ZERO - WQTE-TRT
           END-IF.
           IF WFAC-PER = 'N'
              ADD WMNT-TRT TO WCB-RC(WPOSU)
              ADD WQTE-TRT TO WCB-QRC(WPOSU)
              IF WFAC-MOIS = 1
                 ADD WMNT-TRT TO WCB-RM(WPOSU)
                 ADD WQTE-TRT TO WCB-QRM(WPOSU)
              END-IF
           ELSE
              ADD WMNT-TRT TO WCB-NC(WPOSU)
              ADD WQTE-TRT TO WCB-QNC(WPOSU)
              IF WFAC-MOIS = 1
                 ADD WMNT-TRT TO WCB-NM(WPOSU)
              END-IF
           END-IF.
       T35F.
           PERFORM T30 THRU T30-EXIT.
       T35-EXIT.
           EXIT.
      *
      * entete de la facture de la ligne : periode, sens, date
       T37.
           MOVE FLG-NFAC TO WFAC-NUM.
           MOVE SPACE TO WFAC-PER.
           MOVE ZERO TO WFAC-MOIS.
           MOVE FLG-NFAC TO FBCLE-CDESUP.
           READ FFACTURE
                INVALID KEY
                   GO TO T37-EXIT
           END-READ.
           IF FBDUP = '1'
              GO TO T37-EXIT
           END-IF.
           IF WSOCSEL NOT = SPACES AND FBSOC NOT = WSOCSEL
              GO TO T37-EXIT
           END-IF.
           MOVE FBDATE(3:2) TO WFAC-MM.
           IF WFAC-MM > WMM
              GO TO T37-EXIT
           END-IF.
           IF FBDATE(1:2) = WAA
              MOVE 'N' TO WFAC-PER
           END-IF.
           IF FBDATE(1:2) = WAA1
              MOVE 'P' TO WFAC-PER
           END-IF.
           IF WFAC-MM = WMM
              MOVE 1 TO WFAC-MOIS
           END-IF.
           MOVE FBDATE TO WFAC-DATE.
           IF FBCFA = 5 OR FBCFA = 6 OR FBCFA = 7
              MOVE '-' TO WFAC-SENS
           ELSE
              MOVE '+' TO WFAC-SENS
           END-IF.
       T37-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      * T40-T48 : affectation d'un client (WNCL-ORG a la date          *
      *           WDATE-TRT) et d'un article (WNAR-TRT)                *
      *----------------------------------------------------------------*
      * representant + secteur du client, a defaut du plus proche
      * noeud de la hierarchie (meme regle que COMIC010)
       T40.
           MOVE SPACES TO WREP-TRT WSECT-TRT.
           MOVE WNCL-ORG TO WNCL-TRT.
           MOVE ZERO TO WTRV.
           PERFORM T40-CMP VARYING WIDXC FROM 1 BY 1
                   UNTIL WIDXC > WNB-CLI OR WTRV = 1.
           IF WTRV = 1
              GO TO T40-EXIT
           END-IF.
           INITIALIZE CLIHIER.
           MOVE WNCL-ORG  TO ICLIHIER-NCL.
           MOVE WDATE-TRT TO ICLIHIER-DATE.
           CALL "clihier1" USING CLIHIER.
           IF CCLIHIER-HORS
              GO TO T40-EXIT
           END-IF.
           PERFORM T42 THRU T42-EXIT
                   VARYING WIDXN FROM 4 BY -1
                   UNTIL WIDXN = ZERO OR WTRV = 1.
       T40-EXIT.
           EXIT.
       T40-CMP.
           IF WCL-NCL(WIDXC) = WNCL-TRT
              MOVE 1 TO WTRV
              MOVE WCL-REP(WIDXC)  TO WREP-TRT
              MOVE WCL-SECT(WIDXC) TO WSECT-TRT
           END-IF.
       T42.
           IF OCLIHIER-NCLNIV(WIDXN) = ZERO
              OR OCLIHIER-NCLNIV(WIDXN) = WNCL-ORG
              GO TO T42-EXIT
           END-IF.
           MOVE OCLIHIER-NCLNIV(WIDXN) TO WNCL-TRT.
           PERFORM T40-CMP VARYING WIDXC FROM 1 BY 1
                   UNTIL WIDXC > WNB-CLI OR WTRV = 1.
       T42-EXIT.
           EXIT.
      *
      * famille du client (absente = blanc)
       T45.
           MOVE SPACES TO WFAMC-TRT.
           MOVE ZERO TO WTRV.
           PERFORM T45-CMP VARYING WIDXC FROM 1 BY 1
                   UNTIL WIDXC > WNB-CF OR WTRV = 1.
       T45-EXIT.
           EXIT.
       T45-CMP.
           IF WCF-NCL(WIDXC) = WNCL-ORG
              MOVE 1 TO WTRV
              MOVE WCF-FAM(WIDXC) TO WFAMC-TRT
           END-IF.
      *
      * famille de l'article (absente = blanc)
       T46.
           MOVE SPACES TO WFAMA-TRT.
           MOVE ZERO TO WTRV.
           PERFORM T46-CMP VARYING WIDXA FROM 1 BY 1
                   UNTIL WIDXA > WNB-FAM OR WTRV = 1.
       T46-EXIT.
           EXIT.
       T46-CMP.
           IF WFM-NAR(WIDXA) = WNAR-TRT
              MOVE 1 TO WTRV
              MOVE WFM-FAM(WIDXA) TO WFAMA-TRT
           END-IF.
      *
      * prix tarif de l'article (absent = zero)
       T48.
           MOVE ZERO TO WPRIX.
           MOVE ZERO TO WTRV.
           PERFORM T48-CMP VARYING WIDXA FROM 1 BY 1
                   UNTIL WIDXA > WNB-TAR OR WTRV = 1.
       T48-EXIT.
           EXIT.
       T48-CMP.
           IF WTA-NAR(WIDXA) = WNAR-TRT
              MOVE 1 TO WTRV
              MOVE WTA-PRIX(WIDXA) TO WPRIX
           END-IF.
      *
      *----------------------------------------------------------------*
      * T50-T56 : carnet ouvert : commandes (societe du client), puis  *
      *           lignes livrables dans l'annee valorisees au tarif    *
      *----------------------------------------------------------------*
       T50.
           READ FCOMMAAP NEXT RECORD
                AT END MOVE 1 TO WFINO.
       T50-EXIT.
           EXIT.
       T52.
           IF FCFAC NOT = ZERO
              GO TO T52F
           END-IF.
           IF WSOCSEL NOT = SPACES
              MOVE SPACES TO WSOC-TRT
              MOVE FCNCL TO WNCL-TRT
              MOVE ZERO TO WTRV
              PERFORM T24 VARYING WIDXC FROM 1 BY 1
                      UNTIL WIDXC > WNB-CSO OR WTRV = 1
              IF WTRV = 1
                 MOVE WCS-SOC(WPOSC) TO WSOC-TRT
              END-IF
              IF WSOC-TRT NOT = WSOCSEL
                 GO TO T52F
              END-IF
           END-IF.
           IF WNB-CDE < 9000
              ADD 1 TO WNB-CDE
              MOVE FCCLE-CDESUP(1:7) TO WCD-NCDE(WNB-CDE)
              MOVE FCNCL    TO WCD-NCL(WNB-CDE)
              MOVE FCMONTHT TO WCD-MHT(WNB-CDE)
              MOVE ZERO     TO WCD-VTAR(WNB-CDE) WCD-NBT(WNB-CDE)
                               WCD-NBA(WNB-CDE)
           ELSE
              DISPLAY "GPIWARNING"
              DISPLAY "**TABLE COMMANDES PLEINE, CARNET TRONQUE"
           END-IF.
       T52F.
           PERFORM T50 THRU T50-EXIT.
       T52-EXIT.
           EXIT.
      *
       T54.
           READ FCOMJOC1 NEXT RECORD
                AT END MOVE 1 TO WFINJ.
       T54-EXIT.
           EXIT.
       T56.
           IF FJ1ETAT = '9' OR FJ1ETAT = 'S'
              GO TO T56F
           END-IF.
           MOVE ZERO TO WTRV.
           PERFORM T58 VARYING WIDXO FROM 1 BY 1
                   UNTIL WIDXO > WNB-CDE OR WTRV = 1.
           IF WTRV = ZERO
              GO TO T56F
           END-IF.
           ADD 1 TO WCD-NBT(WPOSO).
           MOVE FJ1NAR TO WNAR-TRT.
           PERFORM T48 THRU T48-EXIT.
           COMPUTE WVAL-LIG ROUNDED = FJ1QTC * WPRIX.
           ADD WVAL-LIG TO WCD-VTAR(WPOSO).
      * livrable au-dela de l'annee : hors atterrissage
           IF FJ1DLI NOT = ZERO AND FJ1DLI(1:2) > WAA
              GO TO T56F
           END-IF.
           ADD 1 TO WCD-NBA(WPOSO).
           IF WVAL-LIG = ZERO
              GO TO T56F
           END-IF.
           IF WNB-LCD = 20000
              DISPLAY "GPIWARNING"
              DISPLAY "**TABLE LIGNES DU CARNET PLEINE, RUN ABANDONNE"
              STOP RUN
           END-IF.
           ADD 1 TO WNB-LCD.
           MOVE WPOSO TO WLC-CDE(WNB-LCD).
           PERFORM T46 THRU T46-EXIT.
           MOVE WFAMA-TRT TO WLC-FAMA(WNB-LCD).
           MOVE WVAL-LIG  TO WLC-VAL(WNB-LCD).
       T56F.
           PERFORM T54 THRU T54-EXIT.
       T56-EXIT.
           EXIT.
       T58.
           IF WCD-NCDE(WIDXO) = FJ1NUM
              MOVE 1 TO WTRV
              MOVE WIDXO TO WPOSO
           END-IF.
      *
      *----------------------------------------------------------------*
      * T60 : recherche ou creation du cumul de la cle en cours ;      *
      *       codes rencontres pour les editions                       *
      *----------------------------------------------------------------*
       T60.
           MOVE ZERO TO WTRV.
           PERFORM T60-CMP VARYING WIDXU FROM 1 BY 1
                   UNTIL WIDXU > WNB-CUB OR WTRV = 1.
           IF WTRV = 1
              GO TO T60-EXIT
           END-IF.
           IF WNB-CUB = 3000
              DISPLAY "GPIWARNING"
              DISPLAY "**TABLE CUMULS PLEINE, RUN ABANDONNE"
              STOP RUN
           END-IF.
           ADD 1 TO WNB-CUB.
           MOVE WNB-CUB TO WPOSU.
           INITIALIZE WTCUB-E(WPOSU).
           MOVE WREP-TRT  TO WCB-REP(WPOSU).
           MOVE WSECT-TRT TO WCB-SECT(WPOSU).
           MOVE WFAMC-TRT TO WCB-FAMC(WPOSU).
           MOVE WFAMA-TRT TO WCB-FAMA(WPOSU).
           MOVE ZERO TO WTRV.
           PERFORM T61 VARYING WIDXR FROM 1 BY 1
                   UNTIL WIDXR > WNB-LREP OR WTRV = 1.
           IF WTRV = ZERO AND WNB-LREP < 300
              ADD 1 TO WNB-LREP
              MOVE WREP-TRT  TO WLR-REP(WNB-LREP)
              MOVE WSECT-TRT TO WLR-SECT(WNB-LREP)
           END-IF.
           MOVE ZERO TO WTRV.
           PERFORM T62 VARYING WIDXS FROM 1 BY 1
                   UNTIL WIDXS > WNB-LSEC OR WTRV = 1.
           IF WTRV = ZERO AND WNB-LSEC < 100
              ADD 1 TO WNB-LSEC
              MOVE WSECT-TRT TO WLS-SECT(WNB-LSEC)
           END-IF.
           MOVE ZERO TO WTRV.
           PERFORM T63 VARYING WIDXFC FROM 1 BY 1
                   UNTIL WIDXFC > WNB-LFC OR WTRV = 1.
           IF WTRV = ZERO AND WNB-LFC < 300
              ADD 1 TO WNB-LFC
              MOVE WFAMC-TRT TO WLF-FAMC(WNB-LFC)
           END-IF.
           MOVE ZERO TO WTRV.
           PERFORM T64 VARYING WIDXFA FROM 1 BY 1
                   UNTIL WIDXFA > WNB-LFA OR WTRV = 1.
           IF WTRV = ZERO AND WNB-LFA < 500
              ADD 1 TO WNB-LFA
              MOVE WFAMA-TRT TO WLA-FAMA(WNB-LFA)
           END-IF.
       T60-EXIT.
           EXIT.
       T60-CMP.
           IF WCB-REP(WIDXU) = WREP-TRT
              AND WCB-SECT(WIDXU) = WSECT-TRT
              AND WCB-FAMC(WIDXU) = WFAMC-TRT
              AND WCB-FAMA(WIDXU) = WFAMA-TRT
              MOVE 1 TO WTRV
              MOVE WIDXU TO WPOSU
           END-IF.
       T61.
           IF WLR-REP(WIDXR) = WREP-TRT
              AND WLR-SECT(WIDXR) = WSECT-TRT
              MOVE 1 TO WTRV
           END-IF.
       T62.
           IF WLS-SECT(WIDXS) = WSECT-TRT
              MOVE 1 TO WTRV
           END-IF.
       T63.
           IF WLF-FAMC(WIDXFC) = WFAMC-TRT
              MOVE 1 TO WTRV
           END-IF.
       T64.
           IF WLA-FAMA(WIDXFA) = WFAMA-TRT
              MOVE 1 TO WTRV
           END-IF.
      *
      *----------------------------------------------------------------*
      * T66/T68 : carnet ventile : montant de la commande au prorata   *
      *           de ses lignes valorisees, commande sans ligne        *
      *           valorisee en entier (famille article a blanc)        *
      *----------------------------------------------------------------*
       T66.
           MOVE WLC-CDE(WIDXL) TO WPOSO.
           MOVE WCD-NCL(WPOSO) TO WNCL-ORG.
           MOVE WDATEJOUR      TO WDATE-TRT.
           PERFORM T40 THRU T40-EXIT.
           PERFORM T45 THRU T45-EXIT.
           MOVE WLC-FAMA(WIDXL) TO WFAMA-TRT.
           PERFORM T60 THRU T60-EXIT.
           COMPUTE WMNT-TRT ROUNDED = WCD-MHT(WPOSO) * WLC-VAL(WIDXL)
                                    / WCD-VTAR(WPOSO).
           ADD WMNT-TRT TO WCB-CA(WPOSU).
       T66-EXIT.
           EXIT.
       T68.
           IF WCD-VTAR(WIDXO) NOT = ZERO
              GO TO T68-EXIT
           END-IF.
           IF WCD-NBT(WIDXO) NOT = ZERO AND WCD-NBA(WIDXO) = ZERO
              GO TO T68-EXIT
           END-IF.
           MOVE WCD-NCL(WIDXO) TO WNCL-ORG.
           MOVE WDATEJOUR      TO WDATE-TRT.
           PERFORM T40 THRU T40-EXIT.
           PERFORM T45 THRU T45-EXIT.
           MOVE SPACES TO WFAMA-TRT.
           PERFORM T60 THRU T60-EXIT.
           ADD WCD-MHT(WIDXO) TO WCB-CA(WPOSU).
       T68-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      * T70-T76 : vue representant : un releve par representant, par  *
      *           famille client puis famille article                  *
      *----------------------------------------------------------------*
       T70.
           IF WLR-REP(WIDXR) = SPACES
              GO TO T70-EXIT
           END-IF.
           IF WREPSEL NOT = SPACES AND WLR-REP(WIDXR) NOT = WREPSEL
              GO TO T70-EXIT
           END-IF.
           MOVE SPACES TO LIGNE.
           MOVE "BUDGET / REALISE DES VENTES - REPRESENTANT"
                TO LTITRE.
           STRING WLR-REP(WIDXR) " SECT. " WLR-SECT(WIDXR)
                  " " WMOIS DELIMITED BY SIZE INTO LTCODE.
           WRITE LIGNE BEFORE 2.
           PERFORM T88 THRU T88-EXIT.
           PERFORM T72 THRU T72-EXIT
                   VARYING WIDXFC FROM 1 BY 1 UNTIL WIDXFC > WNB-LFC.
           PERFORM T80 THRU T80-EXIT.
           MOVE WLR-REP(WIDXR)  TO WSL-REP.
           MOVE WLR-SECT(WIDXR) TO WSL-SECT.
           MOVE 1 TO WSF-REP WSF-SECT.
           PERFORM T82 THRU T82-EXIT
                   VARYING WIDXU FROM 1 BY 1 UNTIL WIDXU > WNB-CUB.
           MOVE "TOT " TO WNIV-ED.
           MOVE WLR-REP(WIDXR) TO WCODE-ED.
           PERFORM T85 THRU T85-EXIT.
           MOVE SPACES TO LIGNE.
           WRITE LIGNE BEFORE PAGE.
       T70-EXIT.
           EXIT.
      *
      * famille client du representant : sous-total puis detail
       T72.
           PERFORM T80 THRU T80-EXIT.
           MOVE WLR-REP(WIDXR)    TO WSL-REP.
           MOVE WLR-SECT(WIDXR)   TO WSL-SECT.
           MOVE WLF-FAMC(WIDXFC)  TO WSL-FAMC.
           MOVE 1 TO WSF-REP WSF-SECT WSF-FAMC.
           PERFORM T82 THRU T82-EXIT
                   VARYING WIDXU FROM 1 BY 1 UNTIL WIDXU > WNB-CUB.
           IF WAG-NB = ZERO
              GO TO T72-EXIT
           END-IF.
           MOVE "FCLI" TO WNIV-ED.
           MOVE WLF-FAMC(WIDXFC) TO WCODE-ED.
           PERFORM T85 THRU T85-EXIT.
           PERFORM T74 THRU T74-EXIT
                   VARYING WIDXU FROM 1 BY 1 UNTIL WIDXU > WNB-CUB.
       T72-EXIT.
           EXIT.
       T74.
           IF WCB-REP(WIDXU) NOT = WSL-REP
              OR WCB-SECT(WIDXU) NOT = WSL-SECT
              OR WCB-FAMC(WIDXU) NOT = WSL-FAMC
              GO TO T74-EXIT
           END-IF.
           PERFORM T80 THRU T80-EXIT.
           PERFORM T83 THRU T83-EXIT.
           MOVE " FA " TO WNIV-ED.
           MOVE WCB-FAMA(WIDXU) TO WCODE-ED.
           PERFORM T85 THRU T85-EXIT.
       T74-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      * T80-T88 : agregat des cumuls selectionnes et ligne editee      *
      *----------------------------------------------------------------*
       T80.
           MOVE ZERO TO WAG-BM WAG-BC WAG-BR WAG-BA WAG-RM WAG-RC
                        WAG-NM WAG-NC WAG-CA WAG-QBM WAG-QBC WAG-QRM
                        WAG-QRC WAG-QNC WAG-NB
                        WSF-REP WSF-SECT WSF-FAMC WSF-FAMA.
       T80-EXIT.
           EXIT.
       T82.
           IF WSF-REP = 1 AND WCB-REP(WIDXU) NOT = WSL-REP
              GO TO T82-EXIT
           END-IF.
           IF WSF-SECT = 1 AND WCB-SECT(WIDXU) NOT = WSL-SECT
              GO TO T82-EXIT
           END-IF.
           IF WSF-FAMC = 1 AND WCB-FAMC(WIDXU) NOT = WSL-FAMC
              GO TO T82-EXIT
           END-IF.
           IF WSF-FAMA = 1 AND WCB-FAMA(WIDXU) NOT = WSL-FAMA
              GO TO T82-EXIT
           END-IF.
           PERFORM T83 THRU T83-EXIT.
       T82-EXIT.
           EXIT.
       T83.
           ADD 1 TO WAG-NB.
           ADD WCB-BM(WIDXU)  TO WAG-BM.
           ADD WCB-BC(WIDXU)  TO WAG-BC.
           ADD WCB-BR(WIDXU)  TO WAG-BR.
           ADD WCB-BA(WIDXU)  TO WAG-BA.
           ADD WCB-RM(WIDXU)  TO WAG-RM.
           ADD WCB-RC(WIDXU)  TO WAG-RC.
           ADD WCB-NM(WIDXU)  TO WAG-NM.
           ADD WCB-NC(WIDXU)  TO WAG-NC.
           ADD WCB-CA(WIDXU)  TO WAG-CA.
           ADD WCB-QBM(WIDXU) TO WAG-QBM.
           ADD WCB-QBC(WIDXU) TO WAG-QBC.
           ADD WCB-QRM(WIDXU) TO WAG-QRM.
           ADD WCB-QRC(WIDXU) TO WAG-QRC.
           ADD WCB-QNC(WIDXU) TO WAG-QNC.
       T83-EXIT.
           EXIT.
      *
      * ligne valeur (ecart au budget cumule, evolution sur N-1,
      * atterrissage), puis ligne volume si un volume est budgete
       T85.
           MOVE SPACES TO LIGNE.
           MOVE WNIV-ED  TO LNIV.
           MOVE WCODE-ED TO LCODE.
           MOVE WAG-BM   TO LBM.
           MOVE WAG-RM   TO LRM.
           MOVE WAG-BC   TO LBC.
           MOVE WAG-RC   TO LRC.
           IF WAG-BC NOT = ZERO
              COMPUTE WPCT ROUNDED = (WAG-RC - WAG-BC) * 100 / WAG-BC
                      ON SIZE ERROR MOVE 999.9 TO WPCT
              END-COMPUTE
              MOVE WPCT TO LPCT
           END-IF.
           MOVE WAG-NC   TO LNC.
           IF WAG-NC NOT = ZERO
              COMPUTE WPCT ROUNDED = (WAG-RC - WAG-NC) * 100 / WAG-NC
                      ON SIZE ERROR MOVE 999.9 TO WPCT
              END-COMPUTE
              MOVE WPCT TO LEVOL
           END-IF.
           MOVE WAG-CA   TO LCA.
           COMPUTE WATT = WAG-RC + WAG-CA + WAG-BR.
           MOVE WATT     TO LATT.
           MOVE WAG-BA   TO LBA.
           WRITE LIGNE BEFORE 1.
           IF WAG-QBC = ZERO AND WAG-QBM = ZERO
              GO TO T85-EXIT
           END-IF.
           MOVE SPACES TO LIGNE.
           MOVE "  VOLUME" TO LCODE.
           MOVE WAG-QBM  TO LBM.
           MOVE WAG-QRM  TO LRM.
           MOVE WAG-QBC  TO LBC.
           MOVE WAG-QRC  TO LRC.
           COMPUTE WPCT ROUNDED = (WAG-QRC - WAG-QBC) * 100 / WAG-QBC
                   ON SIZE ERROR MOVE ZERO TO WPCT
           END-COMPUTE.
           MOVE WPCT     TO LPCT.
           MOVE WAG-QNC  TO LNC.
           WRITE LIGNE BEFORE 1.
       T85-EXIT.
           EXIT.
      *
      * titres de colonnes
       T88.
           MOVE SPACES TO LIGNE.
           WRITE LIGNE FROM WENTETE BEFORE 1.
           MOVE SPACES TO LIGNE.
           WRITE LIGNE BEFORE 1.
       T88-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      * T90-T96 : vue direction : secteur et ses representants,        *
      *           famille client, famille article, total general       *
      *----------------------------------------------------------------*
       T90.
           MOVE SPACES TO LIGNE.
           MOVE "BUDGET / REALISE DES VENTES - DIRECTION" TO LTITRE.
           STRING "MOIS " WMOIS " " WSOCSEL
                  DELIMITED BY SIZE INTO LTCODE.
           WRITE LIGNE BEFORE 2.
           PERFORM T88 THRU T88-EXIT.
           PERFORM T91 THRU T91-EXIT
                   VARYING WIDXS FROM 1 BY 1 UNTIL WIDXS > WNB-LSEC.
           MOVE SPACES TO LIGNE.
           WRITE LIGNE BEFORE 1.
           PERFORM T93 THRU T93-EXIT
                   VARYING WIDXFC FROM 1 BY 1 UNTIL WIDXFC > WNB-LFC.
           MOVE SPACES TO LIGNE.
           WRITE LIGNE BEFORE 1.
           PERFORM T94 THRU T94-EXIT
                   VARYING WIDXFA FROM 1 BY 1 UNTIL WIDXFA > WNB-LFA.
           MOVE SPACES TO LIGNE.
           WRITE LIGNE BEFORE 1.
           PERFORM T80 THRU T80-EXIT.
           PERFORM T83 THRU T83-EXIT
                   VARYING WIDXU FROM 1 BY 1 UNTIL WIDXU > WNB-CUB.
           MOVE "TOT " TO WNIV-ED.
           MOVE "GENERAL" TO WCODE-ED.
           PERFORM T85 THRU T85-EXIT.
       T90-EXIT.
           EXIT.
      *
      * secteur, puis ses representants (blanc = hors affectation)
       T91.
           PERFORM T80 THRU T80-EXIT.
           MOVE WLS-SECT(WIDXS) TO WSL-SECT.
           MOVE 1 TO WSF-SECT.
           PERFORM T82 THRU T82-EXIT
                   VARYING WIDXU FROM 1 BY 1 UNTIL WIDXU > WNB-CUB.
           MOVE "SECT" TO WNIV-ED.
           IF WLS-SECT(WIDXS) = SPACES
              MOVE "HORS AFFECT." TO WCODE-ED
           ELSE
              MOVE WLS-SECT(WIDXS) TO WCODE-ED
           END-IF.
           PERFORM T85 THRU T85-EXIT.
           PERFORM T92 THRU T92-EXIT
                   VARYING WIDXR FROM 1 BY 1 UNTIL WIDXR > WNB-LREP.
       T91-EXIT.
           EXIT.
       T92.
           IF WLR-SECT(WIDXR) NOT = WLS-SECT(WIDXS)
              OR WLR-REP(WIDXR) = SPACES
              GO TO T92-EXIT
           END-IF.
           PERFORM T80 THRU T80-EXIT.
           MOVE WLR-REP(WIDXR)  TO WSL-REP.
           MOVE WLR-SECT(WIDXR) TO WSL-SECT.
           MOVE 1 TO WSF-REP WSF-SECT.
           PERFORM T82 THRU T82-EXIT
                   VARYING WIDXU FROM 1 BY 1 UNTIL WIDXU > WNB-CUB.
           MOVE " REP" TO WNIV-ED.
           MOVE WLR-REP(WIDXR) TO WCODE-ED.
           PERFORM T85 THRU T85-EXIT.
       T92-EXIT.
           EXIT.
      *
       T93.
           PERFORM T80 THRU T80-EXIT.
           MOVE WLF-FAMC(WIDXFC) TO WSL-FAMC.
           MOVE 1 TO WSF-FAMC.
           PERFORM T82 THRU T82-EXIT
                   VARYING WIDXU FROM 1 BY 1 UNTIL WIDXU > WNB-CUB.
           MOVE "FCLI" TO WNIV-ED.
           MOVE WLF-FAMC(WIDXFC) TO WCODE-ED.
           PERFORM T85 THRU T85-EXIT.
       T93-EXIT.
           EXIT.
      *
       T94.
           PERFORM T80 THRU T80-EXIT.
           MOVE WLA-FAMA(WIDXFA) TO WSL-FAMA.
           MOVE 1 TO WSF-FAMA.
           PERFORM T82 THRU T82-EXIT
                   VARYING WIDXU FROM 1 BY 1 UNTIL WIDXU > WNB-CUB.
           MOVE "FART" TO WNIV-ED.
           MOVE WLA-FAMA(WIDXFA) TO WCODE-ED.
           PERFORM T85 THRU T85-EXIT.
       T94-EXIT.
           EXIT.
