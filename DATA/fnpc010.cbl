      *DD9155 15/10/26 anes Creation - factures non parvenues de fin
      *                     de mois : receptions non facturees
      *                     (RECNFAC de RAPFC010) valorisees au prix
      *                     convenu, ecritures FEC 60x / 44586 / 408
      *                     par fournisseur avec extourne au 1er du
      *                     mois suivant, etat de controle
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FNPC010.
      *
      ******************************************************************
      * GPICMT    Factures non parvenues (FNP), arrete du mois DATARR   *
      *           (AAMMJJ, date du run par defaut) :                    *
      *           - RECNFAC : receptions pas encore facturees, extraites*
      *             par RAPFC010 (a passer juste avant, a l'arrete) et  *
      *             valorisees au prix d'achat convenu ; les receptions *
      *             posterieures a l'arrete sont ecartees, celles sans  *
      *             prix convenu sont signalees, valorisees a zero      *
      *           - TVA deductible au taux TXFNP (20 % par defaut)      *
      *           Par fournisseur : debit 60x (HT) et 44586 (TVA),      *
      *           credit 408 (TTC) a la date d'arrete, ecriture inverse *
      *           au 1er du mois suivant (extourne).  Comptes en        *
      *           parametre CPT408, CPT60, CPT44586.  FEC au format 18  *
      *           zones de FECVTE (FACTC025), journal OD, fichier       *
      *           fecfnp010.                                            *
      *           L'etat detaille les receptions par fournisseur.       *
      ******************************************************************
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. DPS-4.
       OBJECT-COMPUTER. DPS-4.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RECNFAC ASSIGN TO REC-NFAC
                       organization line sequential
                       file status is file-status.
      *
           SELECT FECFNP ASSIGN TO wlabel-fecfnp
                       organization line sequential.
      *
           SELECT ETAT1 ASSIGN TO wlabel-etat1
                       organization line sequential.
      *
       DATA DIVISION.
       FILE SECTION.
      * receptions non facturees (RAPFC010)
       FD  RECNFAC
                DATA RECORD RNF-LIGNE.
       01  RNF-LIGNE.
           02 RNF-FOU            PIC X(8).
           02 FILLER             PIC X.
           02 RNF-ACH            PIC X(15).
           02 FILLER             PIC X.
           02 RNF-NAR            PIC X(7).
           02 FILLER             PIC X.
           02 RNF-QTE            PIC 9(7)V99.
           02 FILLER             PIC X.
           02 RNF-PRIX           PIC 9(7)V99.
           02 FILLER             PIC X.
           02 RNF-VAL            PIC 9(9)V99.
           02 FILLER             PIC X.
           02 RNF-DATREC         PIC 9(6).
           02 FILLER             PIC X.
           02 RNF-DATEXT         PIC 9(6).
      *
       FD  FECFNP
                DATA RECORD FEC-LIGNE.
       01  FEC-LIGNE              PIC X(200).
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
           02 LNAR                 PIC X(7).
           02 FILLER               PIC X(2).
           02 LDATE                PIC 9(6) blank zero.
           02 FILLER               PIC X(2).
           02 LQTE                 PIC Z(6)9V,99 blank zero.
           02 FILLER               PIC X(2).
           02 LPU                  PIC Z(6)9V,99 blank zero.
           02 FILLER               PIC X(2).
           02 LVAL                 PIC Z(8)9V,99- blank zero.
           02 FILLER               PIC X(2).
           02 LLIB                 PIC X(24).
      *
       WORKING-STORAGE SECTION.
       01  wlabel-etat1           pic x(64) value space.
       01  wlabel-fecfnp          pic x(64) value space.
       01  var-name               pic x(64).
       01  var-data               pic x(64).
       01  file-status            PIC XX.
       01  WFINR                  PIC 9 value zero.
           88 FIN-RECNFAC         value 1.
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
      *
      **** comptes du schema (parametres CPT408, CPT60, CPT44586),
      **** taux de TVA deductible (TXFNP)
       01  WCPT408                PIC X(8) VALUE "40800000".
       01  WCPT60                 PIC X(8) VALUE "60100000".
       01  WCPT445                PIC X(8) VALUE "44586000".
       01  WTXFNP                 PIC 99V99 VALUE 20.
      *
      **** cumul par fournisseur, dans l'ordre de l'etat
       01  WTFO.
           02 WTFO-E OCCURS 3000.
              03 WFO-FOU          PIC X(8).
              03 WFO-HT           PIC 9(11)V99.
       01  WNB-FO                 PIC 9(4) VALUE ZERO.
       01  WIDXO                  PIC 9(4).
       01  WPOSO                  PIC 9(4).
       01  WTRV                   PIC 9.
       01  WFOU-RUP               PIC X(8).
       01  WTOT-HT                PIC 9(11)V99 VALUE ZERO.
       01  WTOT-TVA               PIC 9(11)V99 VALUE ZERO.
       01  WTOT-LIG               PIC 9(5) VALUE ZERO.
       01  WTOT-ANO               PIC 9(5) VALUE ZERO.
      *
      **** ecritures FEC (format FECVTE de FACTC025)
       01  wfec-num     pic 9(7) value zero.
       01  wfec-ttc     pic 9(11)v99.
       01  wfec-ht      pic 9(11)v99.
       01  wfec-tva     pic 9(11)v99.
       01  wfec-ttced   pic 9(11)V,99.
       01  wfec-hted    pic 9(11)V,99.
       01  wfec-tvaed   pic 9(11)V,99.
       01  wfec-zero    pic 9(11)V,99 value zero.
       01  wfec-sens    pic x.
       01  wfec-ecrlib  pic x(30).
       01  wfec-aux     pic x(8).
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
      * T10 : parametres, receptions non facturees, ecritures, etat    *
      *----------------------------------------------------------------*
       T10.
           MOVE ZERO TO WFINR WNB-FO WTOT-HT WTOT-TVA WTOT-LIG
                        WTOT-ANO WFEC-NUM.
           string 'CPT408' x'00' delimited by size
                  into var-name.
           move space to var-data.
           call 'genvcc' using var-name var-data.
           if var-data(1:8) not = spaces
              move var-data(1:8) to WCPT408.
           string 'CPT60' x'00' delimited by size
                  into var-name.
           move space to var-data.
           call 'genvcc' using var-name var-data.
           if var-data(1:8) not = spaces
              move var-data(1:8) to WCPT60.
           string 'CPT44586' x'00' delimited by size
                  into var-name.
           move space to var-data.
           call 'genvcc' using var-name var-data.
           if var-data(1:8) not = spaces
              move var-data(1:8) to WCPT445.
           string 'TXFNP' x'00' delimited by size
                  into var-name.
           move space to var-data.
           call 'genvcc' using var-name var-data.
           if var-data(1:4) numeric
              move var-data(1:4) to WTXFNP.
           string 'ADLPID' x'00' delimited by size
                  into var-name.
           move space to var-data.
           call 'genvcc' using var-name var-data.
           if var-data(1:6) numeric
              move var-data(1:6) to WDATEJOUR.
           string 'fnpc010.'
                  var-data delimited by ' '
                                     into wlabel-etat1.
           string 'fecfnp010.'
                  var-data delimited by ' '
                                     into wlabel-fecfnp.
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
           OPEN INPUT RECNFAC.
           IF FILE-STATUS NOT = ZERO
              DISPLAY "PAS D'EXTRAIT DES RECEPTIONS NON FACTUREES"
              STOP RUN
           END-IF.
           OPEN OUTPUT ETAT1 FECFNP.
           MOVE SPACES TO LIGNE.
           STRING "FACTURES NON PARVENUES AU " WDATARR
                  DELIMITED BY SIZE INTO LIGNE.
           WRITE LIGNE BEFORE 2.
           MOVE SPACES TO LIGNE.
           MOVE "FOURNIS.  REF. ACHAT       ARTICLE  RECEPT.     QTE REC
      -    "UE  PRIX CONVENU       VALEUR HT" TO LIGNE.
           WRITE LIGNE BEFORE 1.
           PERFORM T20 THRU T20-EXIT UNTIL FIN-RECNFAC.
           CLOSE RECNFAC.
           PERFORM T70 THRU T70-EXIT
                   VARYING WIDXO FROM 1 BY 1 UNTIL WIDXO > WNB-FO.
           PERFORM T90 THRU T90-EXIT.
           CLOSE ETAT1 FECFNP.
           STOP RUN.
      *
      *----------------------------------------------------------------*
      * T20 : une reception non facturee a l'arrete : etat, cumul      *
      *       du fournisseur                                           *
      *----------------------------------------------------------------*
       T20.
           READ RECNFAC NEXT RECORD
                AT END MOVE 1 TO WFINR
                GO TO T20-EXIT.
           IF RNF-QTE NOT NUMERIC OR RNF-VAL NOT NUMERIC
              OR RNF-DATREC NOT NUMERIC OR RNF-DATREC > WDATARR
              GO TO T20-EXIT
           END-IF.
           MOVE ZERO TO WTRV.
           PERFORM T22 VARYING WIDXO FROM 1 BY 1
                   UNTIL WIDXO > WNB-FO OR WTRV = 1.
           IF WTRV = ZERO
              IF WNB-FO NOT < 3000
                 DISPLAY "GPIWARNING"
                 DISPLAY "**TABLE FOURNISSEURS PLEINE, RUN ABANDONNE"
                 STOP RUN
              END-IF
              ADD 1 TO WNB-FO
              MOVE WNB-FO  TO WPOSO
              MOVE RNF-FOU TO WFO-FOU(WPOSO)
              MOVE ZERO    TO WFO-HT(WPOSO)
           END-IF.
           ADD RNF-VAL TO WFO-HT(WPOSO).
           ADD 1 TO WTOT-LIG.
           MOVE SPACES TO LIGNE.
           MOVE RNF-FOU    TO LFOU.
           MOVE RNF-ACH    TO LACH.
           MOVE RNF-NAR    TO LNAR.
           MOVE RNF-DATREC TO LDATE.
           MOVE RNF-QTE    TO LQTE.
           MOVE RNF-PRIX   TO LPU.
           MOVE RNF-VAL    TO LVAL.
           IF RNF-PRIX NOT NUMERIC OR RNF-PRIX = ZERO
              MOVE "SANS PRIX CONVENU" TO LLIB
              ADD 1 TO WTOT-ANO
           END-IF.
           WRITE LIGNE BEFORE 1.
       T20-EXIT.
           EXIT.
       T22.
           IF WFO-FOU(WIDXO) = RNF-FOU
              MOVE 1 TO WTRV
              MOVE WIDXO TO WPOSO
           END-IF.
      *
      *----------------------------------------------------------------*
      * T70 : ecriture FNP d'un fournisseur a la date d'arrete         *
      *       (debit 60x HT et 44586 TVA, credit 408 TTC) et son       *
      *       extourne au 1er du mois suivant                          *
      *----------------------------------------------------------------*
       T70.
           IF WFO-HT(WIDXO) = ZERO
              GO TO T70-EXIT
           END-IF.
           MOVE WFO-HT(WIDXO) TO WFEC-HT.
           COMPUTE WFEC-TVA ROUNDED = WFEC-HT * WTXFNP / 100.
           COMPUTE WFEC-TTC = WFEC-HT + WFEC-TVA.
           ADD WFEC-HT  TO WTOT-HT.
           ADD WFEC-TVA TO WTOT-TVA.
           MOVE WFO-FOU(WIDXO) TO WFEC-AUX.
           MOVE SPACES TO WFEC-PIECE WFEC-ECRLIB.
           STRING "FNP" WDATARR DELIMITED BY SIZE INTO WFEC-PIECE.
           STRING "FNP FOURNISSEUR " WFO-FOU(WIDXO)
                  DELIMITED BY SIZE INTO WFEC-ECRLIB.
           MOVE WDA-AA TO WFEC-D8A.
           MOVE WDA-MM TO WFEC-D8M.
           MOVE WDA-JJ TO WFEC-D8J.
           MOVE 'N' TO WFEC-SENS.
           PERFORM T72 THRU T72-EXIT.
      * extourne au 1er du mois suivant : sens inverses
           MOVE WDE-AA TO WFEC-D8A.
           MOVE WDE-MM TO WFEC-D8M.
           MOVE WDE-JJ TO WFEC-D8J.
           MOVE SPACES TO WFEC-ECRLIB.
           STRING "EXTOURNE FNP " WFO-FOU(WIDXO)
                  DELIMITED BY SIZE INTO WFEC-ECRLIB.
           MOVE 'X' TO WFEC-SENS.
           PERFORM T72 THRU T72-EXIT.
       T70-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      * T72 : une ecriture FEC equilibree (408, 60x, 44586), 18        *
      *       zones separees par "|" comme FECVTE (voir FAEC010)       *
      *       sens N : 408 au credit ; sens X (extourne) : au debit    *
      *----------------------------------------------------------------*
       T72.
           ADD 1 TO WFEC-NUM.
           MOVE WFEC-TTC TO WFEC-TTCED.
           MOVE WFEC-HT  TO WFEC-HTED.
           MOVE WFEC-TVA TO WFEC-TVAED.
           MOVE SPACES TO FEC-LIGNE.
           IF WFEC-SENS = 'N'
              STRING "OD" "|" "OPERATIONS DIVERSES" "|"
                     WFEC-NUM "|" WFEC-DATE8 "|"
                     WCPT408 "|" "FOURNISSEURS FNP" "|"
                     WFEC-AUX "|" "|"
                     WFEC-PIECE "|" WFEC-DATE8 "|"
                     WFEC-ECRLIB "|"
                     WFEC-ZERO "|" WFEC-TTCED "|"
                     "|" "|" WFEC-DATE8 "|" "|"
                     DELIMITED BY SIZE INTO FEC-LIGNE
           ELSE
              STRING "OD" "|" "OPERATIONS DIVERSES" "|"
                     WFEC-NUM "|" WFEC-DATE8 "|"
                     WCPT408 "|" "FOURNISSEURS FNP" "|"
                     WFEC-AUX "|" "|"
                     WFEC-PIECE "|" WFEC-DATE8 "|"
                     WFEC-ECRLIB "|"
                     WFEC-TTCED "|" WFEC-ZERO "|"
                     "|" "|" WFEC-DATE8 "|" "|"
                     DELIMITED BY SIZE INTO FEC-LIGNE
           END-IF.
           WRITE FEC-LIGNE.
           MOVE SPACES TO FEC-LIGNE.
           IF WFEC-SENS = 'N'
              STRING "OD" "|" "OPERATIONS DIVERSES" "|"
                     WFEC-NUM "|" WFEC-DATE8 "|"
                     WCPT60 "|" "ACHATS" "|"
                     "|" "|"
                     WFEC-PIECE "|" WFEC-DATE8 "|"
                     WFEC-ECRLIB "|"
                     WFEC-HTED "|" WFEC-ZERO "|"
                     "|" "|" WFEC-DATE8 "|" "|"
                     DELIMITED BY SIZE INTO FEC-LIGNE
           ELSE
              STRING "OD" "|" "OPERATIONS DIVERSES" "|"
                     WFEC-NUM "|" WFEC-DATE8 "|"
                     WCPT60 "|" "ACHATS" "|"
                     "|" "|"
                     WFEC-PIECE "|" WFEC-DATE8 "|"
                     WFEC-ECRLIB "|"
                     WFEC-ZERO "|" WFEC-HTED "|"
                     "|" "|" WFEC-DATE8 "|" "|"
                     DELIMITED BY SIZE INTO FEC-LIGNE
           END-IF.
           WRITE FEC-LIGNE.
           IF WFEC-TVA = ZERO
              GO TO T72-EXIT
           END-IF.
           MOVE SPACES TO FEC-LIGNE.
           IF WFEC-SENS = 'N'
              STRING "OD" "|" "OPERATIONS DIVERSES" "|"
                     WFEC-NUM "|" WFEC-DATE8 "|"
                     WCPT445 "|" "TVA SUR FNP" "|"
                     "|" "|"
                     WFEC-PIECE "|" WFEC-DATE8 "|"
                     WFEC-ECRLIB "|"
                     WFEC-TVAED "|" WFEC-ZERO "|"
                     "|" "|" WFEC-DATE8 "|" "|"
                     DELIMITED BY SIZE INTO FEC-LIGNE
           ELSE
              STRING "OD" "|" "OPERATIONS DIVERSES" "|"
                     WFEC-NUM "|" WFEC-DATE8 "|"
                     WCPT445 "|" "TVA SUR FNP" "|"
                     "|" "|"
                     WFEC-PIECE "|" WFEC-DATE8 "|"
                     WFEC-ECRLIB "|"
                     WFEC-ZERO "|" WFEC-TVAED "|"
                     "|" "|" WFEC-DATE8 "|" "|"
                     DELIMITED BY SIZE INTO FEC-LIGNE
           END-IF.
           WRITE FEC-LIGNE.
       T72-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      * T90 : totaux par fournisseur et recapitulatif des ecritures    *
      *----------------------------------------------------------------*
       T90.
           MOVE SPACES TO LIGNE.
           WRITE LIGNE BEFORE 1.
           PERFORM T92 VARYING WIDXO FROM 1 BY 1
                   UNTIL WIDXO > WNB-FO.
           MOVE SPACES TO LIGNE.
           WRITE LIGNE BEFORE 1.
           MOVE SPACES TO LIGNE.
           MOVE WTOT-HT TO LVAL.
           MOVE "TOTAL FNP HT (60X)" TO LLIB.
           WRITE LIGNE BEFORE 1.
           MOVE SPACES TO LIGNE.
           MOVE WTOT-TVA TO LVAL.
           MOVE "TVA FNP (44586)" TO LLIB.
           WRITE LIGNE BEFORE 1.
           MOVE SPACES TO LIGNE.
           COMPUTE WFEC-TTC = WTOT-HT + WTOT-TVA.
           MOVE WFEC-TTC TO LVAL.
           MOVE "TOTAL FNP TTC (408)" TO LLIB.
           WRITE LIGNE BEFORE 1.
           MOVE SPACES TO LIGNE.
           MOVE WTOT-LIG TO LQTE.
           MOVE "RECEPTIONS NON FACTUREES" TO LLIB.
           WRITE LIGNE BEFORE 1.
           MOVE SPACES TO LIGNE.
           MOVE WTOT-ANO TO LQTE.
           MOVE "SANS PRIX CONVENU" TO LLIB.
           WRITE LIGNE BEFORE 1.
       T90-EXIT.
           EXIT.
       T92.
           MOVE SPACES TO LIGNE.
           MOVE WFO-FOU(WIDXO) TO LFOU.
           MOVE WFO-HT(WIDXO)  TO LVAL.
           MOVE "TOTAL FOURNISSEUR HT" TO LLIB.
           WRITE LIGNE BEFORE 1.
