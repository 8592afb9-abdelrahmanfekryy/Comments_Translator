      *DD9154 15/10/26 anes lignes d'un client en cycle de facturation
      *                     (CYCFAC, cycfac1) dont la commande attend
      *                     la cloture : signalees et totalisees a part
      *DD9149 15/10/26 anes Creation - factures a etablir de fin de
      *                     mois : lignes BLEXP expediees a la date
      *                     d'arrete et pas encore facturees (FFACTLIG),
      *                     valorisees au prix net de la ligne de
      *                     commande FCOMJOC1, ecritures FEC 418 / 70x /
      *                     44587 par societe et client avec extourne au
      *                     1er du mois suivant, etat de controle
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FAEC010.
      *
      ******************************************************************
      * GPICMT    Factures a etablir (FAE), arrete du mois DATARR       *
      *           (AAMMJJ, date du run par defaut) :                    *
      *           - BLEXP : les lignes expediees (EXPDC020) du 1er du   *
      *             mois situe FAEHOR mois avant l'arrete (3 par        *
      *             defaut) jusqu'a la date d'arrete, cumulees par      *
      *             commande et article                                 *
      *           - FFACTURE : les factures de la meme periode (ni      *
      *             avoir ni duplicata) des commandes expediees ; elles *
      *             donnent aussi la societe du client (derniere        *
      *             facture, SOCFAE a defaut)                           *
      *           - FFACTLIG : les quantites facturees de ces factures, *
      *             deduites de l'expedie ; le reste est a facturer     *
      *           - FCOMMAAP : client facture et code taxe              *
      *           - FCOMJOC1 : prix net unitaire de la ligne de         *
      *             commande ; ligne ou prix absent = signale, valorise *
      *             a zero                                              *
DD9154*           - CYCFAC (cycfac1) : commande d'un client en cycle    *
DD9154*             qui attend sa cloture, signalee ATTENTE CYCLE       *
      *           - TAXFAE : taux de TVA par code taxe, TXFAE (20 %)    *
      *             a defaut                                            *
      *           Par societe et client : debit 418 (TTC), credit 70x   *
      *           (HT) et 44587 (TVA) a la date d'arrete, ecriture      *
      *           inverse au 1er du mois suivant (extourne).  Comptes   *
      *           en parametre CPT418, CPT70, CPT44587.  FEC au format  *
      *           18 zones de FECVTE (FACTC025), journal OD, fichier    *
      *           fecfae010.  L'etat detaille les lignes par societe et *
      *           client, puis les FAETOP (50) plus gros postes pour    *
      *           le rapprochement avec le carnet de commandes.         *
      ******************************************************************
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. DPS-4.
       OBJECT-COMPUTER. DPS-4.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BLEXP ASSIGN TO BLE-XP
                       organization line sequential
                       file status is file-status.
      *
           SELECT FFACTURE ASSIGN TO FFACTURE
                       organization indexed
                       access mode sequential
                       record key FBCLE-CDESUP
                       file status is file-status2.
      *
           SELECT FFACTLIG ASSIGN TO FFA-CTLIG
                       organization indexed
                       access mode dynamic
                       record key FLG-CLE
                       file status is file-status3.
      *
           SELECT FCOMMAAP ASSIGN TO FCO-MAAP
                       organization indexed
                       access mode dynamic
                       record key FCCLE-CDESUP
                       file status is file-status4.
      *
           SELECT FCOMJOC1 ASSIGN TO FCOMJOC1
                       organization indexed
                       access mode dynamic
                       record key FJ1CLE
                       file status is file-status5.
      *
           SELECT TAXFAE ASSIGN TO TAX-FAE
                       organization line sequential
                       file status is file-status6.
      *
           SELECT FECFAE ASSIGN TO wlabel-fecfae
                       organization line sequential.
      *
           SELECT ETAT1 ASSIGN TO wlabel-etat1
                       organization line sequential.
      *
       DATA DIVISION.
       FILE SECTION.
      * journal permanent des expeditions : une ligne par ligne de BL
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
      * prix net unitaire HT de la ligne, remises deduites (position
      * a caler sur le copybook reel a l'installation)
           02 FJ1PNET               PIC 9(7)V99.
           02 FILLER                PIC X(23).
      *
      * taux de TVA par code taxe de la commande, tenu par la compta
       FD  TAXFAE
                DATA RECORD TXF-LIGNE.
       01  TXF-LIGNE.
           02 TXF-CODE           PIC X.
           02 FILLER             PIC X.
           02 TXF-TAUX           PIC 99V99.
      *
       FD  FECFAE
                DATA RECORD FEC-LIGNE.
       01  FEC-LIGNE              PIC X(200).
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
           02 LNCDE                PIC 9(7) blank zero.
           02 FILLER               PIC X(2).
           02 LNBL                 PIC 9(7) blank zero.
           02 FILLER               PIC X(2).
           02 LDATE                PIC 9(6) blank zero.
           02 FILLER               PIC X(2).
           02 LNAR                 PIC X(7).
           02 FILLER               PIC X(2).
           02 LQEXP                PIC Z(6)9V,99 blank zero.
           02 FILLER               PIC X(2).
           02 LQFAC                PIC Z(6)9V,99 blank zero.
           02 FILLER               PIC X(2).
           02 LQFAE                PIC Z(6)9V,99 blank zero.
           02 FILLER               PIC X(2).
           02 LPU                  PIC Z(6)9V,99 blank zero.
           02 FILLER               PIC X(2).
           02 LVAL                 PIC Z(8)9V,99- blank zero.
           02 FILLER               PIC X(2).
           02 LLIB                 PIC X(18).
      *
       WORKING-STORAGE SECTION.
       01  wlabel-etat1           pic x(64) value space.
       01  wlabel-fecfae          pic x(64) value space.
       01  var-name               pic x(64).
       01  var-data               pic x(64).
       01  file-status            PIC XX.
       01  file-status2           PIC XX.
       01  file-status3           PIC XX.
       01  file-status4           PIC XX.
       01  file-status5           PIC XX.
       01  file-status6           PIC XX.
       01  WFINB                  PIC 9 value zero.
           88 FIN-BLEXP           value 1.
       01  WFINF                  PIC 9 value zero.
           88 FIN-FFACTURE        value 1.
       01  WFINL                  PIC 9 value zero.
           88 FIN-FFACTLIG        value 1.
       01  WFINJ                  PIC 9 value zero.
           88 FIN-FCOMJOC1        value 1.
       01  WFINT                  PIC 9 value zero.
           88 FIN-TAXFAE          value 1.
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
      * debut de la periode examinee (FAEHOR mois avant l'arrete)
       01  WDATHOR                PIC 9(6).
       01  WDATHOR-X REDEFINES WDATHOR.
           02 WDH-AA              PIC 99.
           02 WDH-MM              PIC 99.
           02 WDH-JJ              PIC 99.
       01  WHOR                   PIC 99 VALUE 3.
       01  WMOIS                  PIC S9(5).
       01  WTOP                   PIC 9(3) VALUE 50.
      *
      **** comptes du schema (parametres CPT418, CPT70, CPT44587),
      **** societe par defaut (SOCFAE), taux par defaut (TXFAE)
       01  WCPT418                PIC X(8) VALUE "41810000".
       01  WCPT70                 PIC X(8) VALUE "70100000".
       01  WCPT445                PIC X(8) VALUE "44587000".
       01  WSOCDEF                PIC X(6) VALUE "GPI".
       01  WTXDEF                 PIC 99V99 VALUE 20.
      *
      **** taux de TVA par code taxe
       01  WTTAX.
           02 WTTAX-E OCCURS 50.
              03 WTX-CODE         PIC X.
              03 WTX-TAUX         PIC 99V99.
       01  WNB-TAX                PIC 99 VALUE ZERO.
       01  WIDXX                  PIC 99.
      *
      **** lignes expediees par commande et article
       01  WTBL.
           02 WTBL-E OCCURS 9000.
              03 WBL-NCDE         PIC 9(7).
              03 WBL-NAR          PIC X(7).
              03 WBL-NCL          PIC 9(6).
              03 WBL-NBL          PIC 9(7).
              03 WBL-DATEXP       PIC 9(6).
              03 WBL-QTEXP        PIC 9(7)V99.
              03 WBL-QTFAC        PIC 9(7)V99.
              03 WBL-QTFAE        PIC 9(7)V99.
              03 WBL-PU           PIC 9(7)V99.
              03 WBL-VAL          PIC 9(9)V99.
              03 WBL-TVA          PIC 9(9)V99.
              03 WBL-SOC          PIC X(6).
              03 WBL-NCLF         PIC 9(6).
      * P = prix absent de la commande, valorise a zero
              03 WBL-ANO          PIC X.
              03 WBL-TOP          PIC 9.
DD9154* 1 = commande retenue jusqu'a la cloture du cycle du client
DD9154        03 WBL-CYC          PIC 9.
       01  WNB-BL                 PIC 9(5) VALUE ZERO.
       01  WIDXB                  PIC 9(5).
       01  WPOSB                  PIC 9(5).
      *
      **** factures de la periode des commandes expediees
       01  WTFAC.
           02 WTFAC-E OCCURS 9000.
              03 WFC-NFAC         PIC 9(7).
              03 WFC-NCDE         PIC 9(7).
       01  WNB-FAC                PIC 9(5) VALUE ZERO.
       01  WIDXF                  PIC 9(5).
      *
      **** societe des clients livres (derniere facture)
       01  WTCLI.
           02 WTCLI-E OCCURS 5000.
              03 WCL-NCL          PIC 9(6).
              03 WCL-SOC          PIC X(6).
              03 WCL-DATE         PIC 9(6).
       01  WNB-CLI                PIC 9(4) VALUE ZERO.
       01  WIDXL                  PIC 9(4).
       01  WPOSL                  PIC 9(4).
      *
      **** societe / client, tenus dans l'ordre de l'etat
       01  WTSC.
           02 WTSC-E OCCURS 3000.
              03 WSC-SOC          PIC X(6).
              03 WSC-NCL          PIC 9(6).
              03 WSC-HT           PIC 9(11)V99.
              03 WSC-TVA          PIC 9(11)V99.
       01  WNB-SC                 PIC 9(4) VALUE ZERO.
       01  WIDXC                  PIC 9(4).
       01  WPOSC                  PIC 9(4).
      *
       01  WTRV                   PIC 9.
       01  WNCDE-TRT              PIC 9(7).
       01  WNAR-TRT               PIC X(7).
       01  WNCL-TRT               PIC 9(6).
       01  WSOC-TRT               PIC X(6).
       01  WCLE-TRT.
           02 WCT-SOC             PIC X(6).
           02 WCT-NCL             PIC 9(6).
       01  WCLE-TAB.
           02 WCB-SOC             PIC X(6).
           02 WCB-NCL             PIC 9(6).
       01  WTAUX                  PIC 99V99.
       01  WSOC-RUP               PIC X(6).
       01  WTOTS-HT               PIC 9(11)V99.
       01  WTOTS-TVA              PIC 9(11)V99.
       01  WTOT-HT                PIC 9(11)V99 VALUE ZERO.
       01  WTOT-TVA               PIC 9(11)V99 VALUE ZERO.
       01  WTOT-LIG               PIC 9(5) VALUE ZERO.
       01  WTOT-ANO               PIC 9(5) VALUE ZERO.
DD9154 01  WTOT-CYC               PIC 9(11)V99 VALUE ZERO.
       01  WVAL-MAX               PIC 9(9)V99.
       01  WIDX-MAX               PIC 9(5).
       01  WNB-TOP                PIC 9(3).
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
       01  wfec-aux     pic 9(6).
       01  wfec-piece   pic x(10).
       01  wfec-date8.
           02 filler    pic xx value "20".
           02 wfec-d8a  pic 99.
           02 wfec-d8m  pic 99.
           02 wfec-d8j  pic 99.
DD9154*
DD9154     copy '../copy/cycfac.com'.
      *
       PROCEDURE DIVISION.
      *
      *----------------------------------------------------------------*
      * T10 : parametres, expeditions de la periode, factures et       *
      *       quantites facturees, valorisation, ecritures, etat       *
      *----------------------------------------------------------------*
       T10.
           MOVE ZERO TO WFINB WFINF WFINL WFINJ WFINT WNB-TAX WNB-BL
                        WNB-FAC WNB-CLI WNB-SC WTOT-HT WTOT-TVA
                        WTOT-LIG WTOT-ANO WFEC-NUM.
DD9154     MOVE ZERO TO WTOT-CYC.
           string 'CPT418' x'00' delimited by size
                  into var-name.
           move space to var-data.
           call 'genvcc' using var-name var-data.
           if var-data(1:8) not = spaces
              move var-data(1:8) to WCPT418.
           string 'CPT70' x'00' delimited by size
                  into var-name.
           move space to var-data.
           call 'genvcc' using var-name var-data.
           if var-data(1:8) not = spaces
              move var-data(1:8) to WCPT70.
           string 'CPT44587' x'00' delimited by size
                  into var-name.
           move space to var-data.
           call 'genvcc' using var-name var-data.
           if var-data(1:8) not = spaces
              move var-data(1:8) to WCPT445.
           string 'SOCFAE' x'00' delimited by size
                  into var-name.
           move space to var-data.
           call 'genvcc' using var-name var-data.
           if var-data(1:6) not = spaces
              move var-data(1:6) to WSOCDEF.
           string 'TXFAE' x'00' delimited by size
                  into var-name.
           move space to var-data.
           call 'genvcc' using var-name var-data.
           if var-data(1:4) numeric
              move var-data(1:4) to WTXDEF.
           string 'FAEHOR' x'00' delimited by size
                  into var-name.
           move space to var-data.
           call 'genvcc' using var-name var-data.
           if var-data(1:2) numeric and var-data(1:2) not = zero
              move var-data(1:2) to WHOR.
           string 'FAETOP' x'00' delimited by size
                  into var-name.
           move space to var-data.
           call 'genvcc' using var-name var-data.
           if var-data(1:3) numeric
              move var-data(1:3) to WTOP.
           string 'ADLPID' x'00' delimited by size
                  into var-name.
           move space to var-data.
           call 'genvcc' using var-name var-data.
           if var-data(1:6) numeric
              move var-data(1:6) to WDATEJOUR.
           string 'faec010.'
                  var-data delimited by ' '
                                     into wlabel-etat1.
           string 'fecfae010.'
                  var-data delimited by ' '
                                     into wlabel-fecfae.
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
      * debut de periode : 1er du mois, FAEHOR mois avant l'arrete
           COMPUTE WMOIS = WDA-AA * 12 + WDA-MM - 1 - WHOR.
           IF WMOIS < ZERO
              MOVE ZERO TO WMOIS
           END-IF.
           COMPUTE WDH-AA = WMOIS / 12.
           COMPUTE WDH-MM = WMOIS - WDH-AA * 12 + 1.
           MOVE 1 TO WDH-JJ.
           OPEN INPUT TAXFAE.
           IF FILE-STATUS6 = ZERO
              PERFORM T15 THRU T15-EXIT UNTIL FIN-TAXFAE
              CLOSE TAXFAE
           END-IF.
           OPEN INPUT BLEXP.
           IF FILE-STATUS NOT = ZERO
              DISPLAY "PAS DE JOURNAL DES EXPEDITIONS BLEXP"
              STOP RUN
           END-IF.
           PERFORM T20 THRU T20-EXIT UNTIL FIN-BLEXP.
           CLOSE BLEXP.
           OPEN INPUT FFACTURE.
           IF FILE-STATUS2 NOT = ZERO
              DISPLAY "OUVERTURE FFACTURE IMPOSSIBLE " FILE-STATUS2
              STOP RUN
           END-IF.
           PERFORM T30 THRU T30-EXIT.
           PERFORM T32 THRU T32-EXIT UNTIL FIN-FFACTURE.
           CLOSE FFACTURE.
           OPEN INPUT FFACTLIG.
           IF FILE-STATUS3 NOT = ZERO
              DISPLAY "OUVERTURE FFACTLIG IMPOSSIBLE " FILE-STATUS3
              STOP RUN
           END-IF.
           PERFORM T40 THRU T40-EXIT
                   VARYING WIDXF FROM 1 BY 1 UNTIL WIDXF > WNB-FAC.
           CLOSE FFACTLIG.
           OPEN INPUT FCOMMAAP FCOMJOC1.
           IF FILE-STATUS4 NOT = ZERO OR FILE-STATUS5 NOT = ZERO
              DISPLAY "OUVERTURE COMMANDES IMPOSSIBLE " FILE-STATUS4
                      " " FILE-STATUS5
              STOP RUN
           END-IF.
           PERFORM T50 THRU T50-EXIT
                   VARYING WIDXB FROM 1 BY 1 UNTIL WIDXB > WNB-BL.
           CLOSE FCOMMAAP FCOMJOC1.
           OPEN OUTPUT ETAT1 FECFAE.
           PERFORM T70 THRU T70-EXIT
                   VARYING WIDXC FROM 1 BY 1 UNTIL WIDXC > WNB-SC.
           PERFORM T80 THRU T80-EXIT.
           PERFORM T85 THRU T85-EXIT.
           PERFORM T90 THRU T90-EXIT.
           CLOSE ETAT1 FECFAE.
           STOP RUN.
      *
      * taux de TVA par code taxe
       T15.
           READ TAXFAE NEXT RECORD
                AT END MOVE 1 TO WFINT
                GO TO T15-EXIT.
           IF TXF-TAUX NOT NUMERIC OR WNB-TAX NOT < 50
              GO TO T15-EXIT
           END-IF.
           ADD 1 TO WNB-TAX.
           MOVE TXF-CODE TO WTX-CODE(WNB-TAX).
           MOVE TXF-TAUX TO WTX-TAUX(WNB-TAX).
       T15-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      * T20 : une ligne expediee de la periode, cumulee par commande   *
      *       et article (dernier BL retenu pour l'etat)               *
      *----------------------------------------------------------------*
       T20.
           READ BLEXP NEXT RECORD
                AT END MOVE 1 TO WFINB
                GO TO T20-EXIT.
           IF BLX-DATEXP NOT NUMERIC OR BLX-QTE NOT NUMERIC
              OR BLX-DATEXP > WDATARR OR BLX-DATEXP < WDATHOR
              OR BLX-QTE = ZERO
              GO TO T20-EXIT
           END-IF.
           MOVE BLX-NCDE TO WNCDE-TRT.
           MOVE BLX-NAR  TO WNAR-TRT.
           MOVE ZERO TO WTRV.
           PERFORM T22 VARYING WIDXB FROM 1 BY 1
                   UNTIL WIDXB > WNB-BL OR WTRV = 1.
           IF WTRV = ZERO
              IF WNB-BL NOT < 9000
                 DISPLAY "GPIWARNING"
                 DISPLAY "**TABLE LIGNES EXPEDIEES PLEINE, "
                         "RUN ABANDONNE"
                 STOP RUN
              END-IF
              ADD 1 TO WNB-BL
              MOVE WNB-BL TO WPOSB
              INITIALIZE WTBL-E(WPOSB)
              MOVE BLX-NCDE TO WBL-NCDE(WPOSB)
              MOVE BLX-NAR  TO WBL-NAR(WPOSB)
              MOVE BLX-NCL  TO WBL-NCL(WPOSB)
              MOVE BLX-NCL  TO WNCL-TRT
              PERFORM T24 THRU T24-EXIT
           END-IF.
           ADD BLX-QTE TO WBL-QTEXP(WPOSB).
           IF BLX-DATEXP NOT < WBL-DATEXP(WPOSB)
              MOVE BLX-NBL    TO WBL-NBL(WPOSB)
              MOVE BLX-DATEXP TO WBL-DATEXP(WPOSB)
           END-IF.
       T20-EXIT.
           EXIT.
       T22.
           IF WBL-NCDE(WIDXB) = WNCDE-TRT
              AND WBL-NAR(WIDXB) = WNAR-TRT
              MOVE 1 TO WTRV
              MOVE WIDXB TO WPOSB
           END-IF.
      *
      * poste client WNCL-TRT (WPOSL), cree a la societe par defaut
       T24.
           MOVE ZERO TO WTRV.
           PERFORM T26 VARYING WIDXL FROM 1 BY 1
                   UNTIL WIDXL > WNB-CLI OR WTRV = 1.
           IF WTRV = 1
              GO TO T24-EXIT
           END-IF.
           IF WNB-CLI NOT < 5000
              DISPLAY "GPIWARNING"
              DISPLAY "**TABLE CLIENTS LIVRES PLEINE, RUN ABANDONNE"
              STOP RUN
           END-IF.
           ADD 1 TO WNB-CLI.
           MOVE WNB-CLI  TO WPOSL.
           MOVE WNCL-TRT TO WCL-NCL(WPOSL).
           MOVE WSOCDEF  TO WCL-SOC(WPOSL).
           MOVE ZERO     TO WCL-DATE(WPOSL).
       T24-EXIT.
           EXIT.
       T26.
           IF WCL-NCL(WIDXL) = WNCL-TRT
              MOVE 1 TO WTRV
              MOVE WIDXL TO WPOSL
           END-IF.
      *
      *----------------------------------------------------------------*
      * T30/T32 : factures de la periode des commandes expediees ;     *
      *           la derniere facture d'un client donne sa societe     *
      *----------------------------------------------------------------*
       T30.
           READ FFACTURE NEXT RECORD
                AT END MOVE 1 TO WFINF.
       T30-EXIT.
           EXIT.
       T32.
           IF FBDUP = '1'
              OR FBCFA = 5 OR FBCFA = 6 OR FBCFA = 7
              GO TO T32F
           END-IF.
           MOVE ZERO TO WTRV.
           PERFORM T26 VARYING WIDXL FROM 1 BY 1
                   UNTIL WIDXL > WNB-CLI OR WTRV = 1.
           IF WTRV = 1 AND FBSOC NOT = SPACES
              AND FBDATE NOT < WCL-DATE(WPOSL)
              MOVE FBSOC  TO WCL-SOC(WPOSL)
              MOVE FBDATE TO WCL-DATE(WPOSL)
           END-IF.
      * une facture posterieure a l'arrete n'enleve rien a la FAE
           IF FBDATE > WDATARR OR FBDATE < WDATHOR
              OR FBNCDE(1:7) NOT NUMERIC
              GO TO T32F
           END-IF.
           MOVE FBNCDE(1:7) TO WNCDE-TRT.
           MOVE ZERO TO WTRV.
           PERFORM T34 VARYING WIDXB FROM 1 BY 1
                   UNTIL WIDXB > WNB-BL OR WTRV = 1.
           IF WTRV = ZERO
              GO TO T32F
           END-IF.
           IF WNB-FAC NOT < 9000
              DISPLAY "GPIWARNING"
              DISPLAY "**TABLE FACTURES DE LA PERIODE PLEINE, "
                      "RUN ABANDONNE"
              STOP RUN
           END-IF.
           ADD 1 TO WNB-FAC.
           MOVE FBCLE-CDESUP TO WFC-NFAC(WNB-FAC).
           MOVE WNCDE-TRT    TO WFC-NCDE(WNB-FAC).
       T32F.
           PERFORM T30 THRU T30-EXIT.
       T32-EXIT.
           EXIT.
       T34.
           IF WBL-NCDE(WIDXB) = WNCDE-TRT
              MOVE 1 TO WTRV
           END-IF.
      *
      *----------------------------------------------------------------*
      * T40 : lignes FFACTLIG d'une facture de la periode : quantite   *
      *       facturee portee sur la commande et l'article             *
      *----------------------------------------------------------------*
       T40.
           MOVE WFC-NFAC(WIDXF) TO FLG-NFAC.
           MOVE LOW-VALUE TO FLG-NAR.
           MOVE ZERO TO WFINL.
           START FFACTLIG KEY NOT < FLG-CLE
                INVALID KEY
                   GO TO T40-EXIT
           END-START.
           MOVE WFC-NCDE(WIDXF) TO WNCDE-TRT.
           PERFORM T42 THRU T42-EXIT UNTIL FIN-FFACTLIG.
       T40-EXIT.
           EXIT.
       T42.
           READ FFACTLIG NEXT RECORD
                AT END MOVE 1 TO WFINL
                       GO TO T42-EXIT
           END-READ.
           IF FLG-NFAC NOT = WFC-NFAC(WIDXF)
              MOVE 1 TO WFINL
              GO TO T42-EXIT
           END-IF.
           MOVE FLG-NAR TO WNAR-TRT.
           MOVE ZERO TO WTRV.
           PERFORM T22 VARYING WIDXB FROM 1 BY 1
                   UNTIL WIDXB > WNB-BL OR WTRV = 1.
           IF WTRV = 1
              ADD FLG-QTE TO WBL-QTFAC(WPOSB)
           END-IF.
       T42-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      * T50 : reste a facturer d'une commande / article, valorise au   *
      *       prix net de la ligne de commande, TVA au taux du code    *
      *       taxe ; cumul par societe et client facture               *
      *----------------------------------------------------------------*
       T50.
           IF WBL-QTFAC(WIDXB) NOT < WBL-QTEXP(WIDXB)
              GO TO T50-EXIT
           END-IF.
           COMPUTE WBL-QTFAE(WIDXB) = WBL-QTEXP(WIDXB)
                                    - WBL-QTFAC(WIDXB).
           MOVE WBL-NCL(WIDXB) TO WBL-NCLF(WIDXB) WNCL-TRT.
           MOVE WTXDEF TO WTAUX.
      * client facture et code taxe de la commande
           MOVE SPACES TO FCCLE-CDESUP.
           MOVE WBL-NCDE(WIDXB) TO FCCLE-CDESUP(1:7).
           START FCOMMAAP KEY NOT < FCCLE-CDESUP
                INVALID KEY
                   GO TO T50-PRIX
           END-START.
           READ FCOMMAAP NEXT RECORD
                AT END
                   GO TO T50-PRIX
           END-READ.
           IF FCCLE-CDESUP(1:7) NOT = WBL-NCDE(WIDXB)
              GO TO T50-PRIX
           END-IF.
           IF FCFACTUREA NOT = ZERO
              MOVE FCFACTUREA TO WBL-NCLF(WIDXB)
           END-IF.
DD9154* commande a facturer d'un client en cycle, retenue a l'arrete
DD9154     IF FCFAC = ZERO
DD9154        INITIALIZE CYCFAC
DD9154        MOVE 'V' TO ICYCFAC-TRT
DD9154        MOVE WBL-NCLF(WIDXB) TO ICYCFAC-NCL
DD9154        MOVE WDATARR TO ICYCFAC-DATE
DD9154        CALL "cycfac1" USING CYCFAC
DD9154        IF OCYCFAC-RTN = '0' AND CCYCFAC-ATTENTE-OUI
DD9154           MOVE 1 TO WBL-CYC(WIDXB)
DD9154        END-IF
DD9154     END-IF.
           MOVE ZERO TO WTRV.
           PERFORM T52 VARYING WIDXX FROM 1 BY 1
                   UNTIL WIDXX > WNB-TAX OR WTRV = 1.
       T50-PRIX.
           MOVE ZERO TO WFINJ WTRV.
           MOVE WBL-NCDE(WIDXB) TO FJ1NUM.
           MOVE ZERO TO FJ1NLG.
           START FCOMJOC1 KEY NOT < FJ1CLE
                INVALID KEY
                   MOVE 1 TO WFINJ
           END-START.
           PERFORM T54 THRU T54-EXIT UNTIL FIN-FCOMJOC1 OR WTRV = 1.
           IF WTRV = ZERO OR WBL-PU(WIDXB) = ZERO
              MOVE 'P' TO WBL-ANO(WIDXB)
              ADD 1 TO WTOT-ANO
           END-IF.
           COMPUTE WBL-VAL(WIDXB) ROUNDED = WBL-QTFAE(WIDXB)
                                          * WBL-PU(WIDXB).
           COMPUTE WBL-TVA(WIDXB) ROUNDED = WBL-VAL(WIDXB)
                                          * WTAUX / 100.
      * societe du client livre, poste societe / client facture
           MOVE WBL-NCL(WIDXB) TO WNCL-TRT.
           MOVE ZERO TO WTRV.
           PERFORM T26 VARYING WIDXL FROM 1 BY 1
                   UNTIL WIDXL > WNB-CLI OR WTRV = 1.
           MOVE WCL-SOC(WPOSL) TO WBL-SOC(WIDXB).
           MOVE WBL-SOC(WIDXB)  TO WSOC-TRT.
           MOVE WBL-NCLF(WIDXB) TO WNCL-TRT.
           PERFORM T60 THRU T60-EXIT.
           ADD WBL-VAL(WIDXB) TO WSC-HT(WPOSC) WTOT-HT.
           ADD WBL-TVA(WIDXB) TO WSC-TVA(WPOSC) WTOT-TVA.
           ADD 1 TO WTOT-LIG.
DD9154     IF WBL-CYC(WIDXB) = 1
DD9154        ADD WBL-VAL(WIDXB) TO WTOT-CYC
DD9154     END-IF.
       T50-EXIT.
           EXIT.
       T52.
           IF WTX-CODE(WIDXX) = FCDI2
              MOVE 1 TO WTRV
              MOVE WTX-TAUX(WIDXX) TO WTAUX
           END-IF.
      *
      * premiere ligne active de la commande pour l'article
       T54.
           READ FCOMJOC1 NEXT RECORD
                AT END MOVE 1 TO WFINJ
                       GO TO T54-EXIT
           END-READ.
           IF FJ1NUM NOT = WBL-NCDE(WIDXB)
              MOVE 1 TO WFINJ
              GO TO T54-EXIT
           END-IF.
           IF FJ1NAR = WBL-NAR(WIDXB) AND FJ1ETAT NOT = '9'
              MOVE 1 TO WTRV
              IF FJ1PNET NUMERIC
                 MOVE FJ1PNET TO WBL-PU(WIDXB)
              END-IF
           END-IF.
       T54-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      * T60 : poste societe / client (WPOSC), cree a sa place dans     *
      *       l'ordre de l'etat                                        *
      *----------------------------------------------------------------*
       T60.
           MOVE WSOC-TRT TO WCT-SOC.
           MOVE WNCL-TRT TO WCT-NCL.
           MOVE ZERO TO WTRV.
           MOVE 1 TO WPOSC.
           PERFORM T62 VARYING WIDXC FROM 1 BY 1
                   UNTIL WIDXC > WNB-SC OR WTRV = 1.
           IF WTRV = 1
              GO TO T60-EXIT
           END-IF.
           IF WNB-SC NOT < 3000
              DISPLAY "GPIWARNING"
              DISPLAY "**TABLE SOCIETES CLIENTS PLEINE, RUN ABANDONNE"
              STOP RUN
           END-IF.
      * decalage des postes de cle superieure
           PERFORM T64 VARYING WIDXC FROM WNB-SC BY -1
                   UNTIL WIDXC < WPOSC.
           ADD 1 TO WNB-SC.
           MOVE WSOC-TRT TO WSC-SOC(WPOSC).
           MOVE WNCL-TRT TO WSC-NCL(WPOSC).
           MOVE ZERO TO WSC-HT(WPOSC) WSC-TVA(WPOSC).
       T60-EXIT.
           EXIT.
      * WPOSC = le poste trouve ou le premier poste de cle superieure
       T62.
           MOVE WSC-SOC(WIDXC) TO WCB-SOC.
           MOVE WSC-NCL(WIDXC) TO WCB-NCL.
           IF WCLE-TAB = WCLE-TRT
              MOVE 1 TO WTRV
              MOVE WIDXC TO WPOSC
           ELSE
              IF WCLE-TAB < WCLE-TRT
                 COMPUTE WPOSC = WIDXC + 1
              END-IF
           END-IF.
       T64.
           MOVE WTSC-E(WIDXC) TO WTSC-E(WIDXC + 1).
      *
      *----------------------------------------------------------------*
      * T70 : ecriture FAE d'un client a la date d'arrete (debit 418   *
      *       TTC, credit 70x HT et 44587 TVA) et son extourne au 1er  *
      *       du mois suivant                                          *
      *----------------------------------------------------------------*
       T70.
           IF WSC-HT(WIDXC) = ZERO
              GO TO T70-EXIT
           END-IF.
           MOVE WSC-HT(WIDXC)  TO WFEC-HT.
           MOVE WSC-TVA(WIDXC) TO WFEC-TVA.
           COMPUTE WFEC-TTC = WFEC-HT + WFEC-TVA.
           MOVE WSC-NCL(WIDXC) TO WFEC-AUX.
           MOVE SPACES TO WFEC-PIECE WFEC-ECRLIB.
           STRING "FAE" WDATARR DELIMITED BY SIZE INTO WFEC-PIECE.
           STRING "FAE " WSC-SOC(WIDXC) " CLIENT " WSC-NCL(WIDXC)
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
           STRING "EXTOURNE FAE " WSC-SOC(WIDXC) " " WSC-NCL(WIDXC)
                  DELIMITED BY SIZE INTO WFEC-ECRLIB.
           MOVE 'X' TO WFEC-SENS.
           PERFORM T72 THRU T72-EXIT.
       T70-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      * T72 : une ecriture FEC equilibree (418, 70x, 44587), 18 zones  *
      *       separees par "|" comme FECVTE :                          *
      *       JournalCode|JournalLib|EcritureNum|EcritureDate|         *
      *       CompteNum|CompteLib|CompAuxNum|CompAuxLib|PieceRef|      *
      *       PieceDate|EcritureLib|Debit|Credit|EcritureLet|DateLet|  *
      *       ValidDate|Montantdevise|Idevise                          *
      *       sens N : 418 au debit ; sens X (extourne) : au credit    *
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
                     WCPT418 "|" "CLIENTS FAE" "|"
                     WFEC-AUX "|" "|"
                     WFEC-PIECE "|" WFEC-DATE8 "|"
                     WFEC-ECRLIB "|"
                     WFEC-TTCED "|" WFEC-ZERO "|"
                     "|" "|" WFEC-DATE8 "|" "|"
                     DELIMITED BY SIZE INTO FEC-LIGNE
           ELSE
              STRING "OD" "|" "OPERATIONS DIVERSES" "|"
                     WFEC-NUM "|" WFEC-DATE8 "|"
                     WCPT418 "|" "CLIENTS FAE" "|"
                     WFEC-AUX "|" "|"
                     WFEC-PIECE "|" WFEC-DATE8 "|"
                     WFEC-ECRLIB "|"
                     WFEC-ZERO "|" WFEC-TTCED "|"
                     "|" "|" WFEC-DATE8 "|" "|"
                     DELIMITED BY SIZE INTO FEC-LIGNE
           END-IF.
           WRITE FEC-LIGNE.
           MOVE SPACES TO FEC-LIGNE.
           IF WFEC-SENS = 'N'
              STRING "OD" "|" "OPERATIONS DIVERSES" "|"
                     WFEC-NUM "|" WFEC-DATE8 "|"
                     WCPT70 "|" "VENTES" "|"
                     "|" "|"
                     WFEC-PIECE "|" WFEC-DATE8 "|"
                     WFEC-ECRLIB "|"
                     WFEC-ZERO "|" WFEC-HTED "|"
                     "|" "|" WFEC-DATE8 "|" "|"
                     DELIMITED BY SIZE INTO FEC-LIGNE
           ELSE
              STRING "OD" "|" "OPERATIONS DIVERSES" "|"
                     WFEC-NUM "|" WFEC-DATE8 "|"
                     WCPT70 "|" "VENTES" "|"
                     "|" "|"
                     WFEC-PIECE "|" WFEC-DATE8 "|"
                     WFEC-ECRLIB "|"
                     WFEC-HTED "|" WFEC-ZERO "|"
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
                     WCPT445 "|" "TVA SUR FAE" "|"
                     "|" "|"
                     WFEC-PIECE "|" WFEC-DATE8 "|"
                     WFEC-ECRLIB "|"
                     WFEC-ZERO "|" WFEC-TVAED "|"
                     "|" "|" WFEC-DATE8 "|" "|"
                     DELIMITED BY SIZE INTO FEC-LIGNE
           ELSE
              STRING "OD" "|" "OPERATIONS DIVERSES" "|"
                     WFEC-NUM "|" WFEC-DATE8 "|"
                     WCPT445 "|" "TVA SUR FAE" "|"
                     "|" "|"
                     WFEC-PIECE "|" WFEC-DATE8 "|"
                     WFEC-ECRLIB "|"
                     WFEC-TVAED "|" WFEC-ZERO "|"
                     "|" "|" WFEC-DATE8 "|" "|"
                     DELIMITED BY SIZE INTO FEC-LIGNE
           END-IF.
           WRITE FEC-LIGNE.
       T72-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      * T80 : etat par societe et client facture : les lignes a        *
      *       facturer, le total client, le total societe a la rupture *
      *----------------------------------------------------------------*
       T80.
           MOVE SPACES TO LIGNE.
           STRING "FACTURES A ETABLIR AU " WDATARR
                  " - EXPEDITIONS DEPUIS LE " WDATHOR
                  DELIMITED BY SIZE INTO LIGNE.
           WRITE LIGNE BEFORE 2.
           MOVE SPACES TO LIGNE.
           MOVE "SOC     CLIENT  COMMANDE BL       DATE    ARTICLE    Q
      -    "TE EXPED   QTE FACT    QTE FAE    PRIX NET       VALEUR HT"
                TO LIGNE.
           WRITE LIGNE BEFORE 1.
           MOVE SPACES TO WSOC-RUP.
           MOVE ZERO TO WTOTS-HT WTOTS-TVA.
           PERFORM T82 THRU T82-EXIT
                   VARYING WIDXC FROM 1 BY 1 UNTIL WIDXC > WNB-SC.
           IF WNB-SC > ZERO
              PERFORM T86 THRU T86-EXIT
           END-IF.
       T80-EXIT.
           EXIT.
      *
       T82.
           IF WIDXC > 1 AND WSC-SOC(WIDXC) NOT = WSOC-RUP
              PERFORM T86 THRU T86-EXIT
           END-IF.
           MOVE WSC-SOC(WIDXC) TO WSOC-RUP.
           PERFORM T84 VARYING WIDXB FROM 1 BY 1
                   UNTIL WIDXB > WNB-BL.
           MOVE SPACES TO LIGNE.
           MOVE WSC-SOC(WIDXC) TO LSOC.
           MOVE WSC-NCL(WIDXC) TO LNCL.
           MOVE WSC-HT(WIDXC)  TO LVAL.
           MOVE "TOTAL CLIENT HT" TO LLIB.
           WRITE LIGNE BEFORE 1.
           MOVE SPACES TO LIGNE.
           MOVE WSC-SOC(WIDXC) TO LSOC.
           MOVE WSC-NCL(WIDXC) TO LNCL.
           MOVE WSC-TVA(WIDXC) TO LVAL.
           MOVE "TOTAL CLIENT TVA" TO LLIB.
           WRITE LIGNE BEFORE 2.
           ADD WSC-HT(WIDXC)  TO WTOTS-HT.
           ADD WSC-TVA(WIDXC) TO WTOTS-TVA.
       T82-EXIT.
           EXIT.
      *
       T84.
           IF WBL-QTFAE(WIDXB) NOT = ZERO
              AND WBL-SOC(WIDXB) = WSC-SOC(WIDXC)
              AND WBL-NCLF(WIDXB) = WSC-NCL(WIDXC)
              PERFORM T88 THRU T88-EXIT
           END-IF.
      *
      * total de la societe
       T86.
           MOVE SPACES TO LIGNE.
           MOVE WSOC-RUP TO LSOC.
           MOVE WTOTS-HT TO LVAL.
           MOVE "TOTAL SOCIETE HT" TO LLIB.
           WRITE LIGNE BEFORE 1.
           MOVE SPACES TO LIGNE.
           MOVE WSOC-RUP TO LSOC.
           MOVE WTOTS-TVA TO LVAL.
           MOVE "TOTAL SOCIETE TVA" TO LLIB.
           WRITE LIGNE BEFORE 2.
           MOVE ZERO TO WTOTS-HT WTOTS-TVA.
       T86-EXIT.
           EXIT.
      *
      * une ligne de detail (WIDXB)
       T88.
           MOVE SPACES TO LIGNE.
           MOVE WBL-SOC(WIDXB)    TO LSOC.
           MOVE WBL-NCLF(WIDXB)   TO LNCL.
           MOVE WBL-NCDE(WIDXB)   TO LNCDE.
           MOVE WBL-NBL(WIDXB)    TO LNBL.
           MOVE WBL-DATEXP(WIDXB) TO LDATE.
           MOVE WBL-NAR(WIDXB)    TO LNAR.
           MOVE WBL-QTEXP(WIDXB)  TO LQEXP.
           MOVE WBL-QTFAC(WIDXB)  TO LQFAC.
           MOVE WBL-QTFAE(WIDXB)  TO LQFAE.
           MOVE WBL-PU(WIDXB)     TO LPU.
           MOVE WBL-VAL(WIDXB)    TO LVAL.
           IF WBL-ANO(WIDXB) = 'P'
              MOVE "PRIX NET ABSENT" TO LLIB
DD9154     ELSE
DD9154        IF WBL-CYC(WIDXB) = 1
DD9154           MOVE "ATTENTE CYCLE FACT" TO LLIB
DD9154        END-IF
           END-IF.
           WRITE LIGNE BEFORE 1.
       T88-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      * T85 : les FAETOP plus gros postes, par valeur decroissante,    *
      *       pour le rapprochement avec le carnet de commandes        *
      *----------------------------------------------------------------*
       T85.
           IF WTOP = ZERO
              GO TO T85-EXIT
           END-IF.
           MOVE SPACES TO LIGNE.
           WRITE LIGNE BEFORE PAGE.
           MOVE SPACES TO LIGNE.
           STRING "PLUS GROS POSTES A FACTURER (" WTOP ")"
                  DELIMITED BY SIZE INTO LIGNE.
           WRITE LIGNE BEFORE 2.
           MOVE ZERO TO WNB-TOP WIDX-MAX.
           PERFORM T87 THRU T87-EXIT
                   UNTIL WNB-TOP NOT < WTOP OR WIDX-MAX = ZERO.
       T85-EXIT.
           EXIT.
      *
       T87.
           MOVE ZERO TO WVAL-MAX WIDX-MAX.
           PERFORM T89 VARYING WIDXB FROM 1 BY 1
                   UNTIL WIDXB > WNB-BL.
           IF WIDX-MAX = ZERO
              GO TO T87-EXIT
           END-IF.
           MOVE 1 TO WBL-TOP(WIDX-MAX).
           MOVE WIDX-MAX TO WIDXB.
           PERFORM T88 THRU T88-EXIT.
           ADD 1 TO WNB-TOP.
       T87-EXIT.
           EXIT.
      *
       T89.
           IF WBL-QTFAE(WIDXB) NOT = ZERO
              AND WBL-TOP(WIDXB) = ZERO
              AND (WIDX-MAX = ZERO OR WBL-VAL(WIDXB) > WVAL-MAX)
              MOVE WBL-VAL(WIDXB) TO WVAL-MAX
              MOVE WIDXB TO WIDX-MAX
           END-IF.
      *
      *----------------------------------------------------------------*
      * T90 : recapitulatif et totaux des ecritures                    *
      *----------------------------------------------------------------*
       T90.
           MOVE SPACES TO LIGNE.
           WRITE LIGNE BEFORE 1.
           MOVE SPACES TO LIGNE.
           MOVE WTOT-HT TO LVAL.
           MOVE "TOTAL FAE HT (70X)" TO LLIB.
           WRITE LIGNE BEFORE 1.
           MOVE SPACES TO LIGNE.
           MOVE WTOT-TVA TO LVAL.
           MOVE "TVA FAE (44587)" TO LLIB.
           WRITE LIGNE BEFORE 1.
           MOVE SPACES TO LIGNE.
           COMPUTE WFEC-TTC = WTOT-HT + WTOT-TVA.
           MOVE WFEC-TTC TO LVAL.
           MOVE "TOTAL FAE TTC 418" TO LLIB.
           WRITE LIGNE BEFORE 1.
DD9154     MOVE SPACES TO LIGNE.
DD9154     MOVE WTOT-CYC TO LVAL.
DD9154     MOVE "DONT ATTENTE CYCLE" TO LLIB.
DD9154     WRITE LIGNE BEFORE 1.
           MOVE SPACES TO LIGNE.
           MOVE WTOT-LIG TO LNCDE.
           MOVE "LIGNES A FACTURER" TO LLIB.
           WRITE LIGNE BEFORE 1.
           MOVE SPACES TO LIGNE.
           MOVE WTOT-ANO TO LNCDE.
           MOVE "LIGNES SANS PRIX" TO LLIB.
           WRITE LIGNE BEFORE 1.
       T90-EXIT.
           EXIT.
