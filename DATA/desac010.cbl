      *DD9157 15/10/26 anes Creation - integration des avis
      *                     d'expedition fournisseurs (DESADV recus) :
      *                     lignes rapprochees des attendus FOUCMDAT,
      *                     lot, date de fabrication et DLC annonces
      *                     conserves dans DESATT pour la reception
      *                     RECPC010
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DESAC010.
      *
      ******************************************************************
      * GPICMT    Integration des avis d'expedition fournisseurs        *
      *           (DESADV recus, fichier plat DESFOU par segments :     *
      *           E1 entete d'avis - numero, fournisseur, reference     *
      *           achat FOUCMAGI, date d'expedition ; L1 ligne -        *
      *           article, sous-reference, quantite, lot, date de       *
      *           fabrication, DLC ; Z1 recapitulatif - nombre de       *
      *           lignes et quantite totale de l'avis).                 *
      *           - chaque ligne est rapprochee d'un attendu FOUCMDAT   *
      *             (statut C) du meme article + sous-reference ; une   *
      *             ligne sans attendu est rejetee (editee) ;           *
      *           - un avis deja integre (numero present dans DESATT)   *
      *             est ignore en entier (renvoi du fournisseur) ;      *
      *           - les lignes retenues s'ajoutent a DESATT, les avis   *
      *             en attente de reception : RECPC010 y confirme le    *
      *             comptage du magasin, cree les lots STOCKLOT et      *
      *             sort les ecarts fournisseur ;                       *
      *           - un recapitulatif Z1 qui ne correspond pas aux       *
      *             lignes recues est signale (avis incomplet).         *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. DPS-4.
       OBJECT-COMPUTER. DPS-4.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DESFOU ASSIGN TO DES-FOU
                       organization line sequential
                       file status is file-status.
      *
           SELECT FOUCMDAT ASSIGN TO FOU-CMDAT
                       organization line sequential
                       file status is file-status2.
      *
           SELECT DESATT ASSIGN TO DES-ATT
                       organization line sequential
                       file status is file-status3.
      *
           SELECT ETAT1 ASSIGN TO wlabel-etat1
                       organization line sequential.
      *
       DATA DIVISION.
       FILE SECTION.
      * avis d'expedition recus des fournisseurs, par segments
       FD  DESFOU
                DATA RECORD DSF-LIGNE.
       01  DSF-LIGNE.
           02 DSF-SEG            PIC XX.
           02 FILLER             PIC X.
           02 DSF-SUITE          PIC X(77).
       01  DSF-E1 REDEFINES DSF-LIGNE.
           02 FILLER             PIC XXX.
           02 DSF-E1-NAV         PIC X(14).
           02 FILLER             PIC X.
           02 DSF-E1-FOU         PIC X(8).
           02 FILLER             PIC X.
           02 DSF-E1-ACH         PIC X(15).
           02 FILLER             PIC X.
           02 DSF-E1-DATEXP      PIC 9(6).
           02 FILLER             PIC X(31).
       01  DSF-L1 REDEFINES DSF-LIGNE.
           02 FILLER             PIC XXX.
           02 DSF-L1-NAR         PIC X(7).
           02 FILLER             PIC X.
           02 DSF-L1-SRE         PIC X(7).
           02 FILLER             PIC X.
           02 DSF-L1-QTE         PIC 9(6)V99.
           02 FILLER             PIC X.
           02 DSF-L1-LOT         PIC X(10).
           02 FILLER             PIC X.
           02 DSF-L1-DFA         PIC 9(6).
           02 FILLER             PIC X.
           02 DSF-L1-DLC         PIC 9(6).
           02 FILLER             PIC X(28).
       01  DSF-Z1 REDEFINES DSF-LIGNE.
           02 FILLER             PIC XXX.
           02 DSF-Z1-NBLIG       PIC 9(4).
           02 FILLER             PIC X.
           02 DSF-Z1-QTETOT      PIC 9(8)V99.
           02 FILLER             PIC X(62).
      *
      * attendus confirmes (structure de RECPC010)
       FD  FOUCMDAT
                DATA RECORD FOD-LIGNE.
       01  FOD-LIGNE.
           02 FOD-NAR            PIC X(7).
           02 FILLER             PIC X.
           02 FOD-SRE            PIC X(7).
           02 FILLER             PIC X.
           02 FOD-DATARR         PIC 9(6).
           02 FILLER             PIC X.
           02 FOD-QTE            PIC 9(6)V99.
           02 FILLER             PIC X.
           02 FOD-STATUT         PIC X.
      *
      * avis en attente de reception (relu par RECPC010)
       FD  DESATT
                DATA RECORD DAT-LIGNE.
       01  DAT-LIGNE.
           02 DAT-NAV            PIC X(14).
           02 FILLER             PIC X.
           02 DAT-FOU            PIC X(8).
           02 FILLER             PIC X.
           02 DAT-ACH            PIC X(15).
           02 FILLER             PIC X.
           02 DAT-NAR            PIC X(7).
           02 FILLER             PIC X.
           02 DAT-SRE            PIC X(7).
           02 FILLER             PIC X.
           02 DAT-QTE            PIC 9(6)V99.
           02 FILLER             PIC X.
           02 DAT-LOT            PIC X(10).
           02 FILLER             PIC X.
           02 DAT-DFA            PIC 9(6).
           02 FILLER             PIC X.
           02 DAT-DLC            PIC 9(6).
           02 FILLER             PIC X.
           02 DAT-DATARR         PIC 9(6).
           02 FILLER             PIC X.
           02 DAT-DATAVI         PIC 9(6).
      *
       FD  ETAT1
                DATA RECORD LIGNE
                LINAGE IS 64  LINES AT TOP 2.
       01  LIGNE                  PIC X(132).
       01  L1.
           02 LNAV                 PIC X(14).
           02 FILLER               PIC X(2).
           02 LFOU                 PIC X(8).
           02 FILLER               PIC X(2).
           02 LACH                 PIC X(15).
           02 FILLER               PIC X(2).
           02 LNAR                 PIC X(7).
           02 FILLER               PIC X(2).
           02 LLOT                 PIC X(10).
           02 FILLER               PIC X(2).
           02 LQTE                 PIC Z(5)9V,99 blank zero.
           02 FILLER               PIC X(2).
           02 LDLC                 PIC 9(6) blank zero.
           02 FILLER               PIC X(2).
           02 LLIB                 PIC X(46).
      *
       WORKING-STORAGE SECTION.
       01  wlabel-etat1           pic x(64) value space.
       01  var-name               pic x(64).
       01  var-data               pic x(64).
       01  file-status            PIC XX.
       01  file-status2           PIC XX.
       01  file-status3           PIC XX.
       01  WFIN                   PIC 9 value zero.
           88 FIN-DESFOU          value 1.
       01  WFIND                  PIC 9 value zero.
           88 FIN-FOUCMDAT        value 1.
       01  WFINA                  PIC 9 value zero.
           88 FIN-DESATT          value 1.
       01  WDATEJOUR              PIC 9(6) VALUE ZERO.
      *
      **** attendus FOUCMDAT (statut C) : article + sous-reference
       01  WTATT.
           02 WTATT-E OCCURS 3000.
              03 WAT-NAR          PIC X(7).
              03 WAT-SRE          PIC X(7).
              03 WAT-DATARR       PIC 9(6).
              03 WAT-QTE          PIC 9(8)V99.
       01  WNB-ATT                PIC 9(4) VALUE ZERO.
      *
      **** numeros d'avis deja integres (DESATT et run en cours)
       01  WTNAV.
           02 WNAV-NUM OCCURS 2000 PIC X(14).
       01  WNB-NAV                PIC 9(4) VALUE ZERO.
       01  WIDX                   PIC 9(4).
       01  WTRV                   PIC 9.
       01  WPOS                   PIC 9(4).
      *
      **** avis en cours de lecture (entete E1)
       01  WAVI-NAV               PIC X(14).
       01  WAVI-FOU               PIC X(8).
       01  WAVI-ACH               PIC X(15).
       01  WAVI-REJ               PIC 9 VALUE ZERO.
       01  WAVI-NBL               PIC 9(4) VALUE ZERO.
       01  WAVI-QTE               PIC 9(8)V99 VALUE ZERO.
      *
       01  WTOT-AVI               PIC 9(5) VALUE ZERO.
       01  WTOT-LIG               PIC 9(5) VALUE ZERO.
       01  WTOT-REJ               PIC 9(5) VALUE ZERO.
       01  WTOT-DBL               PIC 9(5) VALUE ZERO.
      *
       PROCEDURE DIVISION.
      *
      *----------------------------------------------------------------*
      * T10 : attendus, avis deja integres, integration des avis       *
      *----------------------------------------------------------------*
       T10.
           MOVE ZERO TO WFIN WFIND WFINA WNB-ATT WNB-NAV WAVI-REJ
                        WTOT-AVI WTOT-LIG WTOT-REJ WTOT-DBL.
           string 'ADLPID' x'00' delimited by size
                  into var-name.
           move space to var-data.
           call 'genvcc' using var-name var-data.
           if var-data(1:6) numeric
              move var-data(1:6) to WDATEJOUR.
           string 'desac010.'
                  var-data delimited by ' '
                                     into wlabel-etat1.
           OPEN OUTPUT ETAT1.
           MOVE SPACES TO LIGNE.
           MOVE "INTEGRATION DES AVIS D'EXPEDITION FOURNISSEURS"
                TO LLIB.
           MOVE WDATEJOUR TO LDLC.
           WRITE LIGNE BEFORE 2.
           OPEN INPUT DESFOU.
           IF FILE-STATUS NOT = ZERO
              DISPLAY "PAS D'AVIS FOURNISSEUR A INTEGRER"
              MOVE SPACES TO LIGNE
              MOVE "PAS D'AVIS FOURNISSEUR A INTEGRER" TO LLIB
              WRITE LIGNE BEFORE 1
              CLOSE ETAT1
              STOP RUN
           END-IF.
           OPEN INPUT FOUCMDAT.
           IF FILE-STATUS2 = ZERO
              PERFORM T12 THRU T12-EXIT UNTIL FIN-FOUCMDAT
              CLOSE FOUCMDAT
           END-IF.
           OPEN INPUT DESATT.
           IF FILE-STATUS3 = ZERO
              PERFORM T15 THRU T15-EXIT UNTIL FIN-DESATT
              CLOSE DESATT
           END-IF.
           OPEN EXTEND DESATT.
           IF FILE-STATUS3 NOT = ZERO
              OPEN OUTPUT DESATT
           END-IF.
           PERFORM T20 THRU T20-EXIT.
           PERFORM T30 THRU T30-EXIT UNTIL FIN-DESFOU.
           CLOSE DESFOU DESATT.
           PERFORM T90 THRU T90-EXIT.
           CLOSE ETAT1.
           STOP RUN.
      *
      * chargement des attendus confirmes
       T12.
           READ FOUCMDAT NEXT RECORD
                AT END MOVE 1 TO WFIND
                GO TO T12-EXIT.
           IF FOD-STATUT NOT = 'C'
              GO TO T12-EXIT
           END-IF.
           IF WNB-ATT NOT < 3000
              DISPLAY "GPIWARNING"
              DISPLAY "**TABLE DES ATTENDUS PLEINE, RUN ABANDONNE"
              STOP RUN
           END-IF.
           ADD 1 TO WNB-ATT.
           MOVE FOD-NAR    TO WAT-NAR(WNB-ATT).
           MOVE FOD-SRE    TO WAT-SRE(WNB-ATT).
           MOVE FOD-DATARR TO WAT-DATARR(WNB-ATT).
           MOVE FOD-QTE    TO WAT-QTE(WNB-ATT).
       T12-EXIT.
           EXIT.
      *
      * numeros des avis deja en attente
       T15.
           READ DESATT NEXT RECORD
                AT END MOVE 1 TO WFINA
                GO TO T15-EXIT.
           MOVE DAT-NAV TO WAVI-NAV.
           PERFORM T45 THRU T45-EXIT.
       T15-EXIT.
           EXIT.
      *
       T20.
           READ DESFOU NEXT RECORD
                AT END MOVE 1 TO WFIN.
       T20-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      * T30 : un segment de l'avis : E1 entete, L1 ligne,              *
      *       Z1 recapitulatif                                         *
      *----------------------------------------------------------------*
       T30.
           IF DSF-SEG = 'E1'
              PERFORM T40 THRU T40-EXIT
           END-IF.
           IF DSF-SEG = 'L1'
              PERFORM T50 THRU T50-EXIT
           END-IF.
           IF DSF-SEG = 'Z1'
              PERFORM T60 THRU T60-EXIT
           END-IF.
           PERFORM T20 THRU T20-EXIT.
       T30-EXIT.
           EXIT.
      *
      * entete d'avis : un numero deja integre fait ignorer l'avis
       T40.
           MOVE DSF-E1-NAV TO WAVI-NAV.
           MOVE DSF-E1-FOU TO WAVI-FOU.
           MOVE DSF-E1-ACH TO WAVI-ACH.
           MOVE ZERO TO WAVI-REJ WAVI-NBL WAVI-QTE.
           MOVE ZERO TO WTRV.
           PERFORM T42 VARYING WIDX FROM 1 BY 1
                   UNTIL WIDX > WNB-NAV OR WTRV = 1.
           IF WTRV = 1
              MOVE 1 TO WAVI-REJ
              ADD 1 TO WTOT-DBL
              MOVE SPACES TO LIGNE
              MOVE WAVI-NAV TO LNAV
              MOVE WAVI-FOU TO LFOU
              MOVE WAVI-ACH TO LACH
              MOVE "AVIS DEJA INTEGRE, IGNORE" TO LLIB
              WRITE LIGNE BEFORE 1
              GO TO T40-EXIT
           END-IF.
           PERFORM T45 THRU T45-EXIT.
           ADD 1 TO WTOT-AVI.
       T40-EXIT.
           EXIT.
       T42.
           IF WNAV-NUM(WIDX) = WAVI-NAV
              MOVE 1 TO WTRV
           END-IF.
      *
      * ajout du numero d'avis a la table des avis integres
       T45.
           MOVE ZERO TO WTRV.
           PERFORM T42 VARYING WIDX FROM 1 BY 1
                   UNTIL WIDX > WNB-NAV OR WTRV = 1.
           IF WTRV = 1
              GO TO T45-EXIT
           END-IF.
           IF WNB-NAV NOT < 2000
              DISPLAY "GPIWARNING"
              DISPLAY "**TABLE DES AVIS FOURNISSEURS PLEINE, "
                      "RUN ABANDONNE"
              STOP RUN
           END-IF.
           ADD 1 TO WNB-NAV.
           MOVE WAVI-NAV TO WNAV-NUM(WNB-NAV).
       T45-EXIT.
           EXIT.
      *
      * ligne d'avis : rapprochement de l'attendu, mise en attente
       T50.
           IF WAVI-REJ = 1
              GO TO T50-EXIT
           END-IF.
           ADD 1 TO WAVI-NBL.
           ADD DSF-L1-QTE TO WAVI-QTE.
           MOVE SPACES TO LIGNE.
           MOVE WAVI-NAV   TO LNAV.
           MOVE WAVI-FOU   TO LFOU.
           MOVE WAVI-ACH   TO LACH.
           MOVE DSF-L1-NAR TO LNAR.
           MOVE DSF-L1-LOT TO LLOT.
           MOVE DSF-L1-QTE TO LQTE.
           MOVE DSF-L1-DLC TO LDLC.
           MOVE ZERO TO WTRV.
           PERFORM T52 VARYING WIDX FROM 1 BY 1
                   UNTIL WIDX > WNB-ATT OR WTRV = 1.
           IF WTRV = ZERO
              ADD 1 TO WTOT-REJ
              MOVE "LIGNE SANS ATTENDU FOUCMDAT, REJETEE" TO LLIB
              WRITE LIGNE BEFORE 1
              GO TO T50-EXIT
           END-IF.
           MOVE SPACES TO DAT-LIGNE.
           MOVE WAVI-NAV   TO DAT-NAV.
           MOVE WAVI-FOU   TO DAT-FOU.
           MOVE WAVI-ACH   TO DAT-ACH.
           MOVE DSF-L1-NAR TO DAT-NAR.
           MOVE DSF-L1-SRE TO DAT-SRE.
           MOVE DSF-L1-QTE TO DAT-QTE.
           MOVE DSF-L1-LOT TO DAT-LOT.
           MOVE DSF-L1-DFA TO DAT-DFA.
           MOVE DSF-L1-DLC TO DAT-DLC.
           MOVE WAT-DATARR(WPOS) TO DAT-DATARR.
           MOVE WDATEJOUR  TO DAT-DATAVI.
           WRITE DAT-LIGNE.
           ADD 1 TO WTOT-LIG.
           IF DSF-L1-QTE > WAT-QTE(WPOS)
              MOVE "ANNONCE, QUANTITE SUPERIEURE A L'ATTENDU" TO LLIB
           ELSE
              MOVE "ANNONCE, EN ATTENTE DE RECEPTION" TO LLIB
           END-IF.
           WRITE LIGNE BEFORE 1.
       T50-EXIT.
           EXIT.
       T52.
           IF WAT-NAR(WIDX) = DSF-L1-NAR
              AND WAT-SRE(WIDX) = DSF-L1-SRE
              MOVE 1 TO WTRV
              MOVE WIDX TO WPOS
           END-IF.
      *
      * recapitulatif d'avis : controle du nombre de lignes et de la
      * quantite totale annoncee
       T60.
           IF WAVI-REJ = 1
              GO TO T60-EXIT
           END-IF.
           IF DSF-Z1-NBLIG = WAVI-NBL AND DSF-Z1-QTETOT = WAVI-QTE
              GO TO T60-EXIT
           END-IF.
           MOVE SPACES TO LIGNE.
           MOVE WAVI-NAV TO LNAV.
           MOVE WAVI-FOU TO LFOU.
           MOVE WAVI-ACH TO LACH.
           MOVE WAVI-QTE TO LQTE.
           MOVE "AVIS INCOMPLET, RECAPITULATIF Z1 DIFFERENT" TO LLIB.
           WRITE LIGNE BEFORE 1.
       T60-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      * T90 : totaux                                                   *
      *----------------------------------------------------------------*
       T90.
           MOVE SPACES TO LIGNE.
           WRITE LIGNE BEFORE 1.
           MOVE SPACES TO LIGNE.
           MOVE WTOT-AVI TO LQTE.
           MOVE "TOTAL AVIS INTEGRES" TO LLIB.
           WRITE LIGNE BEFORE 1.
           MOVE SPACES TO LIGNE.
           MOVE WTOT-LIG TO LQTE.
           MOVE "TOTAL LIGNES MISES EN ATTENTE (DESATT)" TO LLIB.
           WRITE LIGNE BEFORE 1.
           MOVE SPACES TO LIGNE.
           MOVE WTOT-REJ TO LQTE.
           MOVE "TOTAL LIGNES REJETEES (SANS ATTENDU)" TO LLIB.
           WRITE LIGNE BEFORE 1.
           MOVE SPACES TO LIGNE.
           MOVE WTOT-DBL TO LQTE.
           MOVE "TOTAL AVIS DEJA INTEGRES, IGNORES" TO LLIB.
           WRITE LIGNE BEFORE 1.
       T90-EXIT.
           EXIT.
