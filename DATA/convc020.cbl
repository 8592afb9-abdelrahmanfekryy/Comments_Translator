      *DD9178 15/10/26 anes Creation - suivi annuel de la convention
      *                     unique : convenu / facture / CA realise
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVC020.
      *
      ******************************************************************
      * GPICMT    Suivi de la convention unique de l'annee ANNEECNV     *
      *           (AA, annee du run par defaut) par enseigne (NCLCNV :  *
      *           une seule, zero = toutes) :                           *
      *           - CONVCLI : entete (signature, statut) et services    *
      *             convenus, en montant (mode M) ou en % du CA         *
      *             (mode P)                                            *
      *           - FFACTURE : le CA realise de l'annee (factures -     *
      *             avoirs, hors duplicata, societe de la convention),  *
      *             clients rattaches au noeud CLIHIER a la date de la  *
      *             facture compris (meme regle que RFAC010)            *
      *           - CONVFAC : les factures de services enregistrees par *
      *             CONVC010                                            *
      *           Par enseigne : statut legal (non signee, ou signee le *
      *           1er mars ou apres), puis par service le convenu (mode *
      *           P : taux x CA realise), le facture et l'ecart ; un    *
      *           service facture au-dela du convenu ou sans convention *
      *           est signale.  Les factures d'une enseigne sans        *
      *           convention de l'annee sortent en fin d'edition.       *
      ******************************************************************
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. DPS-4.
       OBJECT-COMPUTER. DPS-4.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONVCLI ASSIGN TO CON-VCLI
                       organization line sequential
                       file status is file-status.
      *
           SELECT FFACTURE ASSIGN TO FFACTURE
                       organization indexed
                       access mode sequential
                       record key FBCLE-CDESUP
                       file status is file-status2.
      *
           SELECT CONVFAC ASSIGN TO CON-VFAC
                       organization line sequential
                       file status is file-status3.
      *
           SELECT ETAT1 ASSIGN TO wlabel-etat1
                       organization line sequential.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  CONVCLI
                DATA RECORD CNV-LIGNE.
       01  CNV-LIGNE.
           02 CNV-NCL            PIC 9(6).
           02 FILLER             PIC X.
           02 CNV-ANNEE          PIC 99.
           02 FILLER             PIC X.
           02 CNV-TYPE           PIC X.
           02 FILLER             PIC X.
           02 CNV-SUITE          PIC X(68).
      * entete : date de signature AAMMJJ (zero = non signee), statut
      * S signee, N en negociation, R rupture des negociations
       01  CNV-E REDEFINES CNV-LIGNE.
           02 FILLER             PIC X(12).
           02 CNV-DATSIG         PIC 9(6).
           02 FILLER             PIC X.
           02 CNV-STATUT         PIC X.
           02 FILLER             PIC X.
           02 CNV-SOC            PIC X(6).
           02 FILLER             PIC X.
           02 CNV-LIBE           PIC X(30).
           02 FILLER             PIC X(22).
      * service : mode M montant convenu, P % du CA realise
       01  CNV-S REDEFINES CNV-LIGNE.
           02 FILLER             PIC X(12).
           02 CNV-CODE           PIC X(6).
           02 FILLER             PIC X.
           02 CNV-LIB            PIC X(30).
           02 FILLER             PIC X.
           02 CNV-MODE           PIC X.
           02 FILLER             PIC X.
           02 CNV-MONTANT        PIC 9(7)V99.
           02 FILLER             PIC X.
           02 CNV-TAUX           PIC 9(2)V99.
           02 FILLER             PIC X(14).
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
           02 FILLER                PIC X(52).
      *
       FD  CONVFAC
                DATA RECORD CFJ-LIGNE.
       01  CFJ-LIGNE.
           02 CFJ-NCL            PIC 9(6).
           02 FILLER             PIC X.
           02 CFJ-ANNEE          PIC 99.
           02 FILLER             PIC X.
           02 CFJ-NFAC           PIC X(15).
           02 FILLER             PIC X.
           02 CFJ-DATFAC         PIC 9(6).
           02 FILLER             PIC X.
           02 CFJ-CODE           PIC X(6).
           02 FILLER             PIC X.
           02 CFJ-MONTHT         PIC 9(7)V99.
           02 FILLER             PIC X.
           02 CFJ-STATUT         PIC X.
           02 FILLER             PIC X.
           02 CFJ-DATENR         PIC 9(6).
      *
       FD  ETAT1
                DATA RECORD LIGNE
                LINAGE IS 64  LINES AT TOP 2.
       01  LIGNE                  PIC X(132).
       01  L1.
           02 LNCL                 PIC X(6).
           02 FILLER               PIC X(2).
           02 LCODE                PIC X(6).
           02 FILLER               PIC X(2).
           02 LLIBS                PIC X(20).
           02 FILLER               PIC X(2).
           02 LTAUX                PIC Z9V,99 blank zero.
           02 FILLER               PIC X(2).
           02 LCA                  PIC Z(8)9V,99 blank zero.
           02 FILLER               PIC X(2).
           02 LCONV                PIC Z(8)9V,99 blank zero.
           02 FILLER               PIC X(2).
           02 LFACT                PIC Z(8)9V,99 blank zero.
           02 FILLER               PIC X(2).
           02 LECART               PIC -(7)9V,99 blank zero.
           02 FILLER               PIC X(2).
           02 LLIB                 PIC X(32).
      *
       WORKING-STORAGE SECTION.
       01  wlabel-etat1           pic x(64) value space.
       01  var-name               pic x(64).
       01  var-data               pic x(64).
       01  file-status            PIC XX.
       01  file-status2           PIC XX.
       01  file-status3           PIC XX.
       01  WFIN                   PIC 9 value zero.
           88 FIN-CONVCLI         value 1.
       01  WFINF                  PIC 9 value zero.
           88 FIN-FFACTURE        value 1.
       01  WFINJ                  PIC 9 value zero.
           88 FIN-CONVFAC         value 1.
       01  WDATEJOUR              PIC 9(6) VALUE ZERO.
       01  WANNEE                 PIC 99 VALUE ZERO.
       01  WNCLSEL                PIC 9(6) VALUE ZERO.
       01  WDATLIM                PIC 9(6).
      *
      **** conventions de l'annee : signature, CA realise
       01  WTENT.
           02 WTENT-E OCCURS 300.
              03 WEN-NCL          PIC 9(6).
              03 WEN-DATSIG       PIC 9(6).
              03 WEN-STATUT       PIC X.
              03 WEN-SOC          PIC X(6).
              03 WEN-LIBE         PIC X(30).
              03 WEN-CA           PIC S9(11)V99.
       01  WNB-ENT                PIC 9(3) VALUE ZERO.
       01  WIDXE                  PIC 9(3).
      *
      **** services : convenus (WSV-CONV O) ou factures sans
      **** convention (WSV-CONV N), cumul facture
       01  WTSRV.
           02 WTSRV-E OCCURS 3000.
              03 WSV-NCL          PIC 9(6).
              03 WSV-CODE         PIC X(6).
              03 WSV-LIB          PIC X(30).
              03 WSV-MODE         PIC X.
              03 WSV-MONTANT      PIC 9(7)V99.
              03 WSV-TAUX         PIC 9(2)V99.
              03 WSV-CONV         PIC X.
              03 WSV-FACT         PIC 9(9)V99.
       01  WNB-SRV                PIC 9(4) VALUE ZERO.
       01  WIDXS                  PIC 9(4).
       01  WPOSS                  PIC 9(4).
      *
      **** factures d'enseignes sans convention de l'annee
       01  WTHOR.
           02 WTHOR-E OCCURS 500.
              03 WHR-NCL          PIC 9(6).
              03 WHR-CODE         PIC X(6).
              03 WHR-NB           PIC 9(4).
              03 WHR-FACT         PIC 9(9)V99.
       01  WNB-HOR                PIC 9(3) VALUE ZERO.
       01  WIDXH                  PIC 9(3).
       01  WPOSH                  PIC 9(3).
       01  WTRV                   PIC 9.
      *
       01  WNCL                   PIC 9(6).
       01  WCODE                  PIC X(6).
       01  WCA                    PIC 9(11)V99.
       01  WCONV                  PIC 9(9)V99.
       01  WECART                 PIC S9(9)V99.
       01  WPCT                   PIC 9(3)V99.
       01  WENS-CONV              PIC 9(11)V99.
       01  WENS-FACT              PIC 9(11)V99.
       01  WNB-ED                 PIC ZZZZ9.
       01  WTOT-ENT               PIC 9(5) VALUE ZERO.
       01  WTOT-SIG               PIC 9(5) VALUE ZERO.
       01  WTOT-DEP               PIC 9(5) VALUE ZERO.
       01  WTOT-SCV               PIC 9(5) VALUE ZERO.
       01  WTOT-CONV              PIC 9(11)V99 VALUE ZERO.
       01  WTOT-FACT              PIC 9(11)V99 VALUE ZERO.
       01  WTOT-HOR               PIC 9(11)V99 VALUE ZERO.
           copy '../copy/clihier.com'.
      *
       PROCEDURE DIVISION.
      *
      *----------------------------------------------------------------*
      * T10 : initialisations, chargement des conventions de l'annee,  *
      *       cumul du CA et des factures de services, edition         *
      *----------------------------------------------------------------*
       T10.
           MOVE ZERO TO WFIN WFINF WFINJ WNB-ENT WNB-SRV WNB-HOR
                        WTOT-ENT WTOT-SIG WTOT-DEP WTOT-SCV
                        WTOT-CONV WTOT-FACT WTOT-HOR.
           string 'ANNEECNV' x'00' delimited by size
                  into var-name.
           move space to var-data.
           call 'genvcc' using var-name var-data.
           if var-data(1:2) numeric
              move var-data(1:2) to WANNEE.
           string 'NCLCNV' x'00' delimited by size
                  into var-name.
           move space to var-data.
           call 'genvcc' using var-name var-data.
           if var-data(1:6) numeric
              move var-data(1:6) to WNCLSEL.
           string 'ADLPID' x'00' delimited by size
                  into var-name.
           move space to var-data.
           call 'genvcc' using var-name var-data.
           if var-data(1:6) numeric
              move var-data(1:6) to WDATEJOUR.
           IF WANNEE = ZERO
              MOVE WDATEJOUR(1:2) TO WANNEE
           END-IF.
      * signature exigee avant le 1er mars de l'annee
           COMPUTE WDATLIM = WANNEE * 10000 + 301.
           string 'convc020.'
                  var-data delimited by ' '
                                     into wlabel-etat1.
           OPEN INPUT CONVCLI.
           IF FILE-STATUS NOT = ZERO
              DISPLAY "PAS DE FICHIER DES CONVENTIONS"
              STOP RUN
           END-IF.
           OPEN OUTPUT ETAT1.
           MOVE SPACES TO LIGNE.
           MOVE "SUIVI CONVENTION UNIQUE - ANNEE" TO LLIB.
           MOVE WANNEE TO LCODE.
           WRITE LIGNE BEFORE 2.
           MOVE SPACES TO LIGNE.
           PERFORM T20 THRU T20-EXIT.
           PERFORM T25 THRU T25-EXIT UNTIL FIN-CONVCLI.
           CLOSE CONVCLI.
           IF WNB-ENT NOT = ZERO
              OPEN INPUT FFACTURE
              IF FILE-STATUS2 NOT = ZERO
                 DISPLAY "OUVERTURE FFACTURE IMPOSSIBLE " FILE-STATUS2
                 STOP RUN
              END-IF
              PERFORM T30 THRU T30-EXIT
              PERFORM T35 THRU T35-EXIT UNTIL FIN-FFACTURE
              CLOSE FFACTURE
           END-IF.
           OPEN INPUT CONVFAC.
           IF FILE-STATUS3 = ZERO
              PERFORM T40 THRU T40-EXIT
              PERFORM T42 THRU T42-EXIT UNTIL FIN-CONVFAC
              CLOSE CONVFAC
           END-IF.
           PERFORM T50 THRU T50-EXIT
                   VARYING WIDXE FROM 1 BY 1 UNTIL WIDXE > WNB-ENT.
           IF WNB-HOR NOT = ZERO
              MOVE SPACES TO LIGNE
              WRITE LIGNE BEFORE 1
              MOVE "ENSEIGNES SANS CONVENTION" TO LLIB
              WRITE LIGNE BEFORE 1
              MOVE SPACES TO LIGNE
              PERFORM T70 THRU T70-EXIT
                      VARYING WIDXH FROM 1 BY 1 UNTIL WIDXH > WNB-HOR
           END-IF.
           PERFORM T90 THRU T90-EXIT.
           CLOSE ETAT1.
           STOP RUN.
      *
      *----------------------------------------------------------------*
      * T20/T25 : chargement des conventions de l'annee                *
      *----------------------------------------------------------------*
       T20.
           READ CONVCLI NEXT RECORD
                AT END MOVE 1 TO WFIN.
       T20-EXIT.
           EXIT.
       T25.
           IF CNV-ANNEE NOT = WANNEE
              GO TO T25F
           END-IF.
           IF WNCLSEL NOT = ZERO AND CNV-NCL NOT = WNCLSEL
              GO TO T25F
           END-IF.
           IF CNV-TYPE = 'E'
              IF WNB-ENT < 300
                 ADD 1 TO WNB-ENT
                 MOVE CNV-NCL    TO WEN-NCL(WNB-ENT)
                 MOVE CNV-DATSIG TO WEN-DATSIG(WNB-ENT)
                 MOVE CNV-STATUT TO WEN-STATUT(WNB-ENT)
                 MOVE CNV-SOC    TO WEN-SOC(WNB-ENT)
                 MOVE CNV-LIBE   TO WEN-LIBE(WNB-ENT)
                 MOVE ZERO       TO WEN-CA(WNB-ENT)
              ELSE
                 DISPLAY "GPIWARNING"
                 DISPLAY "**TABLE DES CONVENTIONS PLEINE, RUN ABANDONNE"
                 STOP RUN
              END-IF
           END-IF.
           IF CNV-TYPE = 'S'
              IF WNB-SRV < 3000
                 ADD 1 TO WNB-SRV
                 MOVE CNV-NCL     TO WSV-NCL(WNB-SRV)
                 MOVE CNV-CODE    TO WSV-CODE(WNB-SRV)
                 MOVE CNV-LIB     TO WSV-LIB(WNB-SRV)
                 MOVE CNV-MODE    TO WSV-MODE(WNB-SRV)
                 MOVE CNV-MONTANT TO WSV-MONTANT(WNB-SRV)
                 MOVE CNV-TAUX    TO WSV-TAUX(WNB-SRV)
                 MOVE 'O'         TO WSV-CONV(WNB-SRV)
                 MOVE ZERO        TO WSV-FACT(WNB-SRV)
              ELSE
                 DISPLAY "GPIWARNING"
                 DISPLAY "**TABLE DES SERVICES PLEINE, RUN ABANDONNE"
                 STOP RUN
              END-IF
           END-IF.
       T25F.
           PERFORM T20 THRU T20-EXIT.
       T25-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      * T30/T35 : CA realise de l'annee par convention (factures -     *
      *           avoirs, hors duplicata, clients rattaches au noeud)  *
      *----------------------------------------------------------------*
       T30.
           READ FFACTURE NEXT RECORD
                AT END MOVE 1 TO WFINF.
       T30-EXIT.
           EXIT.
       T35.
           IF FBDUP = '1' OR FBDATE(1:2) NOT = WANNEE
              GO TO T35F
           END-IF.
      * ascendants du client a la date de la facture
           INITIALIZE CLIHIER.
           MOVE FBNCL  TO ICLIHIER-NCL.
           MOVE FBDATE TO ICLIHIER-DATE.
           CALL "clihier1" USING CLIHIER.
           PERFORM T37 THRU T37-EXIT
                   VARYING WIDXE FROM 1 BY 1 UNTIL WIDXE > WNB-ENT.
       T35F.
           PERFORM T30 THRU T30-EXIT.
       T35-EXIT.
           EXIT.
      *
       T37.
           IF (WEN-NCL(WIDXE) = FBNCL
               OR WEN-NCL(WIDXE) = OCLIHIER-NCLNIV(1)
               OR WEN-NCL(WIDXE) = OCLIHIER-NCLNIV(2)
               OR WEN-NCL(WIDXE) = OCLIHIER-NCLNIV(3))
              AND (WEN-SOC(WIDXE) = SPACES
               OR WEN-SOC(WIDXE) = FBSOC)
              IF FBCFA = 5 OR FBCFA = 6 OR FBCFA = 7
                 SUBTRACT FBMONTHT FROM WEN-CA(WIDXE)
              ELSE
                 ADD FBMONTHT TO WEN-CA(WIDXE)
              END-IF
           END-IF.
       T37-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      * T40/T42 : factures de services de l'annee par service ; un     *
      *           service absent de la convention est ajoute (sans     *
      *           convention), une enseigne sans convention est mise   *
      *           a part                                               *
      *----------------------------------------------------------------*
       T40.
           READ CONVFAC NEXT RECORD
                AT END MOVE 1 TO WFINJ.
       T40-EXIT.
           EXIT.
       T42.
           IF CFJ-ANNEE NOT = WANNEE
              GO TO T42F
           END-IF.
           IF WNCLSEL NOT = ZERO AND CFJ-NCL NOT = WNCLSEL
              GO TO T42F
           END-IF.
           MOVE CFJ-NCL  TO WNCL.
           MOVE CFJ-CODE TO WCODE.
           MOVE ZERO TO WTRV.
           PERFORM T45 VARYING WIDXE FROM 1 BY 1
                   UNTIL WIDXE > WNB-ENT OR WTRV = 1.
           IF WTRV = ZERO
              PERFORM T44 THRU T44-EXIT
              GO TO T42F
           END-IF.
           MOVE ZERO TO WTRV.
           PERFORM T47 VARYING WIDXS FROM 1 BY 1
                   UNTIL WIDXS > WNB-SRV OR WTRV = 1.
           IF WTRV = ZERO
              IF WNB-SRV < 3000
                 ADD 1 TO WNB-SRV
                 MOVE WNB-SRV TO WPOSS
                 MOVE WNCL    TO WSV-NCL(WPOSS)
                 MOVE WCODE   TO WSV-CODE(WPOSS)
                 MOVE "SANS CONVENTION" TO WSV-LIB(WPOSS)
                 MOVE 'M'     TO WSV-MODE(WPOSS)
                 MOVE ZERO    TO WSV-MONTANT(WPOSS) WSV-TAUX(WPOSS)
                                 WSV-FACT(WPOSS)
                 MOVE 'N'     TO WSV-CONV(WPOSS)
              ELSE
                 DISPLAY "GPIWARNING"
                 DISPLAY "**TABLE DES SERVICES PLEINE, RUN ABANDONNE"
                 STOP RUN
              END-IF
           END-IF.
           ADD CFJ-MONTHT TO WSV-FACT(WPOSS).
       T42F.
           PERFORM T40 THRU T40-EXIT.
       T42-EXIT.
           EXIT.
      *
      * facture d'une enseigne sans convention : cumul par service
       T44.
           MOVE ZERO TO WTRV.
           PERFORM T48 VARYING WIDXH FROM 1 BY 1
                   UNTIL WIDXH > WNB-HOR OR WTRV = 1.
           IF WTRV = ZERO
              IF WNB-HOR < 500
                 ADD 1 TO WNB-HOR
                 MOVE WNB-HOR TO WPOSH
                 MOVE WNCL    TO WHR-NCL(WPOSH)
                 MOVE WCODE   TO WHR-CODE(WPOSH)
                 MOVE ZERO    TO WHR-NB(WPOSH) WHR-FACT(WPOSH)
              ELSE
                 DISPLAY "GPIWARNING"
                 DISPLAY "**TABLE HORS CONVENTION PLEINE, RUN ABANDONNE"
                 STOP RUN
              END-IF
           END-IF.
           ADD 1          TO WHR-NB(WPOSH).
           ADD CFJ-MONTHT TO WHR-FACT(WPOSH).
       T44-EXIT.
           EXIT.
      *
       T45.
           IF WEN-NCL(WIDXE) = WNCL
              MOVE 1 TO WTRV
           END-IF.
       T47.
           IF WSV-NCL(WIDXS) = WNCL
              AND WSV-CODE(WIDXS) = WCODE
              MOVE 1 TO WTRV
              MOVE WIDXS TO WPOSS
           END-IF.
       T48.
           IF WHR-NCL(WIDXH) = WNCL
              AND WHR-CODE(WIDXH) = WCODE
              MOVE 1 TO WTRV
              MOVE WIDXH TO WPOSH
           END-IF.
      *
      *----------------------------------------------------------------*
      * T50 : une convention : statut legal, services, total enseigne  *
      *----------------------------------------------------------------*
       T50.
           ADD 1 TO WTOT-ENT.
           IF WEN-CA(WIDXE) < ZERO
              MOVE ZERO TO WCA
           ELSE
              MOVE WEN-CA(WIDXE) TO WCA
           END-IF.
           MOVE ZERO TO WENS-CONV WENS-FACT.
           MOVE SPACES TO LIGNE.
           WRITE LIGNE BEFORE 1.
           MOVE WEN-NCL(WIDXE)  TO LNCL.
           IF WEN-DATSIG(WIDXE) NOT = ZERO
              MOVE WEN-DATSIG(WIDXE) TO LCODE
           END-IF.
           MOVE WEN-LIBE(WIDXE) TO LLIBS.
           MOVE WCA             TO LCA.
           IF WEN-STATUT(WIDXE) = 'R'
              MOVE "RUPTURE DES NEGOCIATIONS" TO LLIB
              ADD 1 TO WTOT-SIG
           ELSE
              IF WEN-DATSIG(WIDXE) = ZERO
                 OR WEN-STATUT(WIDXE) NOT = 'S'
                 MOVE "CONVENTION NON SIGNEE" TO LLIB
                 ADD 1 TO WTOT-SIG
              ELSE
                 IF WEN-DATSIG(WIDXE) NOT < WDATLIM
                    MOVE "SIGNEE APRES LE 1ER MARS" TO LLIB
                    ADD 1 TO WTOT-SIG
                 ELSE
                    MOVE "CONVENTION SIGNEE" TO LLIB
                 END-IF
              END-IF
           END-IF.
           WRITE LIGNE BEFORE 1.
           MOVE SPACES TO LIGNE.
           PERFORM T55 THRU T55-EXIT
                   VARYING WIDXS FROM 1 BY 1 UNTIL WIDXS > WNB-SRV.
           MOVE WEN-NCL(WIDXE) TO LNCL.
           MOVE "TOTAL ENSEIGNE" TO LLIBS.
           MOVE WCA       TO LCA.
           MOVE WENS-CONV TO LCONV.
           MOVE WENS-FACT TO LFACT.
           COMPUTE WECART = WENS-FACT - WENS-CONV.
           MOVE WECART    TO LECART.
           IF WCA NOT = ZERO
              COMPUTE WPCT ROUNDED = WENS-FACT * 100 / WCA
                      ON SIZE ERROR MOVE 999.99 TO WPCT
              END-COMPUTE
              MOVE WPCT TO LTAUX
              MOVE "FACTURE EN % DU CA REALISE" TO LLIB
           END-IF.
           WRITE LIGNE BEFORE 1.
           MOVE SPACES TO LIGNE.
           ADD WENS-CONV TO WTOT-CONV.
           ADD WENS-FACT TO WTOT-FACT.
       T50-EXIT.
           EXIT.
      *
      * service de la convention : convenu (mode P : taux x CA
      * realise), facture, ecart ; depassement et sans convention
       T55.
           IF WSV-NCL(WIDXS) NOT = WEN-NCL(WIDXE)
              GO TO T55-EXIT
           END-IF.
           IF WSV-MODE(WIDXS) = 'P'
              COMPUTE WCONV ROUNDED = WCA * WSV-TAUX(WIDXS) / 100
              MOVE WSV-TAUX(WIDXS) TO LTAUX
           ELSE
              MOVE WSV-MONTANT(WIDXS) TO WCONV
           END-IF.
           COMPUTE WECART = WSV-FACT(WIDXS) - WCONV.
           MOVE WSV-CODE(WIDXS) TO LCODE.
           MOVE WSV-LIB(WIDXS)  TO LLIBS.
           MOVE WCONV           TO LCONV.
           MOVE WSV-FACT(WIDXS) TO LFACT.
           MOVE WECART          TO LECART.
           IF WSV-CONV(WIDXS) = 'N'
              MOVE "FACTURE SANS CONVENTION" TO LLIB
              ADD 1 TO WTOT-SCV
           ELSE
              IF WECART > ZERO
                 MOVE "FACTURE AU-DELA DE LA CONVENTION" TO LLIB
                 ADD 1 TO WTOT-DEP
              END-IF
           END-IF.
           WRITE LIGNE BEFORE 1.
           MOVE SPACES TO LIGNE.
           ADD WCONV           TO WENS-CONV.
           ADD WSV-FACT(WIDXS) TO WENS-FACT.
       T55-EXIT.
           EXIT.
      *
      * factures d'une enseigne sans convention de l'annee
       T70.
           MOVE SPACES TO LIGNE.
           MOVE WHR-NCL(WIDXH)  TO LNCL.
           MOVE WHR-CODE(WIDXH) TO LCODE.
           MOVE WHR-FACT(WIDXH) TO LFACT.
           MOVE WHR-FACT(WIDXH) TO LECART.
           MOVE "FACTURE SANS CONVENTION" TO LLIB.
           WRITE LIGNE BEFORE 1.
           ADD WHR-FACT(WIDXH) TO WTOT-HOR.
           ADD 1 TO WTOT-SCV.
       T70-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      * T90 : recapitulatif du run                                     *
      *----------------------------------------------------------------*
       T90.
           MOVE SPACES TO LIGNE.
           WRITE LIGNE BEFORE 1.
           MOVE SPACES TO LIGNE.
           MOVE WTOT-ENT TO WNB-ED.
           MOVE WNB-ED TO LCODE.
           MOVE "TOTAL CONVENTIONS" TO LLIBS.
           MOVE WTOT-CONV TO LCONV.
           MOVE WTOT-FACT TO LFACT.
           WRITE LIGNE BEFORE 1.
           MOVE SPACES TO LIGNE.
           MOVE WTOT-SIG TO WNB-ED.
           MOVE WNB-ED TO LCODE.
           MOVE "NON SIGNEES/TARDIVES" TO LLIBS.
           WRITE LIGNE BEFORE 1.
           MOVE SPACES TO LIGNE.
           MOVE WTOT-DEP TO WNB-ED.
           MOVE WNB-ED TO LCODE.
           MOVE "SERVICES DEPASSES" TO LLIBS.
           WRITE LIGNE BEFORE 1.
           MOVE SPACES TO LIGNE.
           MOVE WTOT-SCV TO WNB-ED.
           MOVE WNB-ED TO LCODE.
           MOVE "SERVICES HORS CONV." TO LLIBS.
           MOVE WTOT-HOR TO LFACT.
           MOVE "DONT ENSEIGNES SANS CONVENTION" TO LLIB.
           WRITE LIGNE BEFORE 1.
           IF WTOT-SIG NOT = ZERO OR WTOT-DEP NOT = ZERO
              OR WTOT-SCV NOT = ZERO
              DISPLAY "GPIWARNING"
              DISPLAY "**CONVENTION UNIQUE : ANOMALIES A EXAMINER"
           END-IF.
       T90-EXIT.
           EXIT.
