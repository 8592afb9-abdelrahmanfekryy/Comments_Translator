      *DD9178 15/10/26 anes Creation - factures de services de la
      *                     convention unique annuelle des enseignes
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVC010.
      *
      ******************************************************************
      * GPICMT    Convention unique annuelle (EGalim) : enregistrement  *
      *           des factures de services de cooperation commerciale   *
      *           recues des enseignes (tete de gondole, catalogue,     *
      *           referencement...) :                                   *
      *           - CONVCLI : les conventions par enseigne (client ou   *
      *             noeud CLIHIER) et annee : entete E - date de        *
      *             signature (zero = non signee), statut, societe ;    *
      *             lignes S - service, montant convenu (mode M) ou %   *
      *             du CA realise (mode P)                              *
      *           - FACSRV : les factures de services recues (enseigne, *
      *             numero, date, service, montant HT)                  *
      *           - CONVFAC : le journal des factures enregistrees,     *
      *             relu pour les doublons et le cumul par service      *
      *           Chaque facture est ajoutee a CONVFAC avec son         *
      *           statut : C conforme (bon a payer), D depassement du   *
      *           montant convenu (mode M), H hors convention (pas de   *
      *           convention de l'annee ou service absent), N           *
      *           convention non signee.  Les statuts D/H/N sont a      *
      *           valider avant paiement ; le rapprochement annuel      *
      *           avec le CA realise est edite par CONVC020.            *
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
           SELECT FACSRV ASSIGN TO FAC-SRV
                       organization line sequential
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
       FD  FACSRV
                DATA RECORD FSV-LIGNE.
       01  FSV-LIGNE.
           02 FSV-NCL            PIC X(6).
           02 FSV-NCL9 REDEFINES FSV-NCL
                                 PIC 9(6).
           02 FILLER             PIC X.
           02 FSV-NFAC           PIC X(15).
           02 FILLER             PIC X.
           02 FSV-DATFAC         PIC X(6).
           02 FSV-DATFAC9 REDEFINES FSV-DATFAC
                                 PIC 9(6).
           02 FILLER             PIC X.
           02 FSV-CODE           PIC X(6).
           02 FILLER             PIC X.
           02 FSV-MONTHT         PIC X(9).
           02 FSV-MONTHT9 REDEFINES FSV-MONTHT
                                 PIC 9(7)V99.
           02 FILLER             PIC X(34).
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
           02 LNOLIG               PIC ZZZZ9 blank zero.
           02 FILLER               PIC X(2).
           02 LNCL                 PIC X(6).
           02 FILLER               PIC X(2).
           02 LNFAC                PIC X(15).
           02 FILLER               PIC X(2).
           02 LDATE                PIC X(6).
           02 FILLER               PIC X(2).
           02 LCODE                PIC X(6).
           02 FILLER               PIC X(2).
           02 LMONT                PIC Z(6)9V,99 blank zero.
           02 FILLER               PIC X(2).
           02 LCUM                 PIC Z(8)9V,99 blank zero.
           02 FILLER               PIC X(2).
           02 LCONV                PIC Z(8)9V,99 blank zero.
           02 FILLER               PIC X(2).
           02 LSTAT                PIC X.
           02 FILLER               PIC X(2).
           02 LLIB                 PIC X(40).
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
       01  WFINS                  PIC 9 value zero.
           88 FIN-FACSRV          value 1.
       01  WFINJ                  PIC 9 value zero.
           88 FIN-CONVFAC         value 1.
       01  WDATEJOUR              PIC 9(6) VALUE ZERO.
      *
      **** entetes de convention : enseigne, annee, signature
       01  WTENT.
           02 WTENT-E OCCURS 300.
              03 WEN-NCL          PIC 9(6).
              03 WEN-ANNEE        PIC 99.
              03 WEN-DATSIG       PIC 9(6).
              03 WEN-STATUT       PIC X.
       01  WNB-ENT                PIC 9(3) VALUE ZERO.
       01  WIDXE                  PIC 9(3).
       01  WPOSE                  PIC 9(3).
      *
      **** services convenus, cumul facture (journal + run)
       01  WTSRV.
           02 WTSRV-E OCCURS 3000.
              03 WSV-NCL          PIC 9(6).
              03 WSV-ANNEE        PIC 99.
              03 WSV-CODE         PIC X(6).
              03 WSV-MODE         PIC X.
              03 WSV-MONTANT      PIC 9(7)V99.
              03 WSV-FACT         PIC 9(9)V99.
       01  WNB-SRV                PIC 9(4) VALUE ZERO.
       01  WIDXS                  PIC 9(4).
       01  WPOSS                  PIC 9(4).
      *
      **** factures deja enregistrees (controle des doublons)
       01  WTFAC.
           02 WTFAC-E OCCURS 9000.
              03 WFC-NCL          PIC 9(6).
              03 WFC-NFAC         PIC X(15).
       01  WNB-FAC                PIC 9(4) VALUE ZERO.
       01  WIDXF                  PIC 9(4).
       01  WTRV                   PIC 9.
      *
      **** controle de la date de facture
       01  WTMOIS-V               PIC X(24)
                                  VALUE "312831303130313130313031".
       01  WTMOIS REDEFINES WTMOIS-V.
           02 WNBJ-MOIS           PIC 99 OCCURS 12.
       01  WDATW                  PIC 9(6).
       01  WDATW-X REDEFINES WDATW.
           02 WDW-AA              PIC 99.
           02 WDW-MM              PIC 99.
           02 WDW-JJ              PIC 99.
       01  WDERJ                  PIC 99.
       01  WQUOT                  PIC 9(6).
       01  WRESTE                 PIC 99.
      *
       01  WNCL                   PIC 9(6).
       01  WANNEE                 PIC 99.
       01  WNFAC                  PIC X(15).
       01  WCODE                  PIC X(6).
       01  WSTATUT                PIC X.
       01  WNOLIG                 PIC 9(5) VALUE ZERO.
       01  WTOT-LUS               PIC 9(5) VALUE ZERO.
       01  WTOT-REJ               PIC 9(5) VALUE ZERO.
       01  WTOT-C                 PIC 9(5) VALUE ZERO.
       01  WTOT-D                 PIC 9(5) VALUE ZERO.
       01  WTOT-H                 PIC 9(5) VALUE ZERO.
       01  WTOT-N                 PIC 9(5) VALUE ZERO.
       01  WTOT-MONT              PIC 9(9)V99 VALUE ZERO.
      *
       PROCEDURE DIVISION.
      *
      *----------------------------------------------------------------*
      * T10 : chargement des conventions et du journal, enregistrement *
      *       des factures recues                                      *
      *----------------------------------------------------------------*
       T10.
           MOVE ZERO TO WFIN WFINS WFINJ WNB-ENT WNB-SRV WNB-FAC
                        WNOLIG WTOT-LUS WTOT-REJ WTOT-C WTOT-D
                        WTOT-H WTOT-N WTOT-MONT.
           string 'ADLPID' x'00' delimited by size
                  into var-name.
           move space to var-data.
           call 'genvcc' using var-name var-data.
           if var-data(1:6) numeric
              move var-data(1:6) to WDATEJOUR.
           string 'convc010.'
                  var-data delimited by ' '
                                     into wlabel-etat1.
           OPEN INPUT FACSRV.
           IF FILE-STATUS2 NOT = ZERO
              DISPLAY "PAS DE FACTURE DE SERVICES A ENREGISTRER"
              STOP RUN
           END-IF.
           OPEN OUTPUT ETAT1.
           MOVE SPACES TO LIGNE.
           MOVE "FACTURES DE SERVICES - CONVENTION UNIQUE" TO LLIB.
           MOVE WDATEJOUR TO LDATE.
           WRITE LIGNE BEFORE 2.
           MOVE SPACES TO LIGNE.
           OPEN INPUT CONVCLI.
           IF FILE-STATUS = ZERO
              PERFORM T20 THRU T20-EXIT
              PERFORM T25 THRU T25-EXIT UNTIL FIN-CONVCLI
              CLOSE CONVCLI
           ELSE
              DISPLAY "GPIWARNING"
              DISPLAY "**PAS DE FICHIER DES CONVENTIONS, FACTURES "
                      "HORS CONVENTION"
           END-IF.
           OPEN INPUT CONVFAC.
           IF FILE-STATUS3 = ZERO
              PERFORM T30 THRU T30-EXIT
              PERFORM T32 THRU T32-EXIT UNTIL FIN-CONVFAC
              CLOSE CONVFAC
           END-IF.
           OPEN EXTEND CONVFAC.
           IF FILE-STATUS3 NOT = ZERO
              OPEN OUTPUT CONVFAC
           END-IF.
           PERFORM T35 THRU T35-EXIT.
           PERFORM T40 THRU T40-EXIT UNTIL FIN-FACSRV.
           CLOSE FACSRV CONVFAC.
           PERFORM T90 THRU T90-EXIT.
           CLOSE ETAT1.
           STOP RUN.
      *
      *----------------------------------------------------------------*
      * T20/T25 : chargement des conventions (entetes et services)     *
      *----------------------------------------------------------------*
       T20.
           READ CONVCLI NEXT RECORD
                AT END MOVE 1 TO WFIN.
       T20-EXIT.
           EXIT.
       T25.
           IF CNV-TYPE = 'E'
              IF WNB-ENT < 300
                 ADD 1 TO WNB-ENT
                 MOVE CNV-NCL    TO WEN-NCL(WNB-ENT)
                 MOVE CNV-ANNEE  TO WEN-ANNEE(WNB-ENT)
                 MOVE CNV-DATSIG TO WEN-DATSIG(WNB-ENT)
                 MOVE CNV-STATUT TO WEN-STATUT(WNB-ENT)
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
                 MOVE CNV-ANNEE   TO WSV-ANNEE(WNB-SRV)
                 MOVE CNV-CODE    TO WSV-CODE(WNB-SRV)
                 MOVE CNV-MODE    TO WSV-MODE(WNB-SRV)
                 MOVE CNV-MONTANT TO WSV-MONTANT(WNB-SRV)
                 MOVE ZERO        TO WSV-FACT(WNB-SRV)
              ELSE
                 DISPLAY "GPIWARNING"
                 DISPLAY "**TABLE DES SERVICES PLEINE, RUN ABANDONNE"
                 STOP RUN
              END-IF
           END-IF.
           PERFORM T20 THRU T20-EXIT.
       T25-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      * T30/T32 : journal des factures deja enregistrees : doublons et *
      *           cumul facture par service                            *
      *----------------------------------------------------------------*
       T30.
           READ CONVFAC NEXT RECORD
                AT END MOVE 1 TO WFINJ.
       T30-EXIT.
           EXIT.
       T32.
           MOVE CFJ-NCL   TO WNCL.
           MOVE CFJ-NFAC  TO WNFAC.
           PERFORM T62 THRU T62-EXIT.
           MOVE CFJ-ANNEE TO WANNEE.
           MOVE CFJ-CODE  TO WCODE.
           MOVE ZERO TO WTRV.
           PERFORM T47 VARYING WIDXS FROM 1 BY 1
                   UNTIL WIDXS > WNB-SRV OR WTRV = 1.
           IF WTRV = 1
              ADD CFJ-MONTHT TO WSV-FACT(WPOSS)
           END-IF.
           PERFORM T30 THRU T30-EXIT.
       T32-EXIT.
           EXIT.
      *
       T35.
           READ FACSRV NEXT RECORD
                AT END MOVE 1 TO WFINS.
       T35-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      * T40 : facture de services recue : controles, rapprochement de  *
      *       la convention, ecriture au journal                       *
      *----------------------------------------------------------------*
       T40.
           ADD 1 TO WNOLIG.
           IF FSV-LIGNE = SPACES
              GO TO T40F
           END-IF.
           ADD 1 TO WTOT-LUS.
           IF FSV-NCL NOT NUMERIC
              MOVE "NUMERO D'ENSEIGNE ILLISIBLE" TO LLIB
              PERFORM T44 THRU T44-EXIT
              GO TO T40F
           END-IF.
           IF FSV-NFAC = SPACES
              MOVE "NUMERO DE FACTURE ABSENT" TO LLIB
              PERFORM T44 THRU T44-EXIT
              GO TO T40F
           END-IF.
           IF FSV-DATFAC NOT NUMERIC
              MOVE "DATE DE FACTURE ILLISIBLE" TO LLIB
              PERFORM T44 THRU T44-EXIT
              GO TO T40F
           END-IF.
           MOVE FSV-DATFAC9 TO WDATW.
           IF WDW-MM < 1 OR WDW-MM > 12 OR WDW-JJ < 1
              MOVE "DATE DE FACTURE ILLISIBLE" TO LLIB
              PERFORM T44 THRU T44-EXIT
              GO TO T40F
           END-IF.
           PERFORM T72 THRU T72-EXIT.
           IF WDW-JJ > WDERJ
              MOVE "DATE DE FACTURE ILLISIBLE" TO LLIB
              PERFORM T44 THRU T44-EXIT
              GO TO T40F
           END-IF.
           IF FSV-CODE = SPACES
              MOVE "CODE SERVICE ABSENT" TO LLIB
              PERFORM T44 THRU T44-EXIT
              GO TO T40F
           END-IF.
           IF FSV-MONTHT NOT NUMERIC OR FSV-MONTHT9 = ZERO
              MOVE "MONTANT HT ILLISIBLE" TO LLIB
              PERFORM T44 THRU T44-EXIT
              GO TO T40F
           END-IF.
           MOVE FSV-NCL9 TO WNCL.
           MOVE FSV-NFAC TO WNFAC.
           MOVE FSV-CODE TO WCODE.
           MOVE ZERO TO WTRV.
           PERFORM T46 VARYING WIDXF FROM 1 BY 1
                   UNTIL WIDXF > WNB-FAC OR WTRV = 1.
           IF WTRV = 1
              MOVE "FACTURE DEJA ENREGISTREE" TO LLIB
              PERFORM T44 THRU T44-EXIT
              GO TO T40F
           END-IF.
           MOVE WDW-AA TO WANNEE.
           PERFORM T50 THRU T50-EXIT.
           PERFORM T62 THRU T62-EXIT.
           MOVE SPACES TO CFJ-LIGNE.
           MOVE WNCL        TO CFJ-NCL.
           MOVE WANNEE      TO CFJ-ANNEE.
           MOVE FSV-NFAC    TO CFJ-NFAC.
           MOVE FSV-DATFAC9 TO CFJ-DATFAC.
           MOVE FSV-CODE    TO CFJ-CODE.
           MOVE FSV-MONTHT9 TO CFJ-MONTHT.
           MOVE WSTATUT     TO CFJ-STATUT.
           MOVE WDATEJOUR   TO CFJ-DATENR.
           WRITE CFJ-LIGNE.
           ADD FSV-MONTHT9 TO WTOT-MONT.
           MOVE WNOLIG      TO LNOLIG.
           MOVE FSV-NCL     TO LNCL.
           MOVE FSV-NFAC    TO LNFAC.
           MOVE FSV-DATFAC  TO LDATE.
           MOVE FSV-CODE    TO LCODE.
           MOVE FSV-MONTHT9 TO LMONT.
           MOVE WSTATUT     TO LSTAT.
           WRITE LIGNE BEFORE 1.
           MOVE SPACES TO LIGNE.
       T40F.
           PERFORM T35 THRU T35-EXIT.
       T40-EXIT.
           EXIT.
      *
      * ligne rejetee (libelle dans LLIB)
       T44.
           MOVE WNOLIG     TO LNOLIG.
           MOVE FSV-NCL    TO LNCL.
           MOVE FSV-NFAC   TO LNFAC.
           MOVE FSV-DATFAC TO LDATE.
           MOVE FSV-CODE   TO LCODE.
           MOVE "*"        TO LSTAT.
           WRITE LIGNE BEFORE 1.
           MOVE SPACES TO LIGNE.
           ADD 1 TO WTOT-REJ.
       T44-EXIT.
           EXIT.
      *
       T45.
           IF WEN-NCL(WIDXE) = WNCL
              AND WEN-ANNEE(WIDXE) = WANNEE
              MOVE 1 TO WTRV
              MOVE WIDXE TO WPOSE
           END-IF.
       T46.
           IF WFC-NCL(WIDXF) = WNCL
              AND WFC-NFAC(WIDXF) = WNFAC
              MOVE 1 TO WTRV
           END-IF.
       T47.
           IF WSV-NCL(WIDXS) = WNCL
              AND WSV-ANNEE(WIDXS) = WANNEE
              AND WSV-CODE(WIDXS) = WCODE
              MOVE 1 TO WTRV
              MOVE WIDXS TO WPOSS
           END-IF.
      *
      *----------------------------------------------------------------*
      * T50 : statut de la facture : H hors convention, N convention   *
      *       non signee, D depassement du montant convenu, C conforme *
      *----------------------------------------------------------------*
       T50.
           MOVE ZERO TO WTRV.
           PERFORM T45 VARYING WIDXE FROM 1 BY 1
                   UNTIL WIDXE > WNB-ENT OR WTRV = 1.
           IF WTRV = ZERO
              MOVE 'H' TO WSTATUT
              ADD 1 TO WTOT-H
              MOVE "PAS DE CONVENTION DE L'ANNEE" TO LLIB
              GO TO T50-EXIT
           END-IF.
           MOVE ZERO TO WTRV.
           PERFORM T47 VARYING WIDXS FROM 1 BY 1
                   UNTIL WIDXS > WNB-SRV OR WTRV = 1.
           IF WTRV = ZERO
              MOVE 'H' TO WSTATUT
              ADD 1 TO WTOT-H
              MOVE "SERVICE ABSENT DE LA CONVENTION" TO LLIB
              GO TO T50-EXIT
           END-IF.
           ADD FSV-MONTHT9 TO WSV-FACT(WPOSS).
           MOVE WSV-FACT(WPOSS) TO LCUM.
           IF WSV-MODE(WPOSS) = 'M'
              MOVE WSV-MONTANT(WPOSS) TO LCONV
           END-IF.
           IF WEN-DATSIG(WPOSE) = ZERO OR WEN-STATUT(WPOSE) NOT = 'S'
              MOVE 'N' TO WSTATUT
              ADD 1 TO WTOT-N
              MOVE "CONVENTION NON SIGNEE" TO LLIB
              GO TO T50-EXIT
           END-IF.
           IF WSV-MODE(WPOSS) = 'M'
              AND WSV-FACT(WPOSS) > WSV-MONTANT(WPOSS)
              MOVE 'D' TO WSTATUT
              ADD 1 TO WTOT-D
              MOVE "DEPASSEMENT DU MONTANT CONVENU" TO LLIB
              GO TO T50-EXIT
           END-IF.
           MOVE 'C' TO WSTATUT.
           ADD 1 TO WTOT-C.
           MOVE "CONFORME - BON A PAYER" TO LLIB.
       T50-EXIT.
           EXIT.
      *
      * facture ajoutee a la table des doublons
       T62.
           IF WNB-FAC < 9000
              ADD 1 TO WNB-FAC
              MOVE WNCL     TO WFC-NCL(WNB-FAC)
              MOVE WNFAC    TO WFC-NFAC(WNB-FAC)
           ELSE
              DISPLAY "GPIWARNING"
              DISPLAY "**TABLE DES FACTURES PLEINE, RUN ABANDONNE"
              STOP RUN
           END-IF.
       T62-EXIT.
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
      *----------------------------------------------------------------*
      * T90 : totaux du run                                            *
      *----------------------------------------------------------------*
       T90.
           MOVE SPACES TO LIGNE.
           WRITE LIGNE BEFORE 1.
           MOVE SPACES TO LIGNE.
           MOVE WTOT-LUS TO LNOLIG.
           MOVE "TOTAL FACTURES LUES" TO LLIB.
           WRITE LIGNE BEFORE 1.
           MOVE SPACES TO LIGNE.
           MOVE WTOT-REJ TO LNOLIG.
           MOVE "TOTAL FACTURES REJETEES (*)" TO LLIB.
           WRITE LIGNE BEFORE 1.
           MOVE SPACES TO LIGNE.
           MOVE WTOT-C    TO LNOLIG.
           MOVE "C" TO LSTAT.
           MOVE "TOTAL CONFORMES - BON A PAYER" TO LLIB.
           WRITE LIGNE BEFORE 1.
           MOVE SPACES TO LIGNE.
           MOVE WTOT-D TO LNOLIG.
           MOVE "D" TO LSTAT.
           MOVE "TOTAL DEPASSEMENTS - A VALIDER" TO LLIB.
           WRITE LIGNE BEFORE 1.
           MOVE SPACES TO LIGNE.
           MOVE WTOT-H TO LNOLIG.
           MOVE "H" TO LSTAT.
           MOVE "TOTAL HORS CONVENTION - A VALIDER" TO LLIB.
           WRITE LIGNE BEFORE 1.
           MOVE SPACES TO LIGNE.
           MOVE WTOT-N TO LNOLIG.
           MOVE "N" TO LSTAT.
           MOVE "TOTAL CONVENTION NON SIGNEE - A VALIDER" TO LLIB.
           WRITE LIGNE BEFORE 1.
           MOVE SPACES TO LIGNE.
           MOVE WTOT-MONT TO LCUM.
           MOVE "MONTANT HT TOTAL ENREGISTRE" TO LLIB.
           WRITE LIGNE BEFORE 1.
           IF WTOT-D NOT = ZERO OR WTOT-H NOT = ZERO
              OR WTOT-N NOT = ZERO
              DISPLAY "GPIWARNING"
              DISPLAY "**FACTURES DE SERVICES A VALIDER AVANT PAIEMENT"
           END-IF.
       T90-EXIT.
           EXIT.
