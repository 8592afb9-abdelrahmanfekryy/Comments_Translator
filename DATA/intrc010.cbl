      *DD9143 15/10/26 anes Creation - facturation mensuelle des
      *                     penalites de retard (jours de retard x taux
      *                     PARAMGPI, BCE + 10 points par defaut) et de
      *                     l'indemnite forfaitaire de recouvrement de
      *                     40 EUR sur les factures reglees apres
      *                     echeance : notes de debit FFACTURE en
      *                     numerotation normale, FACTJOUR, table des
      *                     clients exoneres INTEXO
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INTRC010.
      *
      ******************************************************************
      * GPICMT    Penalites de retard et indemnite forfaitaire de       *
      *           recouvrement (mois MOISINT, AAMM ; defaut = le mois   *
      *           precedant la date du run) :                           *
      *           - LETJRN : le journal du lettrage (LETRC010) donne la *
      *             date de reglement des factures soldees dans le mois *
      *             (affectation A qui solde ; une annulation X         *
      *             posterieure retire la facture)                      *
      *           - FFACTURE : l'echeance (FBECH), le TTC et la societe *
      *             de la facture, relus par cle ; temoin FBREGLE 'O'   *
      *             exige au moment du run                              *
      *           - PARAMGPI : cle TAUXPENAL = taux annuel complet ;    *
      *             a defaut cle TAUXBCE = taux BCE auquel s'ajoutent   *
      *             10 points (taux sur 4 chiffres, 2 decimales)        *
      *           - INTEXO : les clients qui ne recoivent jamais de     *
      *             note de penalites (comptes strategiques)            *
      *           - INTHIS : les factures deja reclamees (jamais deux   *
      *             fois, meme en cas de relance du mois)               *
      *           Penalite = TTC x taux x jours de retard / 360 (jours  *
      *           comptes en mois de 30 jours comme partout ailleurs),  *
      *           plus 40 EUR par facture.  Une note de debit par client*
      *           et societe, numerotee sur la serie SERFAC de la       *
      *           societe en vigueur a la date du run (serfac1, comme la*
      *           facturation), a defaut au compteur PARBATCH FACTURE000*
      *           comme ICFAC010 (compteurs rendus en fin de run, pas   *
      *           d'ecart pour FACTC215 ; serie saturee = note non      *
      *           emise, factures reclamees au run suivant) ; ses lignes*
      *           et son entete partent dans FACTJOUR via factjr1 ; hors*
      *           champ de la TVA (indemnites, pas de livraison).  Sont *
      *           ecartes les avoirs, les duplicata, les factures       *
      *           internes et les notes de penalites elles-memes.       *
      ******************************************************************
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. DPS-4.
       OBJECT-COMPUTER. DPS-4.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LETJRN ASSIGN TO LET-JRN
                       organization line sequential
                       file status is file-status.
      *
           SELECT INTEXO ASSIGN TO INT-EXO
                       organization line sequential
                       file status is file-status2.
      *
           SELECT INTHIS ASSIGN TO INT-HIS
                       organization line sequential
                       file status is file-status3.
      *
           SELECT PARAMGPI ASSIGN TO PARAMGPI
                       organization indexed
                       access mode dynamic
                       record key PGCLE
                       file status is file-status4.
      *
           SELECT FFACTURE ASSIGN TO FFACTURE
                       organization indexed
                       access mode dynamic
                       record key FBCLE-CDESUP
                       file status is file-status5.
      *
           SELECT PARBATCH ASSIGN TO PARBATCH
                       organization indexed
                       access mode random
                       record key PHCLE
                       file status is file-status6.
      *
           SELECT ETAT1 ASSIGN TO wlabel-etat1
                       organization line sequential.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  LETJRN
                DATA RECORD LTJ-LIGNE.
       01  LTJ-LIGNE.
           02 LTJ-NOPE             PIC X(24).
           02 FILLER               PIC X.
           02 LTJ-NFAC             PIC 9(7).
           02 FILLER               PIC X.
           02 LTJ-NECH             PIC 9.
           02 FILLER               PIC X.
           02 LTJ-NCL              PIC 9(6).
           02 FILLER               PIC X.
           02 LTJ-MONTANT          PIC 9(9)V99.
           02 FILLER               PIC X.
           02 LTJ-DATOP            PIC 9(6).
           02 FILLER               PIC X.
           02 LTJ-DATRUN           PIC 9(6).
           02 FILLER               PIC X.
           02 LTJ-MODE             PIC X.
           02 LTJ-SENS             PIC X.
           02 LTJ-SOLDE            PIC X.
           02 LTJ-AVANT            PIC X.
      *
       FD  INTEXO
                DATA RECORD IEX-LIGNE.
       01  IEX-LIGNE.
           02 IEX-NCL              PIC 9(6).
           02 FILLER               PIC X.
           02 IEX-LIB              PIC X(30).
      *
      * une ligne par facture reclamee
       FD  INTHIS
                DATA RECORD IHS-LIGNE.
       01  IHS-LIGNE.
           02 IHS-NFAC             PIC 9(7).
           02 FILLER               PIC X.
           02 IHS-NOTE             PIC 9(7).
           02 FILLER               PIC X.
           02 IHS-NCL              PIC 9(6).
           02 FILLER               PIC X.
           02 IHS-DATE             PIC 9(6).
           02 FILLER               PIC X.
           02 IHS-JOURS            PIC 9(4).
           02 FILLER               PIC X.
           02 IHS-INTERET          PIC 9(7)V99.
           02 FILLER               PIC X.
           02 IHS-INDEM            PIC 9(3)V99.
      *
       FD  PARAMGPI
                DATA RECORD PARAMGPI-REC.
       01  PARAMGPI-REC.
           02 PGCLE               PIC X(10).
           02 PGFZON              PIC X(40).
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
       FD  PARBATCH
                DATA RECORD PH-LIGNE.
       01  PH-LIGNE.
           02 PHCLE                PIC X(10).
           02 PHANOC OCCURS 3      PIC 9(7).
           02 FILLER               PIC X(40).
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
           02 LECH                 PIC 9(6) blank zero.
           02 FILLER               PIC X(2).
           02 LDREG                PIC 9(6) blank zero.
           02 FILLER               PIC X(2).
           02 LJOURS               PIC Z(3)9 blank zero.
           02 FILLER               PIC X(2).
           02 LTTC                 PIC Z(8)9V,99 blank zero.
           02 FILLER               PIC X(2).
           02 LINT                 PIC Z(6)9V,99 blank zero.
           02 FILLER               PIC X(2).
           02 LIND                 PIC Z(2)9V,99 blank zero.
           02 FILLER               PIC X(2).
           02 LNOTE                PIC 9(7) blank zero.
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
       01  file-status4           PIC XX.
       01  file-status5           PIC XX.
       01  file-status6           PIC XX.
       01  WFINJ                  PIC 9 value zero.
           88 FIN-LETJRN          value 1.
       01  WFINX                  PIC 9 value zero.
           88 FIN-INTEXO          value 1.
       01  WFINH                  PIC 9 value zero.
           88 FIN-INTHIS          value 1.
       01  WFINF                  PIC 9 value zero.
           88 FIN-FFACTURE        value 1.
       01  WMOIS                  PIC 9(4) VALUE ZERO.
       01  WMOIS-X REDEFINES WMOIS.
           02 WMO-AA              PIC 99.
           02 WMO-MM              PIC 99.
       01  WDATEJOUR              PIC 9(6).
       01  WDATEJOUR-X REDEFINES WDATEJOUR.
           02 WDJ-AA              PIC 99.
           02 WDJ-MM              PIC 99.
           02 WDJ-JJ              PIC 99.
      *
      **** taux annuel des penalites : TAUXPENAL, sinon TAUXBCE + 10
       01  WTXBCE                 PIC 9(2)V99 VALUE ZERO.
       01  WTXPEN                 PIC 9(2)V99 VALUE ZERO.
       01  WTXMAJ                 PIC 9(2)V99 VALUE 10.
       01  WINDEM                 PIC 9(3)V99 VALUE 40.
      *
      **** clients exoneres
       01  WTEXO.
           02 WTEXO-E OCCURS 2000.
              03 WEX-NCL          PIC 9(6).
       01  WNB-EXO                PIC 9(4) VALUE ZERO.
       01  WIDXX                  PIC 9(4).
      *
      **** factures deja reclamees
       01  WTHIS.
           02 WTHIS-E OCCURS 30000.
              03 WHS-NFAC         PIC 9(7).
       01  WNB-HIS                PIC 9(5) VALUE ZERO.
       01  WIDXH                  PIC 9(5).
      *
      **** factures soldees dans le mois (date du reglement)
       01  WTREG.
           02 WTREG-E OCCURS 20000.
              03 WRG-NFAC         PIC 9(7).
              03 WRG-DATREG       PIC 9(6).
       01  WNB-REG                PIC 9(5) VALUE ZERO.
       01  WIDXG                  PIC 9(5).
       01  WPOSG                  PIC 9(5).
      *
      **** factures en retard a reclamer
       01  WTRET.
           02 WTRET-E OCCURS 5000.
              03 WRT-SOC          PIC X(6).
              03 WRT-NCL          PIC 9(6).
              03 WRT-NFAC         PIC 9(7).
              03 WRT-TTC          PIC 9(9)V99.
              03 WRT-ECH          PIC 9(6).
              03 WRT-DATREG       PIC 9(6).
              03 WRT-JOURS        PIC 9(4).
              03 WRT-INT          PIC 9(7)V99.
              03 WRT-NOTE         PIC 9(7).
       01  WNB-RET                PIC 9(4) VALUE ZERO.
       01  WIDXR                  PIC 9(4).
       01  WIDXQ                  PIC 9(4).
      *
      **** dates en jours (mois de 30 jours)
       01  WDATW                  PIC 9(6).
       01  WDATW-X REDEFINES WDATW.
           02 WDW-AA              PIC 99.
           02 WDW-MM              PIC 99.
           02 WDW-JJ              PIC 99.
       01  WNUM-ECH               PIC 9(6).
       01  WNUM-REG               PIC 9(6).
      *
       01  WTRV                   PIC 9.
       01  WNOFAC                 PIC 9(7) VALUE ZERO.
      * compteur commun PARBATCH FACTURE000 (societes sans serie)
       01  WCPT-FAC               PIC 9(7) VALUE ZERO.
      *
      **** series de numerotation SERFAC des societes des pieces du
      **** run (serfac1), lues a la premiere piece de la societe et
      **** reecrites en fin de run
       01  WTSER.
           02 WTSER-E OCCURS 20.
              03 WSR-SOC           PIC X(6).
              03 WSR-RTN           PIC X.
              03 WSR-PARTYPE       PIC X.
              03 WSR-USE           PIC 9.
              03 WSR-NFANA         PIC 9(7).
              03 WSR-NFACA         PIC 9(7).
              03 WSR-NAVOI         PIC 9(7).
       01  WNB-SER                PIC 99 VALUE ZERO.
       01  WIDXS                  PIC 99.
       01  WPOSS                  PIC 99.
       01  WSER-SOC               PIC X(6).
       01  WSER-AVO               PIC 9.
       01  WSER-KO                PIC 9.
       01  WSER-LIB               PIC X(60).
       01  WNOTE-HT               PIC 9(9)V99.
       01  WNOTE-INT              PIC 9(9)V99.
       01  WNOTE-IND              PIC 9(7)V99.
       01  WTOT-NOTE              PIC 9(5) VALUE ZERO.
       01  WTOT-FAC               PIC 9(5) VALUE ZERO.
       01  WTOT-EXO               PIC 9(5) VALUE ZERO.
       01  WTOT-DEJA              PIC 9(5) VALUE ZERO.
       01  WTOT-INT               PIC 9(9)V99 VALUE ZERO.
       01  WTOT-IND               PIC 9(9)V99 VALUE ZERO.
      *
           copy '../copy/factjr.com'.
           copy '../copy/socsynt.com'.
           copy '../copy/serfac.com'.
      *
       PROCEDURE DIVISION.
      *
      *----------------------------------------------------------------*
      * T10 : chargements, factures reglees en retard dans le mois,    *
      *       puis une note de debit par client et societe             *
      *----------------------------------------------------------------*
       T10.
           MOVE ZERO TO WFINJ WFINX WFINH WFINF
                        WNB-EXO WNB-HIS WNB-REG WNB-RET
                        WTOT-NOTE WTOT-FAC WTOT-EXO WTOT-DEJA
                        WTOT-INT WTOT-IND WNOFAC.
           string 'MOISINT' x'00' delimited by size
                  into var-name.
           move space to var-data.
           call 'genvcc' using var-name var-data.
           if var-data(1:4) numeric
              move var-data(1:4) to WMOIS.
           string 'ADLPID' x'00' delimited by size
                  into var-name.
           move space to var-data.
           call 'genvcc' using var-name var-data.
           if var-data(1:6) numeric
              move var-data(1:6) to WDATEJOUR.
      * par defaut le mois precedent : le batch passe en debut de mois
           if WMOIS = ZERO
              move WDJ-AA to WMO-AA
              move WDJ-MM to WMO-MM
              if WMO-MM = 1
                 move 12 to WMO-MM
                 if WMO-AA = ZERO
                    move 99 to WMO-AA
                 else
                    subtract 1 from WMO-AA
                 end-if
              else
                 subtract 1 from WMO-MM
              end-if
           end-if.
           string 'intrc010.'
                  var-data delimited by ' '
                                     into wlabel-etat1.
           OPEN OUTPUT ETAT1.
           PERFORM T12 THRU T12-EXIT.
           OPEN INPUT INTEXO.
           IF FILE-STATUS2 = ZERO
              PERFORM T14 THRU T14-EXIT
              PERFORM T15 THRU T15-EXIT UNTIL FIN-INTEXO
              CLOSE INTEXO
           END-IF.
           OPEN INPUT INTHIS.
           IF FILE-STATUS3 = ZERO
              PERFORM T16 THRU T16-EXIT
              PERFORM T17 THRU T17-EXIT UNTIL FIN-INTHIS
              CLOSE INTHIS
           END-IF.
           OPEN INPUT LETJRN.
           IF FILE-STATUS NOT = ZERO
              DISPLAY "PAS DE JOURNAL DE LETTRAGE LETJRN"
              CLOSE ETAT1
              STOP RUN
           END-IF.
           PERFORM T20 THRU T20-EXIT.
           PERFORM T22 THRU T22-EXIT UNTIL FIN-LETJRN.
           CLOSE LETJRN.
      * numerotation : serie SERFAC de la societe (T80), a defaut
      * compteur PARBATCH FACTURE000 (le meme que la chaine de
      * facturation), le plus haut numero du dossier hors series en
      * garde-fou si le compteur a pris du retard
           OPEN I-O PARBATCH.
           IF FILE-STATUS6 NOT = ZERO
              DISPLAY "OUVERTURE PARBATCH IMPOSSIBLE " FILE-STATUS6
              STOP RUN
           END-IF.
           MOVE "FACTURE000" TO PHCLE.
           READ PARBATCH
                INVALID KEY
                   DISPLAY "COMPTEUR FACTURE000 ABSENT DE PARBATCH"
                   STOP RUN
           END-READ.
           MOVE PHANOC (1) TO WCPT-FAC.
           OPEN I-O FFACTURE.
           IF FILE-STATUS5 NOT = ZERO
              DISPLAY "OUVERTURE FFACTURE IMPOSSIBLE " FILE-STATUS5
              STOP RUN
           END-IF.
           PERFORM T30 THRU T30-EXIT.
           PERFORM T32 THRU T32-EXIT UNTIL FIN-FFACTURE.
      * les factures soldees du mois, relues par cle
           PERFORM T40 THRU T40-EXIT
                   VARYING WIDXG FROM 1 BY 1 UNTIL WIDXG > WNB-REG.
           OPEN EXTEND INTHIS.
           IF FILE-STATUS3 NOT = ZERO
              OPEN OUTPUT INTHIS
           END-IF.
           PERFORM T60 THRU T60-EXIT
                   VARYING WIDXR FROM 1 BY 1 UNTIL WIDXR > WNB-RET.
      * le compteur repart du dernier numero ecrit, comme apres
      * maj-parbatch : la nuit suivante enchaine sans trou ni doublon
           MOVE WCPT-FAC TO PHANOC (1).
           REWRITE PH-LIGNE
                INVALID KEY
                   DISPLAY "GPIWARNING"
                   DISPLAY "**MAJ COMPTEUR FACTURE000 IMPOSSIBLE"
           END-REWRITE.
           PERFORM T86 THRU T86-EXIT
                   VARYING WIDXS FROM 1 BY 1 UNTIL WIDXS > WNB-SER.
           CLOSE PARBATCH.
           CLOSE FFACTURE INTHIS.
           PERFORM T90 THRU T90-EXIT.
           CLOSE ETAT1.
           STOP RUN.
      *
      *----------------------------------------------------------------*
      * T12 : taux des penalites dans PARAMGPI                         *
      *----------------------------------------------------------------*
       T12.
           OPEN INPUT PARAMGPI.
           IF FILE-STATUS4 NOT = ZERO
              MOVE WTXMAJ TO WTXPEN
              GO TO T12-EXIT
           END-IF.
           MOVE "TAUXBCE   " TO PGCLE.
           READ PARAMGPI
                INVALID KEY
                   DISPLAY "GPIWARNING"
                   DISPLAY "**TAUX BCE ABSENT DE PARAMGPI"
               NOT INVALID KEY
                   IF PGFZON(1:4) NUMERIC
                      MOVE PGFZON(1:4) TO WTXBCE(1:4)
                   END-IF
           END-READ.
           ADD WTXBCE WTXMAJ GIVING WTXPEN.
           MOVE "TAUXPENAL " TO PGCLE.
           READ PARAMGPI
                INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF PGFZON(1:4) NUMERIC
                      MOVE PGFZON(1:4) TO WTXPEN(1:4)
                   END-IF
           END-READ.
           CLOSE PARAMGPI.
       T12-EXIT.
           EXIT.
      *
       T14.
           READ INTEXO NEXT RECORD
                AT END MOVE 1 TO WFINX.
       T14-EXIT.
           EXIT.
       T15.
           IF IEX-NCL NUMERIC AND IEX-NCL NOT = ZERO
              IF WNB-EXO NOT < 2000
                 DISPLAY "GPIWARNING"
                 DISPLAY "**TABLE EXONERES PLEINE, RUN ABANDONNE"
                 STOP RUN
              END-IF
              ADD 1 TO WNB-EXO
              MOVE IEX-NCL TO WEX-NCL(WNB-EXO)
           END-IF.
           PERFORM T14 THRU T14-EXIT.
       T15-EXIT.
           EXIT.
      *
       T16.
           READ INTHIS NEXT RECORD
                AT END MOVE 1 TO WFINH.
       T16-EXIT.
           EXIT.
       T17.
           IF WNB-HIS NOT < 30000
              DISPLAY "GPIWARNING"
              DISPLAY "**TABLE FACTURES RECLAMEES PLEINE, RUN ABANDONNE"
              STOP RUN
           END-IF.
           ADD 1 TO WNB-HIS.
           MOVE IHS-NFAC TO WHS-NFAC(WNB-HIS).
           PERFORM T16 THRU T16-EXIT.
       T17-EXIT.
           EXIT.
      *
       T20.
           READ LETJRN NEXT RECORD
                AT END MOVE 1 TO WFINJ.
       T20-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      * T22 : une ligne du journal de lettrage : l'affectation qui     *
      *       solde la facture dans le mois donne la date de reglement *
      *       (la derniere l'emporte) ; une annulation posterieure     *
      *       retire la facture                                        *
      *----------------------------------------------------------------*
       T22.
           IF LTJ-NFAC NOT NUMERIC OR LTJ-NFAC = ZERO
              GO TO T22F
           END-IF.
           MOVE ZERO TO WTRV.
           PERFORM T24 VARYING WIDXG FROM 1 BY 1
                   UNTIL WIDXG > WNB-REG OR WTRV = 1.
           IF LTJ-SENS = 'X'
              IF WTRV = 1
                 MOVE ZERO TO WRG-DATREG(WPOSG)
              END-IF
              GO TO T22F
           END-IF.
           IF LTJ-SENS NOT = 'A' OR LTJ-SOLDE NOT = 'O'
              OR LTJ-DATOP(1:4) NOT = WMOIS
              GO TO T22F
           END-IF.
           IF WTRV = ZERO
              IF WNB-REG NOT < 20000
                 DISPLAY "GPIWARNING"
                 DISPLAY "**TABLE SOLDEES PLEINE, RUN ABANDONNE"
                 STOP RUN
              END-IF
              ADD 1 TO WNB-REG
              MOVE WNB-REG TO WPOSG
              MOVE LTJ-NFAC TO WRG-NFAC(WPOSG)
           END-IF.
           MOVE LTJ-DATOP TO WRG-DATREG(WPOSG).
       T22F.
           PERFORM T20 THRU T20-EXIT.
       T22-EXIT.
           EXIT.
       T24.
           IF WRG-NFAC(WIDXG) = LTJ-NFAC
              MOVE 1 TO WTRV
              MOVE WIDXG TO WPOSG
           END-IF.
      *
      *----------------------------------------------------------------*
      * T30/T32 : garde-fou : si le dossier porte un numero au-dela    *
      *           du compteur, on repart du dossier (et on le signale, *
      *           c'est l'ecart que FACTC215 chasse)                   *
      *----------------------------------------------------------------*
       T30.
           READ FFACTURE NEXT RECORD
                AT END MOVE 1 TO WFINF.
       T30-EXIT.
           EXIT.
       T32.
           IF FBCLE-CDESUP > WCPT-FAC
              PERFORM T88 THRU T88-EXIT
           END-IF.
           PERFORM T30 THRU T30-EXIT.
       T32-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      * T40 : une facture soldee dans le mois : retard sur l'echeance, *
      *       exoneration, deja reclamee, calcul de la penalite        *
      *----------------------------------------------------------------*
       T40.
           IF WRG-DATREG(WIDXG) = ZERO
              GO TO T40-EXIT
           END-IF.
           MOVE WRG-NFAC(WIDXG) TO FBCLE-CDESUP.
           READ FFACTURE
                INVALID KEY
                   GO TO T40-EXIT
           END-READ.
           IF FBREGLE NOT = 'O'
              OR FBDUP = '1'
              OR FBCFA = 5 OR FBCFA = 6 OR FBCFA = 7
              OR FBNCDE = "INTERCO"
              OR FBNCDE = "PENALITES"
              OR FBECH NOT NUMERIC OR FBECH = ZERO
              OR FBMONTTC NOT > ZERO
              GO TO T40-EXIT
           END-IF.
           MOVE FBECH TO WDATW.
           COMPUTE WNUM-ECH = WDW-AA * 360 + WDW-MM * 30 + WDW-JJ.
           MOVE WRG-DATREG(WIDXG) TO WDATW.
           COMPUTE WNUM-REG = WDW-AA * 360 + WDW-MM * 30 + WDW-JJ.
           IF WNUM-REG NOT > WNUM-ECH
              GO TO T40-EXIT
           END-IF.
           MOVE ZERO TO WTRV.
           PERFORM T42 VARYING WIDXX FROM 1 BY 1
                   UNTIL WIDXX > WNB-EXO OR WTRV = 1.
           IF WTRV = 1
              ADD 1 TO WTOT-EXO
              GO TO T40-EXIT
           END-IF.
           PERFORM T44 VARYING WIDXH FROM 1 BY 1
                   UNTIL WIDXH > WNB-HIS OR WTRV = 1.
           IF WTRV = 1
              ADD 1 TO WTOT-DEJA
              GO TO T40-EXIT
           END-IF.
           IF WNB-RET NOT < 5000
              DISPLAY "GPIWARNING"
              DISPLAY "**TABLE FACTURES EN RETARD PLEINE, RUN ABANDONNE"
              STOP RUN
           END-IF.
           ADD 1 TO WNB-RET.
           MOVE FBSOC             TO WRT-SOC(WNB-RET).
           MOVE FBNCL             TO WRT-NCL(WNB-RET).
           MOVE FBCLE-CDESUP      TO WRT-NFAC(WNB-RET).
           MOVE FBMONTTC          TO WRT-TTC(WNB-RET).
           MOVE FBECH             TO WRT-ECH(WNB-RET).
           MOVE WRG-DATREG(WIDXG) TO WRT-DATREG(WNB-RET).
           COMPUTE WRT-JOURS(WNB-RET) = WNUM-REG - WNUM-ECH.
           COMPUTE WRT-INT(WNB-RET) ROUNDED =
                   FBMONTTC * WTXPEN * WRT-JOURS(WNB-RET) / 36000.
           MOVE ZERO TO WRT-NOTE(WNB-RET).
       T40-EXIT.
           EXIT.
       T42.
           IF WEX-NCL(WIDXX) = FBNCL
              MOVE 1 TO WTRV
           END-IF.
       T44.
           IF WHS-NFAC(WIDXH) = FBCLE-CDESUP
              MOVE 1 TO WTRV
           END-IF.
      *
      *----------------------------------------------------------------*
      * T60 : la note de debit d'un client / societe : numero, entete  *
      *       FFACTURE, lignes et entete FACTJOUR, synthese societe    *
      *----------------------------------------------------------------*
       T60.
           IF WRT-NOTE(WIDXR) NOT = ZERO
              GO TO T60-EXIT
           END-IF.
           MOVE WRT-SOC(WIDXR) TO WSER-SOC.
           MOVE ZERO TO WSER-AVO.
           PERFORM T80 THRU T80-EXIT.
           MOVE ZERO TO WNOTE-INT WNOTE-IND.
      * serie saturee : les factures du client restent a reclamer
           IF WSER-KO = 1
              DISPLAY "GPIWARNING"
              DISPLAY "**NOTE DE DEBIT NON EMISE, " WSER-LIB
              MOVE 9999999 TO WNOFAC
              PERFORM T62 THRU T62-EXIT
                      VARYING WIDXQ FROM WIDXR BY 1
                      UNTIL WIDXQ > WNB-RET
              GO TO T60-EXIT
           END-IF.
           PERFORM T62 THRU T62-EXIT
                   VARYING WIDXQ FROM WIDXR BY 1 UNTIL WIDXQ > WNB-RET.
           ADD WNOTE-INT WNOTE-IND GIVING WNOTE-HT.
           MOVE SPACES TO FB-LIGNE.
           MOVE WNOFAC            TO FBCLE-CDESUP.
           MOVE "PENALITES"       TO FBNCDE.
           MOVE WRT-NCL(WIDXR)    TO FBNCL.
           MOVE SPACE             TO FBDUP.
           MOVE WDATEJOUR         TO FBDATE.
           MOVE WNOTE-HT          TO FBMONTHT.
           MOVE SPACE             TO FBREGLE.
           MOVE ZERO              TO FBCFA.
           MOVE WRT-SOC(WIDXR)    TO FBSOC.
           MOVE WNOTE-HT          TO FBMONTTC.
           MOVE SPACES            TO FBPAYS FBREGIME.
      * payable a reception
           MOVE WDATEJOUR         TO FBECH.
           WRITE FB-LIGNE
                INVALID KEY
                   DISPLAY "GPIWARNING"
                   DISPLAY "**ECRITURE NOTE DE DEBIT IMPOSSIBLE "
                           WNOFAC
                   PERFORM T68 THRU T68-EXIT
                           VARYING WIDXQ FROM WIDXR BY 1
                           UNTIL WIDXQ > WNB-RET
                   PERFORM T84 THRU T84-EXIT
                   GO TO T60-EXIT
           END-WRITE.
           ADD 1 TO WTOT-NOTE.
           MOVE 'R' TO IFACTJR-TRT.
           CALL "factjr1" USING FACTJR.
           PERFORM T64 THRU T64-EXIT
                   VARYING WIDXQ FROM WIDXR BY 1 UNTIL WIDXQ > WNB-RET.
      * entete FACTJOUR : hors champ de la TVA
           MOVE 'E'               TO IFACTJR-TRT.
           MOVE WRT-SOC(WIDXR)    TO IFACTJR-SOC.
           MOVE WNOFAC            TO IFACTJR-NFAC.
           MOVE WRT-NCL(WIDXR)    TO IFACTJR-NCL.
           MOVE FBCFA             TO IFACTJR-FOA.
           MOVE WDATEJOUR         TO IFACTJR-DATE.
           MOVE WNOTE-HT          TO IFACTJR-MHT.
           MOVE WNOTE-HT          TO IFACTJR-MTTC.
           MOVE WDATEJOUR         TO IFACTJR-DATECH.
           MOVE WNOTE-HT          TO IFACTJR-NETAP.
           MOVE SPACE             TO IFACTJR-CTAX(1) IFACTJR-CTAX(2).
           MOVE ZERO              TO IFACTJR-TAUX(1) IFACTJR-TAUX(2)
                                     IFACTJR-MONT(1) IFACTJR-MONT(2)
                                     IFACTJR-BASE(2).
           MOVE WNOTE-HT          TO IFACTJR-BASE(1).
           CALL "factjr1" USING FACTJR.
           IF OFACTJR-RTN NOT = ZERO AND OFACTJR-RTN NOT = SPACE
              DISPLAY "GPIWARNING"
              DISPLAY "**FACTJOUR NOTE DE DEBIT " WNOFAC
                      " RETOUR " OFACTJR-RTN
           END-IF.
      * synthese societe : la note pese comme une facture
           INITIALIZE SOCSYNT.
           MOVE WRT-SOC(WIDXR)  TO ISOCSYNT-SOCIETE.
           MOVE 1               TO ISOCSYNT-NFA.
           MOVE WNOFAC          TO ISOCSYNT-NFAC.
           MOVE WNOTE-HT        TO ISOCSYNT-HTFA.
           MOVE WNOTE-HT        TO ISOCSYNT-TTCFA.
           CALL 'socsynt1' USING SOCSYNT.
           MOVE SPACES TO LIGNE.
           MOVE WRT-SOC(WIDXR)  TO LSOC.
           MOVE WRT-NCL(WIDXR)  TO LNCL.
           MOVE WNOTE-INT       TO LINT.
           MOVE WNOTE-IND       TO LIND.
           MOVE WNOFAC          TO LNOTE.
           MOVE "NOTE DE DEBIT EMISE" TO LLIB.
           WRITE LIGNE BEFORE 2.
           ADD WNOTE-INT TO WTOT-INT.
           ADD WNOTE-IND TO WTOT-IND.
       T60-EXIT.
           EXIT.
      *
      * les factures du meme client / societe prennent le numero
       T62.
           IF WRT-NOTE(WIDXQ) NOT = ZERO
              OR WRT-SOC(WIDXQ) NOT = WRT-SOC(WIDXR)
              OR WRT-NCL(WIDXQ) NOT = WRT-NCL(WIDXR)
              GO TO T62-EXIT
           END-IF.
           MOVE WNOFAC TO WRT-NOTE(WIDXQ).
           ADD WRT-INT(WIDXQ) TO WNOTE-INT.
           ADD WINDEM TO WNOTE-IND.
       T62-EXIT.
           EXIT.
      *
      * lignes FACTJOUR (penalite + indemnite), historique, detail
       T64.
           IF WRT-NOTE(WIDXQ) NOT = WNOFAC
              GO TO T64-EXIT
           END-IF.
           IF WRT-INT(WIDXQ) NOT = ZERO
              MOVE 'L'             TO IFACTJR-TRT
              MOVE "PENRET "       TO IFACTJR-NAR
              MOVE SPACES          TO IFACTJR-LIB
              STRING "PENALITES RETARD FACT "
                     WRT-NFAC(WIDXQ) DELIMITED BY SIZE
                     INTO IFACTJR-LIB
              MOVE 1               TO IFACTJR-QTE
              MOVE WRT-INT(WIDXQ)  TO IFACTJR-PU
              MOVE WRT-INT(WIDXQ)  TO IFACTJR-LMHT
              CALL "factjr1" USING FACTJR
           END-IF.
           MOVE 'L'             TO IFACTJR-TRT.
           MOVE "INDREC "       TO IFACTJR-NAR.
           MOVE SPACES          TO IFACTJR-LIB.
           STRING "INDEMNITE RECOUVR. FACT "
                  WRT-NFAC(WIDXQ) DELIMITED BY SIZE
                  INTO IFACTJR-LIB.
           MOVE 1               TO IFACTJR-QTE.
           MOVE WINDEM          TO IFACTJR-PU.
           MOVE WINDEM          TO IFACTJR-LMHT.
           CALL "factjr1" USING FACTJR.
           MOVE SPACES TO IHS-LIGNE.
           MOVE WRT-NFAC(WIDXQ)  TO IHS-NFAC.
           MOVE WNOFAC           TO IHS-NOTE.
           MOVE WRT-NCL(WIDXQ)   TO IHS-NCL.
           MOVE WDATEJOUR        TO IHS-DATE.
           MOVE WRT-JOURS(WIDXQ) TO IHS-JOURS.
           MOVE WRT-INT(WIDXQ)   TO IHS-INTERET.
           MOVE WINDEM           TO IHS-INDEM.
           WRITE IHS-LIGNE.
           ADD 1 TO WTOT-FAC.
           MOVE SPACES TO LIGNE.
           MOVE WRT-SOC(WIDXQ)    TO LSOC.
           MOVE WRT-NCL(WIDXQ)    TO LNCL.
           MOVE WRT-NFAC(WIDXQ)   TO LNFAC.
           MOVE WRT-ECH(WIDXQ)    TO LECH.
           MOVE WRT-DATREG(WIDXQ) TO LDREG.
           MOVE WRT-JOURS(WIDXQ)  TO LJOURS.
           MOVE WRT-TTC(WIDXQ)    TO LTTC.
           MOVE WRT-INT(WIDXQ)    TO LINT.
           MOVE WINDEM            TO LIND.
           MOVE WNOFAC            TO LNOTE.
           WRITE LIGNE BEFORE 1.
       T64-EXIT.
           EXIT.
      *
      * note non ecrite : ses factures restent a reclamer
       T68.
           IF WRT-NOTE(WIDXQ) = WNOFAC
              MOVE 9999999 TO WRT-NOTE(WIDXQ)
           END-IF.
       T68-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      * T80 : numero de la piece de la societe WSER-SOC (WSER-AVO = 1  *
      *       pour un avoir) : serie SERFAC en vigueur a la date du    *
      *       run (compteur des avoirs si la serie les numerote a      *
      *       part), sinon compteur FACTURE000 ; WSER-KO = 1 quand la  *
      *       serie est saturee : la piece n'est pas emise             *
      *----------------------------------------------------------------*
       T80.
           MOVE ZERO TO WSER-KO.
           MOVE SPACES TO WSER-LIB.
           PERFORM T82 THRU T82-EXIT.
           IF WPOSS = ZERO
              MOVE 1 TO WSER-KO
              STRING "TABLE DES SERIES PLEINE : " WSER-SOC
                     DELIMITED BY SIZE INTO WSER-LIB
              GO TO T80-EXIT
           END-IF.
           IF WSR-RTN(WPOSS) = "1"
              ADD 1 TO WCPT-FAC
              MOVE WCPT-FAC TO WNOFAC
              GO TO T80-EXIT
           END-IF.
           IF WSR-RTN(WPOSS) NOT = "0"
              MOVE 1 TO WSER-KO
              STRING "SERIE DE FACTURES SATUREE : " WSER-SOC
                     DELIMITED BY SIZE INTO WSER-LIB
              GO TO T80-EXIT
           END-IF.
           MOVE 1 TO WSR-USE(WPOSS).
           IF WSER-AVO = 1 AND WSR-PARTYPE(WPOSS) = 'O'
              MOVE WSR-NAVOI(WPOSS) TO WNOFAC
              ADD 1 TO WSR-NAVOI(WPOSS)
           ELSE
              MOVE WSR-NFANA(WPOSS) TO WNOFAC
              ADD 1 TO WSR-NFANA(WPOSS)
           END-IF.
       T80-EXIT.
           EXIT.
      *
      * serie de la societe : table du run, sinon lecture serfac1
       T82.
           MOVE ZERO TO WPOSS.
           PERFORM T83 VARYING WIDXS FROM 1 BY 1
                   UNTIL WIDXS > WNB-SER OR WPOSS NOT = ZERO.
           IF WPOSS NOT = ZERO OR WNB-SER = 20
              GO TO T82-EXIT
           END-IF.
           ADD 1 TO WNB-SER.
           MOVE WNB-SER TO WPOSS.
           INITIALIZE SERFAC.
           MOVE 'L'       TO ISERFAC-TRT.
           MOVE WSER-SOC  TO ISERFAC-SOC.
           MOVE WDATEJOUR TO ISERFAC-DATE.
           CALL "serfac1" USING SERFAC.
           MOVE WSER-SOC        TO WSR-SOC(WPOSS).
           MOVE OSERFAC-RTN     TO WSR-RTN(WPOSS).
           MOVE OSERFAC-PARTYPE TO WSR-PARTYPE(WPOSS).
           MOVE ZERO            TO WSR-USE(WPOSS).
           MOVE OSERFAC-NFANA   TO WSR-NFANA(WPOSS).
           MOVE OSERFAC-NFACA   TO WSR-NFACA(WPOSS).
           MOVE OSERFAC-NAVOI   TO WSR-NAVOI(WPOSS).
           IF OSERFAC-RTN = "9"
              DISPLAY "GPIWARNING"
              DISPLAY "**" OSERFAC-LIBERR
           END-IF.
       T82-EXIT.
           EXIT.
       T83.
           IF WSR-SOC(WIDXS) = WSER-SOC
              MOVE WIDXS TO WPOSS
           END-IF.
      *
      * piece non ecrite : son numero est rendu a son compteur
       T84.
           IF WSR-RTN(WPOSS) = "1"
              SUBTRACT 1 FROM WCPT-FAC
              GO TO T84-EXIT
           END-IF.
           IF WSER-AVO = 1 AND WSR-PARTYPE(WPOSS) = 'O'
              SUBTRACT 1 FROM WSR-NAVOI(WPOSS)
           ELSE
              SUBTRACT 1 FROM WSR-NFANA(WPOSS)
           END-IF.
       T84-EXIT.
           EXIT.
      *
      * fin de run : compteurs des series utilisees reecrits (serfac1
      * 'M'), comme maj-serie de la facturation
       T86.
           IF WSR-USE(WIDXS) = ZERO
              GO TO T86-EXIT
           END-IF.
           INITIALIZE SERFAC.
           MOVE 'M'              TO ISERFAC-TRT.
           MOVE WSR-SOC(WIDXS)   TO ISERFAC-SOC.
           MOVE WSR-NFANA(WIDXS) TO ISERFAC-NFANA.
           MOVE WSR-NFACA(WIDXS) TO ISERFAC-NFACA.
           MOVE WSR-NAVOI(WIDXS) TO ISERFAC-NAVOI.
           CALL "serfac1" USING SERFAC.
           IF OSERFAC-RTN NOT = "0"
              DISPLAY "GPIWARNING"
              DISPLAY "**" OSERFAC-LIBERR
           END-IF.
       T86-EXIT.
           EXIT.
      *
      * garde-fou : le numero d'une piece numerotee sur une serie
      * SERFAC n'est pas un retard du compteur commun
       T88.
           INITIALIZE SERFAC.
           MOVE 'L'    TO ISERFAC-TRT.
           MOVE FBSOC  TO ISERFAC-SOC.
           MOVE FBDATE TO ISERFAC-DATE.
           CALL "serfac1" USING SERFAC.
           IF OSERFAC-RTN NOT = "1"
              GO TO T88-EXIT
           END-IF.
           MOVE FBCLE-CDESUP TO WCPT-FAC.
           DISPLAY "GPIWARNING".
           DISPLAY "**FACTURE " FBCLE-CDESUP
                   " AU-DELA DU COMPTEUR FACTURE000".
       T88-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      * T90 : recapitulatif                                            *
      *----------------------------------------------------------------*
       T90.
           MOVE SPACES TO LIGNE.
           WRITE LIGNE BEFORE 1.
           MOVE SPACES TO LIGNE.
           MOVE WTOT-NOTE TO LNFAC.
           MOVE "TOTAL NOTES DE DEBIT EMISES" TO LLIB.
           WRITE LIGNE BEFORE 1.
           MOVE SPACES TO LIGNE.
           MOVE WTOT-FAC TO LNFAC.
           MOVE WTOT-INT TO LTTC.
           MOVE "FACTURES RECLAMEES / PENALITES" TO LLIB.
           WRITE LIGNE BEFORE 1.
           MOVE SPACES TO LIGNE.
           MOVE WTOT-IND TO LTTC.
           MOVE "TOTAL INDEMNITES FORFAITAIRES" TO LLIB.
           WRITE LIGNE BEFORE 1.
           MOVE SPACES TO LIGNE.
           MOVE WTOT-EXO TO LNFAC.
           MOVE "FACTURES EN RETARD DE CLIENTS EXONERES" TO LLIB.
           WRITE LIGNE BEFORE 1.
           MOVE SPACES TO LIGNE.
           MOVE WTOT-DEJA TO LNFAC.
           MOVE "FACTURES DEJA RECLAMEES (INTHIS)" TO LLIB.
           WRITE LIGNE BEFORE 1.
       T90-EXIT.
           EXIT.
