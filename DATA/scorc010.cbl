      *DD9174 15/10/26 anes vue consolidee par noeud de la hierarchie
      *                     client (CLIHIER1) : centrales, groupements
      *                     et adherents, chiffres cumules de leurs
      *                     rattaches a la fin du mois
      *DD9145 15/10/26 anes Creation - comportement de paiement par
      *                     client, mensuel : DSO, retard moyen et
      *                     pondere, part des factures reglees en
      *                     retard, LCR impayees, tendance 12 mois ;
      *                     historique permanent SCOHIS, alerte NOTIF
      *                     et liste de revue des plafonds CLIPLAF
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCORC010.
      *
      ******************************************************************
      * GPICMT    Comportement de paiement (mois MOISSCO, AAMM ; defaut *
      *           = le mois precedant la date du run) :                 *
      *           - LETJRN : date de reglement des factures soldees     *
      *             dans le mois (comme INTRC010 : l'affectation A qui  *
      *             solde, une annulation X posterieure retire)         *
      *           - FFACTURE : echeance FBECH et TTC des factures       *
      *             reglees (relues par cle) ; en lecture sequentielle, *
      *             l'encours non solde et le CA TTC des 3 derniers     *
      *             mois pour le DSO = encours / CA 3 mois x 90         *
      *           - FTRAITES : les LCR impayees pointees par LCRC020    *
      *             dans le mois (sort I, date du sort)                 *
      *           - SCOHIS : l'historique permanent, une ligne par      *
      *             client et par mois ; les 12 mois precedents donnent *
      *             la tendance (retard pondere du mois compare a sa    *
      *             moyenne 12 mois).  Reecrit dans SCOHISN (une        *
      *             relance du mois remplace ses lignes).               *
      *           Retard = date de reglement - echeance (0 si a         *
      *           l'heure) ; moyen = sur le nombre de factures ;        *
      *           pondere = par les montants.  Seuils en parametre :    *
      *           SCODSO (DSO, defaut 60), SCORET (retard pondere,      *
      *           defaut 15), SCOPCT (% en retard, defaut 50), SCOIMP   *
      *           (LCR impayees, defaut 1), SCODEG (hausse du retard    *
      *           pondere sur la moyenne 12 mois, defaut 10).  Un       *
      *           client qui franchit un seuil ce mois (il n'etait pas  *
      *           en alerte le mois precedent) declenche une NOTIF      *
      *           severite 2 a la gestion du credit ; tous les clients *
      *           en alerte sortent sur la liste de revue CLIPLAF       *
      *           (ETAT2) avec leur plafond et leur encours.            *
      *           Vue consolidee : les chiffres des clients rattaches   *
      *           a un noeud de la hierarchie client (centrale,         *
      *           groupement, adherent : CLIHIER, situation au dernier  *
      *           jour du mois) sont cumules et recalcules par noeud en *
      *           fin d'ETAT1 ; pas d'alerte au niveau du noeud, la     *
      *           gestion du credit la lit avec le plafond de groupe.   *
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
           SELECT FFACTURE ASSIGN TO FFACTURE
                       organization indexed
                       access mode dynamic
                       record key FBCLE-CDESUP
                       file status is file-status2.
      *
           SELECT FTRAITES ASSIGN TO FTR-AITES
                       organization indexed
                       access mode sequential
                       record key FTR-CLE
                       file status is file-status3.
      *
           SELECT SCOHIS ASSIGN TO SCO-HIS
                       organization line sequential
                       file status is file-status4.
      *
           SELECT CLIPLAF ASSIGN TO CLI-PLAF
                       organization indexed
                       access mode dynamic
                       record key CPL-NCL
                       file status is file-status5.
      *
           SELECT SCOHISN ASSIGN TO SCO-HISN
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
       FD  FTRAITES
                DATA RECORD FTR-LIGNE.
       01  FTR-LIGNE.
           02 FTR-CLE.
              03 FTR-NFAC          PIC 9(7).
              03 FTR-NECH          PIC 9.
           02 FTR-NCL              PIC 9(6).
           02 FTR-BANQUE           PIC 9.
           02 FTR-ECHEANCE         PIC 9(6).
           02 FTR-MONTANT          PIC 9(9)V99.
           02 FTR-REMIS            PIC X.
           02 FTR-NOREM            PIC 9(6).
      * sort pose par LCRC020 (I = impayee) et sa date
           02 FTR-SOLDE            PIC X.
           02 FTR-DATSOL           PIC 9(6).
           02 FTR-MOTIF            PIC X(6).
           02 FILLER               PIC X(7).
      *
      * historique : une ligne par client et par mois
       FD  SCOHIS
                DATA RECORD SCH-LIGNE.
       01  SCH-LIGNE.
           02 SCH-NCL              PIC 9(6).
           02 FILLER               PIC X.
           02 SCH-MOIS             PIC 9(4).
           02 FILLER               PIC X.
           02 SCH-DSO              PIC 9(3).
           02 FILLER               PIC X.
           02 SCH-MOYRET           PIC 9(3)V9.
           02 FILLER               PIC X.
           02 SCH-PONRET           PIC 9(3)V9.
           02 FILLER               PIC X.
           02 SCH-PCTRET           PIC 9(3).
           02 FILLER               PIC X.
           02 SCH-NBIMP            PIC 9(3).
           02 FILLER               PIC X.
           02 SCH-NBFAC            PIC 9(5).
           02 FILLER               PIC X.
           02 SCH-MONTANT          PIC 9(9)V99.
           02 FILLER               PIC X.
      * tendance : H hausse du retard, B baisse, S stable, espace =
      * pas d'historique ; ecart = retard pondere - moyenne 12 mois
           02 SCH-TEND             PIC X.
           02 FILLER               PIC X.
           02 SCH-ECART            PIC 9(3)V9.
           02 FILLER               PIC X.
      * A = client en alerte ce mois
           02 SCH-ALERTE           PIC X.
      *
       FD  CLIPLAF
                DATA RECORD CPL-LIGNE.
       01  CPL-LIGNE.
           02 CPL-NCL               PIC 9(6).
           02 CPL-PLAFOND           PIC 9(9)V99.
           02 CPL-DATMAJ            PIC 9(6).
           02 CPL-LIB               PIC X(30).
      *
       FD  SCOHISN
                DATA RECORD SCHN-LIGNE.
       01  SCHN-LIGNE             PIC X(63).
      *
       FD  ETAT1
                DATA RECORD LIGNE
                LINAGE IS 64  LINES AT TOP 2.
       01  LIGNE                  PIC X(132).
       01  L1.
           02 LNCL                 PIC 9(6) blank zero.
           02 FILLER               PIC X(2).
           02 LNBFAC               PIC Z(4)9 blank zero.
           02 FILLER               PIC X(2).
           02 LDSO                 PIC ZZ9.
           02 FILLER               PIC X(2).
           02 LMOYRET              PIC ZZ9V,9.
           02 FILLER               PIC X(2).
           02 LPONRET              PIC ZZ9V,9.
           02 FILLER               PIC X(2).
           02 LPCTRET              PIC ZZ9.
           02 FILLER               PIC X(2).
           02 LNBIMP               PIC ZZ9.
           02 FILLER               PIC X(2).
           02 LTEND                PIC X.
           02 FILLER               PIC X.
           02 LECART               PIC ZZ9V,9.
           02 FILLER               PIC X(2).
           02 LMONT                PIC Z(9)9V,99 blank zero.
           02 FILLER               PIC X(2).
           02 LLIB                 PIC X(50).
      *
       FD  ETAT2
                DATA RECORD LIGNE2
                LINAGE IS 64  LINES AT TOP 2.
       01  LIGNE2                 PIC X(132).
       01  L2.
           02 L2NCL                PIC 9(6) blank zero.
           02 FILLER               PIC X(2).
           02 L2PLAF               PIC Z(9)9V,99 blank zero.
           02 FILLER               PIC X(2).
           02 L2ENC                PIC Z(9)9V,99 blank zero.
           02 FILLER               PIC X(2).
           02 L2DSO                PIC ZZ9.
           02 FILLER               PIC X(2).
           02 L2PONRET             PIC ZZ9V,9.
           02 FILLER               PIC X(2).
           02 L2NOUV               PIC X(7).
           02 FILLER               PIC X(2).
           02 L2LIB                PIC X(60).
      *
       WORKING-STORAGE SECTION.
       01  wlabel-etat1           pic x(64) value space.
       01  wlabel-etat2           pic x(64) value space.
       01  var-name               pic x(64).
       01  var-data               pic x(64).
       01  file-status            PIC XX.
       01  file-status2           PIC XX.
       01  file-status3           PIC XX.
       01  file-status4           PIC XX.
       01  file-status5           PIC XX.
       01  WFINJ                  PIC 9 value zero.
           88 FIN-LETJRN          value 1.
       01  WFINF                  PIC 9 value zero.
           88 FIN-FFACTURE        value 1.
       01  WFINT                  PIC 9 value zero.
           88 FIN-FTRAITES        value 1.
       01  WFINH                  PIC 9 value zero.
           88 FIN-SCOHIS          value 1.
       01  WCLIPLAF-DISPO         PIC 9 VALUE ZERO.
       01  WMOIS                  PIC 9(4) VALUE ZERO.
       01  WMOIS-X REDEFINES WMOIS.
           02 WMO-AA              PIC 99.
           02 WMO-MM              PIC 99.
       01  WDATEJOUR              PIC 9(6).
       01  WDATEJOUR-X REDEFINES WDATEJOUR.
           02 WDJ-AA              PIC 99.
           02 WDJ-MM              PIC 99.
           02 WDJ-JJ              PIC 99.
      * mois en nombre (AA x 12 + MM) pour les fenetres 3 et 12 mois
       01  WNUM-MOIS              PIC 9(5).
       01  WNUM-TRT               PIC 9(5).
       01  WMOIS-TRT              PIC 9(4).
       01  WMOIS-TRT-X REDEFINES WMOIS-TRT.
           02 WMT-AA              PIC 99.
           02 WMT-MM              PIC 99.
      *
      **** seuils d'alerte
       01  WSEUIL-DSO             PIC 9(3) VALUE 60.
       01  WSEUIL-RET             PIC 9(3) VALUE 15.
       01  WSEUIL-PCT             PIC 9(3) VALUE 50.
       01  WSEUIL-IMP             PIC 9(3) VALUE 1.
       01  WSEUIL-DEG             PIC 9(3) VALUE 10.
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
      **** cumuls par client
       01  WTCLI.
           02 WTCLI-E OCCURS 9999.
              03 WCL-NCL          PIC 9(6).
              03 WCL-NBFAC        PIC 9(5).
              03 WCL-NBRET        PIC 9(5).
              03 WCL-JOURS        PIC 9(7).
              03 WCL-PONDERE      PIC 9(13)V99.
              03 WCL-MONTANT      PIC 9(11)V99.
              03 WCL-ENC          PIC S9(11)V99.
              03 WCL-CA3          PIC S9(11)V99.
              03 WCL-NBIMP        PIC 9(3).
              03 WCL-HPON         PIC 9(5)V9.
              03 WCL-HNB          PIC 99.
              03 WCL-HALERTE      PIC X.
       01  WNB-CLI                PIC 9(4) VALUE ZERO.
       01  WIDXC                  PIC 9(4).
       01  WPOSC                  PIC 9(4).
       01  WNCL-TRT               PIC 9(6).
      *
      **** dates en jours (mois de 30 jours)
       01  WDATW                  PIC 9(6).
       01  WDATW-X REDEFINES WDATW.
           02 WDW-AA              PIC 99.
           02 WDW-MM              PIC 99.
           02 WDW-JJ              PIC 99.
       01  WNUM-ECH               PIC 9(6).
       01  WNUM-REG               PIC 9(6).
       01  WRETARD                PIC 9(4).
      *
      **** chiffres du client courant
       01  WDSO                   PIC 9(3).
       01  WMOYRET                PIC 9(3)V9.
       01  WPONRET                PIC 9(3)V9.
       01  WPCTRET                PIC 9(3).
       01  WMOY12                 PIC 9(3)V9.
       01  WECART                 PIC 9(3)V9.
       01  WTEND                  PIC X.
       01  WALERTE                PIC X.
       01  WMOTIF                 PIC X(50).
      *
       01  WTRV                   PIC 9.
       01  WTOT-CLI               PIC 9(5) VALUE ZERO.
       01  WTOT-ALERTE            PIC 9(5) VALUE ZERO.
       01  WTOT-NOUV              PIC 9(5) VALUE ZERO.
      *
      **** cumuls par noeud de la hierarchie client
       01  WTNOE.
           02 WTNOE-E OCCURS 2000.
              03 WNO-NCL          PIC 9(6).
              03 WNO-NIV          PIC 9.
              03 WNO-NBFAC        PIC 9(5).
              03 WNO-NBRET        PIC 9(5).
              03 WNO-JOURS        PIC 9(7).
              03 WNO-PONDERE      PIC 9(13)V99.
              03 WNO-MONTANT      PIC 9(11)V99.
              03 WNO-ENC          PIC S9(11)V99.
              03 WNO-CA3          PIC S9(11)V99.
              03 WNO-NBIMP        PIC 9(3).
              03 WNO-NBCLI        PIC 9(5).
       01  WNB-NOE                PIC 9(4) VALUE ZERO.
       01  WIDXN                  PIC 9(4).
       01  WPOSN                  PIC 9(4).
       01  WIDXV                  PIC 9.
       01  WNCL-NOE               PIC 9(6).
       01  WDATE-HIE              PIC 9(6).
           copy '../copy/clihier.com'.
      *
           copy '../copy/notif.com'.
      *
       PROCEDURE DIVISION.
      *
      *----------------------------------------------------------------*
      * T10 : chargements, chiffres du mois par client, historique,    *
      *       alertes et liste de revue des plafonds                   *
      *----------------------------------------------------------------*
       T10.
           MOVE ZERO TO WFINJ WFINF WFINT WFINH WNB-REG WNB-CLI
                        WTOT-CLI WTOT-ALERTE WTOT-NOUV
                        WCLIPLAF-DISPO.
           string 'MOISSCO' x'00' delimited by size
                  into var-name.
           move space to var-data.
           call 'genvcc' using var-name var-data.
           if var-data(1:4) numeric
              move var-data(1:4) to WMOIS.
           string 'SCODSO' x'00' delimited by size
                  into var-name.
           move space to var-data.
           call 'genvcc' using var-name var-data.
           if var-data(1:3) numeric and var-data(1:3) not = zero
              move var-data(1:3) to WSEUIL-DSO.
           string 'SCORET' x'00' delimited by size
                  into var-name.
           move space to var-data.
           call 'genvcc' using var-name var-data.
           if var-data(1:3) numeric and var-data(1:3) not = zero
              move var-data(1:3) to WSEUIL-RET.
           string 'SCOPCT' x'00' delimited by size
                  into var-name.
           move space to var-data.
           call 'genvcc' using var-name var-data.
           if var-data(1:3) numeric and var-data(1:3) not = zero
              move var-data(1:3) to WSEUIL-PCT.
           string 'SCOIMP' x'00' delimited by size
                  into var-name.
           move space to var-data.
           call 'genvcc' using var-name var-data.
           if var-data(1:3) numeric and var-data(1:3) not = zero
              move var-data(1:3) to WSEUIL-IMP.
           string 'SCODEG' x'00' delimited by size
                  into var-name.
           move space to var-data.
           call 'genvcc' using var-name var-data.
           if var-data(1:3) numeric and var-data(1:3) not = zero
              move var-data(1:3) to WSEUIL-DEG.
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
           COMPUTE WNUM-MOIS = WMO-AA * 12 + WMO-MM.
           string 'scorc010.'
                  var-data delimited by ' '
                                     into wlabel-etat1.
           string 'scorplaf.'
                  var-data delimited by ' '
                                     into wlabel-etat2.
           OPEN OUTPUT ETAT1 ETAT2.
           OPEN INPUT LETJRN.
           IF FILE-STATUS NOT = ZERO
              DISPLAY "PAS DE JOURNAL DE LETTRAGE LETJRN"
              CLOSE ETAT1 ETAT2
              STOP RUN
           END-IF.
           PERFORM T20 THRU T20-EXIT.
           PERFORM T22 THRU T22-EXIT UNTIL FIN-LETJRN.
           CLOSE LETJRN.
           OPEN INPUT FFACTURE.
           IF FILE-STATUS2 NOT = ZERO
              DISPLAY "OUVERTURE FFACTURE IMPOSSIBLE " FILE-STATUS2
              STOP RUN
           END-IF.
      * encours et CA 3 mois en lecture sequentielle
           PERFORM T30 THRU T30-EXIT.
           PERFORM T32 THRU T32-EXIT UNTIL FIN-FFACTURE.
      * factures reglees du mois relues par cle
           PERFORM T40 THRU T40-EXIT
                   VARYING WIDXG FROM 1 BY 1 UNTIL WIDXG > WNB-REG.
           CLOSE FFACTURE.
           OPEN INPUT FTRAITES.
           IF FILE-STATUS3 = ZERO
              PERFORM T44 THRU T44-EXIT
              PERFORM T46 THRU T46-EXIT UNTIL FIN-FTRAITES
              CLOSE FTRAITES
           END-IF.
      * historique : 12 mois precedents, lignes du mois retirees
           OPEN OUTPUT SCOHISN.
           OPEN INPUT SCOHIS.
           IF FILE-STATUS4 = ZERO
              PERFORM T50 THRU T50-EXIT
              PERFORM T52 THRU T52-EXIT UNTIL FIN-SCOHIS
              CLOSE SCOHIS
           END-IF.
           OPEN INPUT CLIPLAF.
           IF FILE-STATUS5 = ZERO
              MOVE 1 TO WCLIPLAF-DISPO
           END-IF.
           PERFORM T60 THRU T60-EXIT
                   VARYING WIDXC FROM 1 BY 1 UNTIL WIDXC > WNB-CLI.
           IF WCLIPLAF-DISPO = 1
              CLOSE CLIPLAF
           END-IF.
           CLOSE SCOHISN.
      * vue consolidee par noeud de la hierarchie client
           MOVE ZERO TO WNB-NOE.
           COMPUTE WDATE-HIE = WMOIS * 100 + 31.
           PERFORM T80 THRU T80-EXIT
                   VARYING WIDXC FROM 1 BY 1 UNTIL WIDXC > WNB-CLI.
           IF WNB-NOE > ZERO
              MOVE SPACES TO LIGNE
              WRITE LIGNE BEFORE 1
              MOVE SPACES TO LIGNE
              MOVE "VUE CONSOLIDEE PAR NOEUD DE LA HIERARCHIE CLIENT"
                   TO LLIB
              WRITE LIGNE BEFORE 1
              PERFORM T85 THRU T85-EXIT
                      VARYING WIDXN FROM 1 BY 1 UNTIL WIDXN > WNB-NOE
           END-IF.
           PERFORM T90 THRU T90-EXIT.
           CLOSE ETAT1 ETAT2.
           STOP RUN.
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
      * T30/T32 : encours non solde (avoirs en moins) et CA TTC des 3  *
      *           derniers mois par client                             *
      *----------------------------------------------------------------*
       T30.
           READ FFACTURE NEXT RECORD
                AT END MOVE 1 TO WFINF.
       T30-EXIT.
           EXIT.
       T32.
           IF FBDUP = '1'
              GO TO T32F
           END-IF.
           MOVE FBDATE(1:4) TO WMOIS-TRT.
           COMPUTE WNUM-TRT = WMT-AA * 12 + WMT-MM.
           IF FBREGLE = 'O'
              AND (WNUM-TRT > WNUM-MOIS OR WNUM-TRT + 2 < WNUM-MOIS)
              GO TO T32F
           END-IF.
           MOVE FBNCL TO WNCL-TRT.
           PERFORM T35 THRU T35-EXIT.
           IF WPOSC = ZERO
              GO TO T32F
           END-IF.
           IF FBREGLE NOT = 'O'
              IF FBCFA = 5 OR FBCFA = 6 OR FBCFA = 7
                 SUBTRACT FBMONTTC FROM WCL-ENC(WPOSC)
              ELSE
                 ADD FBMONTTC TO WCL-ENC(WPOSC)
              END-IF
           END-IF.
           IF WNUM-TRT NOT > WNUM-MOIS
              AND WNUM-TRT + 2 NOT < WNUM-MOIS
              IF FBCFA = 5 OR FBCFA = 6 OR FBCFA = 7
                 SUBTRACT FBMONTTC FROM WCL-CA3(WPOSC)
              ELSE
                 ADD FBMONTTC TO WCL-CA3(WPOSC)
              END-IF
           END-IF.
       T32F.
           PERFORM T30 THRU T30-EXIT.
       T32-EXIT.
           EXIT.
      *
      * poste client WNCL-TRT (cree au besoin) -> WPOSC, zero si table
      * pleine
       T35.
           MOVE ZERO TO WTRV WPOSC.
           PERFORM T35-CMP VARYING WIDXC FROM 1 BY 1
                   UNTIL WIDXC > WNB-CLI OR WTRV = 1.
           IF WTRV = 1
              GO TO T35-EXIT
           END-IF.
           IF WNB-CLI = 9999
              DISPLAY "GPIWARNING"
              DISPLAY "**TABLE CLIENTS PLEINE, CLIENT " WNCL-TRT
                      " NON SUIVI"
              GO TO T35-EXIT
           END-IF.
           ADD 1 TO WNB-CLI.
           MOVE WNB-CLI TO WPOSC.
           MOVE WNCL-TRT TO WCL-NCL(WPOSC).
           MOVE ZERO TO WCL-NBFAC(WPOSC) WCL-NBRET(WPOSC)
                        WCL-JOURS(WPOSC) WCL-PONDERE(WPOSC)
                        WCL-MONTANT(WPOSC) WCL-ENC(WPOSC)
                        WCL-CA3(WPOSC) WCL-NBIMP(WPOSC)
                        WCL-HPON(WPOSC) WCL-HNB(WPOSC).
           MOVE SPACE TO WCL-HALERTE(WPOSC).
       T35-EXIT.
           EXIT.
       T35-CMP.
           IF WCL-NCL(WIDXC) = WNCL-TRT
              MOVE 1 TO WTRV
              MOVE WIDXC TO WPOSC
           END-IF.
      *
      *----------------------------------------------------------------*
      * T40 : une facture reglee dans le mois : retard sur l'echeance  *
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
           IF FBDUP = '1'
              OR FBCFA = 5 OR FBCFA = 6 OR FBCFA = 7
              OR FBECH NOT NUMERIC OR FBECH = ZERO
              OR FBMONTTC NOT > ZERO
              GO TO T40-EXIT
           END-IF.
           MOVE FBNCL TO WNCL-TRT.
           PERFORM T35 THRU T35-EXIT.
           IF WPOSC = ZERO
              GO TO T40-EXIT
           END-IF.
           MOVE FBECH TO WDATW.
           COMPUTE WNUM-ECH = WDW-AA * 360 + WDW-MM * 30 + WDW-JJ.
           MOVE WRG-DATREG(WIDXG) TO WDATW.
           COMPUTE WNUM-REG = WDW-AA * 360 + WDW-MM * 30 + WDW-JJ.
           MOVE ZERO TO WRETARD.
           IF WNUM-REG > WNUM-ECH
              COMPUTE WRETARD = WNUM-REG - WNUM-ECH
              ADD 1 TO WCL-NBRET(WPOSC)
           END-IF.
           ADD 1 TO WCL-NBFAC(WPOSC).
           ADD WRETARD TO WCL-JOURS(WPOSC).
           COMPUTE WCL-PONDERE(WPOSC) =
                   WCL-PONDERE(WPOSC) + WRETARD * FBMONTTC.
           ADD FBMONTTC TO WCL-MONTANT(WPOSC).
       T40-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      * T44/T46 : LCR impayees pointees par LCRC020 dans le mois       *
      *----------------------------------------------------------------*
       T44.
           READ FTRAITES NEXT RECORD
                AT END MOVE 1 TO WFINT.
       T44-EXIT.
           EXIT.
       T46.
           IF FTR-SOLDE = 'I'
              AND FTR-DATSOL(1:4) = WMOIS
              MOVE FTR-NCL TO WNCL-TRT
              PERFORM T35 THRU T35-EXIT
              IF WPOSC NOT = ZERO
                 ADD 1 TO WCL-NBIMP(WPOSC)
              END-IF
           END-IF.
           PERFORM T44 THRU T44-EXIT.
       T46-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      * T50/T52 : historique recopie sauf le mois traite ; les 12 mois *
      *           precedents cumulent le retard pondere par client, le *
      *           mois precedent donne l'alerte deja levee             *
      *----------------------------------------------------------------*
       T50.
           READ SCOHIS NEXT RECORD
                AT END MOVE 1 TO WFINH.
       T50-EXIT.
           EXIT.
       T52.
           IF SCH-MOIS = WMOIS
              GO TO T52F
           END-IF.
           WRITE SCHN-LIGNE FROM SCH-LIGNE.
           MOVE SCH-MOIS TO WMOIS-TRT.
           COMPUTE WNUM-TRT = WMT-AA * 12 + WMT-MM.
           IF WNUM-TRT NOT < WNUM-MOIS
              OR WNUM-TRT + 12 < WNUM-MOIS
              GO TO T52F
           END-IF.
           MOVE ZERO TO WTRV.
           PERFORM T35-CMP VARYING WIDXC FROM 1 BY 1
                   UNTIL WIDXC > WNB-CLI OR WTRV = 1.
           IF WTRV = ZERO
              GO TO T52F
           END-IF.
           IF SCH-NBFAC > ZERO
              ADD SCH-PONRET TO WCL-HPON(WPOSC)
              ADD 1 TO WCL-HNB(WPOSC)
           END-IF.
           IF WNUM-TRT + 1 = WNUM-MOIS
              MOVE SCH-ALERTE TO WCL-HALERTE(WPOSC)
           END-IF.
       T52F.
           PERFORM T50 THRU T50-EXIT.
       T52-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      * T60 : chiffres d'un client, ligne d'historique, alerte et      *
      *       proposition de revue du plafond                          *
      *----------------------------------------------------------------*
       T60.
           IF WCL-NBFAC(WIDXC) = ZERO AND WCL-ENC(WIDXC) NOT > ZERO
              AND WCL-NBIMP(WIDXC) = ZERO
              GO TO T60-EXIT
           END-IF.
           ADD 1 TO WTOT-CLI.
           MOVE ZERO TO WDSO WMOYRET WPONRET WPCTRET WMOY12 WECART.
           MOVE SPACE TO WTEND WALERTE.
           MOVE SPACES TO WMOTIF.
      * DSO = encours / CA 3 mois x 90 (plafonne a 999)
           IF WCL-ENC(WIDXC) > ZERO
              IF WCL-CA3(WIDXC) > ZERO
                 AND WCL-ENC(WIDXC) * 90 < WCL-CA3(WIDXC) * 999
                 COMPUTE WDSO ROUNDED =
                         WCL-ENC(WIDXC) * 90 / WCL-CA3(WIDXC)
              ELSE
                 MOVE 999 TO WDSO
              END-IF
           END-IF.
           IF WCL-NBFAC(WIDXC) > ZERO
              COMPUTE WMOYRET ROUNDED =
                      WCL-JOURS(WIDXC) / WCL-NBFAC(WIDXC)
              COMPUTE WPCTRET ROUNDED =
                      WCL-NBRET(WIDXC) * 100 / WCL-NBFAC(WIDXC)
           END-IF.
           IF WCL-MONTANT(WIDXC) > ZERO
              COMPUTE WPONRET ROUNDED =
                      WCL-PONDERE(WIDXC) / WCL-MONTANT(WIDXC)
           END-IF.
      * tendance : retard pondere du mois contre sa moyenne 12 mois
           IF WCL-HNB(WIDXC) > ZERO AND WCL-NBFAC(WIDXC) > ZERO
              COMPUTE WMOY12 ROUNDED =
                      WCL-HPON(WIDXC) / WCL-HNB(WIDXC)
              IF WPONRET > WMOY12
                 COMPUTE WECART = WPONRET - WMOY12
                 MOVE 'H' TO WTEND
              ELSE
                 COMPUTE WECART = WMOY12 - WPONRET
                 MOVE 'B' TO WTEND
              END-IF
              IF WECART < 2
                 MOVE 'S' TO WTEND
              END-IF
           END-IF.
      * seuils
           IF WDSO > WSEUIL-DSO
              MOVE 'A' TO WALERTE
              MOVE "DSO AU-DELA DU SEUIL" TO WMOTIF
           END-IF.
           IF WPONRET > WSEUIL-RET
              MOVE 'A' TO WALERTE
              MOVE "RETARD PONDERE AU-DELA DU SEUIL" TO WMOTIF
           END-IF.
           IF WPCTRET > WSEUIL-PCT
              MOVE 'A' TO WALERTE
              MOVE "PART DES FACTURES EN RETARD AU-DELA DU SEUIL"
                   TO WMOTIF
           END-IF.
           IF WCL-NBIMP(WIDXC) NOT < WSEUIL-IMP
              AND WCL-NBIMP(WIDXC) > ZERO
              MOVE 'A' TO WALERTE
              MOVE "LCR IMPAYEE(S) DANS LE MOIS" TO WMOTIF
           END-IF.
           IF WTEND = 'H' AND WECART > WSEUIL-DEG
              MOVE 'A' TO WALERTE
              MOVE "RETARD EN HAUSSE SUR LA MOYENNE 12 MOIS" TO WMOTIF
           END-IF.
           PERFORM T65 THRU T65-EXIT.
           MOVE SPACES TO LIGNE.
           MOVE WCL-NCL(WIDXC)     TO LNCL.
           MOVE WCL-NBFAC(WIDXC)   TO LNBFAC.
           MOVE WDSO               TO LDSO.
           MOVE WMOYRET            TO LMOYRET.
           MOVE WPONRET            TO LPONRET.
           MOVE WPCTRET            TO LPCTRET.
           MOVE WCL-NBIMP(WIDXC)   TO LNBIMP.
           MOVE WTEND              TO LTEND.
           MOVE WECART             TO LECART.
           MOVE WCL-MONTANT(WIDXC) TO LMONT.
           MOVE WMOTIF             TO LLIB.
           WRITE LIGNE BEFORE 1.
           IF WALERTE = 'A'
              PERFORM T70 THRU T70-EXIT
           END-IF.
       T60-EXIT.
           EXIT.
      *
      * ligne d'historique du mois
       T65.
           MOVE SPACES TO SCH-LIGNE.
           MOVE WCL-NCL(WIDXC)     TO SCH-NCL.
           MOVE WMOIS              TO SCH-MOIS.
           MOVE WDSO               TO SCH-DSO.
           MOVE WMOYRET            TO SCH-MOYRET.
           MOVE WPONRET            TO SCH-PONRET.
           MOVE WPCTRET            TO SCH-PCTRET.
           MOVE WCL-NBIMP(WIDXC)   TO SCH-NBIMP.
           MOVE WCL-NBFAC(WIDXC)   TO SCH-NBFAC.
           MOVE WCL-MONTANT(WIDXC) TO SCH-MONTANT.
           MOVE WTEND              TO SCH-TEND.
           MOVE WECART             TO SCH-ECART.
           MOVE WALERTE            TO SCH-ALERTE.
           WRITE SCHN-LIGNE FROM SCH-LIGNE.
       T65-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      * T70 : client en alerte : NOTIF s'il vient de franchir un seuil *
      *       et proposition de revue du plafond CLIPLAF               *
      *----------------------------------------------------------------*
       T70.
           ADD 1 TO WTOT-ALERTE.
           MOVE SPACES TO LIGNE2.
           MOVE WCL-NCL(WIDXC) TO L2NCL.
           IF WCLIPLAF-DISPO = 1
              MOVE WCL-NCL(WIDXC) TO CPL-NCL
              READ CLIPLAF
                   INVALID KEY
                      CONTINUE
                  NOT INVALID KEY
                      MOVE CPL-PLAFOND TO L2PLAF
              END-READ
           END-IF.
           IF WCL-ENC(WIDXC) > ZERO
              MOVE WCL-ENC(WIDXC) TO L2ENC
           END-IF.
           MOVE WDSO    TO L2DSO.
           MOVE WPONRET TO L2PONRET.
           MOVE WMOTIF  TO L2LIB.
           IF WCL-HALERTE(WIDXC) NOT = 'A'
              MOVE "NOUVEAU" TO L2NOUV
              ADD 1 TO WTOT-NOUV
              MOVE 2 TO INOTIF-SEV
              MOVE "SCORING" TO INOTIF-CATEG
              MOVE SPACES TO INOTIF-OBJET
              MOVE WCL-NCL(WIDXC) TO INOTIF-OBJET(1:6)
              MOVE SPACES TO INOTIF-LIB
              STRING "PAIEMENT DEGRADE CLIENT " WCL-NCL(WIDXC)
                     " : " WMOTIF
                     DELIMITED BY SIZE INTO INOTIF-LIB
              MOVE WDATEJOUR TO INOTIF-DATE
              CALL "notif1" USING NOTIF
           END-IF.
           WRITE LIGNE2 BEFORE 1.
       T70-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      * T80/T82 : cumul des chiffres d'un client sur chacun de ses     *
      *           noeuds (centrale, groupement, adherent) a la fin du  *
      *           mois                                                 *
      *----------------------------------------------------------------*
       T80.
           IF WCL-NBFAC(WIDXC) = ZERO AND WCL-ENC(WIDXC) NOT > ZERO
              AND WCL-NBIMP(WIDXC) = ZERO
              GO TO T80-EXIT
           END-IF.
           INITIALIZE CLIHIER.
           MOVE WCL-NCL(WIDXC) TO ICLIHIER-NCL.
           MOVE WDATE-HIE      TO ICLIHIER-DATE.
           CALL "clihier1" USING CLIHIER.
           IF CCLIHIER-HORS
              GO TO T80-EXIT
           END-IF.
           PERFORM T82 THRU T82-EXIT
                   VARYING WIDXV FROM 1 BY 1 UNTIL WIDXV > 3.
       T80-EXIT.
           EXIT.
       T82.
           IF OCLIHIER-NCLNIV(WIDXV) = ZERO
              GO TO T82-EXIT
           END-IF.
           MOVE OCLIHIER-NCLNIV(WIDXV) TO WNCL-NOE.
           MOVE ZERO TO WTRV.
           PERFORM T82-CMP VARYING WIDXN FROM 1 BY 1
                   UNTIL WIDXN > WNB-NOE OR WTRV = 1.
           IF WTRV = ZERO
              IF WNB-NOE = 2000
                 DISPLAY "GPIWARNING"
                 DISPLAY "**TABLE DES NOEUDS PLEINE, NOEUD "
                         WNCL-NOE " NON CONSOLIDE"
                 GO TO T82-EXIT
              END-IF
              ADD 1 TO WNB-NOE
              MOVE WNB-NOE TO WPOSN
              MOVE WNCL-NOE TO WNO-NCL(WPOSN)
              MOVE WIDXV    TO WNO-NIV(WPOSN)
              MOVE ZERO TO WNO-NBFAC(WPOSN) WNO-NBRET(WPOSN)
                           WNO-JOURS(WPOSN) WNO-PONDERE(WPOSN)
                           WNO-MONTANT(WPOSN) WNO-ENC(WPOSN)
                           WNO-CA3(WPOSN) WNO-NBIMP(WPOSN)
                           WNO-NBCLI(WPOSN)
           END-IF.
           ADD WCL-NBFAC(WIDXC)   TO WNO-NBFAC(WPOSN).
           ADD WCL-NBRET(WIDXC)   TO WNO-NBRET(WPOSN).
           ADD WCL-JOURS(WIDXC)   TO WNO-JOURS(WPOSN).
           ADD WCL-PONDERE(WIDXC) TO WNO-PONDERE(WPOSN).
           ADD WCL-MONTANT(WIDXC) TO WNO-MONTANT(WPOSN).
           ADD WCL-ENC(WIDXC)     TO WNO-ENC(WPOSN).
           ADD WCL-CA3(WIDXC)     TO WNO-CA3(WPOSN).
           ADD WCL-NBIMP(WIDXC)   TO WNO-NBIMP(WPOSN).
           ADD 1                  TO WNO-NBCLI(WPOSN).
       T82-EXIT.
           EXIT.
       T82-CMP.
           IF WNO-NCL(WIDXN) = WNCL-NOE
              MOVE 1 TO WTRV
              MOVE WIDXN TO WPOSN
           END-IF.
      *
      * ligne consolidee d'un noeud : memes calculs que T60
       T85.
           MOVE ZERO TO WDSO WMOYRET WPONRET WPCTRET.
           IF WNO-ENC(WIDXN) > ZERO
              IF WNO-CA3(WIDXN) > ZERO
                 AND WNO-ENC(WIDXN) * 90 < WNO-CA3(WIDXN) * 999
                 COMPUTE WDSO ROUNDED =
                         WNO-ENC(WIDXN) * 90 / WNO-CA3(WIDXN)
              ELSE
                 MOVE 999 TO WDSO
              END-IF
           END-IF.
           IF WNO-NBFAC(WIDXN) > ZERO
              COMPUTE WMOYRET ROUNDED =
                      WNO-JOURS(WIDXN) / WNO-NBFAC(WIDXN)
              COMPUTE WPCTRET ROUNDED =
                      WNO-NBRET(WIDXN) * 100 / WNO-NBFAC(WIDXN)
           END-IF.
           IF WNO-MONTANT(WIDXN) > ZERO
              COMPUTE WPONRET ROUNDED =
                      WNO-PONDERE(WIDXN) / WNO-MONTANT(WIDXN)
           END-IF.
           MOVE SPACES TO LIGNE.
           MOVE WNO-NCL(WIDXN)     TO LNCL.
           MOVE WNO-NBFAC(WIDXN)   TO LNBFAC.
           MOVE WDSO               TO LDSO.
           MOVE WMOYRET            TO LMOYRET.
           MOVE WPONRET            TO LPONRET.
           MOVE WPCTRET            TO LPCTRET.
           MOVE WNO-NBIMP(WIDXN)   TO LNBIMP.
           MOVE WNO-MONTANT(WIDXN) TO LMONT.
           STRING "NOEUD NIVEAU " WNO-NIV(WIDXN)
                  " - " WNO-NBCLI(WIDXN) " CLIENT(S)"
                  DELIMITED BY SIZE INTO LLIB.
           WRITE LIGNE BEFORE 1.
       T85-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      * T90 : recapitulatif                                            *
      *----------------------------------------------------------------*
       T90.
           MOVE SPACES TO LIGNE.
           WRITE LIGNE BEFORE 1.
           MOVE SPACES TO LIGNE.
           MOVE WTOT-CLI TO LNBFAC.
           MOVE "CLIENTS ANALYSES" TO LLIB.
           WRITE LIGNE BEFORE 1.
           MOVE SPACES TO LIGNE.
           MOVE WTOT-ALERTE TO LNBFAC.
           MOVE "CLIENTS EN ALERTE (LISTE DE REVUE CLIPLAF)" TO LLIB.
           WRITE LIGNE BEFORE 1.
           MOVE SPACES TO LIGNE.
           MOVE WTOT-NOUV TO LNBFAC.
           MOVE "DONT NOUVELLES ALERTES (NOTIF)" TO LLIB.
           WRITE LIGNE BEFORE 1.
       T90-EXIT.
           EXIT.
