      *DD9147 15/10/26 anes Creation - approbation des avoirs, rapport
      *                     mensuel pour le controle interne : valeur
      *                     approuvee par approbateur et par motif,
      *                     avoirs emis au-dela du montant approuve
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AVAPC020.
      *
      ******************************************************************
      * GPICMT    Rapport mensuel des avoirs approuves (mois MOISAVP,   *
      *           AAMM ; defaut = le mois precedant la date du run) :   *
      *           les demandes d'AVAPEN approuvees dans le mois (statut *
      *           A, ou F une fois l'avoir emis) sont cumulees par      *
      *           approbateur et par motif : nombre, montant approuve,  *
      *           montant emis.  Un avoir emis pour plus que le montant *
      *           approuve sort en detail (la facturation ne peut le    *
      *           comparer qu'une fois le pied de facture calcule).     *
      *           Les refus du mois sont comptes par approbateur.       *
      ******************************************************************
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. DPS-4.
       OBJECT-COMPUTER. DPS-4.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AVAPEN ASSIGN TO AVA-PEN
                       organization indexed
                       access mode sequential
                       record key AVP-CDE
                       file status is file-status.
      *
           SELECT ETAT1 ASSIGN TO wlabel-etat1
                       organization line sequential.
      *
       DATA DIVISION.
       FILE SECTION.
      * statut : E en attente, A approuvee, R refusee, F avoir emis
       FD  AVAPEN
                DATA RECORD AVP-LIGNE.
       01  AVP-LIGNE.
           02 AVP-CDE               PIC X(13).
           02 AVP-NCL               PIC 9(6).
           02 AVP-NFACORIG          PIC 9(7).
           02 AVP-MONTANT           PIC 9(9)V99.
           02 AVP-MOTIF             PIC XX.
           02 AVP-DEMAND            PIC X(8).
           02 AVP-DATDEM            PIC 9(6).
           02 AVP-NIVREQ            PIC 9.
           02 AVP-STATUT            PIC X.
           02 AVP-APPROB            PIC X(8).
           02 AVP-NIVAPP            PIC 9.
           02 AVP-DATAPP            PIC 9(6).
           02 AVP-NAVOIR            PIC 9(7).
           02 AVP-MONTFAC           PIC 9(9)V99.
           02 AVP-DATFAC            PIC 9(6).
           02 FILLER                PIC X(10).
      *
       FD  ETAT1
                DATA RECORD LIGNE
                LINAGE IS 64  LINES AT TOP 2.
       01  LIGNE                  PIC X(132).
       01  L1.
           02 LAPPROB              PIC X(8).
           02 FILLER               PIC X(2).
           02 LNIV                 PIC 9 blank zero.
           02 FILLER               PIC X(2).
           02 LMOTIF               PIC XX.
           02 FILLER               PIC X(2).
           02 LNB                  PIC Z(4)9 blank zero.
           02 FILLER               PIC X(2).
           02 LMONT                PIC Z(9)9V,99 blank zero.
           02 FILLER               PIC X(2).
           02 LMONTFAC             PIC Z(9)9V,99 blank zero.
           02 FILLER               PIC X(2).
           02 LNBREF               PIC Z(4)9 blank zero.
           02 FILLER               PIC X(2).
           02 LLIB                 PIC X(50).
       01  L2.
           02 L2CDE                PIC X(13).
           02 FILLER               PIC X(2).
           02 L2NCL                PIC 9(6) blank zero.
           02 FILLER               PIC X(2).
           02 L2NAVOIR             PIC 9(7) blank zero.
           02 FILLER               PIC X(2).
           02 L2MONT               PIC Z(9)9V,99 blank zero.
           02 FILLER               PIC X(2).
           02 L2MONTFAC            PIC Z(9)9V,99 blank zero.
           02 FILLER               PIC X(2).
           02 L2APPROB             PIC X(8).
           02 FILLER               PIC X(2).
           02 L2LIB                PIC X(50).
      *
       WORKING-STORAGE SECTION.
       01  wlabel-etat1           pic x(64) value space.
       01  var-name               pic x(64).
       01  var-data               pic x(64).
       01  file-status            PIC XX.
       01  WFINP                  PIC 9 value zero.
           88 FIN-AVAPEN          value 1.
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
      **** cumuls par approbateur et motif
       01  WTAPM.
           02 WTAPM-E OCCURS 2000.
              03 WAM-APPROB       PIC X(8).
              03 WAM-MOTIF        PIC XX.
              03 WAM-NIVAPP       PIC 9.
              03 WAM-NB           PIC 9(5).
              03 WAM-MONT         PIC 9(11)V99.
              03 WAM-MONTFAC      PIC 9(11)V99.
              03 WAM-NBREF        PIC 9(5).
       01  WNB-APM                PIC 9(4) VALUE ZERO.
       01  WIDXM                  PIC 9(4).
       01  WPOSM                  PIC 9(4).
      *
      **** tri des postes (approbateur, motif)
       01  WIDXT                  PIC 9(4).
       01  WAPM-SAV               PIC X(47).
       01  WCLE1                  PIC X(10).
       01  WCLE2                  PIC X(10).
      *
       01  WTRV                   PIC 9.
       01  WTOT-NB                PIC 9(5) VALUE ZERO.
       01  WTOT-MONT              PIC 9(11)V99 VALUE ZERO.
       01  WTOT-MONTFAC           PIC 9(11)V99 VALUE ZERO.
       01  WTOT-REF               PIC 9(5) VALUE ZERO.
       01  WTOT-DEP               PIC 9(5) VALUE ZERO.
      *
       PROCEDURE DIVISION.
      *
      *----------------------------------------------------------------*
      * T10 : lecture des demandes, ecarts d'emission, cumuls par      *
      *       approbateur et motif                                     *
      *----------------------------------------------------------------*
       T10.
           MOVE ZERO TO WFINP WNB-APM WTOT-NB WTOT-MONT WTOT-MONTFAC
                        WTOT-REF WTOT-DEP.
           string 'MOISAVP' x'00' delimited by size
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
           string 'avapc020.'
                  var-data delimited by ' '
                                     into wlabel-etat1.
           OPEN OUTPUT ETAT1.
           OPEN INPUT AVAPEN.
           IF FILE-STATUS NOT = ZERO
              DISPLAY "PAS DE DEMANDES D'AVOIR AVAPEN"
              CLOSE ETAT1
              STOP RUN
           END-IF.
           MOVE SPACES TO LIGNE.
           STRING "AVOIRS EMIS AU-DELA DU MONTANT APPROUVE - MOIS "
                  WMOIS DELIMITED BY SIZE INTO LIGNE.
           WRITE LIGNE BEFORE 2.
           PERFORM T20 THRU T20-EXIT.
           PERFORM T22 THRU T22-EXIT UNTIL FIN-AVAPEN.
           CLOSE AVAPEN.
           PERFORM T40 THRU T40-EXIT
                   VARYING WIDXM FROM 2 BY 1 UNTIL WIDXM > WNB-APM.
           MOVE SPACES TO LIGNE.
           WRITE LIGNE BEFORE 1.
           MOVE SPACES TO LIGNE.
           STRING "AVOIRS APPROUVES PAR APPROBATEUR ET MOTIF - MOIS "
                  WMOIS DELIMITED BY SIZE INTO LIGNE.
           WRITE LIGNE BEFORE 2.
           PERFORM T50 THRU T50-EXIT
                   VARYING WIDXM FROM 1 BY 1 UNTIL WIDXM > WNB-APM.
           PERFORM T90 THRU T90-EXIT.
           CLOSE ETAT1.
           STOP RUN.
      *
       T20.
           READ AVAPEN NEXT RECORD
                AT END MOVE 1 TO WFINP.
       T20-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      * T22 : une demande visee dans le mois                           *
      *----------------------------------------------------------------*
       T22.
           IF AVP-STATUT NOT = 'A' AND AVP-STATUT NOT = 'F'
              AND AVP-STATUT NOT = 'R'
              GO TO T22F
           END-IF.
           IF AVP-DATAPP NOT NUMERIC
              OR AVP-DATAPP(1:4) NOT = WMOIS
              GO TO T22F
           END-IF.
           PERFORM T25 THRU T25-EXIT.
           IF WPOSM = ZERO
              GO TO T22F
           END-IF.
           IF AVP-STATUT = 'R'
              ADD 1 TO WAM-NBREF(WPOSM)
              GO TO T22F
           END-IF.
           ADD 1 TO WAM-NB(WPOSM).
           ADD AVP-MONTANT TO WAM-MONT(WPOSM).
           IF AVP-STATUT = 'F'
              ADD AVP-MONTFAC TO WAM-MONTFAC(WPOSM)
              IF AVP-MONTFAC > AVP-MONTANT
                 PERFORM T30 THRU T30-EXIT
              END-IF
           END-IF.
       T22F.
           PERFORM T20 THRU T20-EXIT.
       T22-EXIT.
           EXIT.
      *
      * poste approbateur x motif (cree au besoin) -> WPOSM, zero si
      * table pleine
       T25.
           MOVE ZERO TO WTRV WPOSM.
           PERFORM T25-CMP VARYING WIDXM FROM 1 BY 1
                   UNTIL WIDXM > WNB-APM OR WTRV = 1.
           IF WTRV = 1
              GO TO T25-EXIT
           END-IF.
           IF WNB-APM = 2000
              DISPLAY "GPIWARNING"
              DISPLAY "**TABLE APPROBATEURS PLEINE, DEMANDE "
                      AVP-CDE " NON CUMULEE"
              GO TO T25-EXIT
           END-IF.
           ADD 1 TO WNB-APM.
           MOVE WNB-APM TO WPOSM.
           MOVE AVP-APPROB TO WAM-APPROB(WPOSM).
           MOVE AVP-MOTIF  TO WAM-MOTIF(WPOSM).
           MOVE AVP-NIVAPP TO WAM-NIVAPP(WPOSM).
           MOVE ZERO TO WAM-NB(WPOSM) WAM-MONT(WPOSM)
                        WAM-MONTFAC(WPOSM) WAM-NBREF(WPOSM).
       T25-EXIT.
           EXIT.
       T25-CMP.
           IF WAM-APPROB(WIDXM) = AVP-APPROB
              AND WAM-MOTIF(WIDXM) = AVP-MOTIF
              MOVE 1 TO WTRV
              MOVE WIDXM TO WPOSM
           END-IF.
      *
      * avoir emis pour plus que le montant approuve
       T30.
           ADD 1 TO WTOT-DEP.
           MOVE SPACES TO LIGNE.
           MOVE AVP-CDE      TO L2CDE.
           MOVE AVP-NCL      TO L2NCL.
           MOVE AVP-NAVOIR   TO L2NAVOIR.
           MOVE AVP-MONTANT  TO L2MONT.
           MOVE AVP-MONTFAC  TO L2MONTFAC.
           MOVE AVP-APPROB   TO L2APPROB.
           MOVE "MONTANT EMIS SUPERIEUR AU MONTANT APPROUVE" TO L2LIB.
           WRITE LIGNE BEFORE 1.
       T30-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      * T40 : tri par insertion des postes sur (approbateur, motif)    *
      *----------------------------------------------------------------*
       T40.
           MOVE WTAPM-E(WIDXM) TO WAPM-SAV.
           MOVE WAPM-SAV(1:10) TO WCLE1.
           MOVE WIDXM TO WIDXT.
           MOVE 1 TO WTRV.
           PERFORM T42 UNTIL WIDXT = 1 OR WTRV = ZERO.
           MOVE WAPM-SAV TO WTAPM-E(WIDXT).
       T40-EXIT.
           EXIT.
       T42.
           MOVE WTAPM-E(WIDXT - 1)(1:10) TO WCLE2.
           IF WCLE2 > WCLE1
              MOVE WTAPM-E(WIDXT - 1) TO WTAPM-E(WIDXT)
              SUBTRACT 1 FROM WIDXT
           ELSE
              MOVE ZERO TO WTRV
           END-IF.
      *
      *----------------------------------------------------------------*
      * T50 : une ligne par approbateur et motif                       *
      *----------------------------------------------------------------*
       T50.
           ADD WAM-NB(WIDXM)      TO WTOT-NB.
           ADD WAM-MONT(WIDXM)    TO WTOT-MONT.
           ADD WAM-MONTFAC(WIDXM) TO WTOT-MONTFAC.
           ADD WAM-NBREF(WIDXM)   TO WTOT-REF.
           MOVE SPACES TO LIGNE.
           MOVE WAM-APPROB(WIDXM)  TO LAPPROB.
           MOVE WAM-NIVAPP(WIDXM)  TO LNIV.
           MOVE WAM-MOTIF(WIDXM)   TO LMOTIF.
           MOVE WAM-NB(WIDXM)      TO LNB.
           MOVE WAM-MONT(WIDXM)    TO LMONT.
           MOVE WAM-MONTFAC(WIDXM) TO LMONTFAC.
           MOVE WAM-NBREF(WIDXM)   TO LNBREF.
           WRITE LIGNE BEFORE 1.
       T50-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      * T90 : recapitulatif                                            *
      *----------------------------------------------------------------*
       T90.
           MOVE SPACES TO LIGNE.
           WRITE LIGNE BEFORE 1.
           MOVE SPACES TO LIGNE.
           MOVE WTOT-NB      TO LNB.
           MOVE WTOT-MONT    TO LMONT.
           MOVE WTOT-MONTFAC TO LMONTFAC.
           MOVE WTOT-REF     TO LNBREF.
           MOVE "TOTAL DU MOIS (APPROUVES, EMIS, REFUSES)" TO LLIB.
           WRITE LIGNE BEFORE 1.
           MOVE SPACES TO LIGNE.
           MOVE WTOT-DEP     TO LNB.
           MOVE "AVOIRS EMIS AU-DELA DU MONTANT APPROUVE" TO LLIB.
           WRITE LIGNE BEFORE 1.
       T90-EXIT.
           EXIT.
