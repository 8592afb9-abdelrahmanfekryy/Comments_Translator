      *DD9147 15/10/26 anes Creation - approbation des avoirs, passage
      *                     quotidien : enregistrement des demandes
      *                     (niveau requis selon montant et motif),
      *                     visas des approbateurs et liste des
      *                     demandes en attente
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AVAPC010.
      *
      ******************************************************************
      * GPICMT    Approbation des avoirs, passage quotidien :           *
      *           - AVPSEU : table des seuils (motif, montant maximum,  *
      *             niveau) ; le motif ** vaut pour tous les motifs.    *
      *             Le niveau requis est celui du plus petit seuil      *
      *             couvrant le montant (les lignes du motif l'emportent*
      *             sur **) ; au-dela du dernier seuil, niveau 3.  Sans *
      *             table : 500 -> 1, 5000 -> 2, au-dela 3.             *
      *             Niveaux : 1 assistante, 2 chef ADV, 3 direction     *
      *             commerciale.                                        *
      *           - AVPAPP : les approbateurs et leur niveau            *
      *           - AVPDEM : les demandes du jour (commande d'avoir,    *
      *             client, facture d'origine, montant, motif,          *
      *             demandeur) ecrites au statut E dans AVAPEN ; une    *
      *             demande encore en attente est mise a jour, une      *
      *             demande deja traitee sort en anomalie               *
      *           - AVPVIS : les decisions (A approuvee, R refusee) ;   *
      *             l'approbateur doit etre connu, distinct du          *
      *             demandeur et de niveau au moins egal au niveau      *
      *             requis                                              *
      *           La liste reprend ensuite toutes les demandes en       *
      *           attente, avec leur anciennete et le niveau requis.    *
      *           La facturation n'emet une commande d'avoir que si sa  *
      *           demande est au statut A (sous-programme AVAPP1).      *
      ******************************************************************
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. DPS-4.
       OBJECT-COMPUTER. DPS-4.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AVPSEU ASSIGN TO AVP-SEU
                       organization line sequential
                       file status is file-status.
      *
           SELECT AVPAPP ASSIGN TO AVP-APP
                       organization line sequential
                       file status is file-status2.
      *
           SELECT AVPDEM ASSIGN TO AVP-DEM
                       organization line sequential
                       file status is file-status3.
      *
           SELECT AVPVIS ASSIGN TO AVP-VIS
                       organization line sequential
                       file status is file-status4.
      *
           SELECT AVAPEN ASSIGN TO AVA-PEN
                       organization indexed
                       access mode dynamic
                       record key AVP-CDE
                       file status is file-status5.
      *
           SELECT ETAT1 ASSIGN TO wlabel-etat1
                       organization line sequential.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  AVPSEU
                DATA RECORD AVS-LIGNE.
       01  AVS-LIGNE.
           02 AVS-MOTIF            PIC XX.
           02 FILLER               PIC X.
           02 AVS-MONTMAX          PIC 9(9)V99.
           02 FILLER               PIC X.
           02 AVS-NIVEAU           PIC 9.
      *
       FD  AVPAPP
                DATA RECORD AVA-LIGNE.
       01  AVA-LIGNE.
           02 AVA-USER             PIC X(8).
           02 FILLER               PIC X.
           02 AVA-NIVEAU           PIC 9.
           02 FILLER               PIC X.
           02 AVA-NOM              PIC X(30).
      *
       FD  AVPDEM
                DATA RECORD AVD-LIGNE.
       01  AVD-LIGNE.
           02 AVD-CDE              PIC X(13).
           02 FILLER               PIC X.
           02 AVD-NCL              PIC 9(6).
           02 FILLER               PIC X.
           02 AVD-NFACORIG         PIC 9(7).
           02 FILLER               PIC X.
           02 AVD-MONTANT          PIC 9(9)V99.
           02 FILLER               PIC X.
           02 AVD-MOTIF            PIC XX.
           02 FILLER               PIC X.
           02 AVD-DEMAND           PIC X(8).
           02 FILLER               PIC X.
           02 AVD-DATE             PIC 9(6).
      *
       FD  AVPVIS
                DATA RECORD AVV-LIGNE.
       01  AVV-LIGNE.
           02 AVV-CDE              PIC X(13).
           02 FILLER               PIC X.
           02 AVV-APPROB           PIC X(8).
           02 FILLER               PIC X.
           02 AVV-DECISION         PIC X.
           02 FILLER               PIC X.
           02 AVV-DATE             PIC 9(6).
      *
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
           02 LCDE                 PIC X(13).
           02 FILLER               PIC X(2).
           02 LNCL                 PIC 9(6) blank zero.
           02 FILLER               PIC X(2).
           02 LNFAC                PIC 9(7) blank zero.
           02 FILLER               PIC X(2).
           02 LMONT                PIC Z(9)9V,99 blank zero.
           02 FILLER               PIC X(2).
           02 LMOTIF               PIC XX.
           02 FILLER               PIC X(2).
           02 LDEMAND              PIC X(8).
           02 FILLER               PIC X(2).
           02 LDATDEM              PIC 9(6) blank zero.
           02 FILLER               PIC X(2).
           02 LAGE                 PIC Z(4)9 blank zero.
           02 FILLER               PIC X(2).
           02 LNIV                 PIC 9 blank zero.
           02 FILLER               PIC X(2).
           02 LLIB                 PIC X(50).
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
       01  WFINS                  PIC 9 value zero.
           88 FIN-AVPSEU          value 1.
       01  WFINA                  PIC 9 value zero.
           88 FIN-AVPAPP          value 1.
       01  WFIND                  PIC 9 value zero.
           88 FIN-AVPDEM          value 1.
       01  WFINV                  PIC 9 value zero.
           88 FIN-AVPVIS          value 1.
       01  WFINP                  PIC 9 value zero.
           88 FIN-AVAPEN          value 1.
       01  WDATEJOUR              PIC 9(6).
       01  WDATW                  PIC 9(6).
       01  WDATW-X REDEFINES WDATW.
           02 WDW-AA              PIC 99.
           02 WDW-MM              PIC 99.
           02 WDW-JJ              PIC 99.
      * dates en jours (mois de 30 jours)
       01  WNUM-JOUR              PIC 9(6).
       01  WNUM-DEM               PIC 9(6).
       01  WAGE                   PIC 9(5).
      *
      **** seuils d'approbation
       01  WTSEU.
           02 WTSEU-E OCCURS 200.
              03 WSE-MOTIF        PIC XX.
              03 WSE-MONTMAX      PIC 9(9)V99.
              03 WSE-NIVEAU       PIC 9.
       01  WNB-SEU                PIC 9(3) VALUE ZERO.
       01  WIDXS                  PIC 9(3).
      *
      **** approbateurs
       01  WTAPP.
           02 WTAPP-E OCCURS 500.
              03 WAP-USER         PIC X(8).
              03 WAP-NIVEAU       PIC 9.
       01  WNB-APP                PIC 9(3) VALUE ZERO.
       01  WIDXA                  PIC 9(3).
       01  WPOSA                  PIC 9(3).
      *
      **** calcul du niveau requis
       01  WMOTIF-TRT             PIC XX.
       01  WMONT-TRT              PIC 9(9)V99.
       01  WNIVREQ                PIC 9.
       01  WSEU-MIN               PIC 9(9)V99.
       01  WSEU-MOTIF             PIC 9.
       01  WSEU-TRV               PIC 9.
      *
       01  WTRV                   PIC 9.
       01  WMESS                  PIC X(50).
       01  WTOT-DEM               PIC 9(5) VALUE ZERO.
       01  WTOT-MAJ               PIC 9(5) VALUE ZERO.
       01  WTOT-APP               PIC 9(5) VALUE ZERO.
       01  WTOT-REF               PIC 9(5) VALUE ZERO.
       01  WTOT-ANO               PIC 9(5) VALUE ZERO.
       01  WTOT-ATT               PIC 9(5) VALUE ZERO.
       01  WMNT-ATT               PIC 9(11)V99 VALUE ZERO.
      *
       PROCEDURE DIVISION.
      *
      *----------------------------------------------------------------*
      * T10 : seuils et approbateurs, demandes et visas du jour,       *
      *       liste des demandes en attente                            *
      *----------------------------------------------------------------*
       T10.
           MOVE ZERO TO WFINS WFINA WFIND WFINV WFINP WNB-SEU WNB-APP
                        WTOT-DEM WTOT-MAJ WTOT-APP WTOT-REF WTOT-ANO
                        WTOT-ATT WMNT-ATT.
           string 'ADLPID' x'00' delimited by size
                  into var-name.
           move space to var-data.
           call 'genvcc' using var-name var-data.
           if var-data(1:6) numeric
              move var-data(1:6) to WDATEJOUR.
           MOVE WDATEJOUR TO WDATW.
           COMPUTE WNUM-JOUR = WDW-AA * 360 + WDW-MM * 30 + WDW-JJ.
           string 'avapc010.'
                  var-data delimited by ' '
                                     into wlabel-etat1.
           OPEN OUTPUT ETAT1.
           OPEN INPUT AVPSEU.
           IF FILE-STATUS = ZERO
              PERFORM T20 THRU T20-EXIT
              PERFORM T22 THRU T22-EXIT UNTIL FIN-AVPSEU
              CLOSE AVPSEU
           END-IF.
           IF WNB-SEU = ZERO
              PERFORM T23 THRU T23-EXIT
           END-IF.
           OPEN INPUT AVPAPP.
           IF FILE-STATUS2 = ZERO
              PERFORM T24 THRU T24-EXIT
              PERFORM T26 THRU T26-EXIT UNTIL FIN-AVPAPP
              CLOSE AVPAPP
           END-IF.
           OPEN I-O AVAPEN.
           IF FILE-STATUS5 = "35"
              OPEN OUTPUT AVAPEN
              CLOSE AVAPEN
              OPEN I-O AVAPEN
           END-IF.
           IF FILE-STATUS5 NOT = ZERO
              DISPLAY "OUVERTURE AVAPEN IMPOSSIBLE " FILE-STATUS5
              CLOSE ETAT1
              STOP RUN
           END-IF.
           MOVE SPACES TO LIGNE.
           MOVE "DEMANDES ET VISAS DU JOUR - ANOMALIES" TO LLIB.
           WRITE LIGNE BEFORE 2.
           OPEN INPUT AVPDEM.
           IF FILE-STATUS3 = ZERO
              PERFORM T30 THRU T30-EXIT
              PERFORM T32 THRU T32-EXIT UNTIL FIN-AVPDEM
              CLOSE AVPDEM
           END-IF.
           OPEN INPUT AVPVIS.
           IF FILE-STATUS4 = ZERO
              PERFORM T40 THRU T40-EXIT
              PERFORM T42 THRU T42-EXIT UNTIL FIN-AVPVIS
              CLOSE AVPVIS
           END-IF.
           MOVE SPACES TO LIGNE.
           WRITE LIGNE BEFORE 1.
           MOVE SPACES TO LIGNE.
           MOVE "DEMANDES D'AVOIR EN ATTENTE D'APPROBATION" TO LLIB.
           WRITE LIGNE BEFORE 2.
           PERFORM T50 THRU T50-EXIT.
           PERFORM T52 THRU T52-EXIT UNTIL FIN-AVAPEN.
           CLOSE AVAPEN.
           PERFORM T90 THRU T90-EXIT.
           CLOSE ETAT1.
           STOP RUN.
      *
      *----------------------------------------------------------------*
      * T20/T22 : table des seuils ; T23 : seuils par defaut           *
      *----------------------------------------------------------------*
       T20.
           READ AVPSEU NEXT RECORD
                AT END MOVE 1 TO WFINS.
       T20-EXIT.
           EXIT.
       T22.
           IF AVS-MONTMAX NOT NUMERIC OR AVS-NIVEAU NOT NUMERIC
              OR AVS-NIVEAU = ZERO OR AVS-NIVEAU > 3
              GO TO T22F
           END-IF.
           IF WNB-SEU NOT < 200
              DISPLAY "GPIWARNING"
              DISPLAY "**TABLE SEUILS AVOIRS PLEINE, RUN ABANDONNE"
              STOP RUN
           END-IF.
           ADD 1 TO WNB-SEU.
           MOVE AVS-MOTIF   TO WSE-MOTIF(WNB-SEU).
           MOVE AVS-MONTMAX TO WSE-MONTMAX(WNB-SEU).
           MOVE AVS-NIVEAU  TO WSE-NIVEAU(WNB-SEU).
       T22F.
           PERFORM T20 THRU T20-EXIT.
       T22-EXIT.
           EXIT.
       T23.
           MOVE 2 TO WNB-SEU.
           MOVE "**" TO WSE-MOTIF(1) WSE-MOTIF(2).
           MOVE 500  TO WSE-MONTMAX(1).
           MOVE 1    TO WSE-NIVEAU(1).
           MOVE 5000 TO WSE-MONTMAX(2).
           MOVE 2    TO WSE-NIVEAU(2).
       T23-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      * T24/T26 : table des approbateurs                               *
      *----------------------------------------------------------------*
       T24.
           READ AVPAPP NEXT RECORD
                AT END MOVE 1 TO WFINA.
       T24-EXIT.
           EXIT.
       T26.
           IF AVA-USER = SPACES OR AVA-NIVEAU NOT NUMERIC
              OR AVA-NIVEAU = ZERO
              GO TO T26F
           END-IF.
           IF WNB-APP NOT < 500
              DISPLAY "GPIWARNING"
              DISPLAY "**TABLE APPROBATEURS PLEINE, RUN ABANDONNE"
              STOP RUN
           END-IF.
           ADD 1 TO WNB-APP.
           MOVE AVA-USER   TO WAP-USER(WNB-APP).
           MOVE AVA-NIVEAU TO WAP-NIVEAU(WNB-APP).
       T26F.
           PERFORM T24 THRU T24-EXIT.
       T26-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      * T30/T32 : demandes du jour : controles, niveau requis et       *
      *           ecriture au statut E (mise a jour si deja en         *
      *           attente)                                             *
      *----------------------------------------------------------------*
       T30.
           READ AVPDEM NEXT RECORD
                AT END MOVE 1 TO WFIND.
       T30-EXIT.
           EXIT.
       T32.
           MOVE SPACES TO WMESS.
           IF AVD-CDE = SPACES
              MOVE "DEMANDE SANS COMMANDE D'AVOIR" TO WMESS
           END-IF.
           IF AVD-MONTANT NOT NUMERIC OR AVD-MONTANT = ZERO
              MOVE "MONTANT DE LA DEMANDE ABSENT" TO WMESS
           END-IF.
           IF AVD-DEMAND = SPACES
              MOVE "DEMANDEUR ABSENT" TO WMESS
           END-IF.
           IF AVD-NCL NOT NUMERIC OR AVD-NFACORIG NOT NUMERIC
              MOVE "CLIENT OU FACTURE D'ORIGINE NON NUMERIQUE" TO WMESS
           END-IF.
           IF WMESS NOT = SPACES
              PERFORM T38 THRU T38-EXIT
              GO TO T32F
           END-IF.
           MOVE AVD-MOTIF   TO WMOTIF-TRT.
           MOVE AVD-MONTANT TO WMONT-TRT.
           PERFORM T35 THRU T35-EXIT.
           MOVE AVD-CDE TO AVP-CDE.
           READ AVAPEN
                INVALID KEY
                   GO TO T32-CRE
           END-READ.
           IF AVP-STATUT NOT = 'E'
              MOVE "DEMANDE DEJA TRAITEE, NON MODIFIEE" TO WMESS
              PERFORM T38 THRU T38-EXIT
              GO TO T32F
           END-IF.
           PERFORM T34 THRU T34-EXIT.
           REWRITE AVP-LIGNE.
           ADD 1 TO WTOT-MAJ.
           GO TO T32F.
       T32-CRE.
           MOVE SPACES TO AVP-LIGNE.
           MOVE AVD-CDE TO AVP-CDE.
           PERFORM T34 THRU T34-EXIT.
           WRITE AVP-LIGNE.
           ADD 1 TO WTOT-DEM.
       T32F.
           PERFORM T30 THRU T30-EXIT.
       T32-EXIT.
           EXIT.
      *
      * demande au statut E, visa remis a blanc
       T34.
           MOVE AVD-NCL      TO AVP-NCL.
           MOVE AVD-NFACORIG TO AVP-NFACORIG.
           MOVE AVD-MONTANT  TO AVP-MONTANT.
           MOVE AVD-MOTIF    TO AVP-MOTIF.
           MOVE AVD-DEMAND   TO AVP-DEMAND.
           MOVE AVD-DATE     TO AVP-DATDEM.
           IF AVD-DATE NOT NUMERIC OR AVD-DATE = ZERO
              MOVE WDATEJOUR TO AVP-DATDEM
           END-IF.
           MOVE WNIVREQ      TO AVP-NIVREQ.
           MOVE 'E'          TO AVP-STATUT.
           MOVE SPACES       TO AVP-APPROB.
           MOVE ZERO         TO AVP-NIVAPP AVP-DATAPP AVP-NAVOIR
                                AVP-MONTFAC AVP-DATFAC.
       T34-EXIT.
           EXIT.
      *
      * niveau requis pour WMOTIF-TRT / WMONT-TRT -> WNIVREQ : les
      * seuils du motif s'ils existent, sinon ceux de **
       T35.
           MOVE ZERO TO WSEU-MOTIF.
           PERFORM T35-MOT VARYING WIDXS FROM 1 BY 1
                   UNTIL WIDXS > WNB-SEU OR WSEU-MOTIF = 1.
           IF WSEU-MOTIF = ZERO
              MOVE "**" TO WMOTIF-TRT
           END-IF.
           MOVE 3 TO WNIVREQ.
           MOVE ZERO TO WSEU-TRV WSEU-MIN.
           PERFORM T35-CMP VARYING WIDXS FROM 1 BY 1
                   UNTIL WIDXS > WNB-SEU.
       T35-EXIT.
           EXIT.
       T35-MOT.
           IF WSE-MOTIF(WIDXS) = WMOTIF-TRT
              MOVE 1 TO WSEU-MOTIF
           END-IF.
       T35-CMP.
           IF WSE-MOTIF(WIDXS) = WMOTIF-TRT
              AND WSE-MONTMAX(WIDXS) NOT < WMONT-TRT
              AND (WSEU-TRV = ZERO OR WSE-MONTMAX(WIDXS) < WSEU-MIN)
              MOVE 1 TO WSEU-TRV
              MOVE WSE-MONTMAX(WIDXS) TO WSEU-MIN
              MOVE WSE-NIVEAU(WIDXS) TO WNIVREQ
           END-IF.
      *
      * anomalie sur une demande
       T38.
           ADD 1 TO WTOT-ANO.
           MOVE SPACES TO LIGNE.
           MOVE AVD-CDE      TO LCDE.
           IF AVD-NCL NUMERIC
              MOVE AVD-NCL   TO LNCL
           END-IF.
           IF AVD-NFACORIG NUMERIC
              MOVE AVD-NFACORIG TO LNFAC
           END-IF.
           IF AVD-MONTANT NUMERIC
              MOVE AVD-MONTANT TO LMONT
           END-IF.
           MOVE AVD-MOTIF    TO LMOTIF.
           MOVE AVD-DEMAND   TO LDEMAND.
           MOVE WMESS        TO LLIB.
           WRITE LIGNE BEFORE 1.
       T38-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      * T40/T42 : visas : demande en attente, approbateur habilite au  *
      *           niveau requis et distinct du demandeur               *
      *----------------------------------------------------------------*
       T40.
           READ AVPVIS NEXT RECORD
                AT END MOVE 1 TO WFINV.
       T40-EXIT.
           EXIT.
       T42.
           MOVE SPACES TO WMESS.
           MOVE AVV-CDE TO AVP-CDE.
           READ AVAPEN
                INVALID KEY
                   MOVE "VISA SUR UNE DEMANDE INCONNUE" TO WMESS
                   PERFORM T48 THRU T48-EXIT
                   GO TO T42F
           END-READ.
           IF AVP-STATUT NOT = 'E'
              MOVE "VISA SUR UNE DEMANDE DEJA TRAITEE" TO WMESS
           END-IF.
           IF AVV-DECISION NOT = 'A' AND AVV-DECISION NOT = 'R'
              MOVE "DECISION AUTRE QUE A OU R" TO WMESS
           END-IF.
           IF WMESS NOT = SPACES
              PERFORM T48 THRU T48-EXIT
              GO TO T42F
           END-IF.
           MOVE ZERO TO WTRV WPOSA.
           PERFORM T44 VARYING WIDXA FROM 1 BY 1
                   UNTIL WIDXA > WNB-APP OR WTRV = 1.
           IF WTRV = ZERO
              MOVE "APPROBATEUR INCONNU" TO WMESS
           ELSE
              IF WAP-NIVEAU(WPOSA) < AVP-NIVREQ
                 MOVE "NIVEAU DE L'APPROBATEUR INSUFFISANT" TO WMESS
              END-IF
           END-IF.
           IF AVV-APPROB = AVP-DEMAND
              MOVE "L'APPROBATEUR EST LE DEMANDEUR" TO WMESS
           END-IF.
           IF WMESS NOT = SPACES
              PERFORM T48 THRU T48-EXIT
              GO TO T42F
           END-IF.
           MOVE AVV-APPROB         TO AVP-APPROB.
           MOVE WAP-NIVEAU(WPOSA)  TO AVP-NIVAPP.
           MOVE AVV-DATE           TO AVP-DATAPP.
           IF AVV-DATE NOT NUMERIC OR AVV-DATE = ZERO
              MOVE WDATEJOUR TO AVP-DATAPP
           END-IF.
           MOVE AVV-DECISION       TO AVP-STATUT.
           REWRITE AVP-LIGNE.
           IF AVV-DECISION = 'A'
              ADD 1 TO WTOT-APP
           ELSE
              ADD 1 TO WTOT-REF
           END-IF.
       T42F.
           PERFORM T40 THRU T40-EXIT.
       T42-EXIT.
           EXIT.
       T44.
           IF WAP-USER(WIDXA) = AVV-APPROB
              MOVE 1 TO WTRV
              MOVE WIDXA TO WPOSA
           END-IF.
      *
      * anomalie sur un visa
       T48.
           ADD 1 TO WTOT-ANO.
           MOVE SPACES TO LIGNE.
           MOVE AVV-CDE      TO LCDE.
           MOVE AVV-APPROB   TO LDEMAND.
           MOVE WMESS        TO LLIB.
           WRITE LIGNE BEFORE 1.
       T48-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      * T50/T52 : demandes en attente (statut E), anciennete en jours  *
      *----------------------------------------------------------------*
       T50.
           MOVE LOW-VALUE TO AVP-CDE.
           START AVAPEN KEY NOT < AVP-CDE
                 INVALID KEY
                    MOVE 1 TO WFINP
                    GO TO T50-EXIT
           END-START.
           PERFORM T51 THRU T51-EXIT.
       T50-EXIT.
           EXIT.
       T51.
           READ AVAPEN NEXT RECORD
                AT END MOVE 1 TO WFINP.
       T51-EXIT.
           EXIT.
       T52.
           IF AVP-STATUT NOT = 'E'
              GO TO T52F
           END-IF.
           ADD 1 TO WTOT-ATT.
           ADD AVP-MONTANT TO WMNT-ATT.
           MOVE ZERO TO WAGE.
           IF AVP-DATDEM NUMERIC AND AVP-DATDEM NOT = ZERO
              MOVE AVP-DATDEM TO WDATW
              COMPUTE WNUM-DEM = WDW-AA * 360 + WDW-MM * 30 + WDW-JJ
              IF WNUM-JOUR > WNUM-DEM
                 COMPUTE WAGE = WNUM-JOUR - WNUM-DEM
              END-IF
           END-IF.
           MOVE SPACES TO LIGNE.
           MOVE AVP-CDE       TO LCDE.
           MOVE AVP-NCL       TO LNCL.
           MOVE AVP-NFACORIG  TO LNFAC.
           MOVE AVP-MONTANT   TO LMONT.
           MOVE AVP-MOTIF     TO LMOTIF.
           MOVE AVP-DEMAND    TO LDEMAND.
           MOVE AVP-DATDEM    TO LDATDEM.
           MOVE WAGE          TO LAGE.
           MOVE AVP-NIVREQ    TO LNIV.
           EVALUATE AVP-NIVREQ
              WHEN 1
                 MOVE "A APPROUVER PAR L'ASSISTANTE" TO LLIB
              WHEN 2
                 MOVE "A APPROUVER PAR LE CHEF ADV" TO LLIB
              WHEN OTHER
                 MOVE "A APPROUVER PAR LA DIRECTION COMMERCIALE"
                      TO LLIB
           END-EVALUATE.
           WRITE LIGNE BEFORE 1.
       T52F.
           PERFORM T51 THRU T51-EXIT.
       T52-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      * T90 : recapitulatif                                            *
      *----------------------------------------------------------------*
       T90.
           MOVE SPACES TO LIGNE.
           WRITE LIGNE BEFORE 1.
           MOVE SPACES TO LIGNE.
           MOVE WTOT-DEM TO LAGE.
           MOVE "DEMANDES ENREGISTREES" TO LLIB.
           WRITE LIGNE BEFORE 1.
           MOVE SPACES TO LIGNE.
           MOVE WTOT-MAJ TO LAGE.
           MOVE "DEMANDES EN ATTENTE MISES A JOUR" TO LLIB.
           WRITE LIGNE BEFORE 1.
           MOVE SPACES TO LIGNE.
           MOVE WTOT-APP TO LAGE.
           MOVE "DEMANDES APPROUVEES" TO LLIB.
           WRITE LIGNE BEFORE 1.
           MOVE SPACES TO LIGNE.
           MOVE WTOT-REF TO LAGE.
           MOVE "DEMANDES REFUSEES" TO LLIB.
           WRITE LIGNE BEFORE 1.
           MOVE SPACES TO LIGNE.
           MOVE WTOT-ANO TO LAGE.
           MOVE "ANOMALIES" TO LLIB.
           WRITE LIGNE BEFORE 1.
           MOVE SPACES TO LIGNE.
           MOVE WTOT-ATT TO LAGE.
           MOVE WMNT-ATT TO LMONT.
           MOVE "DEMANDES EN ATTENTE D'APPROBATION" TO LLIB.
           WRITE LIGNE BEFORE 1.
       T90-EXIT.
           EXIT.
