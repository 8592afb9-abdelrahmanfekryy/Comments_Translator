      *DD9159 15/10/26 anes sortie de stock du retour expedie
      *                     portee au kardex MVTSTK (mouvement RS)
      *DD9158 15/10/26 anes Creation - retours fournisseurs des lots
      *                     defectueux (quarantaine RMA ou lot bloque
      *                     en stock) : dossier RETFOU suivi demande /
      *                     accorde / expedie / credite, demande
      *                     d'accord, note de debit, bon de retour,
      *                     sortie FARTUSAP journalisee dans RMAMVT
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RETFC010.
      *
      ******************************************************************
      * GPICMT    Retours fournisseurs des lots defectueux :            *
      *           - RETFOU (ancien) : le dossier des retours, reecrit   *
      *             en RETFOUN (modele ancien/nouveau de RMAC030) ;     *
      *             statut D demande, A accorde, E expedie, C credite,  *
      *             R refuse par le fournisseur                         *
      *           - RETSAIS : les actions du jour                       *
      *             D nouvelle demande (fournisseur, article, lot,      *
      *               quantite, prix d'achat, origine Q = quarantaine   *
      *               d'un retour client - RMA au sort Q de RMADMST -   *
      *               ou L = lot bloque dans le stock FARTUSAP d'un     *
      *               magasin) : numero de retour attribue, demande     *
      *               d'accord de retour editee (ETAT2) ;               *
      *             A accord du fournisseur (son numero d'accord) : la  *
      *               note de debit part (ETAT2, TVA au taux TXTVA,     *
      *               20 % par defaut) ;                                *
      *             E expedition : bon de retour (ETAT2), la quantite   *
      *               sort du stock FARTUSAP du magasin (origine L) et  *
      *               chaque sortie est journalisee dans RMAMVT (sens S,*
      *               numero de retour) ; la quarantaine RMAC030 n'est  *
      *               pas dans le stock vendable, seul le journal la    *
      *               trace ;                                           *
      *             C avoir du fournisseur recu : retour credite ;      *
      *             R refus du fournisseur (avant expedition).          *
      *           Un RMA ne part qu'une fois chez le fournisseur.       *
      *           L'etat des retours ouverts par anciennete est         *
      *           RETFC020 (mensuel, achats).                           *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. DPS-4.
       OBJECT-COMPUTER. DPS-4.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RETFOU ASSIGN TO RET-FOU
                       organization line sequential
                       file status is file-status.
      *
           SELECT RETFOUN ASSIGN TO RET-FOUN
                       organization line sequential.
      *
           SELECT RETSAIS ASSIGN TO RET-SAIS
                       organization line sequential
                       file status is file-status2.
      *
           SELECT RMAMST ASSIGN TO RMA-MST
                       organization line sequential
                       file status is file-status3.
      *
           SELECT RMADMST ASSIGN TO RMA-DMST
                       organization line sequential
                       file status is file-status4.
      *
           SELECT FARTUSAP ASSIGN TO FAR-TUSAP
                       organization indexed
                       access mode dynamic
                       record key FAP-CLE
                       file status is file-status5.
      *
           SELECT RMAMVT ASSIGN TO RMA-MVT
                       organization line sequential
                       file status is file-status6.
      *
           SELECT ETAT1 ASSIGN TO wlabel-etat1
                       organization line sequential.
      *
           SELECT ETAT2 ASSIGN TO wlabel-etat2
                       organization line sequential.
      *
       DATA DIVISION.
       FILE SECTION.
      * dossier des retours fournisseurs
       FD  RETFOU
                DATA RECORD RTF-LIGNE.
       01  RTF-LIGNE.
           02 RTF-NRF            PIC 9(6).
           02 FILLER             PIC X.
           02 RTF-FOU            PIC X(8).
           02 FILLER             PIC X.
           02 RTF-NAR            PIC X(7).
           02 FILLER             PIC X.
           02 RTF-LOT            PIC X(10).
           02 FILLER             PIC X.
           02 RTF-QTE            PIC 9(6)V99.
           02 FILLER             PIC X.
           02 RTF-ORIG           PIC X.
           02 FILLER             PIC X.
           02 RTF-RMA            PIC 9(6).
           02 FILLER             PIC X.
           02 RTF-NMA            PIC 99.
           02 FILLER             PIC X.
           02 RTF-PRIX           PIC 9(7)V99.
           02 FILLER             PIC X.
           02 RTF-VAL            PIC 9(9)V99.
           02 FILLER             PIC X.
           02 RTF-STATUT         PIC X.
           02 FILLER             PIC X.
           02 RTF-DATDEM         PIC 9(6).
           02 FILLER             PIC X.
           02 RTF-DATACC         PIC 9(6).
           02 FILLER             PIC X.
           02 RTF-DATEXP         PIC 9(6).
           02 FILLER             PIC X.
           02 RTF-DATCRE         PIC 9(6).
           02 FILLER             PIC X.
           02 RTF-NACC           PIC X(12).
      *
       FD  RETFOUN
                DATA RECORD RFN-LIGNE.
       01  RFN-LIGNE              PIC X(120).
      *
      * actions du jour sur les retours fournisseurs
       FD  RETSAIS
                DATA RECORD RTS-LIGNE.
       01  RTS-LIGNE.
           02 RTS-ACT            PIC X.
           02 FILLER             PIC X.
           02 RTS-NRF            PIC 9(6).
           02 FILLER             PIC X.
           02 RTS-FOU            PIC X(8).
           02 FILLER             PIC X.
           02 RTS-NAR            PIC X(7).
           02 FILLER             PIC X.
           02 RTS-LOT            PIC X(10).
           02 FILLER             PIC X.
           02 RTS-QTE            PIC 9(6)V99.
           02 FILLER             PIC X.
           02 RTS-ORIG           PIC X.
           02 FILLER             PIC X.
           02 RTS-RMA            PIC 9(6).
           02 FILLER             PIC X.
           02 RTS-NMA            PIC 99.
           02 FILLER             PIC X.
           02 RTS-PRIX           PIC 9(7)V99.
           02 FILLER             PIC X.
           02 RTS-NACC           PIC X(12).
      *
      * dossier RMA (structure de RMAC030)
       FD  RMAMST
                DATA RECORD RMM-LIGNE.
       01  RMM-LIGNE.
           02 RMM-ID             PIC 9(6).
           02 FILLER             PIC X.
           02 RMM-NCL            PIC 9(6).
           02 FILLER             PIC X.
           02 RMM-NFAC           PIC 9(7).
           02 FILLER             PIC X.
           02 RMM-NAR            PIC X(7).
           02 FILLER             PIC X.
           02 RMM-QTE            PIC 9(6)V99.
           02 FILLER             PIC X.
           02 RMM-MOTIF          PIC XX.
           02 FILLER             PIC X.
           02 RMM-STATUT         PIC X.
           02 FILLER             PIC X.
           02 RMM-DATDEM         PIC 9(6).
           02 FILLER             PIC X.
           02 RMM-DATRCP         PIC 9(6).
      *
      * sorts prononces sur les retours clients (RMAC030)
       FD  RMADMST
                DATA RECORD RDM-LIGNE.
       01  RDM-LIGNE.
           02 RDM-ID             PIC 9(6).
           02 FILLER             PIC X.
           02 RDM-SORT           PIC X.
           02 FILLER             PIC X.
           02 RDM-NMA            PIC 99.
           02 FILLER             PIC X.
           02 RDM-DATE           PIC 9(6).
      *
      * vue locale du stock magasin + article (cf RMAC030)
       FD  FARTUSAP
                DATA RECORD FAP-LIGNE.
       01  FAP-LIGNE.
           02 FAP-CLE.
              03 FAP-NMA         PIC 99.
              03 FAP-NARX        PIC X(7).
           02 FAP-QDIS           PIC S9(7)V99.
           02 FILLER             PIC X(18).
      *
      * journal des mouvements RMA (RMAC030) ; la sortie vers le
      * fournisseur porte le numero de retour en fin de ligne
       FD  RMAMVT
                DATA RECORD RMV-LIGNE.
       01  RMV-LIGNE.
           02 RMV-DATE           PIC 9(6).
           02 FILLER             PIC X.
           02 RMV-ID             PIC 9(6).
           02 FILLER             PIC X.
           02 RMV-NMA            PIC 99.
           02 FILLER             PIC X.
           02 RMV-NAR            PIC X(7).
           02 FILLER             PIC X.
           02 RMV-QTE            PIC 9(6)V99.
           02 FILLER             PIC X.
           02 RMV-SENS           PIC X.
           02 FILLER             PIC X.
           02 RMV-NRF            PIC 9(6).
      *
       FD  ETAT1
                DATA RECORD LIGNE
                LINAGE IS 64  LINES AT TOP 2.
       01  LIGNE                  PIC X(132).
       01  L1.
           02 LNRF                 PIC 9(6) blank zero.
           02 FILLER               PIC X(2).
           02 LACT                 PIC X.
           02 FILLER               PIC X(2).
           02 LSTAT                PIC X.
           02 FILLER               PIC X(2).
           02 LFOU                 PIC X(8).
           02 FILLER               PIC X(2).
           02 LNAR                 PIC X(7).
           02 FILLER               PIC X(2).
           02 LLOT                 PIC X(10).
           02 FILLER               PIC X(2).
           02 LQTE                 PIC Z(5)9V,99 blank zero.
           02 FILLER               PIC X(2).
           02 LVAL                 PIC Z(8)9V,99 blank zero.
           02 FILLER               PIC X(2).
           02 LLIB                 PIC X(50).
      *
      * documents fournisseur : demande d'accord, note de debit, bon
      * de retour (une page par document)
       FD  ETAT2
                DATA RECORD LIGNE2
                LINAGE IS 64  LINES AT TOP 2.
       01  LIGNE2                 PIC X(132).
       01  L2T.
           02 L2TXT                PIC X(100).
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
       01  file-status6           PIC XX.
       01  WFINF                  PIC 9 value zero.
           88 FIN-RETFOU          value 1.
       01  WFINS                  PIC 9 value zero.
           88 FIN-RETSAIS         value 1.
       01  WFINM                  PIC 9 value zero.
           88 FIN-RMAMST          value 1.
       01  WFIND                  PIC 9 value zero.
           88 FIN-RMADMST         value 1.
       01  WDATEJOUR              PIC 9(6) VALUE ZERO.
       01  WTXTVA                 PIC 99V99 VALUE 20.
      *
      **** dossier des retours fournisseurs en table
       01  WTRF.
           02 WTRF-E OCCURS 5000.
              03 WRF-NRF          PIC 9(6).
              03 WRF-FOU          PIC X(8).
              03 WRF-NAR          PIC X(7).
              03 WRF-LOT          PIC X(10).
              03 WRF-QTE          PIC 9(6)V99.
              03 WRF-ORIG         PIC X.
              03 WRF-RMA          PIC 9(6).
              03 WRF-NMA          PIC 99.
              03 WRF-PRIX         PIC 9(7)V99.
              03 WRF-VAL          PIC 9(9)V99.
              03 WRF-STATUT       PIC X.
              03 WRF-DATDEM       PIC 9(6).
              03 WRF-DATACC       PIC 9(6).
              03 WRF-DATEXP       PIC 9(6).
              03 WRF-DATCRE       PIC 9(6).
              03 WRF-NACC         PIC X(12).
       01  WNB-RF                 PIC 9(4) VALUE ZERO.
       01  WDER-NRF               PIC 9(6) VALUE ZERO.
       01  WIDX                   PIC 9(4).
       01  WPOS                   PIC 9(4).
       01  WTRV                   PIC 9.
      *
      **** retours clients mis en quarantaine (sort Q de RMADMST),
      **** article et quantite repris du dossier RMA
       01  WTRQ.
           02 WTRQ-E OCCURS 9000.
              03 WRQ-ID           PIC 9(6).
              03 WRQ-NAR          PIC X(7).
              03 WRQ-QTE          PIC 9(6)V99.
       01  WNB-RQ                 PIC 9(5) VALUE ZERO.
       01  WIDXQ                  PIC 9(5).
       01  WPOSQ                  PIC 9(5).
      *
       01  WMESS                  PIC X(50).
       01  WMNT-HT                PIC 9(9)V99.
       01  WMNT-TVA               PIC 9(9)V99.
       01  WMNT-TTC               PIC 9(9)V99.
       01  WED-QTE                PIC Z(5)9V,99.
       01  WED-PRIX               PIC Z(6)9V,99.
       01  WED-MONT               PIC Z(8)9V,99.
       01  WED-NRF                PIC 9(6).
       01  WED-NMA                PIC 99.
      *
       01  WTOT-LUS               PIC 9(5) VALUE ZERO.
       01  WTOT-DEM               PIC 9(5) VALUE ZERO.
       01  WTOT-ACC               PIC 9(5) VALUE ZERO.
       01  WTOT-EXP               PIC 9(5) VALUE ZERO.
       01  WTOT-CRE               PIC 9(5) VALUE ZERO.
       01  WTOT-REF               PIC 9(5) VALUE ZERO.
       01  WTOT-ANO               PIC 9(5) VALUE ZERO.
      *
DD9159     copy "../copy/mvtstk.com".
DD9159*
       PROCEDURE DIVISION.
      *
      *----------------------------------------------------------------*
      * T10 : chargements, actions du jour, reecriture du dossier      *
      *----------------------------------------------------------------*
       T10.
           MOVE ZERO TO WFINF WFINS WFINM WFIND WNB-RF WNB-RQ WDER-NRF
                        WTOT-LUS WTOT-DEM WTOT-ACC WTOT-EXP WTOT-CRE
                        WTOT-REF WTOT-ANO.
           string 'TXTVA' x'00' delimited by size
                  into var-name.
           move space to var-data.
           call 'genvcc' using var-name var-data.
           if var-data(1:4) numeric
              move var-data(1:4) to WTXTVA.
           string 'ADLPID' x'00' delimited by size
                  into var-name.
           move space to var-data.
           call 'genvcc' using var-name var-data.
           if var-data(1:6) numeric
              move var-data(1:6) to WDATEJOUR.
           string 'retfc010.'
                  var-data delimited by ' '
                                     into wlabel-etat1.
           string 'retfdoc.'
                  var-data delimited by ' '
                                     into wlabel-etat2.
           OPEN OUTPUT ETAT1 ETAT2.
           OPEN INPUT RETFOU.
           IF FILE-STATUS = ZERO
              PERFORM T20 THRU T20-EXIT UNTIL FIN-RETFOU
              CLOSE RETFOU
           END-IF.
           OPEN INPUT RMADMST.
           IF FILE-STATUS4 = ZERO
              PERFORM T30 THRU T30-EXIT UNTIL FIN-RMADMST
              CLOSE RMADMST
           END-IF.
           OPEN INPUT RMAMST.
           IF FILE-STATUS3 = ZERO
              PERFORM T33 THRU T33-EXIT UNTIL FIN-RMAMST
              CLOSE RMAMST
           END-IF.
           OPEN INPUT RETSAIS.
           IF FILE-STATUS2 NOT = ZERO
              DISPLAY "PAS D'ACTION SUR LES RETOURS FOURNISSEURS"
              CLOSE ETAT1 ETAT2
              STOP RUN
           END-IF.
           OPEN I-O FARTUSAP.
           IF FILE-STATUS5 NOT = ZERO
              DISPLAY "PAS DE FICHIER FARTUSAP FS " FILE-STATUS5
              STOP RUN
           END-IF.
           OPEN EXTEND RMAMVT.
           IF FILE-STATUS6 NOT = ZERO
              OPEN OUTPUT RMAMVT
           END-IF.
           PERFORM T40 THRU T40-EXIT.
           PERFORM T45 THRU T45-EXIT UNTIL FIN-RETSAIS.
           CLOSE RETSAIS FARTUSAP RMAMVT.
           OPEN OUTPUT RETFOUN.
           PERFORM T80 THRU T80-EXIT
                   VARYING WIDX FROM 1 BY 1 UNTIL WIDX > WNB-RF.
           CLOSE RETFOUN.
           PERFORM T90 THRU T90-EXIT.
           CLOSE ETAT1 ETAT2.
           STOP RUN.
      *
      *----------------------------------------------------------------*
      * T20 : dossier des retours en table, dernier numero attribue    *
      *----------------------------------------------------------------*
       T20.
           READ RETFOU NEXT RECORD
                AT END MOVE 1 TO WFINF
                GO TO T20-EXIT.
           IF WNB-RF NOT < 5000
              DISPLAY "GPIWARNING"
              DISPLAY "**DOSSIER RETOURS FOURNISSEURS PLEIN, "
                      "RUN ABANDONNE"
              STOP RUN
           END-IF.
           ADD 1 TO WNB-RF.
           MOVE RTF-NRF    TO WRF-NRF(WNB-RF).
           MOVE RTF-FOU    TO WRF-FOU(WNB-RF).
           MOVE RTF-NAR    TO WRF-NAR(WNB-RF).
           MOVE RTF-LOT    TO WRF-LOT(WNB-RF).
           MOVE RTF-QTE    TO WRF-QTE(WNB-RF).
           MOVE RTF-ORIG   TO WRF-ORIG(WNB-RF).
           MOVE RTF-RMA    TO WRF-RMA(WNB-RF).
           MOVE RTF-NMA    TO WRF-NMA(WNB-RF).
           MOVE RTF-PRIX   TO WRF-PRIX(WNB-RF).
           MOVE RTF-VAL    TO WRF-VAL(WNB-RF).
           MOVE RTF-STATUT TO WRF-STATUT(WNB-RF).
           MOVE RTF-DATDEM TO WRF-DATDEM(WNB-RF).
           MOVE RTF-DATACC TO WRF-DATACC(WNB-RF).
           MOVE RTF-DATEXP TO WRF-DATEXP(WNB-RF).
           MOVE RTF-DATCRE TO WRF-DATCRE(WNB-RF).
           MOVE RTF-NACC   TO WRF-NACC(WNB-RF).
           IF RTF-NRF > WDER-NRF
              MOVE RTF-NRF TO WDER-NRF
           END-IF.
       T20-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      * T30/T33 : retours clients en quarantaine (sort Q), article     *
      *           et quantite du dossier RMA                           *
      *----------------------------------------------------------------*
       T30.
           READ RMADMST NEXT RECORD
                AT END MOVE 1 TO WFIND
                GO TO T30-EXIT.
           IF RDM-SORT NOT = 'Q'
              GO TO T30-EXIT
           END-IF.
           IF WNB-RQ NOT < 9000
              DISPLAY "GPIWARNING"
              DISPLAY "**TABLE QUARANTAINES PLEINE, RUN ABANDONNE"
              STOP RUN
           END-IF.
           ADD 1 TO WNB-RQ.
           MOVE RDM-ID  TO WRQ-ID(WNB-RQ).
           MOVE SPACES  TO WRQ-NAR(WNB-RQ).
           MOVE ZERO    TO WRQ-QTE(WNB-RQ).
       T30-EXIT.
           EXIT.
       T33.
           READ RMAMST NEXT RECORD
                AT END MOVE 1 TO WFINM
                GO TO T33-EXIT.
           MOVE ZERO TO WTRV.
           PERFORM T35 VARYING WIDXQ FROM 1 BY 1
                   UNTIL WIDXQ > WNB-RQ OR WTRV = 1.
           IF WTRV = 1
              MOVE RMM-NAR TO WRQ-NAR(WPOSQ)
              MOVE RMM-QTE TO WRQ-QTE(WPOSQ)
           END-IF.
       T33-EXIT.
           EXIT.
       T35.
           IF WRQ-ID(WIDXQ) = RMM-ID
              MOVE 1 TO WTRV
              MOVE WIDXQ TO WPOSQ
           END-IF.
      *
      *----------------------------------------------------------------*
      * T40/T45 : une action du jour                                   *
      *----------------------------------------------------------------*
       T40.
           READ RETSAIS NEXT RECORD
                AT END MOVE 1 TO WFINS.
       T40-EXIT.
           EXIT.
       T45.
           ADD 1 TO WTOT-LUS.
           MOVE SPACES TO LIGNE.
           MOVE RTS-ACT TO LACT.
           MOVE RTS-NRF TO LNRF.
           MOVE RTS-FOU TO LFOU.
           MOVE RTS-NAR TO LNAR.
           MOVE RTS-LOT TO LLOT.
           MOVE RTS-QTE TO LQTE.
           IF RTS-ACT = 'D'
              PERFORM T50 THRU T50-EXIT
              GO TO T45F
           END-IF.
           MOVE ZERO TO WTRV.
           PERFORM T47 VARYING WIDX FROM 1 BY 1
                   UNTIL WIDX > WNB-RF OR WTRV = 1.
           IF WTRV = ZERO
              MOVE "RETOUR FOURNISSEUR INCONNU" TO WMESS
              PERFORM T49 THRU T49-EXIT
              GO TO T45F
           END-IF.
           MOVE WRF-FOU(WPOS) TO LFOU.
           MOVE WRF-NAR(WPOS) TO LNAR.
           MOVE WRF-LOT(WPOS) TO LLOT.
           MOVE WRF-QTE(WPOS) TO LQTE.
           MOVE WRF-VAL(WPOS) TO LVAL.
           IF RTS-ACT = 'A'
              PERFORM T60 THRU T60-EXIT
              GO TO T45F
           END-IF.
           IF RTS-ACT = 'E'
              PERFORM T65 THRU T65-EXIT
              GO TO T45F
           END-IF.
           IF RTS-ACT = 'C'
              PERFORM T70 THRU T70-EXIT
              GO TO T45F
           END-IF.
           IF RTS-ACT = 'R'
              PERFORM T75 THRU T75-EXIT
              GO TO T45F
           END-IF.
           MOVE "CODE ACTION INCONNU" TO WMESS.
           PERFORM T49 THRU T49-EXIT.
       T45F.
           PERFORM T40 THRU T40-EXIT.
       T45-EXIT.
           EXIT.
      *
      * recherche du retour RTS-NRF dans le dossier (WPOS)
       T47.
           IF WRF-NRF(WIDX) = RTS-NRF
              MOVE 1 TO WTRV
              MOVE WIDX TO WPOS
           END-IF.
      *
      * anomalie : editee avec les references de l'action
       T49.
           ADD 1 TO WTOT-ANO.
           MOVE WMESS TO LLIB.
           WRITE LIGNE BEFORE 1.
           MOVE SPACES TO LIGNE.
       T49-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      * T50 : nouvelle demande de retour : controle de l'origine,      *
      *       numero attribue, demande d'accord editee                 *
      *----------------------------------------------------------------*
       T50.
           IF RTS-FOU = SPACES OR RTS-LOT = SPACES
              MOVE "FOURNISSEUR OU LOT ABSENT" TO WMESS
              PERFORM T49 THRU T49-EXIT
              GO TO T50-EXIT
           END-IF.
           IF RTS-ORIG NOT = 'Q' AND RTS-ORIG NOT = 'L'
              MOVE "ORIGINE INCONNUE (Q OU L)" TO WMESS
              PERFORM T49 THRU T49-EXIT
              GO TO T50-EXIT
           END-IF.
           IF RTS-ORIG = 'Q'
              PERFORM T52 THRU T52-EXIT
           ELSE
              PERFORM T54 THRU T54-EXIT
           END-IF.
           IF WMESS NOT = SPACES
              PERFORM T49 THRU T49-EXIT
              GO TO T50-EXIT
           END-IF.
           IF WNB-RF NOT < 5000
              DISPLAY "GPIWARNING"
              DISPLAY "**DOSSIER RETOURS FOURNISSEURS PLEIN, "
                      "RUN ABANDONNE"
              STOP RUN
           END-IF.
           ADD 1 TO WNB-RF WDER-NRF.
           MOVE WNB-RF TO WPOS.
           MOVE WDER-NRF  TO WRF-NRF(WPOS).
           MOVE RTS-FOU   TO WRF-FOU(WPOS).
           MOVE RTS-NAR   TO WRF-NAR(WPOS).
           MOVE RTS-LOT   TO WRF-LOT(WPOS).
           MOVE RTS-QTE   TO WRF-QTE(WPOS).
           MOVE RTS-ORIG  TO WRF-ORIG(WPOS).
           MOVE RTS-PRIX  TO WRF-PRIX(WPOS).
           MOVE ZERO      TO WRF-RMA(WPOS) WRF-NMA(WPOS).
           IF RTS-ORIG = 'Q'
              MOVE RTS-RMA TO WRF-RMA(WPOS)
           ELSE
              MOVE RTS-NMA TO WRF-NMA(WPOS)
           END-IF.
           COMPUTE WRF-VAL(WPOS) ROUNDED = RTS-QTE * RTS-PRIX.
           MOVE 'D'       TO WRF-STATUT(WPOS).
           MOVE WDATEJOUR TO WRF-DATDEM(WPOS).
           MOVE ZERO      TO WRF-DATACC(WPOS) WRF-DATEXP(WPOS)
                             WRF-DATCRE(WPOS).
           MOVE SPACES    TO WRF-NACC(WPOS).
           ADD 1 TO WTOT-DEM.
           MOVE WDER-NRF      TO LNRF.
           MOVE 'D'           TO LSTAT.
           MOVE WRF-VAL(WPOS) TO LVAL.
           IF RTS-PRIX = ZERO
              MOVE "DEMANDE EMISE - PRIX D'ACHAT ABSENT, VALEUR ZERO"
                   TO LLIB
           ELSE
              MOVE "DEMANDE D'ACCORD DE RETOUR EMISE" TO LLIB
           END-IF.
           WRITE LIGNE BEFORE 1.
           PERFORM T82 THRU T82-EXIT.
       T50-EXIT.
           EXIT.
      *
      * origine quarantaine : RMA au sort Q, article et quantite dans
      * la limite du retour client, pas deja renvoye au fournisseur
       T52.
           MOVE SPACES TO WMESS.
           MOVE ZERO TO WTRV.
           PERFORM T53 VARYING WIDXQ FROM 1 BY 1
                   UNTIL WIDXQ > WNB-RQ OR WTRV = 1.
           IF WTRV = ZERO
              MOVE "RMA ABSENT OU PAS EN QUARANTAINE" TO WMESS
              GO TO T52-EXIT
           END-IF.
           IF RTS-NAR = SPACES
              MOVE WRQ-NAR(WPOSQ) TO RTS-NAR
              MOVE RTS-NAR TO LNAR
           END-IF.
           IF RTS-QTE = ZERO
              MOVE WRQ-QTE(WPOSQ) TO RTS-QTE
              MOVE RTS-QTE TO LQTE
           END-IF.
           IF RTS-NAR NOT = WRQ-NAR(WPOSQ)
              MOVE "ARTICLE DIFFERENT DU RETOUR CLIENT" TO WMESS
              GO TO T52-EXIT
           END-IF.
           IF RTS-QTE > WRQ-QTE(WPOSQ)
              MOVE "QUANTITE SUPERIEURE A LA QUARANTAINE" TO WMESS
              GO TO T52-EXIT
           END-IF.
           MOVE ZERO TO WTRV.
           PERFORM T56 VARYING WIDX FROM 1 BY 1
                   UNTIL WIDX > WNB-RF OR WTRV = 1.
           IF WTRV = 1
              MOVE "RMA DEJA RENVOYE AU FOURNISSEUR" TO WMESS
           END-IF.
       T52-EXIT.
           EXIT.
       T53.
           IF WRQ-ID(WIDXQ) = RTS-RMA
              MOVE 1 TO WTRV
              MOVE WIDXQ TO WPOSQ
           END-IF.
       T56.
           IF WRF-ORIG(WIDX) = 'Q' AND WRF-RMA(WIDX) = RTS-RMA
              AND WRF-STATUT(WIDX) NOT = 'R'
              MOVE 1 TO WTRV
           END-IF.
      *
      * origine lot bloque : le stock du magasin doit couvrir la
      * quantite a renvoyer
       T54.
           MOVE SPACES TO WMESS.
           IF RTS-NMA = ZERO OR RTS-NAR = SPACES OR RTS-QTE = ZERO
              MOVE "MAGASIN, ARTICLE OU QUANTITE ABSENT" TO WMESS
              GO TO T54-EXIT
           END-IF.
           MOVE RTS-NMA TO FAP-NMA.
           MOVE RTS-NAR TO FAP-NARX.
           READ FARTUSAP
                INVALID KEY
                   MOVE "ARTICLE ABSENT DU STOCK DU MAGASIN" TO WMESS
                   GO TO T54-EXIT
           END-READ.
           IF FAP-QDIS < RTS-QTE
              MOVE "STOCK DU MAGASIN INSUFFISANT" TO WMESS
           END-IF.
       T54-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      * T60 : accord du fournisseur : note de debit                    *
      *----------------------------------------------------------------*
       T60.
           IF WRF-STATUT(WPOS) NOT = 'D'
              MOVE "ACCORD SUR UN RETOUR QUI N'EST PLUS DEMANDE"
                   TO WMESS
              PERFORM T49 THRU T49-EXIT
              GO TO T60-EXIT
           END-IF.
           IF RTS-NACC = SPACES
              MOVE "ACCORD SANS NUMERO D'ACCORD FOURNISSEUR" TO WMESS
              PERFORM T49 THRU T49-EXIT
              GO TO T60-EXIT
           END-IF.
           MOVE 'A'       TO WRF-STATUT(WPOS).
           MOVE WDATEJOUR TO WRF-DATACC(WPOS).
           MOVE RTS-NACC  TO WRF-NACC(WPOS).
           ADD 1 TO WTOT-ACC.
           MOVE 'A' TO LSTAT.
           MOVE "RETOUR ACCORDE, NOTE DE DEBIT EMISE" TO LLIB.
           WRITE LIGNE BEFORE 1.
           PERFORM T86 THRU T86-EXIT.
       T60-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      * T65 : expedition : sortie du stock (lot bloque), journal       *
      *       RMAMVT, bon de retour                                    *
      *----------------------------------------------------------------*
       T65.
           IF WRF-STATUT(WPOS) NOT = 'A'
              MOVE "EXPEDITION D'UN RETOUR NON ACCORDE" TO WMESS
              PERFORM T49 THRU T49-EXIT
              GO TO T65-EXIT
           END-IF.
           IF WRF-ORIG(WPOS) = 'L'
              PERFORM T67 THRU T67-EXIT
              IF WMESS NOT = SPACES
                 PERFORM T49 THRU T49-EXIT
                 GO TO T65-EXIT
              END-IF
           END-IF.
           MOVE SPACES TO RMV-LIGNE.
           MOVE WDATEJOUR      TO RMV-DATE.
           MOVE WRF-RMA(WPOS)  TO RMV-ID.
           MOVE WRF-NMA(WPOS)  TO RMV-NMA.
           MOVE WRF-NAR(WPOS)  TO RMV-NAR.
           MOVE WRF-QTE(WPOS)  TO RMV-QTE.
           MOVE 'S'            TO RMV-SENS.
           MOVE WRF-NRF(WPOS)  TO RMV-NRF.
           WRITE RMV-LIGNE.
           MOVE 'E'       TO WRF-STATUT(WPOS).
           MOVE WDATEJOUR TO WRF-DATEXP(WPOS).
           ADD 1 TO WTOT-EXP.
           MOVE 'E' TO LSTAT.
           MOVE "RETOUR EXPEDIE, BON DE RETOUR EDITE" TO LLIB.
           WRITE LIGNE BEFORE 1.
           PERFORM T84 THRU T84-EXIT.
       T65-EXIT.
           EXIT.
      *
      * sortie du stock vendable du magasin
       T67.
           MOVE SPACES TO WMESS.
           MOVE WRF-NMA(WPOS) TO FAP-NMA.
           MOVE WRF-NAR(WPOS) TO FAP-NARX.
           READ FARTUSAP
                INVALID KEY
                   MOVE "ARTICLE ABSENT DU STOCK DU MAGASIN" TO WMESS
                   GO TO T67-EXIT
           END-READ.
           IF FAP-QDIS < WRF-QTE(WPOS)
              MOVE "STOCK DU MAGASIN INSUFFISANT" TO WMESS
              GO TO T67-EXIT
           END-IF.
           SUBTRACT WRF-QTE(WPOS) FROM FAP-QDIS.
           REWRITE FAP-LIGNE
                INVALID KEY
                   DISPLAY "GPIWARNING"
                   DISPLAY "**REECRITURE STOCK IMPOSSIBLE "
                           WRF-NAR(WPOS)
DD9159             GO TO T67-EXIT
           END-REWRITE.
DD9159     MOVE WRF-NMA(WPOS) TO IMVTSTK-NMA.
DD9159     MOVE WRF-NAR(WPOS) TO IMVTSTK-NAR.
DD9159     MOVE 'RS'          TO IMVTSTK-TYPE.
DD9159     COMPUTE IMVTSTK-QTE = ZERO - WRF-QTE(WPOS).
DD9159     MOVE FAP-QDIS      TO IMVTSTK-SOLDE.
DD9159     MOVE 'O'           TO IMVTSTK-SOLCON.
DD9159     MOVE WRF-NRF(WPOS) TO IMVTSTK-DOC.
DD9159     MOVE 'RETFC010'    TO IMVTSTK-PROG.
DD9159     CALL "MVTSTK1" USING MVTSTK.
       T67-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      * T70/T75 : avoir fournisseur recu, refus du fournisseur         *
      *----------------------------------------------------------------*
       T70.
           IF WRF-STATUT(WPOS) NOT = 'E'
              MOVE "AVOIR SUR UN RETOUR NON EXPEDIE" TO WMESS
              PERFORM T49 THRU T49-EXIT
              GO TO T70-EXIT
           END-IF.
           MOVE 'C'       TO WRF-STATUT(WPOS).
           MOVE WDATEJOUR TO WRF-DATCRE(WPOS).
           ADD 1 TO WTOT-CRE.
           MOVE 'C' TO LSTAT.
           MOVE "RETOUR CREDITE PAR LE FOURNISSEUR" TO LLIB.
           WRITE LIGNE BEFORE 1.
       T70-EXIT.
           EXIT.
       T75.
           IF WRF-STATUT(WPOS) NOT = 'D' AND WRF-STATUT(WPOS) NOT = 'A'
              MOVE "REFUS SUR UN RETOUR DEJA EXPEDIE OU SOLDE" TO WMESS
              PERFORM T49 THRU T49-EXIT
              GO TO T75-EXIT
           END-IF.
           MOVE 'R'       TO WRF-STATUT(WPOS).
           MOVE WDATEJOUR TO WRF-DATCRE(WPOS).
           ADD 1 TO WTOT-REF.
           MOVE 'R' TO LSTAT.
           MOVE "RETOUR REFUSE PAR LE FOURNISSEUR" TO LLIB.
           WRITE LIGNE BEFORE 1.
       T75-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      * T80 : reecriture du dossier des retours                        *
      *----------------------------------------------------------------*
       T80.
           MOVE SPACES TO RTF-LIGNE.
           MOVE WRF-NRF(WIDX)    TO RTF-NRF.
           MOVE WRF-FOU(WIDX)    TO RTF-FOU.
           MOVE WRF-NAR(WIDX)    TO RTF-NAR.
           MOVE WRF-LOT(WIDX)    TO RTF-LOT.
           MOVE WRF-QTE(WIDX)    TO RTF-QTE.
           MOVE WRF-ORIG(WIDX)   TO RTF-ORIG.
           MOVE WRF-RMA(WIDX)    TO RTF-RMA.
           MOVE WRF-NMA(WIDX)    TO RTF-NMA.
           MOVE WRF-PRIX(WIDX)   TO RTF-PRIX.
           MOVE WRF-VAL(WIDX)    TO RTF-VAL.
           MOVE WRF-STATUT(WIDX) TO RTF-STATUT.
           MOVE WRF-DATDEM(WIDX) TO RTF-DATDEM.
           MOVE WRF-DATACC(WIDX) TO RTF-DATACC.
           MOVE WRF-DATEXP(WIDX) TO RTF-DATEXP.
           MOVE WRF-DATCRE(WIDX) TO RTF-DATCRE.
           MOVE WRF-NACC(WIDX)   TO RTF-NACC.
           WRITE RFN-LIGNE FROM RTF-LIGNE.
       T80-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      * T82/T84/T86 : documents fournisseur du retour WPOS             *
      *   T82 demande d'accord de retour, T84 bon de retour,           *
      *   T86 note de debit                                            *
      *----------------------------------------------------------------*
       T82.
           PERFORM T88 THRU T88-EXIT.
           MOVE SPACES TO LIGNE2.
           STRING "DEMANDE D'ACCORD DE RETOUR FOURNISSEUR NO " WED-NRF
                  DELIMITED BY SIZE INTO L2TXT.
           WRITE LIGNE2 BEFORE 2.
           PERFORM T89 THRU T89-EXIT.
           MOVE SPACES TO LIGNE2.
           IF WRF-ORIG(WPOS) = 'Q'
              MOVE WRF-RMA(WPOS) TO WED-NRF
              STRING "MOTIF : LOT DEFECTUEUX, RETOUR CLIENT RMA "
                     WED-NRF " MIS EN QUARANTAINE"
                     DELIMITED BY SIZE INTO L2TXT
           ELSE
              STRING "MOTIF : LOT DEFECTUEUX BLOQUE EN STOCK, MAGASIN "
                     WED-NMA
                     DELIMITED BY SIZE INTO L2TXT
           END-IF.
           WRITE LIGNE2 BEFORE 2.
           MOVE SPACES TO LIGNE2.
           STRING "NOUS VOUS REMERCIONS DE NOUS ADRESSER VOTRE NUMERO "
                  "D'ACCORD DE RETOUR ET VOS INSTRUCTIONS D'EXPEDITION."
                  DELIMITED BY SIZE INTO L2TXT.
           WRITE LIGNE2 BEFORE 1.
       T82-EXIT.
           EXIT.
       T84.
           PERFORM T88 THRU T88-EXIT.
           MOVE SPACES TO LIGNE2.
           STRING "BON DE RETOUR FOURNISSEUR NO " WED-NRF
                  "   ACCORD FOURNISSEUR " WRF-NACC(WPOS)
                  DELIMITED BY SIZE INTO L2TXT.
           WRITE LIGNE2 BEFORE 2.
           PERFORM T89 THRU T89-EXIT.
           MOVE SPACES TO LIGNE2.
           IF WRF-ORIG(WPOS) = 'Q'
              STRING "EXPEDIE DE LA ZONE DE QUARANTAINE LE " WDATEJOUR
                     DELIMITED BY SIZE INTO L2TXT
           ELSE
              STRING "EXPEDIE DU MAGASIN " WED-NMA " LE " WDATEJOUR
                     DELIMITED BY SIZE INTO L2TXT
           END-IF.
           WRITE LIGNE2 BEFORE 2.
           MOVE SPACES TO LIGNE2.
           MOVE "VISA TRANSPORTEUR :                  VISA MAGASIN :"
                TO L2TXT.
           WRITE LIGNE2 BEFORE 1.
       T84-EXIT.
           EXIT.
       T86.
           PERFORM T88 THRU T88-EXIT.
           MOVE SPACES TO LIGNE2.
           STRING "NOTE DE DEBIT ND" WED-NRF
                  "   RETOUR ACCORDE SOUS LA REFERENCE " WRF-NACC(WPOS)
                  DELIMITED BY SIZE INTO L2TXT.
           WRITE LIGNE2 BEFORE 2.
           PERFORM T89 THRU T89-EXIT.
           MOVE WRF-VAL(WPOS) TO WMNT-HT.
           COMPUTE WMNT-TVA ROUNDED = WMNT-HT * WTXTVA / 100.
           COMPUTE WMNT-TTC = WMNT-HT + WMNT-TVA.
           MOVE SPACES TO LIGNE2.
           MOVE WMNT-HT TO WED-MONT.
           STRING "MONTANT HT  " WED-MONT
                  DELIMITED BY SIZE INTO L2TXT.
           WRITE LIGNE2 BEFORE 1.
           MOVE SPACES TO LIGNE2.
           MOVE WMNT-TVA TO WED-MONT.
           STRING "TVA         " WED-MONT
                  DELIMITED BY SIZE INTO L2TXT.
           WRITE LIGNE2 BEFORE 1.
           MOVE SPACES TO LIGNE2.
           MOVE WMNT-TTC TO WED-MONT.
           STRING "MONTANT TTC " WED-MONT
                  DELIMITED BY SIZE INTO L2TXT.
           WRITE LIGNE2 BEFORE 2.
           MOVE SPACES TO LIGNE2.
           MOVE "A DEDUIRE DE NOTRE PROCHAIN REGLEMENT OU A REGULARISER 
      -    "PAR AVOIR." TO L2TXT.
           WRITE LIGNE2 BEFORE 1.
       T86-EXIT.
           EXIT.
      *
      * debut de page et zones editees communes
       T88.
           MOVE WRF-NRF(WPOS) TO WED-NRF.
           MOVE WRF-NMA(WPOS) TO WED-NMA.
           MOVE SPACES TO LIGNE2.
           WRITE LIGNE2 BEFORE PAGE.
           MOVE SPACES TO LIGNE2.
           STRING "FOURNISSEUR " WRF-FOU(WPOS) "   DATE " WDATEJOUR
                  DELIMITED BY SIZE INTO L2TXT.
           WRITE LIGNE2 BEFORE 2.
       T88-EXIT.
           EXIT.
      *
      * ligne article / lot / quantite / prix
       T89.
           MOVE WRF-QTE(WPOS)  TO WED-QTE.
           MOVE WRF-PRIX(WPOS) TO WED-PRIX.
           MOVE WRF-VAL(WPOS)  TO WED-MONT.
           MOVE SPACES TO LIGNE2.
           STRING "ARTICLE " WRF-NAR(WPOS) "  LOT " WRF-LOT(WPOS)
                  "  QUANTITE " WED-QTE "  PRIX " WED-PRIX
                  "  VALEUR " WED-MONT
                  DELIMITED BY SIZE INTO L2TXT.
           WRITE LIGNE2 BEFORE 1.
       T89-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      * T90 : recapitulatif                                            *
      *----------------------------------------------------------------*
       T90.
           MOVE SPACES TO LIGNE.
           WRITE LIGNE BEFORE 1.
           MOVE SPACES TO LIGNE.
           MOVE WTOT-LUS TO LNRF.
           MOVE "TOTAL ACTIONS LUES" TO LLIB.
           WRITE LIGNE BEFORE 1.
           MOVE SPACES TO LIGNE.
           MOVE WTOT-DEM TO LNRF.
           MOVE "TOTAL DEMANDES D'ACCORD EMISES" TO LLIB.
           WRITE LIGNE BEFORE 1.
           MOVE SPACES TO LIGNE.
           MOVE WTOT-ACC TO LNRF.
           MOVE "TOTAL RETOURS ACCORDES (NOTES DE DEBIT)" TO LLIB.
           WRITE LIGNE BEFORE 1.
           MOVE SPACES TO LIGNE.
           MOVE WTOT-EXP TO LNRF.
           MOVE "TOTAL RETOURS EXPEDIES" TO LLIB.
           WRITE LIGNE BEFORE 1.
           MOVE SPACES TO LIGNE.
           MOVE WTOT-CRE TO LNRF.
           MOVE "TOTAL RETOURS CREDITES" TO LLIB.
           WRITE LIGNE BEFORE 1.
           MOVE SPACES TO LIGNE.
           MOVE WTOT-REF TO LNRF.
           MOVE "TOTAL RETOURS REFUSES" TO LLIB.
           WRITE LIGNE BEFORE 1.
           MOVE SPACES TO LIGNE.
           MOVE WTOT-ANO TO LNRF.
           MOVE "TOTAL ANOMALIES" TO LLIB.
           WRITE LIGNE BEFORE 1.
       T90-EXIT.
           EXIT.
