      *DD9141 15/10/26 anes Creation - dossier des litiges clients par
      *                     facture (motif, montant conteste,
      *                     responsable, statut ouvert / en cours /
      *                     clos accepte / clos refuse, date de
      *                     resolution) avec rattachement des pieces
      *                     existantes RECLIT, PENMST, RMAMST, AVLNK ;
      *                     lu par RELAC010 (relance gelee), TRESC010,
      *                     CREDC010 et ENCOURS1 (montant a part)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LITC010.
      *
      ******************************************************************
      * GPICMT    Litiges clients :                                     *
      *           - LITMST (ancien) : le dossier des litiges, une       *
      *             entree par facture contestee (statut O = ouvert,    *
      *             E = en cours, A = clos accepte, R = clos refuse),   *
      *             reecrit en LITMSTN (modele ancien/nouveau)          *
      *           - LITMVT : les mouvements saisis par le credit        *
      *             (C = ouverture, M = modification des zones non      *
      *             blanches, S = changement de statut)                 *
      *           - FFACTURE : controle de la facture a l'ouverture     *
      *             (client, commande, montant conteste <= TTC)         *
      *           Pieces rattachees automatiquement a un litige non     *
      *           clos tant que la zone est vide : retour RMAMST et     *
      *           avoir AVLNK sur la facture, penalite PENMST sur la    *
      *           commande de la facture, litige de reception RECLIT    *
      *           sur le BL declare au mouvement.                       *
      *           Un litige clos depuis plus de NBJLIT jours            *
      *           (parametre, 365 par defaut) sort du dossier.          *
      *           La liste d'anciennete par responsable est editee par  *
      *           LITC020.                                              *
      ******************************************************************
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. DPS-4.
       OBJECT-COMPUTER. DPS-4.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LITMST ASSIGN TO LIT-MST
                       organization line sequential
                       file status is file-status.
      *
           SELECT LITMVT ASSIGN TO LIT-MVT
                       organization line sequential
                       file status is file-status2.
      *
           SELECT FFACTURE ASSIGN TO FFACTURE
                       organization indexed
                       access mode dynamic
                       record key FBCLE-CDESUP
                       file status is file-status3.
      *
           SELECT RMAMST ASSIGN TO RMA-MST
                       organization line sequential
                       file status is file-status4.
      *
           SELECT AVLNK-F ASSIGN TO AVL-NK
                       organization indexed
                       access mode sequential
                       record key AVL-NAVOIR
                       file status is file-status4.
      *
           SELECT PENMST ASSIGN TO PEN-MST
                       organization line sequential
                       file status is file-status4.
      *
           SELECT RECLIT ASSIGN TO REC-LIT
                       organization line sequential
                       file status is file-status4.
      *
           SELECT LITMSTN ASSIGN TO LIT-MSTN
                       organization line sequential.
      *
           SELECT ETAT1 ASSIGN TO wlabel-etat1
                       organization line sequential.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  LITMST
                DATA RECORD LTG-LIGNE.
       01  LTG-LIGNE.
           02 LTG-NFAC           PIC 9(7).
           02 FILLER             PIC X.
           02 LTG-NCL            PIC 9(6).
           02 FILLER             PIC X.
           02 LTG-NCDE           PIC 9(7).
           02 FILLER             PIC X.
           02 LTG-MOTIF          PIC XX.
           02 FILLER             PIC X.
           02 LTG-MONTANT        PIC 9(9)V99.
           02 FILLER             PIC X.
           02 LTG-RESP           PIC X(8).
           02 FILLER             PIC X.
           02 LTG-STATUT         PIC X.
           02 FILLER             PIC X.
           02 LTG-DATOUV         PIC 9(6).
           02 FILLER             PIC X.
           02 LTG-DATRES         PIC 9(6).
           02 FILLER             PIC X.
           02 LTG-NBL            PIC 9(7).
           02 FILLER             PIC X.
           02 LTG-PENID          PIC 9(6).
           02 FILLER             PIC X.
           02 LTG-RMAID          PIC 9(6).
           02 FILLER             PIC X.
           02 LTG-NAVOIR         PIC 9(7).
           02 FILLER             PIC X.
           02 LTG-LIB            PIC X(30).
      *
       FD  LITMVT
                DATA RECORD LMV-LIGNE.
       01  LMV-LIGNE.
           02 LMV-TYPE           PIC X.
           02 FILLER             PIC X.
           02 LMV-NFAC           PIC 9(7).
           02 FILLER             PIC X.
           02 LMV-MOTIF          PIC XX.
           02 FILLER             PIC X.
           02 LMV-MONTANT        PIC 9(9)V99.
           02 FILLER             PIC X.
           02 LMV-RESP           PIC X(8).
           02 FILLER             PIC X.
           02 LMV-STATUT         PIC X.
           02 FILLER             PIC X.
           02 LMV-DATE           PIC 9(6).
           02 FILLER             PIC X.
           02 LMV-NBL            PIC 9(7).
           02 FILLER             PIC X.
           02 LMV-LIB            PIC X(30).
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
       FD  RMAMST
                DATA RECORD RMM-LIGNE.
       01  RMM-LIGNE.
           02 RMM-ID             PIC 9(6).
           02 FILLER             PIC X.
           02 RMM-NCL            PIC 9(6).
           02 FILLER             PIC X.
           02 RMM-NFAC           PIC 9(7).
           02 FILLER             PIC X(36).
      *
       FD  AVLNK-F
                DATA RECORD AVL-LIGNE.
       01  AVL-LIGNE.
           02 AVL-NAVOIR            PIC 9(7).
           02 AVL-NFACORIG          PIC 9(7).
           02 AVL-MOTIF             PIC XX.
           02 AVL-MONTANT           PIC 9(9)V99.
           02 AVL-DATE              PIC 9(6).
      *
       FD  PENMST
                DATA RECORD PEN-LIGNE.
       01  PEN-LIGNE.
           02 PEN-ID             PIC 9(6).
           02 FILLER             PIC X.
           02 PEN-NCL            PIC 9(6).
           02 FILLER             PIC X.
           02 PEN-NCDE           PIC 9(7).
           02 FILLER             PIC X(22).
      *
       FD  RECLIT
                DATA RECORD LIT-LIGNE.
       01  LIT-LIGNE.
           02 LIT-NBL            PIC 9(7).
           02 FILLER             PIC X.
           02 LIT-NCL            PIC 9(6).
           02 FILLER             PIC X(44).
      *
       FD  LITMSTN
                DATA RECORD LTN-LIGNE.
       01  LTN-LIGNE              PIC X(123).
      *
       FD  ETAT1
                DATA RECORD LIGNE
                LINAGE IS 64  LINES AT TOP 2.
       01  LIGNE                  PIC X(132).
       01  L1.
           02 LNFAC                PIC 9(7) blank zero.
           02 FILLER               PIC X(2).
           02 LNCL                 PIC 9(6) blank zero.
           02 FILLER               PIC X(2).
           02 LTYPE                PIC X.
           02 FILLER               PIC X(2).
           02 LSTATUT              PIC X.
           02 FILLER               PIC X(2).
           02 LMONT                PIC Z(8)9V,99 blank zero.
           02 FILLER               PIC X(2).
           02 LRESP                PIC X(8).
           02 FILLER               PIC X(2).
           02 LLIB                 PIC X(60).
      *
       WORKING-STORAGE SECTION.
       01  wlabel-etat1           pic x(64) value space.
       01  var-name               pic x(64).
       01  var-data               pic x(64).
       01  file-status            PIC XX.
       01  file-status2           PIC XX.
       01  file-status3           PIC XX.
       01  file-status4           PIC XX.
       01  WFINM                  PIC 9 value zero.
           88 FIN-LITMST          value 1.
       01  WFINV                  PIC 9 value zero.
           88 FIN-LITMVT          value 1.
       01  WFINP                  PIC 9 value zero.
           88 FIN-PIECE           value 1.
       01  WNBJLIT                PIC 9(3) VALUE 365.
       01  WDATEJOUR              PIC 9(6).
       01  WJOUR-NUM              PIC S9(7).
       01  WDAT-NUM               PIC S9(7).
       01  WDATW                  PIC 9(6).
       01  WDATW-X REDEFINES WDATW.
           02 WDATW-AA            PIC 99.
           02 WDATW-MM            PIC 99.
           02 WDATW-JJ            PIC 99.
      *
      **** dossier des litiges
       01  WTLTG.
           02 WTLTG-E OCCURS 3000.
              03 WLG-NFAC         PIC 9(7).
              03 WLG-NCL          PIC 9(6).
              03 WLG-NCDE         PIC 9(7).
              03 WLG-MOTIF        PIC XX.
              03 WLG-MONTANT      PIC 9(9)V99.
              03 WLG-RESP         PIC X(8).
              03 WLG-STATUT       PIC X.
              03 WLG-DATOUV       PIC 9(6).
              03 WLG-DATRES       PIC 9(6).
              03 WLG-NBL          PIC 9(7).
              03 WLG-PENID        PIC 9(6).
              03 WLG-RMAID        PIC 9(6).
              03 WLG-NAVOIR       PIC 9(7).
              03 WLG-LIB          PIC X(30).
              03 WLG-BLVU         PIC X.
       01  WNB-LTG                PIC 9(4) VALUE ZERO.
       01  WIDX                   PIC 9(4).
       01  WPOS                   PIC 9(4).
       01  WTROUVE                PIC 9.
           88 LTG-TROUVE          VALUE 1.
       01  WLIB-MVT               PIC X(60).
       01  WTOT-OUV               PIC 9(5) VALUE ZERO.
       01  WTOT-MAJ               PIC 9(5) VALUE ZERO.
       01  WTOT-CLOS              PIC 9(5) VALUE ZERO.
       01  WTOT-REJ               PIC 9(5) VALUE ZERO.
       01  WTOT-LIEN              PIC 9(5) VALUE ZERO.
       01  WTOT-PURGE             PIC 9(5) VALUE ZERO.
      *
       PROCEDURE DIVISION.
      *
      *----------------------------------------------------------------*
      * T10 : dossier existant, mouvements, rattachement des pieces,   *
      *       reecriture                                               *
      *----------------------------------------------------------------*
       T10.
           MOVE ZERO TO WFINM WFINV WNB-LTG WTOT-OUV WTOT-MAJ WTOT-CLOS
                        WTOT-REJ WTOT-LIEN WTOT-PURGE.
           string 'NBJLIT' x'00' delimited by size
                  into var-name.
           move space to var-data.
           call 'genvcc' using var-name var-data.
           if var-data(1:3) numeric and var-data(1:3) not = zero
              move var-data(1:3) to WNBJLIT.
           string 'ADLPID' x'00' delimited by size
                  into var-name.
           move space to var-data.
           call 'genvcc' using var-name var-data.
           if var-data(1:6) numeric
              move var-data(1:6) to WDATEJOUR.
           MOVE WDATEJOUR TO WDATW.
           COMPUTE WJOUR-NUM = WDATW-AA * 360 + WDATW-MM * 30
                                              + WDATW-JJ.
           string 'litc010.'
                  var-data delimited by ' '
                                     into wlabel-etat1.
           OPEN OUTPUT ETAT1.
           OPEN INPUT LITMST.
           IF FILE-STATUS = ZERO
              PERFORM T20 THRU T20-EXIT
              PERFORM T25 THRU T25-EXIT UNTIL FIN-LITMST
              CLOSE LITMST
           END-IF.
           OPEN INPUT FFACTURE.
           IF FILE-STATUS3 NOT = ZERO
              DISPLAY "OUVERTURE FFACTURE IMPOSSIBLE " FILE-STATUS3
              STOP RUN
           END-IF.
           OPEN INPUT LITMVT.
           IF FILE-STATUS2 = ZERO
              PERFORM T30 THRU T30-EXIT
              PERFORM T35 THRU T35-EXIT UNTIL FIN-LITMVT
              CLOSE LITMVT
           END-IF.
           CLOSE FFACTURE.
      * rattachement des pieces existantes aux litiges non clos
           MOVE ZERO TO WFINP.
           OPEN INPUT RMAMST.
           IF FILE-STATUS4 = ZERO
              PERFORM T60 THRU T60-EXIT UNTIL FIN-PIECE
              CLOSE RMAMST
           END-IF.
           MOVE ZERO TO WFINP.
           OPEN INPUT AVLNK-F.
           IF FILE-STATUS4 = ZERO
              PERFORM T62 THRU T62-EXIT UNTIL FIN-PIECE
              CLOSE AVLNK-F
           END-IF.
           MOVE ZERO TO WFINP.
           OPEN INPUT PENMST.
           IF FILE-STATUS4 = ZERO
              PERFORM T64 THRU T64-EXIT UNTIL FIN-PIECE
              CLOSE PENMST
           END-IF.
           MOVE ZERO TO WFINP.
           OPEN INPUT RECLIT.
           IF FILE-STATUS4 = ZERO
              PERFORM T66 THRU T66-EXIT UNTIL FIN-PIECE
              CLOSE RECLIT
           END-IF.
           OPEN OUTPUT LITMSTN.
           PERFORM T80 THRU T80-EXIT
                   VARYING WIDX FROM 1 BY 1 UNTIL WIDX > WNB-LTG.
           CLOSE LITMSTN.
           PERFORM T90 THRU T90-EXIT.
           CLOSE ETAT1.
           STOP RUN.
      *
       T20.
           READ LITMST NEXT RECORD
                AT END MOVE 1 TO WFINM.
       T20-EXIT.
           EXIT.
       T25.
           IF WNB-LTG NOT < 3000
              DISPLAY "GPIWARNING"
              DISPLAY "**DOSSIER LITIGES PLEIN, RUN ABANDONNE"
              STOP RUN
           END-IF.
           ADD 1 TO WNB-LTG.
           MOVE LTG-NFAC    TO WLG-NFAC(WNB-LTG).
           MOVE LTG-NCL     TO WLG-NCL(WNB-LTG).
           MOVE LTG-NCDE    TO WLG-NCDE(WNB-LTG).
           MOVE LTG-MOTIF   TO WLG-MOTIF(WNB-LTG).
           MOVE LTG-MONTANT TO WLG-MONTANT(WNB-LTG).
           MOVE LTG-RESP    TO WLG-RESP(WNB-LTG).
           MOVE LTG-STATUT  TO WLG-STATUT(WNB-LTG).
           MOVE LTG-DATOUV  TO WLG-DATOUV(WNB-LTG).
           MOVE LTG-DATRES  TO WLG-DATRES(WNB-LTG).
           MOVE LTG-NBL     TO WLG-NBL(WNB-LTG).
           MOVE LTG-PENID   TO WLG-PENID(WNB-LTG).
           MOVE LTG-RMAID   TO WLG-RMAID(WNB-LTG).
           MOVE LTG-NAVOIR  TO WLG-NAVOIR(WNB-LTG).
           MOVE LTG-LIB     TO WLG-LIB(WNB-LTG).
           MOVE SPACE       TO WLG-BLVU(WNB-LTG).
           PERFORM T20 THRU T20-EXIT.
       T25-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      * T30/T35 : mouvements du credit                                 *
      *----------------------------------------------------------------*
       T30.
           READ LITMVT NEXT RECORD
                AT END MOVE 1 TO WFINV.
       T30-EXIT.
           EXIT.
       T35.
           MOVE SPACES TO WLIB-MVT.
           PERFORM T38 THRU T38-EXIT.
           IF LMV-TYPE = 'C'
              PERFORM T40 THRU T40-EXIT
           ELSE
              IF LMV-TYPE = 'M'
                 PERFORM T45 THRU T45-EXIT
              ELSE
                 IF LMV-TYPE = 'S'
                    PERFORM T50 THRU T50-EXIT
                 ELSE
                    MOVE "MOUVEMENT INCONNU, IGNORE" TO WLIB-MVT
                 END-IF
              END-IF
           END-IF.
           IF WLIB-MVT(1:6) = "REJET "
              ADD 1 TO WTOT-REJ
           END-IF.
           MOVE SPACES TO LIGNE.
           MOVE LMV-NFAC TO LNFAC.
           MOVE LMV-TYPE TO LTYPE.
           IF LTG-TROUVE
              MOVE WLG-NCL(WPOS)     TO LNCL
              MOVE WLG-STATUT(WPOS)  TO LSTATUT
              MOVE WLG-MONTANT(WPOS) TO LMONT
              MOVE WLG-RESP(WPOS)    TO LRESP
           END-IF.
           MOVE WLIB-MVT TO LLIB.
           WRITE LIGNE BEFORE 1.
           PERFORM T30 THRU T30-EXIT.
       T35-EXIT.
           EXIT.
      *
      * recherche du litige de la facture du mouvement (WPOS) ; un
      * litige clos peut etre rouvert sur la meme facture
       T38.
           MOVE ZERO TO WTROUVE.
           PERFORM T38-CMP VARYING WIDX FROM 1 BY 1
                   UNTIL WIDX > WNB-LTG OR LTG-TROUVE.
       T38-EXIT.
           EXIT.
       T38-CMP.
           IF WLG-NFAC(WIDX) = LMV-NFAC
              MOVE 1 TO WTROUVE
              MOVE WIDX TO WPOS
           END-IF.
      *
      *----------------------------------------------------------------*
      * T40 : ouverture d'un litige : facture existante, montant       *
      *       conteste (TTC facture par defaut) au plus egal au TTC    *
      *----------------------------------------------------------------*
       T40.
           IF LTG-TROUVE
              AND (WLG-STATUT(WPOS) = 'O' OR WLG-STATUT(WPOS) = 'E')
              MOVE "REJET : LITIGE DEJA OUVERT SUR LA FACTURE"
                   TO WLIB-MVT
              GO TO T40-EXIT
           END-IF.
           MOVE LMV-NFAC TO FBCLE-CDESUP.
           READ FFACTURE
                INVALID KEY
                   MOVE "REJET : FACTURE INCONNUE" TO WLIB-MVT
                   MOVE ZERO TO WTROUVE
                   GO TO T40-EXIT
           END-READ.
           IF FBCFA = 5 OR FBCFA = 6 OR FBCFA = 7
              MOVE "REJET : UN AVOIR NE SE CONTESTE PAS" TO WLIB-MVT
              MOVE ZERO TO WTROUVE
              GO TO T40-EXIT
           END-IF.
           IF LMV-MONTANT > FBMONTTC
              MOVE "REJET : MONTANT CONTESTE SUPERIEUR AU TTC"
                   TO WLIB-MVT
              MOVE ZERO TO WTROUVE
              GO TO T40-EXIT
           END-IF.
           IF NOT LTG-TROUVE
              IF WNB-LTG NOT < 3000
                 DISPLAY "GPIWARNING"
                 DISPLAY "**DOSSIER LITIGES PLEIN, RUN ABANDONNE"
                 STOP RUN
              END-IF
              ADD 1 TO WNB-LTG
              MOVE WNB-LTG TO WPOS
              MOVE 1 TO WTROUVE
           END-IF.
           MOVE LMV-NFAC TO WLG-NFAC(WPOS).
           MOVE FBNCL    TO WLG-NCL(WPOS).
           MOVE ZERO     TO WLG-NCDE(WPOS).
           IF FBNCDE(1:7) NUMERIC
              MOVE FBNCDE(1:7) TO WLG-NCDE(WPOS)
           END-IF.
           MOVE LMV-MOTIF   TO WLG-MOTIF(WPOS).
           MOVE LMV-MONTANT TO WLG-MONTANT(WPOS).
           IF LMV-MONTANT = ZERO
              MOVE FBMONTTC TO WLG-MONTANT(WPOS)
           END-IF.
           MOVE LMV-RESP  TO WLG-RESP(WPOS).
           MOVE 'O'       TO WLG-STATUT(WPOS).
           MOVE LMV-DATE  TO WLG-DATOUV(WPOS).
           IF LMV-DATE = ZERO
              MOVE WDATEJOUR TO WLG-DATOUV(WPOS)
           END-IF.
           MOVE ZERO TO WLG-DATRES(WPOS) WLG-PENID(WPOS)
                        WLG-RMAID(WPOS) WLG-NAVOIR(WPOS).
           MOVE LMV-NBL TO WLG-NBL(WPOS).
           MOVE LMV-LIB TO WLG-LIB(WPOS).
           MOVE SPACE   TO WLG-BLVU(WPOS).
           ADD 1 TO WTOT-OUV.
           MOVE "LITIGE OUVERT - RELANCE SUSPENDUE" TO WLIB-MVT.
       T40-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      * T45 : modification : seules les zones renseignees changent     *
      *----------------------------------------------------------------*
       T45.
           IF NOT LTG-TROUVE
              MOVE "REJET : LITIGE INCONNU" TO WLIB-MVT
              GO TO T45-EXIT
           END-IF.
           IF LMV-MOTIF NOT = SPACES
              MOVE LMV-MOTIF TO WLG-MOTIF(WPOS)
           END-IF.
           IF LMV-MONTANT NOT = ZERO
              MOVE LMV-MONTANT TO WLG-MONTANT(WPOS)
           END-IF.
           IF LMV-RESP NOT = SPACES
              MOVE LMV-RESP TO WLG-RESP(WPOS)
           END-IF.
           IF LMV-NBL NOT = ZERO
              MOVE LMV-NBL TO WLG-NBL(WPOS)
           END-IF.
           IF LMV-LIB NOT = SPACES
              MOVE LMV-LIB TO WLG-LIB(WPOS)
           END-IF.
           ADD 1 TO WTOT-MAJ.
           MOVE "LITIGE MODIFIE" TO WLIB-MVT.
       T45-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      * T50 : changement de statut ; la cloture date la resolution,    *
      *       la reouverture l'efface                                  *
      *----------------------------------------------------------------*
       T50.
           IF NOT LTG-TROUVE
              MOVE "REJET : LITIGE INCONNU" TO WLIB-MVT
              GO TO T50-EXIT
           END-IF.
           IF LMV-STATUT NOT = 'O' AND LMV-STATUT NOT = 'E'
              AND LMV-STATUT NOT = 'A' AND LMV-STATUT NOT = 'R'
              MOVE "REJET : STATUT INVALIDE (O/E/A/R)" TO WLIB-MVT
              GO TO T50-EXIT
           END-IF.
           MOVE LMV-STATUT TO WLG-STATUT(WPOS).
           IF LMV-STATUT = 'A' OR LMV-STATUT = 'R'
              MOVE LMV-DATE TO WLG-DATRES(WPOS)
              IF LMV-DATE = ZERO
                 MOVE WDATEJOUR TO WLG-DATRES(WPOS)
              END-IF
              ADD 1 TO WTOT-CLOS
              IF LMV-STATUT = 'A'
                 MOVE "LITIGE CLOS ACCEPTE" TO WLIB-MVT
              ELSE
                 MOVE "LITIGE CLOS REFUSE - RELANCE REPRISE"
                      TO WLIB-MVT
              END-IF
           ELSE
              MOVE ZERO TO WLG-DATRES(WPOS)
              ADD 1 TO WTOT-MAJ
              MOVE "STATUT DU LITIGE MODIFIE" TO WLIB-MVT
           END-IF.
       T50-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      * T60 a T66 : rattachement des pieces (zone encore vide, litige  *
      *             non clos)                                          *
      *----------------------------------------------------------------*
       T60.
           READ RMAMST NEXT RECORD
                AT END MOVE 1 TO WFINP
                GO TO T60-EXIT.
           PERFORM T60-CMP VARYING WIDX FROM 1 BY 1
                   UNTIL WIDX > WNB-LTG.
       T60-EXIT.
           EXIT.
       T60-CMP.
           IF WLG-NFAC(WIDX) = RMM-NFAC AND WLG-RMAID(WIDX) = ZERO
              AND (WLG-STATUT(WIDX) = 'O' OR WLG-STATUT(WIDX) = 'E')
              MOVE RMM-ID TO WLG-RMAID(WIDX)
              ADD 1 TO WTOT-LIEN
           END-IF.
      *
       T62.
           READ AVLNK-F NEXT RECORD
                AT END MOVE 1 TO WFINP
                GO TO T62-EXIT.
           PERFORM T62-CMP VARYING WIDX FROM 1 BY 1
                   UNTIL WIDX > WNB-LTG.
       T62-EXIT.
           EXIT.
       T62-CMP.
           IF WLG-NFAC(WIDX) = AVL-NFACORIG AND WLG-NAVOIR(WIDX) = ZERO
              AND (WLG-STATUT(WIDX) = 'O' OR WLG-STATUT(WIDX) = 'E')
              MOVE AVL-NAVOIR TO WLG-NAVOIR(WIDX)
              ADD 1 TO WTOT-LIEN
           END-IF.
      *
       T64.
           READ PENMST NEXT RECORD
                AT END MOVE 1 TO WFINP
                GO TO T64-EXIT.
           PERFORM T64-CMP VARYING WIDX FROM 1 BY 1
                   UNTIL WIDX > WNB-LTG.
       T64-EXIT.
           EXIT.
       T64-CMP.
           IF WLG-NCL(WIDX) = PEN-NCL AND WLG-NCDE(WIDX) = PEN-NCDE
              AND WLG-NCDE(WIDX) NOT = ZERO AND WLG-PENID(WIDX) = ZERO
              AND (WLG-STATUT(WIDX) = 'O' OR WLG-STATUT(WIDX) = 'E')
              MOVE PEN-ID TO WLG-PENID(WIDX)
              ADD 1 TO WTOT-LIEN
           END-IF.
      *
      * RECLIT : le BL declare doit porter un litige de reception du
      * meme client ; sinon il est signale a la reecriture
       T66.
           READ RECLIT NEXT RECORD
                AT END MOVE 1 TO WFINP
                GO TO T66-EXIT.
           PERFORM T66-CMP VARYING WIDX FROM 1 BY 1
                   UNTIL WIDX > WNB-LTG.
       T66-EXIT.
           EXIT.
       T66-CMP.
           IF WLG-NBL(WIDX) = LIT-NBL AND WLG-NCL(WIDX) = LIT-NCL
              AND WLG-NBL(WIDX) NOT = ZERO AND WLG-BLVU(WIDX) = SPACE
              MOVE 'O' TO WLG-BLVU(WIDX)
           END-IF.
      *
      *----------------------------------------------------------------*
      * T80 : reecriture du dossier ; un litige clos depuis plus de    *
      *       NBJLIT jours en sort                                     *
      *----------------------------------------------------------------*
       T80.
           IF WLG-STATUT(WIDX) = 'A' OR WLG-STATUT(WIDX) = 'R'
              MOVE WLG-DATRES(WIDX) TO WDATW
              COMPUTE WDAT-NUM = WDATW-AA * 360 + WDATW-MM * 30
                                                + WDATW-JJ
              IF WJOUR-NUM - WDAT-NUM > WNBJLIT
                 ADD 1 TO WTOT-PURGE
                 GO TO T80-EXIT
              END-IF
           END-IF.
           MOVE SPACES TO LTG-LIGNE.
           MOVE WLG-NFAC(WIDX)    TO LTG-NFAC.
           MOVE WLG-NCL(WIDX)     TO LTG-NCL.
           MOVE WLG-NCDE(WIDX)    TO LTG-NCDE.
           MOVE WLG-MOTIF(WIDX)   TO LTG-MOTIF.
           MOVE WLG-MONTANT(WIDX) TO LTG-MONTANT.
           MOVE WLG-RESP(WIDX)    TO LTG-RESP.
           MOVE WLG-STATUT(WIDX)  TO LTG-STATUT.
           MOVE WLG-DATOUV(WIDX)  TO LTG-DATOUV.
           MOVE WLG-DATRES(WIDX)  TO LTG-DATRES.
           MOVE WLG-NBL(WIDX)     TO LTG-NBL.
           MOVE WLG-PENID(WIDX)   TO LTG-PENID.
           MOVE WLG-RMAID(WIDX)   TO LTG-RMAID.
           MOVE WLG-NAVOIR(WIDX)  TO LTG-NAVOIR.
           MOVE WLG-LIB(WIDX)     TO LTG-LIB.
           WRITE LTN-LIGNE FROM LTG-LIGNE.
           IF WLG-NBL(WIDX) NOT = ZERO AND WLG-BLVU(WIDX) = SPACE
              AND (WLG-STATUT(WIDX) = 'O' OR WLG-STATUT(WIDX) = 'E')
              MOVE SPACES TO LIGNE
              MOVE WLG-NFAC(WIDX) TO LNFAC
              MOVE WLG-NCL(WIDX)  TO LNCL
              MOVE WLG-STATUT(WIDX) TO LSTATUT
              MOVE WLG-RESP(WIDX) TO LRESP
              MOVE "BL DECLARE SANS LITIGE DE RECEPTION" TO LLIB
              WRITE LIGNE BEFORE 1
           END-IF.
       T80-EXIT.
           EXIT.
      *
       T90.
           MOVE SPACES TO LIGNE.
           WRITE LIGNE BEFORE 1.
           MOVE SPACES TO LIGNE.
           MOVE WTOT-OUV TO LNFAC.
           MOVE "LITIGES OUVERTS" TO LLIB.
           WRITE LIGNE BEFORE 1.
           MOVE SPACES TO LIGNE.
           MOVE WTOT-MAJ TO LNFAC.
           MOVE "LITIGES MODIFIES" TO LLIB.
           WRITE LIGNE BEFORE 1.
           MOVE SPACES TO LIGNE.
           MOVE WTOT-CLOS TO LNFAC.
           MOVE "LITIGES CLOS" TO LLIB.
           WRITE LIGNE BEFORE 1.
           MOVE SPACES TO LIGNE.
           MOVE WTOT-REJ TO LNFAC.
           MOVE "MOUVEMENTS REJETES" TO LLIB.
           WRITE LIGNE BEFORE 1.
           MOVE SPACES TO LIGNE.
           MOVE WTOT-LIEN TO LNFAC.
           MOVE "PIECES RATTACHEES" TO LLIB.
           WRITE LIGNE BEFORE 1.
           MOVE SPACES TO LIGNE.
           MOVE WTOT-PURGE TO LNFAC.
           MOVE "LITIGES CLOS SORTIS DU DOSSIER" TO LLIB.
           WRITE LIGNE BEFORE 1.
       T90-EXIT.
           EXIT.
