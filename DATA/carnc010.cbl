      *DD9173 15/10/26 anes lignes en livraison directe fournisseur
      *                     pas encore expediees (DIRCDE hors DIREXP) :
      *                     categorie a part, valeur au tarif et cout
      *                     fournisseur
      *DD9154 15/10/26 anes commandes a facturer d'un client en cycle
      *                     de facturation (CYCFAC, cycfac1) retenues
      *                     jusqu'a la cloture : categorie a part du
      *                     carnet, hors ventilation par semaine
      *DD9138 03/09/26 anes disponibilite de GENCODTB testee par top
      *                     d'ouverture (modele WAVL-DISPO de COMIC010)
      *                     et non par le file status vivant, qu'un
      *           - CADENCTR + GENCODTB + ARTTARIF : les generations a  *
      *             venir des contrats cadences sur l'horizon (une      *
      *             occurrence par semaine de validite)                 *
DD9154*           - CYCFAC (cycfac1) : les commandes a facturer d'un    *
DD9154*             client en cycle, retenues jusqu'a sa cloture, sont  *
DD9154*             cumulees a part (en attente de cycle)               *
DD9173*           - DIRCDE / DIREXP : les lignes en livraison directe   *
DD9173*             fournisseur pas encore confirmees expediees, a      *
DD9173*             part : valeur au tarif et cout fournisseur (prix    *
DD9173*             d'achat convenu) ; deja comprises dans leur commande*
      *           Edition : montant par semaine x famille, puis les     *
      *           reliquats et le previsionnel cadence par semaine.     *
      ******************************************************************
                       record key GCT-EAN
                       file status is file-status7.
      *
DD9173     SELECT DIRCDE ASSIGN TO DIR-CDE
DD9173                 organization line sequential
DD9173                 file status is file-status8.
DD9173*
DD9173     SELECT DIREXP ASSIGN TO DIR-EXP
DD9173                 organization line sequential
DD9173                 file status is file-status9.
DD9173*
           SELECT ETAT1 ASSIGN TO wlabel-etat1
                       organization line sequential.
      *
           02 GCT-EAN            PIC X(13).
           02 GCT-NAR            PIC X(7).
      *
DD9173* lignes de commande en livraison directe (dirliv1)
DD9173 FD  DIRCDE
DD9173          DATA RECORD DCD-LIGNE.
DD9173 01  DCD-LIGNE.
DD9173     02 DCD-NCDE           PIC X(7).
DD9173     02 FILLER             PIC X.
DD9173     02 DCD-NLG            PIC 9(3).
DD9173     02 FILLER             PIC X.
DD9173     02 DCD-NCL            PIC 9(6).
DD9173     02 FILLER             PIC X.
DD9173     02 DCD-NAR            PIC X(7).
DD9173     02 FILLER             PIC X.
DD9173     02 DCD-QTE            PIC 9(6)V99.
DD9173     02 FILLER             PIC X.
DD9173     02 DCD-FOU            PIC X(8).
DD9173     02 FILLER             PIC X.
DD9173     02 DCD-PRA            PIC 9(7)V99.
DD9173     02 FILLER             PIC X.
DD9173     02 DCD-DATE           PIC 9(6).
DD9173*
DD9173* lignes en livraison directe expediees (DIRC020)
DD9173 FD  DIREXP
DD9173          DATA RECORD DEX-LIGNE.
DD9173 01  DEX-LIGNE.
DD9173     02 DEX-ACH            PIC X(15).
DD9173     02 FILLER             PIC X(86).
DD9173*
       FD  ETAT1
                DATA RECORD LIGNE
                LINAGE IS 64  LINES AT TOP 2.
       01  file-status5           PIC XX.
       01  file-status6           PIC XX.
       01  file-status7           PIC XX.
DD9173 01  file-status8           PIC XX.
DD9173 01  file-status9           PIC XX.
       01  WFINC                  PIC 9 value zero.
           88 FIN-FCOMMAAP        value 1.
       01  WFINL                  PIC 9 value zero.
           88 FIN-ARTTARIF        value 1.
       01  WFINK                  PIC 9 value zero.
           88 FIN-CADENCTR        value 1.
DD9173 01  WFIND                  PIC 9 value zero.
DD9173     88 FIN-DIRCDE          value 1.
DD9173 01  WFINX                  PIC 9 value zero.
DD9173     88 FIN-DIREXP          value 1.
       01  WDATEJOUR              PIC 9(6).
       01  WJOUR-NUM              PIC S9(7).
       01  WDAT-NUM               PIC S9(7).
              03 WCD-NCL          PIC 9(6).
              03 WCD-MHT          PIC S9(9)V99.
              03 WCD-DLI          PIC 9(6).
DD9154* 1 = commande retenue jusqu'a la cloture du cycle du client
DD9154        03 WCD-CYC          PIC 9.
       01  WNB-CDE                PIC 9(5) VALUE ZERO.
       01  WIDX                   PIC 9(5).
       01  WTRV                   PIC 9.
       01  WPRIX-TRT              PIC 9(7)V99.
       01  WVAL-TRT               PIC S9(9)V99.
       01  WTOT-CARNET            PIC S9(13)V99 VALUE ZERO.
DD9154 01  WTOT-CYCLE             PIC S9(13)V99 VALUE ZERO.
DD9154 01  WNB-CYCLE              PIC 9(5) VALUE ZERO.
DD9154     copy '../copy/cycfac.com'.
DD9173*
DD9173**** livraisons directes : references achat deja expediees
DD9173 01  WTDEX.
DD9173     02 WTDEX-E OCCURS 20000 PIC X(15).
DD9173 01  WNB-DEX                PIC 9(5) VALUE ZERO.
DD9173 01  WIDXE                  PIC 9(5).
DD9173 01  WACH-TRT.
DD9173     02 WACH-PFX            PIC X(3).
DD9173     02 WACH-NCDE           PIC X(7).
DD9173     02 WACH-NLG            PIC 9(3).
DD9173     02 FILLER              PIC X(2).
DD9173 01  WTOT-DIR               PIC S9(13)V99 VALUE ZERO.
DD9173 01  WCOUT-DIR              PIC S9(13)V99 VALUE ZERO.
DD9173 01  WNB-DIR                PIC 9(5) VALUE ZERO.
      *
       PROCEDURE DIVISION.
      *
           MOVE ZERO TO WFINC WFINL WFINF WFINR WFINT WFINK
                        WNB-CDE WNB-FAM WNB-TAR WNB-CUM
                        WVAL-REL WTOT-CARNET WCTR-ACTIF.
DD9154     MOVE ZERO TO WTOT-CYCLE WNB-CYCLE.
           PERFORM T12 THRU T12-EXIT
                   VARYING WIDXS FROM 1 BY 1 UNTIL WIDXS > 3.
           string 'ADLPID' x'00' delimited by size
                 CLOSE GENCODTB
              END-IF
           END-IF.
DD9173* lignes en livraison directe non encore expediees
DD9173     MOVE ZERO TO WFIND WFINX WNB-DEX WTOT-DIR WCOUT-DIR
DD9173                  WNB-DIR.
DD9173     OPEN INPUT DIRCDE.
DD9173     IF FILE-STATUS8 = ZERO
DD9173        OPEN INPUT DIREXP
DD9173        IF FILE-STATUS9 = ZERO
DD9173           PERFORM T60 THRU T60-EXIT
DD9173           PERFORM T62 THRU T62-EXIT UNTIL FIN-DIREXP
DD9173           CLOSE DIREXP
DD9173        END-IF
DD9173        PERFORM T64 THRU T64-EXIT
DD9173        PERFORM T66 THRU T66-EXIT UNTIL FIN-DIRCDE
DD9173        CLOSE DIRCDE
DD9173     END-IF.
           PERFORM T80 THRU T80-EXIT
                   VARYING WIDXU FROM 1 BY 1 UNTIL WIDXU > WNB-CUM.
           PERFORM T90 THRU T90-EXIT.
                 MOVE FCNCL    TO WCD-NCL(WNB-CDE)
                 MOVE FCMONTHT TO WCD-MHT(WNB-CDE)
                 MOVE ZERO     TO WCD-DLI(WNB-CDE)
DD9154           MOVE ZERO     TO WCD-CYC(WNB-CDE)
DD9154           IF FCAFA = 1
DD9154              PERFORM T23 THRU T23-EXIT
DD9154           END-IF
              ELSE
                 DISPLAY "GPIWARNING"
                 DISPLAY "**TABLE COMMANDES PLEINE, CARNET TRONQUE"
           PERFORM T20 THRU T20-EXIT.
       T22-EXIT.
           EXIT.
DD9154*
DD9154* commande a facturer d'un client en cycle : retenue jusqu'a
DD9154* la cloture du cycle ?
DD9154 T23.
DD9154     INITIALIZE CYCFAC.
DD9154     MOVE 'V' TO ICYCFAC-TRT.
DD9154     MOVE FCFACTUREA TO ICYCFAC-NCL.
DD9154     IF FCFACTUREA = ZERO
DD9154        MOVE FCNCL TO ICYCFAC-NCL
DD9154     END-IF.
DD9154     MOVE WDATEJOUR TO ICYCFAC-DATE.
DD9154     CALL "cycfac1" USING CYCFAC.
DD9154     IF OCYCFAC-RTN = '0' AND CCYCFAC-ATTENTE-OUI
DD9154        MOVE 1 TO WCD-CYC(WNB-CDE)
DD9154     END-IF.
DD9154 T23-EXIT.
DD9154     EXIT.
      *
       T24.
           READ FCOMJOC1 NEXT RECORD
      *       du client, cumul                                         *
      *----------------------------------------------------------------*
       T30.
DD9154* en attente de cycle : categorie a part, hors semaines
DD9154     IF WCD-CYC(WIDX) = 1
DD9154        ADD WCD-MHT(WIDX) TO WTOT-CYCLE WTOT-CARNET
DD9154        ADD 1 TO WNB-CYCLE
DD9154        GO TO T30-EXIT
DD9154     END-IF.
           IF WCD-DLI(WIDX) = ZERO
              MOVE 5 TO WPOSS
           ELSE
              ADD 1 TO WDATW-AA
           END-IF.
      *
DD9173*----------------------------------------------------------------*
DD9173* T60/T66 : lignes en livraison directe pas encore confirmees    *
DD9173*           expediees : valeur au tarif, cout fournisseur        *
DD9173*----------------------------------------------------------------*
DD9173 T60.
DD9173     READ DIREXP NEXT RECORD
DD9173          AT END MOVE 1 TO WFINX.
DD9173 T60-EXIT.
DD9173     EXIT.
DD9173 T62.
DD9173     IF WNB-DEX < 20000
DD9173        ADD 1 TO WNB-DEX
DD9173        MOVE DEX-ACH TO WTDEX-E(WNB-DEX)
DD9173     END-IF.
DD9173     PERFORM T60 THRU T60-EXIT.
DD9173 T62-EXIT.
DD9173     EXIT.
DD9173*
DD9173 T64.
DD9173     READ DIRCDE NEXT RECORD
DD9173          AT END MOVE 1 TO WFIND.
DD9173 T64-EXIT.
DD9173     EXIT.
DD9173 T66.
DD9173     MOVE SPACES   TO WACH-TRT.
DD9173     MOVE 'DIR'    TO WACH-PFX.
DD9173     MOVE DCD-NCDE TO WACH-NCDE.
DD9173     MOVE DCD-NLG  TO WACH-NLG.
DD9173     MOVE ZERO TO WTRV.
DD9173     PERFORM T68 THRU T68-EXIT
DD9173             VARYING WIDXE FROM 1 BY 1
DD9173             UNTIL WIDXE > WNB-DEX OR WTRV = 1.
DD9173     IF WTRV = 1
DD9173        GO TO T66F
DD9173     END-IF.
DD9173     MOVE ZERO TO WPRIX-TRT.
DD9173     PERFORM T69 THRU T69-EXIT
DD9173             VARYING WIDXT FROM 1 BY 1 UNTIL WIDXT > WNB-TAR.
DD9173     COMPUTE WVAL-TRT = DCD-QTE * WPRIX-TRT.
DD9173     ADD WVAL-TRT TO WTOT-DIR.
DD9173     COMPUTE WVAL-TRT = DCD-QTE * DCD-PRA.
DD9173     ADD WVAL-TRT TO WCOUT-DIR.
DD9173     ADD 1 TO WNB-DIR.
DD9173 T66F.
DD9173     PERFORM T64 THRU T64-EXIT.
DD9173 T66-EXIT.
DD9173     EXIT.
DD9173 T68.
DD9173     IF WTDEX-E(WIDXE) = WACH-TRT
DD9173        MOVE 1 TO WTRV
DD9173     END-IF.
DD9173 T68-EXIT.
DD9173     EXIT.
DD9173 T69.
DD9173     IF WTA-NAR(WIDXT) = DCD-NAR
DD9173        MOVE WTA-PRIX(WIDXT) TO WPRIX-TRT
DD9173     END-IF.
DD9173 T69-EXIT.
DD9173     EXIT.
DD9173*
      *----------------------------------------------------------------*
      * T80 : une ligne semaine x famille du carnet                    *
      *----------------------------------------------------------------*
           WRITE LIGNE BEFORE 1.
           PERFORM T92 THRU T92-EXIT
                   VARYING WIDXS FROM 1 BY 1 UNTIL WIDXS > 3.
DD9154     MOVE SPACES TO LIGNE.
DD9154     MOVE WTOT-CYCLE TO LMONT.
DD9154     STRING "EN ATTENTE DE CYCLE DE FACTURATION ("
DD9154            WNB-CYCLE " COMMANDES)"
DD9154            DELIMITED BY SIZE INTO LLIB.
DD9154     WRITE LIGNE BEFORE 1.
DD9173     MOVE SPACES TO LIGNE.
DD9173     MOVE WTOT-DIR TO LMONT.
DD9173     STRING "DONT LIVRAISON DIRECTE FOURNISSEUR ("
DD9173            WNB-DIR " LIGNES)"
DD9173            DELIMITED BY SIZE INTO LLIB.
DD9173     WRITE LIGNE BEFORE 1.
DD9173     MOVE SPACES TO LIGNE.
DD9173     MOVE WCOUT-DIR TO LMONT.
DD9173     MOVE "COUT FOURNISSEUR DES LIVRAISONS DIRECTES" TO LLIB.
DD9173     WRITE LIGNE BEFORE 1.
           MOVE SPACES TO LIGNE.
           MOVE WTOT-CARNET TO LMONT.
           MOVE "TOTAL CARNET DE COMMANDES OUVERT" TO LLIB.
