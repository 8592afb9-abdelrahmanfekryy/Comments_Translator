      *DD9173 15/10/26 anes ligne en livraison directe fournisseur
      *                     (DIREXP) margee au prix d'achat convenu
      *                     avec le fournisseur, totalisee a part
      *DD9162 15/10/26 anes article kit sans PRA propre : marge au
      *                     PRA reconstitue de ses composants
      *                     (nomenclature NOMKIT, kitnom1)
      *DD9126 03/09/26 anes Creation - marge realisee mensuelle : prix
      *                     de revient (PRA) par article a validite
      *                     datee (table ARTPRA), applique aux lignes
      *           Cumuls et edition par famille, par client et par      *
      *           societe ; ligne sans PRA valide = signalee, margee    *
      *           a PRA zero.                                           *
DD9162*           Article kit (nomenclature NOMKIT) sans PRA propre :   *
DD9162*           PRA = somme des PRA de ses composants x qte par kit,  *
DD9162*           a la meme date de valorisation.                       *
DD9173*           Ligne en livraison directe fournisseur (journal       *
DD9173*           DIREXP de DIRC020, meme commande et article) : le cout*
DD9173*           est le prix d'achat convenu avec le fournisseur, pas  *
DD9173*           le PRA ; ces lignes sont aussi totalisees a part.     *
      ******************************************************************
      *
       ENVIRONMENT DIVISION.
                       record key AVL-NAVOIR
                       file status is file-status5.
      *
DD9173     SELECT DIREXP ASSIGN TO DIR-EXP
DD9173                 organization line sequential
DD9173                 file status is file-status6.
DD9173*
           SELECT ETAT1 ASSIGN TO wlabel-etat1
                       organization line sequential.
      *
           02 AVL-NAVOIR            PIC 9(7).
           02 AVL-NFACORIG          PIC 9(7).
      *
DD9173* lignes en livraison directe expediees (DIRC020)
DD9173 FD  DIREXP
DD9173          DATA RECORD DEX-LIGNE.
DD9173 01  DEX-LIGNE.
DD9173     02 DEX-ACH            PIC X(15).
DD9173     02 FILLER             PIC X.
DD9173     02 DEX-NCDE           PIC X(7).
DD9173     02 FILLER             PIC X.
DD9173     02 DEX-NLG            PIC 9(3).
DD9173     02 FILLER             PIC X.
DD9173     02 DEX-NCL            PIC 9(6).
DD9173     02 FILLER             PIC X.
DD9173     02 DEX-NAR            PIC X(7).
DD9173     02 FILLER             PIC X.
DD9173     02 DEX-QTE            PIC 9(6)V99.
DD9173     02 FILLER             PIC X.
DD9173     02 DEX-FOU            PIC X(8).
DD9173     02 FILLER             PIC X.
DD9173     02 DEX-PRA            PIC 9(7)V99.
DD9173     02 FILLER             PIC X.
DD9173     02 DEX-DATEXP         PIC 9(6).
DD9173     02 FILLER             PIC X.
DD9173     02 DEX-NBL            PIC 9(7).
DD9173     02 FILLER             PIC X.
DD9173     02 DEX-BLF            PIC X(15).
DD9173*
       FD  ETAT1
                DATA RECORD LIGNE
                LINAGE IS 64  LINES AT TOP 2.
       01  file-status3           PIC XX.
       01  file-status4           PIC XX.
       01  file-status5           PIC XX.
DD9173 01  file-status6           PIC XX.
       01  WFINA                  PIC 9 value zero.
           88 FIN-ARTPRA          value 1.
       01  WFINM                  PIC 9 value zero.
           88 FIN-FFACTURE        value 1.
       01  WFINL                  PIC 9 value zero.
           88 FIN-FFACTLIG        value 1.
DD9173 01  WFINX                  PIC 9 value zero.
DD9173     88 FIN-DIREXP          value 1.
       01  WMOIS                  PIC 9(4) VALUE ZERO.
       01  WAVL-DISPO             PIC 9 VALUE ZERO.
      *
              03 WFA-SOC          PIC X(6).
              03 WFA-SENS         PIC X.
              03 WFA-DATVAL       PIC 9(6).
DD9173        03 WFA-NCDE         PIC X(7).
       01  WNB-FAC                PIC 9(5) VALUE ZERO.
       01  WIDXF                  PIC 9(5).
      *
       01  WCOUT-TRT              PIC S9(9)V99.
       01  WMARGE                 PIC S9(11)V99.
       01  WTOT-SSPRA             PIC 9(5) VALUE ZERO.
DD9162 01  WPRA-CMP               PIC 9(7)V99.
DD9162 01  WIC                    PIC 99.
DD9162*
DD9162     copy '../copy/kitnom.com'.
DD9173*
DD9173**** lignes en livraison directe : cout fournisseur par
DD9173**** commande et article
DD9173 01  WTDIR.
DD9173     02 WTDIR-E OCCURS 20000.
DD9173        03 WDI-NCDE         PIC X(7).
DD9173        03 WDI-NAR          PIC X(7).
DD9173        03 WDI-PRA          PIC 9(7)V99.
DD9173 01  WNB-DIR                PIC 9(5) VALUE ZERO.
DD9173 01  WIDXR                  PIC 9(5).
DD9173 01  WDIR-TRV               PIC 9.
DD9173 01  WTOT-DCA               PIC S9(11)V99 VALUE ZERO.
DD9173 01  WTOT-DPRA              PIC S9(11)V99 VALUE ZERO.
      *
       PROCEDURE DIVISION.
      *
              PERFORM T26 THRU T26-EXIT UNTIL FIN-ARTFAM
              CLOSE ARTFAM
           END-IF.
DD9173     MOVE ZERO TO WFINX WNB-DIR WTOT-DCA WTOT-DPRA.
DD9173     OPEN INPUT DIREXP.
DD9173     IF FILE-STATUS6 = ZERO
DD9173        PERFORM T27 THRU T27-EXIT
DD9173        PERFORM T28 THRU T28-EXIT UNTIL FIN-DIREXP
DD9173        CLOSE DIREXP
DD9173     END-IF.
           OPEN INPUT AVLNK-F.
           IF FILE-STATUS5 = ZERO
              MOVE 1 TO WAVL-DISPO
       T26-EXIT.
           EXIT.
      *
DD9173* lignes en livraison directe expediees
DD9173 T27.
DD9173     READ DIREXP NEXT RECORD
DD9173          AT END MOVE 1 TO WFINX.
DD9173 T27-EXIT.
DD9173     EXIT.
DD9173 T28.
DD9173     IF WNB-DIR < 20000
DD9173        ADD 1 TO WNB-DIR
DD9173        MOVE DEX-NCDE TO WDI-NCDE(WNB-DIR)
DD9173        MOVE DEX-NAR  TO WDI-NAR(WNB-DIR)
DD9173        MOVE DEX-PRA  TO WDI-PRA(WNB-DIR)
DD9173     END-IF.
DD9173     PERFORM T27 THRU T27-EXIT.
DD9173 T28-EXIT.
DD9173     EXIT.
DD9173*
      *----------------------------------------------------------------*
      * T30/T32 : toutes les dates de facture en memoire, et les       *
      *           factures du mois en table de travail ; un avoir      *
           MOVE FBNCL        TO WFA-NCL(WNB-FAC).
           MOVE FBSOC        TO WFA-SOC(WNB-FAC).
           MOVE FBDATE       TO WFA-DATVAL(WNB-FAC).
DD9173     MOVE FBNCDE(1:7)  TO WFA-NCDE(WNB-FAC).
           IF FBCFA = 5 OR FBCFA = 6 OR FBCFA = 7
              MOVE '-' TO WFA-SENS(WNB-FAC)
      * l'avoir se marge au PRA de la date de sa facture d'origine
           MOVE ZERO TO WPRA-TRT.
           PERFORM T46 THRU T46-EXIT
                   VARYING WIDXP FROM 1 BY 1 UNTIL WIDXP > WNB-PRA.
DD9173* livraison directe : cout = prix d'achat fournisseur
DD9173     MOVE ZERO TO WDIR-TRV.
DD9173     PERFORM T45 THRU T45-EXIT
DD9173             VARYING WIDXR FROM 1 BY 1
DD9173             UNTIL WIDXR > WNB-DIR OR WDIR-TRV = 1.
DD9162* article kit sans PRA propre : somme de ses composants
DD9162     IF WPRA-TRT = ZERO
DD9162        INITIALIZE KITNOM
DD9162        MOVE 'K'     TO IKITNOM-TRT
DD9162        MOVE FLG-NAR TO IKITNOM-NAR
DD9162        CALL "KITNOM1" USING KITNOM
DD9162        IF CKITNOM-TROUVE-OUI
DD9162           PERFORM T47 THRU T47-EXIT
DD9162                   VARYING WIC FROM 1 BY 1
DD9162                   UNTIL WIC > OKITNOM-NBC
DD9162        END-IF
DD9162     END-IF.
           IF WPRA-TRT = ZERO
              ADD 1 TO WTOT-SSPRA
           END-IF.
              COMPUTE WCA-TRT = ZERO - WCA-TRT
              COMPUTE WCOUT-TRT = ZERO - WCOUT-TRT
           END-IF.
DD9173     IF WDIR-TRV = 1
DD9173        ADD WCA-TRT   TO WTOT-DCA
DD9173        ADD WCOUT-TRT TO WTOT-DPRA
DD9173     END-IF.
      * cumuls famille, client, societe
           MOVE SPACES TO WCLE-TRT.
           STRING "F" WFAM-TRT DELIMITED BY SIZE INTO WCLE-TRT.
           END-IF.
       T44-EXIT.
           EXIT.
DD9173 T45.
DD9173     IF WDI-NCDE(WIDXR) = WFA-NCDE(WPOS)
DD9173        AND WDI-NAR(WIDXR) = FLG-NAR
DD9173        MOVE 1 TO WDIR-TRV
DD9173        MOVE WDI-PRA(WIDXR) TO WPRA-TRT
DD9173     END-IF.
DD9173 T45-EXIT.
DD9173     EXIT.
       T46.
           IF WPR-NAR(WIDXP) = FLG-NAR
              AND WFA-DATVAL(WPOS) NOT < WPR-DATDEB(WIDXP)
           END-IF.
       T46-EXIT.
           EXIT.
DD9162 T47.
DD9162     MOVE ZERO TO WPRA-CMP.
DD9162     PERFORM T47-CMP
DD9162             VARYING WIDXP FROM 1 BY 1 UNTIL WIDXP > WNB-PRA.
DD9162     COMPUTE WPRA-TRT = WPRA-TRT
DD9162                      + OKITNOM-CQTE(WIC) * WPRA-CMP.
DD9162 T47-EXIT.
DD9162     EXIT.
DD9162 T47-CMP.
DD9162     IF WPR-NAR(WIDXP) = OKITNOM-CNAR(WIC)
DD9162        AND WFA-DATVAL(WPOS) NOT < WPR-DATDEB(WIDXP)
DD9162        AND WFA-DATVAL(WPOS) NOT > WPR-DATFIN(WIDXP)
DD9162        MOVE WPR-PRA(WIDXP) TO WPRA-CMP
DD9162     END-IF.
       T48.
           IF WFM-NAR(WIDXA) = FLG-NAR
              MOVE WFM-FAM(WIDXA) TO WFAM-TRT
           MOVE "TOTAL LIGNES SANS PRA VALIDE (MARGEES A ZERO)"
                TO LLIB.
           WRITE LIGNE BEFORE 1.
DD9173     COMPUTE WMARGE = WTOT-DCA - WTOT-DPRA.
DD9173     MOVE SPACES TO LIGNE.
DD9173     MOVE WTOT-DCA  TO LCA.
DD9173     MOVE WTOT-DPRA TO LPRA.
DD9173     MOVE WMARGE    TO LMARGE.
DD9173     MOVE "DONT LIVRAISONS DIRECTES (COUT ACHAT FOURNISSEUR)"
DD9173          TO LLIB.
DD9173     WRITE LIGNE BEFORE 1.
       T90-EXIT.
           EXIT.
