      *DD9161 15/10/26 anes la quantite recue entre en reserve dans
      *                     la repartition face / reserve EMPSTK
      *DD9159 15/10/26 anes chaque entree en stock est portee au
      *                     kardex MVTSTK (RF reception fournisseur,
      *                     RT reception de transfert intersite)
      *DD9157 15/10/26 anes reception confirmee sur l'avis
      *                     d'expedition fournisseur (DESATT, integre
      *                     par DESAC010) : lot, date de fabrication et
      *                     DLC repris de l'avis, lots STOCKLOT crees,
      *                     ecarts de quantite et de lot sur la liste
      *                     des ecarts fournisseur (ETAT2)
      *DD9117 03/09/26 anes journal permanent RECJRN des receptions
      *                     (achat, article, quantite, magasin, date)
      *                     au fil de l'eau : la facturation
      *             croissante) et les attendus soldes disparaissent    *
      *             du nouveau FOUCMDATN - sinon DISPO promettrait      *
      *             demain une marchandise deja en rayon aujourd'hui.   *
DD9157*           - DESATT : les avis d'expedition fournisseurs en      *
DD9157*             attente (DESAC010) ; la reception confirme l'avis   *
DD9157*             de la reference achat + article : sans lot saisi,   *
DD9157*             tous les lots annonces sont repris, sinon le lot    *
DD9157*             compte ; les lots entrent dans STOCKLOT (DFA/DLC    *
DD9157*             de l'avis), les avis confirmes sortent du nouveau   *
DD9157*             DESATTN et les ecarts de quantite ou de lot, comme  *
DD9157*             les lignes annoncees non recues, partent sur la     *
DD9157*             liste des ecarts fournisseur (ETAT2). Sans avis, la *
DD9157*             saisie libre reste possible (lot et DLC saisis).    *
DD9161*           - EMPSTK : la quantite recue entre en reserve         *
DD9161*             (repartition face / reserve, EMPSTK1)               *
      ******************************************************************
      *
       ENVIRONMENT DIVISION.
      *
           SELECT ETAT1 ASSIGN TO wlabel-etat1
                       organization line sequential.
DD9157*
DD9157     SELECT DESATT ASSIGN TO DES-ATT
DD9157                 organization line sequential
DD9157                 file status is file-status6.
DD9157*
DD9157     SELECT DESATTN ASSIGN TO DES-ATTN
DD9157                 organization line sequential.
DD9157*
DD9157     SELECT STOCKLOT ASSIGN TO STOCKLOT
DD9157                 organization line sequential
DD9157                 file status is file-status7.
DD9157*
DD9157     SELECT ETAT2 ASSIGN TO wlabel-etat2
DD9157                 organization line sequential.
      *
       DATA DIVISION.
       FILE SECTION.
           02 RCS-QTE            PIC 9(6)V99.
           02 FILLER             PIC X.
           02 RCS-NMA            PIC 99.
DD9157* lot et DLC saisis : facultatifs, l'avis fournisseur les donne
DD9157     02 FILLER             PIC X.
DD9157     02 RCS-LOT            PIC X(10).
DD9157     02 FILLER             PIC X.
DD9157     02 RCS-DLC            PIC 9(6).
      *
      * vue locale du stock magasin + article (cf RELGC010/RMAC030)
       FD  FARTUSAP
           02 RCJ-NMA            PIC 99.
           02 FILLER             PIC X.
           02 RCJ-DATE           PIC 9(6).
DD9157*
DD9157* avis d'expedition fournisseurs en attente (DESAC010)
DD9157 FD  DESATT
DD9157          DATA RECORD DAT-LIGNE.
DD9157 01  DAT-LIGNE.
DD9157     02 DAT-NAV            PIC X(14).
DD9157     02 FILLER             PIC X.
DD9157     02 DAT-FOU            PIC X(8).
DD9157     02 FILLER             PIC X.
DD9157     02 DAT-ACH            PIC X(15).
DD9157     02 FILLER             PIC X.
DD9157     02 DAT-NAR            PIC X(7).
DD9157     02 FILLER             PIC X.
DD9157     02 DAT-SRE            PIC X(7).
DD9157     02 FILLER             PIC X.
DD9157     02 DAT-QTE            PIC 9(6)V99.
DD9157     02 FILLER             PIC X.
DD9157     02 DAT-LOT            PIC X(10).
DD9157     02 FILLER             PIC X.
DD9157     02 DAT-DFA            PIC 9(6).
DD9157     02 FILLER             PIC X.
DD9157     02 DAT-DLC            PIC 9(6).
DD9157     02 FILLER             PIC X.
DD9157     02 DAT-DATARR         PIC 9(6).
DD9157     02 FILLER             PIC X.
DD9157     02 DAT-DATAVI         PIC 9(6).
DD9157*
DD9157 FD  DESATTN
DD9157          DATA RECORD DAN-LIGNE.
DD9157 01  DAN-LIGNE              PIC X(103).
DD9157*
DD9157* lots des articles dates (cf LOTDLC1, DLCC010)
DD9157 FD  STOCKLOT
DD9157          DATA RECORD SLT-LIGNE.
DD9157 01  SLT-LIGNE.
DD9157     02 SLT-NAR            PIC X(7).
DD9157     02 FILLER             PIC X.
DD9157     02 SLT-LOT            PIC X(10).
DD9157     02 FILLER             PIC X.
DD9157     02 SLT-DFA            PIC 9(6).
DD9157     02 FILLER             PIC X.
DD9157     02 SLT-DLC            PIC 9(6).
DD9157     02 FILLER             PIC X.
DD9157     02 SLT-QTE            PIC 9(6)V99.
      *
       FD  ETAT1
                DATA RECORD LIGNE
           02 FILLER               PIC X(2).
           02 LNMA                 PIC 99 blank zero.
           02 FILLER               PIC X(2).
DD9157*
DD9157* liste des ecarts fournisseur (avis / comptage)
DD9157 FD  ETAT2
DD9157          DATA RECORD LIGNE2
DD9157          LINAGE IS 64  LINES AT TOP 2.
DD9157 01  LIGNE2                 PIC X(132).
DD9157 01  L2.
DD9157     02 L2FOU                PIC X(8).
DD9157     02 FILLER               PIC X(2).
DD9157     02 L2NAV                PIC X(14).
DD9157     02 FILLER               PIC X(2).
DD9157     02 L2ACH                PIC X(15).
DD9157     02 FILLER               PIC X(2).
DD9157     02 L2NAR                PIC X(7).
DD9157     02 FILLER               PIC X(2).
DD9157     02 L2LOTA               PIC X(10).
DD9157     02 FILLER               PIC X(2).
DD9157     02 L2LOTR               PIC X(10).
DD9157     02 FILLER               PIC X(2).
DD9157     02 L2QTEA               PIC Z(5)9V,99 blank zero.
DD9157     02 FILLER               PIC X(2).
DD9157     02 L2QTER               PIC Z(5)9V,99 blank zero.
DD9157     02 FILLER               PIC X(2).
DD9157     02 L2LIB                PIC X(30).
           02 LLIB                 PIC X(60).
      *
       WORKING-STORAGE SECTION.
       01  wlabel-etat1           pic x(64) value space.
DD9157 01  wlabel-etat2           pic x(64) value space.
       01  var-name               pic x(64).
       01  var-data               pic x(64).
       01  file-status            PIC XX.
       01  file-status3           PIC XX.
       01  file-status4           PIC XX.
       01  file-status5           PIC XX.
DD9157 01  file-status6           PIC XX.
DD9157 01  file-status7           PIC XX.
       01  WFINR                  PIC 9 value zero.
           88 FIN-RECSAIS         value 1.
       01  WFIND                  PIC 9 value zero.
           88 FIN-FOUCMDAT        value 1.
DD9157 01  WFINA                  PIC 9 value zero.
DD9157     88 FIN-DESATT          value 1.
       01  WDATEJOUR              PIC 9(6).
      *
      **** quantites recues du run, a imputer sur les attendus
       01  WTRV                   PIC 9.
       01  WPOS                   PIC 9(4).
      *
DD9157*
DD9157**** avis d'expedition fournisseurs en attente (DESATT) ;
DD9157**** WAV-CONF : 2 = retenu pour la reception en cours,
DD9157**** 1 = confirme ; WAV-VU : reference achat recue ce jour
DD9157 01  WTAVI.
DD9157     02 WTAVI-E OCCURS 2000.
DD9157        03 WAV-NAV          PIC X(14).
DD9157        03 WAV-FOU          PIC X(8).
DD9157        03 WAV-ACH          PIC X(15).
DD9157        03 WAV-NAR          PIC X(7).
DD9157        03 WAV-SRE          PIC X(7).
DD9157        03 WAV-QTE          PIC 9(6)V99.
DD9157        03 WAV-LOT          PIC X(10).
DD9157        03 WAV-DFA          PIC 9(6).
DD9157        03 WAV-DLC          PIC 9(6).
DD9157        03 WAV-DATARR       PIC 9(6).
DD9157        03 WAV-DATAVI       PIC 9(6).
DD9157        03 WAV-CONF         PIC 9.
DD9157        03 WAV-VU           PIC 9.
DD9157 01  WNB-AVI                PIC 9(4) VALUE ZERO.
DD9157 01  WAVI-CONF              PIC 9.
DD9157 01  WAVI-DER               PIC 9(4).
DD9157 01  WQTE-AVI               PIC 9(8)V99.
DD9157 01  WQTE-RST               PIC 9(6)V99.
DD9157 01  WQTE-LOT               PIC 9(6)V99.
       01  WQTE-IMP               PIC 9(6)V99.
       01  WTOT-RCP               PIC 9(5) VALUE ZERO.
       01  WTOT-ANO               PIC 9(5) VALUE ZERO.
       01  WTOT-SOLDE             PIC 9(5) VALUE ZERO.
DD9157 01  WTOT-AVI               PIC 9(5) VALUE ZERO.
DD9157 01  WTOT-LOT               PIC 9(5) VALUE ZERO.
DD9157 01  WTOT-ECA               PIC 9(5) VALUE ZERO.
DD9159 01  WTYP-MVT               PIC XX.
DD9159*
DD9159     copy "../copy/mvtstk.com".
DD9161*
DD9161     copy "../copy/empstk.com".
      *
       PROCEDURE DIVISION.
      *
       T10.
           MOVE ZERO TO WFINR WFIND WNB-REC
                        WTOT-RCP WTOT-ANO WTOT-SOLDE.
DD9157     MOVE ZERO TO WFINA WNB-AVI WTOT-AVI WTOT-LOT WTOT-ECA.
           string 'ADLPID' x'00' delimited by size
                  into var-name.
           move space to var-data.
                  var-data delimited by ' '
                                     into wlabel-etat1.
           OPEN OUTPUT ETAT1.
DD9157     string 'rececart.'
DD9157            var-data delimited by ' '
DD9157                               into wlabel-etat2.
DD9157     OPEN OUTPUT ETAT2.
DD9157     MOVE SPACES TO LIGNE2.
DD9157     MOVE "ECARTS AVIS FOURN. / RECEPTION" TO L2LIB.
DD9157     MOVE WDATEJOUR TO L2QTER.
DD9157     WRITE LIGNE2 BEFORE 2.
           OPEN INPUT RECSAIS.
           IF FILE-STATUS NOT = ZERO
              DISPLAY "PAS DE RECEPTIONS A TRAITER"
           IF FILE-STATUS5 NOT = ZERO
              OPEN OUTPUT RECJRN
           END-IF.
DD9157* avis fournisseurs en attente, lots crees a la reception
DD9157     OPEN INPUT DESATT.
DD9157     IF FILE-STATUS6 = ZERO
DD9157        PERFORM T15 THRU T15-EXIT UNTIL FIN-DESATT
DD9157        CLOSE DESATT
DD9157     END-IF.
DD9157     OPEN EXTEND STOCKLOT.
DD9157     IF FILE-STATUS7 NOT = ZERO
DD9157        OPEN OUTPUT STOCKLOT
DD9157     END-IF.
           PERFORM T20 THRU T20-EXIT.
           PERFORM T30 THRU T30-EXIT UNTIL FIN-RECSAIS.
           CLOSE RECSAIS FARTUSAP RECJRN.
DD9157* lignes annoncees non recues, reecriture des avis en attente
DD9157     CLOSE STOCKLOT.
DD9157     PERFORM T70 THRU T70-EXIT
DD9157             VARYING WIDX FROM 1 BY 1 UNTIL WIDX > WNB-AVI.
DD9157     IF FILE-STATUS6 = ZERO
DD9157        OPEN OUTPUT DESATTN
DD9157        PERFORM T75 THRU T75-EXIT
DD9157                VARYING WIDX FROM 1 BY 1 UNTIL WIDX > WNB-AVI
DD9157        CLOSE DESATTN
DD9157     END-IF.
           IF FILE-STATUS3 = ZERO
              CLOSE FOUCMAGI
           END-IF.
           END-IF.
           PERFORM T90 THRU T90-EXIT.
           CLOSE ETAT1.
DD9157     CLOSE ETAT2.
           STOP RUN.
      *
DD9157* chargement des avis en attente
DD9157 T15.
DD9157     READ DESATT NEXT RECORD
DD9157          AT END MOVE 1 TO WFINA
DD9157          GO TO T15-EXIT.
DD9157     IF WNB-AVI NOT < 2000
DD9157        DISPLAY "GPIWARNING"
DD9157        DISPLAY "**TABLE DES AVIS FOURNISSEURS PLEINE, "
DD9157                "RUN ABANDONNE"
DD9157        STOP RUN
DD9157     END-IF.
DD9157     ADD 1 TO WNB-AVI.
DD9157     MOVE DAT-NAV    TO WAV-NAV(WNB-AVI).
DD9157     MOVE DAT-FOU    TO WAV-FOU(WNB-AVI).
DD9157     MOVE DAT-ACH    TO WAV-ACH(WNB-AVI).
DD9157     MOVE DAT-NAR    TO WAV-NAR(WNB-AVI).
DD9157     MOVE DAT-SRE    TO WAV-SRE(WNB-AVI).
DD9157     MOVE DAT-QTE    TO WAV-QTE(WNB-AVI).
DD9157     MOVE DAT-LOT    TO WAV-LOT(WNB-AVI).
DD9157     MOVE DAT-DFA    TO WAV-DFA(WNB-AVI).
DD9157     MOVE DAT-DLC    TO WAV-DLC(WNB-AVI).
DD9157     MOVE DAT-DATARR TO WAV-DATARR(WNB-AVI).
DD9157     MOVE DAT-DATAVI TO WAV-DATAVI(WNB-AVI).
DD9157     MOVE ZERO       TO WAV-CONF(WNB-AVI) WAV-VU(WNB-AVI).
DD9157 T15-EXIT.
DD9157     EXIT.
DD9157*
       T20.
           READ RECSAIS NEXT RECORD
                AT END MOVE 1 TO WFINR.
           END-IF.
           PERFORM T40 THRU T40-EXIT.
           PERFORM T45 THRU T45-EXIT.
DD9157     PERFORM T32 THRU T32-EXIT.
DD9159     PERFORM T48 THRU T48-EXIT.
DD9161     PERFORM T49 THRU T49-EXIT.
           PERFORM T50 THRU T50-EXIT.
      * journal permanent de la reception
           MOVE SPACES TO RCJ-LIGNE.
           MOVE RCS-NAR TO LNAR.
           MOVE RCS-QTE TO LQTE.
           MOVE RCS-NMA TO LNMA.
DD9157     IF WAVI-CONF = 1
DD9157        MOVE "RECEPTION CONFIRMEE SUR AVIS FOURNISSEUR" TO LLIB
DD9157     ELSE
DD9157        MOVE "RECEPTION ENTREE EN STOCK" TO LLIB
DD9157     END-IF.
           WRITE LIGNE BEFORE 1.
       T30F.
           PERFORM T20 THRU T20-EXIT.
       T30-EXIT.
           EXIT.
DD9157*
DD9157*----------------------------------------------------------------*
DD9157* T32 : confirmation de la reception sur l'avis fournisseur,     *
DD9157*       lots STOCKLOT, ecarts de quantite et de lot              *
DD9157*----------------------------------------------------------------*
DD9157 T32.
DD9157     MOVE ZERO TO WAVI-CONF WAVI-DER WQTE-AVI.
DD9157     IF RCS-DLC NOT NUMERIC
DD9157        MOVE ZERO TO RCS-DLC
DD9157     END-IF.
DD9157     PERFORM T33 THRU T33-EXIT
DD9157             VARYING WIDX FROM 1 BY 1 UNTIL WIDX > WNB-AVI.
DD9157* lot saisi : la ligne d'avis de ce lot, a defaut la premiere
DD9157* ligne annoncee de l'article (ecart de lot)
DD9157     IF RCS-LOT NOT = SPACES
DD9157        MOVE ZERO TO WTRV
DD9157        PERFORM T34 THRU T34-EXIT
DD9157                VARYING WIDX FROM 1 BY 1
DD9157                UNTIL WIDX > WNB-AVI OR WTRV = 1
DD9157        IF WTRV = ZERO
DD9157           PERFORM T35 THRU T35-EXIT
DD9157                   VARYING WIDX FROM 1 BY 1
DD9157                   UNTIL WIDX > WNB-AVI OR WTRV = 1
DD9157        END-IF
DD9157     ELSE
DD9157        PERFORM T35 THRU T35-EXIT
DD9157                VARYING WIDX FROM 1 BY 1 UNTIL WIDX > WNB-AVI
DD9157     END-IF.
DD9157* sans avis : saisie libre, le lot saisi entre tel quel
DD9157     IF WAVI-DER = ZERO
DD9157        IF RCS-LOT NOT = SPACES
DD9157           MOVE SPACES TO SLT-LIGNE
DD9157           MOVE RCS-NAR TO SLT-NAR
DD9157           MOVE RCS-LOT TO SLT-LOT
DD9157           MOVE ZERO    TO SLT-DFA
DD9157           MOVE RCS-DLC TO SLT-DLC
DD9157           MOVE RCS-QTE TO SLT-QTE
DD9157           WRITE SLT-LIGNE
DD9157           ADD 1 TO WTOT-LOT
DD9157        END-IF
DD9157        GO TO T32-EXIT
DD9157     END-IF.
DD9157     MOVE 1 TO WAVI-CONF.
DD9157     ADD 1 TO WTOT-AVI.
DD9157     MOVE RCS-QTE TO WQTE-RST.
DD9157     PERFORM T36 THRU T36-EXIT
DD9157             VARYING WIDX FROM 1 BY 1 UNTIL WIDX > WNB-AVI.
DD9157     IF WQTE-AVI NOT = RCS-QTE
DD9157        MOVE WAVI-DER TO WPOS
DD9157        PERFORM T38 THRU T38-EXIT
DD9157        MOVE WQTE-AVI TO L2QTEA
DD9157        MOVE "ECART DE QUANTITE" TO L2LIB
DD9157        WRITE LIGNE2 BEFORE 1
DD9157     END-IF.
DD9157 T32-EXIT.
DD9157     EXIT.
DD9157*
DD9157* la reference achat est recue ce jour
DD9157 T33.
DD9157     IF WAV-ACH(WIDX) = RCS-ACH
DD9157        MOVE 1 TO WAV-VU(WIDX)
DD9157     END-IF.
DD9157 T33-EXIT.
DD9157     EXIT.
DD9157*
DD9157* ligne d'avis en attente du lot saisi
DD9157 T34.
DD9157     IF WAV-CONF(WIDX) NOT = ZERO OR WAV-ACH(WIDX) NOT = RCS-ACH
DD9157        OR WAV-NAR(WIDX) NOT = RCS-NAR
DD9157        OR WAV-SRE(WIDX) NOT = RCS-SRE
DD9157        OR WAV-LOT(WIDX) NOT = RCS-LOT
DD9157        GO TO T34-EXIT
DD9157     END-IF.
DD9157     MOVE 1 TO WTRV.
DD9157     MOVE 2 TO WAV-CONF(WIDX).
DD9157     MOVE WIDX TO WAVI-DER.
DD9157     ADD WAV-QTE(WIDX) TO WQTE-AVI.
DD9157 T34-EXIT.
DD9157     EXIT.
DD9157*
DD9157* ligne(s) d'avis en attente de l'article ; avec un lot saisi
DD9157* la premiere seulement, et l'ecart de lot part sur l'ETAT2
DD9157 T35.
DD9157     IF WAV-CONF(WIDX) NOT = ZERO OR WAV-ACH(WIDX) NOT = RCS-ACH
DD9157        OR WAV-NAR(WIDX) NOT = RCS-NAR
DD9157        OR WAV-SRE(WIDX) NOT = RCS-SRE
DD9157        GO TO T35-EXIT
DD9157     END-IF.
DD9157     MOVE 2 TO WAV-CONF(WIDX).
DD9157     MOVE WIDX TO WAVI-DER.
DD9157     ADD WAV-QTE(WIDX) TO WQTE-AVI.
DD9157     IF RCS-LOT = SPACES
DD9157        GO TO T35-EXIT
DD9157     END-IF.
DD9157     MOVE 1 TO WTRV.
DD9157     MOVE WIDX TO WPOS.
DD9157     PERFORM T38 THRU T38-EXIT.
DD9157     MOVE WAV-QTE(WIDX) TO L2QTEA.
DD9157     MOVE "LOT RECU DIFFERENT DE L'AVIS" TO L2LIB.
DD9157     WRITE LIGNE2 BEFORE 1.
DD9157 T35-EXIT.
DD9157     EXIT.
DD9157*
DD9157* lots des lignes retenues : chaque lot prend sa quantite
DD9157* annoncee dans la limite du compte, la derniere ligne le solde
DD9157 T36.
DD9157     IF WAV-CONF(WIDX) NOT = 2
DD9157        GO TO T36-EXIT
DD9157     END-IF.
DD9157     MOVE 1 TO WAV-CONF(WIDX).
DD9157     IF WIDX = WAVI-DER OR WQTE-RST < WAV-QTE(WIDX)
DD9157        MOVE WQTE-RST TO WQTE-LOT
DD9157     ELSE
DD9157        MOVE WAV-QTE(WIDX) TO WQTE-LOT
DD9157     END-IF.
DD9157     SUBTRACT WQTE-LOT FROM WQTE-RST.
DD9157     IF WQTE-LOT = ZERO
DD9157        GO TO T36-EXIT
DD9157     END-IF.
DD9157     MOVE SPACES TO SLT-LIGNE.
DD9157     MOVE RCS-NAR        TO SLT-NAR.
DD9157     MOVE WAV-LOT(WIDX)  TO SLT-LOT.
DD9157     MOVE WAV-DFA(WIDX)  TO SLT-DFA.
DD9157     MOVE WAV-DLC(WIDX)  TO SLT-DLC.
DD9157     IF RCS-LOT NOT = SPACES
DD9157        MOVE RCS-LOT TO SLT-LOT
DD9157     END-IF.
DD9157     IF RCS-DLC NOT = ZERO
DD9157        MOVE RCS-DLC TO SLT-DLC
DD9157     END-IF.
DD9157     MOVE WQTE-LOT TO SLT-QTE.
DD9157     IF SLT-LOT NOT = SPACES
DD9157        WRITE SLT-LIGNE
DD9157        ADD 1 TO WTOT-LOT
DD9157     END-IF.
DD9157 T36-EXIT.
DD9157     EXIT.
DD9157*
DD9157* debut de ligne d'ecart : avis WPOS, comptage de la reception
DD9157 T38.
DD9157     ADD 1 TO WTOT-ECA.
DD9157     MOVE SPACES TO LIGNE2.
DD9157     MOVE WAV-FOU(WPOS) TO L2FOU.
DD9157     MOVE WAV-NAV(WPOS) TO L2NAV.
DD9157     MOVE WAV-ACH(WPOS) TO L2ACH.
DD9157     MOVE WAV-NAR(WPOS) TO L2NAR.
DD9157     MOVE WAV-LOT(WPOS) TO L2LOTA.
DD9157     MOVE RCS-LOT       TO L2LOTR.
DD9157     MOVE RCS-QTE       TO L2QTER.
DD9157 T38-EXIT.
DD9157     EXIT.
DD9157*
      *
      * entree en stock du magasin receveur
       T40.
      * cloture de la liaison FOUCMAGI (statut R + date) ; reference
      * inconnue = reception fournisseur directe, pas d'anomalie
       T45.
DD9159     MOVE 'RF' TO WTYP-MVT.
           IF FILE-STATUS3 NOT = ZERO
              GO TO T45-EXIT
           END-IF.
                INVALID KEY
                   GO TO T45-EXIT
           END-READ.
DD9159     MOVE 'RT' TO WTYP-MVT.
           MOVE 'R'       TO FCM-STATUT.
           MOVE WDATEJOUR TO FCM-DATRCP.
           REWRITE FCM-LIGNE
       T45-EXIT.
           EXIT.
      *
DD9159* mouvement de stock au kardex : RF fournisseur, RT transfert
DD9159 T48.
DD9159     MOVE RCS-NMA   TO IMVTSTK-NMA.
DD9159     MOVE RCS-NAR   TO IMVTSTK-NAR.
DD9159     MOVE WTYP-MVT  TO IMVTSTK-TYPE.
DD9159     MOVE RCS-QTE   TO IMVTSTK-QTE.
DD9159     MOVE FAP-QDIS  TO IMVTSTK-SOLDE.
DD9159     MOVE 'O'       TO IMVTSTK-SOLCON.
DD9159     MOVE RCS-ACH   TO IMVTSTK-DOC.
DD9159     MOVE 'RECPC010' TO IMVTSTK-PROG.
DD9159     CALL "MVTSTK1" USING MVTSTK.
DD9159 T48-EXIT.
DD9159     EXIT.
DD9159*
DD9161* la marchandise recue est rangee en reserve ; le reassort
DD9161* de la face de picking est genere par REAPC010
DD9161 T49.
DD9161     INITIALIZE EMPSTK.
DD9161     MOVE 'R'       TO IEMPSTK-TRT.
DD9161     MOVE RCS-NAR   TO IEMPSTK-NAR.
DD9161     MOVE RCS-QTE   TO IEMPSTK-QTE.
DD9161     CALL "EMPSTK1" USING EMPSTK.
DD9161 T49-EXIT.
DD9161     EXIT.
DD9161*
      * cumul de la quantite recue par article + sous-reference
       T50.
           MOVE ZERO TO WTRV.
           END-IF.
       T67-EXIT.
           EXIT.
DD9157*
DD9157*----------------------------------------------------------------*
DD9157* T70/T75 : lignes annoncees non recues (reference achat recue   *
DD9157*           ce jour), reecriture des avis en attente DESATTN     *
DD9157*----------------------------------------------------------------*
DD9157 T70.
DD9157     IF WAV-VU(WIDX) = ZERO OR WAV-CONF(WIDX) NOT = ZERO
DD9157        GO TO T70-EXIT
DD9157     END-IF.
DD9157     ADD 1 TO WTOT-ECA.
DD9157     MOVE SPACES TO LIGNE2.
DD9157     MOVE WAV-FOU(WIDX) TO L2FOU.
DD9157     MOVE WAV-NAV(WIDX) TO L2NAV.
DD9157     MOVE WAV-ACH(WIDX) TO L2ACH.
DD9157     MOVE WAV-NAR(WIDX) TO L2NAR.
DD9157     MOVE WAV-LOT(WIDX) TO L2LOTA.
DD9157     MOVE WAV-QTE(WIDX) TO L2QTEA.
DD9157     MOVE "LIGNE ANNONCEE NON RECUE" TO L2LIB.
DD9157     WRITE LIGNE2 BEFORE 1.
DD9157 T70-EXIT.
DD9157     EXIT.
DD9157 T75.
DD9157     IF WAV-CONF(WIDX) NOT = ZERO
DD9157        GO TO T75-EXIT
DD9157     END-IF.
DD9157     MOVE SPACES TO DAT-LIGNE.
DD9157     MOVE WAV-NAV(WIDX)    TO DAT-NAV.
DD9157     MOVE WAV-FOU(WIDX)    TO DAT-FOU.
DD9157     MOVE WAV-ACH(WIDX)    TO DAT-ACH.
DD9157     MOVE WAV-NAR(WIDX)    TO DAT-NAR.
DD9157     MOVE WAV-SRE(WIDX)    TO DAT-SRE.
DD9157     MOVE WAV-QTE(WIDX)    TO DAT-QTE.
DD9157     MOVE WAV-LOT(WIDX)    TO DAT-LOT.
DD9157     MOVE WAV-DFA(WIDX)    TO DAT-DFA.
DD9157     MOVE WAV-DLC(WIDX)    TO DAT-DLC.
DD9157     MOVE WAV-DATARR(WIDX) TO DAT-DATARR.
DD9157     MOVE WAV-DATAVI(WIDX) TO DAT-DATAVI.
DD9157     WRITE DAN-LIGNE FROM DAT-LIGNE.
DD9157 T75-EXIT.
DD9157     EXIT.
      *
      *----------------------------------------------------------------*
      * T90 : recapitulatif                                            *
           MOVE WTOT-ANO TO LQTE.
           MOVE "TOTAL RECEPTIONS EN ANOMALIE" TO LLIB.
           WRITE LIGNE BEFORE 1.
DD9157     MOVE SPACES TO LIGNE.
DD9157     MOVE WTOT-AVI TO LQTE.
DD9157     MOVE "TOTAL RECEPTIONS CONFIRMEES SUR AVIS FOURNISSEUR"
DD9157          TO LLIB.
DD9157     WRITE LIGNE BEFORE 1.
DD9157     MOVE SPACES TO LIGNE.
DD9157     MOVE WTOT-LOT TO LQTE.
DD9157     MOVE "TOTAL LOTS CREES DANS STOCKLOT" TO LLIB.
DD9157     WRITE LIGNE BEFORE 1.
DD9157     MOVE SPACES TO LIGNE.
DD9157     MOVE WTOT-ECA TO LQTE.
DD9157     MOVE "TOTAL ECARTS FOURNISSEUR (LISTE ETAT2)" TO LLIB.
DD9157     WRITE LIGNE BEFORE 1.
       T90-EXIT.
           EXIT.
