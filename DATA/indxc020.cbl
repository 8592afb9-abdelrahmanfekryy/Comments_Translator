      *DD9176 15/10/26 anes Creation - indexation contractuelle des
      *                     prix : decisions sur les propositions
      *                     INDPRO, application a REFERCLI a la date
      *                     d'effet, historique INDHIS et lettre de
      *                     notification TEXTLNG au client
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INDXC020.
      *
      ******************************************************************
      * GPICMT    Indexation contractuelle des prix, validation et      *
      *           application :                                         *
      *           - INDPRO : les propositions du passage trimestriel    *
      *             INDXC010 (prix avant/apres, date d'effet)           *
      *           - INDVIS : les decisions du commercial (client,       *
      *             article ou espaces = toutes les lignes du client,   *
      *             A validee / R refusee, utilisateur) ; la decision   *
      *             de l'article l'emporte sur celle du client.  Les    *
      *             propositions sans decision sont reecrites dans      *
      *             INDPRON (modele ancien/nouveau) et attendent        *
      *           - INDPEN (ancien) : les prix valides dont la date     *
      *             d'effet n'est pas encore atteinte, reecrits en      *
      *             INDPENN                                             *
      *           Un prix valide dont la date d'effet est atteinte est  *
      *           applique au tarif assortiment REFERCLI et journalise  *
      *           dans l'historique INDHIS (base P0 et periodicite des  *
      *           revisions suivantes).  Chaque client ayant des prix   *
      *           valides au run recoit sa lettre de notification sur   *
      *           ETAT2 : texte TEXTLNG INDEXAT dans sa langue          *
      *           (LNGCLI1/TXTLNG1, repli libelle historique), puis     *
      *           article, prix actuel, nouveau prix, variation et date *
      *           d'effet.                                              *
      *           ETAT1 : le journal des decisions et des applications. *
      ******************************************************************
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. DPS-4.
       OBJECT-COMPUTER. DPS-4.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INDPRO ASSIGN TO IND-PRO
                       organization line sequential
                       file status is file-status.
      *
           SELECT INDVIS ASSIGN TO IND-VIS
                       organization line sequential
                       file status is file-status2.
      *
           SELECT INDPEN ASSIGN TO IND-PEN
                       organization line sequential
                       file status is file-status3.
      *
           SELECT INDPRON ASSIGN TO IND-PRON
                       organization line sequential.
      *
           SELECT INDPENN ASSIGN TO IND-PENN
                       organization line sequential.
      *
           SELECT INDHIS ASSIGN TO IND-HIS
                       organization line sequential
                       file status is file-status4.
      *
           SELECT REFERCLI ASSIGN TO REF-ERCLI
                       organization indexed
                       access mode dynamic
                       record key RFC-CLE
                       file status is file-status5.
      *
           SELECT ETAT1 ASSIGN TO wlabel-etat1
                       organization line sequential.
      *
           SELECT ETAT2 ASSIGN TO wlabel-etat2
                       organization line sequential.
      *
       DATA DIVISION.
       FILE SECTION.
      * proposition (cf INDXC010) : statut P proposee, V validee
       FD  INDPRO
                DATA RECORD PRO-LIGNE.
       01  PRO-LIGNE.
           02 PRO-NCL              PIC 9(6).
           02 FILLER               PIC X.
           02 PRO-NAR              PIC X(7).
           02 FILLER               PIC X.
           02 PRO-TYPE             PIC X.
           02 FILLER               PIC X.
           02 PRO-CODE             PIC X(7).
           02 FILLER               PIC X.
           02 PRO-INDICE           PIC X(8).
           02 FILLER               PIC X.
           02 PRO-AAMM             PIC 9(4).
           02 FILLER               PIC X.
           02 PRO-I                PIC 9(5)V9(4).
           02 FILLER               PIC X.
           02 PRO-I0               PIC 9(5)V9(4).
           02 FILLER               PIC X.
           02 PRO-P0               PIC 9(7)V99.
           02 FILLER               PIC X.
           02 PRO-PXAV             PIC 9(7)V99.
           02 FILLER               PIC X.
           02 PRO-PXAP             PIC 9(7)V99.
           02 FILLER               PIC X.
           02 PRO-VAR              PIC S9(3)V99
                                   SIGN LEADING SEPARATE.
           02 FILLER               PIC X.
           02 PRO-BORNE            PIC X.
           02 FILLER               PIC X.
           02 PRO-DATEFF           PIC 9(6).
           02 FILLER               PIC X.
           02 PRO-STATUT           PIC X.
           02 FILLER               PIC X.
           02 PRO-DATVAL           PIC 9(6).
           02 FILLER               PIC X.
           02 PRO-USER             PIC X(8).
      *
       FD  INDVIS
                DATA RECORD VIS-LIGNE.
       01  VIS-LIGNE.
           02 VIS-NCL              PIC 9(6).
           02 FILLER               PIC X.
           02 VIS-NAR              PIC X(7).
           02 FILLER               PIC X.
           02 VIS-DECISION         PIC X.
           02 FILLER               PIC X.
           02 VIS-USER             PIC X(8).
      *
      * INDPEN / INDPENN / INDPRON : meme enregistrement que INDPRO
       FD  INDPEN
                DATA RECORD PEN-LIGNE.
       01  PEN-LIGNE              PIC X(122).
      *
       FD  INDPRON
                DATA RECORD PRN-LIGNE.
       01  PRN-LIGNE              PIC X(122).
      *
       FD  INDPENN
                DATA RECORD PNN-LIGNE.
       01  PNN-LIGNE              PIC X(122).
      *
       FD  INDHIS
                DATA RECORD HIS-LIGNE.
       01  HIS-LIGNE.
           02 HIS-NCL              PIC 9(6).
           02 FILLER               PIC X.
           02 HIS-NAR              PIC X(7).
           02 FILLER               PIC X.
           02 HIS-AAMM             PIC 9(4).
           02 FILLER               PIC X.
           02 HIS-P0               PIC 9(7)V99.
           02 FILLER               PIC X.
           02 HIS-PXAV             PIC 9(7)V99.
           02 FILLER               PIC X.
           02 HIS-PXAP             PIC 9(7)V99.
           02 FILLER               PIC X.
           02 HIS-DATEFF           PIC 9(6).
           02 FILLER               PIC X.
           02 HIS-DATVAL           PIC 9(6).
           02 FILLER               PIC X.
           02 HIS-USER             PIC X(8).
      *
       FD  REFERCLI
                DATA RECORD RFC-LIGNE.
       01  RFC-LIGNE.
           02 RFC-CLE.
              03 RFC-NCL            PIC 9(6).
              03 RFC-NAR            PIC X(7).
           02 RFC-REFCLI            PIC X(15).
           02 RFC-EAN               PIC X(13).
           02 RFC-PCB               PIC 9(4).
           02 RFC-PRIX              PIC 9(7)V99.
           02 FILLER                PIC X(20).
      *
       FD  ETAT1
                DATA RECORD LIGNE
                LINAGE IS 64  LINES AT TOP 2.
       01  LIGNE                  PIC X(132).
       01  L1.
           02 LNCL                 PIC 9(6) blank zero.
           02 FILLER               PIC X(2).
           02 LNAR                 PIC X(7).
           02 FILLER               PIC X(2).
           02 LPXAV                PIC Z(6)9V,99 blank zero.
           02 FILLER               PIC X(2).
           02 LPXAP                PIC Z(6)9V,99 blank zero.
           02 FILLER               PIC X(2).
           02 LVAR                 PIC -ZZ9V,99 blank zero.
           02 FILLER               PIC X(2).
           02 LDATEFF              PIC 9(6) blank zero.
           02 FILLER               PIC X(2).
           02 LUSER                PIC X(8).
           02 FILLER               PIC X(2).
           02 LLIB                 PIC X(45).
      *
       FD  ETAT2
                DATA RECORD LIGNE2
                LINAGE IS 64  LINES AT TOP 2.
       01  LIGNE2                 PIC X(132).
       01  L2.
           02 L2NAR                PIC X(7).
           02 FILLER               PIC X(2).
           02 L2PXAV               PIC Z(6)9V,99 blank zero.
           02 FILLER               PIC X(2).
           02 L2PXAP               PIC Z(6)9V,99 blank zero.
           02 FILLER               PIC X(2).
           02 L2VAR                PIC -ZZ9V,99 blank zero.
           02 FILLER               PIC X(2).
           02 L2DATEFF             PIC 9(6) blank zero.
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
       01  WFINP                  PIC 9 value zero.
           88 FIN-INDPRO          value 1.
       01  WFINV                  PIC 9 value zero.
           88 FIN-INDVIS          value 1.
       01  WFINE                  PIC 9 value zero.
           88 FIN-INDPEN          value 1.
       01  WREF-DISPO             PIC 9 VALUE ZERO.
       01  WDATEJOUR              PIC 9(6).
      *
      **** decisions du run
       01  WTVIS.
           02 WTVIS-E OCCURS 2000.
              03 WVI-NCL          PIC 9(6).
              03 WVI-NAR          PIC X(7).
              03 WVI-DECISION     PIC X.
              03 WVI-USER         PIC X(8).
       01  WNB-VIS                PIC 9(4) VALUE ZERO.
      *
      **** propositions et prix valides en attente ; WPR-LET : O lettre
      **** a editer, E editee, N sans lettre (deja notifie)
       01  WTPRO.
           02 WTPRO-E OCCURS 5000.
              03 WPR-LIGNE        PIC X(122).
              03 WPR-LET          PIC X.
       01  WNB-PRO                PIC 9(4) VALUE ZERO.
       01  WIDX                   PIC 9(4).
       01  WIDXP                  PIC 9(4).
       01  WIDXK                  PIC 9(4).
       01  WPOSV                  PIC 9(4).
       01  WTRV                   PIC 9.
       01  WTXL                   PIC 9.
       01  WCLI-CUR               PIC 9(6).
       01  WPRIX-ACT              PIC 9(7)V99.
       01  WTOT-VAL               PIC 9(5) VALUE ZERO.
       01  WTOT-REF               PIC 9(5) VALUE ZERO.
       01  WTOT-ATT               PIC 9(5) VALUE ZERO.
       01  WTOT-APP               PIC 9(5) VALUE ZERO.
       01  WTOT-ANO               PIC 9(5) VALUE ZERO.
       01  WTOT-LET               PIC 9(5) VALUE ZERO.
      *
           copy '../copy/lngcli.com'.
           copy '../copy/txtlng.com'.
      *
       PROCEDURE DIVISION.
      *
       T10.
           string 'ADLPID' x'00' delimited by size
                  into var-name.
           move space to var-data.
           call 'genvcc' using var-name var-data.
           if var-data(1:6) numeric
              move var-data(1:6) to WDATEJOUR.
           string 'indxc020.'
                  var-data delimited by ' '
                                     into wlabel-etat1.
           string 'indxlet.'
                  var-data delimited by ' '
                                     into wlabel-etat2.
           OPEN OUTPUT ETAT1 ETAT2.
           OPEN INPUT INDVIS.
           IF FILE-STATUS2 = ZERO
              PERFORM T12 THRU T12-EXIT
              PERFORM T13 THRU T13-EXIT UNTIL FIN-INDVIS
              CLOSE INDVIS
           END-IF.
           OPEN INPUT INDPRO.
           IF FILE-STATUS = ZERO
              PERFORM T14 THRU T14-EXIT
              PERFORM T15 THRU T15-EXIT UNTIL FIN-INDPRO
              CLOSE INDPRO
           END-IF.
           OPEN INPUT INDPEN.
           IF FILE-STATUS3 = ZERO
              PERFORM T16 THRU T16-EXIT
              PERFORM T17 THRU T17-EXIT UNTIL FIN-INDPEN
              CLOSE INDPEN
           END-IF.
           OPEN I-O REFERCLI.
           IF FILE-STATUS5 = ZERO
              MOVE 1 TO WREF-DISPO
           ELSE
              DISPLAY "GPIWARNING"
              DISPLAY "**OUVERTURE REFERCLI IMPOSSIBLE " FILE-STATUS5
                      " : PRIX VALIDES MIS EN ATTENTE"
           END-IF.
           OPEN EXTEND INDHIS.
           IF FILE-STATUS4 NOT = ZERO
              OPEN OUTPUT INDHIS
           END-IF.
           OPEN OUTPUT INDPRON INDPENN.
           PERFORM T40 THRU T40-EXIT
                   VARYING WIDXP FROM 1 BY 1 UNTIL WIDXP > WNB-PRO.
           CLOSE INDPRON INDPENN INDHIS.
           IF WREF-DISPO = 1
              CLOSE REFERCLI
           END-IF.
      * lettres de notification des prix valides au run, par client
           PERFORM T50 THRU T50-EXIT
                   VARYING WIDXP FROM 1 BY 1 UNTIL WIDXP > WNB-PRO.
           PERFORM T90 THRU T90-EXIT.
           CLOSE ETAT1 ETAT2.
           STOP RUN.
      *
      *----------------------------------------------------------------*
      * T12 a T17 : decisions, propositions et prix en attente         *
      *----------------------------------------------------------------*
       T12.
           READ INDVIS NEXT RECORD
                AT END MOVE 1 TO WFINV.
       T12-EXIT.
           EXIT.
       T13.
           IF VIS-DECISION NOT = 'A' AND VIS-DECISION NOT = 'R'
              MOVE SPACES TO LIGNE
              MOVE VIS-NCL  TO LNCL
              MOVE VIS-NAR  TO LNAR
              MOVE VIS-USER TO LUSER
              MOVE "DECISION INCONNUE, IGNOREE" TO LLIB
              WRITE LIGNE BEFORE 1
              ADD 1 TO WTOT-ANO
              GO TO T13F
           END-IF.
           IF WNB-VIS < 2000
              ADD 1 TO WNB-VIS
              MOVE VIS-NCL      TO WVI-NCL(WNB-VIS)
              MOVE VIS-NAR      TO WVI-NAR(WNB-VIS)
              MOVE VIS-DECISION TO WVI-DECISION(WNB-VIS)
              MOVE VIS-USER     TO WVI-USER(WNB-VIS)
           ELSE
              DISPLAY "GPIWARNING"
              DISPLAY "**TABLE DES DECISIONS PLEINE, CLIENT "
                      VIS-NCL " " VIS-NAR " NON CHARGE"
           END-IF.
       T13F.
           PERFORM T12 THRU T12-EXIT.
       T13-EXIT.
           EXIT.
       T14.
           READ INDPRO NEXT RECORD
                AT END MOVE 1 TO WFINP.
       T14-EXIT.
           EXIT.
      * une proposition : decision de l'article, sinon du client
       T15.
           IF WNB-PRO = 5000
              DISPLAY "GPIWARNING"
              DISPLAY "**TABLE DES PROPOSITIONS PLEINE, CLIENT "
                      PRO-NCL " " PRO-NAR " NON TRAITE"
              GO TO T15F
           END-IF.
           MOVE ZERO TO WTRV.
           PERFORM T15-CMP VARYING WIDX FROM 1 BY 1
                   UNTIL WIDX > WNB-VIS OR WTRV = 1.
           IF WTRV = ZERO
              PERFORM T15-CLI VARYING WIDX FROM 1 BY 1
                      UNTIL WIDX > WNB-VIS OR WTRV = 1
           END-IF.
           ADD 1 TO WNB-PRO.
           MOVE 'N' TO WPR-LET(WNB-PRO).
           IF WTRV = 1
              IF WVI-DECISION(WPOSV) = 'A'
                 MOVE 'V' TO PRO-STATUT
                 MOVE 'O' TO WPR-LET(WNB-PRO)
              ELSE
                 MOVE 'R' TO PRO-STATUT
              END-IF
              MOVE WDATEJOUR        TO PRO-DATVAL
              MOVE WVI-USER(WPOSV)  TO PRO-USER
           END-IF.
           MOVE PRO-LIGNE TO WPR-LIGNE(WNB-PRO).
       T15F.
           PERFORM T14 THRU T14-EXIT.
       T15-EXIT.
           EXIT.
       T15-CMP.
           IF WVI-NCL(WIDX) = PRO-NCL AND WVI-NAR(WIDX) = PRO-NAR
              MOVE 1 TO WTRV
              MOVE WIDX TO WPOSV
           END-IF.
       T15-CLI.
           IF WVI-NCL(WIDX) = PRO-NCL AND WVI-NAR(WIDX) = SPACES
              MOVE 1 TO WTRV
              MOVE WIDX TO WPOSV
           END-IF.
       T16.
           READ INDPEN NEXT RECORD
                AT END MOVE 1 TO WFINE.
       T16-EXIT.
           EXIT.
      * un prix valide en attente de sa date d'effet (deja notifie)
       T17.
           IF WNB-PRO < 5000
              ADD 1 TO WNB-PRO
              MOVE PEN-LIGNE TO WPR-LIGNE(WNB-PRO)
              MOVE 'N' TO WPR-LET(WNB-PRO)
           ELSE
              DISPLAY "GPIWARNING"
              DISPLAY "**TABLE DES PROPOSITIONS PLEINE, PRIX VALIDE "
                      PEN-LIGNE(1:14) " NON TRAITE"
           END-IF.
           PERFORM T16 THRU T16-EXIT.
       T17-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      * T40 : sort d'une ligne : sans decision -> INDPRON, refusee ->  *
      *       journal, validee -> REFERCLI si la date d'effet est      *
      *       atteinte, sinon INDPENN                                  *
      *----------------------------------------------------------------*
       T40.
           MOVE WPR-LIGNE(WIDXP) TO PRO-LIGNE.
           IF PRO-STATUT = 'P'
              WRITE PRN-LIGNE FROM PRO-LIGNE
              GO TO T40-EXIT
           END-IF.
           MOVE SPACES TO LIGNE.
           MOVE PRO-NCL    TO LNCL.
           MOVE PRO-NAR    TO LNAR.
           MOVE PRO-PXAV   TO LPXAV.
           MOVE PRO-PXAP   TO LPXAP.
           MOVE PRO-VAR    TO LVAR.
           MOVE PRO-DATEFF TO LDATEFF.
           MOVE PRO-USER   TO LUSER.
           IF PRO-STATUT = 'R'
              MOVE "REFUSEE, PRIX INCHANGE" TO LLIB
              WRITE LIGNE BEFORE 1
              ADD 1 TO WTOT-REF
              GO TO T40-EXIT
           END-IF.
           IF WPR-LET(WIDXP) = 'O'
              ADD 1 TO WTOT-VAL
           END-IF.
           IF PRO-DATEFF > WDATEJOUR OR WREF-DISPO = ZERO
              WRITE PNN-LIGNE FROM PRO-LIGNE
              MOVE "VALIDEE, EN ATTENTE DE LA DATE D'EFFET" TO LLIB
              WRITE LIGNE BEFORE 1
              ADD 1 TO WTOT-ATT
              GO TO T40-EXIT
           END-IF.
           PERFORM T45 THRU T45-EXIT.
       T40-EXIT.
           EXIT.
      *
      * application au tarif assortiment et historique
       T45.
           MOVE PRO-NCL TO RFC-NCL.
           MOVE PRO-NAR TO RFC-NAR.
           READ REFERCLI
                INVALID KEY
                   MOVE "ARTICLE SORTI DE L'ASSORTIMENT, NON APPLIQUE"
                        TO LLIB
                   WRITE LIGNE BEFORE 1
                   ADD 1 TO WTOT-ANO
                   GO TO T45-EXIT
           END-READ.
           MOVE RFC-PRIX TO WPRIX-ACT.
           MOVE PRO-PXAP TO RFC-PRIX.
           REWRITE RFC-LIGNE
                INVALID KEY
                   MOVE "MISE A JOUR REFERCLI IMPOSSIBLE" TO LLIB
                   WRITE LIGNE BEFORE 1
                   ADD 1 TO WTOT-ANO
                   GO TO T45-EXIT
           END-REWRITE.
           MOVE SPACES TO HIS-LIGNE.
           MOVE PRO-NCL    TO HIS-NCL.
           MOVE PRO-NAR    TO HIS-NAR.
           MOVE PRO-AAMM   TO HIS-AAMM.
           MOVE PRO-P0     TO HIS-P0.
           MOVE WPRIX-ACT  TO HIS-PXAV.
           MOVE PRO-PXAP   TO HIS-PXAP.
           MOVE PRO-DATEFF TO HIS-DATEFF.
           MOVE PRO-DATVAL TO HIS-DATVAL.
           MOVE PRO-USER   TO HIS-USER.
           WRITE HIS-LIGNE.
      * prix touche a la main depuis la proposition : on le signale
           IF WPRIX-ACT NOT = PRO-PXAV
              MOVE WPRIX-ACT TO LPXAV
              MOVE "APPLIQUE - PRIX MODIFIE DEPUIS LA PROPOSITION"
                   TO LLIB
           ELSE
              MOVE "APPLIQUE AU TARIF ASSORTIMENT" TO LLIB
           END-IF.
           WRITE LIGNE BEFORE 1.
           ADD 1 TO WTOT-APP.
       T45-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      * T50 : lettre de notification d'un client, a sa premiere ligne  *
      *       validee au run : texte INDEXAT dans sa langue puis le    *
      *       detail des prix revises                                  *
      *----------------------------------------------------------------*
       T50.
           IF WPR-LET(WIDXP) NOT = 'O'
              GO TO T50-EXIT
           END-IF.
           MOVE WPR-LIGNE(WIDXP) TO PRO-LIGNE.
           MOVE PRO-NCL TO WCLI-CUR.
           ADD 1 TO WTOT-LET.
           MOVE SPACES TO LIGNE2.
           WRITE LIGNE2 BEFORE PAGE.
           MOVE SPACES TO LIGNE2.
           STRING "REVISION DE PRIX - INDEXATION CONTRACTUELLE - "
                  "CLIENT " WCLI-CUR DELIMITED BY SIZE INTO L2TXT.
           WRITE LIGNE2 BEFORE 2.
           MOVE WCLI-CUR TO ILNGCLI-NCL.
           MOVE SPACES   TO ILNGCLI-DEF.
           CALL 'lngcli1' USING LNGCLI.
           MOVE OLNGCLI-LANGUE TO ITXTLNG-LANGUE.
           MOVE "INDEXAT" TO ITXTLNG-CODE.
           CALL 'txtlng1' USING TXTLNG.
           IF OTXTLNG-NBL = ZERO
              MOVE SPACES TO LIGNE2
              MOVE "EN APPLICATION DE LA CLAUSE D'INDEXATION DE VOTRE"
                   TO L2TXT
              WRITE LIGNE2 BEFORE 1
              MOVE SPACES TO LIGNE2
              MOVE "CONTRAT, VOS PRIX SONT REVISES COMME SUIT A LA DATE"
                   TO L2TXT
              WRITE LIGNE2 BEFORE 1
              MOVE SPACES TO LIGNE2
              MOVE "D'EFFET INDIQUEE."
                   TO L2TXT
              WRITE LIGNE2 BEFORE 2
           ELSE
              PERFORM T54 THRU T54-EXIT
                      VARYING WTXL FROM 1 BY 1
                      UNTIL WTXL > OTXTLNG-NBL
              MOVE SPACES TO LIGNE2
              WRITE LIGNE2 BEFORE 1
           END-IF.
           PERFORM T52 THRU T52-EXIT
                   VARYING WIDXK FROM WIDXP BY 1 UNTIL WIDXK > WNB-PRO.
       T50-EXIT.
           EXIT.
      *
      * une ligne de la lettre (meme client, validee au run)
       T52.
           IF WPR-LET(WIDXK) NOT = 'O'
              GO TO T52-EXIT
           END-IF.
           MOVE WPR-LIGNE(WIDXK) TO PRO-LIGNE.
           IF PRO-NCL NOT = WCLI-CUR
              GO TO T52-EXIT
           END-IF.
           MOVE SPACES TO LIGNE2.
           MOVE PRO-NAR    TO L2NAR.
           MOVE PRO-PXAV   TO L2PXAV.
           MOVE PRO-PXAP   TO L2PXAP.
           MOVE PRO-VAR    TO L2VAR.
           MOVE PRO-DATEFF TO L2DATEFF.
           WRITE LIGNE2 BEFORE 1.
           MOVE 'E' TO WPR-LET(WIDXK).
       T52-EXIT.
           EXIT.
      *
      * lignes de texte TEXTLNG de la lettre
       T54.
           MOVE SPACES TO LIGNE2.
           MOVE OTXTLNG-TEXTE(WTXL) TO L2TXT.
           WRITE LIGNE2 BEFORE 1.
       T54-EXIT.
           EXIT.
      *
       T90.
           MOVE SPACES TO LIGNE.
           WRITE LIGNE BEFORE 1.
           MOVE SPACES TO LIGNE.
           STRING "PRIX VALIDES AU RUN        : " WTOT-VAL
                  "  LETTRES : " WTOT-LET
                  DELIMITED BY SIZE INTO LIGNE.
           WRITE LIGNE BEFORE 1.
           MOVE SPACES TO LIGNE.
           STRING "PRIX REFUSES               : " WTOT-REF
                  DELIMITED BY SIZE INTO LIGNE.
           WRITE LIGNE BEFORE 1.
           MOVE SPACES TO LIGNE.
           STRING "PRIX APPLIQUES A REFERCLI  : " WTOT-APP
                  DELIMITED BY SIZE INTO LIGNE.
           WRITE LIGNE BEFORE 1.
           MOVE SPACES TO LIGNE.
           STRING "EN ATTENTE DE DATE D'EFFET : " WTOT-ATT
                  DELIMITED BY SIZE INTO LIGNE.
           WRITE LIGNE BEFORE 1.
           MOVE SPACES TO LIGNE.
           STRING "ANOMALIES                  : " WTOT-ANO
                  DELIMITED BY SIZE INTO LIGNE.
           WRITE LIGNE BEFORE 1.
       T90-EXIT.
           EXIT.
