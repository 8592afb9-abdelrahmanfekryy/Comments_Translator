      *DD9168 15/10/26 anes Creation - consignes logistiques codees
      *                     par client (INSLOG) : resolution a la
      *                     creation de la commande (journal INSCDE)
      *                     et relecture par le picking (PICKC010,
      *                     PICKC020) et l'expedition (EXPDC020)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INSLOG1.
      *
      ******************************************************************
      * GPICMT    Consignes logistiques des clients plateforme et       *
      *           projet. La table INSLOG porte, par client, une ligne  *
      *           par consigne codee (commande a blanc) ; une ligne     *
      *           posee sur une commande remplace la consigne de meme   *
      *           code du client ou s'y ajoute. Codes :                 *
      *             HP hauteur de palette maximale (valeur en cm)       *
      *             MR palette mono-reference (un SSCC par article)     *
      *             EC etiquetage aux etiquettes du client              *
      *             LM pas de lots melanges sur une reference           *
      *             AL avis de livraison dans le colis                  *
      *           Un code inconnu est ignore ; libelle a blanc = le     *
      *           libelle standard du code.                             *
      *           - 'R' : resolution a la creation de la commande ; les *
      *             consignes retenues sont ecrites au journal INSCDE   *
      *             (commande, client, code, valeur, libelle, date) :   *
      *             c'est l'engagement pris a la commande, une          *
      *             modification ulterieure de la table ne le change    *
      *             pas                                                 *
      *           - 'C' : consultation des consignes d'une commande     *
      *             dans INSCDE ; commande absente du journal (creee    *
      *             avant la table) = resolution a la volee, sans       *
      *             ecriture                                            *
      *           RTN 0 = consignes rendues (NB peut etre zero).        *
      ******************************************************************
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. DPS-4.
       OBJECT-COMPUTER. DPS-4.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INSLOG-F ASSIGN TO INS-LOG
                       organization line sequential
                       file status is file-status.
      *
           SELECT INSCDE ASSIGN TO INS-CDE
                       organization line sequential
                       file status is file-status2.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  INSLOG-F
                DATA RECORD ISL-LIGNE.
       01  ISL-LIGNE.
           02 ISL-NCL            PIC 9(6).
           02 FILLER             PIC X.
           02 ISL-NCDE           PIC X(7).
           02 FILLER             PIC X.
           02 ISL-CODE           PIC XX.
           02 FILLER             PIC X.
           02 ISL-VAL            PIC 9(4).
           02 FILLER             PIC X.
           02 ISL-LIB            PIC X(30).
      *
      * consignes retenues a la creation de chaque commande
       FD  INSCDE
                DATA RECORD ISC-LIGNE.
       01  ISC-LIGNE.
           02 ISC-NCDE           PIC X(7).
           02 FILLER             PIC X.
           02 ISC-NCL            PIC 9(6).
           02 FILLER             PIC X.
           02 ISC-CODE           PIC XX.
           02 FILLER             PIC X.
           02 ISC-VAL            PIC 9(4).
           02 FILLER             PIC X.
           02 ISC-LIB            PIC X(30).
           02 FILLER             PIC X.
           02 ISC-DATE           PIC 9(6).
      *
       WORKING-STORAGE SECTION.
       01  file-status            PIC XX.
       01  file-status2           PIC XX.
       01  WFIN                   PIC 9.
           88 FIN-FICHIER         VALUE 1.
       01  WIDX                   PIC 99.
       01  WPOS                   PIC 99.
       01  WORIG                  PIC X.
      **** origine de chaque consigne : C client, O commande
       01  WTORIG.
           02 WOR-ORIG OCCURS 10  PIC X.
      *
       LINKAGE SECTION.
           copy '../copy/inslog.com'.
      *
       PROCEDURE DIVISION USING INSLOG.
       T10.
           MOVE "0"   TO OINSLOG-RTN.
           MOVE ZERO  TO OINSLOG-NB.
           MOVE SPACE TO OINSLOG-MONOREF.
           MOVE SPACES TO WTORIG.
           IF CINSLOG-TRT-CONSULTER
              PERFORM T50 THRU T50-EXIT
              IF OINSLOG-NB NOT = ZERO
                 GO TO T10F
              END-IF
           END-IF.
           PERFORM T20 THRU T20-EXIT.
           IF CINSLOG-TRT-RESOUDRE AND OINSLOG-NB NOT = ZERO
              PERFORM T60 THRU T60-EXIT
           END-IF.
       T10F.
           GOBACK.
      *
      *----------------------------------------------------------------*
      * T20 : resolution par la table : consignes du client puis       *
      *       derogations de la commande                               *
      *----------------------------------------------------------------*
       T20.
           OPEN INPUT INSLOG-F.
           IF FILE-STATUS NOT = ZERO
              GO TO T20-EXIT
           END-IF.
           MOVE ZERO TO WFIN.
           PERFORM T22 THRU T22-EXIT.
           PERFORM T25 THRU T25-EXIT UNTIL FIN-FICHIER.
           CLOSE INSLOG-F.
       T20-EXIT.
           EXIT.
       T22.
           READ INSLOG-F NEXT RECORD
                AT END MOVE 1 TO WFIN.
       T22-EXIT.
           EXIT.
       T25.
           IF ISL-CODE NOT = "HP" AND ISL-CODE NOT = "MR"
              AND ISL-CODE NOT = "EC" AND ISL-CODE NOT = "LM"
              AND ISL-CODE NOT = "AL"
              GO TO T25F
           END-IF.
           IF ISL-NCDE NOT = SPACES
              IF ISL-NCDE = IINSLOG-NCDE
                 AND IINSLOG-NCDE NOT = SPACES
                 MOVE 'O' TO WORIG
                 PERFORM T30 THRU T30-EXIT
              END-IF
              GO TO T25F
           END-IF.
           IF ISL-NCL = IINSLOG-NCL AND IINSLOG-NCL NOT = ZERO
              MOVE 'C' TO WORIG
              PERFORM T30 THRU T30-EXIT
           END-IF.
       T25F.
           PERFORM T22 THRU T22-EXIT.
       T25-EXIT.
           EXIT.
      *
      * consigne retenue : meme code deja present = remplace, sauf
      * une consigne client sur une derogation de la commande
       T30.
           MOVE ZERO TO WPOS.
           PERFORM T32 THRU T32-EXIT
                   VARYING WIDX FROM 1 BY 1
                   UNTIL WIDX > OINSLOG-NB OR WPOS NOT = ZERO.
           IF WPOS = ZERO
              IF OINSLOG-NB NOT < 10
                 GO TO T30-EXIT
              END-IF
              ADD 1 TO OINSLOG-NB
              MOVE OINSLOG-NB TO WPOS
           ELSE
              IF WOR-ORIG(WPOS) = 'O' AND WORIG = 'C'
                 GO TO T30-EXIT
              END-IF
           END-IF.
           MOVE WORIG    TO WOR-ORIG(WPOS).
           MOVE ISL-CODE TO OINSLOG-CODE(WPOS).
           MOVE ISL-VAL  TO OINSLOG-VAL(WPOS).
           MOVE ISL-LIB  TO OINSLOG-LIB(WPOS).
           IF ISL-LIB = SPACES
              PERFORM T35 THRU T35-EXIT
           END-IF.
           IF ISL-CODE = "MR"
              MOVE 'O' TO OINSLOG-MONOREF
           END-IF.
       T30-EXIT.
           EXIT.
       T32.
           IF OINSLOG-CODE(WIDX) = ISL-CODE
              MOVE WIDX TO WPOS
           END-IF.
       T32-EXIT.
           EXIT.
      *
      * libelle standard du code
       T35.
           IF ISL-CODE = "HP"
              MOVE "HAUTEUR PALETTE MAXI (CM)" TO OINSLOG-LIB(WPOS)
           END-IF.
           IF ISL-CODE = "MR"
              MOVE "PALETTE MONO-REFERENCE" TO OINSLOG-LIB(WPOS)
           END-IF.
           IF ISL-CODE = "EC"
              MOVE "ETIQUETTES DU CLIENT" TO OINSLOG-LIB(WPOS)
           END-IF.
           IF ISL-CODE = "LM"
              MOVE "PAS DE LOTS MELANGES" TO OINSLOG-LIB(WPOS)
           END-IF.
           IF ISL-CODE = "AL"
              MOVE "AVIS DE LIVRAISON DANS COLIS" TO OINSLOG-LIB(WPOS)
           END-IF.
       T35-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      * T50 : consignes de la commande au journal INSCDE               *
      *----------------------------------------------------------------*
       T50.
           OPEN INPUT INSCDE.
           IF FILE-STATUS2 NOT = ZERO
              GO TO T50-EXIT
           END-IF.
           MOVE ZERO TO WFIN.
           PERFORM T52 THRU T52-EXIT.
           PERFORM T55 THRU T55-EXIT UNTIL FIN-FICHIER.
           CLOSE INSCDE.
       T50-EXIT.
           EXIT.
       T52.
           READ INSCDE NEXT RECORD
                AT END MOVE 1 TO WFIN.
       T52-EXIT.
           EXIT.
       T55.
           IF ISC-NCDE = IINSLOG-NCDE AND OINSLOG-NB < 10
              ADD 1 TO OINSLOG-NB
              MOVE ISC-CODE TO OINSLOG-CODE(OINSLOG-NB)
              MOVE ISC-VAL  TO OINSLOG-VAL(OINSLOG-NB)
              MOVE ISC-LIB  TO OINSLOG-LIB(OINSLOG-NB)
              IF ISC-CODE = "MR"
                 MOVE 'O' TO OINSLOG-MONOREF
              END-IF
           END-IF.
           PERFORM T52 THRU T52-EXIT.
       T55-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      * T60 : engagement de la commande au journal INSCDE              *
      *----------------------------------------------------------------*
       T60.
           OPEN EXTEND INSCDE.
           IF FILE-STATUS2 NOT = ZERO
              OPEN OUTPUT INSCDE
           END-IF.
           PERFORM T62 THRU T62-EXIT
                   VARYING WIDX FROM 1 BY 1 UNTIL WIDX > OINSLOG-NB.
           CLOSE INSCDE.
       T60-EXIT.
           EXIT.
       T62.
           MOVE SPACES TO ISC-LIGNE.
           MOVE IINSLOG-NCDE       TO ISC-NCDE.
           MOVE IINSLOG-NCL        TO ISC-NCL.
           MOVE OINSLOG-CODE(WIDX) TO ISC-CODE.
           MOVE OINSLOG-VAL(WIDX)  TO ISC-VAL.
           MOVE OINSLOG-LIB(WIDX)  TO ISC-LIB.
           MOVE IINSLOG-DATE       TO ISC-DATE.
           WRITE ISC-LIGNE.
       T62-EXIT.
           EXIT.
