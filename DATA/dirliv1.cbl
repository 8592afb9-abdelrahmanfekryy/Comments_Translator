      *DD9173 15/10/26 anes Creation - livraison directe fournisseur
      *                     (table DIRFOU) consultee par la prise de
      *                     commande et l'affectation ; lignes de
      *                     commande journalisees dans DIRCDE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DIRLIV1.
      *
      ******************************************************************
      * GPICMT    Livraison directe fournisseur : la table DIRFOU       *
      *           (tenue par les achats) porte les articles que leur    *
      *           fournisseur livre directement chez notre client       *
      *           (encombrants, non stockes), avec le fournisseur et le *
      *           prix d'achat convenu.  Traitements :                  *
      *             L = l'article est-il en livraison directe ?         *
      *             C = idem, et la ligne de commande est journalisee   *
      *                 dans DIRCDE (hors simulation) : DIRC010 en tire *
      *                 la commande fournisseur, DIRC020 la confirmation*
      *                 d'expedition (BL, facturation)                  *
      *             R = la ligne (commande + article) est-elle au       *
      *                 journal DIRCDE ? l'affectation ne la            *
      *                 destocke pas                                    *
      *           Table absente = aucun article en livraison directe.   *
      ******************************************************************
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. DPS-4.
       OBJECT-COMPUTER. DPS-4.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DIRFOU ASSIGN TO DIR-FOU
                       organization line sequential
                       file status is file-status.
      *
           SELECT DIRCDE ASSIGN TO DIR-CDE
                       organization line sequential
                       file status is file-status2.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  DIRFOU
                DATA RECORD DFO-LIGNE.
       01  DFO-LIGNE.
           02 DFO-NAR            PIC X(7).
           02 FILLER             PIC X.
           02 DFO-FOU            PIC X(8).
           02 FILLER             PIC X.
           02 DFO-PRA            PIC 9(7)V99.
           02 FILLER             PIC X.
           02 DFO-LIB            PIC X(30).
      *
      * lignes de commande en livraison directe
       FD  DIRCDE
                DATA RECORD DCD-LIGNE.
       01  DCD-LIGNE.
           02 DCD-NCDE           PIC X(7).
           02 FILLER             PIC X.
           02 DCD-NLG            PIC 9(3).
           02 FILLER             PIC X.
           02 DCD-NCL            PIC 9(6).
           02 FILLER             PIC X.
           02 DCD-NAR            PIC X(7).
           02 FILLER             PIC X.
           02 DCD-QTE            PIC 9(6)V99.
           02 FILLER             PIC X.
           02 DCD-FOU            PIC X(8).
           02 FILLER             PIC X.
           02 DCD-PRA            PIC 9(7)V99.
           02 FILLER             PIC X.
           02 DCD-DATE           PIC 9(6).
      *
       WORKING-STORAGE SECTION.
       01  file-status            PIC XX.
       01  file-status2           PIC XX.
       01  WFIN                   PIC 9.
           88 FIN-LECTURE         VALUE 1.
      *
       LINKAGE SECTION.
           copy '../copy/dirliv.com'.
      *
       PROCEDURE DIVISION USING DIRLIV.
       T10.
           MOVE SPACE  TO ODIRLIV-RTN ODIRLIV-DIRECT.
           MOVE SPACES TO ODIRLIV-FOU ODIRLIV-LIBERR.
           MOVE ZERO   TO ODIRLIV-PRA WFIN.
           IF CDIRLIV-TRT-CDE
              PERFORM T50 THRU T50-EXIT
              GO TO T10F
           END-IF.
           OPEN INPUT DIRFOU.
           IF FILE-STATUS NOT = ZERO
              MOVE "0" TO ODIRLIV-RTN
              GO TO T10F
           END-IF.
           PERFORM T20 THRU T20-EXIT.
           PERFORM T30 THRU T30-EXIT
                   UNTIL FIN-LECTURE OR CDIRLIV-DIRECT-OUI.
           CLOSE DIRFOU.
           MOVE "0" TO ODIRLIV-RTN.
           IF CDIRLIV-DIRECT-OUI
              STRING 'Art. ' IDIRLIV-NAR ' livre par le fournisseur '
                     ODIRLIV-FOU
                     DELIMITED BY SIZE INTO ODIRLIV-LIBERR
              IF CDIRLIV-TRT-CREA AND NOT CDIRLIV-SIMUL-OUI
                 AND IDIRLIV-NCDE NOT = SPACES
                 PERFORM T40 THRU T40-EXIT
              END-IF
           END-IF.
       T10F.
           GOBACK.
      *
       T20.
           READ DIRFOU NEXT RECORD
                AT END MOVE 1 TO WFIN.
       T20-EXIT.
           EXIT.
      *
      * une ligne de la table : l'article demande ?
       T30.
           IF DFO-NAR = IDIRLIV-NAR
              MOVE 'O'     TO ODIRLIV-DIRECT
              MOVE DFO-FOU TO ODIRLIV-FOU
              MOVE DFO-PRA TO ODIRLIV-PRA
           ELSE
              PERFORM T20 THRU T20-EXIT
           END-IF.
       T30-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      * T40 : ligne de commande en livraison directe, a commander au   *
      *       fournisseur par DIRC010                                  *
      *----------------------------------------------------------------*
       T40.
           OPEN EXTEND DIRCDE.
           IF FILE-STATUS2 NOT = ZERO
              OPEN OUTPUT DIRCDE
              IF FILE-STATUS2 NOT = ZERO
                 MOVE "1" TO ODIRLIV-RTN
                 GO TO T40-EXIT
              END-IF
           END-IF.
           MOVE SPACES TO DCD-LIGNE.
           MOVE IDIRLIV-NCDE  TO DCD-NCDE.
           MOVE IDIRLIV-NLG   TO DCD-NLG.
           MOVE IDIRLIV-NCL   TO DCD-NCL.
           MOVE IDIRLIV-NAR   TO DCD-NAR.
           MOVE IDIRLIV-QTE   TO DCD-QTE.
           MOVE ODIRLIV-FOU   TO DCD-FOU.
           MOVE ODIRLIV-PRA   TO DCD-PRA.
           MOVE IDIRLIV-DATE  TO DCD-DATE.
           WRITE DCD-LIGNE.
           CLOSE DIRCDE.
       T40-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      * T50 : la ligne de commande est-elle en livraison directe ?     *
      *       (journal DIRCDE : un article passe en livraison directe  *
      *       apres la prise de commande reste servi sur stock)        *
      *----------------------------------------------------------------*
       T50.
           MOVE "0" TO ODIRLIV-RTN.
           OPEN INPUT DIRCDE.
           IF FILE-STATUS2 NOT = ZERO
              GO TO T50-EXIT
           END-IF.
           PERFORM T52 THRU T52-EXIT.
           PERFORM T54 THRU T54-EXIT
                   UNTIL FIN-LECTURE OR CDIRLIV-DIRECT-OUI.
           CLOSE DIRCDE.
           IF CDIRLIV-DIRECT-OUI
              STRING 'Ligne ' IDIRLIV-NCDE ' art. ' IDIRLIV-NAR
                     ' en livraison directe ' ODIRLIV-FOU
                     DELIMITED BY SIZE INTO ODIRLIV-LIBERR
           END-IF.
       T50-EXIT.
           EXIT.
       T52.
           READ DIRCDE NEXT RECORD
                AT END MOVE 1 TO WFIN.
       T52-EXIT.
           EXIT.
       T54.
           IF DCD-NCDE = IDIRLIV-NCDE AND DCD-NAR = IDIRLIV-NAR
              MOVE 'O'     TO ODIRLIV-DIRECT
              MOVE DCD-FOU TO ODIRLIV-FOU
              MOVE DCD-PRA TO ODIRLIV-PRA
           ELSE
              PERFORM T52 THRU T52-EXIT
           END-IF.
       T54-EXIT.
           EXIT.
