      *DD9153 15/10/26 anes Creation - journal de run des programmes de
      *                     facturation (cglp-fact1, cglp-factD,
      *                     cilp-fact1) : chaque etape d'une facture
      *                     ecrite est journalisee, un run interrompu
      *                     est analyse au redemarrage pour la reprise
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FACREP1.
      *
      ******************************************************************
      * GPICMT    Journal de run FACREP (permanent, ouvert en EXTEND a  *
      *           chaque appel) : un enregistrement par etape.          *
      *           D debut de run, O commande marquee facturee, H entete *
      *           FFACTURE ecrite, C compteur de factures mis a jour, J *
      *           extrait FACTJOUR emis, A acompte solde, F facture     *
      *           complete, X facture abandonnee (annulee a la          *
      *           reprise), R reparation faite a la reprise (libelle),  *
      *           Z fin normale du run.                                 *
      *           - 'D' : analyse du dernier run du programme pour la   *
      *             societe ; pas de Z = run interrompu : derniere      *
      *             facture complete, cumuls SOCSYNT des factures deja  *
      *             completes, dernier numero a entete ecrite par   *
      *             compteur, facture partielle avec ses etapes faites  *
      *             et ses commandes.  Run interrompu : le run qui      *
      *             redemarre le continue (trace R), sinon un nouveau D *
      *           - 'Q' : meme analyse sans ecriture (CHNC010), societe *
      *             a blanc = toutes societes                           *
      *           - 'J' : journalisation de l'etape IFACREP-ETAPE       *
      *           - 'T' : suppression des traites FTRAITES d'une        *
      *             facture dont l'entete n'a jamais ete ecrite         *
      *           - 'Z' : fin normale du run                            *
      ******************************************************************
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. DPS-4.
       OBJECT-COMPUTER. DPS-4.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FACREP-F ASSIGN TO FAC-REP
                       organization line sequential
                       file status is file-status.
      *
           SELECT FTRAITES ASSIGN TO FTR-AITES
                       organization indexed
                       access mode random
                       record key FTR-CLE
                       file status is file-status2.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  FACREP-F
                DATA RECORD FRP-LIGNE.
       01  FRP-LIGNE.
           02 FRP-PROG              PIC X(10).
           02 FRP-SOC               PIC X(8).
           02 FRP-DATE              PIC 9(6).
           02 FRP-ETAPE             PIC X.
           02 FRP-NFAC              PIC 9(7).
           02 FRP-CPT               PIC 9.
           02 FRP-CDE               PIC X(13).
           02 FRP-LIB               PIC X(40).
           02 FRP-ENT.
              03 FRP-NCL            PIC 9(6).
              03 FRP-FOA            PIC X.
              03 FRP-DATFAC         PIC 9(6).
              03 FRP-MHT            PIC 9(9)V99.
              03 FRP-MTTC           PIC 9(9)V99.
              03 FRP-DATECH         PIC 9(6).
              03 FRP-ACPT           PIC 9(9)V99.
              03 FRP-TVA OCCURS 2.
                 04 FRP-CTAX        PIC X.
                 04 FRP-TAUX        PIC 9(2)V99.
                 04 FRP-BASE        PIC 9(9)V99.
                 04 FRP-MONT        PIC 9(9)V99.
      *
       FD  FTRAITES
                DATA RECORD FTR-LIGNE.
       01  FTR-LIGNE.
           02 FTR-CLE.
              03 FTR-NFAC          PIC 9(7).
              03 FTR-NECH          PIC 9.
           02 FTR-NCL              PIC 9(6).
           02 FTR-BANQUE           PIC 9.
           02 FTR-ECHEANCE         PIC 9(6).
           02 FTR-MONTANT          PIC 9(9)V99.
           02 FTR-REMIS            PIC X.
           02 FTR-NOREM            PIC 9(6).
           02 FILLER               PIC X(20).
      *
       WORKING-STORAGE SECTION.
       01  file-status             PIC XX.
       01  file-status2            PIC XX.
       01  WFIN                    PIC 9 VALUE ZERO.
           88 FIN-FACREP           VALUE 1.
       01  WRUN-OUV                PIC 9.
       01  WNECH                   PIC 9(2).
      *
       LINKAGE SECTION.
           copy '../copy/facrep.com'.
      *
       PROCEDURE DIVISION USING FACREP.
       T10.
           MOVE "0"    TO OFACREP-RTN.
           MOVE SPACES TO OFACREP-LIBERR.
           IF CFACREP-TRT-DEBUT OR CFACREP-TRT-QUESTION
              PERFORM T20 THRU T20-EXIT
              IF CFACREP-TRT-QUESTION
                 GOBACK
              END-IF
           END-IF.
           IF CFACREP-TRT-TRAITES
              PERFORM T60 THRU T60-EXIT
              GOBACK
           END-IF.
           OPEN EXTEND FACREP-F.
           IF FILE-STATUS NOT = ZERO
              OPEN OUTPUT FACREP-F
           END-IF.
           MOVE SPACES TO FRP-LIGNE.
           MOVE IFACREP-PROG  TO FRP-PROG.
           MOVE IFACREP-SOC   TO FRP-SOC.
           MOVE IFACREP-DATE  TO FRP-DATE.
           MOVE ZERO TO FRP-NFAC FRP-CPT.
           IF CFACREP-TRT-DEBUT
      * run interrompu : le run qui redemarre le continue, sans
      * nouveau debut (les cumuls du run interrompu restent acquis)
              IF CFACREP-REPRISE-OUI
                 MOVE 'R' TO FRP-ETAPE
                 STRING "REPRISE DU RUN DU " OFACREP-DATRUN
                        DELIMITED BY SIZE INTO FRP-LIB
              ELSE
                 MOVE 'D' TO FRP-ETAPE
              END-IF
           END-IF.
           IF CFACREP-TRT-FIN
              MOVE 'Z' TO FRP-ETAPE
           END-IF.
           IF CFACREP-TRT-ETAPE
              MOVE IFACREP-ETAPE TO FRP-ETAPE
              MOVE IFACREP-NFAC  TO FRP-NFAC
              MOVE IFACREP-CPT   TO FRP-CPT
              MOVE IFACREP-CDE   TO FRP-CDE
              MOVE IFACREP-LIB   TO FRP-LIB
              MOVE IFACREP-ENT   TO FRP-ENT
           END-IF.
           WRITE FRP-LIGNE.
           IF FILE-STATUS NOT = ZERO
              MOVE "1" TO OFACREP-RTN
              MOVE "ECRITURE JOURNAL FACREP IMPOSSIBLE"
                   TO OFACREP-LIBERR
           END-IF.
           CLOSE FACREP-F.
           GOBACK.
      *
      *----------------------------------------------------------------*
      * T20 : analyse du dernier run du programme (et de la societe)   *
      *----------------------------------------------------------------*
       T20.
           MOVE SPACE TO OFACREP-REPRISE.
           MOVE ZERO  TO WFIN WRUN-OUV OFACREP-DATRUN.
           PERFORM T30 THRU T30-EXIT.
           OPEN INPUT FACREP-F.
           IF FILE-STATUS NOT = ZERO
              GO TO T20-EXIT
           END-IF.
           PERFORM T25 THRU T25-EXIT UNTIL FIN-FACREP.
           CLOSE FACREP-F.
           IF WRUN-OUV = 1
              MOVE 'O' TO OFACREP-REPRISE
           END-IF.
       T20-EXIT.
           EXIT.
       T25.
           READ FACREP-F NEXT RECORD
                AT END MOVE 1 TO WFIN
                       GO TO T25-EXIT
           END-READ.
           IF FRP-PROG NOT = IFACREP-PROG
              GO TO T25-EXIT
           END-IF.
           IF IFACREP-SOC NOT = SPACES AND FRP-SOC NOT = IFACREP-SOC
              GO TO T25-EXIT
           END-IF.
           IF FRP-ETAPE = 'D'
              PERFORM T30 THRU T30-EXIT
              MOVE 1        TO WRUN-OUV
              MOVE FRP-DATE TO OFACREP-DATRUN
              GO TO T25-EXIT
           END-IF.
           IF FRP-ETAPE = 'Z'
              PERFORM T30 THRU T30-EXIT
              MOVE ZERO TO WRUN-OUV
              GO TO T25-EXIT
           END-IF.
           IF FRP-ETAPE = 'R'
              GO TO T25-EXIT
           END-IF.
      * etape d'une facture : une autre facture devient la partielle
           IF FRP-NFAC NOT = OFACREP-NFAC
              PERFORM T35 THRU T35-EXIT
              MOVE FRP-NFAC TO OFACREP-NFAC
           END-IF.
           IF FRP-ETAPE = 'O'
              IF OFACREP-NBCDE < 50
                 ADD 1 TO OFACREP-NBCDE
                 MOVE FRP-CDE TO OFACREP-TCDE(OFACREP-NBCDE)
              END-IF
           END-IF.
           IF FRP-ETAPE = 'H'
              MOVE 'H'     TO OFACREP-ET-ENT
              MOVE FRP-CPT TO OFACREP-CPT
              MOVE FRP-CDE TO OFACREP-CDE
              MOVE FRP-ENT TO OFACREP-ENT
              PERFORM T45 THRU T45-EXIT
           END-IF.
           IF FRP-ETAPE = 'C'
              MOVE 'C' TO OFACREP-ET-CPT
           END-IF.
           IF FRP-ETAPE = 'J'
              MOVE 'J' TO OFACREP-ET-FAJ
           END-IF.
           IF FRP-ETAPE = 'A'
              MOVE 'A' TO OFACREP-ET-ACP
           END-IF.
           IF FRP-ETAPE = 'F'
              PERFORM T40 THRU T40-EXIT
              PERFORM T35 THRU T35-EXIT
           END-IF.
           IF FRP-ETAPE = 'X'
              PERFORM T35 THRU T35-EXIT
           END-IF.
       T25-EXIT.
           EXIT.
      *
      * debut de run : rien d'acquis
       T30.
           MOVE ZERO TO OFACREP-DERNFAC OFACREP-NBCPT(1)
                        OFACREP-NBCPT(2) OFACREP-NBCPT(3) OFACREP-NBAV
                        OFACREP-DERNCPT(1) OFACREP-DERNCPT(2)
                        OFACREP-DERNCPT(3)
                        OFACREP-HTFA OFACREP-TVAFA OFACREP-TTCFA
                        OFACREP-HTAV OFACREP-TVAAV OFACREP-TTCAV.
           PERFORM T35 THRU T35-EXIT.
       T30-EXIT.
           EXIT.
      *
      * plus de facture partielle
       T35.
           MOVE ZERO   TO OFACREP-NFAC OFACREP-CPT OFACREP-NBCDE.
           MOVE SPACES TO OFACREP-CDE OFACREP-ETAPES.
           INITIALIZE OFACREP-ENT.
       T35-EXIT.
           EXIT.
      *
      * facture complete : cumuls SOCSYNT du run (hors pro-forma)
       T40.
           MOVE FRP-NFAC TO OFACREP-DERNFAC.
           IF FRP-CPT > ZERO AND FRP-CPT < 4
              ADD 1 TO OFACREP-NBCPT(FRP-CPT)
           END-IF.
           PERFORM T45 THRU T45-EXIT.
           IF FRP-FOA = '9'
              GO TO T40-EXIT
           END-IF.
           IF FRP-FOA = '5' OR FRP-FOA = '6' OR FRP-FOA = '7'
              ADD 1                       TO OFACREP-NBAV
              ADD FRP-BASE(1) FRP-BASE(2) TO OFACREP-HTAV
              ADD FRP-MONT(1) FRP-MONT(2) TO OFACREP-TVAAV
              ADD FRP-MTTC                TO OFACREP-TTCAV
           ELSE
              ADD FRP-BASE(1) FRP-BASE(2) TO OFACREP-HTFA
              ADD FRP-MONT(1) FRP-MONT(2) TO OFACREP-TVAFA
              ADD FRP-MTTC                TO OFACREP-TTCFA
           END-IF.
       T40-EXIT.
           EXIT.
      *
      * numero dont l'entete est ecrite : le compteur doit le depasser
       T45.
           IF FRP-CPT = ZERO OR FRP-CPT > 3
              GO TO T45-EXIT
           END-IF.
           IF FRP-NFAC > OFACREP-DERNCPT(FRP-CPT)
              MOVE FRP-NFAC TO OFACREP-DERNCPT(FRP-CPT)
           END-IF.
       T45-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      * T60 : suppression des traites d'une facture jamais ecrite      *
      *----------------------------------------------------------------*
       T60.
           MOVE ZERO TO OFACREP-NBTRA.
           OPEN I-O FTRAITES.
           IF FILE-STATUS2 NOT = ZERO
              MOVE "1" TO OFACREP-RTN
              MOVE "OUVERTURE FTRAITES IMPOSSIBLE - TRAITES CONSERVEES"
                   TO OFACREP-LIBERR
              GO TO T60-EXIT
           END-IF.
           PERFORM T65 THRU T65-EXIT
                   VARYING WNECH FROM 1 BY 1 UNTIL WNECH > 9.
           CLOSE FTRAITES.
       T60-EXIT.
           EXIT.
       T65.
           MOVE IFACREP-NFAC TO FTR-NFAC.
           MOVE WNECH        TO FTR-NECH.
           DELETE FTRAITES
                INVALID KEY
                   GO TO T65-EXIT
           END-DELETE.
           ADD 1 TO OFACREP-NBTRA.
       T65-EXIT.
           EXIT.
