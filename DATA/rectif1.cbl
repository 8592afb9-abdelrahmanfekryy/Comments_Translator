      *DD9148 15/10/26 anes Creation - factures rectificatives
      *                     (RECTFAC, cle commande + facture
      *                     d'origine) : prix corriges et mention a la
      *                     refacturation, marquage de la facture de
      *                     remplacement, recherche du trio par numero
      *                     de piece
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECTIF1.
      *
      ******************************************************************
      * GPICMT    Factures rectificatives : la table RECTFAC porte, par *
      *           commande et facture d'origine, la demande de          *
      *           rectification traitee par RECTC010 (avoir             *
      *           d'annulation emis, commande reouverte avec client et  *
      *           code taxe corriges, prix corriges par article).       *
      *           - 'V' : la commande a-t-elle une rectification en     *
      *             attente de refacturation (statut A) ; RTN 0 = oui,  *
      *             avec la facture d'origine pour la mention "annule   *
      *             et remplace"                                        *
      *           - 'P' : prix unitaire corrige de l'article IRECTIF-NAR*
      *             sur cette commande ; RTN 0 = prix a substituer      *
      *           - 'F' : facture de remplacement emise, la             *
      *             rectification passe au statut F                     *
      *           - 'R' : role d'une piece (IRECTIF-NFAC) dans un trio :*
      *             O facture d'origine, A avoir d'annulation, N        *
      *             facture de remplacement (A et N l'emportent sur O   *
      *             quand une facture de remplacement a ete rectifiee   *
      *             a son tour)                                         *
      *           RTN 1 = pas de rectification, 9 = table absente ou    *
      *           ecriture impossible.                                  *
      ******************************************************************
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. DPS-4.
       OBJECT-COMPUTER. DPS-4.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RECTFAC ASSIGN TO REC-TFAC
                       organization indexed
                       access mode dynamic
                       record key RCF-CLE
                       file status is file-status.
      *
       DATA DIVISION.
       FILE SECTION.
      * statut : A avoir d'annulation emis, commande reouverte en
      * attente de refacturation ; F facture de remplacement emise
       FD  RECTFAC
                DATA RECORD RCF-LIGNE.
       01  RCF-LIGNE.
           02 RCF-CLE.
              03 RCF-CDE            PIC X(13).
              03 RCF-NFACORIG       PIC 9(7).
           02 RCF-DATORIG           PIC 9(6).
           02 RCF-NCL               PIC 9(6).
           02 RCF-NCLNEW            PIC 9(6).
           02 RCF-TAXNEW            PIC X.
           02 RCF-MOTIF             PIC XX.
           02 RCF-DEMAND            PIC X(8).
           02 RCF-DATDEM            PIC 9(6).
           02 RCF-STATUT            PIC X.
           02 RCF-NAVOIR            PIC 9(7).
           02 RCF-DATAV             PIC 9(6).
           02 RCF-MONTTC            PIC S9(9)V99.
           02 RCF-NFACNEW           PIC 9(7).
           02 RCF-DATNEW            PIC 9(6).
           02 RCF-NBPRIX            PIC 99.
           02 RCF-TPRIX OCCURS 20.
              03 RCF-NAR            PIC X(7).
              03 RCF-PU             PIC 9(7)V99.
           02 FILLER                PIC X(20).
      *
       WORKING-STORAGE SECTION.
       01  file-status             PIC XX.
       01  WFIN                    PIC 9 value zero.
           88 FIN-RECTFAC          value 1.
       01  WTRV                    PIC 9.
       01  WIDX                    PIC 99.
      *
       LINKAGE SECTION.
           copy '../copy/rectif.com'.
      *
       PROCEDURE DIVISION USING RECTIF.
       T10.
           MOVE SPACES TO ORECTIF-LIBERR.
           MOVE SPACE  TO ORECTIF-ROLE ORECTIF-STATUT.
           MOVE ZERO   TO ORECTIF-NFACORIG ORECTIF-DATORIG
                          ORECTIF-NAVOIR ORECTIF-NFACNEW ORECTIF-PU.
           MOVE "1"    TO ORECTIF-RTN.
           MOVE ZERO   TO WFIN WTRV.
           IF CRECTIF-TRT-FACTURER
              OPEN I-O RECTFAC
           ELSE
              OPEN INPUT RECTFAC
           END-IF.
           IF FILE-STATUS NOT = ZERO
      * table absente = aucune rectification en cours
              IF CRECTIF-TRT-FACTURER
                 MOVE "9" TO ORECTIF-RTN
                 MOVE "TABLE DES RECTIFICATIONS ABSENTE"
                      TO ORECTIF-LIBERR
              END-IF
              GOBACK
           END-IF.
           IF CRECTIF-TRT-RECH
              PERFORM T60 THRU T60-EXIT
           ELSE
              PERFORM T20 THRU T20-EXIT
           END-IF.
           CLOSE RECTFAC.
           GOBACK.
      *
      *----------------------------------------------------------------*
      * T20 : rectification en attente de refacturation de la commande *
      *----------------------------------------------------------------*
       T20.
           MOVE IRECTIF-CDE TO RCF-CDE.
           MOVE ZERO        TO RCF-NFACORIG.
           START RECTFAC KEY NOT < RCF-CLE
                INVALID KEY
                   GO TO T20-EXIT
           END-START.
           PERFORM T22 THRU T22-EXIT UNTIL FIN-RECTFAC OR WTRV = 1.
           IF WTRV = ZERO
              GO TO T20-EXIT
           END-IF.
           MOVE "A"           TO ORECTIF-STATUT.
           MOVE RCF-NFACORIG  TO ORECTIF-NFACORIG.
           MOVE RCF-DATORIG   TO ORECTIF-DATORIG.
           MOVE RCF-NAVOIR    TO ORECTIF-NAVOIR.
           IF CRECTIF-TRT-VERIFIER
              MOVE "0" TO ORECTIF-RTN
           END-IF.
           IF CRECTIF-TRT-PRIX
              PERFORM T30 THRU T30-EXIT
           END-IF.
           IF CRECTIF-TRT-FACTURER
              PERFORM T40 THRU T40-EXIT
           END-IF.
       T20-EXIT.
           EXIT.
       T22.
           READ RECTFAC NEXT RECORD
                AT END MOVE 1 TO WFIN
                       GO TO T22-EXIT
           END-READ.
           IF RCF-CDE NOT = IRECTIF-CDE
              MOVE 1 TO WFIN
              GO TO T22-EXIT
           END-IF.
           IF RCF-STATUT = "A"
              MOVE 1 TO WTRV
           END-IF.
       T22-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      * T30 : prix corrige de l'article                                *
      *----------------------------------------------------------------*
       T30.
           MOVE ZERO TO WTRV.
           PERFORM T32 VARYING WIDX FROM 1 BY 1
                   UNTIL WIDX > RCF-NBPRIX OR WIDX > 20 OR WTRV = 1.
       T30-EXIT.
           EXIT.
       T32.
           IF RCF-NAR(WIDX) = IRECTIF-NAR
              MOVE 1 TO WTRV
              MOVE RCF-PU(WIDX) TO ORECTIF-PU
              MOVE "0" TO ORECTIF-RTN
           END-IF.
      *
      *----------------------------------------------------------------*
      * T40 : facture de remplacement emise : rectification soldee     *
      *----------------------------------------------------------------*
       T40.
           MOVE "F"           TO RCF-STATUT.
           MOVE IRECTIF-NFAC  TO RCF-NFACNEW.
           MOVE IRECTIF-DATE  TO RCF-DATNEW.
      * le compte-rendu est positionne AVANT l'ecriture : une
      * ecriture en echec ne doit pas etre rapportee comme reussie
           MOVE "0" TO ORECTIF-RTN.
           MOVE "F" TO ORECTIF-STATUT.
           MOVE IRECTIF-NFAC TO ORECTIF-NFACNEW.
           REWRITE RCF-LIGNE
                INVALID KEY
                   MOVE "9" TO ORECTIF-RTN
                   MOVE "MISE A JOUR RECTFAC IMPOSSIBLE"
                        TO ORECTIF-LIBERR
           END-REWRITE.
       T40-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      * T60 : role d'une piece dans un trio de rectification           *
      *----------------------------------------------------------------*
       T60.
           PERFORM T62 THRU T62-EXIT UNTIL FIN-RECTFAC OR WTRV = 1.
       T60-EXIT.
           EXIT.
       T62.
           READ RECTFAC NEXT RECORD
                AT END MOVE 1 TO WFIN
                       GO TO T62-EXIT
           END-READ.
           IF RCF-NAVOIR = IRECTIF-NFAC
              MOVE "A" TO ORECTIF-ROLE
              MOVE 1   TO WTRV
              PERFORM T64 THRU T64-EXIT
              GO TO T62-EXIT
           END-IF.
           IF RCF-NFACNEW = IRECTIF-NFAC AND RCF-STATUT = "F"
              MOVE "N" TO ORECTIF-ROLE
              MOVE 1   TO WTRV
              PERFORM T64 THRU T64-EXIT
              GO TO T62-EXIT
           END-IF.
           IF RCF-NFACORIG = IRECTIF-NFAC AND ORECTIF-ROLE = SPACE
              MOVE "O" TO ORECTIF-ROLE
              PERFORM T64 THRU T64-EXIT
           END-IF.
       T62-EXIT.
           EXIT.
       T64.
           MOVE "0"           TO ORECTIF-RTN.
           MOVE RCF-STATUT    TO ORECTIF-STATUT.
           MOVE RCF-NFACORIG  TO ORECTIF-NFACORIG.
           MOVE RCF-DATORIG   TO ORECTIF-DATORIG.
           MOVE RCF-NAVOIR    TO ORECTIF-NAVOIR.
           MOVE RCF-NFACNEW   TO ORECTIF-NFACNEW.
       T64-EXIT.
           EXIT.
