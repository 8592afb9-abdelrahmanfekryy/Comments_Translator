      *DD9167 15/10/26 anes Creation - controle de la preuve de
      *                     livraison avant facturation des clients
      *                     "facturation sur POD" (PODCLI) dans le
      *                     journal PODJRN de PODC010
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PODFAC1.
      *
      ******************************************************************
      * GPICMT    Facturation sur POD : PODCLI liste les clients        *
      *           factures a reception de la preuve de livraison        *
      *           (client facture, un par ligne). Pour les autres       *
      *           la commande est facturable sans controle.             *
      *           Pour un client de la liste, la commande doit avoir    *
      *           au moins une POD livree (statut L) dans PODJRN :      *
      *           RTN 0 = facturable (DATE = date de livraison),        *
      *           1 = POD non recue ou seulement avisee,                *
      *           2 = livraison refusee                                 *
      ******************************************************************
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. DPS-4.
       OBJECT-COMPUTER. DPS-4.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PODCLI ASSIGN TO POD-CLI
                       organization line sequential
                       file status is file-status.
      *
           SELECT PODJRN ASSIGN TO POD-JRN
                       organization line sequential
                       file status is file-status2.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  PODCLI
                DATA RECORD PCL-LIGNE.
       01  PCL-LIGNE.
           02 PCL-NCL               PIC 9(6).
           02 FILLER                PIC X.
           02 PCL-LIB               PIC X(30).
      *
       FD  PODJRN
                DATA RECORD PDJ-LIGNE.
       01  PDJ-LIGNE.
           02 PDJ-NBL            PIC 9(7).
           02 FILLER             PIC X.
           02 PDJ-NCDE           PIC 9(7).
           02 FILLER             PIC X.
           02 PDJ-NCL            PIC 9(6).
           02 FILLER             PIC X.
           02 PDJ-SSCC           PIC X(18).
           02 FILLER             PIC X.
           02 PDJ-DATLIV         PIC 9(6).
           02 FILLER             PIC X.
           02 PDJ-HEURE          PIC 9(4).
           02 FILLER             PIC X.
           02 PDJ-STATUT         PIC X.
           02 FILLER             PIC X.
           02 PDJ-SIGNE          PIC X(20).
           02 FILLER             PIC X.
           02 PDJ-RESERVE        PIC X(30).
           02 FILLER             PIC X.
           02 PDJ-SRC            PIC X(3).
           02 FILLER             PIC X.
           02 PDJ-DATINT         PIC 9(6).
      *
       WORKING-STORAGE SECTION.
       01  file-status             PIC XX.
       01  file-status2            PIC XX.
       01  WFINX                   PIC 9.
           88 FIN-FICHIER          VALUE 1.
       01  WPODCLI                 PIC X.
       01  WREFUS                  PIC X.
       01  WNCDE                   PIC 9(7).
      *
       LINKAGE SECTION.
           copy '../copy/podfac.com'.
      *
       PROCEDURE DIVISION USING PODFAC.
       T10.
           MOVE SPACES TO OPODFAC-LIBERR.
           MOVE ZERO   TO OPODFAC-DATE.
           MOVE "0"    TO OPODFAC-RTN.
           MOVE "N"    TO WPODCLI.
           OPEN INPUT PODCLI.
           IF FILE-STATUS NOT = ZERO
              GOBACK
           END-IF.
           MOVE ZERO TO WFINX.
           PERFORM T20 THRU T20-EXIT
                   UNTIL FIN-FICHIER OR WPODCLI = "O".
           CLOSE PODCLI.
           IF WPODCLI NOT = "O"
              GOBACK
           END-IF.
           IF IPODFAC-CDE(1:7) NOT NUMERIC
              GOBACK
           END-IF.
           MOVE IPODFAC-CDE(1:7) TO WNCDE.
           MOVE "1" TO OPODFAC-RTN.
           MOVE "N" TO WREFUS.
           OPEN INPUT PODJRN.
           IF FILE-STATUS2 NOT = ZERO
              MOVE "CLIENT FACTURE SUR POD - POD NON RECUE"
                   TO OPODFAC-LIBERR
              GOBACK
           END-IF.
           MOVE ZERO TO WFINX.
           PERFORM T30 THRU T30-EXIT
                   UNTIL FIN-FICHIER OR OPODFAC-RTN = "0".
           CLOSE PODJRN.
           IF OPODFAC-RTN = "0"
              GOBACK
           END-IF.
           IF WREFUS = "O"
              MOVE "2" TO OPODFAC-RTN
              MOVE "CLIENT FACTURE SUR POD - LIVRAISON REFUSEE"
                   TO OPODFAC-LIBERR
           ELSE
              MOVE "CLIENT FACTURE SUR POD - POD NON RECUE"
                   TO OPODFAC-LIBERR
           END-IF.
           GOBACK.
      *
      *----------------------------------------------------------------*
      * T20 : client dans la liste facturation sur POD ?               *
      *----------------------------------------------------------------*
       T20.
           READ PODCLI NEXT RECORD
                AT END MOVE 1 TO WFINX
                       GO TO T20-EXIT.
           IF PCL-NCL = IPODFAC-NCL
              MOVE "O" TO WPODCLI
           END-IF.
       T20-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      * T30 : POD de la commande                                       *
      *----------------------------------------------------------------*
       T30.
           READ PODJRN NEXT RECORD
                AT END MOVE 1 TO WFINX
                       GO TO T30-EXIT.
           IF PDJ-NCDE NOT = WNCDE
              GO TO T30-EXIT
           END-IF.
           IF PDJ-STATUT = "L"
              MOVE "0"        TO OPODFAC-RTN
              MOVE PDJ-DATLIV TO OPODFAC-DATE
              GO TO T30-EXIT
           END-IF.
           IF PDJ-STATUT = "R"
              MOVE "O" TO WREFUS
           END-IF.
       T30-EXIT.
           EXIT.
