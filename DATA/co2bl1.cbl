      *DD9172 15/10/26 anes Creation - emissions CO2 des BL d'une
      *                     commande (journal CO2JRN de CO2C010) pour
      *                     la mention en facture des clients CO2CLI
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CO2BL1.
      *
      ******************************************************************
      * GPICMT    Information CO2 en facture : CO2CLI liste les clients *
      *           qui demandent l'information CO2 de leurs transports   *
      *           (client commande, un par ligne).  Pour un client de   *
      *           la liste, les emissions des BL de la commande sont    *
      *           cumulees depuis le journal CO2JRN :                   *
      *           RTN 0 = mention a imprimer (KG = kg CO2e, NBBL =      *
      *           nombre de BL), 1 = client hors liste, 2 = aucun BL    *
      *           de la commande au journal CO2.                        *
      ******************************************************************
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. DPS-4.
       OBJECT-COMPUTER. DPS-4.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CO2CLI ASSIGN TO CO2-CLI
                       organization line sequential
                       file status is file-status.
      *
           SELECT CO2JRN ASSIGN TO CO2-JRN
                       organization line sequential
                       file status is file-status2.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  CO2CLI
                DATA RECORD CCL-LIGNE.
       01  CCL-LIGNE.
           02 CCL-NCL            PIC 9(6).
           02 FILLER             PIC X.
           02 CCL-LIB            PIC X(30).
      *
       FD  CO2JRN
                DATA RECORD CJ-LIGNE.
       01  CJ-LIGNE.
           02 CJ-NBL             PIC 9(7).
           02 FILLER             PIC X.
           02 CJ-NCDE            PIC 9(7).
           02 FILLER             PIC X.
           02 CJ-NCL             PIC 9(6).
           02 FILLER             PIC X.
           02 CJ-DATE            PIC 9(6).
           02 FILLER             PIC X.
           02 CJ-TRANS           PIC X(3).
           02 FILLER             PIC X.
           02 CJ-MODE            PIC XX.
           02 FILLER             PIC X.
           02 CJ-ZONE            PIC X(3).
           02 FILLER             PIC X.
           02 CJ-KM              PIC 9(4).
           02 FILLER             PIC X.
           02 CJ-POIDS           PIC 9(7)V99.
           02 FILLER             PIC X.
           02 CJ-CO2             PIC 9(6)V99.
           02 FILLER             PIC X.
           02 CJ-DATINT          PIC 9(6).
      *
       WORKING-STORAGE SECTION.
       01  file-status             PIC XX.
       01  file-status2            PIC XX.
       01  WFINX                   PIC 9.
           88 FIN-FICHIER          VALUE 1.
       01  WCO2CLI                 PIC X.
       01  WNCDE                   PIC 9(7).
      *
       LINKAGE SECTION.
           copy '../copy/co2bl.com'.
      *
       PROCEDURE DIVISION USING CO2BL.
       T10.
           MOVE SPACES TO OCO2BL-LIBERR.
           MOVE ZERO   TO OCO2BL-KG OCO2BL-NBBL.
           MOVE "1"    TO OCO2BL-RTN.
           MOVE "N"    TO WCO2CLI.
           OPEN INPUT CO2CLI.
           IF FILE-STATUS NOT = ZERO
              GOBACK
           END-IF.
           MOVE ZERO TO WFINX.
           PERFORM T20 THRU T20-EXIT
                   UNTIL FIN-FICHIER OR WCO2CLI = "O".
           CLOSE CO2CLI.
           IF WCO2CLI NOT = "O"
              GOBACK
           END-IF.
           MOVE "2" TO OCO2BL-RTN.
           MOVE "AUCUN BL DE LA COMMANDE AU JOURNAL CO2"
                TO OCO2BL-LIBERR.
           IF ICO2BL-CDE(1:7) NOT NUMERIC
              GOBACK
           END-IF.
           MOVE ICO2BL-CDE(1:7) TO WNCDE.
           OPEN INPUT CO2JRN.
           IF FILE-STATUS2 NOT = ZERO
              GOBACK
           END-IF.
           MOVE ZERO TO WFINX.
           PERFORM T30 THRU T30-EXIT UNTIL FIN-FICHIER.
           CLOSE CO2JRN.
           IF OCO2BL-NBBL NOT = ZERO
              MOVE "0" TO OCO2BL-RTN
              MOVE SPACES TO OCO2BL-LIBERR
           END-IF.
           GOBACK.
      *
      *----------------------------------------------------------------*
      * T20 : client dans la liste information CO2 ?                   *
      *----------------------------------------------------------------*
       T20.
           READ CO2CLI NEXT RECORD
                AT END MOVE 1 TO WFINX
                       GO TO T20-EXIT.
           IF CCL-NCL = ICO2BL-NCL
              MOVE "O" TO WCO2CLI
           END-IF.
       T20-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      * T30 : BL de la commande au journal CO2                         *
      *----------------------------------------------------------------*
       T30.
           READ CO2JRN NEXT RECORD
                AT END MOVE 1 TO WFINX
                       GO TO T30-EXIT.
           IF CJ-NCDE NOT = WNCDE
              GO TO T30-EXIT
           END-IF.
           ADD CJ-CO2 TO OCO2BL-KG.
           ADD 1 TO OCO2BL-NBBL.
       T30-EXIT.
           EXIT.
