      *DD9164 15/10/26 anes Creation - politique de livraison d'une
      *                     commande : derogation de la commande, sinon
      *                     regle du client (table LIVPOL), sinon
      *                     livraison partielle autorisee
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LIVPOL1.
      *
      ******************************************************************
      * GPICMT    Politique de livraison : certains clients (chantiers, *
      *           quelques plateformes) refusent les livraisons         *
      *           partielles.  La table LIVPOL porte par client         *
      *           (numero de commande a blanc) ou par commande          *
      *           (derogation) la politique :                           *
      *             P  livraison partielle autorisee (defaut)           *
      *             C  commande complete exigee : rien ne part tant     *
      *                que toutes les lignes ne sont pas couvertes      *
      *             L  complete par ligne : une ligne part entiere ou   *
      *                pas, les lignes completes partent                *
      *           La derogation de la commande prime sur la regle du    *
      *           client.  Table absente ou client non declare =        *
      *           livraison partielle autorisee, comme avant.           *
      ******************************************************************
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. DPS-4.
       OBJECT-COMPUTER. DPS-4.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LIVPOL-F ASSIGN TO LIV-POL
                       organization line sequential
                       file status is file-status.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  LIVPOL-F
                DATA RECORD LVP-LIGNE.
       01  LVP-LIGNE.
           02 LVP-NCL            PIC 9(6).
           02 FILLER             PIC X.
           02 LVP-NCDE           PIC X(7).
           02 FILLER             PIC X.
           02 LVP-POL            PIC X.
           02 FILLER             PIC X.
           02 LVP-DATMAJ         PIC 9(6).
           02 FILLER             PIC X.
           02 LVP-LIB            PIC X(30).
      *
       WORKING-STORAGE SECTION.
       01  file-status            PIC XX.
       01  WFIN                   PIC 9.
           88 FIN-LIVPOL          VALUE 1.
       01  WPOL-CLI               PIC X.
       01  WPOL-CDE               PIC X.
      *
       LINKAGE SECTION.
           copy '../copy/livpol.com'.
      *
       PROCEDURE DIVISION USING LIVPOL.
       T10.
           MOVE SPACE TO OLIVPOL-RTN WPOL-CLI WPOL-CDE.
           MOVE 'P'   TO OLIVPOL-POL.
           MOVE 'D'   TO OLIVPOL-ORIG.
           MOVE ZERO  TO WFIN.
           OPEN INPUT LIVPOL-F.
           IF FILE-STATUS NOT = ZERO
              MOVE "0" TO OLIVPOL-RTN
              GO TO T10F
           END-IF.
           PERFORM T20 THRU T20-EXIT.
           PERFORM T30 THRU T30-EXIT
                   UNTIL FIN-LIVPOL OR WPOL-CDE NOT = SPACE.
           CLOSE LIVPOL-F.
           IF WPOL-CDE NOT = SPACE
              MOVE WPOL-CDE TO OLIVPOL-POL
              MOVE 'O'      TO OLIVPOL-ORIG
           ELSE
              IF WPOL-CLI NOT = SPACE
                 MOVE WPOL-CLI TO OLIVPOL-POL
                 MOVE 'C'      TO OLIVPOL-ORIG
              END-IF
           END-IF.
           MOVE "0" TO OLIVPOL-RTN.
       T10F.
           GOBACK.
      *
       T20.
           READ LIVPOL-F NEXT RECORD
                AT END MOVE 1 TO WFIN.
       T20-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      * T30 : une ligne de la table : regle du client (commande a      *
      *       blanc) ou derogation de la commande demandee ; un code   *
      *       inconnu est ignore                                       *
      *----------------------------------------------------------------*
       T30.
           IF LVP-POL NOT = 'P' AND LVP-POL NOT = 'C'
              AND LVP-POL NOT = 'L'
              GO TO T30-SUITE
           END-IF.
           IF LVP-NCDE NOT = SPACES
              IF LVP-NCDE = ILIVPOL-NCDE
                 AND ILIVPOL-NCDE NOT = SPACES
                 MOVE LVP-POL TO WPOL-CDE
              END-IF
              GO TO T30-SUITE
           END-IF.
           IF LVP-NCL = ILIVPOL-NCL AND ILIVPOL-NCL NOT = ZERO
              MOVE LVP-POL TO WPOL-CLI
           END-IF.
       T30-SUITE.
           PERFORM T20 THRU T20-EXIT.
       T30-EXIT.
           EXIT.
