      *DD9147 15/10/26 anes Creation - demandes d'avoir en attente
      *                     d'approbation (AVAPEN, cle commande) :
      *                     controle avant emission par la chaine de
      *                     facturation et marquage de l'avoir emis
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AVAPP1.
      *
      ******************************************************************
      * GPICMT    Approbation des avoirs : la table AVAPEN porte, par   *
      *           commande d'avoir, la demande de l'assistante          *
      *           (montant, motif, facture d'origine, demandeur), le    *
      *           niveau d'approbation requis et la decision tenus par  *
      *           AVAPC010.                                             *
      *           - 'V' : avant de facturer une commande d'avoir, la    *
      *             demande doit exister et etre approuvee (statut A) ; *
      *             RTN 0 = emission autorisee, 1 = demande absente ou  *
      *             en attente, 2 = demande refusee                     *
      *           - 'F' : apres emission, la demande passe au statut F  *
      *             avec le numero, le montant et la date de l'avoir    *
      *             (rapport mensuel AVAPC020).                         *
      ******************************************************************
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. DPS-4.
       OBJECT-COMPUTER. DPS-4.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AVAPEN ASSIGN TO AVA-PEN
                       organization indexed
                       access mode dynamic
                       record key AVP-CDE
                       file status is file-status.
      *
       DATA DIVISION.
       FILE SECTION.
      * statut : E en attente, A approuvee, R refusee, F avoir emis ;
      * niveaux : 1 assistante, 2 chef ADV, 3 direction commerciale
       FD  AVAPEN
                DATA RECORD AVP-LIGNE.
       01  AVP-LIGNE.
           02 AVP-CDE               PIC X(13).
           02 AVP-NCL               PIC 9(6).
           02 AVP-NFACORIG          PIC 9(7).
           02 AVP-MONTANT           PIC 9(9)V99.
           02 AVP-MOTIF             PIC XX.
           02 AVP-DEMAND            PIC X(8).
           02 AVP-DATDEM            PIC 9(6).
           02 AVP-NIVREQ            PIC 9.
           02 AVP-STATUT            PIC X.
           02 AVP-APPROB            PIC X(8).
           02 AVP-NIVAPP            PIC 9.
           02 AVP-DATAPP            PIC 9(6).
           02 AVP-NAVOIR            PIC 9(7).
           02 AVP-MONTFAC           PIC 9(9)V99.
           02 AVP-DATFAC            PIC 9(6).
           02 FILLER                PIC X(10).
      *
       WORKING-STORAGE SECTION.
       01  file-status             PIC XX.
      *
       LINKAGE SECTION.
           copy '../copy/avapp.com'.
      *
       PROCEDURE DIVISION USING AVAPP.
       T10.
           MOVE SPACES TO OAVAPP-LIBERR OAVAPP-APPROB.
           MOVE SPACE  TO OAVAPP-STATUT.
           MOVE "1"    TO OAVAPP-RTN.
           IF CAVAPP-TRT-FACTURER
              OPEN I-O AVAPEN
           ELSE
              OPEN INPUT AVAPEN
           END-IF.
           IF FILE-STATUS NOT = ZERO
              MOVE "TABLE DES APPROBATIONS D'AVOIR ABSENTE"
                   TO OAVAPP-LIBERR
              GOBACK
           END-IF.
           MOVE IAVAPP-CDE TO AVP-CDE.
           READ AVAPEN
                INVALID KEY
                   MOVE "DEMANDE D'AVOIR INCONNUE" TO OAVAPP-LIBERR
                   CLOSE AVAPEN
                   GOBACK
           END-READ.
           MOVE AVP-STATUT TO OAVAPP-STATUT.
           MOVE AVP-APPROB TO OAVAPP-APPROB.
           IF CAVAPP-TRT-FACTURER
              PERFORM T20 THRU T20-EXIT
           ELSE
              PERFORM T50 THRU T50-EXIT
           END-IF.
           CLOSE AVAPEN.
           GOBACK.
      *
      *----------------------------------------------------------------*
      * T20 : avoir emis : demande soldee                              *
      *----------------------------------------------------------------*
       T20.
           MOVE "F"            TO AVP-STATUT.
           MOVE IAVAPP-NAVOIR  TO AVP-NAVOIR.
           MOVE IAVAPP-MONTANT TO AVP-MONTFAC.
           MOVE IAVAPP-DATE    TO AVP-DATFAC.
      * le compte-rendu est positionne AVANT l'ecriture : une
      * ecriture en echec ne doit pas etre rapportee comme reussie
           MOVE "0" TO OAVAPP-RTN.
           REWRITE AVP-LIGNE
                INVALID KEY
                   MOVE "1" TO OAVAPP-RTN
                   MOVE "MISE A JOUR AVAPEN IMPOSSIBLE"
                        TO OAVAPP-LIBERR
           END-REWRITE.
       T20-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      * T50 : controle avant emission                                  *
      *----------------------------------------------------------------*
       T50.
           IF AVP-STATUT = "A"
              MOVE "0" TO OAVAPP-RTN
              GO TO T50-EXIT
           END-IF.
           IF AVP-STATUT = "R"
              MOVE "2" TO OAVAPP-RTN
              MOVE "DEMANDE D'AVOIR REFUSEE" TO OAVAPP-LIBERR
              GO TO T50-EXIT
           END-IF.
           IF AVP-STATUT = "F"
              MOVE "AVOIR DEJA EMIS POUR CETTE DEMANDE"
                   TO OAVAPP-LIBERR
              GO TO T50-EXIT
           END-IF.
           MOVE "DEMANDE D'AVOIR EN ATTENTE D'APPROBATION"
                TO OAVAPP-LIBERR.
       T50-EXIT.
           EXIT.
