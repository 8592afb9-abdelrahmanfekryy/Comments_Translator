      *DD9154 15/10/26 anes Creation - cycles de facturation periodique
      *                     par client : la commande a facturer est
      *                     retenue jusqu'a la date de cycle du client
      *                     facture, date du dernier cycle tenue a jour
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CYCFAC1.
      *
      ******************************************************************
      * GPICMT    Cycles de facturation periodique : la table CYCFAC    *
      *           porte, par client facture (cle CYC-NCL), le cycle de  *
      *           facturation qu'il a demande et la cle de regroupement *
      *           de ses factures :                                     *
      *           - CYC-TYPE H hebdomadaire : CYC-JOUR = jour de        *
      *             cloture (1 lundi ... 7 dimanche)                    *
      *           - CYC-TYPE Q quinzaine : clotures le CYC-JOUR (1 a    *
      *             15) et le CYC-JOUR + 15 (fin de mois au plus tard)  *
      *           - CYC-TYPE M mensuel : cloture le CYC-JOUR du mois    *
      *             (31, ou au-dela du dernier jour = fin de mois)      *
      *           - CYC-CLE : une facture par facture-a / regle-par (R, *
      *             defaut), par client commande (C) ou livre (L)       *
      *           - CYC-DATDER : dernier run qui a facture le cycle     *
      *           - 'V' : la commande du client ICYCFAC-NCL est-elle a  *
      *             facturer au run du ICYCFAC-DATE ? RTN 0 = client en *
      *             cycle, 1 = pas de cycle (facture a la commande) ;   *
      *             ATTENTE O = elle attend la cloture OCYCFAC-DATCYC.  *
      *             Le cycle est echu quand la premiere cloture qui     *
      *             suit le dernier cycle facture est atteinte (une     *
      *             cloture sans run est rattrapee au run suivant) ; le *
      *             client reste facturable tout le jour du cycle       *
      *             (une facture par cle de regroupement).  Sans cycle  *
      *             deja facture, seul un jour de cloture est echu.     *
      *           - 'M' : cycle facture au run du ICYCFAC-DATE          *
      *             (CYC-DATDER) ; RTN 0 = fait, 9 = mise a jour        *
      *             impossible                                          *
      ******************************************************************
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. DPS-4.
       OBJECT-COMPUTER. DPS-4.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CYCFAC-F ASSIGN TO CYC-FAC
                       organization indexed
                       access mode random
                       record key CYC-NCL
                       file status is file-status.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  CYCFAC-F
                DATA RECORD CYC-LIGNE.
       01  CYC-LIGNE.
           02 CYC-NCL               PIC 9(6).
           02 CYC-TYPE              PIC X.
           02 CYC-JOUR              PIC 99.
           02 CYC-CLE               PIC X.
           02 CYC-DATDER            PIC 9(6).
           02 FILLER                PIC X(24).
      *
       WORKING-STORAGE SECTION.
       01  file-status             PIC XX.
      *
      **** date de travail et derniere cloture atteinte
       01  WDATW                   PIC 9(6).
       01  WDATW-X REDEFINES WDATW.
           02 WDW-AA               PIC 99.
           02 WDW-MM               PIC 99.
           02 WDW-JJ               PIC 99.
       01  WDERJ                   PIC 99.
       01  WJ1                     PIC 99.
       01  WJ2                     PIC 99.
      *
      **** jours par mois et jours ecoules avant chaque mois
       01  WTMOIS-V                PIC X(24)
                                   VALUE "312831303130313130313031".
       01  WTMOIS REDEFINES WTMOIS-V.
           02 WNBJ-MOIS            PIC 99 OCCURS 12.
       01  WTCUMJ-V                PIC X(36)
               VALUE "000031059090120151181212243273304334".
       01  WTCUMJ REDEFINES WTCUMJ-V.
           02 WCUMJ                PIC 999 OCCURS 12.
      *
      **** numero de jour depuis le 01/01/2000 (un samedi), jour de
      **** la semaine (1 lundi ... 7 dimanche)
       01  WSERIE                  PIC 9(6).
       01  WDOW                    PIC 9.
       01  WDELTA                  PIC 9.
       01  WQUOT                   PIC 9(6).
       01  WRESTE                  PIC 99.
       01  WNUM                    PIC S9(6).
       01  WIDX                    PIC 9.
      *
       LINKAGE SECTION.
           copy '../copy/cycfac.com'.
      *
       PROCEDURE DIVISION USING CYCFAC.
       T10.
           MOVE SPACES TO OCYCFAC-LIBERR OCYCFAC-TYPE OCYCFAC-CLE.
           MOVE ZERO   TO OCYCFAC-JOUR OCYCFAC-DATDER OCYCFAC-DATCYC.
           MOVE "N"    TO OCYCFAC-ATTENTE.
           MOVE "1"    TO OCYCFAC-RTN.
           IF CCYCFAC-TRT-MARQUER
              OPEN I-O CYCFAC-F
           ELSE
              OPEN INPUT CYCFAC-F
           END-IF.
           IF FILE-STATUS NOT = ZERO
      * table absente = aucun client en cycle
              IF CCYCFAC-TRT-MARQUER
                 MOVE "9" TO OCYCFAC-RTN
                 MOVE "TABLE DES CYCLES DE FACTURATION ABSENTE"
                      TO OCYCFAC-LIBERR
              END-IF
              GOBACK
           END-IF.
           MOVE ICYCFAC-NCL TO CYC-NCL.
           READ CYCFAC-F
                INVALID KEY
                   IF CCYCFAC-TRT-MARQUER
                      MOVE "9" TO OCYCFAC-RTN
                      STRING "CYCLE DE FACTURATION ABSENT : "
                             ICYCFAC-NCL
                             DELIMITED BY SIZE INTO OCYCFAC-LIBERR
                   END-IF
                   CLOSE CYCFAC-F
                   GOBACK
           END-READ.
           MOVE CYC-TYPE   TO OCYCFAC-TYPE.
           MOVE CYC-JOUR   TO OCYCFAC-JOUR.
           MOVE CYC-CLE    TO OCYCFAC-CLE.
           IF CYC-CLE NOT = 'L' AND CYC-CLE NOT = 'C'
              MOVE 'R' TO OCYCFAC-CLE
           END-IF.
           MOVE CYC-DATDER TO OCYCFAC-DATDER.
           IF CCYCFAC-TRT-MARQUER
              PERFORM T40 THRU T40-EXIT
           ELSE
              PERFORM T20 THRU T20-EXIT
           END-IF.
           CLOSE CYCFAC-F.
           GOBACK.
      *
      *----------------------------------------------------------------*
      * T20 : la commande du client est-elle a facturer au run ?       *
      *----------------------------------------------------------------*
       T20.
      * cycle mal decrit : le client est facture a la commande
           IF CYC-JOUR NOT NUMERIC OR CYC-JOUR = ZERO
              OR (CYC-TYPE = 'H' AND CYC-JOUR > 7)
              OR (CYC-TYPE = 'Q' AND CYC-JOUR > 15)
              OR (CYC-TYPE NOT = 'H' AND CYC-TYPE NOT = 'Q'
                                     AND CYC-TYPE NOT = 'M')
              STRING "CYCLE DE FACTURATION INVALIDE : " ICYCFAC-NCL
                     DELIMITED BY SIZE INTO OCYCFAC-LIBERR
              GO TO T20-EXIT
           END-IF.
           MOVE "0" TO OCYCFAC-RTN.
           MOVE ICYCFAC-DATE TO OCYCFAC-DATCYC.
      * cycle deja facture ce jour : les autres factures du cycle
           IF CYC-DATDER = ICYCFAC-DATE
              GO TO T20-EXIT
           END-IF.
      * premiere cloture a partir du lendemain du dernier cycle
           IF CYC-DATDER = ZERO OR CYC-DATDER NOT NUMERIC
              MOVE ICYCFAC-DATE TO WDATW
           ELSE
              MOVE CYC-DATDER TO WDATW
              PERFORM T60 THRU T60-EXIT
           END-IF.
           PERFORM T50 THRU T50-EXIT.
           IF WDATW > ICYCFAC-DATE
              MOVE "O"   TO OCYCFAC-ATTENTE
              MOVE WDATW TO OCYCFAC-DATCYC
           END-IF.
       T20-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      * T40 : cycle facture au run                                     *
      *----------------------------------------------------------------*
       T40.
           MOVE ICYCFAC-DATE TO CYC-DATDER.
      * le compte-rendu est positionne AVANT l'ecriture : une
      * ecriture en echec ne doit pas etre rapportee comme reussie
           MOVE "0" TO OCYCFAC-RTN.
           REWRITE CYC-LIGNE
                INVALID KEY
                   MOVE "9" TO OCYCFAC-RTN
                   STRING "MISE A JOUR CYCFAC IMPOSSIBLE : "
                          ICYCFAC-NCL
                          DELIMITED BY SIZE INTO OCYCFAC-LIBERR
           END-REWRITE.
       T40-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      * T50 : premiere cloture du cycle a partir de la date WDATW      *
      *----------------------------------------------------------------*
       T50.
           PERFORM T55 THRU T55-EXIT.
           IF CYC-TYPE = 'H'
              PERFORM T57 THRU T57-EXIT
              COMPUTE WNUM = CYC-JOUR - WDOW + 7
              DIVIDE WNUM BY 7 GIVING WQUOT REMAINDER WDELTA
              PERFORM T60 THRU T60-EXIT WDELTA TIMES
              GO TO T50-EXIT
           END-IF.
           MOVE CYC-JOUR TO WJ1.
           IF WJ1 > WDERJ
              MOVE WDERJ TO WJ1
           END-IF.
           IF CYC-TYPE = 'Q'
              COMPUTE WJ2 = CYC-JOUR + 15
              IF WJ2 > WDERJ
                 MOVE WDERJ TO WJ2
              END-IF
           ELSE
              MOVE WJ1 TO WJ2
           END-IF.
           IF WDW-JJ NOT > WJ1
              MOVE WJ1 TO WDW-JJ
              GO TO T50-EXIT
           END-IF.
           IF WDW-JJ NOT > WJ2
              MOVE WJ2 TO WDW-JJ
              GO TO T50-EXIT
           END-IF.
      * premiere cloture du mois suivant
           MOVE 1 TO WDW-JJ.
           ADD 1 TO WDW-MM.
           IF WDW-MM > 12
              MOVE 1 TO WDW-MM
              ADD 1 TO WDW-AA
           END-IF.
           PERFORM T55 THRU T55-EXIT.
           MOVE CYC-JOUR TO WJ1.
           IF WJ1 > WDERJ
              MOVE WDERJ TO WJ1
           END-IF.
           MOVE WJ1 TO WDW-JJ.
       T50-EXIT.
           EXIT.
      *
      * dernier jour du mois de WDATW (WDERJ)
       T55.
           IF WDW-MM < 1 OR WDW-MM > 12
              MOVE 30 TO WDERJ
              GO TO T55-EXIT
           END-IF.
           MOVE WNBJ-MOIS(WDW-MM) TO WDERJ.
           IF WDW-MM = 2
              DIVIDE WDW-AA BY 4 GIVING WQUOT REMAINDER WRESTE
              IF WRESTE = ZERO
                 MOVE 29 TO WDERJ
              END-IF
           END-IF.
       T55-EXIT.
           EXIT.
      *
      * jour de la semaine de WDATW (WDOW, 1 lundi ... 7 dimanche)
       T57.
           COMPUTE WQUOT = (WDW-AA + 3) / 4.
           COMPUTE WSERIE = WDW-AA * 365 + WQUOT
                          + WCUMJ(WDW-MM) + WDW-JJ - 1.
           IF WDW-MM > 2
              DIVIDE WDW-AA BY 4 GIVING WQUOT REMAINDER WRESTE
              IF WRESTE = ZERO
                 ADD 1 TO WSERIE
              END-IF
           END-IF.
           COMPUTE WNUM = WSERIE + 5.
           DIVIDE WNUM BY 7 GIVING WQUOT REMAINDER WRESTE.
           COMPUTE WDOW = WRESTE + 1.
       T57-EXIT.
           EXIT.
      *
      * lendemain de WDATW
       T60.
           PERFORM T55 THRU T55-EXIT.
           ADD 1 TO WDW-JJ.
           IF WDW-JJ > WDERJ
              MOVE 1 TO WDW-JJ
              ADD 1 TO WDW-MM
              IF WDW-MM > 12
                 MOVE 1 TO WDW-MM
                 ADD 1 TO WDW-AA
              END-IF
           END-IF.
       T60-EXIT.
           EXIT.
