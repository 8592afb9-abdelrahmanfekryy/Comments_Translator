      *DD9174 15/10/26 anes Creation - maintenance de la hierarchie
      *                     client datee CLIHIER (centrale / groupement
      *                     / adherent / magasin), mouvements CLIHMVT
      *                     journalises dans CLIJRN
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLIHC010.
      *
      ******************************************************************
      * GPICMT    Maintenance de la hierarchie client CLIHIER (lue par  *
      *           CLIHIER1) a partir des mouvements CLIHMVT :           *
      *           - R = rattachement : a partir de la date d'effet, le  *
      *             client est au niveau donne (1 centrale, 2           *
      *             groupement, 3 adherent, 4 magasin) sous le pere     *
      *             donne ; le lien en cours est clos a cette date (fin *
      *             exclue) et le nouveau lien ouvert, l'historique est *
      *             garde pour les vues a date passee                   *
      *           - S = sortie de la hierarchie a la date d'effet       *
      *           Controles : niveau 1 a 4, une centrale sans pere, un  *
      *           pere present a la date et de niveau superieur, un     *
      *           noeud qui garde des rattaches ne descend pas de       *
      *           niveau et ne sort pas, pas de date anterieure au lien *
      *           en cours.  Chaque lien modifie est journalise dans    *
      *           CLIJRN (CLIJRN1, champ HIERARCHIE).  La table est     *
      *           reecrite dans CLIHIERN, l'etat donne les mouvements   *
      *           puis l'arborescence en vigueur a la date du run.      *
      ******************************************************************
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. DPS-4.
       OBJECT-COMPUTER. DPS-4.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLIHIER-F ASSIGN TO CLI-HIER
                       organization line sequential
                       file status is file-status.
      *
           SELECT CLIHMVT ASSIGN TO CLI-HMVT
                       organization line sequential
                       file status is file-status2.
      *
           SELECT CLIHIERN ASSIGN TO CLI-HIERN
                       organization line sequential.
      *
           SELECT ETAT1 ASSIGN TO wlabel-etat1
                       organization line sequential.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  CLIHIER-F
                DATA RECORD HIE-LIGNE.
       01  HIE-LIGNE.
           02 HIE-NCL            PIC 9(6).
           02 FILLER             PIC X.
           02 HIE-NIV            PIC 9.
           02 FILLER             PIC X.
           02 HIE-PERE           PIC 9(6).
           02 FILLER             PIC X.
           02 HIE-DDEB           PIC 9(6).
           02 FILLER             PIC X.
           02 HIE-DFIN           PIC 9(6).
           02 FILLER             PIC X.
           02 HIE-LIB            PIC X(30).
      *
       FD  CLIHMVT
                DATA RECORD MVH-LIGNE.
       01  MVH-LIGNE.
           02 MVH-TYPE           PIC X.
              88 MVH-RATTACHE    VALUE 'R'.
              88 MVH-SORTIE      VALUE 'S'.
           02 FILLER             PIC X.
           02 MVH-NCL            PIC 9(6).
           02 FILLER             PIC X.
           02 MVH-NIV            PIC 9.
           02 FILLER             PIC X.
           02 MVH-PERE           PIC 9(6).
           02 FILLER             PIC X.
           02 MVH-DATE           PIC 9(6).
           02 FILLER             PIC X.
           02 MVH-LIB            PIC X(30).
      *
       FD  CLIHIERN
                DATA RECORD HIN-LIGNE.
       01  HIN-LIGNE              PIC X(60).
      *
       FD  ETAT1
                DATA RECORD LIGNE
                LINAGE IS 64  LINES AT TOP 2.
       01  LIGNE                  PIC X(132).
       01  L1.
           02 LTYPE                PIC X.
           02 FILLER               PIC X(2).
           02 LNCL                 PIC 9(6) blank zero.
           02 FILLER               PIC X(2).
           02 LNIV                 PIC 9 blank zero.
           02 FILLER               PIC X(2).
           02 LPERE                PIC 9(6) blank zero.
           02 FILLER               PIC X(2).
           02 LDATE                PIC 9(6) blank zero.
           02 FILLER               PIC X(2).
           02 LLIB                 PIC X(60).
      *
       WORKING-STORAGE SECTION.
       01  wlabel-etat1           pic x(64) value space.
       01  var-name               pic x(64).
       01  var-data               pic x(64).
       01  file-status            PIC XX.
       01  file-status2           PIC XX.
       01  WFINH                  PIC 9 value zero.
           88 FIN-CLIHIER         value 1.
       01  WFINM                  PIC 9 value zero.
           88 FIN-CLIHMVT         value 1.
       01  WDATEJOUR              PIC 9(6) VALUE ZERO.
      *
      **** liens de la hierarchie (historique compris)
       01  WTLIEN.
           02 WTLIEN-E OCCURS 9999.
              03 WLI-NCL          PIC 9(6).
              03 WLI-NIV          PIC 9.
              03 WLI-PERE         PIC 9(6).
              03 WLI-DDEB         PIC 9(6).
              03 WLI-DFIN         PIC 9(6).
              03 WLI-LIB          PIC X(30).
       01  WNB-LIEN               PIC 9(4) VALUE ZERO.
       01  WIDX                   PIC 9(4).
       01  WPOS                   PIC 9(4).
       01  WPOSP                  PIC 9(4).
       01  WTRV                   PIC 9.
       01  WTRVP                  PIC 9.
       01  WNB-FILS               PIC 9(4).
       01  WNIV-FILS              PIC 9.
       01  WDATE-TRT              PIC 9(6).
       01  WLIB-ERR               PIC X(60).
       01  WLIB-TRT               PIC X(30).
      *
      **** avant / apres pour le journal CLIJRN
       01  WJRN-LIEN.
           02 FILLER              PIC X VALUE 'N'.
           02 WJL-NIV             PIC 9.
           02 FILLER              PIC X(6) VALUE ' PERE '.
           02 WJL-PERE            PIC 9(6).
           02 FILLER              PIC X(8) VALUE ' DEPUIS '.
           02 WJL-DATE            PIC 9(6).
      *
      **** arborescence : noeud courant a chaque profondeur
       01  WIDX1                  PIC 9(4).
       01  WIDX2                  PIC 9(4).
       01  WIDX3                  PIC 9(4).
       01  WIDX4                  PIC 9(4).
       01  WNOE1                  PIC 9(6).
       01  WNOE2                  PIC 9(6).
       01  WNOE3                  PIC 9(6).
       01  WIDXP                  PIC 9(4).
       01  WPROF                  PIC 9.
       01  WCOL                   PIC 99.
       01  WVAL                   PIC 9.
       01  WNCL-ED                PIC 9(6).
      *
       01  WTOT-MVT               PIC 9(5) VALUE ZERO.
       01  WTOT-APP               PIC 9(5) VALUE ZERO.
       01  WTOT-REJ               PIC 9(5) VALUE ZERO.
       01  WTOT-INCH              PIC 9(5) VALUE ZERO.
      *
           copy '../copy/clijrn.com'.
      *
       PROCEDURE DIVISION.
      *
      *----------------------------------------------------------------*
      * T10 : chargement de la table, mouvements, reecriture, etat     *
      *----------------------------------------------------------------*
       T10.
           MOVE ZERO TO WFINH WFINM WNB-LIEN WTOT-MVT WTOT-APP
                        WTOT-REJ WTOT-INCH.
           string 'ADLPID' x'00' delimited by size
                  into var-name.
           move space to var-data.
           call 'genvcc' using var-name var-data.
           if var-data(1:6) numeric
              move var-data(1:6) to WDATEJOUR.
           string 'clihc010.'
                  var-data delimited by ' '
                                     into wlabel-etat1.
           OPEN OUTPUT ETAT1.
           OPEN INPUT CLIHIER-F.
           IF FILE-STATUS = ZERO
              PERFORM T20 THRU T20-EXIT
              PERFORM T25 THRU T25-EXIT UNTIL FIN-CLIHIER
              CLOSE CLIHIER-F
           END-IF.
           OPEN INPUT CLIHMVT.
           IF FILE-STATUS2 = ZERO
              PERFORM T30 THRU T30-EXIT
              PERFORM T40 THRU T40-EXIT UNTIL FIN-CLIHMVT
              CLOSE CLIHMVT
           ELSE
              DISPLAY "PAS DE MOUVEMENTS CLIHMVT"
           END-IF.
           OPEN OUTPUT CLIHIERN.
           PERFORM T60 THRU T60-EXIT
                   VARYING WIDX FROM 1 BY 1 UNTIL WIDX > WNB-LIEN.
           CLOSE CLIHIERN.
           PERFORM T70 THRU T70-EXIT.
           PERFORM T90 THRU T90-EXIT.
           CLOSE ETAT1.
           STOP RUN.
      *
      *----------------------------------------------------------------*
      * T20/T25 : chargement de la table CLIHIER                       *
      *----------------------------------------------------------------*
       T20.
           READ CLIHIER-F NEXT RECORD
                AT END MOVE 1 TO WFINH.
       T20-EXIT.
           EXIT.
       T25.
           IF WNB-LIEN < 9999
              ADD 1 TO WNB-LIEN
              MOVE HIE-NCL  TO WLI-NCL(WNB-LIEN)
              MOVE HIE-NIV  TO WLI-NIV(WNB-LIEN)
              MOVE HIE-PERE TO WLI-PERE(WNB-LIEN)
              MOVE HIE-DDEB TO WLI-DDEB(WNB-LIEN)
              MOVE HIE-DFIN TO WLI-DFIN(WNB-LIEN)
              MOVE HIE-LIB  TO WLI-LIB(WNB-LIEN)
           ELSE
              DISPLAY "GPIWARNING"
              DISPLAY "**TABLE HIERARCHIE PLEINE, RUN ABANDONNE"
              STOP RUN
           END-IF.
           PERFORM T20 THRU T20-EXIT.
       T25-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      * T30/T40 : un mouvement : controles, cloture du lien en cours,  *
      *           ouverture du nouveau, journal                        *
      *----------------------------------------------------------------*
       T30.
           READ CLIHMVT NEXT RECORD
                AT END MOVE 1 TO WFINM.
       T30-EXIT.
           EXIT.
       T40.
           ADD 1 TO WTOT-MVT.
           MOVE SPACES TO WLIB-ERR.
           IF MVH-NCL NOT NUMERIC OR MVH-NCL = ZERO
              MOVE "CLIENT INVALIDE" TO WLIB-ERR
              GO TO T40R
           END-IF.
           IF MVH-DATE NUMERIC AND MVH-DATE NOT = ZERO
              MOVE MVH-DATE TO WDATE-TRT
           ELSE
              MOVE WDATEJOUR TO WDATE-TRT
           END-IF.
      * lien en cours du client (WTRV/WPOS)
           PERFORM T50 THRU T50-EXIT.
           IF WTRV = 1 AND WLI-DDEB(WPOS) > WDATE-TRT
              MOVE "DATE ANTERIEURE AU LIEN EN COURS" TO WLIB-ERR
              GO TO T40R
           END-IF.
           IF MVH-SORTIE
              PERFORM T44 THRU T44-EXIT
           ELSE
              IF MVH-RATTACHE
                 PERFORM T42 THRU T42-EXIT
              ELSE
                 MOVE "TYPE DE MOUVEMENT INCONNU (R OU S)" TO WLIB-ERR
              END-IF
           END-IF.
           IF WLIB-ERR NOT = SPACES
              GO TO T40R
           END-IF.
           GO TO T40F.
       T40R.
           ADD 1 TO WTOT-REJ.
           MOVE SPACES TO LIGNE.
           MOVE MVH-TYPE  TO LTYPE.
           IF MVH-NCL NUMERIC
              MOVE MVH-NCL TO LNCL
           END-IF.
           IF MVH-NIV NUMERIC
              MOVE MVH-NIV TO LNIV
           END-IF.
           IF MVH-PERE NUMERIC
              MOVE MVH-PERE TO LPERE
           END-IF.
           IF MVH-DATE NUMERIC
              MOVE MVH-DATE TO LDATE
           END-IF.
           STRING "REJET : " WLIB-ERR
                  DELIMITED BY SIZE INTO LLIB.
           WRITE LIGNE BEFORE 1.
       T40F.
           PERFORM T30 THRU T30-EXIT.
       T40-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      * T42 : rattachement du client sous un pere a la date d'effet    *
      *----------------------------------------------------------------*
       T42.
           IF MVH-NIV NOT NUMERIC OR MVH-NIV = ZERO OR MVH-NIV > 4
              MOVE "NIVEAU INVALIDE (1 A 4)" TO WLIB-ERR
              GO TO T42-EXIT
           END-IF.
           IF MVH-PERE NOT NUMERIC
              MOVE "PERE INVALIDE" TO WLIB-ERR
              GO TO T42-EXIT
           END-IF.
           IF MVH-NIV = 1 AND MVH-PERE NOT = ZERO
              MOVE "UNE CENTRALE N'A PAS DE PERE" TO WLIB-ERR
              GO TO T42-EXIT
           END-IF.
           IF MVH-NIV > 1
              IF MVH-PERE = ZERO
                 MOVE "PERE OBLIGATOIRE SOUS LE NIVEAU CENTRALE"
                      TO WLIB-ERR
                 GO TO T42-EXIT
              END-IF
              IF MVH-PERE = MVH-NCL
                 MOVE "CLIENT RATTACHE A LUI-MEME" TO WLIB-ERR
                 GO TO T42-EXIT
              END-IF
              PERFORM T52 THRU T52-EXIT
              IF WTRVP = ZERO
                 MOVE "PERE ABSENT DE LA HIERARCHIE A LA DATE"
                      TO WLIB-ERR
                 GO TO T42-EXIT
              END-IF
              IF WLI-NIV(WPOSP) NOT < MVH-NIV
                 MOVE "NIVEAU DU PERE NON SUPERIEUR AU CLIENT"
                      TO WLIB-ERR
                 GO TO T42-EXIT
              END-IF
           END-IF.
      * les rattaches du client doivent rester sous son niveau
           PERFORM T54 THRU T54-EXIT.
           IF WNB-FILS > ZERO AND WNIV-FILS NOT > MVH-NIV
              MOVE "NIVEAU INCOMPATIBLE AVEC LES RATTACHES DU CLIENT"
                   TO WLIB-ERR
              GO TO T42-EXIT
           END-IF.
           MOVE MVH-LIB TO WLIB-TRT.
           MOVE SPACES TO CLIJRN.
           MOVE "HORS HIERARCHIE" TO ICLIJRN-AVANT.
           IF WTRV = 1
              IF WLI-NIV(WPOS) = MVH-NIV
                 AND WLI-PERE(WPOS) = MVH-PERE
                 ADD 1 TO WTOT-INCH
                 IF MVH-LIB NOT = SPACES
                    MOVE MVH-LIB TO WLI-LIB(WPOS)
                 END-IF
                 GO TO T42-EXIT
              END-IF
              IF WLIB-TRT = SPACES
                 MOVE WLI-LIB(WPOS) TO WLIB-TRT
              END-IF
              MOVE WLI-NIV(WPOS)  TO WJL-NIV
              MOVE WLI-PERE(WPOS) TO WJL-PERE
              MOVE WLI-DDEB(WPOS) TO WJL-DATE
              MOVE WJRN-LIEN      TO ICLIJRN-AVANT
           END-IF.
      * un lien ouvert le jour meme est corrige sur place, sinon il
      * est clos a la date d'effet et un nouveau lien est ouvert
           IF WTRV = 1 AND WLI-DDEB(WPOS) = WDATE-TRT
              CONTINUE
           ELSE
              IF WTRV = 1
                 MOVE WDATE-TRT TO WLI-DFIN(WPOS)
              END-IF
              IF WNB-LIEN NOT < 9999
                 DISPLAY "GPIWARNING"
                 DISPLAY "**TABLE HIERARCHIE PLEINE, RUN ABANDONNE"
                 STOP RUN
              END-IF
              ADD 1 TO WNB-LIEN
              MOVE WNB-LIEN  TO WPOS
              MOVE MVH-NCL   TO WLI-NCL(WPOS)
              MOVE WDATE-TRT TO WLI-DDEB(WPOS)
              MOVE ZERO      TO WLI-DFIN(WPOS)
           END-IF.
           MOVE MVH-NIV  TO WLI-NIV(WPOS).
           MOVE MVH-PERE TO WLI-PERE(WPOS).
           MOVE WLIB-TRT TO WLI-LIB(WPOS).
           MOVE MVH-NIV   TO WJL-NIV.
           MOVE MVH-PERE  TO WJL-PERE.
           MOVE WDATE-TRT TO WJL-DATE.
           MOVE WJRN-LIEN TO ICLIJRN-APRES.
           PERFORM T58 THRU T58-EXIT.
           MOVE SPACES TO LIGNE.
           MOVE "RATTACHEMENT ENREGISTRE" TO LLIB.
           PERFORM T59 THRU T59-EXIT.
       T42-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      * T44 : sortie de la hierarchie a la date d'effet                *
      *----------------------------------------------------------------*
       T44.
           IF WTRV = ZERO
              MOVE "CLIENT HORS HIERARCHIE" TO WLIB-ERR
              GO TO T44-EXIT
           END-IF.
           PERFORM T54 THRU T54-EXIT.
           IF WNB-FILS > ZERO
              MOVE "NOEUD AVEC DES RATTACHES, SORTIE REFUSEE"
                   TO WLIB-ERR
              GO TO T44-EXIT
           END-IF.
           MOVE SPACES TO CLIJRN.
           MOVE WLI-NIV(WPOS)  TO WJL-NIV.
           MOVE WLI-PERE(WPOS) TO WJL-PERE.
           MOVE WLI-DDEB(WPOS) TO WJL-DATE.
           MOVE WJRN-LIEN      TO ICLIJRN-AVANT.
           STRING "SORTIE AU " WDATE-TRT
                  DELIMITED BY SIZE INTO ICLIJRN-APRES.
           MOVE WDATE-TRT TO WLI-DFIN(WPOS).
           PERFORM T58 THRU T58-EXIT.
           MOVE SPACES TO LIGNE.
           MOVE "SORTIE DE LA HIERARCHIE ENREGISTREE" TO LLIB.
           PERFORM T59 THRU T59-EXIT.
       T44-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      * T50-T54 : recherches dans la table                             *
      *----------------------------------------------------------------*
      * lien en cours (fin zero) du client du mouvement
       T50.
           MOVE ZERO TO WTRV WPOS.
           PERFORM T50-CMP VARYING WIDX FROM 1 BY 1
                   UNTIL WIDX > WNB-LIEN OR WTRV = 1.
       T50-EXIT.
           EXIT.
       T50-CMP.
           IF WLI-NCL(WIDX) = MVH-NCL AND WLI-DFIN(WIDX) = ZERO
              MOVE 1 TO WTRV
              MOVE WIDX TO WPOS
           END-IF.
      *
      * lien du pere en vigueur a la date d'effet
       T52.
           MOVE ZERO TO WTRVP WPOSP.
           PERFORM T52-CMP VARYING WIDX FROM 1 BY 1
                   UNTIL WIDX > WNB-LIEN OR WTRVP = 1.
       T52-EXIT.
           EXIT.
       T52-CMP.
           IF WLI-NCL(WIDX) = MVH-PERE
              AND WLI-DDEB(WIDX) NOT > WDATE-TRT
              AND (WLI-DFIN(WIDX) = ZERO
                   OR WLI-DFIN(WIDX) > WDATE-TRT)
              MOVE 1 TO WTRVP
              MOVE WIDX TO WPOSP
           END-IF.
      *
      * rattaches du client encore en vigueur a la date d'effet ou
      * apres : nombre et plus petit niveau
       T54.
           MOVE ZERO TO WNB-FILS.
           MOVE 9 TO WNIV-FILS.
           PERFORM T54-CMP VARYING WIDX FROM 1 BY 1
                   UNTIL WIDX > WNB-LIEN.
       T54-EXIT.
           EXIT.
       T54-CMP.
           IF WLI-PERE(WIDX) = MVH-NCL
              AND (WLI-DFIN(WIDX) = ZERO
                   OR WLI-DFIN(WIDX) > WDATE-TRT)
              ADD 1 TO WNB-FILS
              IF WLI-NIV(WIDX) < WNIV-FILS
                 MOVE WLI-NIV(WIDX) TO WNIV-FILS
              END-IF
           END-IF.
      *
      * journal CLIJRN du lien modifie (avant/apres deja poses)
       T58.
           MOVE MVH-NCL      TO ICLIJRN-NCL.
           MOVE "HIERARCHIE" TO ICLIJRN-CHAMP.
           MOVE "CLIHC010"   TO ICLIJRN-ORIGINE.
           MOVE WDATEJOUR    TO ICLIJRN-DATE.
           CALL "clijrn1" USING CLIJRN.
           IF OCLIJRN-RTN NOT = SPACE
              DISPLAY "GPIWARNING"
              DISPLAY "**CLIJRN NON ECRIT, CLIENT " MVH-NCL
           END-IF.
       T58-EXIT.
           EXIT.
      *
      * ligne d'etat du mouvement applique (libelle deja pose)
       T59.
           ADD 1 TO WTOT-APP.
           MOVE MVH-TYPE  TO LTYPE.
           MOVE MVH-NCL   TO LNCL.
           IF MVH-RATTACHE
              MOVE MVH-NIV  TO LNIV
              MOVE MVH-PERE TO LPERE
           END-IF.
           MOVE WDATE-TRT TO LDATE.
           WRITE LIGNE BEFORE 1.
       T59-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      * T60 : reecriture de la table                                   *
      *----------------------------------------------------------------*
       T60.
           MOVE SPACES TO HIE-LIGNE.
           MOVE WLI-NCL(WIDX)  TO HIE-NCL.
           MOVE WLI-NIV(WIDX)  TO HIE-NIV.
           MOVE WLI-PERE(WIDX) TO HIE-PERE.
           MOVE WLI-DDEB(WIDX) TO HIE-DDEB.
           MOVE WLI-DFIN(WIDX) TO HIE-DFIN.
           MOVE WLI-LIB(WIDX)  TO HIE-LIB.
           WRITE HIN-LIGNE FROM HIE-LIGNE.
       T60-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      * T70-T74 : arborescence en vigueur a la date du run, centrale   *
      *           par centrale, quatre profondeurs au plus             *
      *----------------------------------------------------------------*
       T70.
           MOVE SPACES TO LIGNE.
           WRITE LIGNE BEFORE 1.
           MOVE SPACES TO LIGNE.
           MOVE WDATEJOUR TO LDATE.
           MOVE "HIERARCHIE CLIENT EN VIGUEUR" TO LLIB.
           WRITE LIGNE BEFORE 1.
           PERFORM T71 THRU T71-EXIT
                   VARYING WIDX1 FROM 1 BY 1 UNTIL WIDX1 > WNB-LIEN.
       T70-EXIT.
           EXIT.
       T71.
           MOVE WIDX1 TO WIDXP.
           PERFORM T79 THRU T79-EXIT.
           IF WVAL = ZERO OR WLI-PERE(WIDX1) NOT = ZERO
              GO TO T71-EXIT
           END-IF.
           MOVE 1 TO WPROF.
           PERFORM T78 THRU T78-EXIT.
           MOVE WLI-NCL(WIDX1) TO WNOE1.
           PERFORM T72 THRU T72-EXIT
                   VARYING WIDX2 FROM 1 BY 1 UNTIL WIDX2 > WNB-LIEN.
       T71-EXIT.
           EXIT.
       T72.
           MOVE WIDX2 TO WIDXP.
           PERFORM T79 THRU T79-EXIT.
           IF WVAL = ZERO OR WLI-PERE(WIDX2) NOT = WNOE1
              GO TO T72-EXIT
           END-IF.
           MOVE 2 TO WPROF.
           PERFORM T78 THRU T78-EXIT.
           MOVE WLI-NCL(WIDX2) TO WNOE2.
           PERFORM T73 THRU T73-EXIT
                   VARYING WIDX3 FROM 1 BY 1 UNTIL WIDX3 > WNB-LIEN.
       T72-EXIT.
           EXIT.
       T73.
           MOVE WIDX3 TO WIDXP.
           PERFORM T79 THRU T79-EXIT.
           IF WVAL = ZERO OR WLI-PERE(WIDX3) NOT = WNOE2
              GO TO T73-EXIT
           END-IF.
           MOVE 3 TO WPROF.
           PERFORM T78 THRU T78-EXIT.
           MOVE WLI-NCL(WIDX3) TO WNOE3.
           PERFORM T74 THRU T74-EXIT
                   VARYING WIDX4 FROM 1 BY 1 UNTIL WIDX4 > WNB-LIEN.
       T73-EXIT.
           EXIT.
       T74.
           MOVE WIDX4 TO WIDXP.
           PERFORM T79 THRU T79-EXIT.
           IF WVAL = ZERO OR WLI-PERE(WIDX4) NOT = WNOE3
              GO TO T74-EXIT
           END-IF.
           MOVE 4 TO WPROF.
           PERFORM T78 THRU T78-EXIT.
       T74-EXIT.
           EXIT.
      *
      * ligne d'arborescence du lien WIDXP, decalee selon la profondeur
       T78.
           MOVE SPACES TO LIGNE.
           COMPUTE WCOL = WPROF * 4 - 3.
           MOVE WLI-NCL(WIDXP) TO WNCL-ED.
           MOVE WNCL-ED TO LIGNE(WCOL:6).
           MOVE WLI-NIV(WIDXP) TO LIGNE(WCOL + 8:1).
           MOVE WLI-LIB(WIDXP) TO LIGNE(WCOL + 11:30).
           WRITE LIGNE BEFORE 1.
       T78-EXIT.
           EXIT.
      *
      * lien WIDXP en vigueur a la date du run ?
       T79.
           MOVE ZERO TO WVAL.
           IF WLI-DDEB(WIDXP) NOT > WDATEJOUR
              AND (WLI-DFIN(WIDXP) = ZERO
                   OR WLI-DFIN(WIDXP) > WDATEJOUR)
              MOVE 1 TO WVAL
           END-IF.
       T79-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      * T90 : recapitulatif                                            *
      *----------------------------------------------------------------*
       T90.
           MOVE SPACES TO LIGNE.
           WRITE LIGNE BEFORE 1.
           MOVE SPACES TO LIGNE.
           MOVE WTOT-MVT TO LPERE.
           MOVE "MOUVEMENTS LUS" TO LLIB.
           WRITE LIGNE BEFORE 1.
           MOVE SPACES TO LIGNE.
           MOVE WTOT-APP TO LPERE.
           MOVE "MOUVEMENTS APPLIQUES (JOURNAL CLIJRN)" TO LLIB.
           WRITE LIGNE BEFORE 1.
           MOVE SPACES TO LIGNE.
           MOVE WTOT-INCH TO LPERE.
           MOVE "MOUVEMENTS SANS CHANGEMENT DE LIEN" TO LLIB.
           WRITE LIGNE BEFORE 1.
           MOVE SPACES TO LIGNE.
           MOVE WTOT-REJ TO LPERE.
           MOVE "MOUVEMENTS REJETES" TO LLIB.
           WRITE LIGNE BEFORE 1.
       T90-EXIT.
           EXIT.
