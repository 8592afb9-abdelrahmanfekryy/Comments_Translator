      *DD9168 15/10/26 anes consignes logistiques de la commande
      *                     (INSCDE via inslog1) portees sur la mission
      *                     par des lignes I derriere l'entete E
      *DD9164 15/10/26 anes commande a livraison complete exigee encore
      *                     dans la liste d'attente CPLATT (RELGC010) :
      *                     retenue, pas de mission de picking
      *DD9162 15/10/26 anes ligne d'article kit (nomenclature NOMKIT) :
      *                     la mission porte derriere la ligne L du kit
      *                     une ligne C par composant a prelever, avec
      *                     sa quantite et son emplacement
      *DD9131 03/09/26 anes controle de flux : le fichier de missions
      *                     PICKMIS part avec un enregistrement Z de
      *                     queue (sequence flowctl1 + compte) que le
      *           L par ligne avec l'emplacement de l'article lu dans   *
      *           la table EMPLACEM).  Le retour du picking est         *
      *           integre par PICKC020.                                 *
DD9162*           Un article kit (nomenclature NOMKIT) est suivi d'une  *
DD9162*           ligne C par composant (meme cadrage que L : quantite =*
DD9162*           restant du kit x qte par kit, emplacement du          *
DD9162*           composant).                                           *
DD9164*           Une commande a livraison complete exigee presente dans*
DD9164*           la liste d'attente CPLATT (tenue par RELGC010) n'est  *
DD9164*           pas preparee tant qu'elle n'est pas couverte.         *
DD9168*           Derriere l'entete E, une ligne I par consigne         *
DD9168*           logistique de la commande (journal INSCDE, inslog1) : *
DD9168*           code, valeur, libelle ; la confirmation de chaque     *
DD9168*           consigne revient par PICKCNF (PICKC020).              *
      ******************************************************************
      *
       ENVIRONMENT DIVISION.
           SELECT PICKMIS ASSIGN TO PIC-KMIS
                       organization line sequential.
      *
DD9164     SELECT CPLATT ASSIGN TO CPL-ATT
DD9164                 organization line sequential
DD9164                 file status is file-status4.
DD9164*
           SELECT ETAT1 ASSIGN TO wlabel-etat1
                       organization line sequential.
      *
           02 FILLER             PIC X.
           02 PKML-ZONE          PIC X(10).
           02 FILLER             PIC X(17).
DD9168* enregistrement I : consigne logistique de la commande
DD9168 01  PKM-INS REDEFINES PKM-LIGNE.
DD9168     02 FILLER             PIC XX.
DD9168     02 PKMI-CODE          PIC XX.
DD9168     02 FILLER             PIC X.
DD9168     02 PKMI-VAL           PIC 9(4).
DD9168     02 FILLER             PIC X.
DD9168     02 PKMI-LIB           PIC X(30).
DD9168     02 FILLER             PIC X(10).
DD9162* enregistrement C : composant de la ligne kit qui precede,
DD9162* meme cadrage que L (PKM-LIG)
      * enregistrement Z de queue : controle de flux (flowctl1)
       01  PKM-CTL REDEFINES PKM-LIGNE.
           02 FILLER             PIC XX.
           02 PKMZ-NBENR         PIC 9(7).
           02 FILLER             PIC X(24).
      *
DD9164* commandes a livraison complete en attente (RELGC010)
DD9164 FD  CPLATT
DD9164          DATA RECORD CPA-LIGNE.
DD9164 01  CPA-LIGNE.
DD9164     02 CPA-NCDE           PIC 9(7).
DD9164     02 FILLER             PIC X.
DD9164     02 CPA-NCL            PIC 9(6).
DD9164     02 FILLER             PIC X.
DD9164     02 CPA-POL            PIC X.
DD9164     02 FILLER             PIC X.
DD9164     02 CPA-DATDEB         PIC 9(6).
DD9164     02 FILLER             PIC X(27).
DD9164*
       FD  ETAT1
                DATA RECORD LIGNE
                LINAGE IS 64  LINES AT TOP 2.
       01  file-status            PIC XX.
       01  file-status2           PIC XX.
       01  file-status3           PIC XX.
DD9164 01  file-status4           PIC XX.
DD9164 01  WFINA                  PIC 9 value zero.
DD9164     88 FIN-CPLATT          value 1.
       01  WFINC                  PIC 9 value zero.
           88 FIN-FCOMMAAP        value 1.
       01  WFINL                  PIC 9 value zero.
              03 WCD-NCL          PIC 9(6).
              03 WCD-NBL          PIC 9(4).
       01  WNB-CDE                PIC 9(4) VALUE ZERO.
DD9164**** liste d'attente livraison complete
DD9164 01  WTCPA.
DD9164     02 WCA-NCDE OCCURS 2000 PIC 9(7).
DD9164 01  WNB-CA                 PIC 9(4) VALUE ZERO.
DD9164 01  WICA                   PIC 9(4).
DD9164 01  WTRV                   PIC 9.
DD9164 01  WNB-CPLATT             PIC 9(4) VALUE ZERO.
       01  WIDX                   PIC 9(4).
       01  WCDE-OK                PIC 9.
           88 CDE-A-PREPARER      VALUE 1.
       01  WTOT-LIG               PIC 9(5) VALUE ZERO.
       01  WNB-FLUX               PIC 9(7) VALUE ZERO.
       01  WDATEJOUR              PIC 9(6) VALUE ZERO.
DD9162 01  WQTE-KIT               PIC 9(6)V99.
DD9162 01  WIC                    PIC 99.
DD9168 01  WII                    PIC 99.
      *
           copy '../copy/flowctl.com'.
DD9162     copy '../copy/kitnom.com'.
DD9168     copy '../copy/inslog.com'.
      *
       PROCEDURE DIVISION.
      *
              DISPLAY "OUVERTURE FCOMMAAP IMPOSSIBLE " FILE-STATUS
              STOP RUN
           END-IF.
DD9164* commandes retenues par la livraison complete exigee
DD9164     OPEN INPUT CPLATT.
DD9164     IF FILE-STATUS4 = ZERO
DD9164        PERFORM T21 THRU T21-EXIT
DD9164        PERFORM T22 THRU T22-EXIT UNTIL FIN-CPLATT
DD9164        CLOSE CPLATT
DD9164     END-IF.
           OPEN OUTPUT ETAT1.
           PERFORM T20 THRU T20-EXIT.
           PERFORM T25 THRU T25-EXIT UNTIL FIN-FCOMMAAP.
                AT END MOVE 1 TO WFINC.
       T20-EXIT.
           EXIT.
DD9164 T21.
DD9164     READ CPLATT NEXT RECORD
DD9164          AT END MOVE 1 TO WFINA.
DD9164 T21-EXIT.
DD9164     EXIT.
DD9164 T22.
DD9164     IF WNB-CA < 2000
DD9164        ADD 1 TO WNB-CA
DD9164        MOVE CPA-NCDE TO WCA-NCDE(WNB-CA)
DD9164     END-IF.
DD9164     PERFORM T21 THRU T21-EXIT.
DD9164 T22-EXIT.
DD9164     EXIT.
       T25.
DD9164     MOVE ZERO TO WTRV.
DD9164     IF FCAFA = 1 AND FCFAC = 0
DD9164        PERFORM T26 THRU T26-EXIT
DD9164                VARYING WICA FROM 1 BY 1
DD9164                UNTIL WICA > WNB-CA OR WTRV = 1
DD9164     END-IF.
DD9164     IF WTRV = 1
DD9164        MOVE SPACES TO LIGNE
DD9164        MOVE FCCLE-CDESUP(1:7) TO LNCDE
DD9164        MOVE FCNCL TO LNCL
DD9164        MOVE "LIVRAISON COMPLETE EXIGEE - EN ATTENTE" TO LLIB
DD9164        WRITE LIGNE BEFORE 1
DD9164        ADD 1 TO WNB-CPLATT
DD9164     END-IF.
           IF FCAFA = 1 AND FCFAC = 0
DD9164        AND WTRV = 0
              IF WNB-CDE < 5000
                 ADD 1 TO WNB-CDE
                 MOVE FCCLE-CDESUP(1:7) TO WCD-NCDE(WNB-CDE)
           PERFORM T20 THRU T20-EXIT.
       T25-EXIT.
           EXIT.
DD9164 T26.
DD9164     IF WCA-NCDE(WICA) = FCCLE-CDESUP(1:7)
DD9164        MOVE 1 TO WTRV
DD9164     END-IF.
DD9164 T26-EXIT.
DD9164     EXIT.
      *
      *----------------------------------------------------------------*
      * T40 : mission d'une commande : entete puis lignes non soldees  *
           MOVE WCD-NCL(WIDX)  TO PKME-NCL.
           WRITE PKM-LIGNE FROM PKM-ENT.
           ADD 1 TO WNB-FLUX.
DD9168* consignes logistiques de la commande
DD9168     INITIALIZE INSLOG.
DD9168     MOVE 'C'            TO IINSLOG-TRT.
DD9168     MOVE WCD-NCL(WIDX)  TO IINSLOG-NCL.
DD9168     MOVE WNUM-CDE       TO IINSLOG-NCDE.
DD9168     CALL "INSLOG1" USING INSLOG.
DD9168     PERFORM T45 THRU T45-EXIT
DD9168             VARYING WII FROM 1 BY 1 UNTIL WII > OINSLOG-NB.
           MOVE ZERO TO WFINL.
           CLOSE FCOMJOC1.
           OPEN INPUT FCOMJOC1.
       T40-EXIT.
           EXIT.
      *
DD9168*----------------------------------------------------------------*
DD9168* T45 : ligne I d'une consigne logistique de la commande         *
DD9168*----------------------------------------------------------------*
DD9168 T45.
DD9168     MOVE SPACES TO PKM-INS.
DD9168     MOVE 'I'               TO PKM-INS(1:1).
DD9168     MOVE OINSLOG-CODE(WII) TO PKMI-CODE.
DD9168     MOVE OINSLOG-VAL(WII)  TO PKMI-VAL.
DD9168     MOVE OINSLOG-LIB(WII)  TO PKMI-LIB.
DD9168     WRITE PKM-LIGNE FROM PKM-INS.
DD9168     ADD 1 TO WNB-FLUX.
DD9168 T45-EXIT.
DD9168     EXIT.
DD9168*
       T50.
           READ FCOMJOC1 NEXT RECORD
                AT END MOVE 1 TO WFINL.
                         MOVE EMP-ZONE TO PKML-ZONE
                 END-READ
              END-IF
DD9162* article kit : sans emplacement propre, ses composants
DD9162* suivent en lignes C
DD9162        INITIALIZE KITNOM
DD9162        MOVE 'K'    TO IKITNOM-TRT
DD9162        MOVE FJ1NAR TO IKITNOM-NAR
DD9162        CALL "KITNOM1" USING KITNOM
DD9162        IF CKITNOM-TROUVE-OUI
DD9162           MOVE "KIT       " TO PKML-ZONE
DD9162        END-IF
              WRITE PKM-LIGNE FROM PKM-LIG
              ADD 1 TO WNB-FLUX
              ADD 1 TO WCD-NBL(WIDX) WTOT-LIG
DD9162        IF CKITNOM-TROUVE-OUI
DD9162           MOVE PKML-QTE TO WQTE-KIT
DD9162           PERFORM T57 THRU T57-EXIT
DD9162                   VARYING WIC FROM 1 BY 1
DD9162                   UNTIL WIC > OKITNOM-NBC
DD9162        END-IF
           END-IF.
           PERFORM T50 THRU T50-EXIT.
       T55-EXIT.
           EXIT.
      *
DD9162*----------------------------------------------------------------*
DD9162* T57 : ligne C d'un composant du kit de la ligne L precedente   *
DD9162*----------------------------------------------------------------*
DD9162 T57.
DD9162     MOVE SPACES TO PKM-LIG.
DD9162     MOVE 'C'     TO PKM-LIG(1:1).
DD9162     MOVE FJ1NLG  TO PKML-NLG.
DD9162     MOVE OKITNOM-CNAR(WIC) TO PKML-NAR.
DD9162     COMPUTE PKML-QTE = WQTE-KIT * OKITNOM-CQTE(WIC).
DD9162     MOVE SPACES  TO PKML-ZONE.
DD9162     IF FILE-STATUS3 = ZERO
DD9162        MOVE OKITNOM-CNAR(WIC) TO EMP-NAR
DD9162        READ EMPLACEM
DD9162             INVALID KEY
DD9162                MOVE "EMPL.?    " TO PKML-ZONE
DD9162            NOT INVALID KEY
DD9162                MOVE EMP-ZONE TO PKML-ZONE
DD9162        END-READ
DD9162     END-IF.
DD9162     WRITE PKM-LIGNE FROM PKM-LIG.
DD9162     ADD 1 TO WNB-FLUX.
DD9162 T57-EXIT.
DD9162     EXIT.
DD9162*
       T90.
           MOVE SPACES TO LIGNE.
           WRITE LIGNE BEFORE 1.
           MOVE WTOT-LIG TO LNB.
           MOVE "TOTAL LIGNES A PREPARER" TO LLIB.
           WRITE LIGNE BEFORE 1.
DD9164     MOVE SPACES TO LIGNE.
DD9164     MOVE WNB-CPLATT TO LNB.
DD9164     MOVE "TOTAL COMMANDES RETENUES (LIVRAISON COMPLETE)"
DD9164          TO LLIB.
DD9164     WRITE LIGNE BEFORE 1.
       T90-EXIT.
           EXIT.
