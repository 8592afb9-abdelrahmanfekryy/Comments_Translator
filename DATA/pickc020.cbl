      *DD9168 15/10/26 anes confirmation des consignes logistiques
      *                     de la commande (lignes I de PICKCNF) au
      *                     journal INSCNF ; consigne non respectee ou
      *                     non confirmee editee
      *DD9162 15/10/26 anes ligne d'article kit : la quantite prelevee
      *                     est deduite de la face de chaque composant
      *                     (qte x qte par kit de la nomenclature)
      *DD9161 15/10/26 anes la quantite prelevee est deduite de la
      *                     face de picking (repartition EMPSTK)
      *DD9131 03/09/26 anes controle de flux : si le systeme de
      *                     preparation pose un enregistrement Z de
      *                     queue sur PICKCNF (sequence + compte), il
      *             transition est ecrite dans AUTODEM, consommee par  *
      *             la chaine de l'automate des etats (mmau-cdes1) qui *
      *             garde la main sur les transitions elles-memes      *
DD9161*           - la quantite prelevee sort de la face de picking     *
DD9161*             (repartition face / reserve EMPSTK, EMPSTK1)        *
DD9162*           - ligne d'article kit (nomenclature NOMKIT) : la      *
DD9162*             quantite sort de la face de chaque composant        *
DD9168*           - ligne I : confirmation par le preparateur de        *
DD9168*             chaque consigne logistique de la commande (respectee*
DD9168*             O/N), gardee au journal INSCNF ; une consigne de la *
DD9168*             commande (INSCDE, inslog1) sans confirmation est    *
DD9168*             editee et journalisee non confirmee a la cloture    *
      ******************************************************************
      *
       ENVIRONMENT DIVISION.
                       organization line sequential
                       file status is file-status3.
      *
DD9168     SELECT INSCNF ASSIGN TO INS-CNF
DD9168                 organization line sequential
DD9168                 file status is file-status4.
DD9168*
           SELECT ETAT1 ASSIGN TO wlabel-etat1
                       organization line sequential.
      *
           02 FILLER             PIC X.
           02 PKCL-LOT           PIC X(10).
           02 FILLER             PIC X(15).
DD9168* enregistrement I : confirmation d'une consigne logistique
DD9168* (O respectee, N non respectee), preparateur, observation
DD9168 01  PKC-INS REDEFINES PKC-LIGNE.
DD9168     02 FILLER             PIC XX.
DD9168     02 PKCI-CODE          PIC XX.
DD9168     02 FILLER             PIC X.
DD9168     02 PKCI-RESP          PIC X.
DD9168     02 FILLER             PIC X.
DD9168     02 PKCI-PREP          PIC X(8).
DD9168     02 FILLER             PIC X.
DD9168     02 PKCI-OBS           PIC X(20).
DD9168     02 FILLER             PIC X(2).
      * enregistrement Z de queue : controle de flux (flowctl1)
       01  PKC-CTL REDEFINES PKC-LIGNE.
           02 FILLER             PIC XX.
           02 FILLER             PIC X.
           02 LEX-DATE           PIC 9(6).
      *
DD9168* journal permanent des confirmations de consignes : la preuve
DD9168* opposable a une penalite de non-conformite de livraison ;
DD9168* RESP O respectee, N non respectee, blanc = non confirmee
DD9168 FD  INSCNF
DD9168          DATA RECORD ICF-LIGNE.
DD9168 01  ICF-LIGNE.
DD9168     02 ICF-NCDE           PIC 9(7).
DD9168     02 FILLER             PIC X.
DD9168     02 ICF-CODE           PIC XX.
DD9168     02 FILLER             PIC X.
DD9168     02 ICF-RESP           PIC X.
DD9168     02 FILLER             PIC X.
DD9168     02 ICF-PREP           PIC X(8).
DD9168     02 FILLER             PIC X.
DD9168     02 ICF-OBS            PIC X(20).
DD9168     02 FILLER             PIC X.
DD9168     02 ICF-DATE           PIC 9(6).
DD9168*
       FD  ETAT1
                DATA RECORD LIGNE
                LINAGE IS 64  LINES AT TOP 2.
       01  WTOT-ECA               PIC 9(5) VALUE ZERO.
       01  WTOT-CDE               PIC 9(4) VALUE ZERO.
       01  WNB-FLUX               PIC 9(7) VALUE ZERO.
DD9161 01  WQTP-ANC               PIC 9(6)V99.
DD9162 01  WIC                    PIC 99.
DD9168 01  file-status4           PIC XX.
DD9168 01  WII                    PIC 99.
DD9168 01  WTRV                   PIC 9.
DD9168 01  WTOT-INS               PIC 9(5) VALUE ZERO.
DD9168 01  WTOT-INSN              PIC 9(5) VALUE ZERO.
DD9168**** consignes confirmees de la commande en cours
DD9168 01  WTCNF.
DD9168     02 WCF-CODE OCCURS 10  PIC XX.
DD9168 01  WNB-CNF                PIC 99 VALUE ZERO.
      *
           copy '../copy/flowctl.com'.
DD9161*
DD9161     copy '../copy/empstk.com'.
DD9162     copy '../copy/kitnom.com'.
DD9168     copy '../copy/inslog.com'.
      *
       PROCEDURE DIVISION.
      *
           IF FILE-STATUS3 NOT = ZERO
              OPEN OUTPUT LOTEXP
           END-IF.
DD9168     OPEN EXTEND INSCNF.
DD9168     IF FILE-STATUS4 NOT = ZERO
DD9168        OPEN OUTPUT INSCNF
DD9168     END-IF.
           OPEN OUTPUT ETAT1.
           PERFORM T20 THRU T20-EXIT.
           PERFORM T30 THRU T30-EXIT UNTIL FIN-PICKCNF.
           PERFORM T70 THRU T70-EXIT.
           CLOSE PICKCNF FCOMJOC1 AUTODEM LOTEXP.
DD9168     CLOSE INSCNF.
           PERFORM T90 THRU T90-EXIT.
           CLOSE ETAT1.
           STOP RUN.
              IF PKC-TYPE = 'L' AND WNUM-CDE NOT = ZERO
                 PERFORM T40 THRU T40-EXIT
              END-IF
DD9168        IF PKC-TYPE = 'I' AND WNUM-CDE NOT = ZERO
DD9168           PERFORM T50 THRU T50-EXIT
DD9168        END-IF
      * enregistrement Z de queue : verification du flux quand le
      * systeme de preparation le pose (absent = accepte comme avant)
              IF PKC-TYPE = 'Z'
                   WRITE LIGNE BEFORE 1
                   GO TO T40-EXIT
           END-READ.
DD9161     MOVE FJ1QTP TO WQTP-ANC.
           MOVE PKCL-QTP TO FJ1QTP.
           REWRITE FJ1-LIGNE
                INVALID KEY
                   DISPLAY "**MAJ LIGNE IMPOSSIBLE " WNUM-CDE
           END-REWRITE.
           ADD 1 TO WTOT-LIG.
DD9161* la quantite prelevee (ou sa correction) sort de la face
DD9162* article kit : pas de face propre, chaque composant sort de
DD9162* la sienne
DD9162     INITIALIZE KITNOM.
DD9162     IF PKCL-QTP NOT = WQTP-ANC
DD9162        MOVE 'K'    TO IKITNOM-TRT
DD9162        MOVE FJ1NAR TO IKITNOM-NAR
DD9162        CALL "KITNOM1" USING KITNOM
DD9162        IF CKITNOM-TROUVE-OUI
DD9162           PERFORM T45 THRU T45-EXIT
DD9162                   VARYING WIC FROM 1 BY 1
DD9162                   UNTIL WIC > OKITNOM-NBC
DD9162        END-IF
DD9162     END-IF.
DD9162     IF PKCL-QTP NOT = WQTP-ANC AND NOT CKITNOM-TROUVE-OUI
DD9161        INITIALIZE EMPSTK
DD9161        MOVE 'P'      TO IEMPSTK-TRT
DD9161        MOVE FJ1NAR   TO IEMPSTK-NAR
DD9161        COMPUTE IEMPSTK-QTE = PKCL-QTP - WQTP-ANC
DD9161        CALL "EMPSTK1" USING EMPSTK
DD9161     END-IF.
      * journal des lots expedies : une ligne preparee avec un lot
      * laisse sa trace permanente commande/ligne/article/lot
           IF PKCL-QTP NOT = ZERO AND PKCL-LOT NOT = SPACES
       T40-EXIT.
           EXIT.
      *
DD9162*----------------------------------------------------------------*
DD9162* T45 : sortie de face d'un composant de la ligne kit            *
DD9162*----------------------------------------------------------------*
DD9162 T45.
DD9162     MOVE 'P'               TO IEMPSTK-TRT.
DD9162     MOVE OKITNOM-CNAR(WIC) TO IEMPSTK-NAR.
DD9162     COMPUTE IEMPSTK-QTE = (PKCL-QTP - WQTP-ANC)
DD9162                           * OKITNOM-CQTE(WIC).
DD9162     CALL "EMPSTK1" USING EMPSTK.
DD9162 T45-EXIT.
DD9162     EXIT.
DD9162*
DD9168*----------------------------------------------------------------*
DD9168* T50 : confirmation d'une consigne logistique de la commande    *
DD9168*----------------------------------------------------------------*
DD9168 T50.
DD9168     MOVE SPACES TO ICF-LIGNE.
DD9168     MOVE WNUM-CDE  TO ICF-NCDE.
DD9168     MOVE PKCI-CODE TO ICF-CODE.
DD9168     MOVE PKCI-RESP TO ICF-RESP.
DD9168     MOVE PKCI-PREP TO ICF-PREP.
DD9168     MOVE PKCI-OBS  TO ICF-OBS.
DD9168     MOVE WDATEJOUR TO ICF-DATE.
DD9168     WRITE ICF-LIGNE.
DD9168     ADD 1 TO WTOT-INS.
DD9168     IF WNB-CNF < 10
DD9168        ADD 1 TO WNB-CNF
DD9168        MOVE PKCI-CODE TO WCF-CODE(WNB-CNF)
DD9168     END-IF.
DD9168     IF PKCI-RESP NOT = 'O'
DD9168        ADD 1 TO WTOT-INSN
DD9168        MOVE SPACES TO LIGNE
DD9168        MOVE WNUM-CDE TO LNCDE
DD9168        STRING "CONSIGNE " PKCI-CODE " NON RESPECTEE "
DD9168               PKCI-OBS DELIMITED BY SIZE INTO LLIB
DD9168        WRITE LIGNE BEFORE 1
DD9168     END-IF.
DD9168 T50-EXIT.
DD9168     EXIT.
DD9168*
DD9168*----------------------------------------------------------------*
DD9168* T75 : consignes de la commande sans confirmation               *
DD9168*----------------------------------------------------------------*
DD9168 T75.
DD9168     INITIALIZE INSLOG.
DD9168     MOVE 'C'      TO IINSLOG-TRT.
DD9168     MOVE WNUM-CDE TO IINSLOG-NCDE.
DD9168     CALL "INSLOG1" USING INSLOG.
DD9168     PERFORM T76 THRU T76-EXIT
DD9168             VARYING WII FROM 1 BY 1 UNTIL WII > OINSLOG-NB.
DD9168     MOVE ZERO TO WNB-CNF.
DD9168 T75-EXIT.
DD9168     EXIT.
DD9168 T76.
DD9168     MOVE ZERO TO WTRV.
DD9168     PERFORM T77 THRU T77-EXIT
DD9168             VARYING WIC FROM 1 BY 1
DD9168             UNTIL WIC > WNB-CNF OR WTRV = 1.
DD9168     IF WTRV = 1
DD9168        GO TO T76-EXIT
DD9168     END-IF.
DD9168     MOVE SPACES TO ICF-LIGNE.
DD9168     MOVE WNUM-CDE          TO ICF-NCDE.
DD9168     MOVE OINSLOG-CODE(WII) TO ICF-CODE.
DD9168     MOVE WDATEJOUR         TO ICF-DATE.
DD9168     WRITE ICF-LIGNE.
DD9168     ADD 1 TO WTOT-INSN.
DD9168     MOVE SPACES TO LIGNE.
DD9168     MOVE WNUM-CDE TO LNCDE.
DD9168     STRING "CONSIGNE " OINSLOG-CODE(WII) " NON CONFIRMEE "
DD9168            OINSLOG-LIB(WII) DELIMITED BY SIZE INTO LLIB.
DD9168     WRITE LIGNE BEFORE 1.
DD9168 T76-EXIT.
DD9168     EXIT.
DD9168 T77.
DD9168     IF WCF-CODE(WIC) = OINSLOG-CODE(WII)
DD9168        MOVE 1 TO WTRV
DD9168     END-IF.
DD9168 T77-EXIT.
DD9168     EXIT.
DD9168*
      *----------------------------------------------------------------*
      * T70 : cloture de la commande en cours : demande de transition  *
      *       pour l'automate (PREPAREE, ou PREP-ECART si ecart)       *
      *----------------------------------------------------------------*
       T70.
           IF WNUM-CDE NOT = ZERO
DD9168        PERFORM T75 THRU T75-EXIT
              MOVE SPACES TO ADM-LIGNE
              MOVE WNUM-CDE TO ADM-NCDE
              IF WCDE-ECART = ZERO
           MOVE WTOT-ECA TO LNCDE.
           MOVE "ECARTS A ARBITRER" TO LLIB.
           WRITE LIGNE BEFORE 1.
DD9168     MOVE SPACES TO LIGNE.
DD9168     MOVE WTOT-INS TO LNCDE.
DD9168     MOVE "CONSIGNES LOGISTIQUES CONFIRMEES" TO LLIB.
DD9168     WRITE LIGNE BEFORE 1.
DD9168     MOVE SPACES TO LIGNE.
DD9168     MOVE WTOT-INSN TO LNCDE.
DD9168     MOVE "CONSIGNES NON RESPECTEES OU NON CONFIRMEES" TO LLIB.
DD9168     WRITE LIGNE BEFORE 1.
       T90-EXIT.
           EXIT.
