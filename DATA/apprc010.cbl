      *DD9177 15/10/26 anes prevision client PREVCLI (PREVC010) des
      *                     HORPRV semaines a venir dans la demande :
      *                     la plus forte des reservations et de la
      *                     prevision
      *DD9160 15/10/26 anes stock de securite dans la suggestion :
      *                     rythme de demande x jours de couverture
      *                     de la classe XYZ de l'article (ARTCLAS,
      *                     CLASC010)
      *DD9137 03/09/26 anes table articles pleine : l'enregistrement en
      *                     exces est saute (WPOS a zero, garde chez
      *                     chaque appelant) au lieu d'etre cumule sur
      *           stock - attendus (plancher zero).  Edition triee par  *
      *           CA en risque decroissant : le haut de la liste est    *
      *           la liste d'achats de quelqu'un.                       *
DD9160*           Stock de securite ajoute a la demande : rythme x      *
DD9160*           COUVX/COUVY/COUVZ jours (5/10/20) selon la classe XYZ *
DD9160*           de l'article dans ARTCLAS (CLASC010).                 *
DD9177*           Previsions clients PREVCLI (PREVC010) : semaines de   *
DD9177*           la semaine du run a HORPRV semaines (4 par defaut) ;  *
DD9177*           la demande retenue est la plus forte des reservations *
DD9177*           et de la prevision (les commandes fermes consomment   *
DD9177*           la prevision, pas de double compte).                  *
      ******************************************************************
      *
       ENVIRONMENT DIVISION.
                       organization line sequential
                       file status is file-status5.
      *
DD9160     SELECT ARTCLAS ASSIGN TO ART-CLAS
DD9160                 organization line sequential
DD9160                 file status is file-status6.
DD9177     SELECT PREVCLI ASSIGN TO PRE-VCLI
DD9177                 organization line sequential
DD9177                 file status is file-status7.
DD9177*
DD9160*
           SELECT ETAT1 ASSIGN TO wlabel-etat1
                       organization line sequential.
      *
           02 FILLER             PIC X.
           02 ATA-PRIX           PIC 9(7)V99.
      *
DD9160* classes articles (CLASC010) : XYZ = couverture de securite
DD9160 FD  ARTCLAS
DD9160          DATA RECORD CLA-LIGNE.
DD9160 01  CLA-LIGNE.
DD9160     02 CLA-NAR            PIC X(7).
DD9160     02 FILLER             PIC X.
DD9160     02 CLA-MOIS           PIC 9(4).
DD9160     02 FILLER             PIC X.
DD9160     02 CLA-CLV            PIC X.
DD9160     02 FILLER             PIC X.
DD9160     02 CLA-CLL            PIC X.
DD9160     02 FILLER             PIC X.
DD9160     02 CLA-CLX            PIC X.
DD9160     02 FILLER             PIC X(25).
DD9160*
DD9177* previsions clients par semaine (PREVC010)
DD9177 FD  PREVCLI
DD9177          DATA RECORD PVC-LIGNE.
DD9177 01  PVC-LIGNE.
DD9177     02 PVC-NCL            PIC 9(6).
DD9177     02 FILLER             PIC X.
DD9177     02 PVC-NAR            PIC X(7).
DD9177     02 FILLER             PIC X.
DD9177     02 PVC-SEM            PIC 9(6).
DD9177     02 FILLER             PIC X.
DD9177     02 PVC-QTE            PIC 9(7)V99.
DD9177     02 FILLER             PIC X.
DD9177     02 PVC-QTEPRE         PIC 9(7)V99.
DD9177     02 FILLER             PIC X.
DD9177     02 PVC-DATVER         PIC 9(6).
DD9177     02 FILLER             PIC X.
DD9177     02 PVC-ORIGINE        PIC X(3).
DD9177*
       FD  ETAT1
                DATA RECORD LIGNE
                LINAGE IS 64  LINES AT TOP 2.
           02 FILLER               PIC X(2).
           02 LRISQ                PIC Z(8)9V,99 blank zero.
           02 FILLER               PIC X(2).
DD9160     02 LCLX                 PIC X.
DD9160     02 FILLER               PIC X(2).
DD9160     02 LSEC                 PIC Z(6)9V,99 blank zero.
DD9160     02 FILLER               PIC X(2).
DD9177     02 LPRV                 PIC Z(6)9V,99 blank zero.
DD9177     02 FILLER               PIC X(2).
DD9160     02 LLIB                 PIC X(20).
      *
       WORKING-STORAGE SECTION.
       01  wlabel-etat1           pic x(64) value space.
       01  file-status3           PIC XX.
       01  file-status4           PIC XX.
       01  file-status5           PIC XX.
DD9160 01  file-status6           PIC XX.
DD9177 01  file-status7           PIC XX.
       01  WFINP                  PIC 9 value zero.
           88 FIN-FARTUSAP        value 1.
       01  WFINC                  PIC 9 value zero.
           88 FIN-FOUCMDAT        value 1.
       01  WFINT                  PIC 9 value zero.
           88 FIN-ARTTARIF        value 1.
DD9160 01  WFINK                  PIC 9 value zero.
DD9160     88 FIN-ARTCLAS         value 1.
DD9160 01  WCOUVX                 PIC 9(3) VALUE 5.
DD9160 01  WCOUVY                 PIC 9(3) VALUE 10.
DD9160 01  WCOUVZ                 PIC 9(3) VALUE 20.
DD9160 01  WCOUV                  PIC 9(3).
DD9160 01  WSECU                  PIC 9(9)V99.
DD9177 01  WFINV                  PIC 9 value zero.
DD9177     88 FIN-PREVCLI         value 1.
DD9177 01  WHORPRV                PIC 9(3) VALUE 4.
DD9177 01  WDEM                   PIC 9(9)V99.
DD9177**** numero de jour depuis le 01/01/2000 (un samedi) et jour de
DD9177**** semaine (1 lundi ... 7 dimanche), cf CYCFAC1 ; fenetre des
DD9177**** semaines de prevision en numeros de lundi
DD9177 01  WTCUMJ-V               PIC X(36)
DD9177         VALUE "000031059090120151181212243273304334".
DD9177 01  WTCUMJ REDEFINES WTCUMJ-V.
DD9177     02 WCUMJ               PIC 999 OCCURS 12.
DD9177 01  WSERIE                 PIC 9(6).
DD9177 01  WDOW                   PIC 9.
DD9177 01  WQUOT                  PIC 9(6).
DD9177 01  WRESTE                 PIC 99.
DD9177 01  WNUM                   PIC S9(6).
DD9177 01  WSER-DEB               PIC 9(6).
DD9177 01  WSER-FIN               PIC 9(6).
       01  WNBJDEM                PIC 9(3) VALUE 30.
       01  WDATEJOUR              PIC 9(6).
       01  WDATW                  PIC 9(6).
              03 WAR-PRIX         PIC 9(7)V99.
              03 WAR-RISQ         PIC 9(11)V99.
              03 WAR-FAIT         PIC X.
DD9160        03 WAR-CLX          PIC X.
DD9177        03 WAR-PRV          PIC 9(8)V99.
       01  WNB-ART                PIC 9(5) VALUE ZERO.
       01  WIDX                   PIC 9(5).
       01  WTRV                   PIC 9.
           call 'genvcc' using var-name var-data.
           if var-data(1:3) numeric and var-data(1:3) not = zero
              move var-data(1:3) to WNBJDEM.
DD9160     string 'COUVX' x'00' delimited by size
DD9160            into var-name.
DD9160     move space to var-data.
DD9160     call 'genvcc' using var-name var-data.
DD9160     if var-data(1:3) numeric
DD9160        move var-data(1:3) to WCOUVX.
DD9160     string 'COUVY' x'00' delimited by size
DD9160            into var-name.
DD9160     move space to var-data.
DD9160     call 'genvcc' using var-name var-data.
DD9160     if var-data(1:3) numeric
DD9160        move var-data(1:3) to WCOUVY.
DD9160     string 'COUVZ' x'00' delimited by size
DD9160            into var-name.
DD9160     move space to var-data.
DD9160     call 'genvcc' using var-name var-data.
DD9160     if var-data(1:3) numeric
DD9160        move var-data(1:3) to WCOUVZ.
DD9177     string 'HORPRV' x'00' delimited by size
DD9177            into var-name.
DD9177     move space to var-data.
DD9177     call 'genvcc' using var-name var-data.
DD9177     if var-data(1:3) numeric and var-data(1:3) not = zero
DD9177        move var-data(1:3) to WHORPRV.
           string 'ADLPID' x'00' delimited by size
                  into var-name.
           move space to var-data.
              PERFORM T36 THRU T36-EXIT UNTIL FIN-ARTTARIF
              CLOSE ARTTARIF
           END-IF.
DD9160* classe XYZ des articles du signal (les articles classes sans
DD9160* signal ne sont pas repris)
DD9160     OPEN INPUT ARTCLAS.
DD9160     IF FILE-STATUS6 = ZERO
DD9160        PERFORM T44 THRU T44-EXIT
DD9160        PERFORM T46 THRU T46-EXIT UNTIL FIN-ARTCLAS
DD9160        CLOSE ARTCLAS
DD9160     END-IF.
DD9177* previsions clients des HORPRV semaines a venir (semaine du
DD9177* run comprise), cumulees par article
DD9177     MOVE WDATEJOUR TO WDATW.
DD9177     PERFORM T56 THRU T56-EXIT.
DD9177     COMPUTE WSER-DEB = WSERIE - WDOW + 1.
DD9177     COMPUTE WSER-FIN = WSER-DEB + (WHORPRV * 7) - 1.
DD9177     OPEN INPUT PREVCLI.
DD9177     IF FILE-STATUS7 = ZERO
DD9177        PERFORM T47 THRU T47-EXIT
DD9177        PERFORM T48 THRU T48-EXIT UNTIL FIN-PREVCLI
DD9177        CLOSE PREVCLI
DD9177     END-IF.
      * valorisation du risque puis edition du plus gros au plus petit
           PERFORM T40 THRU T40-EXIT
                   VARYING WIDX FROM 1 BY 1 UNTIL WIDX > WNB-ART.
                           WAR-ATT(WPOS) WAR-PRIX(WPOS)
                           WAR-RISQ(WPOS)
              MOVE SPACE TO WAR-FAIT(WPOS)
DD9160        MOVE SPACE TO WAR-CLX(WPOS)
DD9177        MOVE ZERO TO WAR-PRV(WPOS)
           END-IF.
       T38-EXIT.
           EXIT.
           COMPUTE WAR-RISQ(WIDX) = WAR-REL(WIDX) * WAR-PRIX(WIDX).
       T40-EXIT.
           EXIT.
DD9160*
DD9160*----------------------------------------------------------------*
DD9160* T44/T46 : classe XYZ de l'article (ARTCLAS)                    *
DD9160*----------------------------------------------------------------*
DD9160 T44.
DD9160     READ ARTCLAS NEXT RECORD
DD9160          AT END MOVE 1 TO WFINK.
DD9160 T44-EXIT.
DD9160     EXIT.
DD9160 T46.
DD9160     MOVE CLA-NAR TO WNAR-TRT.
DD9160     MOVE ZERO TO WTRV.
DD9160     PERFORM T38-CMP VARYING WIDX FROM 1 BY 1
DD9160             UNTIL WIDX > WNB-ART OR WTRV = 1.
DD9160     IF WTRV = 1
DD9160        MOVE CLA-CLX TO WAR-CLX(WPOS)
DD9160     END-IF.
DD9160     PERFORM T44 THRU T44-EXIT.
DD9160 T46-EXIT.
DD9160     EXIT.
DD9177*
DD9177*----------------------------------------------------------------*
DD9177* T47/T48 : prevision client des semaines de la fenetre          *
DD9177*----------------------------------------------------------------*
DD9177 T47.
DD9177     READ PREVCLI NEXT RECORD
DD9177          AT END MOVE 1 TO WFINV.
DD9177 T47-EXIT.
DD9177     EXIT.
DD9177 T48.
DD9177     IF PVC-QTE = ZERO OR PVC-SEM NOT NUMERIC
DD9177        GO TO T48F
DD9177     END-IF.
DD9177     MOVE PVC-SEM TO WDATW.
DD9177     PERFORM T56 THRU T56-EXIT.
DD9177     IF WSERIE < WSER-DEB OR WSERIE > WSER-FIN
DD9177        GO TO T48F
DD9177     END-IF.
DD9177     MOVE PVC-NAR TO WNAR-TRT.
DD9177     PERFORM T38 THRU T38-EXIT.
DD9177     IF WPOS NOT = ZERO
DD9177        ADD PVC-QTE TO WAR-PRV(WPOS)
DD9177     END-IF.
DD9177 T48F.
DD9177     PERFORM T47 THRU T47-EXIT.
DD9177 T48-EXIT.
DD9177     EXIT.
      *
      *----------------------------------------------------------------*
      * T50 : l'article au plus gros risque non encore edite sort,     *
              GO TO T50-EXIT
           END-IF.
           MOVE 'O' TO WAR-FAIT(WPOSM).
DD9160* stock de securite = rythme de demande x jours de couverture
DD9160* de la classe XYZ (COUVX/COUVY/COUVZ, 5/10/20 par defaut),
DD9160* rien pour un article non classe
DD9160     MOVE ZERO TO WSECU WCOUV.
DD9160     IF WAR-CLX(WPOSM) = 'X'
DD9160        MOVE WCOUVX TO WCOUV
DD9160     END-IF.
DD9160     IF WAR-CLX(WPOSM) = 'Y'
DD9160        MOVE WCOUVY TO WCOUV
DD9160     END-IF.
DD9160     IF WAR-CLX(WPOSM) = 'Z'
DD9160        MOVE WCOUVZ TO WCOUV
DD9160     END-IF.
DD9160     IF WCOUV NOT = ZERO
DD9160        COMPUTE WSECU ROUNDED = (WAR-RES(WPOSM) + WAR-REL(WPOSM))
DD9160                              / WNBJDEM * WCOUV
DD9160     END-IF.
DD9177* demande = reservations, ou la prevision client si elle est
DD9177* plus forte (les commandes fermes en sont la consommation)
DD9177     MOVE WAR-RES(WPOSM) TO WDEM.
DD9177     IF WAR-PRV(WPOSM) > WDEM
DD9177        MOVE WAR-PRV(WPOSM) TO WDEM
DD9177     END-IF.
DD9177* quantite suggeree = demande retenue + reliquats +
DD9160* stock de securite - stock - attendus, plancher zero
DD9177     COMPUTE WSUGG = WDEM + WAR-REL(WPOSM)
DD9160                   + WSECU
                         - WAR-STK(WPOSM) - WAR-ATT(WPOSM).
           IF WSUGG < ZERO
              MOVE ZERO TO WSUGG
           MOVE WAR-ATT(WPOSM)  TO LATT.
           MOVE WSUGG           TO LSUG.
           MOVE WAR-RISQ(WPOSM) TO LRISQ.
DD9160     MOVE WAR-CLX(WPOSM)  TO LCLX.
DD9160     MOVE WSECU           TO LSEC.
DD9177     MOVE WAR-PRV(WPOSM)  TO LPRV.
      * date de rupture projetee au rythme de demande constate
           MOVE ZERO TO LDRUPT.
           IF WAR-STK(WPOSM) > ZERO
           END-IF.
       T54-EXIT.
           EXIT.
DD9177*
DD9177* numero de jour (WSERIE) et jour de semaine (WDOW) de WDATW
DD9177 T56.
DD9177     COMPUTE WQUOT = (WDATW-AA + 3) / 4.
DD9177     COMPUTE WSERIE = WDATW-AA * 365 + WQUOT
DD9177                    + WCUMJ(WDATW-MM) + WDATW-JJ - 1.
DD9177     IF WDATW-MM > 2
DD9177        DIVIDE WDATW-AA BY 4 GIVING WQUOT REMAINDER WRESTE
DD9177        IF WRESTE = ZERO
DD9177           ADD 1 TO WSERIE
DD9177        END-IF
DD9177     END-IF.
DD9177     COMPUTE WNUM = WSERIE + 5.
DD9177     DIVIDE WNUM BY 7 GIVING WQUOT REMAINDER WRESTE.
DD9177     COMPUTE WDOW = WRESTE + 1.
DD9177 T56-EXIT.
DD9177     EXIT.
      *
       T90.
           MOVE SPACES TO LIGNE.
           WRITE LIGNE BEFORE 1.
           MOVE SPACES TO LIGNE.
           MOVE WTOT-SUG TO LSUG.
           MOVE "TOTAL SUGGESTIONS" TO LLIB.
           WRITE LIGNE BEFORE 1.
       T90-EXIT.
           EXIT.
