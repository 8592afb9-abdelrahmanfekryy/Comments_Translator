      *DD9164 15/10/26 anes politique de livraison (LIVPOL1) : complete
      *                     par ligne = pas d'affectation partielle ;
      *                     commande complete exigee = affectation
      *                     gardee en reservation, la commande attend
      *                     dans CPLATT (manquant, date d'entree) et
      *                     ne part en preparation qu'une fois couverte
      *DD9163 15/10/26 anes article (ou composant de kit) bloque par la
      *                     qualite (QUALBLK via qualblk1) : disponible
      *                     nul, ses lignes restent en reliquat et leurs
      *                     commandes sont notees dans QUALATT
      *DD9162 15/10/26 anes article kit (nomenclature NOMKIT) : le
      *                     disponible du kit est le nombre de kits
      *                     complets que couvrent ses composants ;
      *                     affectation, reservation et kardex portes
      *                     sur chaque composant
      *DD9159 15/10/26 anes affectation de stock aux reliquats
      *                     portee au kardex MVTSTK (mouvement AR)
      *DD9089 23/08/26 anes cle de stock magasin + article comme la
      *                     chaine (fanma/fanarx) ; reservation
      *                     FARTUSAC (article + commande) posee pour
      *           tenues ici, la statistique se reprend du journal      *
      *           DESTLOG si besoin.  L'edition donne par couple les    *
      *           lignes servies et les lectures economisees.           *
DD9162*           ARTICLE KIT (nomenclature NOMKIT, kitnom1) : pas de   *
DD9162*           stock propre ; disponible = kits complets couverts par*
DD9162*           ses composants, chacun lu, reserve, porte au kardex et*
DD9162*           reecrit pour qte affectee x qte par kit.              *
DD9163*           ARTICLE BLOQUE QUALITE (QUALBLK, qualblk1), ou kit    *
DD9163*           dont un composant l'est : disponible nul, lignes      *
DD9163*           laissees en reliquat et commandes notees QUALATT.     *
DD9164*           POLITIQUE DE LIVRAISON (LIVPOL1, client de la commande*
DD9164*           lu dans FCOMMAAP) : complete par ligne = une ligne est*
DD9164*           servie entiere ou pas ; commande complete exigee = les*
DD9164*           affectations restent reservees et tant qu'une ligne   *
DD9164*           manque la commande est dans la liste d'attente CPLATT *
DD9164*           (reecrite en CPLATTN, date d'entree conservee) que lit*
DD9164*           PICKC010 pour la retenir en preparation.              *
      ******************************************************************
      *
       ENVIRONMENT DIVISION.
                       record key FUS-CLE
                       file status is file-status3.
      *
DD9164     SELECT FCOMMAAP ASSIGN TO FCO-MAAP
DD9164                 organization indexed
DD9164                 access mode sequential
DD9164                 record key FCCLE-CDESUP
DD9164                 file status is file-status4.
DD9164*
DD9164     SELECT CPLATT ASSIGN TO CPL-ATT
DD9164                 organization line sequential
DD9164                 file status is file-status5.
DD9164*
DD9164     SELECT CPLATTN ASSIGN TO CPL-ATTN
DD9164                 organization line sequential.
DD9164*
           SELECT ETAT1 ASSIGN TO wlabel-etat1
                       organization line sequential.
      *
           02 FUS-QTE             PIC 9(6)V99.
           02 FILLER              PIC X(20).
      *
DD9164* client de la commande (vue de RELPC010)
DD9164 FD  FCOMMAAP
DD9164          DATA RECORD FC-LIGNE.
DD9164 01  FC-LIGNE.
DD9164     02 FCCLE-CDESUP          PIC X(13).
DD9164     02 FCNCL                 PIC 9(6).
DD9164     02 FILLER                PIC X(82).
DD9164*
DD9164* commandes a livraison complete en attente de couverture
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
DD9164     02 FILLER             PIC X.
DD9164     02 CPA-NBL            PIC 9(4).
DD9164     02 FILLER             PIC X.
DD9164     02 CPA-NBM            PIC 9(4).
DD9164     02 FILLER             PIC X.
DD9164     02 CPA-QMQ            PIC 9(7)V99.
DD9164     02 FILLER             PIC X.
DD9164     02 CPA-DATMAJ         PIC 9(6).
DD9164*
DD9164 FD  CPLATTN
DD9164          DATA RECORD CPN-LIGNE.
DD9164 01  CPN-LIGNE              PIC X(50).
DD9164*
       FD  ETAT1
                DATA RECORD LIGNE
                LINAGE IS 64  LINES AT TOP 2.
           02 LQRES                PIC ZZZZZ9V,99.
           02 FILLER               PIC X(2).
           02 LLIB                 PIC X(60).
DD9164* liste d'attente livraison complete : commande, ligne manquante
DD9164 01  L3.
DD9164     02 LCNCDE               PIC 9(7).
DD9164     02 FILLER               PIC X(2).
DD9164     02 LCNCL                PIC 9(6) blank zero.
DD9164     02 FILLER               PIC X(2).
DD9164     02 LCNAR                PIC X(7).
DD9164     02 FILLER               PIC X(2).
DD9164     02 LCNBM                PIC ZZZ9 blank zero.
DD9164     02 FILLER               PIC X(2).
DD9164     02 LCQMQ                PIC ZZZZZ9V,99.
DD9164     02 FILLER               PIC X(2).
DD9164     02 LCDAT                PIC 9(6) blank zero.
DD9164     02 FILLER               PIC X(2).
DD9164     02 LCLIB                PIC X(50).
      *
       WORKING-STORAGE SECTION.
       01  wlabel-etat1           pic x(64) value space.
       01  file-status            PIC XX.
       01  file-status2           PIC XX.
       01  file-status3           PIC XX.
DD9164 01  file-status4           PIC XX.
DD9164 01  file-status5           PIC XX.
DD9164 01  WFINC                  PIC 9 value zero.
DD9164     88 FIN-FCOMMAAP        value 1.
DD9164 01  WFINA                  PIC 9 value zero.
DD9164     88 FIN-CPLATT          value 1.
       77  WNB-HORS               PIC 9(4) VALUE ZERO.
       01  WFIN                   PIC 9 value zero.
           88 FIN-FCOMJOC1        value 1.
              03 WRL-NUM          PIC 9(7).
              03 WRL-NLG          PIC 9(3).
              03 WRL-QREL         PIC 9(6)V99.
DD9164        03 WRL-ICO          PIC 9(4).
DD9164        03 WRL-QALL         PIC 9(6)V99.
       01  WNB-REL                PIC 9(4) VALUE ZERO.
       01  WIDX                   PIC 9(4).
       01  WIDX2                  PIC 9(4).
           02 WSV-NUM             PIC 9(7).
           02 WSV-NLG             PIC 9(3).
           02 WSV-QREL            PIC 9(6)V99.
DD9164     02 WSV-ICO             PIC 9(4).
DD9164     02 WSV-QALL            PIC 9(6)V99.
      *
      **** le couple magasin + article en cours de traitement
       01  WART-DLR               PIC 99.
       01  WART-NBL               PIC 9(4).
       01  WART-QAFF              PIC 9(7)V99.
       01  WALLOC                 PIC 9(6)V99.
DD9162*
DD9162**** article kit : composants lus dans FARTUSAP, disponible
DD9162**** et stock restant par composant
DD9162 01  WART-KIT               PIC 9.
DD9162 01  WTCMP.
DD9162     02 WCP-E OCCURS 20.
DD9162        03 WCP-NAR          PIC X(7).
DD9162        03 WCP-QTE          PIC 9(4)V99.
DD9162        03 WCP-QDIS         PIC S9(7)V99.
DD9162        03 WCP-TRV          PIC 9.
DD9162 01  WIC                    PIC 99.
DD9162 01  WKIT-QC                PIC 9(7).
DD9162 01  WQCMP                  PIC 9(7)V99.
DD9163*
DD9163**** blocage qualite du groupe en cours, date du jour du controle
DD9163 01  WART-BLQ               PIC 9.
DD9163 01  WDATEJOUR              PIC 9(6) VALUE ZERO.
      *
DD9164**** commandes des lignes en attente : client, politique de
DD9164**** livraison, couverture de la passe
DD9164 01  WTCPL.
DD9164     02 WCO-E OCCURS 2000.
DD9164        03 WCO-NUM          PIC 9(7).
DD9164        03 WCO-NCL          PIC 9(6).
DD9164        03 WCO-POL          PIC X.
DD9164        03 WCO-NBL          PIC 9(4).
DD9164        03 WCO-NBM          PIC 9(4).
DD9164        03 WCO-QMQ          PIC 9(7)V99.
DD9164 01  WNB-CO                 PIC 9(4) VALUE ZERO.
DD9164 01  WICO                   PIC 9(4).
DD9164 01  WTRV                   PIC 9.
DD9164**** liste d'attente precedente : date d'entree par commande
DD9164 01  WTCPA.
DD9164     02 WCA-E OCCURS 2000.
DD9164        03 WCA-NCDE         PIC 9(7).
DD9164        03 WCA-DATDEB       PIC 9(6).
DD9164 01  WNB-CA                 PIC 9(4) VALUE ZERO.
DD9164 01  WICA                   PIC 9(4).
DD9164 01  WDATDEB                PIC 9(6).
DD9164*
       77  WNB-ART                PIC 9(4) VALUE ZERO.
       77  WNB-SERV               PIC 9(4) VALUE ZERO.
       77  WNB-PART               PIC 9(4) VALUE ZERO.
       77  WNB-SANS               PIC 9(4) VALUE ZERO.
       77  WECO                   PIC S9(5) VALUE ZERO.
DD9164 77  WNB-CPLATT             PIC 9(4) VALUE ZERO.
DD9164 77  WNB-CPLLIB             PIC 9(4) VALUE ZERO.
      *
           copy "../copy/reliqlog.com".
           copy "../copy/destlog.com".
           copy "../copy/ngstock.com".
DD9159     copy "../copy/mvtstk.com".
DD9162     copy "../copy/kitnom.com".
DD9163     copy "../copy/qualblk.com".
DD9164     copy "../copy/livpol.com".
      *
       PROCEDURE DIVISION.
      *
           string 'ADLPID' x'00' delimited by size
                  into var-name.
           move space to var-data.
DD9163     if var-data(1:6) numeric
DD9163        move var-data(1:6) to WDATEJOUR.
           call 'genvcc' using var-name var-data.
           string 'relgc010.'
                  var-data delimited by ' '
           END-IF.
           PERFORM T30 THRU T30-EXIT
                   VARYING WIDX FROM 1 BY 1 UNTIL WIDX = WNB-REL.
DD9164*
DD9164* commande de chaque ligne, son client (FCOMMAAP) et sa
DD9164* politique de livraison (LIVPOL1)
DD9164     PERFORM T26 THRU T26-EXIT
DD9164             VARYING WIDX FROM 1 BY 1 UNTIL WIDX > WNB-REL.
DD9164     OPEN INPUT FCOMMAAP.
DD9164     IF FILE-STATUS4 = ZERO
DD9164        PERFORM T27 THRU T27-EXIT
DD9164        PERFORM T28 THRU T28-EXIT UNTIL FIN-FCOMMAAP
DD9164        CLOSE FCOMMAAP
DD9164     END-IF.
DD9164     PERFORM T29 THRU T29-EXIT
DD9164             VARYING WICO FROM 1 BY 1 UNTIL WICO > WNB-CO.
      *
      * la table est triee : une rupture d'article = un groupe,
      * une lecture de stock, une affectation, une reecriture
           MOVE 1 TO WIDX.
           PERFORM T40 THRU T40-EXIT UNTIL WIDX > WNB-REL.
       T90.
DD9164     PERFORM T60 THRU T60-EXIT.
           PERFORM T80 THRU T80-EXIT.
           CLOSE FCOMJOC1.
           CLOSE FARTUSAP.
           PERFORM T20 THRU T20-EXIT.
       T25-EXIT.
           EXIT.
DD9164*
DD9164*----------------------------------------------------------------*
DD9164* T26/T29 : commande de chaque ligne, client de la commande et   *
DD9164*           sa politique de livraison                            *
DD9164*----------------------------------------------------------------*
DD9164 T26.
DD9164     MOVE ZERO TO WTRV.
DD9164     PERFORM T26A THRU T26A-EXIT
DD9164             VARYING WICO FROM 1 BY 1
DD9164             UNTIL WICO > WNB-CO OR WTRV = 1.
DD9164     IF WTRV = 1
DD9164        SUBTRACT 1 FROM WICO
DD9164     ELSE
DD9164        ADD 1 TO WNB-CO
DD9164        MOVE WNB-CO        TO WICO
DD9164        MOVE WRL-NUM(WIDX) TO WCO-NUM(WICO)
DD9164        MOVE ZERO TO WCO-NCL(WICO) WCO-NBL(WICO) WCO-NBM(WICO)
DD9164                     WCO-QMQ(WICO)
DD9164        MOVE 'P'           TO WCO-POL(WICO)
DD9164     END-IF.
DD9164     MOVE WICO TO WRL-ICO(WIDX).
DD9164     MOVE ZERO TO WRL-QALL(WIDX).
DD9164 T26-EXIT.
DD9164     EXIT.
DD9164 T26A.
DD9164     IF WCO-NUM(WICO) = WRL-NUM(WIDX)
DD9164        MOVE 1 TO WTRV
DD9164     END-IF.
DD9164 T26A-EXIT.
DD9164     EXIT.
DD9164*
DD9164 T27.
DD9164     READ FCOMMAAP NEXT RECORD
DD9164          AT END MOVE 1 TO WFINC.
DD9164 T27-EXIT.
DD9164     EXIT.
DD9164 T28.
DD9164     PERFORM T28A THRU T28A-EXIT
DD9164             VARYING WICO FROM 1 BY 1 UNTIL WICO > WNB-CO.
DD9164     PERFORM T27 THRU T27-EXIT.
DD9164 T28-EXIT.
DD9164     EXIT.
DD9164 T28A.
DD9164     IF FCCLE-CDESUP(1:7) = WCO-NUM(WICO)
DD9164        MOVE FCNCL TO WCO-NCL(WICO)
DD9164     END-IF.
DD9164 T28A-EXIT.
DD9164     EXIT.
DD9164*
DD9164 T29.
DD9164     INITIALIZE LIVPOL.
DD9164     MOVE WCO-NCL(WICO) TO ILIVPOL-NCL.
DD9164     MOVE WCO-NUM(WICO) TO ILIVPOL-NCDE.
DD9164     CALL "LIVPOL1" USING LIVPOL.
DD9164     MOVE OLIVPOL-POL TO WCO-POL(WICO).
DD9164 T29-EXIT.
DD9164     EXIT.
      *
      *----------------------------------------------------------------*
      * T30 : tri par selection article / date livraison / commande    *
           IF WART-TRV = 1
              MOVE FAP-QDIS TO WART-QDIS
           END-IF.
DD9163* article bloque par la qualite : disponible nul pour le groupe
DD9163     MOVE ZERO TO WART-BLQ.
DD9163     INITIALIZE QUALBLK.
DD9163     MOVE 'O'       TO IQUALBLK-SIMUL.
DD9163     MOVE WART-NAR  TO IQUALBLK-NAR.
DD9163     MOVE WDATEJOUR TO IQUALBLK-DATE.
DD9163     CALL "QUALBLK1" USING QUALBLK.
DD9163     IF CQUALBLK-BLOQUE-OUI
DD9163        MOVE 1 TO WART-BLQ
DD9163     END-IF.
DD9162* article kit : pas de stock propre, son disponible est le
DD9162* plus petit nombre de kits complets couverts par un composant
DD9162     MOVE ZERO TO WART-KIT.
DD9162     INITIALIZE KITNOM.
DD9162     MOVE 'K'      TO IKITNOM-TRT.
DD9162     MOVE WART-NAR TO IKITNOM-NAR.
DD9162     CALL "KITNOM1" USING KITNOM.
DD9162     IF CKITNOM-TROUVE-OUI
DD9162        MOVE 1 TO WART-KIT WART-TRV
DD9162        MOVE 9999999 TO WART-QDIS
DD9162        PERFORM T45 THRU T45-EXIT
DD9162                VARYING WIC FROM 1 BY 1
DD9162                UNTIL WIC > OKITNOM-NBC
DD9162     END-IF.
DD9163     IF WART-BLQ = 1
DD9163        MOVE ZERO TO WART-QDIS
DD9163     END-IF.
           ADD 1 TO WNB-ART.
           PERFORM T50 THRU T50-EXIT
                   UNTIL WIDX > WNB-REL
                      OR WRL-NAR(WIDX) NOT = WART-NAR
                      OR WRL-DLR(WIDX) NOT = WART-DLR.
DD9162* kit : une reecriture par composant, le kit n'a pas de stock
DD9162     IF WART-KIT = 1
DD9162        IF WART-QAFF > ZERO
DD9162           PERFORM T47 THRU T47-EXIT
DD9162                   VARYING WIC FROM 1 BY 1
DD9162                   UNTIL WIC > OKITNOM-NBC
DD9162        END-IF
DD9162        GO TO T40-EDIT
DD9162     END-IF.
      * une seule reecriture du stock pour tout le groupe
           IF WART-TRV = 1 AND WART-QAFF > ZERO
              MOVE WART-QDIS TO FAP-QDIS
                 STOP RUN
              END-IF
           END-IF.
DD9162 T40-EDIT.
           COMPUTE WECO = WECO + WART-NBL - 1.
           MOVE SPACES TO LIGNE.
           MOVE WART-NAR  TO LNAR.
              MOVE "ARTICLE INCONNU DU STOCK - LIGNES EN RELIQUAT"
                   TO LLIB
           END-IF.
DD9162     IF WART-KIT = 1
DD9162        MOVE "KIT - AFFECTE ET RESERVE SUR SES COMPOSANTS"
DD9162             TO LLIB
DD9162     END-IF.
DD9163     IF WART-BLQ = 1
DD9163        MOVE "ARTICLE BLOQUE QUALITE - LIGNES EN RELIQUAT"
DD9163             TO LLIB
DD9163     END-IF.
           WRITE LIGNE BEFORE 1.
       T40-EXIT.
           EXIT.
      *
DD9162*----------------------------------------------------------------*
DD9162* T45 : un composant du kit : stock lu, kits complets couverts   *
DD9162*----------------------------------------------------------------*
DD9162 T45.
DD9162     MOVE OKITNOM-CNAR(WIC) TO WCP-NAR(WIC).
DD9162     MOVE OKITNOM-CQTE(WIC) TO WCP-QTE(WIC).
DD9162     MOVE ZERO TO WCP-QDIS(WIC) WKIT-QC.
DD9162     MOVE 1 TO WCP-TRV(WIC).
DD9162     MOVE WART-DLR     TO FAP-NMA.
DD9162     MOVE WCP-NAR(WIC) TO FAP-NARX.
DD9162     READ FARTUSAP
DD9162          INVALID KEY MOVE ZERO TO WCP-TRV(WIC).
DD9162     IF WCP-TRV(WIC) = 1
DD9162        MOVE FAP-QDIS TO WCP-QDIS(WIC)
DD9162        IF WCP-QDIS(WIC) > ZERO
DD9162           COMPUTE WKIT-QC = WCP-QDIS(WIC) / WCP-QTE(WIC)
DD9162        END-IF
DD9162     END-IF.
DD9163* composant bloque par la qualite : aucun kit complet
DD9163     INITIALIZE QUALBLK.
DD9163     MOVE 'O'          TO IQUALBLK-SIMUL.
DD9163     MOVE WCP-NAR(WIC) TO IQUALBLK-NAR.
DD9163     MOVE WDATEJOUR    TO IQUALBLK-DATE.
DD9163     CALL "QUALBLK1" USING QUALBLK.
DD9163     IF CQUALBLK-BLOQUE-OUI
DD9163        MOVE ZERO TO WKIT-QC
DD9163        MOVE 1 TO WART-BLQ
DD9163     END-IF.
DD9162     IF WKIT-QC < WART-QDIS
DD9162        MOVE WKIT-QC TO WART-QDIS
DD9162     END-IF.
DD9162 T45-EXIT.
DD9162     EXIT.
DD9162*
DD9162*----------------------------------------------------------------*
DD9162* T47 : reecriture du stock d'un composant du kit                *
DD9162*----------------------------------------------------------------*
DD9162 T47.
DD9162     MOVE WART-DLR     TO FAP-NMA.
DD9162     MOVE WCP-NAR(WIC) TO FAP-NARX.
DD9162     READ FARTUSAP
DD9162          INVALID KEY GO TO T47-EXIT.
DD9162     MOVE WCP-QDIS(WIC) TO FAP-QDIS.
DD9162     REWRITE FAP-LIGNE.
DD9162     IF FILE-STATUS2 NOT = ZERO
DD9162        DISPLAY "GPIWARNING"
DD9162        DISPLAY "ERREUR REECRITURE STOCK " WCP-NAR(WIC)
DD9162                " FS " FILE-STATUS2
DD9162        PERFORM T80 THRU T80-EXIT
DD9162        STOP RUN
DD9162     END-IF.
DD9162 T47-EXIT.
DD9162     EXIT.
DD9162*
      *----------------------------------------------------------------*
      * T50 : affectation d'une ligne du groupe (WIDX avance)          *
      *----------------------------------------------------------------*
       T50.
           ADD 1 TO WART-NBL.
           MOVE ZERO TO WALLOC.
DD9164* complete par ligne : la ligne est servie entiere ou pas
DD9164     MOVE WRL-ICO(WIDX) TO WICO.
DD9164     IF WCO-POL(WICO) = 'L'
DD9164        AND WART-QDIS < WRL-QREL(WIDX)
DD9164        GO TO T50-CPL
DD9164     END-IF.
           IF WART-TRV = 1 AND WART-QDIS > ZERO
              IF WART-QDIS NOT < WRL-QREL(WIDX)
                 MOVE WRL-QREL(WIDX) TO WALLOC
              SUBTRACT WALLOC FROM WART-QDIS
              ADD WALLOC TO WART-QAFF
           END-IF.
DD9164 T50-CPL.
           IF WALLOC > ZERO
              PERFORM T55 THRU T55-EXIT
           END-IF.
           IF WALLOC = ZERO
              MOVE "PAS DE STOCK DISPONIBLE" TO IDESTLOG-ERR
           END-IF.
DD9163* ligne retenue par un blocage qualite : commande notee
DD9163* dans QUALATT pour relance a la levee (QUALC010)
DD9163     IF WART-BLQ = 1
DD9163        MOVE "ARTICLE BLOQUE QUALITE" TO IDESTLOG-ERR
DD9163        INITIALIZE QUALBLK
DD9163        MOVE WART-NAR      TO IQUALBLK-NAR
DD9163        MOVE WDATEJOUR     TO IQUALBLK-DATE
DD9163        MOVE WRL-NUM(WIDX) TO IQUALBLK-NCDE
DD9163        MOVE 'RELGC010'    TO IQUALBLK-PROG
DD9163        CALL "QUALBLK1" USING QUALBLK
DD9163     END-IF.
           CALL "DESTLOG1" USING DESTLOG.
      * reliquat restant journalise pour la chaine d'annulation,
      * uniquement quand l'etat de la ligne a change dans cette
                 ADD 1 TO WNB-SANS
              END-IF
           END-IF.
DD9164* couverture de la commande (commande complete exigee)
DD9164     MOVE WALLOC TO WRL-QALL(WIDX).
DD9164     ADD 1 TO WCO-NBL(WICO).
DD9164     IF WALLOC < WRL-QREL(WIDX)
DD9164        ADD 1 TO WCO-NBM(WICO)
DD9164        COMPUTE WCO-QMQ(WICO) = WCO-QMQ(WICO)
DD9164                              + WRL-QREL(WIDX) - WALLOC
DD9164     END-IF.
           ADD 1 TO WIDX.
       T50-EXIT.
           EXIT.
           IF FILE-STATUS NOT = ZERO
              GO TO T55-ERR
           END-IF.
DD9162* kit : reservation, kardex et epuisement par composant
DD9162     IF WART-KIT = 1
DD9162        PERFORM T57 THRU T57-EXIT
DD9162                VARYING WIC FROM 1 BY 1
DD9162                UNTIL WIC > OKITNOM-NBC
DD9162        GO TO T55-EXIT
DD9162     END-IF.
      * reservation article + commande pour la chaine aval (cumul si
      * la commande a deja une reservation sur cet article)
           MOVE WART-NAR      TO FUS-NAR.
              PERFORM T80 THRU T80-EXIT
              STOP RUN
           END-IF.
DD9159* sortie de stock de la ligne au kardex, solde du groupe
DD9159* apres affectation (reecrit en fin de groupe par T40)
DD9159     MOVE WART-DLR      TO IMVTSTK-NMA.
DD9159     MOVE WART-NAR      TO IMVTSTK-NAR.
DD9159     MOVE 'AR'          TO IMVTSTK-TYPE.
DD9159     COMPUTE IMVTSTK-QTE = ZERO - WALLOC.
DD9159     MOVE WART-QDIS     TO IMVTSTK-SOLDE.
DD9159     MOVE 'O'           TO IMVTSTK-SOLCON.
DD9159     MOVE WRL-NUM(WIDX) TO IMVTSTK-DOC.
DD9159     MOVE 'RELGC010'    TO IMVTSTK-PROG.
DD9159     CALL "MVTSTK1" USING MVTSTK.
      * le passage a zero ou en negatif est journalise comme dans
      * la chaine reliquat
           IF WART-QDIS NOT > ZERO
       T55-EXIT.
           EXIT.
      *
DD9162*----------------------------------------------------------------*
DD9162* T57 : un composant de la ligne kit servie : qte du composant = *
DD9162*       kits affectes x qte par kit                              *
DD9162*----------------------------------------------------------------*
DD9162 T57.
DD9162     COMPUTE WQCMP = WALLOC * WCP-QTE(WIC).
DD9162     SUBTRACT WQCMP FROM WCP-QDIS(WIC).
DD9162     MOVE WCP-NAR(WIC)  TO FUS-NAR.
DD9162     MOVE WRL-NUM(WIDX) TO FUS-NCDE.
DD9162     READ FARTUSAC
DD9162          INVALID KEY
DD9162             MOVE WCP-NAR(WIC)  TO FUS-NAR
DD9162             MOVE WRL-NUM(WIDX) TO FUS-NCDE
DD9162             MOVE WQCMP         TO FUS-QTE
DD9162             WRITE FUS-LIGNE
DD9162          NOT INVALID KEY
DD9162             ADD WQCMP TO FUS-QTE
DD9162             REWRITE FUS-LIGNE
DD9162     END-READ.
DD9162     IF FILE-STATUS3 NOT = ZERO
DD9162        DISPLAY "GPIWARNING"
DD9162        DISPLAY "ERREUR RESERVATION " WCP-NAR(WIC) "/"
DD9162                WRL-NUM(WIDX) " FS " FILE-STATUS3
DD9162        PERFORM T80 THRU T80-EXIT
DD9162        STOP RUN
DD9162     END-IF.
DD9162     MOVE WART-DLR      TO IMVTSTK-NMA.
DD9162     MOVE WCP-NAR(WIC)  TO IMVTSTK-NAR.
DD9162     MOVE 'AR'          TO IMVTSTK-TYPE.
DD9162     COMPUTE IMVTSTK-QTE = ZERO - WQCMP.
DD9162     MOVE WCP-QDIS(WIC) TO IMVTSTK-SOLDE.
DD9162     MOVE 'O'           TO IMVTSTK-SOLCON.
DD9162     MOVE WRL-NUM(WIDX) TO IMVTSTK-DOC.
DD9162     MOVE 'RELGC010'    TO IMVTSTK-PROG.
DD9162     CALL "MVTSTK1" USING MVTSTK.
DD9162     IF WCP-QDIS(WIC) NOT > ZERO
DD9162        MOVE WCP-NAR(WIC)  TO INGSTOCK-NAR
DD9162        MOVE WRL-NUM(WIDX) TO INGSTOCK-NCDE
DD9162        MOVE "FARTUSAP"    TO INGSTOCK-FICH
DD9162        MOVE WCP-QDIS(WIC) TO INGSTOCK-SOLDE
DD9162        CALL "NGSTOCK1" USING NGSTOCK
DD9162     END-IF.
DD9162 T57-EXIT.
DD9162     EXIT.
DD9162*
DD9164*----------------------------------------------------------------*
DD9164* T60 : liste d'attente des commandes a livraison complete :     *
DD9164*       commande non couverte = en attente (date d'entree        *
DD9164*       conservee), commande couverte = liberee en preparation   *
DD9164*----------------------------------------------------------------*
DD9164 T60.
DD9164     MOVE ZERO TO WNB-CA WFINA.
DD9164     OPEN INPUT CPLATT.
DD9164     IF FILE-STATUS5 = ZERO
DD9164        PERFORM T61 THRU T61-EXIT
DD9164        PERFORM T62 THRU T62-EXIT UNTIL FIN-CPLATT
DD9164        CLOSE CPLATT
DD9164     END-IF.
DD9164     OPEN OUTPUT CPLATTN.
DD9164     PERFORM T65 THRU T65-EXIT
DD9164             VARYING WICO FROM 1 BY 1 UNTIL WICO > WNB-CO.
DD9164     CLOSE CPLATTN.
DD9164 T60-EXIT.
DD9164     EXIT.
DD9164*
DD9164 T61.
DD9164     READ CPLATT NEXT RECORD
DD9164          AT END MOVE 1 TO WFINA.
DD9164 T61-EXIT.
DD9164     EXIT.
DD9164 T62.
DD9164     IF WNB-CA < 2000
DD9164        ADD 1 TO WNB-CA
DD9164        MOVE CPA-NCDE   TO WCA-NCDE(WNB-CA)
DD9164        MOVE CPA-DATDEB TO WCA-DATDEB(WNB-CA)
DD9164     END-IF.
DD9164     PERFORM T61 THRU T61-EXIT.
DD9164 T62-EXIT.
DD9164     EXIT.
DD9164*
DD9164 T65.
DD9164     IF WCO-POL(WICO) NOT = 'C'
DD9164        GO TO T65-EXIT
DD9164     END-IF.
DD9164     MOVE SPACES TO LIGNE.
DD9164     MOVE WCO-NUM(WICO) TO LCNCDE.
DD9164     MOVE WCO-NCL(WICO) TO LCNCL.
DD9164     IF WCO-NBM(WICO) = ZERO
DD9164        ADD 1 TO WNB-CPLLIB
DD9164        MOVE "LIVRAISON COMPLETE - COUVERTE, LIBEREE" TO LCLIB
DD9164        WRITE LIGNE FROM L3 BEFORE 1
DD9164        GO TO T65-EXIT
DD9164     END-IF.
DD9164* en attente : date d'entree de la liste precedente, sinon ce jour
DD9164     MOVE WDATEJOUR TO WDATDEB.
DD9164     PERFORM T66 THRU T66-EXIT
DD9164             VARYING WICA FROM 1 BY 1 UNTIL WICA > WNB-CA.
DD9164     ADD 1 TO WNB-CPLATT.
DD9164     MOVE SPACES TO CPA-LIGNE.
DD9164     MOVE WCO-NUM(WICO) TO CPA-NCDE.
DD9164     MOVE WCO-NCL(WICO) TO CPA-NCL.
DD9164     MOVE WCO-POL(WICO) TO CPA-POL.
DD9164     MOVE WDATDEB       TO CPA-DATDEB.
DD9164     MOVE WCO-NBL(WICO) TO CPA-NBL.
DD9164     MOVE WCO-NBM(WICO) TO CPA-NBM.
DD9164     MOVE WCO-QMQ(WICO) TO CPA-QMQ.
DD9164     MOVE WDATEJOUR     TO CPA-DATMAJ.
DD9164     WRITE CPN-LIGNE FROM CPA-LIGNE.
DD9164     MOVE WCO-NBM(WICO) TO LCNBM.
DD9164     MOVE WCO-QMQ(WICO) TO LCQMQ.
DD9164     MOVE WDATDEB       TO LCDAT.
DD9164     MOVE "LIVRAISON COMPLETE - EN ATTENTE DEPUIS" TO LCLIB.
DD9164     WRITE LIGNE FROM L3 BEFORE 1.
DD9164* ce qui manque encore, ligne par ligne
DD9164     PERFORM T67 THRU T67-EXIT
DD9164             VARYING WIDX FROM 1 BY 1 UNTIL WIDX > WNB-REL.
DD9164 T65-EXIT.
DD9164     EXIT.
DD9164 T66.
DD9164     IF WCA-NCDE(WICA) = WCO-NUM(WICO)
DD9164        MOVE WCA-DATDEB(WICA) TO WDATDEB
DD9164     END-IF.
DD9164 T66-EXIT.
DD9164     EXIT.
DD9164 T67.
DD9164     IF WRL-ICO(WIDX) NOT = WICO
DD9164        OR WRL-QALL(WIDX) NOT < WRL-QREL(WIDX)
DD9164        GO TO T67-EXIT
DD9164     END-IF.
DD9164     MOVE SPACES TO LIGNE.
DD9164     MOVE WCO-NUM(WICO) TO LCNCDE.
DD9164     MOVE WRL-NAR(WIDX) TO LCNAR.
DD9164     COMPUTE LCQMQ = WRL-QREL(WIDX) - WRL-QALL(WIDX).
DD9164     MOVE "  MANQUANT" TO LCLIB.
DD9164     WRITE LIGNE FROM L3 BEFORE 1.
DD9164 T67-EXIT.
DD9164     EXIT.
DD9164*
      *----------------------------------------------------------------*
      * T80 : recapitulation                                           *
      *----------------------------------------------------------------*
           MOVE "LECTURES DE STOCK ECONOMISEES VS LIGNE A LIGNE"
                TO LLIB.
           WRITE LIGNE BEFORE 1.
DD9164     MOVE SPACES TO LIGNE.
DD9164     MOVE WNB-CPLATT TO LNBL.
DD9164     MOVE "COMMANDES LIVRAISON COMPLETE EN ATTENTE (CPLATT)"
DD9164          TO LLIB.
DD9164     WRITE LIGNE BEFORE 1.
DD9164     MOVE SPACES TO LIGNE.
DD9164     MOVE WNB-CPLLIB TO LNBL.
DD9164     MOVE "COMMANDES LIVRAISON COMPLETE COUVERTES, LIBEREES"
DD9164          TO LLIB.
DD9164     WRITE LIGNE BEFORE 1.
       T80-EXIT.
           EXIT.
