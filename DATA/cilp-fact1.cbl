      *DD9175 15/10/26 anes ARC : mention de la quantite manquante
      *                     pour atteindre le palier de prix suivant
      *                     (PALTAR, palprix1)
      *DD9172 15/10/26 anes information CO2 des transports : mention
      *                     des kg CO2e des BL de la commande (CO2CLI,
      *                     co2bl1), ni en ARC ni en reedition
      *DD9154 15/10/26 anes cycles de facturation periodique par
      *                     client (CYCFAC, cycfac1) : la commande du
      *                     client en cycle attend sa date de cloture,
      *                     puis part au run de regroupement, une
      *                     facture par cle du cycle (facture-a /
      *                     client commande / client livre) avec le
      *                     detail BL par BL ; cycle marque facture
      *DD9151 15/10/26 anes numerotation des factures sur la serie
      *                     propre a la societe (SERFAC, serfac1) a
      *                     partir de sa date de bascule, avoirs sur
      *                     leur propre compteur si la serie le demande
      *DD9148 15/10/26 anes facture de remplacement d'une facture
      *                     rectifiee (RECTFAC, RECTC010) : prix
      *                     corriges, mention "annule et remplace" et
      *                     rectification soldee a l'emission (rectif1)
      *DD9147 15/10/26 anes approbation des avoirs : une commande
      *                     d'avoir n'est facturee que si sa demande
      *                     est approuvee dans AVAPEN (avapp1 'V'),
      *                     la demande est soldee a l'emission ('F')
      *DD9120 03/09/26 anes verrouillage de periode close (perlock1 /
      *                     table PERCLOS de PERC010) : le run refuse
      *                     de demarrer si sa date tombe dans un mois
DD9096     copy "../copy/factjr.com".
DD9114     copy "../copy/regech.com".
DD9120     copy "../copy/perlock.com".
DD9147     copy "../copy/avapp.com".
DD9148     copy "../copy/rectif.com".
DD9172     copy "../copy/co2bl.com".
DD9151     copy "../copy/serfac.com".
DD9153     copy "../copy/facrep.com".
DD9154     copy "../copy/cycfac.com".
DD9175     copy "../copy/palprix.com".
GPICMT* premiere echeance recomposee AAMMJJ pour l'extrait FACTJOUR
DD9096 01  W-FAJ-ECH.
DD9096     02 W-FAJ-ECH-AA  PIC 99.
DD9096 01  W-FAJ-ECH9 REDEFINES W-FAJ-ECH PIC 9(6).
DD0316 77  WNFANA            PIC 9(7).
DD0316 77  WNFACA            PIC 9(7).
DD9148 77  WRECT-TRV         PIC 9.
DD9148 77  WRECT-NFAC        PIC 9(7).
DD9148 77  WRECT-DATE        PIC 9(6).
DD9172 77  WCO2-ED           PIC ZZZZZZ9.99.
DD9175 77  WPAL-QSUIV        PIC ZZZZZZ9.
DD9175 77  WPAL-QMANQ        PIC ZZZZZZ9.
       77  WTOTFA            PIC S9(7)V99.
       77  WTOTAV            PIC S9(7)V99.
DD9036 77  WTOTFA-HT         PIC S9(7)V99.
DD9036 77  WNFANA-DEB        PIC 9(7).
DD9036 77  WNFACA-DEB        PIC 9(7).
DD9036 77  WNAVOI-CPT        PIC 9(7).
DD9151* compteur des avoirs d'une serie SERFAC qui les numerote a
DD9151* part, serie de la societe en vigueur (1), avoirs a part (O)
DD9151 77  WNAVOI            PIC 9(7) VALUE ZERO.
DD9151 77  WSERIE            PIC 9 VALUE ZERO.
DD9151 77  WSERAV            PIC X VALUE SPACE.
DD9153* journal de run FACREP (reprise apres interruption) ;
DD9153* compteur de la facture en cours (1 factures,
DD9153* 2 conditionnelles, 3 avoirs)
DD9153 77  WJOURNAL          PIC 9 VALUE ZERO.
DD9153 77  WCPTFAC           PIC 9 VALUE ZERO.
DD9153 77  WREP-ETAPE        PIC X.
DD9153 77  WREP-IDX          PIC 9(3).
DD9153 77  WREP-NFAC         PIC 9(7).
DD9153 77  WREP-MAJ          PIC 9.
DD9153 77  WREP-LIB          PIC X(40).
DD9153* factures completes du run interrompu, reprises dans SOCSYNT
DD9153 77  WREP-NB1          PIC 9(7).
DD9153 77  WREP-NB2          PIC 9(7).
DD9153 77  WREP-NB3          PIC 9(7).
DD9153 77  WREP-NBAV         PIC 9(7).
DD9153 77  WREP-HTFA         PIC S9(9)V99.
DD9153 77  WREP-TVAFA        PIC S9(9)V99.
DD9153 77  WREP-TTCFA        PIC S9(9)V99.
DD9153 77  WREP-HTAV         PIC S9(9)V99.
DD9153 77  WREP-TVAAV        PIC S9(9)V99.
DD9153 77  WREP-TTCAV        PIC S9(9)V99.
DD9154* client facture en cycle, commande retenue jusqu'a la cloture
DD9154 77  WCYCLE            PIC 9 VALUE ZERO.
DD9154 77  WCYCATT           PIC 9 VALUE ZERO.
       77  WCPTR             PIC s999.
GPICMT* langue d'edition du client de l'ARC
DD9084 77  W-LANGUE-CLI      PIC XX.
DDE153* memo type trt regroupement et memo creation facture
           02 w-regroup            pic x.
           02 w-creat              pic x.
DD9154* facture de cycle (CYCFAC) et sa cle de regroupement
DD9154     02 w-cycfac             pic 9.
DD9154     02 w-cyccle             pic x.
DD9154     02 w-ncl                pic 9(6).
DD9154     02 w-livrea             pic 9(6).
DDE153* memo code reglement
           02 w-regl               pic 99.
DD0351* memo reglement et condition pieds de facture


      *DDE089
DD9153     move zero to wjournal
DD9151     move zero to wserie
DD9151     move 'N'  to wserav
      * reedition terminee ==> ferm = 'F' ==> fermeture des fichiers
           move spaces to immaf-vali-tit.
           if icilp-fact-ferm = 'F' go to fin.
DD9036        MOVE WNFANA TO WNFANA-DEB
DD9036        MOVE WNFACA TO WNFACA-DEB
           END-IF.
DD9151* a partir de sa date de bascule, la societe numerote sur sa
DD9151* propre serie SERFAC : ses compteurs remplacent FACTURE000
DD9151     if icilp-fact-e1red not = 'R'
DD9151        and icilp-fact-arc = spaces
DD9151        perform lec-serie
DD9151     end-if.
DD9153* journal de run : reprise d'un run interrompu
DD9153     if icilp-fact-e1red not = 'R'
DD9153        and icilp-fact-arc = spaces
DD9153        perform deb-reprise
DD9153     end-if.

           MOVE "PARAFITVA1" TO PGCLE.
           perform rnl-paramgpi.
DDE153* init debut trt d'une facture
           perform ini-fac.

DD9154     perform lec-cycle
DDE153* test si factures a regrouper demande
           IF icilp-fact-e1regroup = '1'
DD9154        if fcregrfa not = '1' and wcycle = zero
                 go to t420
              end-if
DD9154* client en cycle : la commande attend la cloture du cycle
DD9154        if wcycatt = 1
DD9154           go to t420
DD9154        end-if
           ELSE
DD9154* client en cycle : facture par le run de regroupement
DD9154        if fcregrfa = '1' or wcycle = 1
                 go to t420
              end-if
           END-IF
      *-------------------------------------                            *GPICMT
DDE153 t20-s.
           perform ini-cde.
DD9148     move zero to wrect-trv wrect-nfac wrect-date.

DD0362   if icilp-fact-arc not = spaces
            go to t20a
           IF FCLIV NOT = 2 GO TO T420.
           IF FCFAC NOT = ZERO GO TO T420.
           IF FCICP NOT = ZERO GO TO T420.
GPICMT* une commande d'avoir n'est facturee que si sa demande est
GPICMT* approuvee dans AVAPEN (AVAPC010) ; sinon elle attend
DD9147     IF FCFOA = 5 OR FCFOA = 6 OR FCFOA = 7
DD9147        initialize avapp
DD9147        move 'V' to iavapp-trt
DD9147        move fccle-cdesup to iavapp-cde
DD9147        call "avapp1" using avapp
DD9147        IF OAVAPP-RTN NOT = '0' GO TO T420.
DD9148* facture de remplacement d'une facture rectifiee (RECTC010) :
DD9148* prix corriges et mention "annule et remplace"
DD9148     initialize rectif
DD9148     move 'V' to irectif-trt
DD9148     move fccle-cdesup to irectif-cde
DD9148     call "rectif1" using rectif
DD9148     if orectif-rtn = '0'
DD9148        move 1 to wrect-trv
DD9148        move orectif-nfacorig to wrect-nfac
DD9148        move orectif-datorig to wrect-date
DD9148     end-if.

       t20a.
      *DDE089 controle code reglement                                   *GPICMT

DDE153* si regroupement on prend le nbre de facture et- le numero de tarif
DDE153* du facture a et non celui de la commande en cours
DD9154     if fcregrfa = '1' or wcycle = 1
              move clnbf to wwnbf
ELGU17* pour les proformat on force le nombre d'eemplaire a 1
  -           if fcfoa = 9

DDE153     if w-regroup = '1' go to lececc1.
DDE153     move fcregrfa to w-regroup.
DD9154* facture de cycle : regroupee, detail BL par BL
DD9154     if wcycle = 1
DD9154        move '1' to w-regroup
DD9154        move 1 to w-cycfac
DD9154     end-if.

           IF FCFOA = 5 OR FCFOA = 6 OR FCFOA = 7
                      MOVE "   AVOIR" TO WFACAVO  ELSE
DD0362        and icilp-fact-arc = spaces
              if WTEST1 = 1 MOVE WNFACA TO WLNFAC
                            ADD 1 TO WNFACA
DD9151        else
DD9151* avoirs sur leur propre compteur si la serie SERFAC le demande
DD9151           if wserav = 'O' and WFACAVO = "   AVOIR"
DD9151              MOVE WNAVOI TO WLNFAC
DD9151              ADD 1 TO WNAVOI
DD9151           else
DD9151              MOVE WNFANA TO WLNFAC
DD9151              ADD 1 TO WNFANA
DD9151           end-if
DD9151        end-if
DD9153        move 1 to wcptfac
DD9153        if WTEST1 = 1
DD9153           move 2 to wcptfac
DD9153        end-if
DD9153        if WTEST1 not = 1 and wserav = 'O'
DD9153           and WFACAVO = "   AVOIR"
DD9153           move 3 to wcptfac
DD9153        end-if
           END-IF.

           MOVE FCDEV  TO WDEV
DDE153     if w-regroup = '1'
              perform entete-cde
           end-if
DD9148* mention legale de la facture de remplacement
DD9148     if wrect-trv = 1
DD9148        MOVE SPACES TO LIGNE
DD9148        STRING "ANNULE ET REMPLACE FACT. " wrect-nfac
DD9148               " DU " wrect-date
DD9148               DELIMITED BY SIZE INTO LEXP
DD9148        WRITE LIGNE BEFORE 1
DD9148        MOVE SPACES TO LIGNE
DD9148        ADD 1 TO WCPTR
DD9148     end-if
DD9172* information CO2 des BL de la commande (clients CO2CLI),
DD9172* ni en ARC ni en reedition
DD9172     if icilp-fact-e1red not = 'R'
DD9172        and icilp-fact-arc = spaces
DD9172        initialize co2bl
DD9172        move fcncl to ico2bl-ncl
DD9172        move fccle-cdesup to ico2bl-cde
DD9172        call "co2bl1" using co2bl
DD9172        if oco2bl-rtn = '0'
DD9172           MOVE SPACES TO LIGNE
DD9172           MOVE OCO2BL-KG TO WCO2-ED
DD9172           STRING "CO2 TRANSPORT ESTIME " WCO2-ED " KG CO2E"
DD9172                  DELIMITED BY SIZE INTO LEXP
DD9172           WRITE LIGNE BEFORE 1
DD9172           MOVE SPACES TO LIGNE
DD9172           ADD 1 TO WCPTR
DD9172        end-if
DD9172     end-if

      ********     lecture    des elements 01 : libelles  ************
DD0316     move fccle-cdesup  to pfjcle1
      *
       T90.
           move fcart to xart.
DD9148* prix unitaire corrige par la rectification
DD9148     if wrect-trv = 1
DD9148        initialize rectif
DD9148        move 'P' to irectif-trt
DD9148        move fccle-cdesup to irectif-cde
DD9148        move fcnar to irectif-nar
DD9148        call "rectif1" using rectif
DD9148        if orectif-rtn = '0'
DD9148           move orectif-pu to fcpht
DD9148        end-if
DD9148     end-if
DD0350     move fcnlg to wnlg
           if wwwcle = all "9" go to lecc4.
      *    IF FCNEL2 NOT = 4 GO TO T120.
           WRITE LIGNE BEFORE 1.
           ADD 1 TO WCPTR.
           MOVE SPACE TO LIGNE.
GPICMT* ARC : quantite a commander en plus pour atteindre le palier
GPICMT* de prix suivant de la grille PALTAR du client / article
DD9175     if icilp-fact-arc not = spaces
DD9175        initialize palprix
DD9175        move fcncl to ipalprix-ncl
DD9175        move wart1 to ipalprix-nar
DD9175        move wmmti-date-amj to ipalprix-date
DD9175        move wta-qte to ipalprix-qte
DD9175        move wqpb to ipalprix-pcb
DD9175        move wpht to ipalprix-prix
DD9175        call "palprix1" using palprix
DD9175        if opalprix-suiv not = zero
DD9175           move opalprix-qtesuiv to wpal-qsuiv
DD9175           move opalprix-qtemanq to wpal-qmanq
DD9175           string "** PALIER " opalprix-suiv
DD9175                  " A PARTIR DE " wpal-qsuiv
DD9175                  " : ENCORE " wpal-qmanq " A COMMANDER"
DD9175                  delimited size into ligne
DD9175           write ligne before 1
DD9175           add 1 to wcptr
DD9175           move spaces to ligne
DD9175        end-if
DD9175     end-if
GPICMT* la ligne entre dans l'extrait FACTJOUR (bufferisee par
GPICMT* factjr1, sortie derriere l'entete a l'ecriture du pied) ;
GPICMT* pas d'extrait en reedition, en ARC ni sur le duplicata
                 go to fin1
              end-if
           END-IF.
DD9153* commande marquee facturee : journal de run
DD9153     if wjournal = 1
DD9153        move 'O' to wrep-etape
DD9153        perform jnl-reprise
DD9153     end-if

      *---------------------
      * Ecriture de la trace
           IF w-regroup = '1'
              if fcfacturea = w-facturea
                 and fcreglepar = w-reglepar
DD9154           and (fcregrfa  = w-regrfa or w-cycfac = 1)
                 and fcdev      = w-dev
                 and fcgeo      = w-geo
                 and fcdi2      = w-taxe
                 and fcfoa      = w-foa
DD9154           and (w-cyccle not = 'C' or fcncl = w-ncl)
DD9154           and (w-cyccle not = 'L' or fclivrea = w-livrea)
                 go to t20-s
              end-if
           END-IF
              perform pied
GPICMT* appel maj de toutes les commandes de la facture  dans la dataware 
DD0444        perform maj-dataware
DD9154        if w-cycfac = 1
DD9154           perform maj-cycle
DD9154        end-if
           end-if

DDE089     if icilp-fact-e1red = 'R'
DD0362     if icilp-fact-arc not = spaces
              go to fin
           end-if
DD9151     if wserie = 1
DD9151        perform maj-serie
DD9151        go to fin
DD9151     end-if

           MOVE "FACTURE000" TO PHCLE.
           perform r-parbatch.
DD9036     MOVE WTOTAV-HT       TO ISOCSYNT-HTAV.
DD9036     MOVE WTOTAV-TVA      TO ISOCSYNT-TVAAV.
DD9036     MOVE WTOTAV          TO ISOCSYNT-TTCAV.
DD9153     ADD WREP-NB1         TO ISOCSYNT-NFA.
DD9153     ADD WREP-NB2         TO ISOCSYNT-NFAC.
DD9153     ADD WREP-NBAV        TO ISOCSYNT-NAVOI.
DD9153     ADD WREP-HTFA        TO ISOCSYNT-HTFA.
DD9153     ADD WREP-TVAFA       TO ISOCSYNT-TVAFA.
DD9153     ADD WREP-TTCFA       TO ISOCSYNT-TTCFA.
DD9153     ADD WREP-HTAV        TO ISOCSYNT-HTAV.
DD9153     ADD WREP-TVAAV       TO ISOCSYNT-TVAAV.
DD9153     ADD WREP-TTCAV       TO ISOCSYNT-TTCAV.
DD9036     CALL "SOCSYNT1" USING SOCSYNT.
           .
       FIN.
GPICMT* on ferme les fichiers seumlement si direct 3 suit au pb edition ARC
         perform cl-parbatch
DD9036   perform t900-socsynt
DD9153   if wjournal = 1
DD9153      initialize facrep
DD9153      move 'Z'          to ifacrep-trt
DD9153      move 'CILP-FACT1' to ifacrep-prog
DD9153      move mmdt-societe to ifacrep-soc
DD9153      move wdatej       to ifacrep-date
DD9153      call "facrep1" using facrep
DD9153      move zero to wjournal
DD9153   end-if
DD0350   if icilp-fact-direct not = 3
           perform cl-fclients
           perform cl-ffacture
           move wtrt to wmmaf-vali-trt.
           call 'mmaf-vali1' using mmaf-vali adl-art.

DD9151* serie de numerotation SERFAC de la societe : compteurs en
DD9151* debut de run si la date de facture atteint la bascule
DD9151 lec-serie section.
DD9151   move 'N' to wserav
DD9151   move zero to wserie
DD9151   initialize serfac
DD9151   move 'L'          to iserfac-trt
DD9151   move mmdt-societe to iserfac-soc
DD9151   compute iserfac-date = waj * 10000 + wmj * 100 + wjj
DD9151   call "serfac1" using serfac
DD9151   if oserfac-rtn = '9'
DD9151      move oserfac-liberr to immaf-vali-tit
DD9151      move oserfac-liberr to ocilp-fact-liberr
DD9151      move '3'            to ocilp-fact-rtn
DD9151      perform erreur
DD9151      go to fin
DD9151   end-if
DD9151   if oserfac-rtn = '0'
DD9151      move 1               to wserie
DD9151      move oserfac-partype to wserav
DD9151      move oserfac-nfana   to WNFANA WNFANA-DEB
DD9151      move oserfac-nfaca   to WNFACA WNFACA-DEB
DD9151      move oserfac-navoi   to WNAVOI
DD9151   end-if
DD9151   .

DD9151* reecriture des compteurs de la serie SERFAC (au lieu de
DD9151* FACTURE000, qui reste le compteur des autres societes)
DD9151 maj-serie section.
DD9151   initialize serfac
DD9151   move 'M'          to iserfac-trt
DD9151   move mmdt-societe to iserfac-soc
DD9151   move WNFANA       to iserfac-nfana
DD9151   move WNFACA       to iserfac-nfaca
DD9151   move WNAVOI       to iserfac-navoi
DD9151   call "serfac1" using serfac
DD9151   if oserfac-rtn not = '0'
DD9151      move oserfac-liberr to immaf-vali-tit
DD9151      move '3'            to ocilp-fact-rtn
DD9151      perform erreur
DD9151      go to fin
DD9151   end-if
DD9151   .

      * decrementation numero de facture
       subnum section.
           IF WPROCON = "CONDITIONNEL" SUBTRACT 1 FROM WNFACA
DD9151       ELSE
DD9151          if wserav = 'O' and WFACAVO = "   AVOIR"
DD9151             SUBTRACT 1 FROM WNAVOI
DD9151          else
DD9151             SUBTRACT 1 FROM WNFANA
DD9151          end-if.

DDE153* ecriture entete commande si regroupee
       entete-cde section.
                 perform erreur
                 go to fin1
              end-if
DD9153* entete ecrite : journal de run
DD9153        if wjournal = 1
DD9153           move 'H' to wrep-etape
DD9153           perform jnl-reprise
DD9153        end-if
GPICMT* la facture (ou l'avoir) entre dans l'extrait FACTJOUR pour
GPICMT* FACTC240 : entete E avec premiere echeance et net a payer,
GPICMT* ventilation TVA T des deux taux du pied, puis les lignes
DD9096        move fbht2f        to ifactjr-base(2)
DD9096        move fbtx2f        to ifactjr-mont(2)
DD9096        call "factjr1" using factjr
DD9153        if wjournal = 1
DD9153           move 'J' to wrep-etape
DD9153           perform jnl-reprise
DD9153        end-if
GPICMT* avoir emis : la demande d'approbation passe au statut F
DD9147        if fbcfa = 5 or fbcfa = 6 or fbcfa = 7
DD9147           initialize avapp
DD9147           move 'F' to iavapp-trt
DD9147           move fccle-cdesup to iavapp-cde
DD9147           move fbcle-cdesup to iavapp-navoir
DD9147           move fbnpf to iavapp-montant
DD9147           move fbdaf to iavapp-date
DD9147           call "avapp1" using avapp
DD9147        end-if
DD9148* facture de remplacement emise : rectification soldee
DD9148        if wrect-trv = 1 and fbcfa = 0
DD9148           initialize rectif
DD9148           move 'F' to irectif-trt
DD9148           move fccle-cdesup to irectif-cde
DD9148           move fbcle-cdesup to irectif-nfac
DD9148           move fbdaf to irectif-date
DD9148           call "rectif1" using rectif
DD9148        end-if
DD9153* facture complete
DD9153        if wjournal = 1
DD9153           move 'F' to wrep-etape
DD9153           perform jnl-reprise
DD9153        end-if
GPICMT* lecture paramcpt afin de modifier le pieds de facture avant de lancer
GPICMT* le jnl des ventes (factc025) si paramcpt n'existe pas
              MOVE fbtve(1:1) TO CPTARIF
DD9999     move zero to wtest1
DD0350     move 0 to w-flag-edit
           move spaces to w-regroup w-creat
DD9154     move zero to w-cycfac wcycle wcycatt
DD9154     move space to w-cyccle

GPICMT* en reedition on lit le pieds de facture
           if icilp-fact-e1red = 'R'
           move fcfoa      to w-foa
           move fcrep      to w-repr
DD0394     move fcfeo      to w-type
DD9154     move fcncl      to w-ncl
DD9154     move fclivrea   to w-livrea
           .

DDE153* initialisation des zones par cde a traiter
           end-if
           .

DD9153* journal de run FACREP : debut de run, ou reprise d'un run
DD9153* interrompu (aucune fin de run journalisee)
DD9153 deb-reprise section.
DD9153   move zero to wrep-nb1 wrep-nb2 wrep-nb3 wrep-nbav
DD9153   move zero to wrep-htfa wrep-tvafa wrep-ttcfa
DD9153                wrep-htav wrep-tvaav wrep-ttcav
DD9153   initialize facrep
DD9153   move 'D'          to ifacrep-trt
DD9153   move 'CILP-FACT1' to ifacrep-prog
DD9153   move mmdt-societe to ifacrep-soc
DD9153   move wdatej       to ifacrep-date
DD9153   call "facrep1" using facrep
DD9153   move 1 to wjournal
DD9153   if cfacrep-reprise-oui
DD9153      perform reprise
DD9153   end-if
DD9153   .

DD9153* reprise du run interrompu : les factures completes restent
DD9153* acquises (leurs cumuls rejoignent SOCSYNT), la facture
DD9153* partielle est completee si son entete FFACTURE est ecrite,
DD9153* annulee sinon ; la selection reprend d'elle-meme derriere la
DD9153* derniere facture complete, dont les commandes sont marquees
DD9153* facturees.  Chaque reparation est journalisee (R) et editee.
DD9153 reprise section.
DD9153   move spaces to ligne
DD9153   string 'REPRISE DU RUN INTERROMPU DU ' ofacrep-datrun
DD9153          ' - DERNIERE FACTURE COMPLETE : ' ofacrep-dernfac
DD9153          delimited by size into ligne
DD9153   write ligne before 1
DD9153   move ofacrep-nbcpt(1) to wrep-nb1
DD9153   move ofacrep-nbcpt(2) to wrep-nb2
DD9153   move ofacrep-nbcpt(3) to wrep-nb3
DD9153   move ofacrep-nbav     to wrep-nbav
DD9153   move ofacrep-htfa     to wrep-htfa
DD9153   move ofacrep-tvafa    to wrep-tvafa
DD9153   move ofacrep-ttcfa    to wrep-ttcfa
DD9153   move ofacrep-htav     to wrep-htav
DD9153   move ofacrep-tvaav    to wrep-tvaav
DD9153   move ofacrep-ttcav    to wrep-ttcav
DD9153   move ofacrep-nfac to wrep-nfac
DD9153   perform rep-compteur
DD9153   if wrep-nfac = zero
DD9153      exit section
DD9153   end-if
DD9153   if cfacrep-ent-oui
DD9153      perform reprise-complete
DD9153   else
DD9153      perform reprise-annule
DD9153   end-if
DD9153   .

DD9153* aucun numero dont l'entete est ecrite ne doit resservir :
DD9153* chaque compteur est remis au-dela (reecrit en fin de run)
DD9153 rep-compteur section.
DD9153   move zero to wrep-maj
DD9153   if ofacrep-derncpt(1) not = zero
DD9153      and WNFANA not > ofacrep-derncpt(1)
DD9153      compute WNFANA = ofacrep-derncpt(1) + 1
DD9153      move WNFANA to WNFANA-DEB
DD9153      move 1 to wrep-maj
DD9153   end-if
DD9153   if ofacrep-derncpt(2) not = zero
DD9153      and WNFACA not > ofacrep-derncpt(2)
DD9153      compute WNFACA = ofacrep-derncpt(2) + 1
DD9153      move WNFACA to WNFACA-DEB
DD9153      move 1 to wrep-maj
DD9153   end-if
DD9153   if ofacrep-derncpt(3) not = zero
DD9153      and WNAVOI not > ofacrep-derncpt(3)
DD9153      compute WNAVOI = ofacrep-derncpt(3) + 1
DD9153      move 1 to wrep-maj
DD9153   end-if
DD9153   if wrep-maj = 1
DD9153      move 'COMPTEURS DE FACTURES REMIS APRES LE RUN'
DD9153           to wrep-lib
DD9153      perform jnl-repare
DD9153   end-if
DD9153   .

DD9153* entete ecrite : etapes manquantes de la facture partielle
DD9153 reprise-complete section.
DD9153* facture comptee avec celles du run interrompu
DD9153   if ofacrep-cpt = 2
DD9153      add 1 to wrep-nb2
DD9153   end-if
DD9153   if ofacrep-cpt = 3
DD9153      add 1 to wrep-nb3
DD9153   end-if
DD9153   if ofacrep-cpt not = 2 and ofacrep-cpt not = 3
DD9153      add 1 to wrep-nb1
DD9153   end-if
DD9153* extrait FACTJOUR : entete et ventilation TVA reemises, les
DD9153* lignes bufferisees sont perdues avec le run interrompu
DD9153   if not cfacrep-faj-oui
DD9153      move 'R' to ifactjr-trt
DD9153      call "factjr1" using factjr
DD9153      move 'E'              to ifactjr-trt
DD9153      move mmdt-societe     to ifactjr-soc
DD9153      move wrep-nfac        to ifactjr-nfac
DD9153      move ofacrep-ncl      to ifactjr-ncl
DD9153      move ofacrep-foa      to ifactjr-foa
DD9153      move ofacrep-datfac   to ifactjr-date
DD9153      move ofacrep-mht      to ifactjr-mht
DD9153      move ofacrep-mttc     to ifactjr-mttc
DD9153      move ofacrep-mttc     to ifactjr-netap
DD9153      move ofacrep-datech   to ifactjr-datech
DD9153      move ofacrep-ctax(1)  to ifactjr-ctax(1)
DD9153      move ofacrep-taux(1)  to ifactjr-taux(1)
DD9153      move ofacrep-base(1)  to ifactjr-base(1)
DD9153      move ofacrep-mont(1)  to ifactjr-mont(1)
DD9153      move ofacrep-ctax(2)  to ifactjr-ctax(2)
DD9153      move ofacrep-taux(2)  to ifactjr-taux(2)
DD9153      move ofacrep-base(2)  to ifactjr-base(2)
DD9153      move ofacrep-mont(2)  to ifactjr-mont(2)
DD9153      call "factjr1" using factjr
DD9153      move 'FACTJOUR : ENTETE ET TVA REEMISES SANS LIGNES'
DD9153           to wrep-lib
DD9153      perform jnl-repare
DD9153   end-if
DD9153* cumuls SOCSYNT : la facture est desormais complete
DD9153   if ofacrep-foa not = '9'
DD9153      if ofacrep-foa = '5' or ofacrep-foa = '6'
DD9153                           or ofacrep-foa = '7'
DD9153         add 1 to wrep-nbav
DD9153         add ofacrep-base(1) ofacrep-base(2) to wrep-htav
DD9153         add ofacrep-mont(1) ofacrep-mont(2) to wrep-tvaav
DD9153         add ofacrep-mttc                    to wrep-ttcav
DD9153      else
DD9153         add ofacrep-base(1) ofacrep-base(2) to wrep-htfa
DD9153         add ofacrep-mont(1) ofacrep-mont(2) to wrep-tvafa
DD9153         add ofacrep-mttc                    to wrep-ttcfa
DD9153      end-if
DD9153   end-if
DD9153   move 'J'           to ifacrep-trt
DD9153   move 'F'           to ifacrep-etape
DD9153   move wrep-nfac     to ifacrep-nfac
DD9153   move ofacrep-cpt   to ifacrep-cpt
DD9153   move ofacrep-cde   to ifacrep-cde
DD9153   move spaces        to ifacrep-lib
DD9153   move ofacrep-ent   to ifacrep-ent
DD9153   call "facrep1" using facrep
DD9153   move 'FACTURE COMPLETEE' to wrep-lib
DD9153   perform jnl-repare
DD9153   .

DD9153* entete jamais ecrite : les commandes marquees facturees sur
DD9153* ce numero reviennent en facturation, ses traites eventuelles
DD9153* sont supprimees ; le numero, sans entete, resservira
DD9153 reprise-annule section.
DD9153   perform rep-cde varying wrep-idx from 1 by 1
DD9153           until wrep-idx > ofacrep-nbcde
DD9153   move 'T'       to ifacrep-trt
DD9153   move wrep-nfac to ifacrep-nfac
DD9153   call "facrep1" using facrep
DD9153   if ofacrep-nbtra not = zero
DD9153      move spaces to wrep-lib
DD9153      string 'TRAITES SUPPRIMEES : ' ofacrep-nbtra
DD9153             delimited by size into wrep-lib
DD9153      perform jnl-repare
DD9153   end-if
DD9153   move 'J'           to ifacrep-trt
DD9153   move 'X'           to ifacrep-etape
DD9153   move wrep-nfac     to ifacrep-nfac
DD9153   move zero          to ifacrep-cpt
DD9153   move spaces        to ifacrep-cde ifacrep-lib
DD9153   initialize ifacrep-ent
DD9153   call "facrep1" using facrep
DD9153   move 'FACTURE ANNULEE (ENTETE NON ECRITE)' to wrep-lib
DD9153   perform jnl-repare
DD9153   .

DD9153* commande de la facture annulee : marque facture retire
DD9153 rep-cde section.
DD9153   move ofacrep-tcde(wrep-idx) to fccle-cdesup
DD9153   perform r-fcommaap
DD9153   if file-status not = zero
DD9153      exit section
DD9153   end-if
DD9153   if fcfac not = 1 or fcnfa-cdesup not = wrep-nfac
DD9153      exit section
DD9153   end-if
DD9153   move zero to fcfac fcnfa-cdesup
DD9153   perform rw-fcommaap
DD9153   if file-status not = zero
DD9153      exit section
DD9153   end-if
DD9153   move spaces to wrep-lib
DD9153   string 'COMMANDE ' fccle-cdesup ' REMISE EN FACTURATION'
DD9153          delimited by size into wrep-lib
DD9153   perform jnl-repare
DD9153   .

DD9153* reparation : journal (R) et ligne de l'etat
DD9153 jnl-repare section.
DD9153   move 'J'           to ifacrep-trt
DD9153   move 'R'           to ifacrep-etape
DD9153   move wrep-nfac     to ifacrep-nfac
DD9153   move zero          to ifacrep-cpt
DD9153   move spaces        to ifacrep-cde
DD9153   move wrep-lib      to ifacrep-lib
DD9153   initialize ifacrep-ent
DD9153   call "facrep1" using facrep
DD9153   move spaces to ligne
DD9153   string 'REPRISE FACTURE ' wrep-nfac ' : ' wrep-lib
DD9153          delimited by size into ligne
DD9153   write ligne before 1
DD9153   .

DD9153* etape WREP-ETAPE de la facture en cours au journal de run
DD9153 jnl-reprise section.
DD9153   move 'J'            to ifacrep-trt
DD9153   move wrep-etape     to ifacrep-etape
DD9153   move fbcle-cdesup   to ifacrep-nfac
DD9153   move wcptfac        to ifacrep-cpt
DD9153   move fccle-cdesup   to ifacrep-cde
DD9153   move spaces         to ifacrep-lib
DD9153   move fbncl          to ifacrep-ncl
DD9153   move fbcfa          to ifacrep-foa
DD9153   move fbdaf          to ifacrep-datfac
DD9153   move fchtf          to ifacrep-mht
DD9153   move fbnpf          to ifacrep-mttc
DD9153   move fbd1a          to w-faj-ech-aa
DD9153   move fbd1m          to w-faj-ech-mm
DD9153   move fbd1j          to w-faj-ech-jj
DD9153   move w-faj-ech9     to ifacrep-datech
DD9153   move zero           to ifacrep-acpt
DD9153   move fbc1f          to ifacrep-ctax(1)
DD9153   move wtaupa1        to ifacrep-taux(1)
DD9153   move fbht1f         to ifacrep-base(1)
DD9153   move fbtx1f         to ifacrep-mont(1)
DD9153   move fbc2f          to ifacrep-ctax(2)
DD9153   move wtaupa2        to ifacrep-taux(2)
DD9153   move fbht2f         to ifacrep-base(2)
DD9153   move fbtx2f         to ifacrep-mont(2)
DD9153   call "facrep1" using facrep
DD9153   .

DD9154* cycle de facturation du client facture (CYCFAC) : la commande
DD9154* a facturer attend la cloture du cycle (WCYCATT), puis part au
DD9154* run de regroupement ; hors facture a la demande et reedition
DD9154 lec-cycle section.
DD9154   move zero to wcycle wcycatt
DD9154   if wcdex not = zero or icilp-fact-e1red = 'R'
DD9154      or icilp-fact-arc not = spaces
DD9154      or fcafa not = 1 or fcfac not = zero
DD9154      exit section
DD9154   end-if
DD9154   initialize cycfac
DD9154   move 'V'        to icycfac-trt
DD9154   move fcfacturea to icycfac-ncl
DD9154   if fcfacturea = zero
DD9154      move fcncl   to icycfac-ncl
DD9154   end-if
DD9154   compute icycfac-date = waj * 10000 + wmj * 100 + wjj
DD9154   call "cycfac1" using cycfac
DD9154   if ocycfac-rtn not = '0'
DD9154      exit section
DD9154   end-if
DD9154   move 1           to wcycle
DD9154   move ocycfac-cle to w-cyccle
DD9154   if ccycfac-attente-oui
DD9154      move 1 to wcycatt
DD9154   end-if
DD9154   .

DD9154* facture de cycle ecrite : cycle du client facture au run ; un
DD9154* echec ne remet pas la facture en cause, il est signale
DD9154 maj-cycle section.
DD9154   initialize cycfac
DD9154   move 'M'        to icycfac-trt
DD9154   move w-facturea to icycfac-ncl
DD9154   if w-facturea = zero
DD9154      move w-ncl   to icycfac-ncl
DD9154   end-if
DD9154   compute icycfac-date = waj * 10000 + wmj * 100 + wjj
DD9154   call "cycfac1" using cycfac
DD9154   if ocycfac-rtn not = '0'
DD9154      display "GPIWARNING"
DD9154      display "**" ocycfac-liberr
DD9154   end-if
DD9154   .

       pro section.

           copy "../copy/pro-fcommaap".
