      *DD9175 15/10/26 anes prix par paliers de quantite (PALTAR,
      *                     palprix1) apres la promotion et avant la
      *                     garde de marge : ligne valorisee au palier
      *                     atteint, topx 9
      *DD9173 15/10/26 anes livraison directe fournisseur : un article
      *                     du catalogue DIRFOU n'est pas controle en
      *                     stock, la ligne est journalisee dans DIRCDE
      *                     (dirliv1) pour la commande fournisseur
      *DD9168 15/10/26 anes consignes logistiques codees du client
      *                     (INSLOG via inslog1) resolues a la creation
      *                     de la commande et engagees au journal
      *                     INSCDE pour le picking et l'expedition
      *DD9165 15/10/26 anes date de livraison promise sous contrainte
      *                     de capacite de preparation (CAPJOUR, charge
      *                     deja promise CAPCHG via capliv1) : derriere
      *                     les calendriers, la date est poussee au
      *                     premier jour ayant encore de la capacite
      *                     (werr 71 non bloquant sur l'ARC), les
      *                     clients prioritaires (clniveau) consomment
      *                     la part reservee ; la commande creee est
      *                     chargee sur sa date (lignes et colis)
      *DD9163 15/10/26 anes blocage qualite : un article ou un lot
      *                     bloque par la qualite (QUALBLK via qualblk1)
      *                     n'est pas accepte en l'etat, la ligne part
      *                     en validation (werr 70) et la commande est
      *                     notee dans QUALATT pour relance a la levee
      *DD9162 15/10/26 anes article kit : un EAN absent du catalogue
      *                     mais declare kit dans la nomenclature NOMKIT
      *                     (kitnom1) est servi sous l'article kit, les
      *                     composants sont eclates a l'affectation
      *DD9132 03/09/26 anes la date de livraison est aussi confrontee
      *                     au calendrier de fermeture du client
      *                     (table CALCLITB via calcli1), derriere le
DD9112     copy "../copy/subart.com".                                   *GPICMT
DD9123     copy "../copy/gratart.com".
DD9132     copy "../copy/calcli.com".
DD9162     copy "../copy/kitnom.com".
DD9062     copy "../copy/dispo.com".
DD9063     copy "../copy/intsit.com".
DD9065     copy "../copy/franco.com".
DD9066     copy "../copy/promo.com".
DD9175     copy "../copy/palprix.com".
DD9079     copy "../copy/chain.com".
DD9080     copy "../copy/runstat.com".
DD9082     copy "../copy/notif.com".
DD9083     copy "../copy/calsoc.com".
DD9086     copy "../copy/lotdlc.com".
DD9163     copy "../copy/qualblk.com".
DD9087     copy "../copy/pxplan.com".
DD9088     copy "../copy/intstat.com".
DD9165     copy "../copy/capliv.com".
DD9168     copy "../copy/inslog.com".
DD9173     copy "../copy/dirliv.com".
DD0800     copy '../copy/mmpa-mail.com'.                                *GPICMT
DD0800     copy '../copy/mmlp-mail.com'.                                *GPICMT
DD0351     copy '../copy/fgst-arti.com'.                                *GPICMT
DD9080 01  wrun-hdeb      pic x(8) value space.
DD9080 01  wrun-hfin      pic x(8) value space.
DD9080 01  wnbcrees       pic 9(7) value zero.
DD9165 01  wcap-niv       pic x value space.
DD9165 01  wcap-nbc       pic 9(5) value zero.
DD9165 01  wcap-q         pic 9(5) value zero.
DD9165 01  wcap-r         pic 9(5) value zero.
GPICMT* tallies d'integration par partenaire (groupe client wrdi)
GPICMT* pour l'historique INTAKHIS de fin de run
DD9088 01  WTINTK.
      * DD9044 23/08/26 anes porte de 60 a 70 pour les nouveaux codes
           02   WTALWERR.
DD9044*      03 WTALWERR-E OCCURS 60.
DD9165*      03 WTALWERR-E OCCURS 70.
DD9165       03 WTALWERR-E OCCURS 80.
               04 WTALWERR-NB      PIC 9(5).
               04 WTALWERR-LIB     PIC X(60).
           02   WTALWERR-X          PIC 99.
           perform rnl-fclients.
           if file-status not = zero
                    MOVE 22 TO WERR  GO TO ERR1.
DD9165* niveau du client livre pour la part de capacite reservee
DD9165     move clniveau to wcap-niv.


GPICMT* si client non valide on cree la commande a valider
DD9132       move 69 to werr
DD9132       perform err1 thru errf
DD9132    end-if
GPICMT* enfin a la capacite de preparation du jour (CAPJOUR) : une
GPICMT* journee deja pleine pousse la date au premier jour ayant
GPICMT* encore de la capacite, signale sur l'ARC (werr 71 non
GPICMT* bloquant) ; le nombre de lignes n'est pas encore connu, on
GPICMT* demande la place d'une ligne, la charge reelle est posee en
GPICMT* fin de commande
DD9165    initialize capliv
DD9165    move 'D' to icapliv-trt
DD9165    move mmdt-societe to icapliv-soc
DD9165    move spaces to icapliv-site
DD9165    move zrendli to icapliv-date
DD9165    move wcap-niv to icapliv-niv
DD9165    move 1 to icapliv-nbl
999999   display "trace_prcde060 : call 'capliv1'"
DD9165    call "capliv1" using capliv
DD9165    if ccapliv-decale-oui
DD9165       move ocapliv-date to zrendli
DD9165* le jour trouve repasse le calendrier societe
DD9165       move mmdt-societe to icalsoc-soc
DD9165       move spaces to icalsoc-site
DD9165       move zrendli to icalsoc-date
999999   display "trace_prcde060 : call 'calsoc1'"
DD9165       call 'calsoc1' using calsoc
DD9165       if ccalsoc-decale-oui
DD9165          move ocalsoc-date to zrendli
DD9165       end-if
DD9165       move zrendli to ocapliv-date
DD9165       move 71 to werr
DD9165       perform err1 thru errf
DD9165    end-if
          move zrendli to cadate.
       t51.
999999   display "Trace-prcde060 : t51".
           move wtba   to fjtba.
           move wfoa   to fjfoa.
           MOVE ZERO   TO FJNIN WFJNIN wunix2 wunix4.
DD9165     move zero to wcap-nbc.
           MOVE wclcde TO FJNCL.
      *on chagre la date du jour ds la date de reference tarif          *GPICMT
DDE153     move wcd    to fjdatetarif9
999999   display "prcde060 sk1 " fapay " " facnu " " facip " " facle
           perform rsk1-fartusac.
999999   display "prcde060 FS " file-status "'"
DD9162* EAN inconnu du catalogue : kit declare dans la nomenclature,
DD9162* la ligne est prise sous l'article kit et repasse la chaine
DD9162* tarifaire normale (prix propre du kit)
DD9162     if file-status not = zero
DD9162        initialize kitnom
DD9162        move 'E'    to ikitnom-trt
DD9162        move rliart to ikitnom-ean
DD9162        call "kitnom1" using kitnom
DD9162        if ckitnom-trouve-oui
DD9162           move 01          to fanma1
DD9162           move okitnom-nar to fanar1x
DD9162           move okitnom-sre to fansr1x
DD9162           go to t82-2
DD9162        end-if
DD9162     end-if
           if file-status not = zero GO TO t82-f.
DD0466     go to t82-1.

       T85L.
999999   display "Trace-prcde060 : T85L".
DDE125     MOVE WQTC   TO jfcqtc.
DD9165* colis de la ligne pour la charge de preparation
DD9165     if faqpb > zero
DD9165        divide faqpb into wqtc giving wcap-q remainder wcap-r
DD9165        if wcap-r > zero
DD9165           add 1 to wcap-q
DD9165        end-if
DD9165     else
DD9165        move wqtc to wcap-q
DD9165     end-if.
DD9165     add wcap-q to wcap-nbc.

GPICMT* livraison directe fournisseur (DIRFOU) : l'article part de
GPICMT* chez son fournisseur directement chez le client, le stock
GPICMT* n'est pas controle ; la ligne est journalisee dans DIRCDE
GPICMT* une fois numerotee (commande fournisseur par DIRC010)
DD9173     initialize dirliv
DD9173     move 'L'    to idirliv-trt
DD9173     move jfcnar to idirliv-nar
999999   display "trace_prcde060 : call dirliv1"
DD9173     call "dirliv1" using dirliv

DD0351* anes 28/04/2015 si etat fin de vie ou superieur, recherche du stock
DD0351* Si stock insuffisant creation de la ligne et commande en erreur
DD9173     if faetat = cmmpa-etat-finvie
DD9173        and not cdirliv-direct-oui
  |           perform rech-stock
  |           if wstk < jfcqtc
GPICMT* disponibilite projetee : avant de bloquer (werr 58 du
DD9086       perform err1 thru errf
DD9086    end-if

GPICMT* blocage qualite : article entier ou lot bloque (QUALBLK),
GPICMT* la ligne part en validation et la commande est retenue
GPICMT* dans QUALATT pour etre relancee a la levee du blocage
DD9163    initialize qualblk
DD9163    if wvalid-dryrun
DD9163       move 'O' to iqualblk-simul
DD9163    end-if
DD9163    move jfcnar to iqualblk-nar
DD9163    move wmmti-date-amj to iqualblk-date
DD9163    move wnum   to iqualblk-ncde
DD9163    move fjncl  to iqualblk-ncl
DD9163    move 'PRCDE060' to iqualblk-prog
999999   display "trace_prcde060 : call qualblk1"
DD9163    call "qualblk1" using qualblk
DD9163    if cqualblk-bloque-oui
DD9163       move 70 to werr
DD9163       perform err1 thru errf
DD9163    end-if

      *---*
      *----> AE001 (D) : recherche du prix a appliquer a l'article :
      *    > calcul des remises niveau ARTICLE, REGROUPEMENT, REFERENCEMENT.
      *               6 = remise trouve ds CLIARTSP (art. speciaux)     *GPICMT
      *               7 =  prix article sur devis                       *GPICMT
      *               8 = prix/remise promotion (PROMOTAR)  DD9066      *GPICMT
      *               9 = prix/remise palier (PALTAR)       DD9175      *GPICMT
DDE125     move "5"    to jfctopx.                                       *DDE011
      *----> chargement des top-prix, taux de remise et
      *----> taux de majoration.
  -           move RLINOL to jfcnlg
999999   display "trace_prcde060 : IF no72"
DD0465     end-if
DD9173     if cdirliv-direct-oui
DD9173        move 'C' to idirliv-trt
DD9173        if wvalid-dryrun
DD9173           move 'O' to idirliv-simul
DD9173        end-if
DD9173        move wnum   to idirliv-ncde
DD9173        move jfcnlg to idirliv-nlg
DD9173        move fjncl  to idirliv-ncl
DD9173        move jfcqtc to idirliv-qte
DD9173        move wmmti-date-amj to idirliv-date
999999   display "trace_prcde060 : call dirliv1"
DD9173        call "dirliv1" using dirliv
DD9173        initialize dirliv
DD9173     end-if
          .
       T90.
999999   display "Trace-prcde060 : T90".
DD9999     end-if

DD0814* DOOR 10/01/2018 ajout du rayon
GPICMT* charge de la commande sur sa date de preparation (CAPCHG),
GPICMT* date demandee par le client comprise : elle occupe le quai
DD9165     if not wvalid-dryrun
DD9165        initialize capliv
DD9165        move 'C' to icapliv-trt
DD9165        move mmdt-societe to icapliv-soc
DD9165        move spaces to icapliv-site
DD9165        move fjdli to icapliv-date
DD9165        move wcap-niv to icapliv-niv
DD9165        move wunix2 to icapliv-nbl
DD9165        move wcap-nbc to icapliv-nbc
999999   display "trace_prcde060 : call 'capliv1'"
DD9165        call "capliv1" using capliv
DD9165     end-if.
GPICMT* consignes logistiques du client resolues a la creation
GPICMT* (INSLOG -> journal INSCDE de la commande)
DD9168     if not wvalid-dryrun
DD9168        initialize inslog
DD9168        move 'R' to iinslog-trt
DD9168        move fjncl to iinslog-ncl
DD9168        move wnum to iinslog-ncde
DD9168        move wmmti-date-amj to iinslog-date
999999   display "trace_prcde060 : call 'inslog1'"
DD9168        call "inslog1" using inslog
DD9168     end-if.
DD0814     move wrayon to fjrayon
DD9023     if not wvalid-dryrun
              perform rw-fcomjoap
DD9132        go to err3
DD9132     end-if

GPICMT* article ou lot bloque par la qualite (QUALBLK)
DD9163     if werr = 70
DD9163        move oqualblk-liberr to llib
DD9163        go to err3
DD9163     end-if

GPICMT* date poussee, capacite de preparation du jour atteinte
DD9165     if werr = 71
DD9165        string 'Date poussee, capacite de preparation atteinte '
DD9165               ocapliv-date
DD9165               delimited size into llib
DD9165        go to err3
DD9165     end-if

           MOVE 1 TO TTFIN.
           IF WERR = 41 MOVE "**ENTETE ET FIN DES LIGNES         -> CDE
      -    "ET SUITE EN ERREUR" TO LLIB  GO TO ERR3.
      * DD9001 08/08/26 anes tally du WERR pour le recap fin de run
      * DD9044 23/08/26 anes borne portee de 60 a 70 (cf WTALWERR)
DD9044*    if werr > zero and werr not > 60
      * DD9165 15/10/26 anes borne portee de 70 a 80 (cf WTALWERR)
DD9165*    if werr > zero and werr not > 70
DD9165     if werr > zero and werr not > 80
              add 1 to WTALWERR-NB(WERR)
              move LLIB to WTALWERR-LIB(WERR)
           end-if.
GPICMT* ne compte pas, meme garde que les tallies C/L)
DD9088     if werr not = 38 and werr not = 59 and werr not = 60
DD9088        and werr not = 65 and werr not = 66
DD9165     and werr not = 71
DD9089        and not wvalid-dryrun
DD9088        move 'R' to wtintk-trt
DD9088        move wrdi to wtintk-cle
DD9065     or werr = 66
DD9112     or werr = 67
DD9132     or werr = 69
DD9165     or werr = 71
              MOVE ZERO TO WERR
              GO TO ERRF
999999   display "trace_prcde060 : IF no135"
DD9087                       or werr = 62
DD9065                       or werr = 63
DD9086                       or werr = 64
DD9163                       or werr = 70
                             move 8    to wok
                             MOVE ZERO TO WERR  GO TO ERRF.

      * DD9044 23/08/26 anes borne portee de 60 a 70 (cf WTALWERR)
DD9044*    PERFORM EDITWERR-T THRU EDITWERR-T-EXIT
DD9044*            UNTIL WTALWERR-X > 60.
      * DD9165 15/10/26 anes borne portee de 70 a 80 (cf WTALWERR)
DD9165*    PERFORM EDITWERR-T THRU EDITWERR-T-EXIT
DD9165*            UNTIL WTALWERR-X > 70.
DD9165     PERFORM EDITWERR-T THRU EDITWERR-T-EXIT
DD9165             UNTIL WTALWERR-X > 80.
           IF WTALWERR-TOT = ZERO  GO TO EDITWERR-EXIT.
           MOVE SPACES TO LIGNE.
           MOVE '|' TO SEP1 SEP2 SEP3 SEP4 SEP5 SEP6.
           MOVE '|' TO SEP1 SEP2 SEP3 SEP4 SEP5 SEP6.
           WRITE LIGNE BEFORE 2.
           MOVE 1 TO WTALWERR-X.
DD9165*    PERFORM EDITWERR-L THRU EDITWERR-L-EXIT
DD9165*            UNTIL WTALWERR-X > 60.
DD9165     PERFORM EDITWERR-L THRU EDITWERR-L-EXIT
DD9165             UNTIL WTALWERR-X > 80.
           MOVE SPACES TO LIGNE.
           MOVE '|' TO SEP1 SEP2 SEP3 SEP4 SEP5 SEP6.
           STRING "TOTAL COMMANDES REJETEES : " WTALWERR-TOT
DD9066        move '8' to td-top-prix
DD9066     end-if.
       rech-tarif-fin.
GPICMT* prix par paliers de quantite (PALTAR) : consulte apres la
GPICMT* promotion, qui prime (pas de cumul), et hors prix saisi ou
GPICMT* prix de devis ; la ligne est valorisee au palier atteint
GPICMT* avant la garde de marge PXPLAN1
DD9175     if not cpromo-trouve-oui
DD9175        and td-top-prix not = '1' and td-top-prix not = '7'
DD9175        initialize palprix
DD9175        move fjncl   to ipalprix-ncl
DD9175        move jfcnar  to ipalprix-nar
DD9175        move fjdatetarif9 to ipalprix-date
DD9175        move jfcqtc  to ipalprix-qte
DD9175        move jfcpcb  to ipalprix-pcb
DD9175        move jfcpht  to ipalprix-prix
999999   display "trace_prcde060 : call palprix1"
DD9175        call "palprix1" using palprix
DD9175        if cpalprix-trouve-oui
DD9175           move opalprix-net to jfcpht jfcpcl
DD9175           if opalprix-prix not = zero
DD9175              move opalprix-net to jfcpth jfcpbas
DD9175              move zero to jfctrpv
DD9175           else
DD9175              move opalprix-remise to jfctrpv
DD9175           end-if
DD9175           move '9' to td-top-prix
DD9175        end-if
DD9175     end-if.
999999   display "Trace-prcde060 : rech-tarif-fin".
           exit
           .
