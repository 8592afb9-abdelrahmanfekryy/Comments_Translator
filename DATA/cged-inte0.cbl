      *DD9175 15/10/26 anes prix par paliers de quantite (PALTAR,
      *                     palprix1) sans promotion : le palier
      *                     atteint devient le net de reference, topx 9
      *DD9168 15/10/26 anes consignes logistiques codees du client
      *                     (inslog1) resolues a l'integration de la
      *                     commande et engagees au journal INSCDE
      *DD9165 15/10/26 anes date de livraison sous contrainte de
      *                     capacite de preparation (capliv1) : date
      *                     poussee au premier jour ayant encore de la
      *                     capacite (werr 71 non bloquant), clients
      *                     prioritaires sur la part reservee, commande
      *                     integree chargee sur sa date
      *DD9163 15/10/26 anes blocage qualite : un article ou un lot
      *                     bloque par la qualite (QUALBLK via qualblk1)
      *                     part en validation (werr 70), la commande
      *                     est notee dans QUALATT pour relance
      *DD9162 15/10/26 anes article kit : un EAN absent du catalogue
      *                     mais declare kit dans la nomenclature NOMKIT
      *                     (kitnom1) est integre sous l'article kit
      *DD9128 03/09/26 anes renumerotation client par table CLIMAPTB
      *                     (climap1) : le numero entrant est remplace
      *                     par son successeur de fusion quand une
DD9112     copy '../copy/subart.com'.                                   *GPICMT
DD9118     copy '../copy/assort.com'.                                   *GPICMT
DD9128     copy '../copy/climap.com'.
DD9162     copy '../copy/kitnom.com'.
DD9163     copy '../copy/qualblk.com'.
DD9165     copy '../copy/capliv.com'.
DD9168     copy '../copy/inslog.com'.
           copy '../copy/mmca-date.com'.                                *GPICMT
           copy "../copy/mmti-date.com".                                *GPICMT
           copy "../copy/mmtr-trac.com".                                *GPICMT
DD9045     copy "../copy/edipvar.com".                                  *GPICMT
DD9064     copy "../copy/uomcnv.com".
DD9066     copy "../copy/promo.com".
DD9175     copy "../copy/palprix.com".
DD9088     copy "../copy/intstat.com".
DD9089     copy "../copy/runstat.com".
DD9089     copy "../copy/chain.com".
DD9089 01  wrun-hfin      pic x(8) value space.
DD9089 01  wnbcrees       pic 9(7) value zero.
DD9089 01  wnbrejs        pic 9(7) value zero.
DD9165 01  wcap-niv       pic x value space.
DD9165 01  wcap-nbc       pic 9(5) value zero.
DD9165 01  wcap-q         pic 9(5) value zero.
DD9165 01  wcap-r         pic 9(5) value zero.
GPICMT* tallies d'integration par partenaire (client EDI) pour
GPICMT* l'historique INTAKHIS de fin de run
DD9088 01  WTINTK.
           perform rnl-fclients.
           if file-status not = zero
                    MOVE 22 TO WERR  GO TO ERR1.
DD9165* niveau du client livre pour la part de capacite reservee
DD9165     move clniveau to wcap-niv.

      * recherche marche du client a partir de son secteur
           move clsecteur to wmmpa-sect-sect
          move ommca-date-jjour to zjj
          move ommca-date-jmois to zmm
          move ommca-date-janne to zaa
GPICMT* capacite de preparation du jour (CAPJOUR) : journee pleine,
GPICMT* date poussee au premier jour ayant de la capacite (werr 71
GPICMT* non bloquant), la charge reelle est posee en fin de commande
DD9165    initialize capliv
DD9165    move 'D' to icapliv-trt
DD9165    move mmdt-societe to icapliv-soc
DD9165    move spaces to icapliv-site
DD9165    move zrendli to icapliv-date
DD9165    move wcap-niv to icapliv-niv
DD9165    move 1 to icapliv-nbl
DD9165    call "capliv1" using capliv
DD9165    if ccapliv-decale-oui
DD9165       move ocapliv-date to zrendli
DD9165       move 71 to werr
DD9165       perform err1 thru errf
DD9165    end-if
          move zrendli to cadate.
       t51.

           move wfoa   to fjfoa.
DD0394     move w-type  to fjfeo
           MOVE ZERO   TO FJNIN WFJNIN wunix2 wunix4.
DD9165     move zero to wcap-nbc.
           MOVE wclcde TO FJNCL.
      *on chagre la date du jour ds la date de reference tarif          *GPICMT
           move wcd    to fjdatetarif9
           string '01' rliart 
               delimited size into fakle1
           perform rnl-fartusac
DD9162* EAN inconnu du catalogue : kit declare dans la nomenclature,
DD9162* la ligne est integree sous l'article kit
DD9162     if file-status not = zero
DD9162        initialize kitnom
DD9162        move 'E'    to ikitnom-trt
DD9162        move rliart to ikitnom-ean
DD9162        call "kitnom1" using kitnom
DD9162        if ckitnom-trouve-oui
DD9162           move 01          to fanma1
DD9162           move okitnom-nar to fanar1x
DD9162           move okitnom-sre to fansr1x
DD9162           perform rnl-fartusac
DD9162        end-if
DD9162     end-if
           if file-status not = zero

      * pour article inexistant on cree une ligne de commande avec article
DD9118        end-if
DD9118     end-if

GPICMT* blocage qualite : article entier ou lot bloque (QUALBLK),
GPICMT* la ligne part en validation et la commande est retenue
GPICMT* dans QUALATT pour etre relancee a la levee du blocage
DD9163     initialize qualblk
DD9163     move fanarx  to iqualblk-nar
DD9163     move wcd     to iqualblk-date
DD9163     move wnum    to iqualblk-ncde
DD9163     move wclient to iqualblk-ncl
DD9163     move 'CGED-INTE0' to iqualblk-prog
DD9163     call "qualblk1" using qualblk
DD9163     if cqualblk-bloque-oui
DD9163        move 70 to werr
DD9163        perform err1 thru errf
DD9163     end-if

      *  controle PCB de l'article avec celui de gencolig
       if rlipcb not = zero and not = faqpb
          move 38 to werr
       T85L.
      *    MOVE WQTC   TO FJQTC.
           MOVE WQTC   TO jfcqtc.
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
      *---*
      *----> recherche du prix a appliquer a l'article :
      *    > calcul des remises niveau ARTICLE, REGROUPEMENT, REFERENCEMENT.
           else          move wok to fjok.
           move alliv to fjlivrea

GPICMT* charge de la commande sur sa date de preparation (CAPCHG)
DD9165     initialize capliv
DD9165     move 'C' to icapliv-trt
DD9165     move mmdt-societe to icapliv-soc
DD9165     move spaces to icapliv-site
DD9165     move fjdli to icapliv-date
DD9165     move wcap-niv to icapliv-niv
DD9165     move wunix2 to icapliv-nbl
DD9165     move wcap-nbc to icapliv-nbc
DD9165     call "capliv1" using capliv
GPICMT* consignes logistiques du client resolues a la creation
GPICMT* (INSLOG -> journal INSCDE de la commande)
DD9168     initialize inslog
DD9168     move 'R' to iinslog-trt
DD9168     move fjncl to iinslog-ncl
DD9168     move wnum to iinslog-ncde
DD9168     move wcd to iinslog-date
DD9168     call "inslog1" using inslog

           perform rw-fcomjoap.
           if file-status not = zero
                    MOVE 29 TO WERR  GO TO ERR1.
DD9118        go to err3
DD9118     end-if

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

      * Creation donnes specifiques client invalide
           if werr = 40
              string ocmcd-majc-liberr " RTN " ocmcd-majc-rtn
      * + erreur 38/39/40 non blocantes
      * DD9019 09/08/26 anes 48 commande en doublon : a valider, on ne
      * la rejette pas non plus (cf controle ordref1 plus haut)
DD9165* 71 date poussee par la capacite : information seule
DD9165     if werr = 71
DD9165        MOVE ZERO TO WERR  GO TO ERRF
DD9165     end-if.
           IF WERR NOT > 20  or werr = 23 or werr = 25 or werr = 24
                             or werr = 37
                             or werr = 38 or = 39 or = 40 or = 47
                             or werr = 48
DD9112                       or werr = 67
DD9118                       or werr = 68
DD9163                       or werr = 70
                             move 8    to wok
                             MOVE ZERO TO WERR  GO TO ERRF.

DD9066        end-if
DD9066        move '8' to ocgta-rech-topx
DD9066     end-if
GPICMT* sans promotion, prix par paliers de quantite (PALTAR) sur le
GPICMT* net du tarif : le palier atteint devient le net de reference
DD9175     if not cpromo-trouve-oui
DD9175        and ocgta-rech-topx not = '1'
DD9175        and ocgta-rech-topx not = '7'
DD9175        initialize palprix
DD9175        move fjncl   to ipalprix-ncl
DD9175        move jfcnar  to ipalprix-nar
DD9175        move fjdatetarif9 to ipalprix-date
DD9175        move jfcqtc  to ipalprix-qte
DD9175        move jfcpcb  to ipalprix-pcb
DD9175        move ocgta-rech-net to ipalprix-prix
999999   display "trace_cged-inte0 : call palprix1"
DD9175        call "palprix1" using palprix
DD9175        if cpalprix-trouve-oui
DD9175           move opalprix-net to ocgta-rech-net
DD9175           if opalprix-prix not = zero
DD9175              move opalprix-net to ocgta-rech-brut
DD9175           end-if
DD9175           move '9' to ocgta-rech-topx
DD9175        end-if
DD9175     end-if
GPICMT* controle prix trouve et interface
           perform ctrl-tarif
ELGU  *    if ocgta-rech-rtn not = '0'
