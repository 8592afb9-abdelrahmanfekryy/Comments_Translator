DD9007* 9 = lien mere/fille introuvable, on bloque la creation
           02  WCHK-MERE-COMPAT PIC 9.

DD9162* anes 15/10/26 destockage des composants d'un article kit
DD9162* (cf destock-kit) : indice composant, qte de kits couverte par
DD9162* tous les composants, erreur de destockage d'un composant,
DD9162* composant bloque par la qualite (QUALBLK) ; magasin de la
DD9162* ligne, kits couverts par un composant et vue du stock
DD9162* FARTUSAP du composant (disponible avant destockage)
DD9162     02  WKIT-IND         PIC 99.
DD9162     02  WKIT-QTR         PIC S9(7)V99.
DD9162     02  WKIT-ERR         PIC 9.
DD9162     02  WKIT-BLQ         PIC 9.
DD9162     02  WKIT-NMA         PIC 99.
DD9162     02  WKIT-QC          PIC 9(7).
DD9162     02  WKIT-FAP.
DD9162         03 WKIT-FAP-NMA  PIC 99.
DD9162         03 WKIT-FAP-NARX PIC X(7).
DD9162         03 WKIT-FAP-QDIS PIC S9(7)V99.

DD9164* anes 15/10/26 politique de livraison de la commande (LIVPOL1) :
DD9164* nombre de lignes incompletes d'une commande a livraison
DD9164* complete exigee (cf chk-liv-complete)
DD9164     02  WCPL-NBM         PIC 9(4).

      *----> M1099 (D) GPICOL
           02  wedit            pic x.
      *----> M1099 (F) GPICOL
DD9031     copy '../copy/mmaulog.com'.                                  *GPICMT
DD9032     copy '../copy/reliqlog.com'.                                 *GPICMT
DD9037     copy '../copy/ngstock.com'.                                  *GPICMT
DD9159     copy '../copy/mvtstk.com'.                                   *GPICMT
DD9162     copy '../copy/kitnom.com'.                                   *GPICMT
DD9163     copy '../copy/qualblk.com'.                                  *GPICMT
DD9173     copy '../copy/dirliv.com'.                                   *GPICMT
DD9164     copy '../copy/livpol.com'.                                   *GPICMT
           copy '../../COM/copy/mmdt-lieu.com'.                         *GPICMT
           copy '../../COM/copy/mmti-sema.com'.                         *GPICMT
DDE069     copy '../../COM/copy/cgca-mtht.com'.                         *GPICMT
  "           go to t130
DD0298     end-if

DD9164* anes 15/10/26 politique de livraison (LIVPOL1) : une commande a
DD9164* livraison complete exigee n'est pas livree en partie, on refuse
DD9164* la livraison tant qu'une de ses lignes est incomplete
DD9164     initialize livpol
DD9164     move fcncl to ilivpol-ncl
DD9164     move fccle to ilivpol-ncde
999999   display "trace_cgcd-reli1 : call 'LIVPOL1'"
DD9164     call "LIVPOL1" using livpol
DD9164     if clivpol-complete
DD9164        perform chk-liv-complete thru chk-liv-complete-exit
DD9164        if wcpl-nbm not = zero
DD9164           go to errlivcomplete
DD9164        end-if
DD9164     end-if

      *GPICMT  Appel de l'automate des commandes avec evenement PIK0
      *GPICMT  pour destockage
           move FCLIV to wmmau-cdes-etliv.
MICN       move fcnel2 to fcnel3
           move fcart  to fcart3.
           move zero   to fclig3.
DD9164* anes 15/10/26 livraison complete par ligne (LIVPOL1) : une
DD9164* ligne en rupture n'est pas livree en partie, elle passe en
DD9164* entier en reliquat (fc1 = 1) ou en rupture complete (fc1 = 0)
DD9164     if clivpol-ligne and fc1 not = spaces
DD9164        and fcqtl > zero and fcqtl < fcqtc
DD9164        move zero to fcqtl
DD9164     end-if.
       T42.
999999   display "Trace-cgcd-reli1 : T42".
      *    FC1 : ' '=normal '0'= rupture '1'=rupture + reliquat
999999   display "trace_cgcd-reli1 : call 'mmlp-mail1'"
DD9018        call 'mmlp-mail1' using mmlp-mail adl-art
DD9018     end-if
DD9173* anes 15/10/26 ligne en livraison directe fournisseur (journal
DD9173* DIRCDE de la prise de commande) : le fournisseur livre le
DD9173* client, le stock n'est jamais touche ; la ligne est servie par
DD9173* la confirmation d'expedition fournisseur (DIRC020)
DD9173     initialize dirliv
DD9173     move 'R'         to idirliv-trt
DD9173     move fccle       to idirliv-ncde
DD9173     move fanar1x     to idirliv-nar
999999   display "trace_cgcd-reli1 : call dirliv1"
DD9173     call "dirliv1" using dirliv
DD9173     if cdirliv-direct-oui
DD9173        display "LIGNE: " fcnlg
DD9173        display "NON DESTOCKEE, " odirliv-liberr
DD9173        move zero   to omgca-dest-qtr
DD9173        move spaces to omgca-dest-rtn
DD9173        go to F15
DD9173     end-if.
DD9163* anes 15/10/26 article ou lot bloque par la qualite (QUALBLK) :
DD9163* pas de destockage, la ligne reste en reliquat (qte destockee
DD9163* nulle comme un kit sans composant disponible) ; la commande
DD9163* est notee dans QUALATT par qualblk1 pour relance a la levee
DD9163     initialize qualblk
DD9163     if WSIMUL = 1
DD9163        move 'O' to iqualblk-simul
DD9163     end-if
DD9163     move fanar1x      to iqualblk-nar
DD9163     move wdate        to iqualblk-date
DD9163     move fccle        to iqualblk-ncde
DD9163     move fcncl        to iqualblk-ncl
DD9163     move 'CGCD-RELI1' to iqualblk-prog
999999   display "trace_cgcd-reli1 : call qualblk1"
DD9163     call "qualblk1" using qualblk
DD9163     if cqualblk-bloque-oui
DD9163        display "LIGNE: " fcnlg
DD9163        display "NON DESTOCKEE, " oqualblk-liberr
DD9163        move zero   to omgca-dest-qtr
DD9163        move spaces to omgca-dest-rtn
DD9163        go to F15
DD9163     end-if.

DD9162* anes 15/10/26 article kit (nomenclature NOMKIT) : le stock est
DD9162* tenu par composant ; chaque composant est destocke pour qte
DD9162* livree x qte par kit et le kit ne compte livre que pour la qte
DD9162* couverte par tous ses composants (stats de vente en F15)
DD9162     initialize kitnom
DD9162     move 'K'    to ikitnom-trt
DD9162     move fanarx to ikitnom-nar
999999   display "trace_cgcd-reli1 : call KITNOM1"
DD9162     call "KITNOM1" using kitnom
DD9162     if ckitnom-trouve-oui
DD9162        perform destock-kit
DD9162        if wkit-err not = zero
DD9162           go to t130
DD9162        end-if
DD9162        move wkit-qtr to omgca-dest-qtr
DD9162        move spaces   to omgca-dest-rtn
DD9162        go to F15
DD9162     end-if.
      * calcul reel de la qte a destocker suite au pb des boites incompletes
      * saises en modifiant la qte par boite sur la ligne de commande
           move fanma to imgca-dest-nma.
              move omgca-dest-err to cgcd-reli-liberr
              move '3' to ocgcd-reli-rtn
              go to t130.
DD9159* anes 15/10/26 destockage reliquat porte au kardex MVTSTK ; le
DD9159* solde apres mouvement est tenu par mgca-dest1, non connu ici
DD9159     if WSIMUL not = 1 and omgca-dest-qtr not = zero
DD9159        move fanma          to IMVTSTK-NMA
DD9159        move fanarx         to IMVTSTK-NAR
DD9159        move 'SV'           to IMVTSTK-TYPE
DD9159        compute IMVTSTK-QTE = zero - omgca-dest-qtr
DD9159        move zero           to IMVTSTK-SOLDE
DD9159        move 'N'            to IMVTSTK-SOLCON
DD9159        move fccle          to IMVTSTK-DOC
DD9159        move 'CGCD-RELI1'   to IMVTSTK-PROG
999999   display "trace_cgcd-reli1 : call MVTSTK1"
DD9159        call "MVTSTK1" using MVTSTK
DD9159     end-if.
      * la qte a destocker se trouve alors dans omgca-dest-qtr
           .
       F15.
           move "LIEN ALLOTIE MERE/FILLE INCOHERENT" to cgcd-reli-liberr.
           move '3' to ocgcd-reli-rtn
           go to t130.
DD9164 errlivcomplete.
999999   display "Trace-cgcd-reli1 : errlivcomplete".
DD9164     string 'Cde ' fccle ' livraison complete exigee, '
DD9164            wcpl-nbm ' ligne(s) incomplete(s)'
DD9164            delimited size into cgcd-reli-liberr
DD9164     if WSIMUL not = 1
DD9164        move cmmlp-mail-type-ss to immlp-mail-type(1)
DD9164        string "REFUS "
DD9164              delimited by size into immlp-mail-data(1)
DD9164        move cmmlp-mail-type-s to immlp-mail-type(2)
DD9164        string 'Cde ' fccle ' Client ' fcncl
DD9164             ' livraison complete exigee : ' wcpl-nbm
DD9164             ' ligne(s) incomplete(s)'
DD9164              delimited by size into immlp-mail-data(2)
DD9164        move cmmlp-mail-trt-notif to immlp-mail-trt
DD9164        move spaces to immlp-mail-objet
DD9164        string "LIVRAISON COMPLETE EXIGEE " fccle
DD9164              delimited by size into immlp-mail-objet
DD9164        move spaces to immlp-mail-destg
DD9164        move spaces to immlp-mail-groupe
DD9164        move "anes micn"   to immlp-mail-dest
999999   display "trace_cgcd-reli1 : call 'mmlp-mail1'"
DD9164        call 'mmlp-mail1' using mmlp-mail adl-art
DD9164     end-if
DD9164     move '3' to ocgcd-reli-rtn
DD9164     go to t130.
       INVA1.
999999   display "Trace-cgcd-reli1 : INVA1".
DDE109     perform cl-fcomjoap
       chk-mere-compat-exit.
           exit.

GPICMT* destockage des composants d'un article kit (nomenclature
GPICMT* NOMKIT), appele de F10 a la place du destockage de l'article
GPICMT* kit qui n'a pas de stock propre
DD9162  destock-kit section.
999999   display "Trace-cgcd-reli1 : destock-kit section".
DD9162     move zero  to wkit-ind wkit-err wkit-blq
DD9162     move fcqtl to wkit-qtr
DD9162* blocage qualite controle sur tous les composants avant tout
DD9162* destockage : un composant bloque laisse la ligne en reliquat
DD9162* (qte destockee nulle) comme pour un article simple
DD9162     perform destock-kit-blq
DD9162             until wkit-ind not < okitnom-nbc
DD9162                or wkit-blq not = zero
DD9162     if wkit-blq not = zero
DD9162        move zero to wkit-qtr
DD9162        go to destock-kit-f
DD9162     end-if
DD9162* kits couverts par le disponible de chaque composant, lu
DD9162* avant tout destockage : chaque composant n'est ensuite
DD9162* destocke que pour les kits livres, le reste part en reliquat
DD9162     move fanma to wkit-nma
DD9162     move zero  to wkit-ind
DD9162     perform destock-kit-dis
DD9162             until wkit-ind not < okitnom-nbc
DD9162     move wwor-fartusap2 to wor-fartusap
DD9162     if wkit-qtr not > zero
DD9162        move zero to wkit-qtr
DD9162        go to destock-kit-f
DD9162     end-if
DD9162     move zero  to wkit-ind
DD9162     perform destock-kit-cmp
DD9162             until wkit-ind not < okitnom-nbc
DD9162                or wkit-err not = zero
DD9162     .
DD9162  destock-kit-f.
DD9162     exit.

GPICMT* controle du blocage qualite d'un composant du kit (qualblk1
GPICMT* note la commande dans QUALATT pour relance a la levee)
DD9162  destock-kit-blq section.
DD9162     add 1 to wkit-ind
DD9162     if okitnom-cqte (wkit-ind) = zero
DD9162        go to destock-kit-blq-f
DD9162     end-if
DD9162     initialize qualblk
DD9162     if WSIMUL = 1
DD9162        move 'O' to iqualblk-simul
DD9162     end-if
DD9162     move okitnom-cnar (wkit-ind) to iqualblk-nar
DD9162     move wdate        to iqualblk-date
DD9162     move fccle        to iqualblk-ncde
DD9162     move fcncl        to iqualblk-ncl
DD9162     move 'CGCD-RELI1' to iqualblk-prog
999999   display "trace_cgcd-reli1 : call qualblk1 (destock-kit)"
DD9162     call "qualblk1" using qualblk
DD9162     if cqualblk-bloque-oui
DD9162        display "LIGNE: " fcnlg
DD9162        display "COMPOSANT BLOQUE " okitnom-cnar (wkit-ind)
DD9162        display "NON DESTOCKEE, " oqualblk-liberr
DD9162        move 1 to wkit-blq
DD9162     end-if
DD9162     .
DD9162  destock-kit-blq-f.
DD9162     exit.

GPICMT* disponible d'un composant (FARTUSAP du magasin de la ligne) :
GPICMT* la qte de kits livrable est ramenee au plus petit quotient
DD9162  destock-kit-dis section.
DD9162     add 1 to wkit-ind
DD9162     if okitnom-cqte (wkit-ind) = zero
DD9162        go to destock-kit-dis-f
DD9162     end-if
DD9162     move zero to wkit-qc
DD9162     move wkit-nma to fanma
DD9162     move okitnom-cnar (wkit-ind) to fanarx
DD9162     perform r-fartusap
DD9162     if file-status = zero
DD9162        move wor-fartusap to wkit-fap
DD9162        if wkit-fap-qdis > zero
DD9162           compute wkit-qc =
DD9162                   wkit-fap-qdis / okitnom-cqte (wkit-ind)
DD9162        end-if
DD9162     end-if
DD9162     if wkit-qc < wkit-qtr
DD9162        move wkit-qc to wkit-qtr
DD9162     end-if
DD9162     .
DD9162  destock-kit-dis-f.
DD9162     exit.

GPICMT* un composant : qte de kits livree x qte par kit, journal
GPICMT* DESTLOG et kardex MVTSTK comme pour un article simple
DD9162  destock-kit-cmp section.
DD9162     add 1 to wkit-ind
DD9162* composant a qte nulle dans la nomenclature : rien a destocker
DD9162     if okitnom-cqte (wkit-ind) = zero
DD9162        go to destock-kit-cmp-f
DD9162     end-if
DD9162     move fanma to imgca-dest-nma
DD9162     move okitnom-cnar (wkit-ind) to imgca-dest-nar
DD9162     compute imgca-dest-qte = wkit-qtr * okitnom-cqte (wkit-ind)
DD9162     compute imgca-dest-qpb = fcqpb * okitnom-cqte (wkit-ind)
999999   display "trace_cgcd-reli1 : call mgca-dest1 (destock-kit)"
DD9162     call "mgca-dest1" using wmgca-dest adl-art
DD9162     if WSIMUL not = 1
DD9162        move fccle          to IDESTLOG-NCDE
DD9162        move fcnlg          to IDESTLOG-NLG
DD9162        move okitnom-cnar (wkit-ind) to IDESTLOG-NAR
DD9162        move imgca-dest-qte to IDESTLOG-QTE
DD9162        move omgca-dest-qtr to IDESTLOG-QTR
DD9162        move omgca-dest-rtn to IDESTLOG-RTN
DD9162        move omgca-dest-err to IDESTLOG-ERR
999999   display "trace_cgcd-reli1 : call DESTLOG1 (destock-kit)"
DD9162        call "DESTLOG1" using DESTLOG
DD9162     end-if
DD9162     if omgca-dest-rtn not = spaces
DD9162        display "LIGNE: " fcnlg
DD9162        display "COMPOSANT NON DESTOCKE " imgca-dest-nar
DD9162        display omgca-dest-err
DD9162        move omgca-dest-err to cgcd-reli-liberr
DD9162        move '3' to ocgcd-reli-rtn
DD9162        move 9 to wkit-err
DD9162        go to destock-kit-cmp-f
DD9162     end-if
DD9162     if WSIMUL not = 1 and omgca-dest-qtr not = zero
DD9162        move fanma          to IMVTSTK-NMA
DD9162        move okitnom-cnar (wkit-ind) to IMVTSTK-NAR
DD9162        move 'SV'           to IMVTSTK-TYPE
DD9162        compute IMVTSTK-QTE = zero - omgca-dest-qtr
DD9162        move zero           to IMVTSTK-SOLDE
DD9162        move 'N'            to IMVTSTK-SOLCON
DD9162        move fccle          to IMVTSTK-DOC
DD9162        move 'CGCD-RELI1'   to IMVTSTK-PROG
999999   display "trace_cgcd-reli1 : call MVTSTK1 (destock-kit)"
DD9162        call "MVTSTK1" using MVTSTK
DD9162     end-if
DD9162* disponible lu en destock-kit-dis : un ecart ici vient d'un
DD9162* mouvement concurrent, signale pour regularisation du stock
DD9162     if omgca-dest-qtr < imgca-dest-qte
DD9162        display "GPIWARNING"
DD9162        display "LIGNE: " fcnlg
DD9162        display "COMPOSANT DESTOCKE PARTIELLEMENT " imgca-dest-nar
DD9162        display "DEMANDE " imgca-dest-qte
DD9162                " DESTOCKE " omgca-dest-qtr
DD9162     end-if
DD9162     .
DD9162  destock-kit-cmp-f.
DD9162     exit.

GPICMT* commande a livraison complete exigee (LIVPOL1) : compte les
GPICMT* lignes article (elements 4) en rupture, non ou partiellement
GPICMT* livrees ; appele en T20 avant l'automate des commandes
DD9164  chk-liv-complete section.
999999   display "Trace-cgcd-reli1 : chk-liv-complete section".
DD9164     move zero to wcpl-nbm
DD9164     move 4    to fcnel2
DD9164     move zero to fcunix2
DD9164     perform snl-fcommac2
DD9164     if file-status not = zero
DD9164        go to chk-liv-complete-exit
DD9164     end-if
DD9164     .
DD9164  chk-liv-complete-l.
DD9164     perform n-fcommac2
DD9164     if file-status not = zero
DD9164        go to chk-liv-complete-exit
DD9164     end-if
DD9164     if fcnum2 not = cgcd-reli-cde or
DD9164        fcnin2 not = cgcd-reli-ind
DD9164        go to chk-liv-complete-exit
DD9164     end-if
DD9164     if fcge1 not = "1" and fcfoa < 5 and fc1 not = spaces
DD9164        and fcqtl < fcqtc
DD9164        add 1 to wcpl-nbm
DD9164     end-if
DD9164     go to chk-liv-complete-l
DD9164     .
DD9164  chk-liv-complete-exit.
DD9164     exit.

GPICMT* mise a jour nbre de commande preparees dans le mere
DD0298  maj-mere section.
GPICMT* recherche commande allotie mere si traitement d'une fille
