       identification division.
       program-id. devrapp.

       environment division.
       input-output section.
       file-control.
           select dvr-fic-param assign to "DEVRPRM"
               organization is line sequential
               file status is dvr-param-statut.
           select dvr-fic-devis assign to "DEVISFIC"
               organization is indexed
               access mode is dynamic
               record key is enr-dev-numero
               file status is dvr-devis-statut.
           select optional dvr-fic-archive assign to "DEVARCH"
               organization is line sequential
               file status is dvr-archive-statut.
           select dvr-fic-contrats assign to "LOCCONTR"
               organization is indexed
               access mode is dynamic
               record key is enr-ctr-numero
               alternate record key is enr-ctr-client
                   with duplicates
               alternate record key is enr-ctr-immat
                   with duplicates
               file status is dvr-contrat-statut.
           select dvr-fic-rapport assign to "DEVRAPP"
               organization is line sequential.

       data division.
       file section.
      * Carte parametre facultative : mois d'emission rapporte
      * (aaaamm) ; a defaut celui de la date de traitement.
       fd dvr-fic-param.
       1 dvr-param-enr.
           2 prm-periode pic 9(6).

       fd dvr-fic-devis.
       copy "devisrec.cpy".

       fd dvr-fic-archive.
       1 archive-ligne pic x(160).

       fd dvr-fic-contrats.
       copy "contratrec.cpy".

       fd dvr-fic-rapport.
       1 rapport-ligne pic x(132).

       working-storage section.
       1 dvr-param-statut pic xx value '00'.
       1 dvr-devis-statut pic xx value '00'.
       1 dvr-archive-statut pic xx value '00'.
       1 dvr-contrat-statut pic xx value '00'.
       1 fic-eof pic x value 'n'.
           88 fic-fin-fichier value 'o' false 'n'.
       1 pic x value 'n'.
           88 contrats-ouverts value 'o' false 'n'.
       1 pic x value 'n'.
           88 table-saturee value 'o' false 'n'.

       1 date-systeme pic 9(8).
       1 date-systeme-vue redefines date-systeme.
           2 sys-annee pic 9999.
           2 sys-mois pic 99.
           2 sys-jour pic 99.
       1 periode-rapport pic 9(6).
       1 periode-devis pic 9(6).

      * Devis archive par devispurg, lu dans sa propre vue.
       copy "devisrec.cpy" replacing leading ==enr-dev-==
           by ==arc-dev-== ==enr-devis== by ==arc-devis==.

      * Devis en cours d'analyse, qu'il vienne du fichier vivant ou
      * de l'archive.
       1 devis-agence pic x(3).
       1 devis-operateur pic x(8).
       1 devis-statut pic x.
       1 devis-motif pic x.
       1 devis-contrat pic 9(8).
       1 devis-valeur pic 9(5)v99.
       1 contrat-valeur pic 9(5)v99.

      * Compteurs par agence et operateur d'emission. Motifs de
      * perte : 1 prix, 2 dates, 3 vehicule, 4 concurrent.
       1 nb-cellules pic 999 value 0.
       1 ix pic 999.
       1 jx pic 999.
       1 mx pic 9.
       1 tab-cellules.
           2 tab-cellule occurs 200 times.
               3 tc-cle.
                   4 tc-agence pic x(3).
                   4 tc-operateur pic x(8).
               3 tc-emis pic 9(6).
               3 tc-convertis pic 9(6).
               3 tc-perdus pic 9(6) occurs 4 times.
               3 tc-expires pic 9(6).
               3 tc-en-cours pic 9(6).
               3 tc-val-devis pic 9(9)v99.
               3 tc-val-contrats pic 9(9)v99.
               3 tc-nb-valorises pic 9(6).
       1 cellule-echange pic x(87).
       1 cellule-cumul.
           2 cc-cle.
               3 cc-agence pic x(3).
               3 cc-operateur pic x(8).
           2 cc-emis pic 9(6).
           2 cc-convertis pic 9(6).
           2 cc-perdus pic 9(6) occurs 4 times.
           2 cc-expires pic 9(6).
           2 cc-en-cours pic 9(6).
           2 cc-val-devis pic 9(9)v99.
           2 cc-val-contrats pic 9(9)v99.
           2 cc-nb-valorises pic 9(6).
       1 cellule-total.
           2 ct-cle.
               3 ct-agence pic x(3).
               3 ct-operateur pic x(8).
           2 ct-emis pic 9(6).
           2 ct-convertis pic 9(6).
           2 ct-perdus pic 9(6) occurs 4 times.
           2 ct-expires pic 9(6).
           2 ct-en-cours pic 9(6).
           2 ct-val-devis pic 9(9)v99.
           2 ct-val-contrats pic 9(9)v99.
           2 ct-nb-valorises pic 9(6).
       1 agence-courante pic x(3).

       1 taux-conversion pic 999v9.
       1 moyenne pic 9(7)v99.
       1 lu-compteur pic 9(6) value 0.
       1 retenu-compteur pic 9(6) value 0.

       1 rap-titre.
           2 filler pic x(40) value
               'CONVERSION DES DEVIS EMIS - MOIS '.
           2 rt-periode pic 9(6).
       1 rap-entete-1.
           2 filler pic x(27) value spaces.
           2 filler pic x(27) value
               '--------- PERDUS ----------'.
       1 rap-entete-2.
           2 filler pic x(41) value
               'AGC OPERAT.    EMIS   CONV   PRIX  DATES '.
           2 filler pic x(35) value
               ' VEHIC CONCUR EXPIRE ENCOURS %CONV '.
           2 filler pic x(23) value
               '  MOY DEVIS MOY CONTRAT'.
       1 rap-detail.
           2 rd-agence pic x(3).
           2 filler pic x value space.
           2 rd-operateur pic x(8).
           2 filler pic x value space.
           2 rd-emis pic zzzzz9.
           2 filler pic x value space.
           2 rd-convertis pic zzzzz9.
           2 rd-perdus-groupe.
               3 rd-perdu occurs 4 times.
                   4 filler pic x.
                   4 rd-perdus pic zzzzz9.
           2 filler pic x value space.
           2 rd-expires pic zzzzz9.
           2 filler pic x(2) value spaces.
           2 rd-en-cours pic zzzzz9.
           2 filler pic x value space.
           2 rd-taux pic zz9.9.
           2 filler pic x(2) value spaces.
           2 rd-moy-devis pic zzzzzz9.99.
           2 filler pic x(2) value spaces.
           2 rd-moy-contrat pic zzzzzz9.99.

       procedure division.
       mod-mainline.
      * Suivi mensuel des devis emis dans le mois, par agence et par
      * operateur : convertis en contrat, perdus par motif
      * (devperte), expires (devispurg) ou encore en cours ; taux de
      * conversion et valeur moyenne devisee comparee a la valeur
      * moyenne des contrats issus des devis. Les devis sont lus dans
      * DEVISFIC et dans l'archive DEVARCH.
           perform mod-init
           perform mod-lit-devis-vivants
           perform mod-lit-devis-archives
           if contrats-ouverts
               close dvr-fic-contrats
           end-if
           perform mod-trie-cellules
           perform mod-edition
           display 'Devis lus : ' lu-compteur
           display 'Devis du mois : ' retenu-compteur
           if table-saturee
               display 'Table pleine : rapport partiel'
               move 4 to return-code
           end-if
           goback
           .

       mod-init.
           call 'datebus' using date-systeme
           compute periode-rapport = (sys-annee * 100) + sys-mois
           open input dvr-fic-param
           if dvr-param-statut = '00'
               read dvr-fic-param
                   at end continue
                   not at end
                       if prm-periode is numeric and prm-periode > 0
                           move prm-periode to periode-rapport
                       end-if
               end-read
               close dvr-fic-param
           end-if
           set contrats-ouverts to false
           open input dvr-fic-contrats
           if dvr-contrat-statut = '00'
               set contrats-ouverts to true
           else
               display 'LOCCONTR indisponible - contrats non valorises'
           end-if
           .

       mod-lit-devis-vivants.
      * Lecture des devis
           set fic-fin-fichier to false
           open input dvr-fic-devis
           if dvr-devis-statut not = '00'
               display 'DEVISFIC indisponible'
               set fic-fin-fichier to true
           else
               move 0 to enr-dev-numero
               start dvr-fic-devis key not < enr-dev-numero
                   invalid key set fic-fin-fichier to true
               end-start
           end-if
           perform mod-lit-devis until fic-fin-fichier
           if dvr-devis-statut = '00' or dvr-devis-statut = '10'
               close dvr-fic-devis
           end-if
           .

       mod-lit-devis.
           read dvr-fic-devis next record
               at end set fic-fin-fichier to true
               not at end
                   add 1 to lu-compteur
                   compute periode-devis = enr-dev-date / 100
                   if periode-devis = periode-rapport
                       move enr-dev-agence to devis-agence
                       move enr-dev-operateur to devis-operateur
                       move enr-dev-statut to devis-statut
                       move enr-dev-motif to devis-motif
                       move enr-dev-contrat to devis-contrat
                       compute devis-valeur =
                           enr-dev-cout + enr-dev-cout-options
                       perform mod-compte-devis
                   end-if
           end-read
           .

       mod-lit-devis-archives.
           set fic-fin-fichier to false
           open input dvr-fic-archive
           if dvr-archive-statut not = '00'
               set fic-fin-fichier to true
           end-if
           perform mod-lit-archive until fic-fin-fichier
           if dvr-archive-statut = '00' or dvr-archive-statut = '10'
               close dvr-fic-archive
           end-if
           .

       mod-lit-archive.
           read dvr-fic-archive
               at end set fic-fin-fichier to true
               not at end
                   add 1 to lu-compteur
                   move archive-ligne to arc-devis
                   compute periode-devis = arc-dev-date / 100
                   if periode-devis = periode-rapport
                       move arc-dev-agence to devis-agence
                       move arc-dev-operateur to devis-operateur
                       move arc-dev-statut to devis-statut
                       move arc-dev-motif to devis-motif
                       move arc-dev-contrat to devis-contrat
                       compute devis-valeur =
                           arc-dev-cout + arc-dev-cout-options
                       perform mod-compte-devis
                   end-if
           end-read
           .

       mod-compte-devis.
      * Cumul d'un devis du mois dans sa cellule agence / operateur
      * Les devis emis avant le suivi par agence et operateur sont
      * regroupes sous '---' / 'INCONNU'.
           if devis-agence = spaces or devis-agence = low-value
               move '---' to devis-agence
           end-if
           if devis-operateur = spaces or devis-operateur = low-value
               move 'INCONNU' to devis-operateur
           end-if
           perform varying ix from 1 by 1
               until ix > nb-cellules
                   or (tc-agence(ix) = devis-agence
                       and tc-operateur(ix) = devis-operateur)
               continue
           end-perform
           if ix > nb-cellules
               if nb-cellules < 200
                   add 1 to nb-cellules
                   move nb-cellules to ix
                   initialize tab-cellule(ix)
                   move devis-agence to tc-agence(ix)
                   move devis-operateur to tc-operateur(ix)
               else
                   set table-saturee to true
                   move 0 to ix
               end-if
           end-if
           if ix > 0
               add 1 to retenu-compteur
               add 1 to tc-emis(ix)
               add devis-valeur to tc-val-devis(ix)
               evaluate devis-statut
                   when 'C'
                       add 1 to tc-convertis(ix)
                       perform mod-valorise-contrat
                   when 'P'
                       perform mod-compte-perte
                   when 'E'
                       add 1 to tc-expires(ix)
                   when other
                       add 1 to tc-en-cours(ix)
               end-evaluate
           end-if
           .

       mod-compte-perte.
           evaluate devis-motif
               when 'P' move 1 to mx
               when 'D' move 2 to mx
               when 'V' move 3 to mx
               when other move 4 to mx
           end-evaluate
           add 1 to tc-perdus(ix, mx)
           .

       mod-valorise-contrat.
      * Valeur du contrat : montant solde au retour, a defaut le
      * montant au depart (location et options).
           if devis-contrat > 0 and contrats-ouverts
               move devis-contrat to enr-ctr-numero
               read dvr-fic-contrats key is enr-ctr-numero
                   invalid key continue
                   not invalid key
                       if enr-ctr-statut = 'C'
                           and enr-ctr-cout-final > 0
                           move enr-ctr-cout-final to contrat-valeur
                       else
                           compute contrat-valeur = enr-ctr-cout
                               + enr-ctr-cout-options
                       end-if
                       add contrat-valeur to tc-val-contrats(ix)
                       add 1 to tc-nb-valorises(ix)
               end-read
           end-if
           .

       mod-trie-cellules.
      * Tri par agence puis operateur pour les sous-totaux d'agence.
           perform varying ix from 1 by 1 until ix >= nb-cellules
               perform varying jx from 1 by 1
                       until jx > nb-cellules - ix
                   if tc-cle(jx) > tc-cle(jx + 1)
                       move tab-cellule(jx) to cellule-echange
                       move tab-cellule(jx + 1) to tab-cellule(jx)
                       move cellule-echange to tab-cellule(jx + 1)
                   end-if
               end-perform
           end-perform
           .

       mod-edition.
      * Edition
           open output dvr-fic-rapport
           move periode-rapport to rt-periode
           move rap-titre to rapport-ligne
           write rapport-ligne
           move rap-entete-1 to rapport-ligne
           write rapport-ligne
           move rap-entete-2 to rapport-ligne
           write rapport-ligne
           initialize cellule-total
           initialize cellule-cumul
           move spaces to agence-courante
           perform varying ix from 1 by 1 until ix > nb-cellules
               if tc-agence(ix) not = agence-courante
                   and agence-courante not = spaces
                   perform mod-edite-sous-total
               end-if
               move tc-agence(ix) to agence-courante
               move tab-cellule(ix) to cellule-cumul
               perform mod-edite-cellule
               perform mod-cumule-agence
           end-perform
           if agence-courante not = spaces
               perform mod-edite-sous-total
           end-if
           move 'TOT' to ct-agence
           move 'TOUS' to ct-operateur
           move cellule-total to cellule-cumul
           perform mod-edite-cellule
           close dvr-fic-rapport
           .

       mod-cumule-agence.
           add tc-emis(ix) to ct-emis
           add tc-convertis(ix) to ct-convertis
           perform varying mx from 1 by 1 until mx > 4
               add tc-perdus(ix, mx) to ct-perdus(mx)
           end-perform
           add tc-expires(ix) to ct-expires
           add tc-en-cours(ix) to ct-en-cours
           add tc-val-devis(ix) to ct-val-devis
           add tc-val-contrats(ix) to ct-val-contrats
           add tc-nb-valorises(ix) to ct-nb-valorises
           .

       mod-edite-sous-total.
      * Sous-total de l'agence : cumul de ses operateurs.
           initialize cellule-cumul
           move agence-courante to cc-agence
           move 'AGENCE' to cc-operateur
           perform varying jx from 1 by 1 until jx > nb-cellules
               if tc-agence(jx) = agence-courante
                   add tc-emis(jx) to cc-emis
                   add tc-convertis(jx) to cc-convertis
                   perform varying mx from 1 by 1 until mx > 4
                       add tc-perdus(jx, mx) to cc-perdus(mx)
                   end-perform
                   add tc-expires(jx) to cc-expires
                   add tc-en-cours(jx) to cc-en-cours
                   add tc-val-devis(jx) to cc-val-devis
                   add tc-val-contrats(jx) to cc-val-contrats
                   add tc-nb-valorises(jx) to cc-nb-valorises
               end-if
           end-perform
           perform mod-edite-cellule
           move spaces to rapport-ligne
           write rapport-ligne
           .

       mod-edite-cellule.
           move cc-agence to rd-agence
           move cc-operateur to rd-operateur
           move cc-emis to rd-emis
           move cc-convertis to rd-convertis
           perform varying mx from 1 by 1 until mx > 4
               move cc-perdus(mx) to rd-perdus(mx)
           end-perform
           move cc-expires to rd-expires
           move cc-en-cours to rd-en-cours
           if cc-emis > 0
               compute taux-conversion rounded =
                   cc-convertis * 100 / cc-emis
               compute moyenne rounded = cc-val-devis / cc-emis
               move moyenne to rd-moy-devis
           else
               move 0 to taux-conversion
               move 0 to rd-moy-devis
           end-if
           move taux-conversion to rd-taux
           if cc-nb-valorises > 0
               compute moyenne rounded =
                   cc-val-contrats / cc-nb-valorises
               move moyenne to rd-moy-contrat
           else
               move 0 to rd-moy-contrat
           end-if
           move rap-detail to rapport-ligne
           write rapport-ligne
           .

       end program devrapp.
