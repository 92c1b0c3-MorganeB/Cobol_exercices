       identification division.
       program-id. budrapp.

       environment division.
       input-output section.
       file-control.
           select bdr-fic-param assign to "BUDPRM"
               organization is line sequential
               file status is bdr-param-statut.
           select bdr-fic-budget assign to "BUDGET"
               organization is indexed
               access mode is dynamic
               record key is enr-bud-cle
               file status is bdr-budget-statut.
           select bdr-fic-contrats assign to "LOCCONTR"
               organization is indexed
               access mode is dynamic
               record key is enr-ctr-numero
               alternate record key is enr-ctr-client
                   with duplicates
               alternate record key is enr-ctr-immat
                   with duplicates
               file status is bdr-contrat-statut.
           select bdr-fic-registre assign to "FACTREG"
               organization is indexed
               access mode is dynamic
               record key is reg-cle
               alternate record key is reg-client with duplicates
               file status is bdr-registre-statut.
           select bdr-fic-clients assign to "CLIMAST"
               organization is indexed
               access mode is dynamic
               record key is enr-ref
               file status is bdr-client-statut.
           select bdr-fic-rapport assign to "BUDRAPP"
               organization is line sequential.

       data division.
       file section.
      * Carte parametre facultative : mois rapporte (aaaamm) et seuil
      * de retard en pourcentage ; a defaut le mois de la date de
      * traitement et 10 %.
       fd bdr-fic-param.
       1 bdr-param-enr.
           2 prm-periode pic 9(6).
           2 prm-seuil pic 99.

       fd bdr-fic-budget.
       copy "budgetrec.cpy".

       fd bdr-fic-contrats.
       copy "contratrec.cpy".

       fd bdr-fic-registre.
       copy "factregrec.cpy".

       fd bdr-fic-clients.
       copy "clientrec.cpy".

       fd bdr-fic-rapport.
       1 rapport-ligne pic x(132).

       working-storage section.
       1 bdr-param-statut pic xx value '00'.
       1 bdr-budget-statut pic xx value '00'.
       1 bdr-contrat-statut pic xx value '00'.
       1 bdr-registre-statut pic xx value '00'.
       1 bdr-client-statut pic xx value '00'.
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
       1 periode-vue redefines periode-rapport.
           2 per-annee pic 9999.
           2 per-mois pic 99.
       1 seuil-retard pic 99 value 10.

      * Budget et realise par agence et par mois de l'annee rapportee ;
      * les pieces et contrats sans agence sont regroupes sous '---'.
       1 nb-agences pic 99 value 0.
       1 ix-agc pic 99.
       1 mx pic 99.
       1 agence-cherchee pic x(3).
       1 tab-agences.
           2 tab-agence occurs 50 times.
               3 ta-code pic x(3).
               3 ta-mois occurs 12 times.
                   4 ta-bud-ca pic 9(8)v99.
                   4 ta-bud-jours pic 9(6).
                   4 ta-bud-parc pic 9(4).
                   4 ta-ca pic s9(8)v99.
                   4 ta-jours pic 9(6).

       1 rg-ligne pic x(80).
       1 rg-vue redefines rg-ligne.
           2 rg-numero pic 9(8).
           2 filler pic x.
           2 rg-date pic 9(8).
           2 rg-date-vue redefines rg-date.
               3 rg-annee pic 9999.
               3 rg-mois pic 99.
               3 rg-jour pic 99.
           2 filler pic x.
           2 rg-contrat pic x(8).
           2 rg-contrat-num redefines rg-contrat pic 9(8).
           2 filler pic x.
           2 rg-client pic x(8).
           2 filler pic x.
           2 rg-ht pic x(9).
           2 filler pic x.
           2 rg-tva pic x(9).
           2 filler pic x.
           2 rg-ttc pic x(9).
           2 filler pic x.
           2 rg-sens pic x.
           2 filler pic x(12).
       1 montant-piece pic 9(6)v99.

      * Factures recapitulatives des comptes entreprise (facent, sans
      * contrat) de l'annee rapportee et de la precedente, ventilees
      * sur les agences de depart des contrats 'E' qu'elles reprennent
      * au prorata du montant solde de chaque contrat.
       1 nb-releves pic 9(4) value 0.
       1 rx pic 9(4).
       1 ry pic 9(4).
       1 tab-releves.
           2 tab-releve occurs 1000 times.
               3 fr-cle.
                   4 fr-client pic x(8).
                   4 fr-date pic 9(8).
               3 fr-date-vue redefines fr-cle.
                   4 filler pic x(8).
                   4 fr-annee pic 9999.
                   4 fr-mois pic 99.
                   4 filler pic 99.
               3 fr-ht pic 9(6)v99.
               3 fr-base pic 9(8)v99.
               3 fr-reparti pic 9(6)v99.
               3 fr-agc pic 99.
       1 releve-echange pic x(44).
       1 entreprise-contrat pic x(8).
       1 part-releve pic 9(6)v99.
       1 reste-releve pic s9(6)v99.
       1 passe-ventilation pic 9.
       1 retour-vue.
           2 ret-annee pic 9999.
           2 ret-mois pic 99.
           2 ret-jour pic 99.
       1 debut-vue.
           2 deb-annee pic 9999.
           2 deb-mois pic 99.
           2 deb-jour pic 99.

      * Comparaison en cours : mois et cumul depuis janvier.
       1 bud-mois-val pic s9(9)v99.
       1 reel-mois-val pic s9(9)v99.
       1 bud-cumul-val pic s9(9)v99.
       1 reel-cumul-val pic s9(9)v99.
       1 ecart-mois-val pic s9(9)v99.
       1 ecart-cumul-val pic s9(9)v99.
       1 pct-mois-val pic s9(5)v9.
       1 pct-cumul-val pic s9(5)v9.
       1 pic x value 'n'.
           88 pct-mois-calcule value 'o' false 'n'.
       1 pic x value 'n'.
           88 pct-cumul-calcule value 'o' false 'n'.
       1 pic x value 'n'.
           88 agence-en-retard value 'o' false 'n'.

       1 tot-agence.
           2 tot-mois occurs 12 times.
               3 tot-bud-ca pic 9(9)v99.
               3 tot-bud-jours pic 9(7).
               3 tot-bud-parc pic 9(5).
               3 tot-ca pic s9(9)v99.
               3 tot-jours pic 9(7).

       1 lu-budget pic 9(6) value 0.
       1 lu-contrat pic 9(6) value 0.
       1 lu-piece pic 9(6) value 0.
       1 retard-compteur pic 99 value 0.

       1 rap-titre.
           2 filler pic x(40) value
               'BUDGET / REALISE DES AGENCES - MOIS '.
           2 rt-periode pic 9(6).
           2 filler pic x(24) value '   ALERTE AU-DELA DE -'.
           2 rt-seuil pic z9.
           2 filler pic x(2) value ' %'.
       1 rap-entete.
           2 filler pic x(43) value
               'AGC NATURE    BUDGET MOIS     REEL MOIS    '.
           2 filler pic x(37) value
               'ECART MOIS  % MOIS   BUDGET CUMUL    '.
           2 filler pic x(47) value
               'REEL CUMUL   ECART CUMUL % CUMUL   PARC  ALERTE'.
       1 rap-detail.
           2 rd-agence pic x(3).
           2 filler pic x value space.
           2 rd-nature pic x(6).
           2 filler pic x value space.
           2 rd-bud-mois pic -(10)9.99.
           2 filler pic x value space.
           2 rd-reel-mois pic -(9)9.99.
           2 filler pic x value space.
           2 rd-ecart-mois pic -(9)9.99.
           2 filler pic x value space.
           2 rd-pct-mois pic x(7).
           2 filler pic x value space.
           2 rd-bud-cumul pic -(10)9.99.
           2 filler pic x value space.
           2 rd-reel-cumul pic -(9)9.99.
           2 filler pic x value space.
           2 rd-ecart-cumul pic -(9)9.99.
           2 filler pic x value space.
           2 rd-pct-cumul pic x(7).
           2 filler pic x value space.
           2 rd-parc pic z(6).
           2 filler pic x(2) value spaces.
           2 rd-alerte pic x(8).
       1 pct-edite pic -(4)9.9.
       1 ligne-jours pic x(132).
       1 rap-pied.
           2 filler pic x(30) value 'Agences en retard : '.
           2 rp-retard pic z9.

       procedure division.
       mod-mainline.
      * Rapprochement mensuel du budget des agences (BUDGET, budmaj)
      * et du realise : chiffre d'affaires HT du registre des
      * factures net des avoirs, ventile par l'agence de depart du
      * contrat (factures recapitulatives des entreprises reparties
      * sur leurs contrats), et jours de location des contrats non
      * annules
      * debutes dans le mois. Ecart du mois et cumul depuis janvier,
      * en montant et en pourcentage ; l'agence est signalee en
      * retard si son cumul de chiffre d'affaires ou de jours est
      * en deca du budget de plus du seuil.
           perform mod-init
           perform mod-charge-budget
           perform mod-charge-contrats
           perform mod-charge-pieces
           perform mod-ventile-releves
           if contrats-ouverts
               close bdr-fic-contrats
           end-if
           perform mod-edition
           display 'Budgets lus : ' lu-budget
           display 'Contrats retenus : ' lu-contrat
           display 'Pieces retenues : ' lu-piece
           display 'Agences en retard : ' retard-compteur
           if table-saturee
               display 'Table des agences pleine : rapport partiel'
               move 4 to return-code
           end-if
           goback
           .

       mod-init.
           call 'datebus' using date-systeme
           compute periode-rapport = (sys-annee * 100) + sys-mois
           open input bdr-fic-param
           if bdr-param-statut = '00'
               read bdr-fic-param
                   at end continue
                   not at end
                       if prm-periode is numeric and prm-periode > 0
                           move prm-periode to periode-rapport
                       end-if
                       if prm-seuil is numeric and prm-seuil > 0
                           move prm-seuil to seuil-retard
                       end-if
               end-read
               close bdr-fic-param
           end-if
           initialize tab-agences
           .

       mod-cherche-agence.
      * Rang de l'agence dans la table, cree au besoin ; 0 si la
      * table est pleine.
           perform varying ix-agc from 1 by 1
               until ix-agc > nb-agences
                   or ta-code(ix-agc) = agence-cherchee
               continue
           end-perform
           if ix-agc > nb-agences
               if nb-agences < 50
                   add 1 to nb-agences
                   move nb-agences to ix-agc
                   move agence-cherchee to ta-code(ix-agc)
               else
                   set table-saturee to true
                   move 0 to ix-agc
               end-if
           end-if
           .

       mod-charge-budget.
      * Budget de l'annee rapportee
           set fic-fin-fichier to false
           open input bdr-fic-budget
           if bdr-budget-statut not = '00'
               display 'BUDGET indisponible - realise seul'
               set fic-fin-fichier to true
           else
               move low-values to enr-bud-cle
               start bdr-fic-budget key not < enr-bud-cle
                   invalid key set fic-fin-fichier to true
               end-start
           end-if
           perform mod-lit-budget until fic-fin-fichier
           if bdr-budget-statut = '00' or bdr-budget-statut = '10'
               close bdr-fic-budget
           end-if
           .

       mod-lit-budget.
           read bdr-fic-budget next record
               at end set fic-fin-fichier to true
               not at end
                   if enr-bud-annee = per-annee
                       and enr-bud-mois >= 1 and enr-bud-mois <= 12
                       move enr-bud-agence to agence-cherchee
                       perform mod-cherche-agence
                       if ix-agc > 0
                           move enr-bud-mois to mx
                           move enr-bud-ca to ta-bud-ca(ix-agc, mx)
                           move enr-bud-jours
                               to ta-bud-jours(ix-agc, mx)
                           move enr-bud-parc
                               to ta-bud-parc(ix-agc, mx)
                           add 1 to lu-budget
                       end-if
                   end-if
           end-read
           .

       mod-charge-contrats.
      * Jours de location : contrats non annules, au mois de depart
           set fic-fin-fichier to false
           set contrats-ouverts to false
           open input bdr-fic-contrats
           if bdr-contrat-statut not = '00'
               display 'LOCCONTR indisponible - jours non rapproches'
               set fic-fin-fichier to true
           else
               set contrats-ouverts to true
               move 0 to enr-ctr-numero
               start bdr-fic-contrats key not < enr-ctr-numero
                   invalid key set fic-fin-fichier to true
               end-start
           end-if
           perform mod-lit-contrat until fic-fin-fichier
           .

       mod-lit-contrat.
           read bdr-fic-contrats next record
               at end set fic-fin-fichier to true
               not at end
                   move enr-ctr-date-debut to debut-vue
                   if enr-ctr-statut not = 'A'
                       and deb-annee = per-annee
                       and deb-mois >= 1 and deb-mois <= per-mois
                       move enr-ctr-agence-dep to agence-cherchee
                       if agence-cherchee = spaces
                           move '---' to agence-cherchee
                       end-if
                       perform mod-cherche-agence
                       if ix-agc > 0
                           add enr-ctr-jours
                               to ta-jours(ix-agc, deb-mois)
                           add 1 to lu-contrat
                       end-if
                   end-if
           end-read
           .

       mod-charge-pieces.
      * Chiffre d'affaires HT : factures moins avoirs du registre
           set fic-fin-fichier to false
           open input bdr-fic-registre
           if bdr-registre-statut not = '00'
               display 'FACTREG indisponible - CA non rapproche'
               set fic-fin-fichier to true
           end-if
           perform mod-lit-piece until fic-fin-fichier
           if bdr-registre-statut = '00' or bdr-registre-statut = '10'
               close bdr-fic-registre
           end-if
           .

       mod-lit-piece.
           read bdr-fic-registre next record
               at end set fic-fin-fichier to true
               not at end
                   move registre-ligne to rg-ligne
                   if rg-ligne(1:8) numeric
                       and rg-annee = per-annee
                       and rg-mois >= 1 and rg-mois <= per-mois
                       perform mod-retient-piece
                   else
      * Les recapitulatives voisines de la periode sont gardees pour
      * rattacher chaque contrat a sa propre facture.
                       if rg-ligne(1:8) numeric
                           and rg-annee >= per-annee - 1
                           and rg-annee <= per-annee
                           and rg-contrat numeric
                           and rg-contrat-num = 0
                           and rg-sens not = 'A'
                           and rg-client not = spaces
                           and nb-releves < 1000
                           add 1 to nb-releves
                           move rg-client to fr-client(nb-releves)
                           move rg-date to fr-date(nb-releves)
                           move 0 to fr-ht(nb-releves)
                           move 0 to fr-base(nb-releves)
                           move 0 to fr-reparti(nb-releves)
                           move 0 to fr-agc(nb-releves)
                       end-if
                   end-if
           end-read
           .

       mod-retient-piece.
      * Une facture recapitulative d'entreprise (facent) ne porte pas
      * de contrat : elle est mise de cote pour etre ventilee sur les
      * contrats qu'elle reprend.
           if rg-ht = spaces
               move 0 to montant-piece
           else
               compute montant-piece = function numval(rg-ht)
           end-if
           if rg-contrat numeric and rg-contrat-num = 0
               and rg-sens not = 'A' and rg-client not = spaces
               and nb-releves < 1000
               add 1 to nb-releves
               move rg-client to fr-client(nb-releves)
               move rg-date to fr-date(nb-releves)
               move montant-piece to fr-ht(nb-releves)
               move 0 to fr-base(nb-releves)
               move 0 to fr-reparti(nb-releves)
               move 0 to fr-agc(nb-releves)
           else
               perform mod-impute-piece
           end-if
           .

       mod-impute-piece.
           move '---' to agence-cherchee
           if rg-contrat numeric and rg-contrat-num > 0
               and contrats-ouverts
               move rg-contrat-num to enr-ctr-numero
               read bdr-fic-contrats key is enr-ctr-numero
                   invalid key continue
                   not invalid key
                       if enr-ctr-agence-dep not = spaces
                           move enr-ctr-agence-dep to agence-cherchee
                       end-if
               end-read
           end-if
           perform mod-cherche-agence
           if ix-agc > 0
               if rg-sens = 'A'
                   subtract montant-piece from ta-ca(ix-agc, rg-mois)
               else
                   add montant-piece to ta-ca(ix-agc, rg-mois)
               end-if
               add 1 to lu-piece
           end-if
           .

       mod-ventile-releves.
      * Ventilation des factures recapitulatives des entreprises
      * Un contrat 'E' est repris par la premiere recapitulative de
      * l'entreprise de son conducteur datee de son retour ou apres
      * (facent facture les contrats rendus jusqu'a sa date). Premier
      * passage : base de chaque facture ; second passage : part de
      * chaque contrat, l'arrondi allant a la derniere part. Une
      * facture sans contrat retrouve reste sous '---'.
           if nb-releves > 0 and contrats-ouverts
               perform mod-trie-releves
               open input bdr-fic-clients
               if bdr-client-statut = '00'
                   perform varying passe-ventilation from 1 by 1
                           until passe-ventilation > 2
                       set fic-fin-fichier to false
                       move 0 to enr-ctr-numero
                       start bdr-fic-contrats
                           key not < enr-ctr-numero
                           invalid key set fic-fin-fichier to true
                       end-start
                       perform mod-lit-contrat-entreprise
                           until fic-fin-fichier
                   end-perform
                   close bdr-fic-clients
               else
                   display 'CLIMAST indisponible - recapitulatives'
                       ' entreprise sous ---'
               end-if
           end-if
           perform varying rx from 1 by 1 until rx > nb-releves
               perform mod-solde-releve
           end-perform
           .

       mod-trie-releves.
           perform varying rx from 1 by 1 until rx >= nb-releves
               perform varying ry from 1 by 1
                       until ry > nb-releves - rx
                   if fr-cle(ry) > fr-cle(ry + 1)
                       move tab-releve(ry) to releve-echange
                       move tab-releve(ry + 1) to tab-releve(ry)
                       move releve-echange to tab-releve(ry + 1)
                   end-if
               end-perform
           end-perform
           .

       mod-lit-contrat-entreprise.
           read bdr-fic-contrats next record
               at end set fic-fin-fichier to true
               not at end
                   move enr-ctr-date-retour to retour-vue
                   if enr-ctr-facture = 'E'
                       and enr-ctr-cout-final > 0
                       and ret-annee >= per-annee - 1
                       perform mod-rattache-contrat
                   end-if
           end-read
           .

       mod-rattache-contrat.
           move spaces to entreprise-contrat
           move enr-ctr-client to enr-ref
           read bdr-fic-clients key is enr-ref
               invalid key continue
               not invalid key
                   move enr-entreprise to entreprise-contrat
           end-read
           move 0 to ry
           if entreprise-contrat not = spaces
               perform varying rx from 1 by 1
                       until rx > nb-releves or ry > 0
                   if fr-client(rx) = entreprise-contrat
                       and fr-date(rx) >= enr-ctr-date-retour
                       move rx to ry
                   end-if
               end-perform
           end-if
           if ry > 0
               if passe-ventilation = 1
                   add enr-ctr-cout-final to fr-base(ry)
               else
                   perform mod-impute-part
               end-if
           end-if
           .

       mod-impute-part.
           if fr-ht(ry) > 0 and fr-base(ry) > 0
               move enr-ctr-agence-dep to agence-cherchee
               if agence-cherchee = spaces
                   move '---' to agence-cherchee
               end-if
               perform mod-cherche-agence
               if ix-agc > 0
                   compute part-releve rounded = fr-ht(ry)
                       * enr-ctr-cout-final / fr-base(ry)
                   compute reste-releve = fr-ht(ry) - fr-reparti(ry)
                   if part-releve > reste-releve
                       move reste-releve to part-releve
                   end-if
                   add part-releve to ta-ca(ix-agc, fr-mois(ry))
                   add part-releve to fr-reparti(ry)
                   move ix-agc to fr-agc(ry)
               end-if
           end-if
           .

       mod-solde-releve.
      * Reste d'arrondi a la derniere agence servie ; facture non
      * ventilee entierement sous '---'.
           if fr-ht(rx) > fr-reparti(rx)
               if fr-agc(rx) > 0
                   move fr-agc(rx) to ix-agc
               else
                   move '---' to agence-cherchee
                   perform mod-cherche-agence
               end-if
               if ix-agc > 0
                   compute reste-releve = fr-ht(rx) - fr-reparti(rx)
                   add reste-releve to ta-ca(ix-agc, fr-mois(rx))
               end-if
           end-if
           if fr-ht(rx) > 0
               add 1 to lu-piece
           end-if
           .

       mod-edition.
      * Edition : deux lignes par agence (CA et jours), puis total
           open output bdr-fic-rapport
           move periode-rapport to rt-periode
           move seuil-retard to rt-seuil
           move rap-titre to rapport-ligne
           write rapport-ligne
           move rap-entete to rapport-ligne
           write rapport-ligne
           initialize tot-agence
           perform varying ix-agc from 1 by 1 until ix-agc > nb-agences
               perform mod-edite-agence
           end-perform

           move spaces to rapport-ligne
           write rapport-ligne
           move 'TOT' to rd-agence
           move spaces to rd-alerte
           perform mod-edite-total-ca
           perform mod-edite-total-jours
           move retard-compteur to rp-retard
           move rap-pied to rapport-ligne
           write rapport-ligne
           close bdr-fic-rapport
           .

       mod-edite-agence.
      * La ligne des jours est preparee avant celle du chiffre
      * d'affaires : l'alerte portee sur la premiere ligne de
      * l'agence tient compte des deux cumuls.
           set agence-en-retard to false
           perform varying mx from 1 by 1 until mx > 12
               add ta-bud-ca(ix-agc, mx) to tot-bud-ca(mx)
               add ta-bud-jours(ix-agc, mx) to tot-bud-jours(mx)
               add ta-bud-parc(ix-agc, mx) to tot-bud-parc(mx)
               add ta-ca(ix-agc, mx) to tot-ca(mx)
               add ta-jours(ix-agc, mx) to tot-jours(mx)
           end-perform

           move ta-bud-jours(ix-agc, per-mois) to bud-mois-val
           move ta-jours(ix-agc, per-mois) to reel-mois-val
           move 0 to bud-cumul-val
           move 0 to reel-cumul-val
           perform varying mx from 1 by 1 until mx > per-mois
               add ta-bud-jours(ix-agc, mx) to bud-cumul-val
               add ta-jours(ix-agc, mx) to reel-cumul-val
           end-perform
           perform mod-calcule-ecarts
           move spaces to rd-agence
           move 'JOURS' to rd-nature
           perform mod-ecrit-detail
           move ta-bud-parc(ix-agc, per-mois) to rd-parc
           move spaces to rd-alerte
           move rap-detail to ligne-jours

           move ta-bud-ca(ix-agc, per-mois) to bud-mois-val
           move ta-ca(ix-agc, per-mois) to reel-mois-val
           move 0 to bud-cumul-val
           move 0 to reel-cumul-val
           perform varying mx from 1 by 1 until mx > per-mois
               add ta-bud-ca(ix-agc, mx) to bud-cumul-val
               add ta-ca(ix-agc, mx) to reel-cumul-val
           end-perform
           perform mod-calcule-ecarts
           move ta-code(ix-agc) to rd-agence
           move 'CA HT' to rd-nature
           perform mod-ecrit-detail
           move 0 to rd-parc
           if agence-en-retard
               add 1 to retard-compteur
               move 'RETARD' to rd-alerte
           else
               move spaces to rd-alerte
           end-if
           move rap-detail to rapport-ligne
           write rapport-ligne
           move ligne-jours to rapport-ligne
           write rapport-ligne
           .

       mod-edite-total-ca.
           move tot-bud-ca(per-mois) to bud-mois-val
           move tot-ca(per-mois) to reel-mois-val
           move 0 to bud-cumul-val
           move 0 to reel-cumul-val
           perform varying mx from 1 by 1 until mx > per-mois
               add tot-bud-ca(mx) to bud-cumul-val
               add tot-ca(mx) to reel-cumul-val
           end-perform
           perform mod-calcule-ecarts
           move 'CA HT' to rd-nature
           perform mod-ecrit-detail
           move spaces to rd-alerte
           move 0 to rd-parc
           move rap-detail to rapport-ligne
           write rapport-ligne
           .

       mod-edite-total-jours.
           move tot-bud-jours(per-mois) to bud-mois-val
           move tot-jours(per-mois) to reel-mois-val
           move 0 to bud-cumul-val
           move 0 to reel-cumul-val
           perform varying mx from 1 by 1 until mx > per-mois
               add tot-bud-jours(mx) to bud-cumul-val
               add tot-jours(mx) to reel-cumul-val
           end-perform
           perform mod-calcule-ecarts
           move spaces to rd-agence
           move 'JOURS' to rd-nature
           perform mod-ecrit-detail
           move spaces to rd-alerte
           move tot-bud-parc(per-mois) to rd-parc
           move rap-detail to rapport-ligne
           write rapport-ligne
           .

       mod-calcule-ecarts.
      * Ecart = realise - budget ; le pourcentage n'a de sens que sur
      * un budget non nul.
           compute ecart-mois-val = reel-mois-val - bud-mois-val
           compute ecart-cumul-val = reel-cumul-val - bud-cumul-val
           set pct-mois-calcule to false
           set pct-cumul-calcule to false
           if bud-mois-val > 0
               compute pct-mois-val rounded =
                   ecart-mois-val * 100 / bud-mois-val
                   on size error move 9999.9 to pct-mois-val
               end-compute
               set pct-mois-calcule to true
           end-if
           if bud-cumul-val > 0
               compute pct-cumul-val rounded =
                   ecart-cumul-val * 100 / bud-cumul-val
                   on size error move 9999.9 to pct-cumul-val
               end-compute
               set pct-cumul-calcule to true
               if pct-cumul-val < 0 - seuil-retard
                   set agence-en-retard to true
               end-if
           end-if
           .

       mod-ecrit-detail.
           move bud-mois-val to rd-bud-mois
           move reel-mois-val to rd-reel-mois
           move ecart-mois-val to rd-ecart-mois
           move bud-cumul-val to rd-bud-cumul
           move reel-cumul-val to rd-reel-cumul
           move ecart-cumul-val to rd-ecart-cumul
           if pct-mois-calcule
               move pct-mois-val to pct-edite
               move pct-edite to rd-pct-mois
           else
               move spaces to rd-pct-mois
           end-if
           if pct-cumul-calcule
               move pct-cumul-val to pct-edite
               move pct-edite to rd-pct-cumul
           else
               move spaces to rd-pct-cumul
           end-if
           .

       end program budrapp.
