       identification division.
       program-id. vehrepos.

       environment division.
       input-output section.
       file-control.
           select rep-fic-vehicules assign to "VEHMAST"
               organization is indexed
               access mode is dynamic
               record key is enr-veh-immat
               file status is rep-veh-statut.
           select rep-fic-contrats assign to "LOCCONTR"
               organization is indexed
               access mode is dynamic
               record key is enr-ctr-numero
               alternate record key is enr-ctr-client
                   with duplicates
               alternate record key is enr-ctr-immat
                   with duplicates
               file status is rep-contrat-statut.
           select rep-fic-resa assign to "RESERV"
               organization is indexed
               access mode is dynamic
               record key is enr-resa-cle
               file status is rep-resa-statut.
           select rep-fic-transferts assign to "TRANSFER"
               organization is indexed
               access mode is dynamic
               record key is enr-trf-numero
               file status is rep-trf-statut.
           select rep-fic-seq assign to "TRFSEQ"
               organization is line sequential
               file status is rep-seq-statut.
           select rep-fic-param assign to "REPPRM"
               organization is line sequential
               file status is rep-param-statut.
           select rep-fic-rapport assign to "REPLIST"
               organization is line sequential.

       data division.
       file section.
       fd rep-fic-vehicules.
       copy "vehmastrec.cpy".

       fd rep-fic-contrats.
       copy "contratrec.cpy".

       fd rep-fic-resa.
       copy "reservrec.cpy".

       fd rep-fic-transferts.
       copy "transfrec.cpy".

       fd rep-fic-seq.
       1 rep-seq-enr.
           2 seq-numero pic 9(8).

       fd rep-fic-param.
       1 rep-param-enr.
           2 prm-horizon pic 99.
           2 filler pic x.
           2 prm-stock-mini pic 99.
           2 filler pic x.
           2 prm-delai pic 9.

       fd rep-fic-rapport.
       1 rapport-ligne pic x(100).

       working-storage section.
       1 rep-veh-statut pic xx value '00'.
       1 rep-contrat-statut pic xx value '00'.
       1 rep-resa-statut pic xx value '00'.
       1 rep-trf-statut pic xx value '00'.
       1 rep-seq-statut pic xx value '00'.
       1 rep-param-statut pic xx value '00'.
       1 veh-eof pic x value 'n'.
           88 veh-fin-fichier value 'o' false 'n'.
       1 contrat-eof pic x value 'n'.
           88 contrat-fin-fichier value 'o' false 'n'.
       1 resa-eof pic x value 'n'.
           88 resa-fin-fichier value 'o' false 'n'.
       1 trf-eof pic x value 'n'.
           88 trf-fin-fichier value 'o' false 'n'.
       1 pic x value 'n'.
           88 vehicules-ouverts value 'o' false 'n'.
       1 pic x value 'n'.
           88 transferts-ouverts value 'o' false 'n'.
       1 pic x value 'n'.
           88 resa-ouverte value 'o' false 'n'.
       1 pic x value 'n'.
           88 vehicule-engage value 'o' false 'n'.
       1 pic x value 'n'.
           88 table-saturee value 'o' false 'n'.

      * Horizon de projection en jours (aujourd'hui compris), stock
      * minimal a garder par agence et categorie, delai de transit
      * d'un vehicule entre deux agences.
       1 horizon pic 99 value 3.
       1 stock-mini pic 99 value 1.
       1 delai-transit pic 9 value 1.

       1 date-systeme pic 9(8).
       1 date-calcul pic 9(8).
       1 date-calcul-vue redefines date-calcul.
           2 cal-annee pic 9999.
           2 cal-mois pic 99.
           2 cal-jour pic 99.
       1 tab-mois-longueur.
           2 filler pic x(24) value '312931303130313130313031'.
       1 tab-mois-vue redefines tab-mois-longueur.
           2 mois-longueur pic 99 occurs 12 times.

       1 tab-dates.
           2 td-date pic 9(8) occurs 14 times.
       1 jx pic 99.
       1 jx-date pic 99.
       1 date-cherchee pic 9(8).

       1 groupe-agence pic x(3).
       1 groupe-type pic x.
       1 mouvement pic s9.

      * Stock projete par agence et categorie : vehicules disponibles
      * ce jour, puis mouvements attendus chaque jour (retours et
      * arrivees en plus, departs reserves en moins).
       1 nb-groupes pic 999 value 0.
       1 gx pic 999.
       1 gx-trouve pic 999.
       1 gx-source pic 999.
       1 tab-groupes.
           2 tab-groupe occurs 200 times.
               3 grp-agence pic x(3).
               3 grp-type pic x.
               3 grp-dispo pic 9(4).
               3 grp-mini pic s9(4).
               3 grp-date-mini pic 9(8).
               3 grp-besoin pic 9(4).
               3 grp-excedent pic 9(4).
               3 grp-mvt pic s9(4) occurs 14 times.
       1 stock-jour pic s9(4).

      * Vehicules disponibles, candidats a un transfert.
       1 nb-candidats pic 9(4) value 0.
       1 vx pic 9(4).
       1 vx-trouve pic 9(4).
       1 tab-candidats.
           2 tab-candidat occurs 2000 times.
               3 cv-immat pic x(10).
               3 cv-agence pic x(3).
               3 cv-type pic x.
               3 cv-retenu pic x.

       1 numero-ordre pic 9(8) value 0.
       1 veh-compteur pic 9(6) value 0.
       1 contrat-compteur pic 9(6) value 0.
       1 perime-compteur pic 9(6) value 0.
       1 ordre-compteur pic 9(6) value 0.
       1 manque-compteur pic 9(6) value 0.

       1 rapport-titre.
           2 filler pic x(40) value
               'PLAN DE REPOSITIONNEMENT DU PARC AU '.
           2 tit-date pic 9(8).
           2 filler pic x(11) value ' - HORIZON '.
           2 tit-horizon pic z9.
           2 filler pic x(20) value ' JOURS - STOCK MINI '.
           2 tit-mini pic z9.

       1 rapport-entete-stock pic x(100) value
           'AGC T DISPO  STOCK MINI   LE        BESOIN EXCEDENT'.

       1 rapport-ligne-stock.
           2 det-agence pic x(3).
           2 filler pic x value space.
           2 det-type pic x.
           2 filler pic x value space.
           2 det-dispo pic zzzz9.
           2 filler pic x(6) value spaces.
           2 det-mini pic -zzz9.
           2 filler pic x(3) value spaces.
           2 det-date-mini pic 9(8).
           2 filler pic x(2) value spaces.
           2 det-besoin pic zzzz9.
           2 filler pic x(4) value spaces.
           2 det-excedent pic zzzz9.

       1 rapport-entete-ordre pic x(100) value
           'ORDRE    IMMAT      T DEPART ARRIVEE BESOIN LE'.

       1 rapport-ligne-ordre.
           2 ord-numero pic 9(8).
           2 filler pic x value space.
           2 ord-immat pic x(10).
           2 filler pic x value space.
           2 ord-type pic x.
           2 filler pic x value space.
           2 ord-agence-dep pic x(3).
           2 filler pic x(4) value spaces.
           2 ord-agence-arr pic x(3).
           2 filler pic x(5) value spaces.
           2 ord-date-besoin pic 9(8).

       1 rapport-ligne-manque.
           2 filler pic x(31) value
               'AUCUN VEHICULE DISPONIBLE POUR '.
           2 mnq-agence pic x(3).
           2 filler pic x(12) value ' CATEGORIE '.
           2 mnq-type pic x.
           2 filler pic x(10) value ' MANQUE : '.
           2 mnq-nombre pic zzz9.

       procedure division.
       mod-mainline.
      * Plan quotidien de repositionnement : le stock de chaque
      * agence et categorie est projete sur l'horizon (retours
      * attendus, departs reserves, transferts en cours) ; une agence
      * qui descend sous le stock minimal recoit des propositions de
      * transfert depuis les agences en excedent de la meme
      * categorie. Les propositions de la veille non acceptees sont
      * perimees ; chaque proposition est acceptee dans vehtrf.
           perform mod-init
           if not vehicules-ouverts or not transferts-ouverts
               display 'VEHMAST ou TRANSFER indisponible - pas de plan'
               move 8 to return-code
           else
               perform mod-perime-propositions
               perform mod-charge-vehicules
               perform mod-charge-contrats
               perform mod-calcule-besoins
               perform mod-edition-stocks
               perform mod-propose-transferts
           end-if
           perform mod-fin
           goback
           .

       mod-init.
           call 'datebus' using date-systeme
           open input rep-fic-param
           if rep-param-statut = '00'
               read rep-fic-param
                   at end continue
                   not at end
                       if prm-horizon numeric
                           and prm-horizon > 0 and prm-horizon <= 14
                           move prm-horizon to horizon
                       end-if
                       if prm-stock-mini numeric
                           move prm-stock-mini to stock-mini
                       end-if
                       if prm-delai numeric
                           move prm-delai to delai-transit
                       end-if
               end-read
               close rep-fic-param
           end-if

           move date-systeme to date-calcul
           perform mod-ajuste-fevrier
           perform varying jx from 1 by 1 until jx > horizon
               move date-calcul to td-date(jx)
               perform mod-jour-suivant
           end-perform

           set vehicules-ouverts to false
           open input rep-fic-vehicules
           if rep-veh-statut = '00'
               set vehicules-ouverts to true
           end-if
           set transferts-ouverts to false
           open i-o rep-fic-transferts
           if rep-trf-statut = '35'
               open output rep-fic-transferts
               if rep-trf-statut = '00'
                   close rep-fic-transferts
                   open i-o rep-fic-transferts
               end-if
           end-if
           if rep-trf-statut = '00'
               set transferts-ouverts to true
           end-if
           set resa-ouverte to false
           open input rep-fic-resa
           if rep-resa-statut = '00'
               set resa-ouverte to true
           end-if

           open output rep-fic-rapport
           move date-systeme to tit-date
           move horizon to tit-horizon
           move stock-mini to tit-mini
           move rapport-titre to rapport-ligne
           write rapport-ligne
           .

       mod-perime-propositions.
      * Le plan est refait chaque jour : une proposition non acceptee
      * ne vaut que pour la journee ou elle a ete emise.
           set trf-fin-fichier to false
           move 0 to enr-trf-numero
           start rep-fic-transferts key not < enr-trf-numero
               invalid key set trf-fin-fichier to true
           end-start
           perform mod-lit-transfert until trf-fin-fichier
           .

       mod-lit-transfert.
           read rep-fic-transferts next record
               at end set trf-fin-fichier to true
               not at end
                   if enr-trf-statut = 'P'
                       move 'A' to enr-trf-statut
                       move date-systeme to enr-trf-date-statut
                       move 'VEHREPOS' to enr-trf-operateur
                       rewrite enr-transfert
                       add 1 to perime-compteur
                   end-if
           end-read
           .

       mod-charge-vehicules.
      * Stock de depart : vehicules disponibles de chaque agence ; un
      * vehicule en transit compte a son agence d'arrivee a l'issue
      * du delai de transit.
           set veh-fin-fichier to false
           move low-values to enr-veh-immat
           start rep-fic-vehicules key not < enr-veh-immat
               invalid key set veh-fin-fichier to true
           end-start
           perform mod-lit-vehicule until veh-fin-fichier
           .

       mod-lit-vehicule.
           read rep-fic-vehicules next record
               at end set veh-fin-fichier to true
               not at end
                   if enr-veh-agence not = spaces
                       and (enr-veh-statut = 'D'
                           or enr-veh-statut = 'T')
                       add 1 to veh-compteur
                       move enr-veh-agence to groupe-agence
                       move enr-veh-type to groupe-type
                       perform mod-recherche-groupe
                       if gx-trouve > 0
                           if enr-veh-statut = 'D'
                               add 1 to grp-dispo(gx-trouve)
                               perform mod-retient-candidat
                           else
                               compute jx = delai-transit + 1
                               if jx <= horizon
                                   add 1 to grp-mvt(gx-trouve, jx)
                               end-if
                           end-if
                       end-if
                   end-if
           end-read
           .

       mod-retient-candidat.
           if nb-candidats < 2000
               add 1 to nb-candidats
               move enr-veh-immat to cv-immat(nb-candidats)
               move enr-veh-agence to cv-agence(nb-candidats)
               move enr-veh-type to cv-type(nb-candidats)
               move 'N' to cv-retenu(nb-candidats)
           end-if
           .

       mod-charge-contrats.
      * Contrats ouverts : le vehicule sorti revient a l'agence de
      * retour prevue (aujourd'hui si le retour est en retard) ; un
      * depart differe pas encore servi sort de l'agence de depart.
           open input rep-fic-contrats
           if rep-contrat-statut = '00'
               set contrat-fin-fichier to false
               move 0 to enr-ctr-numero
               start rep-fic-contrats key not < enr-ctr-numero
                   invalid key set contrat-fin-fichier to true
               end-start
               perform mod-lit-contrat until contrat-fin-fichier
               close rep-fic-contrats
           end-if
           .

       mod-lit-contrat.
           read rep-fic-contrats next record
               at end set contrat-fin-fichier to true
               not at end
                   if enr-ctr-statut = 'O'
                       add 1 to contrat-compteur
                       perform mod-projette-contrat
                   end-if
           end-read
           .

       mod-projette-contrat.
           move enr-ctr-type to groupe-type
           if enr-ctr-immat = spaces
               move enr-ctr-agence-dep to groupe-agence
               move enr-ctr-date-debut to date-cherchee
               move -1 to mouvement
               perform mod-reporte-mouvement
           end-if
           if enr-ctr-agence-ret not = spaces
               move enr-ctr-agence-ret to groupe-agence
           else
               move enr-ctr-agence-dep to groupe-agence
           end-if
           move enr-ctr-date-fin to date-cherchee
           move 1 to mouvement
           perform mod-reporte-mouvement
           .

       mod-reporte-mouvement.
           if groupe-agence not = spaces and groupe-type not = space
               perform mod-index-date
               if jx-date > 0
                   perform mod-recherche-groupe
                   if gx-trouve > 0
                       add mouvement to grp-mvt(gx-trouve, jx-date)
                   end-if
               end-if
           end-if
           .

       mod-index-date.
      * Jour de l'horizon d'une date : le premier jour pour une date
      * deja passee, zero au-dela de l'horizon.
           move 0 to jx-date
           if date-cherchee <= td-date(1)
               move 1 to jx-date
           else
               perform varying jx from 2 by 1
                   until jx > horizon or jx-date > 0
                   if td-date(jx) >= date-cherchee
                       move jx to jx-date
                   end-if
               end-perform
           end-if
           .

       mod-recherche-groupe.
           move 0 to gx-trouve
           perform varying gx from 1 by 1
               until gx > nb-groupes or gx-trouve > 0
               if grp-agence(gx) = groupe-agence
                   and grp-type(gx) = groupe-type
                   move gx to gx-trouve
               end-if
           end-perform
           if gx-trouve = 0
               if nb-groupes < 200
                   add 1 to nb-groupes
                   move nb-groupes to gx-trouve
                   move groupe-agence to grp-agence(gx-trouve)
                   move groupe-type to grp-type(gx-trouve)
                   move 0 to grp-dispo(gx-trouve)
                   perform varying jx from 1 by 1 until jx > 14
                       move 0 to grp-mvt(gx-trouve, jx)
                   end-perform
               else
                   set table-saturee to true
               end-if
           end-if
           .

       mod-calcule-besoins.
      * Point bas du stock projete de chaque groupe : sous le stock
      * minimal c'est un besoin, au-dessus un excedent transferable
      * dans la limite des vehicules disponibles aujourd'hui.
           perform varying gx from 1 by 1 until gx > nb-groupes
               move grp-dispo(gx) to stock-jour
               move 9999 to grp-mini(gx)
               perform varying jx from 1 by 1 until jx > horizon
                   add grp-mvt(gx, jx) to stock-jour
                   if stock-jour < grp-mini(gx)
                       move stock-jour to grp-mini(gx)
                       move td-date(jx) to grp-date-mini(gx)
                   end-if
               end-perform
               move 0 to grp-besoin(gx)
               move 0 to grp-excedent(gx)
               if grp-mini(gx) < stock-mini
                   compute grp-besoin(gx) = stock-mini - grp-mini(gx)
               else
                   compute grp-excedent(gx) = grp-mini(gx) - stock-mini
                   if grp-excedent(gx) > grp-dispo(gx)
                       move grp-dispo(gx) to grp-excedent(gx)
                   end-if
               end-if
           end-perform
           .

       mod-edition-stocks.
           move spaces to rapport-ligne
           write rapport-ligne
           move rapport-entete-stock to rapport-ligne
           write rapport-ligne
           perform varying gx from 1 by 1 until gx > nb-groupes
               move grp-agence(gx) to det-agence
               move grp-type(gx) to det-type
               move grp-dispo(gx) to det-dispo
               move grp-mini(gx) to det-mini
               move grp-date-mini(gx) to det-date-mini
               move grp-besoin(gx) to det-besoin
               move grp-excedent(gx) to det-excedent
               move rapport-ligne-stock to rapport-ligne
               write rapport-ligne
           end-perform
           move spaces to rapport-ligne
           write rapport-ligne
           move rapport-entete-ordre to rapport-ligne
           write rapport-ligne
           .

       mod-propose-transferts.
      * Chaque vehicule manquant est pris a l'agence de la meme
      * categorie qui a le plus fort excedent.
           perform varying gx from 1 by 1 until gx > nb-groupes
               perform mod-couvre-besoin
                   until grp-besoin(gx) = 0
           end-perform
           .

       mod-couvre-besoin.
           move 0 to gx-source
           move 0 to vx-trouve
           perform varying gx-trouve from 1 by 1
               until gx-trouve > nb-groupes
               if grp-type(gx-trouve) = grp-type(gx)
                   and grp-excedent(gx-trouve) > 0
                   if gx-source = 0
                       move gx-trouve to gx-source
                   else
                       if grp-excedent(gx-trouve)
                           > grp-excedent(gx-source)
                           move gx-trouve to gx-source
                       end-if
                   end-if
               end-if
           end-perform
           if gx-source > 0
               perform mod-choisit-vehicule
           end-if
           if vx-trouve = 0
               if gx-source = 0
                   move grp-agence(gx) to mnq-agence
                   move grp-type(gx) to mnq-type
                   move grp-besoin(gx) to mnq-nombre
                   move rapport-ligne-manque to rapport-ligne
                   write rapport-ligne
                   add grp-besoin(gx) to manque-compteur
                   move 0 to grp-besoin(gx)
               else
      * Excedent sans vehicule libre d'engagement : l'agence ne peut
      * plus servir de source.
                   move 0 to grp-excedent(gx-source)
               end-if
           else
               perform mod-ecrit-ordre
               subtract 1 from grp-besoin(gx)
               subtract 1 from grp-excedent(gx-source)
           end-if
           .

       mod-choisit-vehicule.
      * Premier vehicule disponible de l'agence source qui ne porte
      * aucune reservation active a venir.
           perform varying vx from 1 by 1
               until vx > nb-candidats or vx-trouve > 0
               if cv-retenu(vx) = 'N'
                   and cv-agence(vx) = grp-agence(gx-source)
                   and cv-type(vx) = grp-type(gx-source)
                   perform mod-controle-engagement
                   if vehicule-engage
                       move 'E' to cv-retenu(vx)
                   else
                       move vx to vx-trouve
                   end-if
               end-if
           end-perform
           .

       mod-controle-engagement.
           set vehicule-engage to false
           if resa-ouverte
               set resa-fin-fichier to false
               move cv-immat(vx) to enr-resa-immat
               move 0 to enr-resa-debut
               start rep-fic-resa key not < enr-resa-cle
                   invalid key set resa-fin-fichier to true
               end-start
               perform mod-lit-resa
                   until resa-fin-fichier or vehicule-engage
           end-if
           .

       mod-lit-resa.
           read rep-fic-resa next record
               at end set resa-fin-fichier to true
               not at end
                   if enr-resa-immat not = cv-immat(vx)
                       set resa-fin-fichier to true
                   else
                       if enr-resa-statut = 'A'
                           and enr-resa-fin >= date-systeme
                           set vehicule-engage to true
                       end-if
                   end-if
           end-read
           .

       mod-ecrit-ordre.
           perform mod-prochain-numero
           move 'O' to cv-retenu(vx-trouve)
           move numero-ordre to enr-trf-numero
           move cv-immat(vx-trouve) to enr-trf-immat
           move grp-type(gx) to enr-trf-type
           move grp-agence(gx-source) to enr-trf-agence-dep
           move grp-agence(gx) to enr-trf-agence-arr
           move 'P' to enr-trf-statut
           move date-systeme to enr-trf-date-ordre
           move grp-date-mini(gx) to enr-trf-date-besoin
           move date-systeme to enr-trf-date-statut
           move 'VEHREPOS' to enr-trf-operateur
           write enr-transfert
               invalid key
                   display 'TRANSFER : ordre deja existant '
                       numero-ordre
                   move 8 to return-code
               not invalid key
                   add 1 to ordre-compteur
                   move numero-ordre to ord-numero
                   move enr-trf-immat to ord-immat
                   move enr-trf-type to ord-type
                   move enr-trf-agence-dep to ord-agence-dep
                   move enr-trf-agence-arr to ord-agence-arr
                   move enr-trf-date-besoin to ord-date-besoin
                   move rapport-ligne-ordre to rapport-ligne
                   write rapport-ligne
           end-write
           .

       mod-prochain-numero.
           move 0 to numero-ordre
           open input rep-fic-seq
           if rep-seq-statut = '00'
               read rep-fic-seq
                   at end continue
                   not at end move seq-numero to numero-ordre
               end-read
               close rep-fic-seq
           end-if
           add 1 to numero-ordre

           open output rep-fic-seq
           move numero-ordre to seq-numero
           write rep-seq-enr
           close rep-fic-seq
           .

       mod-jour-suivant.
           add 1 to cal-jour
           if cal-jour > mois-longueur(cal-mois)
               move 1 to cal-jour
               add 1 to cal-mois
               if cal-mois > 12
                   move 1 to cal-mois
                   add 1 to cal-annee
                   perform mod-ajuste-fevrier
               end-if
           end-if
           .

       mod-ajuste-fevrier.
      * Fevrier vaut 29 jours les seules annees bissextiles ; la table
      * est ajustee avant tout calcul de date.
           if function mod(cal-annee, 4) = 0
               and (function mod(cal-annee, 100) not = 0
                   or function mod(cal-annee, 400) = 0)
               move 29 to mois-longueur(2)
           else
               move 28 to mois-longueur(2)
           end-if
           .

       mod-fin.
           if vehicules-ouverts
               close rep-fic-vehicules
           end-if
           if transferts-ouverts
               close rep-fic-transferts
           end-if
           if resa-ouverte
               close rep-fic-resa
           end-if
           close rep-fic-rapport
           display 'Vehicules disponibles ou en transit : '
               veh-compteur
           display 'Contrats ouverts projetes : ' contrat-compteur
           display 'Propositions perimees : ' perime-compteur
           display 'Transferts proposes : ' ordre-compteur
           display 'Vehicules manquants non couverts : '
               manque-compteur
           if table-saturee
               display 'Table des groupes saturee - plan partiel'
               if return-code < 4
                   move 4 to return-code
               end-if
           end-if
           .

       end program vehrepos.
