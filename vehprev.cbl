       identification division.
       program-id. vehprev.

       environment division.
       input-output section.
       file-control.
           select prv-fic-vehicules assign to "VEHMAST"
               organization is indexed
               access mode is dynamic
               record key is enr-veh-immat
               file status is prv-veh-statut.
           select prv-fic-entretien assign to "VEHMAINT"
               organization is indexed
               access mode is dynamic
               record key is enr-ent-immat
               file status is prv-ent-statut.
           select prv-fic-contrats assign to "LOCCONTR"
               organization is indexed
               access mode is dynamic
               record key is enr-ctr-numero
               alternate record key is enr-ctr-client
                   with duplicates
               alternate record key is enr-ctr-immat
                   with duplicates
               file status is prv-contrat-statut.
           select prv-fic-resa assign to "RESERV"
               organization is indexed
               access mode is dynamic
               record key is enr-resa-cle
               file status is prv-resa-statut.
           select prv-fic-param assign to "OCCPRM"
               organization is line sequential
               file status is prv-param-statut.
           select prv-fic-rapport assign to "OCCPREV"
               organization is line sequential.

       data division.
       file section.
       fd prv-fic-vehicules.
       copy "vehmastrec.cpy".

       fd prv-fic-entretien.
       copy "vehmntrec.cpy".

       fd prv-fic-contrats.
       copy "contratrec.cpy".

       fd prv-fic-resa.
       copy "reservrec.cpy".

       fd prv-fic-param.
       1 prv-param-enr.
           2 prm-horizon pic 999.
           2 filler pic x.
           2 prm-seuil pic 999.
           2 filler pic x.
           2 prm-atelier pic 99.

       fd prv-fic-rapport.
       1 rapport-ligne pic x(100).

       working-storage section.
       1 prv-veh-statut pic xx value '00'.
       1 prv-ent-statut pic xx value '00'.
       1 prv-contrat-statut pic xx value '00'.
       1 prv-resa-statut pic xx value '00'.
       1 prv-param-statut pic xx value '00'.
       1 veh-eof pic x value 'n'.
           88 veh-fin-fichier value 'o' false 'n'.
       1 contrat-eof pic x value 'n'.
           88 contrat-fin-fichier value 'o' false 'n'.
       1 resa-eof pic x value 'n'.
           88 resa-fin-fichier value 'o' false 'n'.
       1 pic x value 'n'.
           88 entretien-ouvert value 'o' false 'n'.
       1 pic x value 'n'.
           88 contrats-ouverts value 'o' false 'n'.
       1 pic x value 'n'.
           88 entretien-connu value 'o' false 'n'.
       1 pic x value 'n'.
           88 contrat-en-cours value 'o' false 'n'.
       1 pic x value 'n'.
           88 table-saturee value 'o' false 'n'.

      * Horizon de la prevision (30, 60 ou 90 jours), seuil d'alerte
      * en pourcentage d'occupation et duree d'immobilisation
      * retenue pour une revision en atelier.
       1 horizon pic 999 value 30.
       1 seuil pic 999 value 85.
       1 jours-atelier pic 99 value 2.

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
           2 td-date pic 9(8) occurs 90 times.
       1 jx pic 999.
       1 jx-debut pic 999.
       1 jx-fin pic 999.

      * Periode d'engagement ou d'immobilisation a reporter sur les
      * jours de l'horizon, et groupe agence / categorie concerne.
       1 periode-debut pic 9(8).
       1 periode-fin pic 9(8).
       1 groupe-agence pic x(3).
       1 groupe-type pic x.
       1 retour-prevu pic 9(8).
       1 km-echeance pic 9(7).

       1 nb-groupes pic 999 value 0.
       1 gx pic 999.
       1 gx2 pic 999.
       1 gx-trouve pic 999.
       1 tab-groupes.
           2 tab-groupe occurs 100 times.
               3 grp-agence pic x(3).
               3 grp-type pic x.
               3 grp-flotte pic 9(4).
               3 grp-alertes pic 999.
               3 grp-jour occurs 90 times.
                   4 gj-engages pic 9(4).
                   4 gj-atelier pic 9(4).
       1 groupe-swap pic x(731).

       1 occupes pic 9(5).
       1 libres pic s9(5).
       1 taux pic 9(5).

       1 veh-compteur pic 9(6) value 0.
       1 contrat-compteur pic 9(6) value 0.
       1 resa-compteur pic 9(6) value 0.
       1 atelier-compteur pic 9(6) value 0.
       1 inconnu-compteur pic 9(6) value 0.
       1 alerte-compteur pic 9(6) value 0.

       1 rapport-titre.
           2 filler pic x(35) value
               'PREVISION D''OCCUPATION DU PARC AU '.
           2 tit-date pic 9(8).
           2 filler pic x(11) value ' - HORIZON '.
           2 tit-horizon pic zz9.
           2 filler pic x(15) value ' JOURS - SEUIL '.
           2 tit-seuil pic zz9.
           2 filler pic x value '%'.

       1 rapport-groupe.
           2 filler pic x(7) value 'AGENCE '.
           2 grt-agence pic x(3).
           2 filler pic x(13) value '  CATEGORIE '.
           2 grt-type pic x.
           2 filler pic x(10) value '  FLOTTE '.
           2 grt-flotte pic zzz9.

       1 rapport-entete pic x(60) value
           'DATE       FLOTTE ENGAGES ATELIER  LIBRES  TAUX'.

       1 rapport-ligne-detail.
           2 det-date pic 9(8).
           2 filler pic x(3) value spaces.
           2 det-flotte pic zzz9.
           2 filler pic x(4) value spaces.
           2 det-engages pic zzz9.
           2 filler pic x(4) value spaces.
           2 det-atelier pic zzz9.
           2 filler pic x(2) value spaces.
           2 det-libres pic -zzzz9.
           2 filler pic x(2) value spaces.
           2 det-taux pic zz9.
           2 filler pic x value '%'.
           2 filler pic x(2) value spaces.
           2 det-alerte pic x(9).

       1 rapport-recap.
           2 filler pic x(29) value
               'Jours au-dessus du seuil : '.
           2 rcp-alertes pic zz9.

       procedure division.
       mod-mainline.
      * Prevision jour par jour, par agence et par categorie, de
      * l'occupation du parc : vehicules de la flotte, vehicules
      * engages (contrats ouverts et reservations actives), vehicules
      * immobilises pour revision. Les jours dont le taux depasse le
      * seuil sont signales : arret des remises, emprunt de vehicules
      * a une autre agence.
           perform mod-init
           if prv-veh-statut not = '00'
               display 'VEHMAST indisponible - prevision impossible'
               move 8 to return-code
           else
               perform mod-charge-flotte
               perform mod-charge-contrats
               perform mod-charge-reservations
               close prv-fic-vehicules
               perform mod-trie-groupes
               perform mod-edition
           end-if
           perform mod-fin
           goback
           .

       mod-init.
           call 'datebus' using date-systeme
           open input prv-fic-param
           if prv-param-statut = '00'
               read prv-fic-param
                   at end continue
                   not at end
                       if prm-horizon numeric
                           and prm-horizon > 0 and prm-horizon <= 90
                           move prm-horizon to horizon
                       end-if
                       if prm-seuil numeric and prm-seuil > 0
                           move prm-seuil to seuil
                       end-if
                       if prm-atelier numeric
                           move prm-atelier to jours-atelier
                       end-if
               end-read
               close prv-fic-param
           end-if

      * Table des dates de l'horizon, a partir de la date de
      * traitement incluse.
           move date-systeme to date-calcul
           perform mod-ajuste-fevrier
           perform varying jx from 1 by 1 until jx > horizon
               move date-calcul to td-date(jx)
               perform mod-jour-suivant
           end-perform

           set entretien-ouvert to false
           open input prv-fic-entretien
           if prv-ent-statut = '00'
               set entretien-ouvert to true
           end-if
           set contrats-ouverts to false
           open input prv-fic-contrats
           if prv-contrat-statut = '00'
               set contrats-ouverts to true
           end-if
           open input prv-fic-vehicules
           .

       mod-charge-flotte.
      * Flotte de chaque agence et categorie, hors vehicules sortis
      * du parc ou immobilises sur sinistre (comme resadisp).
           set veh-fin-fichier to false
           move low-values to enr-veh-immat
           start prv-fic-vehicules key not < enr-veh-immat
               invalid key set veh-fin-fichier to true
           end-start
           perform mod-lit-vehicule until veh-fin-fichier
           .

       mod-lit-vehicule.
           read prv-fic-vehicules next record
               at end set veh-fin-fichier to true
               not at end
                   if enr-veh-statut not = 'S'
                       and enr-veh-statut not = 'I'
                       add 1 to veh-compteur
                       move enr-veh-agence to groupe-agence
                       move enr-veh-type to groupe-type
                       perform mod-recherche-groupe
                       if gx-trouve > 0
                           add 1 to grp-flotte(gx-trouve)
                           perform mod-controle-entretien
                       end-if
                   end-if
           end-read
           .

       mod-controle-entretien.
      * Vehicule deja bloque en atelier, ou arrive a l'echeance km de
      * son carnet : immobilise des aujourd'hui s'il est au parc,
      * au lendemain du retour prevu s'il est en location.
           set entretien-connu to false
           if entretien-ouvert and enr-veh-statut not = 'M'
               move enr-veh-immat to enr-ent-immat
               read prv-fic-entretien key is enr-ent-immat
                   invalid key continue
                   not invalid key
                       compute km-echeance =
                           enr-ent-km-dernier + enr-ent-intervalle
                       if enr-veh-km >= km-echeance
                           set entretien-connu to true
                       end-if
               end-read
           end-if
           if enr-veh-statut = 'M' or entretien-connu
               add 1 to atelier-compteur
               move 0 to retour-prevu
               if enr-veh-statut = 'L'
                   perform mod-retour-prevu
               end-if
               move 0 to jx-debut
               perform varying jx from 1 by 1
                   until jx > horizon or jx-debut > 0
                   if td-date(jx) > retour-prevu
                       move jx to jx-debut
                   end-if
               end-perform
               if jx-debut > 0 and jours-atelier > 0
                   compute jx-fin = jx-debut + jours-atelier - 1
                   perform varying jx from jx-debut by 1
                       until jx > jx-fin or jx > horizon
                       add 1 to gj-atelier(gx-trouve, jx)
                   end-perform
               end-if
           end-if
           .

       mod-retour-prevu.
      * Fin du contrat ouvert du vehicule ; un retour deja en retard
      * est attendu aujourd'hui.
           if contrats-ouverts
               set contrat-en-cours to false
               set contrat-fin-fichier to false
               move enr-veh-immat to enr-ctr-immat
               start prv-fic-contrats key = enr-ctr-immat
                   invalid key set contrat-fin-fichier to true
               end-start
               perform mod-lit-contrat-vehicule
                   until contrat-fin-fichier or contrat-en-cours
               if contrat-en-cours
                   move enr-ctr-date-fin to retour-prevu
                   if retour-prevu < date-systeme
                       move date-systeme to retour-prevu
                   end-if
               end-if
           end-if
           .

       mod-lit-contrat-vehicule.
           read prv-fic-contrats next record
               at end set contrat-fin-fichier to true
               not at end
                   if enr-ctr-immat not = enr-veh-immat
                       set contrat-fin-fichier to true
                   else
                       if enr-ctr-statut = 'O'
                           set contrat-en-cours to true
                       end-if
                   end-if
           end-read
           .

       mod-charge-contrats.
      * Contrats ouverts, affectes ou non : le vehicule est engage du
      * depart au retour prevu, jusqu'a aujourd'hui si le retour est
      * en retard.
           if contrats-ouverts
               set contrat-fin-fichier to false
               move 0 to enr-ctr-numero
               start prv-fic-contrats key not < enr-ctr-numero
                   invalid key set contrat-fin-fichier to true
               end-start
               perform mod-lit-contrat until contrat-fin-fichier
           end-if
           .

       mod-lit-contrat.
           read prv-fic-contrats next record
               at end set contrat-fin-fichier to true
               not at end
                   if enr-ctr-statut = 'O'
                       and enr-ctr-date-debut <= td-date(horizon)
                       perform mod-retient-contrat
                   end-if
           end-read
           .

       mod-retient-contrat.
           move enr-ctr-agence-dep to groupe-agence
           move enr-ctr-type to groupe-type
           if (groupe-agence = spaces or groupe-type = space)
               and enr-ctr-immat not = spaces
               move enr-ctr-immat to enr-veh-immat
               perform mod-complete-groupe
           end-if
           move enr-ctr-date-debut to periode-debut
           move enr-ctr-date-fin to periode-fin
           if periode-fin < date-systeme
               move date-systeme to periode-fin
           end-if
           if groupe-type = space
               add 1 to inconnu-compteur
           else
               add 1 to contrat-compteur
               perform mod-reporte-engagement
           end-if
           .

       mod-charge-reservations.
      * Reservations actives qui ne sont pas deja comptees par leur
      * contrat : un contrat ouvert est compte lui-meme, un contrat
      * clos a rendu son vehicule.
           set resa-fin-fichier to false
           open input prv-fic-resa
           if prv-resa-statut not = '00'
               set resa-fin-fichier to true
           else
               move low-values to enr-resa-cle
               start prv-fic-resa key not < enr-resa-cle
                   invalid key set resa-fin-fichier to true
               end-start
           end-if
           perform mod-lit-resa until resa-fin-fichier
           if prv-resa-statut = '00' or prv-resa-statut = '10'
               close prv-fic-resa
           end-if
           .

       mod-lit-resa.
           read prv-fic-resa next record
               at end set resa-fin-fichier to true
               not at end
                   if enr-resa-statut = 'A'
                       and enr-resa-fin >= date-systeme
                       and enr-resa-debut <= td-date(horizon)
                       perform mod-retient-resa
                   end-if
           end-read
           .

       mod-retient-resa.
           set contrat-en-cours to false
           if enr-resa-contrat not = 0 and contrats-ouverts
               move enr-resa-contrat to enr-ctr-numero
               read prv-fic-contrats key is enr-ctr-numero
                   invalid key continue
                   not invalid key set contrat-en-cours to true
               end-read
           end-if
           if not contrat-en-cours
               move enr-resa-agence to groupe-agence
               move enr-resa-type to groupe-type
               if (groupe-agence = spaces or groupe-type = space)
                   and not enr-resa-non-affectee
                   move enr-resa-immat to enr-veh-immat
                   perform mod-complete-groupe
               end-if
               move enr-resa-debut to periode-debut
               move enr-resa-fin to periode-fin
               if groupe-type = space
                   add 1 to inconnu-compteur
               else
                   add 1 to resa-compteur
                   perform mod-reporte-engagement
               end-if
           end-if
           .

       mod-complete-groupe.
      * Agence ou categorie absente de la piece : celle du vehicule.
           read prv-fic-vehicules key is enr-veh-immat
               invalid key continue
               not invalid key
                   if groupe-agence = spaces
                       move enr-veh-agence to groupe-agence
                   end-if
                   if groupe-type = space
                       move enr-veh-type to groupe-type
                   end-if
           end-read
           .

       mod-reporte-engagement.
           perform mod-recherche-groupe
           if gx-trouve > 0
               perform varying jx from 1 by 1 until jx > horizon
                   if td-date(jx) >= periode-debut
                       and td-date(jx) <= periode-fin
                       add 1 to gj-engages(gx-trouve, jx)
                   end-if
               end-perform
           end-if
           .

       mod-recherche-groupe.
      * Une agence peut avoir des engagements sur une categorie dont
      * elle n'a aucun vehicule : le groupe est cree a flotte nulle.
           move 0 to gx-trouve
           perform varying gx from 1 by 1
               until gx > nb-groupes or gx-trouve > 0
               if grp-agence(gx) = groupe-agence
                   and grp-type(gx) = groupe-type
                   move gx to gx-trouve
               end-if
           end-perform
           if gx-trouve = 0
               if nb-groupes < 100
                   add 1 to nb-groupes
                   move nb-groupes to gx-trouve
                   move groupe-agence to grp-agence(gx-trouve)
                   move groupe-type to grp-type(gx-trouve)
                   move 0 to grp-flotte(gx-trouve)
                   move 0 to grp-alertes(gx-trouve)
                   perform varying jx from 1 by 1 until jx > 90
                       move 0 to gj-engages(gx-trouve, jx)
                       move 0 to gj-atelier(gx-trouve, jx)
                   end-perform
               else
                   set table-saturee to true
               end-if
           end-if
           .

       mod-trie-groupes.
      * Tri a bulles par agence puis categorie.
           perform varying gx from 1 by 1 until gx >= nb-groupes
               perform varying gx2 from 1 by 1
                       until gx2 > nb-groupes - gx
                   if grp-agence(gx2) > grp-agence(gx2 + 1)
                       or (grp-agence(gx2) = grp-agence(gx2 + 1)
                           and grp-type(gx2) > grp-type(gx2 + 1))
                       move tab-groupe(gx2) to groupe-swap
                       move tab-groupe(gx2 + 1) to tab-groupe(gx2)
                       move groupe-swap to tab-groupe(gx2 + 1)
                   end-if
               end-perform
           end-perform
           .

       mod-edition.
           open output prv-fic-rapport
           move date-systeme to tit-date
           move horizon to tit-horizon
           move seuil to tit-seuil
           move rapport-titre to rapport-ligne
           write rapport-ligne
           perform varying gx from 1 by 1 until gx > nb-groupes
               move spaces to rapport-ligne
               write rapport-ligne
               move grp-agence(gx) to grt-agence
               move grp-type(gx) to grt-type
               move grp-flotte(gx) to grt-flotte
               move rapport-groupe to rapport-ligne
               write rapport-ligne
               move rapport-entete to rapport-ligne
               write rapport-ligne
               perform varying jx from 1 by 1 until jx > horizon
                   perform mod-edite-jour
               end-perform
               move grp-alertes(gx) to rcp-alertes
               move rapport-recap to rapport-ligne
               write rapport-ligne
           end-perform
           close prv-fic-rapport
           .

       mod-edite-jour.
      * Taux d'occupation = (engages + atelier) / flotte ; une
      * categorie sans flotte mais engagee est a 999 %.
           compute occupes = gj-engages(gx, jx) + gj-atelier(gx, jx)
           compute libres = grp-flotte(gx) - occupes
           if grp-flotte(gx) = 0
               if occupes > 0
                   move 999 to taux
               else
                   move 0 to taux
               end-if
           else
               compute taux rounded = (occupes * 100) / grp-flotte(gx)
               if taux > 999
                   move 999 to taux
               end-if
           end-if
           move td-date(jx) to det-date
           move grp-flotte(gx) to det-flotte
           move gj-engages(gx, jx) to det-engages
           move gj-atelier(gx, jx) to det-atelier
           move libres to det-libres
           move taux to det-taux
           if taux > seuil
               move '<<< SEUIL' to det-alerte
               add 1 to grp-alertes(gx)
               add 1 to alerte-compteur
           else
               move spaces to det-alerte
           end-if
           move rapport-ligne-detail to rapport-ligne
           write rapport-ligne
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
           if contrats-ouverts
               close prv-fic-contrats
           end-if
           if entretien-ouvert
               close prv-fic-entretien
           end-if
           display 'Vehicules en flotte : ' veh-compteur
           display 'Contrats ouverts retenus : ' contrat-compteur
           display 'Reservations retenues : ' resa-compteur
           display 'Vehicules en revision : ' atelier-compteur
           display 'Pieces sans categorie : ' inconnu-compteur
           display 'Groupes agence/categorie : ' nb-groupes
           display 'Jours au-dessus du seuil : ' alerte-compteur
           if table-saturee
               display 'Table des groupes saturee - prevision partielle'
               move 4 to return-code
           end-if
           .

       end program vehprev.
