               organization is indexed
               access mode is dynamic
               record key is enr-ctr-numero
               alternate record key is enr-ctr-client
                   with duplicates
               alternate record key is enr-ctr-immat
                   with duplicates
               file status is vrp-contrat-statut.
           select vrp-fic-vehicules assign to "VEHMAST"
               organization is indexed
               access mode is dynamic
               record key is enr-veh-immat
               file status is vrp-veh-statut.
           select vrp-fic-segments assign to "CTRSEGM"
               organization is indexed
               access mode is dynamic
               record key is enr-seg-cle
               file status is vrp-seg-statut.
           select vrp-fic-rapport assign to "VEHRAPP"
               organization is line sequential.

       fd vrp-fic-vehicules.
       copy "vehmastrec.cpy".

       fd vrp-fic-segments.
       copy "ctrsegrec.cpy".

       fd vrp-fic-rapport.
       1 rapport-ligne pic x(100).

       working-storage section.
       1 vrp-contrat-statut pic xx value '00'.
       1 vrp-veh-statut pic xx value '00'.
       1 vrp-seg-statut pic xx value '00'.
       1 contrat-eof pic x value 'n'.
           88 contrat-fin-fichier value 'o' false 'n'.
       1 veh-eof pic x value 'n'.
           88 veh-fin-fichier value 'o' false 'n'.
       1 pic x value 'n'.
           88 contrats-ouverts value 'o' false 'n'.
       1 pic x value 'n'.
           88 segments-ouverts value 'o' false 'n'.

       1 date-systeme pic 9(8).
       1 lu-compteur pic 9(6) value 0.
       1 ix pic 999.
       1 ix2 pic 999.
       1 ix-trouve pic 999.
      * Part d'un contrat creditee a un vehicule : le contrat entier
      * en l'absence d'echange, sinon le troncon de chaque vehicule,
      * le chiffre d'affaires etant reparti au prorata des km.
       1 part-immat pic x(10).
       1 part-type pic x.
       1 part-jours pic 9(6).
       1 part-km pic 9(8).
       1 part-revenu pic 9(8)v99.
       1 reste-jours pic 9(6).
       1 reste-km pic 9(8).
       1 reste-revenu pic 9(8)v99.
       1 rang-troncon pic 99.
       1 tab-vehicules.
           2 tab-vehicule occurs 200 times.
               3 tv-immat pic x(10).

       mod-init.
           call 'datebus' using date-systeme
      * Contrats lus dans l'ordre de la cle immatriculation : ceux
      * d'un meme vehicule se suivent et se cumulent sur sa fiche.
           set contrat-fin-fichier to false
           set contrats-ouverts to false
           open input vrp-fic-contrats
           if vrp-contrat-statut not = '00'
               set contrat-fin-fichier to true
           else
               set contrats-ouverts to true
               move spaces to enr-ctr-immat
               start vrp-fic-contrats key > enr-ctr-immat
                   invalid key set contrat-fin-fichier to true
               end-start
           end-if
           open input vrp-fic-segments
           if vrp-seg-statut = '00'
               set segments-ouverts to true
           end-if
           .

       mod-traitement.
           .

       mod-cumule-contrat.
           move enr-ctr-jours to reste-jours
           move enr-ctr-km-reel to reste-km
           move enr-ctr-cout-final to reste-revenu
           if enr-ctr-segments > 0 and segments-ouverts
               perform varying rang-troncon from 1 by 1
                   until rang-troncon > enr-ctr-segments
                   perform mod-cumule-troncon
               end-perform
           end-if
      * Le vehicule restitue garde le reste du contrat.
           move enr-ctr-immat to part-immat
           move enr-ctr-type to part-type
           move reste-jours to part-jours
           move reste-km to part-km
           move reste-revenu to part-revenu
           perform mod-credite-vehicule
           .

       mod-cumule-troncon.
           move enr-ctr-numero to enr-seg-contrat
           move rang-troncon to enr-seg-rang
           read vrp-fic-segments key is enr-seg-cle
               invalid key continue
               not invalid key
                   move enr-seg-immat to part-immat
                   move enr-seg-type to part-type
                   move 0 to part-km
                   if enr-seg-km-retour > enr-seg-km-depart
                       compute part-km =
                           enr-seg-km-retour - enr-seg-km-depart
                   end-if
                   if part-km > reste-km
                       move reste-km to part-km
                   end-if
                   move enr-seg-jours to part-jours
                   if part-jours > reste-jours
                       move reste-jours to part-jours
                   end-if
                   move 0 to part-revenu
                   if enr-ctr-km-reel > 0
                       compute part-revenu rounded =
                           enr-ctr-cout-final * part-km
                           / enr-ctr-km-reel
                   end-if
                   if part-revenu > reste-revenu
                       move reste-revenu to part-revenu
                   end-if
                   subtract part-km from reste-km
                   subtract part-jours from reste-jours
                   subtract part-revenu from reste-revenu
                   perform mod-credite-vehicule
           end-read
           .

       mod-credite-vehicule.
      * Les contrats d'un meme vehicule se suivent (cle
      * immatriculation) ; un troncon d'echange peut en revanche
      * crediter un vehicule deja vu plus haut : recherche sur toute
      * la table.
           move 0 to ix-trouve
           if nb-vehicules > 0
               if tv-immat(nb-vehicules) = part-immat
                   move nb-vehicules to ix-trouve
               else
                   perform varying ix from 1 by 1
                       until ix > nb-vehicules or ix-trouve > 0
                       if tv-immat(ix) = part-immat
                           move ix to ix-trouve
                       end-if
                   end-perform
               end-if
           end-if
           if ix-trouve = 0 and nb-vehicules < 200
               add 1 to nb-vehicules
               move nb-vehicules to ix-trouve
               move part-immat to tv-immat(ix-trouve)
               move part-type to tv-type(ix-trouve)
               move spaces to tv-modele(ix-trouve)
               move 0 to tv-nb(ix-trouve)
               move 0 to tv-jours(ix-trouve)
           end-if
           if ix-trouve > 0
               add 1 to tv-nb(ix-trouve)
               add part-jours to tv-jours(ix-trouve)
               add part-km to tv-km(ix-trouve)
               add part-revenu to tv-revenu(ix-trouve)
           end-if
           .

       mod-complete-fiches.
           if contrats-ouverts
               close vrp-fic-contrats
           end-if
           if segments-ouverts
               close vrp-fic-segments
           end-if

           open input vrp-fic-vehicules
           if vrp-veh-statut = '00'
