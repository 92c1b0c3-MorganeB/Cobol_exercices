       identification division.
       program-id. locdepart.

       environment division.
       input-output section.
       file-control.
           select dep-fic-contrats assign to "LOCCONTR"
               organization is indexed
               access mode is dynamic
               record key is enr-ctr-numero
               alternate record key is enr-ctr-client
                   with duplicates
               alternate record key is enr-ctr-immat
                   with duplicates
               file status is dep-contrat-statut.
           select dep-fic-vehicules assign to "VEHMAST"
               organization is indexed
               access mode is dynamic
               record key is enr-veh-immat
               file status is dep-veh-statut.
           select dep-fic-resa assign to "RESERV"
               organization is indexed
               access mode is dynamic
               record key is enr-resa-cle
               file status is dep-resa-statut.
           select dep-fic-prepaiements assign to "PREPAY"
               organization is indexed
               access mode is dynamic
               record key is enr-pre-contrat
               file status is dep-pre-statut.
           select dep-fic-audit assign to "OPSLOG"
               organization is line sequential.

       data division.
       file section.
       fd dep-fic-contrats.
       copy "contratrec.cpy".

       fd dep-fic-vehicules.
       copy "vehmastrec.cpy".

       fd dep-fic-resa.
       copy "reservrec.cpy".

       fd dep-fic-prepaiements.
       copy "prepayrec.cpy".

       fd dep-fic-audit.
       copy "opslogrec.cpy".

       working-storage section.
       1 dep-contrat-statut pic xx value '00'.
       1 dep-veh-statut pic xx value '00'.
       1 dep-resa-statut pic xx value '00'.
       1 dep-pre-statut pic xx value '00'.
      * Prepaiement de la reservation deduit du du au depart.
       1 montant-prepaye pic 9(6)v99 value 0.
       1 reste-du pic 9(6)v99 value 0.
       copy "sessionop.cpy".

       1 numero-contrat pic 9(8) value 0.
       1 date-systeme pic 9(8).
       1 immat-choisie pic x(10) value spaces.
       1 type-contrat pic x.
       1 agence-contrat pic x(3).
       1 date-debut pic 9(8).
       1 date-fin pic 9(8).
       1 client-ref pic x(8).
       1 pic x value 'n'.
       88 contrat-trouve value 'o' false 'n'.
       1 pic x value 'n'.
       88 vehicule-affecte value 'o' false 'n'.
       1 resa-dispo pic x value 'n'.
           88 resa-ouverte value 'o' false 'n'.
       1 resa-eof pic x value 'n'.
           88 resa-fin-fichier value 'o' false 'n'.
       1 conflit-detecte pic x value 'n'.
           88 conflit value 'o' false 'n'.
       1 veh-eof pic x value 'n'.
           88 veh-fin-fichier value 'o' false 'n'.
       1 veh-affiches pic 99 value 0.
       1 nl-veh pic 99 value 9.

       1 ligne-vehicule.
           2 lv-immat pic x(10).
           2 filler pic x(2) value spaces.
           2 lv-modele pic x(20).
           2 filler pic x(2) value spaces.
           2 lv-km pic zzzzz9.

      * Reservation d'attente relue avant sa remise sous la cle
      * vehicule + date de depart.
       1 resa-sauve.
           2 sv-fin pic 9(8).
           2 sv-client pic x(8).
           2 sv-agence pic x(3).
           2 sv-type pic x.

       screen section.
       1 a-plg-titre.
           2 blank screen.
           2 line 2 col 10 'Remise du vehicule au depart'.
       1 s-plg-numero.
           2 line 4 col 5 'Numero de contrat '.
           2 s-numero pic 9(8) to numero-contrat required.

       1 a-plg-contrat.
           2 line 5 col 5 'Contrat du '.
           2 a-ctr-debut pic 9(8) from enr-ctr-date-debut.
           2 ' au '.
           2 a-ctr-fin pic 9(8) from enr-ctr-date-fin.
           2 ' client '.
           2 a-ctr-client pic x(8) from enr-ctr-client.
           2 ' categorie '.
           2 a-ctr-type pic x from enr-ctr-type.
           2 ' agence '.
           2 a-ctr-agence pic x(3) from enr-ctr-agence-dep.

       1 a-plg-veh-titre.
           2 line 7 col 5 'Vehicules disponibles de la categorie'.

       1 a-plg-veh-ligne.
           2 a-veh-detail line nl-veh col 5 pic x(40)
               from ligne-vehicule.

       1 plg-veh-aucun.
           2 line 9 col 5 'Aucun vehicule disponible de ce type'.

       1 s-plg-veh-choix.
           2 line 22 col 5 'Immatriculation remise (vide=aucune) '.
           2 s-immat-choisie pic x(10) to immat-choisie.

       1 plg-veh-invalide.
           2 line 23 col 5 'Vehicule inconnu, indisponible ou'.
           2 ' d''une autre categorie'.
       1 plg-veh-conflit.
           2 line 23 col 5
               'Vehicule deja reserve sur ces dates - choisir'.
           2 line 24 col 5 'un autre vehicule'.

       1 a-plg-prepaye.
           2 line 21 col 5 'Prepaye a la reservation : '.
           2 a-prepaye pic zzzzz9.99 from montant-prepaye.
           2 ' - reste du au depart : '.
           2 a-reste-du pic zzzzz9.99 from reste-du.

       1 plg-inconnu.
           2 line 5 col 5 'Contrat inconnu, clos ou deja affecte'.
       1 plg-anticipe.
           2 line 6 col 5 'Depart prevu le '.
           2 a-prevu pic 9(8) from enr-ctr-date-debut.
           2 ' - remise anticipee impossible'.
       1 plg-indispo.
           2 line 5 col 5 'Fichier des contrats indisponible'.
       1 plg-resa-indispo.
           2 line 6 col 5 'Fichier des reservations indisponible'.
       1 a-plg-fait.
           2 line 23 col 5 'Vehicule '.
           2 a-immat pic x(10) from immat-choisie.
           2 ' remis sur le contrat '.
           2 a-numero pic 9(8) from numero-contrat.

       procedure division.
       mod-mainline.
           call 'datebus' using date-systeme
           display a-plg-titre
           display s-plg-numero
           accept s-numero

           open i-o dep-fic-contrats
           if dep-contrat-statut not = '00'
               display plg-indispo
           else
               perform mod-traite-contrat
               close dep-fic-contrats
           end-if
           if vehicule-affecte
               display a-plg-fait
               perform mod-audit-operation
           end-if
           goback
           .

       mod-traite-contrat.
      * Seul un contrat ouvert tenu sur sa categorie (pas encore de
      * vehicule) se remet ici ; le depart immediat de location
      * affecte le vehicule des la creation.
           set contrat-trouve to false
           move numero-contrat to enr-ctr-numero
           read dep-fic-contrats key is enr-ctr-numero
               invalid key
                   display plg-inconnu
               not invalid key
                   if enr-ctr-statut = 'O'
                       and enr-ctr-immat = spaces
                       set contrat-trouve to true
                   else
                       display plg-inconnu
                   end-if
           end-read
           if contrat-trouve
               display a-plg-contrat
               if enr-ctr-date-debut > date-systeme
                   display plg-anticipe
               else
                   move enr-ctr-type to type-contrat
                   move enr-ctr-agence-dep to agence-contrat
                   move enr-ctr-date-debut to date-debut
                   move enr-ctr-date-fin to date-fin
                   move enr-ctr-client to client-ref
                   perform mod-lit-prepaiement
                   perform mod-choisit-vehicule
                   if vehicule-affecte
                       move immat-choisie to enr-ctr-immat
                       rewrite enr-contrat
                       perform mod-transfere-reservation
                   end-if
               end-if
           end-if
           .

       mod-lit-prepaiement.
      * Le prepaye vient en deduction du montant du contrat ; seul le
      * reste est a encaisser a la remise des cles.
           move 0 to montant-prepaye
           open input dep-fic-prepaiements
           if dep-pre-statut = '00'
               move numero-contrat to enr-pre-contrat
               read dep-fic-prepaiements key is enr-pre-contrat
                   invalid key continue
                   not invalid key
                       if enr-pre-en-cours
                           move enr-pre-montant to montant-prepaye
                       end-if
               end-read
               close dep-fic-prepaiements
           end-if
           if montant-prepaye > 0
               move 0 to reste-du
               if enr-ctr-cout > montant-prepaye
                   compute reste-du = enr-ctr-cout - montant-prepaye
               end-if
               display a-plg-prepaye
           end-if
           .

       mod-choisit-vehicule.
           move spaces to immat-choisie
           set vehicule-affecte to false
           perform mod-ouvre-resa
           open i-o dep-fic-vehicules
           if dep-veh-statut = '00' and resa-ouverte
               display a-plg-veh-titre
               perform mod-liste-vehicules
               if veh-affiches = 0
                   display plg-veh-aucun
               end-if
               perform mod-propose-vehicule with test after
                   until vehicule-affecte or immat-choisie = spaces
           end-if
           if dep-veh-statut = '00'
               close dep-fic-vehicules
           end-if
           if resa-ouverte
               close dep-fic-resa
           end-if
           if not vehicule-affecte
               move spaces to immat-choisie
           end-if
           .

       mod-ouvre-resa.
           set resa-ouverte to false
           open i-o dep-fic-resa
           if dep-resa-statut = '00'
               set resa-ouverte to true
           else
               display plg-resa-indispo
           end-if
           .

       mod-liste-vehicules.
           move 0 to veh-affiches
           move 9 to nl-veh
           set veh-fin-fichier to false
           move low-values to enr-veh-immat
           start dep-fic-vehicules key not < enr-veh-immat
               invalid key set veh-fin-fichier to true
           end-start
           perform mod-lit-vehicule until veh-fin-fichier
           move spaces to immat-choisie
           .

       mod-lit-vehicule.
      * Meme filtre que location : categorie du contrat, vehicule
      * disponible, agence de depart ; un vehicule d'une autre agence
      * reste acceptable en saisie directe.
           read dep-fic-vehicules next record
               at end set veh-fin-fichier to true
               not at end
                   if enr-veh-type = type-contrat
                       and enr-veh-statut = 'D'
                       and (agence-contrat = spaces
                           or enr-veh-agence = agence-contrat
                           or enr-veh-agence = spaces)
                       and veh-affiches < 12
                       move enr-veh-immat to immat-choisie
                       perform mod-verif-conflit
                       if not conflit
                           move enr-veh-immat to lv-immat
                           move enr-veh-modele to lv-modele
                           move enr-veh-km to lv-km
                           display a-plg-veh-ligne
                           add 1 to veh-affiches
                           add 1 to nl-veh
                       end-if
                   end-if
           end-read
           .

       mod-propose-vehicule.
           display s-plg-veh-choix
           accept s-immat-choisie
           if immat-choisie not = spaces
               perform mod-affecte-vehicule
           end-if
           .

       mod-affecte-vehicule.
           move immat-choisie to enr-veh-immat
           read dep-fic-vehicules key is enr-veh-immat
               invalid key
                   display plg-veh-invalide
               not invalid key
                   if enr-veh-type = type-contrat
                       and enr-veh-statut = 'D'
                       perform mod-verif-conflit
                       if conflit
                           display plg-veh-conflit
                       else
                           move 'L' to enr-veh-statut
                           rewrite enr-vehicule
                           set vehicule-affecte to true
                       end-if
                   else
                       display plg-veh-invalide
                   end-if
           end-read
           .

       mod-verif-conflit.
           set conflit to false
           set resa-fin-fichier to false
           move immat-choisie to enr-resa-immat
           move 0 to enr-resa-debut
           start dep-fic-resa key not < enr-resa-cle
               invalid key set resa-fin-fichier to true
           end-start
           perform mod-lit-resa until resa-fin-fichier
           .

       mod-lit-resa.
           read dep-fic-resa next record
               at end set resa-fin-fichier to true
               not at end
                   if enr-resa-immat not = immat-choisie
                       set resa-fin-fichier to true
                   else
                       if enr-resa-statut = 'A'
                           and enr-resa-debut <= date-fin
                           and enr-resa-fin >= date-debut
                           set conflit to true
                           set resa-fin-fichier to true
                       end-if
                   end-if
           end-read
           .

       mod-transfere-reservation.
      * La reservation d'attente '*' + contrat est supprimee et
      * reecrite sous la cle vehicule + date de depart, celle que
      * lisent locretour, locavenant, resanett et locaud.
           move date-fin to sv-fin
           move client-ref to sv-client
           move agence-contrat to sv-agence
           move type-contrat to sv-type
           open i-o dep-fic-resa
           if dep-resa-statut = '00'
               move spaces to enr-resa-immat
               move '*' to enr-resa-marque
               move numero-contrat to enr-resa-contrat-att
               move date-debut to enr-resa-debut
               read dep-fic-resa key is enr-resa-cle
                   invalid key continue
                   not invalid key
                       move enr-resa-fin to sv-fin
                       move enr-resa-agence to sv-agence
                       delete dep-fic-resa record
               end-read
               move immat-choisie to enr-resa-immat
               move date-debut to enr-resa-debut
               move sv-fin to enr-resa-fin
               move sv-client to enr-resa-client
               move 'A' to enr-resa-statut
               move sv-agence to enr-resa-agence
               move sv-type to enr-resa-type
               move numero-contrat to enr-resa-contrat
               move space to enr-resa-surbook
               write enr-reservation
      * Une reservation soldee du meme vehicule a la meme date de
      * depart occupe encore la cle : on la reutilise.
                   invalid key rewrite enr-reservation
               end-write
               close dep-fic-resa
           end-if
           .

       mod-audit-operation.
           move spaces to ops-ligne
           move date-systeme to ops-date
           accept ops-heure from time
           move 'locdepart' to ops-programme
           move 'DEPART-VEHICULE' to ops-operation
           move spaces to ops-detail
           move numero-contrat to ops-detail(1:8)
           move '/' to ops-detail(9:1)
           move immat-choisie to ops-detail(10:10)
           if sess-id not = spaces and sess-id not = low-value
               move sess-id to ops-operateur
           else
               move 'INCONNU' to ops-operateur
           end-if

           open extend dep-fic-audit
           write ops-ligne
           close dep-fic-audit
           .

       end program locdepart.
