       identification division.
       program-id. locechg.

       environment division.
       input-output section.
       file-control.
           select ech-fic-contrats assign to "LOCCONTR"
               organization is indexed
               access mode is dynamic
               record key is enr-ctr-numero
               alternate record key is enr-ctr-client
                   with duplicates
               alternate record key is enr-ctr-immat
                   with duplicates
               file status is ech-contrat-statut.
           select ech-fic-vehicules assign to "VEHMAST"
               organization is indexed
               access mode is dynamic
               record key is enr-veh-immat
               file status is ech-veh-statut.
           select ech-fic-resa assign to "RESERV"
               organization is indexed
               access mode is dynamic
               record key is enr-resa-cle
               file status is ech-resa-statut.
           select ech-fic-segments assign to "CTRSEGM"
               organization is indexed
               access mode is dynamic
               record key is enr-seg-cle
               file status is ech-seg-statut.
           select ech-fic-audit assign to "OPSLOG"
               organization is line sequential.

       data division.
       file section.
       fd ech-fic-contrats.
       copy "contratrec.cpy".

       fd ech-fic-vehicules.
       copy "vehmastrec.cpy".

       fd ech-fic-resa.
       copy "reservrec.cpy".

       fd ech-fic-segments.
       copy "ctrsegrec.cpy".

       fd ech-fic-audit.
       copy "opslogrec.cpy".

       working-storage section.
       1 ech-contrat-statut pic xx value '00'.
       1 ech-veh-statut pic xx value '00'.
       1 ech-resa-statut pic xx value '00'.
       1 ech-seg-statut pic xx value '00'.
       copy "sessionop.cpy".

       1 numero-contrat pic 9(8) value 0.
       1 km-panne pic 9(6) value 0.
       1 immat-remplacement pic x(10) value spaces.
       1 date-echange pic 9(8) value 0.
       1 date-systeme pic 9(8).
       1 pic x value 'n'.
       88 contrat-trouve value 'o' false 'n'.
       1 pic x value 'n'.
       88 echange-valide value 'o' false 'n'.
       1 pic x value 'n'.
       88 echange-fait value 'o' false 'n'.
       1 resa-eof pic x value 'n'.
           88 resa-fin-fichier value 'o' false 'n'.
       1 conflit-detecte pic x value 'n'.
           88 conflit value 'o' false 'n'.

      * Vehicule rendu en panne et vehicule de remplacement, releves
      * avant toute mise a jour.
       1 immat-panne pic x(10) value spaces.
       1 type-panne pic x value space.
       1 km-depart-panne pic 9(6) value 0.
       1 type-remplacement pic x value space.
       1 debut-troncon pic 9(8) value 0.
       1 jours-troncon pic 999 value 0.
       1 rang-troncon pic 9 value 0.

       1 date-calcul pic 9(8).
       1 date-calcul-vue redefines date-calcul.
           2 cal-annee pic 9999.
           2 cal-mois pic 99.
           2 cal-jour pic 99.
       1 tab-mois-longueur.
           2 filler pic x(24) value '312931303130313130313031'.
       1 tab-mois-vue redefines tab-mois-longueur.
           2 mois-longueur pic 99 occurs 12 times.

       screen section.
       1 a-plg-titre.
           2 blank screen.
           2 line 2 col 10 'Echange de vehicule en cours de location'.

       1 s-plg-numero.
           2 line 4 col 5 'Numero de contrat '.
           2 s-numero pic 9(8) to numero-contrat required.

       1 a-plg-contrat.
           2 line 6 col 5 'Contrat du '.
           2 a-ctr-debut pic 9(8) from enr-ctr-date-debut.
           2 ' au '.
           2 a-ctr-fin pic 9(8) from enr-ctr-date-fin.
           2 ' client '.
           2 a-ctr-client pic x(8) from enr-ctr-client.
           2 line 7 col 5 'Vehicule en cours '.
           2 a-ctr-immat pic x(10) from enr-ctr-immat.
           2 '  echanges deja faits '.
           2 a-ctr-segments pic 9 from enr-ctr-segments.

       1 s-plg-echange.
           2 line 9 col 5 'Compteur du vehicule rendu     '.
           2 s-km-panne pic 9(6) to km-panne required.
           2 line 10 col 5 'Vehicule de remplacement      '.
           2 s-immat pic x(10) to immat-remplacement required.
           2 line 11 col 5 'Date de l''echange (0 = ce jour) '.
           2 s-date-echange pic 9(8) to date-echange.

       1 a-plg-echange.
           2 line 13 col 5 'Echange enregistre - troncon '.
           2 a-rang pic 9 from rang-troncon.
           2 ' : '.
           2 a-immat-panne pic x(10) from immat-panne.
           2 ' en atelier, '.
           2 a-immat-rempl pic x(10) from immat-remplacement.
           2 ' remis au client'.

       1 plg-inconnu.
           2 line 6 col 5 'Contrat inconnu ou non ouvert'.
       1 plg-indispo.
           2 line 6 col 5 'Fichier des contrats indisponible'.
       1 plg-non-remis.
           2 line 13 col 5
               'Aucun vehicule remis sur ce contrat - rien a echanger'.
       1 plg-trop-echanges.
           2 line 13 col 5 'Nombre maximal d''echanges atteint'.
       1 plg-date-invalide.
           2 line 13 col 5
               'Date d''echange hors de la periode en cours'.
       1 plg-km-invalide.
           2 line 13 col 5
               'Compteur inferieur au kilometrage de depart'.
       1 plg-remplacement-invalide.
           2 line 13 col 5
               'Vehicule de remplacement inconnu ou non disponible'.
       1 plg-conflit.
           2 line 13 col 5
               'Vehicule de remplacement deja reserve - refus'.
       1 plg-vehicules-indispo.
           2 line 13 col 5 'Fichier des vehicules indisponible'.

       procedure division.
       mod-mainline.
      * Vehicule en panne pendant la location : le client repart avec
      * un vehicule de remplacement sur le meme contrat. Le troncon
      * parcouru sur le vehicule rendu (compteur de depart et de
      * remise) est garde sur CTRSEGM pour le reglement (locretour)
      * et la rentabilite par vehicule (vehrapp) ; le vehicule rendu
      * part en atelier ('M'), la reservation suit le remplacant.
           call 'datebus' using date-systeme
           display a-plg-titre
           display s-plg-numero
           accept s-numero

           set echange-fait to false
           open i-o ech-fic-contrats
           if ech-contrat-statut not = '00'
               display plg-indispo
           else
               perform mod-traite-contrat
               close ech-fic-contrats
           end-if
           if echange-fait
               display a-plg-echange
               perform mod-audit-operation
           end-if
           goback
           .

       mod-traite-contrat.
           set contrat-trouve to false
           move numero-contrat to enr-ctr-numero
           read ech-fic-contrats key is enr-ctr-numero
               invalid key
                   display plg-inconnu
               not invalid key
                   if enr-ctr-statut = 'O'
                       set contrat-trouve to true
                   else
                       display plg-inconnu
                   end-if
           end-read
           if contrat-trouve
               display a-plg-contrat
               evaluate true
                   when enr-ctr-immat = spaces
                       display plg-non-remis
                   when enr-ctr-segments >= 9
                       display plg-trop-echanges
                   when other
                       display s-plg-echange
                       accept s-km-panne
                       accept s-immat
                       accept s-date-echange
                       perform mod-controle-echange
                       if echange-valide
                           perform mod-applique-echange
                       end-if
               end-evaluate
           end-if
           .

       mod-controle-echange.
           set echange-valide to false
           if date-echange = 0
               move date-systeme to date-echange
           end-if
           move enr-ctr-immat to immat-panne
           move enr-ctr-segments to rang-troncon
           add 1 to rang-troncon
           perform mod-debut-troncon
           if date-echange < debut-troncon
               or date-echange > date-systeme
               or date-echange > enr-ctr-date-fin
               display plg-date-invalide
           else
               open i-o ech-fic-vehicules
               if ech-veh-statut not = '00'
                   display plg-vehicules-indispo
               else
                   perform mod-controle-vehicules
                   close ech-fic-vehicules
               end-if
           end-if
           if echange-valide
               perform mod-verif-conflit
               if conflit
                   display plg-conflit
                   set echange-valide to false
               end-if
           end-if
           .

       mod-debut-troncon.
      * Le troncon en cours part du debut du contrat, ou de la date
      * du dernier echange s'il y en a deja eu.
           move enr-ctr-date-debut to debut-troncon
           if enr-ctr-segments > 0
               open input ech-fic-segments
               if ech-seg-statut = '00'
                   move enr-ctr-numero to enr-seg-contrat
                   move enr-ctr-segments to enr-seg-rang
                   read ech-fic-segments key is enr-seg-cle
                       invalid key continue
                       not invalid key
                           move enr-seg-date-echange
                               to debut-troncon
                   end-read
                   close ech-fic-segments
               end-if
           end-if
           .

       mod-controle-vehicules.
           move immat-panne to enr-veh-immat
           read ech-fic-vehicules key is enr-veh-immat
               invalid key
                   move 0 to km-depart-panne
                   move enr-ctr-type to type-panne
               not invalid key
                   move enr-veh-km to km-depart-panne
                   move enr-veh-type to type-panne
           end-read
           if km-panne < km-depart-panne
               display plg-km-invalide
           else
               move immat-remplacement to enr-veh-immat
               read ech-fic-vehicules key is enr-veh-immat
                   invalid key
                       display plg-remplacement-invalide
                   not invalid key
                       if enr-veh-statut = 'D'
                           and enr-veh-immat not = immat-panne
                           move enr-veh-type to type-remplacement
                           set echange-valide to true
                       else
                           display plg-remplacement-invalide
                       end-if
               end-read
           end-if
           .

       mod-verif-conflit.
      * Meme controle que mod-verif-conflit de location : le remplacant
      * ne doit etre reserve par personne du jour de l'echange a la
      * fin du contrat.
           set conflit to false
           set resa-fin-fichier to false
           open input ech-fic-resa
           if ech-resa-statut not = '00'
               set resa-fin-fichier to true
           else
               move immat-remplacement to enr-resa-immat
               move 0 to enr-resa-debut
               start ech-fic-resa key not < enr-resa-cle
                   invalid key set resa-fin-fichier to true
               end-start
           end-if
           perform mod-lit-resa until resa-fin-fichier
           if ech-resa-statut = '00' or ech-resa-statut = '10'
               close ech-fic-resa
           end-if
           .

       mod-lit-resa.
           read ech-fic-resa next record
               at end set resa-fin-fichier to true
               not at end
                   if enr-resa-immat not = immat-remplacement
                       set resa-fin-fichier to true
                   else
                       if enr-resa-statut = 'A'
                           and enr-resa-debut <= enr-ctr-date-fin
                           and enr-resa-fin >= date-echange
                           set conflit to true
                           set resa-fin-fichier to true
                       end-if
                   end-if
           end-read
           .

       mod-applique-echange.
           perform mod-calcule-jours-troncon
           perform mod-ecrit-troncon
           perform mod-maj-vehicules
           perform mod-deplace-reservation

           move immat-remplacement to enr-ctr-immat
           move rang-troncon to enr-ctr-segments
           rewrite enr-contrat
           set echange-fait to true
           .

       mod-calcule-jours-troncon.
      * Jours du vehicule rendu : du debut du troncon a la veille de
      * l'echange, le jour de l'echange revenant au remplacant.
           move 0 to jours-troncon
           move debut-troncon to date-calcul
           perform mod-ajuste-fevrier
           perform until date-calcul >= date-echange
               or jours-troncon >= 999
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
               add 1 to jours-troncon
           end-perform
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

       mod-ecrit-troncon.
           open i-o ech-fic-segments
           if ech-seg-statut = '35'
               open output ech-fic-segments
               if ech-seg-statut = '00'
                   close ech-fic-segments
                   open i-o ech-fic-segments
               end-if
           end-if
           if ech-seg-statut = '00'
               move enr-ctr-numero to enr-seg-contrat
               move rang-troncon to enr-seg-rang
               move immat-panne to enr-seg-immat
               move type-panne to enr-seg-type
               move debut-troncon to enr-seg-date-debut
               move date-echange to enr-seg-date-echange
               move jours-troncon to enr-seg-jours
               move km-depart-panne to enr-seg-km-depart
               move km-panne to enr-seg-km-retour
               if sess-id not = spaces and sess-id not = low-value
                   move sess-id to enr-seg-operateur
               else
                   move 'INCONNU' to enr-seg-operateur
               end-if
               write enr-segment
                   invalid key rewrite enr-segment
               end-write
               close ech-fic-segments
           end-if
           .

       mod-maj-vehicules.
      * Le vehicule rendu part en atelier ('M') avec son compteur de
      * remise ; il revient au parc par la saisie atelier (vehatel).
           open i-o ech-fic-vehicules
           if ech-veh-statut = '00'
               move immat-panne to enr-veh-immat
               read ech-fic-vehicules key is enr-veh-immat
                   invalid key continue
                   not invalid key
                       move 'M' to enr-veh-statut
                       if km-panne > enr-veh-km
                           move km-panne to enr-veh-km
                       end-if
                       rewrite enr-vehicule
               end-read
               move immat-remplacement to enr-veh-immat
               read ech-fic-vehicules key is enr-veh-immat
                   invalid key continue
                   not invalid key
                       move 'L' to enr-veh-statut
                       rewrite enr-vehicule
               end-read
               close ech-fic-vehicules
           end-if
           .

       mod-deplace-reservation.
      * La reservation du contrat (cle vehicule + date de depart)
      * passe sous l'immatriculation du remplacant : locretour la
      * soldera sur le vehicule en cours.
           open i-o ech-fic-resa
           if ech-resa-statut = '00'
               move immat-panne to enr-resa-immat
               move enr-ctr-date-debut to enr-resa-debut
               read ech-fic-resa key is enr-resa-cle
                   invalid key continue
                   not invalid key
                       delete ech-fic-resa record
                       move immat-remplacement to enr-resa-immat
                       move type-remplacement to enr-resa-type
                       write enr-reservation
                           invalid key rewrite enr-reservation
                       end-write
               end-read
               close ech-fic-resa
           end-if
           .

       mod-audit-operation.
           move spaces to ops-ligne
           move date-systeme to ops-date
           accept ops-heure from time
           move 'locechg' to ops-programme
           move 'ECHANGE-VEH' to ops-operation
           move spaces to ops-detail
           move immat-panne to ops-detail(1:10)
           move immat-remplacement to ops-detail(11:10)
           if sess-id not = spaces and sess-id not = low-value
               move sess-id to ops-operateur
           else
               move 'INCONNU' to ops-operateur
           end-if

           open extend ech-fic-audit
           write ops-ligne
           close ech-fic-audit
           .

       end program locechg.
