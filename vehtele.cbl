       identification division.
       program-id. vehtele.

       environment division.
       input-output section.
       file-control.
           select tel-fic-releves assign to "TELEKM"
               organization is line sequential
               file status is tel-releve-statut.
           select tel-fic-param assign to "TELEPRM"
               organization is line sequential
               file status is tel-param-statut.
           select tel-fic-vehicules assign to "VEHMAST"
               organization is indexed
               access mode is dynamic
               record key is enr-veh-immat
               file status is tel-veh-statut.
           select tel-fic-entretien assign to "VEHMAINT"
               organization is indexed
               access mode is dynamic
               record key is enr-ent-immat
               file status is tel-ent-statut.
           select tel-fic-contrats assign to "LOCCONTR"
               organization is indexed
               access mode is dynamic
               record key is enr-ctr-numero
               alternate record key is enr-ctr-client
                   with duplicates
               alternate record key is enr-ctr-immat
                   with duplicates
               file status is tel-contrat-statut.
           select tel-fic-historique assign to "TELEHIST"
               organization is indexed
               access mode is dynamic
               record key is enr-tlh-cle
               file status is tel-hist-statut.
           select tel-fic-rapport assign to "TELERAPP"
               organization is line sequential.

       data division.
       file section.
      * Fichier quotidien du fournisseur de telematique : un releve
      * d'odometre par vehicule et par jour.
       fd tel-fic-releves.
       1 tel-releve-enr.
           2 rl-immat pic x(10).
           2 rl-date pic 9(8).
           2 rl-km pic 9(6).

      * Carte parametre facultative : tolerance en km d'un vehicule
      * hors contrat (manoeuvres de parc, lavage) et ecart admis entre
      * les km factures et la distance du traceur ; a defaut 5 et 10.
       fd tel-fic-param.
       1 tel-param-enr.
           2 prm-tolerance-parc pic 9(4).
           2 prm-tolerance-contrat pic 9(4).

       fd tel-fic-vehicules.
       copy "vehmastrec.cpy".

       fd tel-fic-entretien.
       copy "vehmntrec.cpy".

       fd tel-fic-contrats.
       copy "contratrec.cpy".

       fd tel-fic-historique.
       copy "telehistrec.cpy".

       fd tel-fic-rapport.
       1 rapport-ligne pic x(100).

       working-storage section.
       1 tel-releve-statut pic xx value '00'.
       1 tel-param-statut pic xx value '00'.
       1 tel-veh-statut pic xx value '00'.
       1 tel-ent-statut pic xx value '00'.
       1 tel-contrat-statut pic xx value '00'.
       1 tel-hist-statut pic xx value '00'.
       1 releve-eof pic x value 'n'.
           88 releve-fin-fichier value 'o' false 'n'.
       1 contrat-eof pic x value 'n'.
           88 contrat-fin-fichier value 'o' false 'n'.
       1 hist-eof pic x value 'n'.
           88 hist-fin-fichier value 'o' false 'n'.
       1 pic x value 'n'.
           88 traitement-ouvert value 'o' false 'n'.
       1 pic x value 'n'.
           88 releves-ouverts value 'o' false 'n'.
       1 pic x value 'n'.
           88 vehicules-ouverts value 'o' false 'n'.
       1 pic x value 'n'.
           88 historique-ouvert value 'o' false 'n'.
       1 pic x value 'n'.
           88 entretien-ouvert value 'o' false 'n'.
       1 pic x value 'n'.
           88 contrats-ouverts value 'o' false 'n'.
       1 pic x value 'n'.
           88 contrat-en-cours value 'o' false 'n'.
       1 pic x value 'n'.
           88 retour-posterieur value 'o' false 'n'.
       1 pic x value 'n'.
           88 anterieur-trouve value 'o' false 'n'.
       1 pic x value 'n'.
           88 releve-double value 'o' false 'n'.
       1 pic x value 'n'.
           88 precedent-trouve value 'o' false 'n'.
       1 pic x value 'n'.
           88 vehicule-modifie value 'o' false 'n'.

       1 date-systeme pic 9(8).
       1 tolerance-parc pic 9(4) value 5.
       1 tolerance-contrat pic 9(4) value 10.
       1 date-limite pic 9(8).
       1 anterieur-date pic 9(8).
       1 anterieur-km pic 9(6).
       1 precedent-date pic 9(8).
       1 precedent-km pic 9(6).
       1 km-connu pic 9(6).
       1 km-controle pic 9(6).
       1 km-echeance pic 9(7).
       1 km-traceur pic 9(6).
       1 ecart-km pic s9(7).
       1 ecart-absolu pic 9(7).

       1 lu-compteur pic 9(6) value 0.
       1 maj-compteur pic 9(6) value 0.
       1 usage-compteur pic 9(6) value 0.
       1 baisse-compteur pic 9(6) value 0.
       1 ecart-compteur pic 9(6) value 0.
       1 bloque-compteur pic 9(6) value 0.
       1 inconnu-compteur pic 9(6) value 0.
       1 rejet-compteur pic 9(6) value 0.
       1 double-compteur pic 9(6) value 0.

       1 rapport-titre.
           2 filler pic x(36) value
               'RELEVES TELEMATIQUES DES VEHICULES -'.
           2 filler pic x value space.
           2 tit-date pic 9(8).

      * Pour un ecart sur contrat, le releve est la distance du
      * traceur sur la location et la reference les km factures.
       1 rapport-ligne-detail.
           2 det-immat pic x(10).
           2 filler pic x value space.
           2 det-date pic 9(8).
           2 filler pic x(8) value ' releve '.
           2 det-km pic zzzzz9.
           2 filler pic x(6) value ' ref. '.
           2 det-km-connu pic zzzzz9.
           2 filler pic x value space.
           2 det-motif pic x(20).
           2 filler pic x value space.
           2 det-contrat pic z(7)9 blank when zero.
           2 filler pic x(7) value ' ecart '.
           2 det-ecart pic -(6)9.

       procedure division.
       mod-mainline.
           perform mod-init
           if traitement-ouvert
               perform mod-traitement until releve-fin-fichier
           end-if
           perform mod-fin
           evaluate true
               when not traitement-ouvert
                   move 8 to return-code
               when usage-compteur > 0 or baisse-compteur > 0
                   or ecart-compteur > 0 or bloque-compteur > 0
                   or inconnu-compteur > 0 or rejet-compteur > 0
                   move 4 to return-code
               when other
                   move 0 to return-code
           end-evaluate
           goback
           .

       mod-init.
           call 'datebus' using date-systeme
           open input tel-fic-param
           if tel-param-statut = '00'
               read tel-fic-param
                   at end continue
                   not at end
                       if prm-tolerance-parc is numeric
                           move prm-tolerance-parc to tolerance-parc
                       end-if
                       if prm-tolerance-contrat is numeric
                           move prm-tolerance-contrat
                               to tolerance-contrat
                       end-if
               end-read
               close tel-fic-param
           end-if

           open output tel-fic-rapport
           move date-systeme to tit-date
           move rapport-titre to rapport-ligne
           write rapport-ligne

           set traitement-ouvert to true
           open input tel-fic-releves
           if tel-releve-statut = '00'
               set releves-ouverts to true
           else
               display 'TELEKM indisponible'
               set traitement-ouvert to false
           end-if
           open i-o tel-fic-vehicules
           if tel-veh-statut = '00'
               set vehicules-ouverts to true
           else
               display 'VEHMAST indisponible'
               set traitement-ouvert to false
           end-if
           open i-o tel-fic-historique
           if tel-hist-statut = '35'
               open output tel-fic-historique
               close tel-fic-historique
               open i-o tel-fic-historique
           end-if
           if tel-hist-statut = '00'
               set historique-ouvert to true
           else
               display 'TELEHIST indisponible'
               set traitement-ouvert to false
           end-if

           set contrats-ouverts to false
           open input tel-fic-contrats
           if tel-contrat-statut = '00'
               set contrats-ouverts to true
           end-if
           set entretien-ouvert to false
           open input tel-fic-entretien
           if tel-ent-statut = '00'
               set entretien-ouvert to true
           end-if
           .

       mod-traitement.
           read tel-fic-releves
               at end set releve-fin-fichier to true
               not at end
                   add 1 to lu-compteur
                   perform mod-traite-releve
           end-read
           .

       mod-traite-releve.
           move 0 to ecart-km
           move 0 to det-contrat
           if rl-immat = spaces or rl-date not numeric
               or rl-km not numeric
               add 1 to rejet-compteur
               move 0 to km-connu
               move 'RELEVE INVALIDE' to det-motif
               perform mod-edite-releve
           else
               move rl-immat to enr-veh-immat
               read tel-fic-vehicules key is enr-veh-immat
                   invalid key
                       add 1 to inconnu-compteur
                       move 0 to km-connu
                       move 'VEHICULE INCONNU' to det-motif
                       perform mod-edite-releve
                   not invalid key
                       perform mod-controle-releve
               end-read
           end-if
           .

       mod-controle-releve.
      * Le releve precedent du traceur borne les retours de contrat
      * a rapprocher : seuls les contrats rendus depuis sont revus.
           move enr-veh-km to km-connu
           move rl-date to date-limite
           perform mod-releve-anterieur
           if releve-double
               add 1 to double-compteur
               move 'RELEVE EN DOUBLE' to det-motif
               perform mod-edite-releve
           else
               set precedent-trouve to false
               if anterieur-trouve
                   set precedent-trouve to true
               end-if
               move anterieur-date to precedent-date
               move anterieur-km to precedent-km
               perform mod-revue-contrats
               perform mod-controle-compteur
               perform mod-historise-releve
           end-if
           .

       mod-controle-compteur.
      * Pendant une location enr-veh-km reste le compteur au depart,
      * base des km factures au retour par locretour : il n'est pas
      * mis a jour par le traceur tant que le contrat est ouvert.
      * Un releve anterieur a un retour deja saisi ne se compare pas
      * au compteur releve a ce retour.
           set vehicule-modifie to false
           move km-connu to km-controle
           evaluate true
               when precedent-trouve and rl-km < precedent-km
                   add 1 to baisse-compteur
                   compute ecart-km = rl-km - precedent-km
                   move 'RELEVE EN BAISSE' to det-motif
                   perform mod-edite-releve
               when retour-posterieur
                   continue
               when rl-km < km-connu
                   add 1 to baisse-compteur
                   compute ecart-km = rl-km - km-connu
                   move 'RELEVE EN BAISSE' to det-motif
                   perform mod-edite-releve
               when contrat-en-cours
                   move rl-km to km-controle
               when other
      * Vehicule sans contrat ouvert : toute hausse au-dela de la
      * tolerance est un usage non autorise, sauf transfert en cours
      * entre agences.
                   if rl-km > km-connu + tolerance-parc
                       and enr-veh-statut not = 'T'
                       add 1 to usage-compteur
                       compute ecart-km = rl-km - km-connu
                       move 'USAGE HORS CONTRAT' to det-motif
                       perform mod-edite-releve
                   end-if
                   if rl-km > km-connu
                       move rl-km to enr-veh-km
                       move rl-km to km-controle
                       set vehicule-modifie to true
                       add 1 to maj-compteur
                   end-if
           end-evaluate
           perform mod-controle-entretien
           if vehicule-modifie
               rewrite enr-vehicule
           end-if
           .

       mod-controle-entretien.
      * Meme echeance que vehserv (km du dernier entretien plus
      * intervalle) : un vehicule au parc est bloque des le releve qui
      * l'atteint, un vehicule en location est seulement signale.
           if entretien-ouvert
               move enr-veh-immat to enr-ent-immat
               read tel-fic-entretien key is enr-ent-immat
                   invalid key continue
                   not invalid key
                       compute km-echeance =
                           enr-ent-km-dernier + enr-ent-intervalle
                       if km-controle >= km-echeance
                           perform mod-echeance-atteinte
                       end-if
               end-read
           end-if
           .

       mod-echeance-atteinte.
           move 0 to ecart-km
           evaluate true
               when enr-veh-statut = 'D'
                   move 'M' to enr-veh-statut
                   set vehicule-modifie to true
                   add 1 to bloque-compteur
                   move 'BLOQUE ENTRETIEN' to det-motif
                   perform mod-edite-releve
               when contrat-en-cours
                   move 'ECHEANCE EN LOCATION' to det-motif
                   perform mod-edite-releve
               when other
                   continue
           end-evaluate
           .

       mod-revue-contrats.
           set contrat-en-cours to false
           set retour-posterieur to false
           if contrats-ouverts
               set contrat-fin-fichier to false
               move rl-immat to enr-ctr-immat
               start tel-fic-contrats key = enr-ctr-immat
                   invalid key set contrat-fin-fichier to true
               end-start
               perform mod-lit-contrat-vehicule
                   until contrat-fin-fichier
           end-if
           .

       mod-lit-contrat-vehicule.
           read tel-fic-contrats next record
               at end set contrat-fin-fichier to true
               not at end
                   if enr-ctr-immat not = rl-immat
                       set contrat-fin-fichier to true
                   else
                       perform mod-examine-contrat
                   end-if
           end-read
           .

       mod-examine-contrat.
      * Un contrat rendu depuis le releve precedent est rapproche de
      * la distance du traceur entre le dernier releve avant son
      * depart et ce releve. Les contrats avec echange de vehicule
      * ne sont pas rapproches : leurs km couvrent plusieurs
      * vehicules.
           evaluate true
               when enr-ctr-statut = 'O'
                   set contrat-en-cours to true
               when enr-ctr-statut not = 'C'
                   continue
               when enr-ctr-date-retour > rl-date
                   set retour-posterieur to true
               when precedent-trouve
                   and enr-ctr-date-retour > precedent-date
                   and enr-ctr-segments = 0
                   perform mod-rapproche-contrat
               when other
                   continue
           end-evaluate
           .

       mod-rapproche-contrat.
           move enr-ctr-date-debut to date-limite
           perform mod-releve-anterieur
           if anterieur-trouve and rl-km >= anterieur-km
               compute km-traceur = rl-km - anterieur-km
               compute ecart-km = km-traceur - enr-ctr-km-reel
               if ecart-km < 0
                   compute ecart-absolu = 0 - ecart-km
               else
                   move ecart-km to ecart-absolu
               end-if
               if ecart-absolu > tolerance-contrat
                   add 1 to ecart-compteur
                   move 'ECART KM CONTRAT' to det-motif
                   move enr-ctr-numero to det-contrat
                   move rl-immat to det-immat
                   move rl-date to det-date
                   move km-traceur to det-km
                   move enr-ctr-km-reel to det-km-connu
                   move ecart-km to det-ecart
                   move rapport-ligne-detail to rapport-ligne
                   write rapport-ligne
                   move 0 to det-contrat
               end-if
           end-if
           move 0 to ecart-km
           .

       mod-releve-anterieur.
      * Dernier releve du vehicule date avant date-limite ; signale
      * au passage un releve deja charge a cette date.
           set anterieur-trouve to false
           set releve-double to false
           move 0 to anterieur-date
           move 0 to anterieur-km
           set hist-fin-fichier to false
           move rl-immat to enr-tlh-immat
           move 0 to enr-tlh-date
           start tel-fic-historique key not < enr-tlh-cle
               invalid key set hist-fin-fichier to true
           end-start
           perform mod-lit-historique until hist-fin-fichier
           .

       mod-lit-historique.
           read tel-fic-historique next record
               at end set hist-fin-fichier to true
               not at end
                   evaluate true
                       when enr-tlh-immat not = rl-immat
                           set hist-fin-fichier to true
                       when enr-tlh-date >= date-limite
                           if enr-tlh-date = date-limite
                               set releve-double to true
                           end-if
                           set hist-fin-fichier to true
                       when other
                           set anterieur-trouve to true
                           move enr-tlh-date to anterieur-date
                           move enr-tlh-km to anterieur-km
                   end-evaluate
           end-read
           .

       mod-historise-releve.
           move rl-immat to enr-tlh-immat
           move rl-date to enr-tlh-date
           move rl-km to enr-tlh-km
           move date-systeme to enr-tlh-date-charge
           write enr-telemetrie
               invalid key add 1 to double-compteur
           end-write
           .

       mod-edite-releve.
           move rl-immat to det-immat
           if rl-date is numeric
               move rl-date to det-date
           else
               move 0 to det-date
           end-if
           if rl-km is numeric
               move rl-km to det-km
           else
               move 0 to det-km
           end-if
           move km-connu to det-km-connu
           move ecart-km to det-ecart
           move rapport-ligne-detail to rapport-ligne
           write rapport-ligne
           .

       mod-fin.
           if releves-ouverts
               close tel-fic-releves
           end-if
           if vehicules-ouverts
               close tel-fic-vehicules
           end-if
           if historique-ouvert
               close tel-fic-historique
           end-if
           if contrats-ouverts
               close tel-fic-contrats
           end-if
           if entretien-ouvert
               close tel-fic-entretien
           end-if
           close tel-fic-rapport
           display 'Releves lus : ' lu-compteur
           display 'Compteurs mis a jour : ' maj-compteur
           display 'Usages hors contrat : ' usage-compteur
           display 'Releves en baisse : ' baisse-compteur
           display 'Ecarts sur contrat : ' ecart-compteur
           display 'Vehicules bloques entretien : ' bloque-compteur
           display 'Vehicules inconnus : ' inconnu-compteur
           display 'Releves invalides : ' rejet-compteur
           display 'Releves en double : ' double-compteur
           .

       end program vehtele.
