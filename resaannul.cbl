       identification division.
       program-id. resaannul.

       environment division.
       input-output section.
       file-control.
           select anl-fic-contrats assign to "LOCCONTR"
               organization is indexed
               access mode is dynamic
               record key is enr-ctr-numero
               alternate record key is enr-ctr-client
                   with duplicates
               alternate record key is enr-ctr-immat
                   with duplicates
               file status is anl-contrat-statut.
           select anl-fic-resa assign to "RESERV"
               organization is indexed
               access mode is dynamic
               record key is enr-resa-cle
               file status is anl-resa-statut.
           select anl-fic-resa-opt assign to "OPTRESA"
               organization is indexed
               access mode is dynamic
               record key is enr-orv-cle
               alternate record key is enr-orv-stock
                   with duplicates
               file status is anl-orv-statut.
           select anl-fic-prepaiements assign to "PREPAY"
               organization is indexed
               access mode is dynamic
               record key is enr-pre-contrat
               file status is anl-pre-statut.
           select anl-fic-vehicules assign to "VEHMAST"
               organization is indexed
               access mode is dynamic
               record key is enr-veh-immat
               file status is anl-veh-statut.
           select anl-fic-bareme assign to "ANNULPRM"
               organization is line sequential
               file status is anl-bareme-statut.
           select anl-fic-audit assign to "OPSLOG"
               organization is line sequential.

       data division.
       file section.
       fd anl-fic-contrats.
       copy "contratrec.cpy".

       fd anl-fic-resa.
       copy "reservrec.cpy".

       fd anl-fic-resa-opt.
       copy "optresrec.cpy".

       fd anl-fic-prepaiements.
       copy "prepayrec.cpy".

       fd anl-fic-vehicules.
       copy "vehmastrec.cpy".

       fd anl-fic-bareme.
       1 anl-bareme-enr.
           2 bar-jours-mini pic 999.
           2 bar-taux pic 999.

       fd anl-fic-audit.
       copy "opslogrec.cpy".

       working-storage section.
       1 anl-contrat-statut pic xx value '00'.
       1 anl-resa-statut pic xx value '00'.
       1 anl-orv-statut pic xx value '00'.
       1 anl-pre-statut pic xx value '00'.
       1 anl-bareme-statut pic xx value '00'.
       1 anl-veh-statut pic xx value '00'.
       copy "sessionop.cpy".

       1 numero-contrat pic 9(8) value 0.
       1 date-systeme pic 9(8).
       1 pic x value 'n'.
       88 contrat-trouve value 'o' false 'n'.
       1 pic x value 'n'.
       88 prepaiement-trouve value 'o' false 'n'.
       1 pic x value 'n'.
       88 prepaiements-ouverts value 'o' false 'n'.
       1 bareme-eof pic x value 'n'.
           88 bareme-fin-fichier value 'o' false 'n'.
       1 orv-eof pic x value 'n'.
           88 orv-fin-fichier value 'o' false 'n'.
       1 contrat-eof pic x value 'n'.
           88 contrat-fin-fichier value 'o' false 'n'.
       1 pic x value 'n'.
           88 vehicule-engage value 'o' false 'n'.
       1 immat-annulee pic x(10) value spaces.
       1 reponse-confirmation pic x value 'n'.
           88 annulation-confirmee value 'o' 'O'.

       1 date-calcul pic 9(8).
       1 date-calcul-vue redefines date-calcul.
           2 cal-annee pic 9999.
           2 cal-mois pic 99.
           2 cal-jour pic 99.
       1 tab-mois-longueur.
           2 filler pic x(24) value '312931303130313130313031'.
       1 tab-mois-vue redefines tab-mois-longueur.
           2 mois-longueur pic 99 occurs 12 times.

      * Bareme des frais d'annulation (ANNULPRM) : pourcentage du
      * prepaiement retenu selon le preavis en jours avant le depart,
      * la tranche retenue etant celle du plus grand minimum atteint.
      * Bareme par defaut si le fichier est absent.
       1 nb-tranches pic 99 value 0.
       1 tab-bareme.
           2 tab-tranche occurs 20 times.
               3 tab-jours-mini pic 999.
               3 tab-taux pic 999.
       1 ix-bar pic 99.
       1 pic x value 'n'.
           88 tranche-trouvee value 'o' false 'n'.
       1 jours-retenus pic 999.

       1 jours-preavis pic 999 value 0.
       1 taux-frais pic 999 value 0.
       1 montant-prepaye pic 9(6)v99 value 0.
       1 montant-frais pic 9(6)v99 value 0.
       1 montant-rembourse pic 9(6)v99 value 0.
       1 options-liberees pic 9 value 0.

       screen section.
       1 a-plg-titre.
           2 blank screen.
           2 line 2 col 10 'Annulation de reservation par le client'.

       1 s-plg-numero.
           2 line 4 col 5 'Numero de contrat '.
           2 s-numero pic 9(8) to numero-contrat required.

       1 a-plg-contrat.
           2 line 6 col 5 'Reservation du '.
           2 a-ctr-debut pic 9(8) from enr-ctr-date-debut.
           2 ' au '.
           2 a-ctr-fin pic 9(8) from enr-ctr-date-fin.
           2 ' client '.
           2 a-ctr-client pic x(8) from enr-ctr-client.
           2 line 7 col 5 'Agence '.
           2 a-ctr-agence pic x(3) from enr-ctr-agence-dep.
           2 '  categorie '.
           2 a-ctr-type pic x from enr-ctr-type.
           2 '  devis '.
           2 a-ctr-cout pic zzzz.99 from enr-ctr-cout.

       1 a-plg-preavis.
           2 line 9 col 5 'Preavis (jours avant le depart) : '.
           2 a-preavis pic zz9 from jours-preavis.

       1 a-plg-frais.
           2 line 11 col 5 'Prepaye : '.
           2 a-prepaye pic zzzzz9.99 from montant-prepaye.
           2 line 12 col 5 'Frais d''annulation ('.
           2 a-taux pic zz9 from taux-frais.
           2 ' %) : '.
           2 a-frais pic zzzzz9.99 from montant-frais.
           2 line 13 col 5 'A rembourser : '.
           2 a-rembourse pic zzzzz9.99 from montant-rembourse.

       1 a-plg-sans-prepaiement.
           2 line 11 col 5 'Reservation sans prepaiement - sans frais'.

       1 s-plg-confirmation.
           2 line 15 col 5 'Confirmer l''annulation ? (o/n) '.
           2 s-confirmation pic x to reponse-confirmation required.

       1 plg-annulee.
           2 line 17 col 5 'Reservation annulee'.
       1 plg-abandon.
           2 line 17 col 5 'Annulation abandonnee'.
       1 plg-inconnu.
           2 line 6 col 5 'Contrat inconnu ou non ouvert'.
       1 plg-commence.
           2 line 6 col 5 'Location commencee - annulation impossible'.
       1 plg-indispo.
           2 line 6 col 5 'Fichier des contrats indisponible'.
       1 plg-veh-indispo.
           2 line 18 col 5
               'Fichier VEHMAST indisponible - vehicule non libere'.

       procedure division.
       mod-mainline.
      * Annulation par le client d'une reservation pas encore partie :
      * la place de la categorie et les equipements reserves sont
      * liberes ; un prepaiement supporte les frais du bareme selon le
      * preavis, le reste part au remboursement (rembours) et les
      * frais sont factures par facnosh.
           call 'datebus' using date-systeme
           display a-plg-titre
           display s-plg-numero
           accept s-numero

           open i-o anl-fic-contrats
           if anl-contrat-statut not = '00'
               display plg-indispo
           else
               perform mod-traite-contrat
               close anl-fic-contrats
           end-if
           goback
           .

       mod-traite-contrat.
           set contrat-trouve to false
           move numero-contrat to enr-ctr-numero
           read anl-fic-contrats key is enr-ctr-numero
               invalid key
                   display plg-inconnu
               not invalid key
                   if enr-ctr-statut = 'O'
                       set contrat-trouve to true
                   else
                       display plg-inconnu
                   end-if
           end-read
      * Le jour du depart, seule une reservation encore tenue sur sa
      * categorie (vehicule pas remis) peut etre annulee.
           if contrat-trouve
               if enr-ctr-date-debut < date-systeme
                   or (enr-ctr-date-debut = date-systeme
                       and enr-ctr-immat not = spaces)
                   set contrat-trouve to false
                   display plg-commence
               end-if
           end-if
           if contrat-trouve
               display a-plg-contrat
               perform mod-calcule-preavis
               display a-plg-preavis
               perform mod-charge-bareme
               perform mod-taux-bareme
               perform mod-lit-prepaiement
               display s-plg-confirmation
               accept s-confirmation
               if annulation-confirmee
                   perform mod-annule
                   display plg-annulee
               else
                   display plg-abandon
               end-if
               if prepaiements-ouverts
                   close anl-fic-prepaiements
               end-if
           end-if
           .

       mod-calcule-preavis.
           move 0 to jours-preavis
           move date-systeme to date-calcul
           perform mod-ajuste-fevrier
           perform until date-calcul >= enr-ctr-date-debut
               or jours-preavis >= 999
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
               add 1 to jours-preavis
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

       mod-charge-bareme.
           move 0 to nb-tranches
           set bareme-fin-fichier to false
           open input anl-fic-bareme
           if anl-bareme-statut not = '00'
               set bareme-fin-fichier to true
           else
               perform mod-lit-bareme until bareme-fin-fichier
               close anl-fic-bareme
           end-if
           if nb-tranches = 0
               move 4 to nb-tranches
               move 30 to tab-jours-mini(1)
               move 0 to tab-taux(1)
               move 7 to tab-jours-mini(2)
               move 25 to tab-taux(2)
               move 2 to tab-jours-mini(3)
               move 50 to tab-taux(3)
               move 0 to tab-jours-mini(4)
               move 100 to tab-taux(4)
           end-if
           .

       mod-lit-bareme.
           read anl-fic-bareme
               at end set bareme-fin-fichier to true
               not at end
                   if bar-jours-mini numeric and bar-taux numeric
                       and bar-taux <= 100
                       if nb-tranches < 20
                           add 1 to nb-tranches
                           move bar-jours-mini
                               to tab-jours-mini(nb-tranches)
                           move bar-taux to tab-taux(nb-tranches)
                       end-if
                   end-if
           end-read
           .

       mod-taux-bareme.
      * Sans tranche atteinte (bareme sans minimum a zero), tout le
      * prepaiement est retenu.
           set tranche-trouvee to false
           move 100 to taux-frais
           move 0 to jours-retenus
           perform varying ix-bar from 1 by 1 until ix-bar > nb-tranches
               if tab-jours-mini(ix-bar) <= jours-preavis
                   and (not tranche-trouvee
                       or tab-jours-mini(ix-bar) >= jours-retenus)
                   set tranche-trouvee to true
                   move tab-taux(ix-bar) to taux-frais
                   move tab-jours-mini(ix-bar) to jours-retenus
               end-if
           end-perform
           .

       mod-lit-prepaiement.
           set prepaiement-trouve to false
           move 0 to montant-prepaye
           move 0 to montant-frais
           move 0 to montant-rembourse
           set prepaiements-ouverts to false
           open i-o anl-fic-prepaiements
           if anl-pre-statut = '00'
               set prepaiements-ouverts to true
               move enr-ctr-numero to enr-pre-contrat
               read anl-fic-prepaiements key is enr-pre-contrat
                   invalid key continue
                   not invalid key
                       if enr-pre-en-cours
                           set prepaiement-trouve to true
                       end-if
               end-read
           end-if
           if prepaiement-trouve
               move enr-pre-montant to montant-prepaye
               compute montant-frais rounded =
                   montant-prepaye * taux-frais / 100
               compute montant-rembourse =
                   montant-prepaye - montant-frais
               display a-plg-frais
           else
               display a-plg-sans-prepaiement
           end-if
           .

       mod-annule.
           move enr-ctr-immat to immat-annulee
           move 'A' to enr-ctr-statut
           rewrite enr-contrat
           perform mod-annule-reservation
           perform mod-libere-options
           if prepaiement-trouve
               move 'X' to enr-pre-statut
               move date-systeme to enr-pre-date-statut
               move jours-preavis to enr-pre-preavis
               move montant-frais to enr-pre-frais
               move montant-rembourse to enr-pre-rembourse
               rewrite enr-prepaiement
           end-if
           perform mod-audit-operation
           if immat-annulee not = spaces
               perform mod-libere-vehicule
           end-if
           .

       mod-libere-vehicule.
      * Le vehicule affecte a la reservation (passe a 'L' a
      * l'engagement par location) redevient disponible, sauf s'il
      * est encore tenu par un autre contrat ouvert.
           set vehicule-engage to false
           set contrat-fin-fichier to false
           move immat-annulee to enr-ctr-immat
           start anl-fic-contrats key = enr-ctr-immat
               invalid key set contrat-fin-fichier to true
           end-start
           perform mod-lit-contrat-vehicule
               until contrat-fin-fichier or vehicule-engage
           if not vehicule-engage
               open i-o anl-fic-vehicules
               if anl-veh-statut not = '00'
                   display plg-veh-indispo
               else
                   move immat-annulee to enr-veh-immat
                   read anl-fic-vehicules key is enr-veh-immat
                       invalid key continue
                       not invalid key
                           if enr-veh-statut = 'L'
                               move 'D' to enr-veh-statut
                               rewrite enr-vehicule
                               if anl-veh-statut not = '00'
                                   display plg-veh-indispo
                               end-if
                           end-if
                   end-read
                   close anl-fic-vehicules
               end-if
           end-if
           .

       mod-lit-contrat-vehicule.
           read anl-fic-contrats next record
               at end set contrat-fin-fichier to true
               not at end
                   if enr-ctr-immat not = immat-annulee
                       set contrat-fin-fichier to true
                   else
                       if enr-ctr-statut = 'O'
                           set vehicule-engage to true
                       end-if
                   end-if
           end-read
           .

       mod-annule-reservation.
      * La reservation passe a 'C' : la place est rendue a la
      * categorie et la liste d'attente (resaatt) peut la proposer.
           open i-o anl-fic-resa
           if anl-resa-statut = '00'
               if enr-ctr-immat = spaces
                   move spaces to enr-resa-immat
                   move '*' to enr-resa-marque
                   move enr-ctr-numero to enr-resa-contrat-att
               else
                   move enr-ctr-immat to enr-resa-immat
               end-if
               move enr-ctr-date-debut to enr-resa-debut
               read anl-fic-resa key is enr-resa-cle
                   invalid key continue
                   not invalid key
                       move 'C' to enr-resa-statut
                       rewrite enr-reservation
               end-read
               close anl-fic-resa
           end-if
           .

       mod-libere-options.
           move 0 to options-liberees
           set orv-fin-fichier to false
           open i-o anl-fic-resa-opt
           if anl-orv-statut not = '00'
               set orv-fin-fichier to true
           else
               move enr-ctr-numero to enr-orv-contrat
               move 0 to enr-orv-rang
               start anl-fic-resa-opt key not < enr-orv-cle
                   invalid key set orv-fin-fichier to true
               end-start
           end-if
           perform mod-lit-option until orv-fin-fichier
           if anl-orv-statut = '00' or anl-orv-statut = '10'
               close anl-fic-resa-opt
           end-if
           .

       mod-lit-option.
           read anl-fic-resa-opt next record
               at end set orv-fin-fichier to true
               not at end
                   if enr-orv-contrat not = enr-ctr-numero
                       set orv-fin-fichier to true
                   else
                       if enr-orv-statut = 'R'
                           delete anl-fic-resa-opt record
                           add 1 to options-liberees
                       end-if
                   end-if
           end-read
           .

       mod-audit-operation.
           move spaces to ops-ligne
           move date-systeme to ops-date
           accept ops-heure from time
           move 'resaannul' to ops-programme
           move 'ANNUL-RESA' to ops-operation
           move spaces to ops-detail
           move numero-contrat to ops-detail(1:8)
           move '/' to ops-detail(9:1)
           move jours-preavis to ops-detail(10:3)
           move '/' to ops-detail(13:1)
           move taux-frais to ops-detail(14:3)
           if sess-id not = spaces and sess-id not = low-value
               move sess-id to ops-operateur
           else
               move 'INCONNU' to ops-operateur
           end-if

           open extend anl-fic-audit
           write ops-ligne
           close anl-fic-audit
           .

       end program resaannul.
