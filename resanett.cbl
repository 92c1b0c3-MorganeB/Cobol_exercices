               organization is indexed
               access mode is dynamic
               record key is enr-ctr-numero
               alternate record key is enr-ctr-client
                   with duplicates
               alternate record key is enr-ctr-immat
                   with duplicates
               file status is net-contrat-statut.
           select net-fic-prepaiements assign to "PREPAY"
               organization is indexed
               access mode is dynamic
               record key is enr-pre-contrat
               file status is net-pre-statut.
           select net-fic-bareme assign to "ANNULPRM"
               organization is line sequential
               file status is net-bareme-statut.
           select net-fic-param assign to "NOSHPRM"
               organization is line sequential
               file status is net-param-statut.
       fd net-fic-contrats.
       copy "contratrec.cpy".

       fd net-fic-prepaiements.
       copy "prepayrec.cpy".

       fd net-fic-bareme.
       1 net-bareme-enr.
           2 bar-jours-mini pic 999.
           2 bar-taux pic 999.

       fd net-fic-param.
       1 net-param-enr.
           2 prm-frais pic 999v99.
       1 net-resa-statut pic xx value '00'.
       1 net-contrat-statut pic xx value '00'.
       1 net-param-statut pic xx value '00'.
       1 net-pre-statut pic xx value '00'.
       1 net-bareme-statut pic xx value '00'.
       1 resa-eof pic x value 'n'.
           88 resa-fin-fichier value 'o' false 'n'.
       1 contrat-eof pic x value 'n'.
           88 contrat-fin-fichier value 'o' false 'n'.
       1 contrats-statut pic x value 'n'.
           88 contrats-ouverts value 'o' false 'n'.
       1 prepaiements-statut pic x value 'n'.
           88 prepaiements-ouverts value 'o' false 'n'.
       1 bareme-eof pic x value 'n'.
           88 bareme-fin-fichier value 'o' false 'n'.
       1 prepaiement-statut pic x value 'n'.
           88 prepaiement-solde value 'o' false 'n'.

       1 date-systeme pic 9(8).
       1 frais-noshow pic 999v99 value 30.
       1 lu-compteur pic 9(6) value 0.
       1 annule-compteur pic 9(6) value 0.
       1 contrat-annule-compteur pic 9(6) value 0.
       1 prepaiement-compteur pic 9(6) value 0.
       1 frais-ligne pic 999v99 value 0.

      * Prepaiement d'une reservation tenue sur la categorie : le
      * no-show est une annulation sans preavis, frais retenus au taux
      * de la tranche 0 jour du bareme ANNULPRM (tout le prepaiement
      * si aucune tranche ne s'applique), le reste rembourse. Les
      * frais forfaitaires du no-show ne s'y ajoutent pas.
       1 nb-tranches pic 99 value 0.
       1 tab-bareme.
           2 tab-tranche occurs 20 times.
               3 tab-jours-mini pic 999.
               3 tab-taux pic 999.
       1 ix-bar pic 99.
       1 taux-frais pic 999 value 100.

      * Engagements releves en une passe de LOCCONTR : la cle de
      * rapprochement est vehicule + date de depart + client, comme
           end-if

           perform mod-charge-engagements
           perform mod-charge-bareme
           set prepaiements-ouverts to false
           open i-o net-fic-prepaiements
           if net-pre-statut = '00'
               set prepaiements-ouverts to true
           end-if
           open extend net-fic-noshow

           set resa-fin-fichier to false
       mod-charge-engagements.
           move 0 to nb-engages
           set contrat-fin-fichier to false
      * Ouvert en mise a jour : le contrat d'une reservation tenue sur
      * la categorie est annule avec elle (mod-annule-contrat).
           open i-o net-fic-contrats
           if net-contrat-statut not = '00'
               set contrat-fin-fichier to true
           else
               set contrats-ouverts to true
               move 0 to enr-ctr-numero
               start net-fic-contrats key not < enr-ctr-numero
                   invalid key set contrat-fin-fichier to true
               end-start
               perform mod-lit-contrat until contrat-fin-fichier
           end-if
           .

       mod-charge-bareme.
      * Seules les tranches sans preavis (minimum 0 jour) jouent ici.
           move 0 to nb-tranches
           set bareme-fin-fichier to false
           open input net-fic-bareme
           if net-bareme-statut not = '00'
               set bareme-fin-fichier to true
           else
               perform mod-lit-bareme until bareme-fin-fichier
               close net-fic-bareme
           end-if
           move 100 to taux-frais
           perform varying ix-bar from 1 by 1 until ix-bar > nb-tranches
               if tab-jours-mini(ix-bar) = 0
                   move tab-taux(ix-bar) to taux-frais
               end-if
           end-perform
           .

       mod-lit-bareme.
           read net-fic-bareme
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

       mod-lit-contrat.
      * Seuls les contrats ouverts comptent comme engagements : les
      * contrats clos ou factures n'occupent pas la table. Si elle
           .

       mod-cherche-engagement.
      * Une reservation encore tenue sur la categorie (cle d'attente
      * '*' + contrat) ne retrouve aucun engagement : son contrat
      * ouvert n'a pas de vehicule. Depart depasse sans remise du
      * vehicule, c'est un no-show comme un autre.
           set engagement-trouve to false
           perform varying ix from 1 by 1 until ix > nb-engages
               if eng-immat(ix) = enr-resa-immat
           rewrite enr-reservation
           add 1 to annule-compteur

      * Un no-show prepaye est journalise sans frais forfaitaires :
      * facnosh facture les frais retenus sur le prepaiement.
           set prepaiement-solde to false
           if enr-resa-non-affectee
               perform mod-annule-contrat
           end-if
           move frais-noshow to frais-ligne
           if prepaiement-solde
               move 0 to frais-ligne
           end-if

           move date-systeme to nsh-date
           move enr-resa-client to nsh-client
           move enr-resa-immat to nsh-immat
           move enr-resa-debut to nsh-debut
           move enr-resa-fin to nsh-fin
           move frais-ligne to nsh-frais
           move net-ligne-noshow to net-noshow-ligne
           write net-noshow-ligne
           .

       mod-annule-contrat.
      * Reservation tenue sur la categorie : son contrat ouvert, sans
      * vehicule remis, est annule comme le fait resaannul, pour ne
      * plus etre facture ni attendu en retour.
           if contrats-ouverts
               move enr-resa-contrat-att to enr-ctr-numero
               read net-fic-contrats key is enr-ctr-numero
                   invalid key
                       display 'LOCCONTR : contrat '
                           enr-resa-contrat-att ' introuvable'
                   not invalid key
                       if enr-ctr-statut = 'O'
                           and enr-ctr-immat = spaces
                           move 'A' to enr-ctr-statut
                           rewrite enr-contrat
                           if net-contrat-statut = '00'
                               add 1 to contrat-annule-compteur
                               perform mod-solde-prepaiement
                           else
                               display 'LOCCONTR : contrat '
                                   enr-ctr-numero ' non annule - '
                                   'statut ' net-contrat-statut
                               move 8 to return-code
                           end-if
                       end-if
               end-read
           end-if
           .

       mod-solde-prepaiement.
      * Le prepaiement passe en annulation ('X') : facnosh facture les
      * frais retenus, rembours rembourse le reste.
           if prepaiements-ouverts
               move enr-ctr-numero to enr-pre-contrat
               read net-fic-prepaiements key is enr-pre-contrat
                   invalid key continue
                   not invalid key
                       if enr-pre-en-cours
                           move 'X' to enr-pre-statut
                           move date-systeme to enr-pre-date-statut
                           move 0 to enr-pre-preavis
                           compute enr-pre-frais rounded =
                               enr-pre-montant * taux-frais / 100
                           compute enr-pre-rembourse =
                               enr-pre-montant - enr-pre-frais
                           rewrite enr-prepaiement
                           if net-pre-statut = '00'
                               set prepaiement-solde to true
                               add 1 to prepaiement-compteur
                           else
                               display 'PREPAY : contrat '
                                   enr-pre-contrat ' non solde - '
                                   'statut ' net-pre-statut
                               move 8 to return-code
                           end-if
                       end-if
               end-read
           end-if
           .

       mod-fin.
           if net-resa-statut = '00' or net-resa-statut = '10'
               close net-fic-resa
           end-if
           if contrats-ouverts
               close net-fic-contrats
           end-if
           if prepaiements-ouverts
               close net-fic-prepaiements
           end-if
           close net-fic-noshow
           display 'Reservations lues : ' lu-compteur
           display 'No-show annules : ' annule-compteur
           display 'Contrats annules : ' contrat-annule-compteur
           display 'Prepaiements soldes : ' prepaiement-compteur
           if table-saturee
               display 'Table des engagements saturee - '
                   'aucune annulation effectuee'
