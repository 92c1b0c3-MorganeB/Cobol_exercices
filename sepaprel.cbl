       identification division.
       program-id. sepaprel.

       environment division.
       input-output section.
       file-control.
           select spr-fic-param assign to "FACPRM"
               organization is line sequential
               file status is spr-param-statut.
           select spr-fic-creancier assign to "SEPAPRM"
               organization is line sequential
               file status is spr-creancier-statut.
           select spr-fic-registre assign to "FACTREG"
               organization is indexed
               access mode is dynamic
               record key is reg-cle
               alternate record key is reg-client with duplicates
               file status is spr-registre-statut.
           select spr-fic-contrats assign to "LOCCONTR"
               organization is indexed
               access mode is dynamic
               record key is enr-ctr-numero
               alternate record key is enr-ctr-client
                   with duplicates
               alternate record key is enr-ctr-immat
                   with duplicates
               file status is spr-contrat-statut.
           select spr-fic-clients assign to "CLIMAST"
               organization is indexed
               access mode is dynamic
               record key is enr-ref
               sharing with all other
               file status is spr-client-statut.
           select spr-fic-mandats assign to "MANDATS"
               organization is indexed
               access mode is dynamic
               record key is enr-man-client
               file status is spr-mandat-statut.
           select spr-fic-paiements assign to "PAIEMENT"
               organization is indexed
               access mode is dynamic
               record key is enr-pai-cle
               file status is spr-paiement-statut.
           select spr-fic-prelevements assign to "SEPAREG"
               organization is indexed
               access mode is dynamic
               record key is enr-sep-facture
               file status is spr-prelevement-statut.
           select spr-fic-remise assign to "PRELSEPA"
               organization is line sequential.

       data division.
       file section.
       fd spr-fic-param.
       1 spr-param-enr.
           2 prm-date pic 9(8).

       fd spr-fic-creancier.
       1 spr-creancier-enr.
           2 prm-ics pic x(35).
           2 prm-iban pic x(34).
           2 prm-bic pic x(11).
           2 prm-delai pic 99.

       fd spr-fic-registre.
       copy "factregrec.cpy".

       fd spr-fic-contrats.
       copy "contratrec.cpy".

       fd spr-fic-clients.
       copy "clientrec.cpy".

       fd spr-fic-mandats.
       copy "mandatrec.cpy".

       fd spr-fic-paiements.
       copy "paiemrec.cpy".

       fd spr-fic-prelevements.
       copy "separec.cpy".

       fd spr-fic-remise.
       1 remise-ligne pic x(200).

       working-storage section.
       1 spr-param-statut pic xx value '00'.
       1 spr-creancier-statut pic xx value '00'.
       1 spr-registre-statut pic xx value '00'.
       1 spr-contrat-statut pic xx value '00'.
       1 spr-client-statut pic xx value '00'.
       1 spr-mandat-statut pic xx value '00'.
       1 spr-paiement-statut pic xx value '00'.
       1 spr-prelevement-statut pic xx value '00'.
       1 registre-eof pic x value 'n'.
           88 registre-fin-fichier value 'o' false 'n'.
       1 paiement-eof pic x value 'n'.
           88 paiement-fin-fichier value 'o' false 'n'.
       1 pic x value 'n'.
           88 paiements-ouverts value 'o' false 'n'.
       1 pic x value 'n'.
           88 clients-ouverts value 'o' false 'n'.
       1 pic x value 'n'.
           88 contrats-ouverts value 'o' false 'n'.
       1 pic x value 'n'.
           88 mandats-ouverts value 'o' false 'n'.
       1 pic x value 'n'.
           88 prelevements-ouverts value 'o' false 'n'.
       1 pic x value 'n'.
           88 creancier-connu value 'o' false 'n'.
       1 pic x value 'n'.
           88 facture-eligible value 'o' false 'n'.

       1 date-prelevement pic 9(8) value 0.
       1 date-echeance pic 9(8).
       1 date-calcul pic 9(8).
       1 date-calcul-vue redefines date-calcul.
           2 cal-annee pic 9999.
           2 cal-mois pic 99.
           2 cal-jour pic 99.
       1 tab-mois-longueur.
           2 filler pic x(24) value '312931303130313130313031'.
       1 tab-mois-vue redefines tab-mois-longueur.
           2 mois-longueur pic 99 occurs 12 times.
       1 jr-compteur pic 99.

       1 rg-ligne pic x(80).
       1 rg-vue redefines rg-ligne.
           2 rg-numero pic 9(8).
           2 filler pic x.
           2 rg-date pic 9(8).
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

       1 facture-ttc pic 9(6)v99.
       1 facture-regle pic 9(6)v99.
       1 facture-avoir pic 9(6)v99.
       1 solde-facture pic s9(6)v99.

      * Avoirs par contrat, imputes comme dans la balance agee.
       1 nb-avoirs pic 999 value 0.
       1 ix-avr pic 999.
       1 ix-trouve pic 999.
       1 tab-avoirs.
           2 tab-avoir occurs 200 times.
               3 avr-contrat pic x(8).
               3 avr-montant pic 9(8)v99.

       1 lu-compteur pic 9(6) value 0.
       1 preleve-compteur pic 9(6) value 0.
       1 sans-mandat-compteur pic 9(6) value 0.
       1 total-remise pic 9(9)v99 value 0.

       1 remise-entete.
           2 filler pic x value 'E'.
           2 re-ics pic x(35).
           2 re-iban pic x(34).
           2 re-bic pic x(11).
           2 re-date pic 9(8).
           2 re-echeance pic 9(8).
           2 filler pic x(103) value spaces.

       1 remise-detail.
           2 filler pic x value 'D'.
           2 rd-facture pic 9(8).
           2 rd-client pic x(8).
           2 rd-rum pic x(35).
           2 rd-signature pic 9(8).
           2 rd-sequence pic x(4).
           2 rd-iban pic x(34).
           2 rd-bic pic x(11).
           2 rd-montant pic 9(6).99.
           2 rd-nom pic x(20).
           2 rd-prenom pic x(20).
           2 rd-contrat pic 9(8).
           2 filler pic x(34) value spaces.

       1 remise-fin.
           2 filler pic x value 'T'.
           2 rf-nombre pic 9(6).
           2 rf-total pic 9(9).99.
           2 filler pic x(181) value spaces.

       procedure division.
       mod-mainline.
           perform mod-init
           if creancier-connu
               perform mod-charge-avoirs
               perform mod-ouvre-fichiers
               perform mod-traitement until registre-fin-fichier
               perform mod-fin
           end-if
           goback
           .

       mod-init.
           call 'datebus' using date-prelevement
           open input spr-fic-param
           if spr-param-statut = '00'
               read spr-fic-param
                   at end continue
                   not at end move prm-date to date-prelevement
               end-read
               close spr-fic-param
           end-if

      * Sans identifiant creancier (ICS) ni compte de remise, aucune
      * remise ne peut etre presentee a la banque.
           set creancier-connu to false
           open input spr-fic-creancier
           if spr-creancier-statut = '00'
               read spr-fic-creancier
                   at end continue
                   not at end
                       if prm-ics not = spaces
                           and prm-iban not = spaces
                           set creancier-connu to true
                       end-if
               end-read
               close spr-fic-creancier
           end-if
           if not creancier-connu
               display 'SEPAPRM absent ou incomplet - pas de remise'
               move 8 to return-code
           else
               if prm-delai not numeric or prm-delai = 0
                   move 5 to prm-delai
               end-if
               perform mod-calcule-echeance
           end-if
           .

       mod-calcule-echeance.
      * Echeance de la remise = date de traitement + delai de
      * presentation convenu avec la banque.
           move date-prelevement to date-calcul
           perform mod-ajuste-fevrier
           perform varying jr-compteur from 1 by 1
               until jr-compteur > prm-delai
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
           end-perform
           move date-calcul to date-echeance
           .

       mod-ajuste-fevrier.
           if function mod(cal-annee, 4) = 0
               and (function mod(cal-annee, 100) not = 0
                   or function mod(cal-annee, 400) = 0)
               move 29 to mois-longueur(2)
           else
               move 28 to mois-longueur(2)
           end-if
           .

       mod-charge-avoirs.
           move 0 to nb-avoirs
           set registre-fin-fichier to false
           open input spr-fic-registre
           if spr-registre-statut not = '00'
               set registre-fin-fichier to true
           end-if
           perform mod-lit-avoir until registre-fin-fichier
           if spr-registre-statut = '00' or spr-registre-statut = '10'
               close spr-fic-registre
           end-if
           .

       mod-lit-avoir.
           read spr-fic-registre next record
               at end set registre-fin-fichier to true
               not at end
                   move registre-ligne to rg-ligne
                   if rg-ligne(1:8) numeric and rg-sens = 'A'
                       perform mod-retient-avoir
                   end-if
           end-read
           .

       mod-retient-avoir.
           if rg-ttc = spaces
               move 0 to facture-ttc
           else
               compute facture-ttc = function numval(rg-ttc)
           end-if
           move 0 to ix-trouve
           perform varying ix-avr from 1 by 1
               until ix-avr > nb-avoirs
               if avr-contrat(ix-avr) = rg-contrat
                   move ix-avr to ix-trouve
               end-if
           end-perform
           if ix-trouve = 0 and nb-avoirs < 200
               add 1 to nb-avoirs
               move nb-avoirs to ix-trouve
               move rg-contrat to avr-contrat(ix-trouve)
               move 0 to avr-montant(ix-trouve)
           end-if
           if ix-trouve > 0
               add facture-ttc to avr-montant(ix-trouve)
           end-if
           .

       mod-ouvre-fichiers.
           set contrats-ouverts to false
           open input spr-fic-contrats
           if spr-contrat-statut = '00'
               set contrats-ouverts to true
           end-if
           set mandats-ouverts to false
           open i-o spr-fic-mandats
           if spr-mandat-statut = '00'
               set mandats-ouverts to true
           end-if

           set clients-ouverts to false
           open input spr-fic-clients
           if spr-client-statut = '00'
               set clients-ouverts to true
           end-if

           set paiements-ouverts to false
           open input spr-fic-paiements
           if spr-paiement-statut = '00'
               set paiements-ouverts to true
           end-if

           open i-o spr-fic-prelevements
           if spr-prelevement-statut = '35'
               open output spr-fic-prelevements
               if spr-prelevement-statut = '00'
                   close spr-fic-prelevements
                   open i-o spr-fic-prelevements
               end-if
           end-if
           set prelevements-ouverts to false
           if spr-prelevement-statut = '00'
               set prelevements-ouverts to true
           end-if

           open output spr-fic-remise
           move prm-ics to re-ics
           move prm-iban to re-iban
           move prm-bic to re-bic
           move date-prelevement to re-date
           move date-echeance to re-echeance
           move remise-entete to remise-ligne
           write remise-ligne

           set registre-fin-fichier to false
           if not contrats-ouverts
               or not mandats-ouverts
               or not prelevements-ouverts
               display 'LOCCONTR, MANDATS ou SEPAREG indisponible'
               move 8 to return-code
               set registre-fin-fichier to true
           else
               open input spr-fic-registre
               if spr-registre-statut not = '00'
                   set registre-fin-fichier to true
               end-if
           end-if
           .

       mod-traitement.
           read spr-fic-registre next record
               at end set registre-fin-fichier to true
               not at end
                   move registre-ligne to rg-ligne
                   if rg-ligne(1:8) numeric and rg-sens not = 'A'
                       and rg-contrat numeric
                       add 1 to lu-compteur
                       perform mod-examine-facture
                   end-if
           end-read
           .

       mod-examine-facture.
      * Seules les factures de loyer (contrat de nature 'M') sont
      * prelevees, une seule fois chacune : SEPAREG garde la trace de
      * tout prelevement deja emis, rejete ou non.
           set facture-eligible to false
           move rg-contrat-num to enr-ctr-numero
           read spr-fic-contrats key is enr-ctr-numero
               invalid key continue
               not invalid key
                   if enr-ctr-nature = 'M'
                       set facture-eligible to true
                   end-if
           end-read
           if facture-eligible
               move rg-numero to enr-sep-facture
               read spr-fic-prelevements key is enr-sep-facture
                   invalid key continue
                   not invalid key set facture-eligible to false
               end-read
           end-if
           if facture-eligible
               perform mod-verifie-mandat
           end-if
           if facture-eligible
               perform mod-calcule-solde
               if solde-facture > 0
                   perform mod-emet-prelevement
               end-if
           end-if
           .

       mod-verifie-mandat.
      * Mandat actif, signe au plus tard a la date de la facture : les
      * loyers anterieurs a la signature restent au reglement manuel.
           move rg-client to enr-man-client
           read spr-fic-mandats key is enr-man-client
               invalid key set facture-eligible to false
               not invalid key
                   if not enr-man-actif
                       or enr-man-date-signature > rg-date
                       set facture-eligible to false
                   end-if
           end-read
           if not facture-eligible
               add 1 to sans-mandat-compteur
           end-if
           .

       mod-calcule-solde.
           if rg-ttc = spaces
               move 0 to facture-ttc
           else
               compute facture-ttc = function numval(rg-ttc)
           end-if
           move 0 to facture-avoir
           perform varying ix-avr from 1 by 1
               until ix-avr > nb-avoirs
               if avr-contrat(ix-avr) = rg-contrat
                   move avr-montant(ix-avr) to facture-avoir
               end-if
           end-perform

           move 0 to facture-regle
           if paiements-ouverts
               set paiement-fin-fichier to false
               move rg-numero to enr-pai-facture
               move 0 to enr-pai-seq
               start spr-fic-paiements key not < enr-pai-cle
                   invalid key set paiement-fin-fichier to true
               end-start
               perform mod-lit-paiement until paiement-fin-fichier
           end-if
           compute solde-facture = facture-ttc - facture-regle
               - facture-avoir
           .

       mod-lit-paiement.
           read spr-fic-paiements next record
               at end set paiement-fin-fichier to true
               not at end
                   if enr-pai-facture not = rg-numero
                       set paiement-fin-fichier to true
                   else
                       add enr-pai-montant to facture-regle
                   end-if
           end-read
           .

       mod-emet-prelevement.
           move spaces to rd-nom
           move spaces to rd-prenom
           if clients-ouverts
               move rg-client to enr-ref
               read spr-fic-clients key is enr-ref
                   invalid key continue
                   not invalid key
                       move enr-nom to rd-nom
                       move enr-prenom to rd-prenom
               end-read
           end-if

           move rg-numero to rd-facture
           move rg-client to rd-client
           move enr-man-rum to rd-rum
           move enr-man-date-signature to rd-signature
           if enr-man-date-dernier = 0
               move 'FRST' to rd-sequence
           else
               move 'RCUR' to rd-sequence
           end-if
           move enr-man-iban to rd-iban
           move enr-man-bic to rd-bic
           move solde-facture to rd-montant
           move rg-contrat-num to rd-contrat
           move remise-detail to remise-ligne
           write remise-ligne

           move spaces to enr-prelevement
           move rg-numero to enr-sep-facture
           move rg-client to enr-sep-client
           move enr-man-rum to enr-sep-rum
           move solde-facture to enr-sep-montant
           move date-prelevement to enr-sep-date-emission
           move date-echeance to enr-sep-date-echeance
           move 'E' to enr-sep-statut
           move 0 to enr-sep-pai-seq
           move 0 to enr-sep-date-retour
           write enr-prelevement
               invalid key continue
           end-write

           move date-prelevement to enr-man-date-dernier
           rewrite enr-mandat

           add 1 to preleve-compteur
           add solde-facture to total-remise
           .

       mod-fin.
           move preleve-compteur to rf-nombre
           move total-remise to rf-total
           move remise-fin to remise-ligne
           write remise-ligne
           close spr-fic-remise

           if spr-registre-statut = '00' or spr-registre-statut = '10'
               close spr-fic-registre
           end-if
           if contrats-ouverts
               close spr-fic-contrats
           end-if
           if mandats-ouverts
               close spr-fic-mandats
           end-if
           if prelevements-ouverts
               close spr-fic-prelevements
           end-if
           if clients-ouverts
               close spr-fic-clients
           end-if
           if paiements-ouverts
               close spr-fic-paiements
           end-if
           display 'Factures lues : ' lu-compteur
           display 'Prelevements emis : ' preleve-compteur
           display 'Montant de la remise : ' total-remise
           display 'Loyers sans mandat actif : ' sans-mandat-compteur
           .

       end program sepaprel.
