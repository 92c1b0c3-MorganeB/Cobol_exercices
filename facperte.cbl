       identification division.
       program-id. facperte.

       environment division.
       input-output section.
       file-control.
           select per-fic-registre assign to "FACTREG"
               organization is indexed
               access mode is dynamic
               record key is reg-cle
               alternate record key is reg-client with duplicates
               file status is per-registre-statut.
           select per-fic-paiements assign to "PAIEMENT"
               organization is indexed
               access mode is dynamic
               record key is enr-pai-cle
               file status is per-paiement-statut.
           select per-fic-pertes assign to "PERTEREG"
               organization is indexed
               access mode is dynamic
               record key is enr-per-facture
               file status is per-perte-statut.
           select per-fic-blocages assign to "CREDBLOC"
               organization is indexed
               access mode is dynamic
               record key is enr-blo-client
               file status is per-blocage-statut.
           select optional per-fic-mouvements assign to "CPTMVT"
               organization is line sequential.
           select per-fic-audit assign to "OPSLOG"
               organization is line sequential.

       data division.
       file section.
       fd per-fic-registre.
       copy "factregrec.cpy".

       fd per-fic-paiements.
       copy "paiemrec.cpy".

       fd per-fic-pertes.
       copy "perterec.cpy".

       fd per-fic-blocages.
       copy "credblrec.cpy".

       fd per-fic-mouvements.
       1 mouvement-ligne pic x(80).

       fd per-fic-audit.
       copy "opslogrec.cpy".

       working-storage section.
       1 per-registre-statut pic xx value '00'.
       1 per-paiement-statut pic xx value '00'.
       1 per-perte-statut pic xx value '00'.
       1 per-blocage-statut pic xx value '00'.
       copy "sessionop.cpy".

       1 registre-eof pic x value 'n'.
           88 registre-fin-fichier value 'o' false 'n'.
       1 paiement-eof pic x value 'n'.
           88 paiement-fin-fichier value 'o' false 'n'.
       1 pic x value 'n'.
       88 fichiers-ouverts value 'o' false 'n'.
       1 pic x value 'n'.
       88 selection-finie value 'o' false 'n'.
       1 pic x value 'n'.
       88 paiement-ecrit value 'o' false 'n'.
       1 pic x value 'n'.
       88 blocage-existe value 'o' false 'n'.

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

       copy "peridem.cpy".
       1 date-systeme pic 9(8).
       1 date-systeme-vue redefines date-systeme.
           2 sys-annee pic 9999.
           2 sys-mois pic 99.
           2 sys-jour pic 99.
       1 jours-systeme pic 9(8).
       1 jours-facture pic 9(8).
       1 age-jours pic s9(8).
       1 age-affiche pic 9(5).

       1 age-minimum pic 999 value 90.
       1 client-filtre pic x(8) value spaces.
       1 motif-perte pic x(40) value spaces.
       1 reponse-perte pic x value 'N'.
           88 reponse-oui value 'O' 'o'.
           88 reponse-fin value 'F' 'f'.

       1 facture-ttc pic 9(6)v99.
       1 facture-tva pic 9(6)v99.
       1 facture-regle pic 9(6)v99.
       1 facture-avoir pic 9(6)v99.
       1 solde-facture pic s9(6)v99.
       1 solde-affiche pic 9(6)v99.
       1 perte-tva pic 9(6)v99.
       1 perte-ht pic 9(6)v99.
       1 prochain-seq pic 99.

      * Avoirs par contrat, imputes comme dans la balance agee.
       1 nb-avoirs pic 999 value 0.
       1 ix-avr pic 999.
       1 ix-trouve pic 999.
       1 tab-avoirs.
           2 tab-avoir occurs 200 times.
               3 avr-contrat pic x(8).
               3 avr-montant pic 9(8)v99.

       1 perte-compteur pic 9(4) value 0.
       1 total-perte pic 9(8)v99 value 0.

      * Ecriture de perte reprise par cptexp (source PER, sens 'I') :
      * le client est credite du TTC abandonne, la perte sur creance
      * debitee du hors taxe et la TVA collectee recuperee.
       1 ligne-mouvement.
           2 mvt-date pic 9(8).
           2 filler pic x(1) value space.
           2 mvt-source pic x(3) value 'PER'.
           2 filler pic x(1) value space.
           2 mvt-piece pic x(8).
           2 filler pic x(1) value space.
           2 mvt-sens pic x value 'I'.
           2 filler pic x(1) value space.
           2 mvt-montant pic 9(8).99.
           2 filler pic x(1) value space.
           2 mvt-tva pic 9(8).99.
           2 filler pic x(1) value space.
           2 mvt-libelle pic x(20) value 'CREANCE IRRECOUVRAB.'.

       screen section.
       1 a-plg-titre.
           2 blank screen.
           2 line 2 col 10 'Passage en perte des creances'.

       1 s-plg-selection.
           2 line 4 col 5 'Anciennete minimale en jours '.
           2 s-age pic zz9 to age-minimum required.
           2 line 5 col 5 'Client (blanc = tous) '.
           2 s-client pic x(8) to client-filtre.
           2 line 6 col 5 'Motif '.
           2 s-motif pic x(40) to motif-perte required.

       1 a-plg-facture.
           2 line 8 col 5 'Facture '.
           2 a-fac-numero pic 9(8) from rg-numero.
           2 ' du '.
           2 a-fac-date pic 9(8) from rg-date.
           2 ' client '.
           2 a-fac-client pic x(8) from rg-client.
           2 line 9 col 5 'TTC : '.
           2 a-fac-ttc pic zzzzz9.99 from facture-ttc.
           2 '  Solde : '.
           2 a-fac-solde pic zzzzz9.99 from solde-affiche.
           2 '  Age : '.
           2 a-fac-age pic zzzz9 from age-affiche.
           2 ' jours'.

       1 s-plg-reponse.
           2 line 11 col 5 'Passer en perte ? (O=oui N=non F=fin) '.
           2 s-reponse pic x to reponse-perte required.

       1 a-plg-bilan.
           2 line 13 col 5 'Factures passees en perte : '.
           2 a-nombre pic zzz9 from perte-compteur.
           2 ' pour '.
           2 a-total pic zzzzzzz9.99 from total-perte.

       1 plg-non-autorise.
           2 line 4 col 5 'Fonction reservee au superviseur'.
       1 plg-motif-absent.
           2 line 13 col 5 'Motif obligatoire - aucune selection'.
       1 plg-indispo.
           2 line 13 col 5 'PAIEMENT ou PERTEREG indisponible'.
       1 plg-periode-close.
           2 line 4 col 5 'Periode comptable close au '.
           2 a-cloture pic 9(6) from peri-cloture.
           2 ' - passage en perte impossible'.
       1 plg-non-ecrit.
           2 line 12 col 5 'Reglement de perte non enregistre'.

       procedure division.
       mod-mainline.
           call 'datebus' using date-systeme
      * Meme conversion grossiere en jours que la balance agee, pour
      * que l'anciennete saisie corresponde aux tranches de facbal.
           compute jours-systeme = (sys-annee * 365)
               + (sys-mois * 30) + sys-jour
           move date-systeme to peri-date
           call 'perictl' using peri-demande
           display a-plg-titre
           evaluate true
               when sess-niveau < 2
                   display plg-non-autorise
               when peri-cloturee
                   display plg-periode-close
               when other
                   display s-plg-selection
                   accept s-age
                   accept s-client
                   accept s-motif
                   if motif-perte = spaces
                       display plg-motif-absent
                   else
                       perform mod-ouvre-fichiers
                       if fichiers-ouverts
                           perform mod-charge-avoirs
                           perform mod-selection
                           perform mod-ferme-fichiers
                           display a-plg-bilan
                       else
                           display plg-indispo
                       end-if
                   end-if
           end-evaluate
           goback
           .

       mod-ouvre-fichiers.
           set fichiers-ouverts to false
           open i-o per-fic-paiements
           if per-paiement-statut = '00'
               open i-o per-fic-pertes
               if per-perte-statut = '35'
                   open output per-fic-pertes
                   if per-perte-statut = '00'
                       close per-fic-pertes
                       open i-o per-fic-pertes
                   end-if
               end-if
               if per-perte-statut = '00'
                   set fichiers-ouverts to true
               else
                   close per-fic-paiements
               end-if
           end-if
           .

       mod-ferme-fichiers.
           close per-fic-paiements
           close per-fic-pertes
           .

       mod-charge-avoirs.
           move 0 to nb-avoirs
           set registre-fin-fichier to false
           open input per-fic-registre
           if per-registre-statut not = '00'
               set registre-fin-fichier to true
           else
               perform mod-lit-avoir until registre-fin-fichier
               close per-fic-registre
           end-if
           .

       mod-lit-avoir.
           read per-fic-registre next record into rg-ligne
               at end set registre-fin-fichier to true
               not at end
                   if rg-ligne(1:8) numeric and rg-sens = 'A'
                       perform mod-retient-avoir
                   end-if
           end-read
           .

       mod-retient-avoir.
           compute facture-ttc = function numval(rg-ttc)
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

       mod-selection.
           set selection-finie to false
           set registre-fin-fichier to false
           open input per-fic-registre
           if per-registre-statut not = '00'
               set registre-fin-fichier to true
           else
               perform mod-lit-facture
                   until registre-fin-fichier or selection-finie
               close per-fic-registre
           end-if
           .

       mod-lit-facture.
           read per-fic-registre next record into rg-ligne
               at end set registre-fin-fichier to true
               not at end
                   if rg-ligne(1:8) numeric and rg-sens not = 'A'
                       and (client-filtre = spaces
                           or rg-client = client-filtre)
                       perform mod-examine-facture
                   end-if
           end-read
           .

       mod-examine-facture.
           compute jours-facture = (rg-annee * 365)
               + (rg-mois * 30) + rg-jour
           compute age-jours = jours-systeme - jours-facture
           if age-jours >= age-minimum
               compute facture-ttc = function numval(rg-ttc)
               compute facture-tva = function numval(rg-tva)
               move 0 to facture-avoir
               perform varying ix-avr from 1 by 1
                   until ix-avr > nb-avoirs
                   if avr-contrat(ix-avr) = rg-contrat
                       move avr-montant(ix-avr) to facture-avoir
                   end-if
               end-perform
               perform mod-cumule-paiements
               compute solde-facture = facture-ttc - facture-regle
                   - facture-avoir
               if solde-facture > 0
                   move solde-facture to solde-affiche
                   move age-jours to age-affiche
                   display a-plg-titre
                   display a-plg-facture
                   display s-plg-reponse
                   accept s-reponse
                   evaluate true
                       when reponse-fin
                           set selection-finie to true
                       when reponse-oui
                           perform mod-passe-perte
                       when other
                           continue
                   end-evaluate
               end-if
           end-if
           .

       mod-cumule-paiements.
           move 0 to facture-regle
           move 0 to prochain-seq
           set paiement-fin-fichier to false
           move rg-numero to enr-pai-facture
           move 0 to enr-pai-seq
           start per-fic-paiements key not < enr-pai-cle
               invalid key set paiement-fin-fichier to true
           end-start
           perform mod-lit-paiement until paiement-fin-fichier
           .

       mod-lit-paiement.
           read per-fic-paiements next record
               at end set paiement-fin-fichier to true
               not at end
                   if enr-pai-facture not = rg-numero
                       set paiement-fin-fichier to true
                   else
                       add enr-pai-montant to facture-regle
                       move enr-pai-seq to prochain-seq
                   end-if
           end-read
           .

       mod-passe-perte.
      * Le solde est regle par un reglement special 'X' : la facture
      * sort de la balance agee et des relances, qui ne voient que
      * PAIEMENT. La TVA recuperee est la part du solde au prorata
      * de la TVA facturee.
           add 1 to prochain-seq
           move rg-numero to enr-pai-facture
           move prochain-seq to enr-pai-seq
           move date-systeme to enr-pai-date
           move solde-facture to enr-pai-montant
           move 'X' to enr-pai-mode
           move sess-id to enr-pai-operateur
           set paiement-ecrit to false
           write enr-paiement
               invalid key continue
               not invalid key set paiement-ecrit to true
           end-write

           if not paiement-ecrit
               display plg-non-ecrit
           else
               if facture-ttc > 0
                   compute perte-tva rounded =
                       solde-facture * facture-tva / facture-ttc
               else
                   move 0 to perte-tva
               end-if
               compute perte-ht = solde-facture - perte-tva

               move rg-numero to enr-per-facture
               move rg-client to enr-per-client
               move rg-contrat to enr-per-contrat
               move rg-date to enr-per-date-facture
               move date-systeme to enr-per-date
               move solde-facture to enr-per-ttc
               move perte-ht to enr-per-ht
               move perte-tva to enr-per-tva
               move motif-perte to enr-per-motif
               move sess-id to enr-per-operateur
               move prochain-seq to enr-per-pai-seq
               write enr-perte
                   invalid key rewrite enr-perte
               end-write

               perform mod-ecrit-mouvement
               perform mod-bloque-client
               perform mod-audit-operation
               add 1 to perte-compteur
               add solde-facture to total-perte
           end-if
           .

       mod-ecrit-mouvement.
           move date-systeme to mvt-date
           move rg-numero to mvt-piece
           move solde-facture to mvt-montant
           move perte-tva to mvt-tva
           open extend per-fic-mouvements
           move ligne-mouvement to mouvement-ligne
           write mouvement-ligne
           close per-fic-mouvements
           .

       mod-bloque-client.
      * Le client passe sur la liste de blocage credit, motif PER ;
      * un blocage deja en place est requalifie. Revue a un an.
           set blocage-existe to false
           open i-o per-fic-blocages
           if per-blocage-statut = '35'
               open output per-fic-blocages
               if per-blocage-statut = '00'
                   close per-fic-blocages
                   open i-o per-fic-blocages
               end-if
           end-if
           if per-blocage-statut = '00'
               move rg-client to enr-blo-client
               read per-fic-blocages key is enr-blo-client
                   invalid key continue
                   not invalid key set blocage-existe to true
               end-read
               move rg-client to enr-blo-client
               move 'PER' to enr-blo-motif
               compute enr-blo-date-revue = date-systeme + 10000
               move sess-id to enr-blo-operateur
               if blocage-existe
                   rewrite enr-blocage
               else
                   write enr-blocage
                       invalid key continue
                   end-write
               end-if
               close per-fic-blocages
           end-if
           .

       mod-audit-operation.
           move spaces to ops-ligne
           move date-systeme to ops-date
           accept ops-heure from time
           move 'facperte' to ops-programme
           move 'PASSAGE-PERTE' to ops-operation
           move rg-numero to ops-detail(1:8)
           move rg-client to ops-detail(10:8)
           move sess-id to ops-operateur

           open extend per-fic-audit
           write ops-ligne
           close per-fic-audit
           .

       end program facperte.
