       identification division.
       program-id. facent.

       environment division.
       input-output section.
       file-control.
           select fen-fic-entreprises assign to "ENTREPR"
               organization is indexed
               access mode is dynamic
               record key is enr-ent-code
               file status is fen-entreprise-statut.
           select fen-fic-contrats assign to "LOCCONTR"
               organization is indexed
               access mode is dynamic
               record key is enr-ctr-numero
               alternate record key is enr-ctr-client
                   with duplicates
               alternate record key is enr-ctr-immat
                   with duplicates
               file status is fen-contrat-statut.
           select fen-fic-clients assign to "CLIMAST"
               organization is indexed
               access mode is dynamic
               record key is enr-ref
               sharing with all other
               file status is fen-client-statut.
           select fen-fic-param assign to "FACPRM"
               organization is line sequential
               file status is fen-param-statut.
           select fen-fic-seq assign to "FACTSEQ"
               organization is line sequential
               file status is fen-seq-statut.
           select fen-fic-tva assign to "TVARATE"
               organization is line sequential
               file status is fen-tva-statut.
           select optional fen-fic-documents assign to "FACTURES"
               organization is line sequential.
           select fen-fic-registre assign to "FACTREG"
               organization is indexed
               access mode is dynamic
               record key is reg-cle
               alternate record key is reg-client with duplicates
               file status is fen-registre-statut.

       data division.
       file section.
       fd fen-fic-entreprises.
       copy "entreprec.cpy".

       fd fen-fic-contrats.
       copy "contratrec.cpy".

       fd fen-fic-clients.
       copy "clientrec.cpy".

       fd fen-fic-param.
       1 fen-param-enr.
           2 prm-date pic 9(8).

       fd fen-fic-seq.
       1 fen-seq-enr.
           2 seq-numero pic 9(8).

       fd fen-fic-tva.
       1 fen-tva-enr.
           2 tva-code pic x(3).
           2 tva-taux pic 99v99.
           2 tva-date-effet pic 9(8).

       fd fen-fic-documents.
       1 document-ligne pic x(80).

       fd fen-fic-registre.
       copy "factregrec.cpy".

       working-storage section.
       copy "peridem.cpy".
       1 fen-entreprise-statut pic xx value '00'.
       1 fen-registre-statut pic xx value '00'.
       1 fen-contrat-statut pic xx value '00'.
       1 fen-client-statut pic xx value '00'.
       1 fen-param-statut pic xx value '00'.
       1 fen-seq-statut pic xx value '00'.
       1 fen-tva-statut pic xx value '00'.
       1 pic x value 'n'.
           88 contrats-maj-ouverts value 'o' false 'n'.
       1 entreprise-eof pic x value 'n'.
           88 entreprise-fin-fichier value 'o' false 'n'.
       1 contrat-eof pic x value 'n'.
           88 contrat-fin-fichier value 'o' false 'n'.
       1 client-eof pic x value 'n'.
           88 client-fin-fichier value 'o' false 'n'.

       1 date-facturation pic 9(8) value 0.
       1 date-facturation-vue redefines date-facturation.
           2 fac-annee pic 9999.
           2 fac-mois pic 99.
           2 fac-jour pic 99.
       1 periode-facturation pic 9(6).
       1 numero-facture pic 9(8) value 0.
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
       1 jr-compteur pic 999.

      * Taux de TVA dates par code de ligne (LOC, OPT), comme facture.
       1 nb-taux pic 99 value 0.
       1 tab-taux-tva.
           2 tab-taux occurs 20 times.
               3 tab-tva-code pic x(3).
               3 tab-tva-taux pic 99v99.
               3 tab-tva-date pic 9(8).
       1 ix-tva pic 99.
       1 rech-tva-code pic x(3).
       1 rech-tva-taux pic 99v99.
       1 rech-tva-date pic 9(8).
       1 rech-tva-statut pic x value 'n'.
           88 rech-tva-ok value 'o' false 'n'.
       1 taux-tva-loc pic 99v99 value 20.
       1 taux-tva-opt pic 99v99 value 20.

      * Conducteurs rattaches a une entreprise (CLIMAST).
       1 nb-clients pic 9(4) value 0.
       1 ix pic 9(4).
       1 ix-cli pic 9(4).
       1 tab-clients.
           2 tab-client occurs 2000 times.
               3 tc-ref pic x(8).
               3 tc-entreprise pic x(8).
               3 tc-nom pic x(20).

      * Contrats soldes et non factures de ces conducteurs ; tco-fait
      * passe a 'o' une fois le contrat porte sur une facture.
       1 nb-contrats pic 9(4) value 0.
       1 ix-ctr pic 9(4).
       1 tab-contrats.
           2 tab-contrat occurs 2000 times.
               3 tco-numero pic 9(8).
               3 tco-client pic 9(4).
               3 tco-entreprise pic x(8).
               3 tco-fait pic x.

       1 lignes-entreprise pic 9(4).
       1 part-ttc pic 9(6)v99.
       1 part-options-ttc pic 9(6)v99.
       1 part-location-ttc pic 9(6)v99.
       1 part-ht pic 9(6)v99.
       1 part-tva pic 9(6)v99.
       1 part-opt-ht pic 9(6)v99.
       1 part-opt-tva pic 9(6)v99.
       1 montant-ttc pic 9(6)v99.
       1 montant-ht pic 9(6)v99.
       1 montant-tva pic 9(6)v99.
       1 montant-tva-opt pic 9(6)v99.

       1 facture-compteur pic 9(6) value 0.
       1 contrat-compteur pic 9(6) value 0.
       1 anomalie-compteur pic 9(6) value 0.
       1 pic x value 'n'.
       88 table-saturee value 'o' false 'n'.

       1 doc-separateur pic x(50) value all '='.

       1 doc-entete.
           2 filler pic x(26) value 'FACTURE RECAPITULATIVE N '.
           2 de-numero pic 9(8).
           2 filler pic x(4) value ' du '.
           2 de-date pic 9(8).

       1 doc-entreprise-1.
           2 filler pic x(9) value 'Client : '.
           2 dn-raison pic x(30).
           2 filler pic x(7) value ' compte'.
           2 filler pic x(1) value space.
           2 dn-code pic x(8).

       1 doc-entreprise-2.
           2 filler pic x(9) value 'Adresse: '.
           2 dn-rue pic x(30).

       1 doc-entreprise-3.
           2 filler pic x(9) value spaces.
           2 dn-cp pic 99999.
           2 filler pic x(1) value space.
           2 dn-ville pic x(30).

       1 doc-entreprise-4.
           2 filler pic x(9) value 'SIRET : '.
           2 dn-siret pic 9(14).
           2 filler pic x(12) value '  echeance '.
           2 dn-echeance pic 9(8).

       1 doc-periode.
           2 filler pic x(26) value 'Locations soldees jusqu''au'.
           2 filler pic x(1) value space.
           2 dp-date pic 9(8).

       1 doc-ligne-contrat.
           2 filler pic x(8) value 'Contrat '.
           2 dl-contrat pic 9(8).
           2 filler pic x(1) value space.
           2 dl-nom pic x(20).
           2 filler pic x(8) value ' retour '.
           2 dl-retour pic 9(8).
           2 filler pic x(6) value ' type '.
           2 dl-type pic x.
           2 filler pic x(6) value '  TTC '.
           2 dl-ttc pic zzzz9.99.

       1 doc-montant-ht.
           2 filler pic x(16) value 'Montant HT   : '.
           2 dm-ht pic zzzzz9.99.
       1 doc-montant-tva.
           2 filler pic x(4) value 'TVA '.
           2 dm-taux pic z9.99.
           2 filler pic x(7) value ' %   : '.
           2 dm-tva pic zzzzz9.99.
       1 doc-tva-options.
           2 filler pic x(12) value 'dont options'.
           2 filler pic x(5) value ' TVA '.
           2 dto-taux pic z9.99.
           2 filler pic x(5) value ' % : '.
           2 dto-tva pic zzzzz9.99.
       1 doc-montant-ttc.
           2 filler pic x(16) value 'Montant TTC  : '.
           2 dm-ttc pic zzzzz9.99.

       1 registre-ligne-detail.
           2 rg-numero pic 9(8).
           2 rg-nature pic x value 'F'.
           2 rg-date pic 9(8).
           2 filler pic x(1) value space.
           2 rg-contrat pic 9(8).
           2 filler pic x(1) value space.
           2 rg-client pic x(8).
           2 filler pic x(1) value space.
           2 rg-ht pic 9(6).99.
           2 filler pic x(1) value space.
           2 rg-tva pic 9(6).99.
           2 filler pic x(1) value space.
           2 rg-ttc pic 9(6).99.
           2 filler pic x(1) value space.
           2 rg-sens pic x value 'F'.

       procedure division.
       mod-mainline.
      * Facture recapitulative mensuelle des comptes entreprise : une
      * facture par entreprise reprenant tous les contrats soldes de
      * ses conducteurs, un seul numero FACTSEQ et une seule ligne de
      * registre au nom du compte (rg-client = code entreprise) ; le
      * detail par contrat figure sur le document FACTURES. Les
      * contrats ainsi factures passent a 'E' et facture les ignore.
           perform mod-date-piece
           if peri-ouverte
               perform mod-init
               perform mod-traitement until entreprise-fin-fichier
               perform mod-anomalies
               perform mod-fin
           else
               display 'Periode ' peri-cloture
                   ' close - aucune facture emise'
               move 8 to return-code
           end-if
           goback
           .

       mod-date-piece.
      * Date des pieces (FACPRM ou date du jour) controlee contre la
      * derniere periode comptable close.
           call 'datebus' using date-facturation
           open input fen-fic-param
           if fen-param-statut = '00'
               read fen-fic-param
                   at end continue
                   not at end move prm-date to date-facturation
               end-read
               close fen-fic-param
           end-if
           move date-facturation to peri-date
           call 'perictl' using peri-demande
           .

       mod-init.
           compute periode-facturation =
               (fac-annee * 100) + fac-mois

           perform mod-charge-taux-tva
           move 'LOC' to rech-tva-code
           perform mod-taux-pour-date
           move rech-tva-taux to taux-tva-loc
           move 'OPT' to rech-tva-code
           perform mod-taux-pour-date
           move rech-tva-taux to taux-tva-opt

           perform mod-charge-clients
           perform mod-charge-contrats

           open extend fen-fic-documents
           open i-o fen-fic-registre
           if fen-registre-statut = '35'
               open output fen-fic-registre
               if fen-registre-statut = '00'
                   close fen-fic-registre
                   open i-o fen-fic-registre
               end-if
           end-if

           set entreprise-fin-fichier to false
           if nb-contrats = 0
               set entreprise-fin-fichier to true
           else
               open i-o fen-fic-entreprises
               if fen-entreprise-statut not = '00'
                   set entreprise-fin-fichier to true
               else
                   move low-values to enr-ent-code
                   start fen-fic-entreprises
                       key not < enr-ent-code
                       invalid key set entreprise-fin-fichier to true
                   end-start
               end-if
               open i-o fen-fic-contrats
               if fen-contrat-statut = '00'
                   set contrats-maj-ouverts to true
               end-if
           end-if
           .

       mod-charge-taux-tva.
           move 0 to nb-taux
           open input fen-fic-tva
           if fen-tva-statut = '00'
               perform until fen-tva-statut not = '00'
                       or nb-taux >= 20
                   read fen-fic-tva
                       at end continue
                       not at end
                           add 1 to nb-taux
                           move tva-code to tab-tva-code(nb-taux)
                           move tva-taux to tab-tva-taux(nb-taux)
                           move tva-date-effet
                               to tab-tva-date(nb-taux)
                   end-read
               end-perform
               close fen-fic-tva
           end-if
           .

       mod-taux-pour-date.
           set rech-tva-ok to false
           move 20 to rech-tva-taux
           move 0 to rech-tva-date
           perform varying ix-tva from 1 by 1 until ix-tva > nb-taux
               if tab-tva-code(ix-tva) = rech-tva-code
                   and tab-tva-date(ix-tva) <= date-facturation
                   and (not rech-tva-ok
                       or tab-tva-date(ix-tva) >= rech-tva-date)
                   move tab-tva-taux(ix-tva) to rech-tva-taux
                   move tab-tva-date(ix-tva) to rech-tva-date
                   set rech-tva-ok to true
               end-if
           end-perform
           .

       mod-charge-clients.
           move 0 to nb-clients
           set client-fin-fichier to false
           open input fen-fic-clients
           if fen-client-statut not = '00'
               set client-fin-fichier to true
           else
               move low-values to enr-ref
               start fen-fic-clients key not < enr-ref
                   invalid key set client-fin-fichier to true
               end-start
           end-if
           perform mod-lit-client until client-fin-fichier
           if fen-client-statut = '00' or fen-client-statut = '10'
               close fen-fic-clients
           end-if
           .

       mod-lit-client.
           read fen-fic-clients next record
               at end set client-fin-fichier to true
               not at end
                   if enr-entreprise not = spaces
                       if nb-clients < 2000
                           add 1 to nb-clients
                           move enr-ref to tc-ref(nb-clients)
                           move enr-entreprise
                               to tc-entreprise(nb-clients)
                           move enr-nom to tc-nom(nb-clients)
                       else
                           set table-saturee to true
                       end-if
                   end-if
           end-read
           .

       mod-charge-contrats.
           move 0 to nb-contrats
           set contrat-fin-fichier to false
           open input fen-fic-contrats
           if fen-contrat-statut not = '00'
               set contrat-fin-fichier to true
           else
               move 0 to enr-ctr-numero
               start fen-fic-contrats key not < enr-ctr-numero
                   invalid key set contrat-fin-fichier to true
               end-start
           end-if
           perform mod-lit-contrat until contrat-fin-fichier
           if fen-contrat-statut = '00' or fen-contrat-statut = '10'
               close fen-fic-contrats
           end-if
           .

       mod-lit-contrat.
           read fen-fic-contrats next record
               at end set contrat-fin-fichier to true
               not at end
      * Contrat solde au retour et pas encore facture ; les baux
      * mensuels restent factures par facbail.
                   if enr-ctr-statut = 'C'
                       and enr-ctr-facture = 'N'
                       and enr-ctr-nature not = 'M'
                       and enr-ctr-date-retour > 0
                       and enr-ctr-date-retour <= date-facturation
                       perform mod-retient-contrat
                   end-if
           end-read
           .

       mod-retient-contrat.
           move 0 to ix-cli
           perform varying ix from 1 by 1 until ix > nb-clients
               if tc-ref(ix) = enr-ctr-client
                   move ix to ix-cli
               end-if
           end-perform
           if ix-cli > 0
               if nb-contrats < 2000
                   add 1 to nb-contrats
                   move enr-ctr-numero to tco-numero(nb-contrats)
                   move ix-cli to tco-client(nb-contrats)
                   move tc-entreprise(ix-cli)
                       to tco-entreprise(nb-contrats)
                   move 'n' to tco-fait(nb-contrats)
               else
                   set table-saturee to true
               end-if
           end-if
           .

       mod-traitement.
           read fen-fic-entreprises next record
               at end set entreprise-fin-fichier to true
               not at end
                   move 0 to lignes-entreprise
                   perform varying ix-ctr from 1 by 1
                       until ix-ctr > nb-contrats
                       if tco-entreprise(ix-ctr) = enr-ent-code
                           add 1 to lignes-entreprise
                       end-if
                   end-perform
                   if lignes-entreprise > 0
                       perform mod-facture-entreprise
                   end-if
           end-read
           .

       mod-facture-entreprise.
           perform mod-prochain-numero
           perform mod-calcule-echeance
           move 0 to montant-ttc
           move 0 to montant-ht
           move 0 to montant-tva
           move 0 to montant-tva-opt
           perform mod-ecrit-entete
           perform varying ix-ctr from 1 by 1
               until ix-ctr > nb-contrats
               if tco-entreprise(ix-ctr) = enr-ent-code
                   perform mod-facture-contrat
               end-if
           end-perform
           perform mod-ecrit-totaux
           perform mod-ecrit-registre

           move periode-facturation to enr-ent-fact-periode
           rewrite enr-ent-compte
           add 1 to facture-compteur
           .

       mod-facture-contrat.
           move tco-numero(ix-ctr) to enr-ctr-numero
           read fen-fic-contrats key is enr-ctr-numero
               invalid key continue
               not invalid key
                   perform mod-applique-tva
                   move tco-numero(ix-ctr) to dl-contrat
                   move tco-client(ix-ctr) to ix-cli
                   move tc-nom(ix-cli) to dl-nom
                   move enr-ctr-date-retour to dl-retour
                   move enr-ctr-type to dl-type
                   move part-ttc to dl-ttc
                   move doc-ligne-contrat to document-ligne
                   write document-ligne

                   move 'E' to enr-ctr-facture
                   rewrite enr-contrat
                   move 'o' to tco-fait(ix-ctr)
                   add 1 to contrat-compteur
           end-read
           .

       mod-applique-tva.
      * Meme ventilation que facture, sur le montant solde au retour :
      * part options au taux OPT, le reste au taux LOC.
           move enr-ctr-cout-final to part-ttc
           move enr-ctr-cout-options to part-options-ttc
           if part-options-ttc > part-ttc
               move part-ttc to part-options-ttc
           end-if
           compute part-location-ttc = part-ttc - part-options-ttc
           compute part-ht rounded =
               part-location-ttc / (1 + (taux-tva-loc / 100))
           compute part-tva = part-location-ttc - part-ht
           if part-options-ttc > 0
               compute part-opt-ht rounded =
                   part-options-ttc / (1 + (taux-tva-opt / 100))
               compute part-opt-tva = part-options-ttc - part-opt-ht
           else
               move 0 to part-opt-ht
               move 0 to part-opt-tva
           end-if
           add part-ttc to montant-ttc
           add part-ht part-opt-ht to montant-ht
           add part-tva part-opt-tva to montant-tva
           add part-opt-tva to montant-tva-opt
           .

       mod-prochain-numero.
           move 0 to numero-facture
           open input fen-fic-seq
           if fen-seq-statut = '00'
               read fen-fic-seq
                   at end continue
                   not at end move seq-numero to numero-facture
               end-read
               close fen-fic-seq
           end-if
           add 1 to numero-facture

           open output fen-fic-seq
           move numero-facture to seq-numero
           write fen-seq-enr
           close fen-fic-seq
           .

       mod-calcule-echeance.
      * Echeance = date de facture + delai de paiement du compte.
           move date-facturation to date-calcul
           perform mod-ajuste-fevrier
           perform varying jr-compteur from 1 by 1
               until jr-compteur > enr-ent-delai
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

       mod-ecrit-entete.
           move doc-separateur to document-ligne
           write document-ligne
           move numero-facture to de-numero
           move date-facturation to de-date
           move doc-entete to document-ligne
           write document-ligne

           move enr-ent-raison to dn-raison
           move enr-ent-code to dn-code
           move doc-entreprise-1 to document-ligne
           write document-ligne
           move enr-ent-rue to dn-rue
           move doc-entreprise-2 to document-ligne
           write document-ligne
           move enr-ent-cp to dn-cp
           move enr-ent-ville to dn-ville
           move doc-entreprise-3 to document-ligne
           write document-ligne
           move enr-ent-siret to dn-siret
           move date-echeance to dn-echeance
           move doc-entreprise-4 to document-ligne
           write document-ligne

           move date-facturation to dp-date
           move doc-periode to document-ligne
           write document-ligne
           .

       mod-ecrit-totaux.
           move montant-ht to dm-ht
           move doc-montant-ht to document-ligne
           write document-ligne
           move taux-tva-loc to dm-taux
           move montant-tva to dm-tva
           move doc-montant-tva to document-ligne
           write document-ligne
           if montant-tva-opt > 0
               move taux-tva-opt to dto-taux
               move montant-tva-opt to dto-tva
               move doc-tva-options to document-ligne
               write document-ligne
           end-if
           move montant-ttc to dm-ttc
           move doc-montant-ttc to document-ligne
           write document-ligne
           .

       mod-ecrit-registre.
           move numero-facture to rg-numero
           move date-facturation to rg-date
           move 0 to rg-contrat
           move enr-ent-code to rg-client
           move montant-ht to rg-ht
           move montant-tva to rg-tva
           move montant-ttc to rg-ttc
           move registre-ligne-detail to registre-ligne
           write registre-ligne
               invalid key
                   display 'FACTREG : piece deja enregistree '
                       rg-numero
                   move 8 to return-code
           end-write
           .

       mod-anomalies.
      * Contrat d'un conducteur rattache a un compte absent de
      * ENTREPR : laisse a 'N' et signale, il partira au mois suivant
      * une fois le compte cree ou le client detache.
           perform varying ix-ctr from 1 by 1
               until ix-ctr > nb-contrats
               if tco-fait(ix-ctr) = 'n'
                   add 1 to anomalie-compteur
                   display 'Contrat ' tco-numero(ix-ctr)
                       ' compte inconnu ' tco-entreprise(ix-ctr)
               end-if
           end-perform
           if table-saturee
               display 'Table pleine : traitement partiel'
           end-if
           .

       mod-fin.
           if nb-contrats > 0
               if fen-entreprise-statut = '00'
                   or fen-entreprise-statut = '10'
                   close fen-fic-entreprises
               end-if
               if contrats-maj-ouverts
                   close fen-fic-contrats
               end-if
           end-if
           close fen-fic-documents
           close fen-fic-registre
           display 'Factures entreprise : ' facture-compteur
           display 'Contrats recapitules : ' contrat-compteur
           display 'Contrats en anomalie : ' anomalie-compteur
           if anomalie-compteur > 0 or table-saturee
               move 4 to return-code
           end-if
           .

       end program facent.
