       identification division.
       program-id. rembours.

       environment division.
       input-output section.
       file-control.
           select rmb-fic-param assign to "REMBPRM"
               organization is line sequential
               file status is rmb-param-statut.
           select rmb-fic-banque assign to "SEPAPRM"
               organization is line sequential
               file status is rmb-banque-statut.
           select rmb-fic-journal assign to "ARGLOG"
               organization is line sequential
               file status is rmb-journal-statut.
           select rmb-fic-registre assign to "FACTREG"
               organization is indexed
               access mode is dynamic
               record key is reg-cle
               alternate record key is reg-client with duplicates
               file status is rmb-registre-statut.
           select rmb-fic-contrats assign to "LOCCONTR"
               organization is indexed
               access mode is dynamic
               record key is enr-ctr-numero
               alternate record key is enr-ctr-client
                   with duplicates
               alternate record key is enr-ctr-immat
                   with duplicates
               file status is rmb-contrat-statut.
           select rmb-fic-paiements assign to "PAIEMENT"
               organization is indexed
               access mode is dynamic
               record key is enr-pai-cle
               file status is rmb-paiement-statut.
           select rmb-fic-prepaiements assign to "PREPAY"
               organization is indexed
               access mode is dynamic
               record key is enr-pre-contrat
               file status is rmb-pre-statut.
           select rmb-fic-mandats assign to "MANDATS"
               organization is indexed
               access mode is dynamic
               record key is enr-man-client
               file status is rmb-mandat-statut.
           select rmb-fic-rembours assign to "REMBOURS"
               organization is indexed
               access mode is dynamic
               record key is enr-rmb-cle
               file status is rmb-rembours-statut.
           select rmb-fic-virements assign to "VIRREMB"
               organization is line sequential.
           select rmb-fic-liste assign to "REMBLIST"
               organization is line sequential.

       data division.
       file section.
       fd rmb-fic-param.
       1 rmb-param-enr.
           2 prm-date-debut pic 9(8).

       fd rmb-fic-banque.
       1 rmb-banque-enr.
           2 prm-ics pic x(35).
           2 prm-iban pic x(34).
           2 prm-bic pic x(11).
           2 prm-delai pic 99.

       fd rmb-fic-journal.
       1 rmb-journal-ligne pic x(120).

       fd rmb-fic-registre.
       copy "factregrec.cpy".

       fd rmb-fic-contrats.
       copy "contratrec.cpy".

       fd rmb-fic-paiements.
       copy "paiemrec.cpy".

       fd rmb-fic-prepaiements.
       copy "prepayrec.cpy".

       fd rmb-fic-mandats.
       copy "mandatrec.cpy".

       fd rmb-fic-rembours.
       copy "rembrec.cpy".

       fd rmb-fic-virements.
       1 virement-ligne pic x(200).

       fd rmb-fic-liste.
       1 liste-ligne pic x(100).

       working-storage section.
       1 rmb-param-statut pic xx value '00'.
       1 rmb-banque-statut pic xx value '00'.
       1 rmb-journal-statut pic xx value '00'.
       1 rmb-registre-statut pic xx value '00'.
       1 rmb-contrat-statut pic xx value '00'.
       1 rmb-paiement-statut pic xx value '00'.
       1 rmb-pre-statut pic xx value '00'.
       1 rmb-mandat-statut pic xx value '00'.
       1 rmb-rembours-statut pic xx value '00'.
       1 journal-eof pic x value 'n'.
           88 journal-fin-fichier value 'o' false 'n'.
       1 registre-eof pic x value 'n'.
           88 registre-fin-fichier value 'o' false 'n'.
       1 contrat-eof pic x value 'n'.
           88 contrat-fin-fichier value 'o' false 'n'.
       1 paiement-eof pic x value 'n'.
           88 paiement-fin-fichier value 'o' false 'n'.
       1 prepaiement-eof pic x value 'n'.
           88 prepaiement-fin-fichier value 'o' false 'n'.
       1 rembours-eof pic x value 'n'.
           88 rembours-fin-fichier value 'o' false 'n'.
       1 pic x value 'n'.
           88 contrats-ouverts value 'o' false 'n'.
       1 pic x value 'n'.
           88 paiements-ouverts value 'o' false 'n'.
       1 pic x value 'n'.
           88 mandats-ouverts value 'o' false 'n'.
       1 pic x value 'n'.
           88 rembours-ouverts value 'o' false 'n'.
       1 pic x value 'n'.
           88 virements-possibles value 'o' false 'n'.
       1 pic x value 'n'.
           88 piece-connue value 'o' false 'n'.

       1 date-traitement pic 9(8).
       1 date-debut pic 9(8) value 0.

       1 jn-ligne pic x(120).
       1 jn-vue redefines jn-ligne.
           2 jn-date pic 9(8).
           2 filler pic x.
           2 jn-heure pic x(6).
           2 filler pic x.
           2 jn-val pic x(10).
           2 filler pic x.
           2 jn-devise pic xxx.
           2 filler pic x(43).
           2 jn-verif pic x(7).
           2 filler pic x.
           2 jn-taux pic x(11).
           2 filler pic x.
           2 jn-taux-date pic x(8).
           2 filler pic x.
           2 jn-caisse pic x(4).
           2 filler pic x.
           2 jn-tender pic x.
           2 filler pic x.
           2 jn-reference pic x(10).

      * Encaissements carte et cheque du journal de caisse, candidats
      * au remboursement sur le moyen de paiement d'origine.
       1 nb-tenders pic 9(4) value 0.
       1 ix-tdr pic 9(4).
       1 ix-tdr-trouve pic 9(4).
       1 tab-tenders.
           2 tab-tender occurs 2000 times.
               3 tdr-date pic 9(8).
               3 tdr-val pic 9(7)v99.
               3 tdr-tender pic x.
               3 tdr-ref pic x(10).
               3 tdr-caisse pic x(4).
               3 tdr-utilise pic x.

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
       1 montant-ligne pic 9(6)v99.

      * Avoirs pas encore au registre des remboursements, avec le
      * facture et le regle de leur contrat.
       1 nb-avoirs pic 9(4) value 0.
       1 ix-avr pic 9(4).
       1 tab-avoirs.
           2 tab-avoir occurs 500 times.
               3 avr-numero pic 9(8).
               3 avr-date pic 9(8).
               3 avr-contrat pic x(8).
               3 avr-client pic x(8).
               3 avr-montant pic 9(6)v99.
               3 avr-facture pic 9(8)v99.
               3 avr-regle pic 9(8)v99.
       1 trop-percu pic s9(8)v99.
       1 montant-du pic 9(6)v99.
       1 date-tender pic 9(8).

       1 creation-compteur pic 9(6) value 0.
       1 rembourse-compteur pic 9(6) value 0.
       1 attente-compteur pic 9(6) value 0.
       1 virement-compteur pic 9(6) value 0.
       1 total-carte pic 9(8)v99 value 0.
       1 total-cheque pic 9(8)v99 value 0.
       1 total-virement pic 9(8)v99 value 0.
       1 total-general pic 9(8)v99 value 0.
       1 pic x value 'n'.
           88 table-saturee value 'o' false 'n'.

       1 virement-entete.
           2 filler pic x value 'E'.
           2 ve-ics pic x(35).
           2 ve-iban pic x(34).
           2 ve-bic pic x(11).
           2 ve-date pic 9(8).
           2 filler pic x(111) value spaces.

       1 virement-detail.
           2 filler pic x value 'D'.
           2 vd-nature pic x.
           2 vd-piece pic 9(8).
           2 vd-client pic x(8).
           2 vd-iban pic x(34).
           2 vd-bic pic x(11).
           2 vd-montant pic 9(6).99.
           2 vd-libelle pic x(35).
           2 filler pic x(93) value spaces.

       1 virement-fin.
           2 filler pic x value 'T'.
           2 vf-nombre pic 9(6).
           2 vf-total pic 9(9).99.
           2 filler pic x(181) value spaces.

       1 liste-titre.
           2 filler pic x(36) value
               'LISTE DES REMBOURSEMENTS CLIENTS - '.
           2 tit-date pic 9(8).

       1 liste-entete pic x(100) value
           'NAT PIECE    CLIENT   CONTRAT     MONTANT MODE REFERENCE
      -    '       OBSERVATION'.

       1 liste-detail.
           2 ld-nature pic x.
           2 filler pic x(3) value spaces.
           2 ld-piece pic 9(8).
           2 filler pic x value space.
           2 ld-client pic x(8).
           2 filler pic x value space.
           2 ld-contrat pic 9(8).
           2 filler pic x value space.
           2 ld-montant pic zzzzz9.99.
           2 filler pic x value space.
           2 ld-mode pic x(4).
           2 filler pic x value space.
           2 ld-reference pic x(18).
           2 filler pic x value space.
           2 ld-observation pic x(30).

       1 liste-total.
           2 lt-libelle pic x(30).
           2 lt-montant pic zzzzzzz9.99.

       1 liste-visa-1 pic x(60) value
           'Liste arretee par le traitement du '.
       1 liste-visa-2 pic x(60) value
           'Visa du comptable :                  Date :'.

       procedure division.
       mod-mainline.
           perform mod-init
           if rembours-ouverts
               perform mod-charge-tenders
               perform mod-alimente-cautions
               perform mod-alimente-avoirs
               perform mod-alimente-prepaiements
               perform mod-remboursements
           end-if
           perform mod-fin
           goback
           .

       mod-init.
           call 'datebus' using date-traitement
      * REMBPRM : date de mise en service du registre ; les avoirs et
      * cautions anterieurs ont ete rembourses a la main.
           open input rmb-fic-param
           if rmb-param-statut = '00'
               read rmb-fic-param
                   at end continue
                   not at end
                       if prm-date-debut numeric
                           move prm-date-debut to date-debut
                       end-if
               end-read
               close rmb-fic-param
           end-if

           set virements-possibles to false
           open input rmb-fic-banque
           if rmb-banque-statut = '00'
               read rmb-fic-banque
                   at end continue
                   not at end
                       if prm-iban not = spaces
                           set virements-possibles to true
                       end-if
               end-read
               close rmb-fic-banque
           end-if

           set rembours-ouverts to false
           open i-o rmb-fic-rembours
           if rmb-rembours-statut = '35'
               open output rmb-fic-rembours
               if rmb-rembours-statut = '00'
                   close rmb-fic-rembours
                   open i-o rmb-fic-rembours
               end-if
           end-if
           if rmb-rembours-statut = '00'
               set rembours-ouverts to true
           else
               display 'REMBOURS indisponible - aucun remboursement'
               move 8 to return-code
           end-if

           set contrats-ouverts to false
           open input rmb-fic-contrats
           if rmb-contrat-statut = '00'
               set contrats-ouverts to true
           end-if
           set paiements-ouverts to false
           open input rmb-fic-paiements
           if rmb-paiement-statut = '00'
               set paiements-ouverts to true
           end-if
           set mandats-ouverts to false
           open input rmb-fic-mandats
           if rmb-mandat-statut = '00'
               set mandats-ouverts to true
           end-if

           open output rmb-fic-liste
           move date-traitement to tit-date
           move liste-titre to liste-ligne
           write liste-ligne
           move liste-entete to liste-ligne
           write liste-ligne

           open output rmb-fic-virements
           if virements-possibles
               move prm-ics to ve-ics
               move prm-iban to ve-iban
               move prm-bic to ve-bic
               move date-traitement to ve-date
               move virement-entete to virement-ligne
               write virement-ligne
           end-if
           .

       mod-charge-tenders.
           move 0 to nb-tenders
           set journal-fin-fichier to false
           open input rmb-fic-journal
           if rmb-journal-statut not = '00'
               set journal-fin-fichier to true
           else
               perform mod-lit-journal until journal-fin-fichier
               close rmb-fic-journal
           end-if
           .

       mod-lit-journal.
           read rmb-fic-journal
               at end set journal-fin-fichier to true
               not at end
                   move rmb-journal-ligne to jn-ligne
                   if jn-ligne(1:8) numeric
                       and (jn-tender = 'C' or jn-tender = 'H')
                       and jn-verif not = 'REFUS'
                       and jn-val not = spaces
                       perform mod-retient-tender
                   end-if
           end-read
           .

       mod-retient-tender.
           if nb-tenders < 2000
               add 1 to nb-tenders
               move jn-date to tdr-date(nb-tenders)
               compute tdr-val(nb-tenders) = function numval(jn-val)
               move jn-tender to tdr-tender(nb-tenders)
               move jn-reference to tdr-ref(nb-tenders)
               move jn-caisse to tdr-caisse(nb-tenders)
               move 'n' to tdr-utilise(nb-tenders)
           else
               set table-saturee to true
           end-if
           .

       mod-alimente-cautions.
      * Cautions liberees au retour ('R' entiere, 'P' partielle) :
      * le reliquat non retenu est du au client.
           set contrat-fin-fichier to true
           if contrats-ouverts
               set contrat-fin-fichier to false
               move 0 to enr-ctr-numero
               start rmb-fic-contrats key not < enr-ctr-numero
                   invalid key set contrat-fin-fichier to true
               end-start
           end-if
           perform mod-lit-contrat until contrat-fin-fichier
           .

       mod-lit-contrat.
           read rmb-fic-contrats next record
               at end set contrat-fin-fichier to true
               not at end
                   if enr-ctr-statut = 'C'
                       and (enr-ctr-caution-statut = 'R'
                           or enr-ctr-caution-statut = 'P')
                       and enr-ctr-caution > enr-ctr-caution-retenue
                       and enr-ctr-date-retour >= date-debut
                       perform mod-cree-caution
                   end-if
           end-read
           .

       mod-cree-caution.
           move 'C' to enr-rmb-nature
           move enr-ctr-numero to enr-rmb-piece
           perform mod-verifie-piece
           if not piece-connue
               compute montant-du =
                   enr-ctr-caution - enr-ctr-caution-retenue
               move 'C' to enr-rmb-nature
               move enr-ctr-numero to enr-rmb-piece
               move enr-ctr-client to enr-rmb-client
               move enr-ctr-numero to enr-rmb-contrat
               move montant-du to enr-rmb-montant
               move enr-ctr-date-retour to enr-rmb-date-origine
      * La caution a ete prise a l'ouverture du contrat : on cherche
      * une empreinte carte ou un cheque de ce montant ce jour-la.
               move enr-ctr-date-debut to date-tender
               move enr-ctr-caution to trop-percu
               perform mod-recherche-tender
               perform mod-ecrit-entree
           end-if
           .

       mod-alimente-prepaiements.
      * Prepaiements de reservation : reliquat apres frais d'une
      * reservation annulee ('X', resaannul) ou excedent sur la
      * facture du contrat ('I', facture).
           set prepaiement-fin-fichier to false
           open input rmb-fic-prepaiements
           if rmb-pre-statut not = '00'
               set prepaiement-fin-fichier to true
           else
               move 0 to enr-pre-contrat
               start rmb-fic-prepaiements key not < enr-pre-contrat
                   invalid key set prepaiement-fin-fichier to true
               end-start
               perform mod-lit-prepaiement
                   until prepaiement-fin-fichier
               close rmb-fic-prepaiements
           end-if
           .

       mod-lit-prepaiement.
           read rmb-fic-prepaiements next record
               at end set prepaiement-fin-fichier to true
               not at end
                   if (enr-pre-annule or enr-pre-impute)
                       and enr-pre-rembourse > 0
                       and enr-pre-date-statut >= date-debut
                       perform mod-cree-prepaiement
                   end-if
           end-read
           .

       mod-cree-prepaiement.
           move 'P' to enr-rmb-nature
           move enr-pre-contrat to enr-rmb-piece
           perform mod-verifie-piece
           if not piece-connue
               move 'P' to enr-rmb-nature
               move enr-pre-contrat to enr-rmb-piece
               move enr-pre-client to enr-rmb-client
               move enr-pre-contrat to enr-rmb-contrat
               move enr-pre-rembourse to enr-rmb-montant
               move enr-pre-date-statut to enr-rmb-date-origine
      * Retour sur la carte ou le cheque encaisse a la reservation.
               move enr-pre-date-paiement to date-tender
               move enr-pre-montant to trop-percu
               perform mod-recherche-tender
               perform mod-ecrit-entree
           end-if
           .

       mod-alimente-avoirs.
           move 0 to nb-avoirs
           set registre-fin-fichier to false
           open input rmb-fic-registre
           if rmb-registre-statut not = '00'
               set registre-fin-fichier to true
           else
               perform mod-lit-avoir until registre-fin-fichier
               close rmb-fic-registre
           end-if
           if nb-avoirs > 0
               set registre-fin-fichier to false
               open input rmb-fic-registre
               if rmb-registre-statut not = '00'
                   set registre-fin-fichier to true
               else
                   perform mod-lit-facture until registre-fin-fichier
                   close rmb-fic-registre
               end-if
               perform varying ix-avr from 1 by 1
                   until ix-avr > nb-avoirs
                   perform mod-cree-avoir
               end-perform
           end-if
           .

       mod-lit-avoir.
           read rmb-fic-registre next record
               at end set registre-fin-fichier to true
               not at end
                   move registre-ligne to rg-ligne
                   if rg-ligne(1:8) numeric and rg-sens = 'A'
                       and rg-date >= date-debut
                       move 'A' to enr-rmb-nature
                       move rg-numero to enr-rmb-piece
                       perform mod-verifie-piece
                       if not piece-connue
                           perform mod-retient-avoir
                       end-if
                   end-if
           end-read
           .

       mod-retient-avoir.
           if nb-avoirs < 500
               add 1 to nb-avoirs
               move rg-numero to avr-numero(nb-avoirs)
               move rg-date to avr-date(nb-avoirs)
               move rg-contrat to avr-contrat(nb-avoirs)
               move rg-client to avr-client(nb-avoirs)
               if rg-ttc = spaces
                   move 0 to avr-montant(nb-avoirs)
               else
                   compute avr-montant(nb-avoirs) =
                       function numval(rg-ttc)
               end-if
               move 0 to avr-facture(nb-avoirs)
               move 0 to avr-regle(nb-avoirs)
           else
               set table-saturee to true
           end-if
           .

       mod-lit-facture.
           read rmb-fic-registre next record
               at end set registre-fin-fichier to true
               not at end
                   move registre-ligne to rg-ligne
                   if rg-ligne(1:8) numeric and rg-sens not = 'A'
                       perform varying ix-avr from 1 by 1
                           until ix-avr > nb-avoirs
                           if avr-contrat(ix-avr) = rg-contrat
                               perform mod-cumule-facture
                           end-if
                       end-perform
                   end-if
           end-read
           .

       mod-cumule-facture.
           if rg-ttc not = spaces
               compute montant-ligne = function numval(rg-ttc)
               add montant-ligne to avr-facture(ix-avr)
           end-if
           if paiements-ouverts
               set paiement-fin-fichier to false
               move rg-numero to enr-pai-facture
               move 0 to enr-pai-seq
               start rmb-fic-paiements key not < enr-pai-cle
                   invalid key set paiement-fin-fichier to true
               end-start
               perform mod-lit-paiement until paiement-fin-fichier
           end-if
           .

       mod-lit-paiement.
           read rmb-fic-paiements next record
               at end set paiement-fin-fichier to true
               not at end
                   if enr-pai-facture not = rg-numero
                       set paiement-fin-fichier to true
                   else
                       add enr-pai-montant to avr-regle(ix-avr)
                   end-if
           end-read
           .

       mod-cree-avoir.
      * Un avoir n'est rembourse que si le client a reellement paye
      * plus que le net du : sinon il a deja ete impute sur le solde
      * de la facture. Les contrats factures sur le releve entreprise
      * ('E') se regularisent avec l'entreprise, pas ici.
           compute trop-percu = avr-regle(ix-avr)
               + avr-montant(ix-avr) - avr-facture(ix-avr)
           if trop-percu > avr-montant(ix-avr)
               move avr-montant(ix-avr) to trop-percu
           end-if
      * Le solde a ete encaisse au retour du vehicule.
           move avr-date(ix-avr) to date-tender
           if trop-percu > 0 and contrats-ouverts
               and avr-contrat(ix-avr) numeric
               move avr-contrat(ix-avr) to enr-ctr-numero
               read rmb-fic-contrats key is enr-ctr-numero
                   invalid key move 0 to trop-percu
                   not invalid key
                       move enr-ctr-date-retour to date-tender
                       if enr-ctr-facture = 'E'
                           move 0 to trop-percu
                       end-if
               end-read
           end-if
           if trop-percu > 0
               move 'A' to enr-rmb-nature
               move avr-numero(ix-avr) to enr-rmb-piece
               move avr-client(ix-avr) to enr-rmb-client
               move avr-contrat(ix-avr) to enr-rmb-contrat
               move trop-percu to enr-rmb-montant
               move avr-date(ix-avr) to enr-rmb-date-origine
               perform mod-recherche-tender
               perform mod-ecrit-entree
           end-if
           .

       mod-verifie-piece.
           set piece-connue to false
           read rmb-fic-rembours key is enr-rmb-cle
               invalid key continue
               not invalid key set piece-connue to true
           end-read
           .

       mod-recherche-tender.
      * Premier encaissement carte ou cheque non encore affecte, du
      * jour voulu et d'un montant au moins egal a celui encaisse a
      * l'origine.
           move 0 to ix-tdr-trouve
           perform varying ix-tdr from 1 by 1
               until ix-tdr > nb-tenders or ix-tdr-trouve > 0
               if tdr-date(ix-tdr) = date-tender
                   and tdr-utilise(ix-tdr) = 'n'
                   and tdr-val(ix-tdr) >= trop-percu
                   move ix-tdr to ix-tdr-trouve
               end-if
           end-perform
           .

       mod-ecrit-entree.
           move date-traitement to enr-rmb-date-creation
           move spaces to enr-rmb-iban
           move spaces to enr-rmb-bic
           if ix-tdr-trouve > 0
               move 'o' to tdr-utilise(ix-tdr-trouve)
               move tdr-tender(ix-tdr-trouve) to enr-rmb-mode
               move tdr-ref(ix-tdr-trouve) to enr-rmb-tender-ref
               move tdr-date(ix-tdr-trouve) to enr-rmb-tender-date
               move tdr-caisse(ix-tdr-trouve) to enr-rmb-caisse
           else
               move 'V' to enr-rmb-mode
               move spaces to enr-rmb-tender-ref
               move 0 to enr-rmb-tender-date
               move spaces to enr-rmb-caisse
           end-if
           move 'A' to enr-rmb-statut
           move 0 to enr-rmb-date-rembt
           write enr-remboursement
               invalid key continue
               not invalid key add 1 to creation-compteur
           end-write
           .

       mod-remboursements.
           set rembours-fin-fichier to false
           move low-value to enr-rmb-cle
           start rmb-fic-rembours key not < enr-rmb-cle
               invalid key set rembours-fin-fichier to true
           end-start
           perform mod-lit-rembours until rembours-fin-fichier
           .

       mod-lit-rembours.
           read rmb-fic-rembours next record
               at end set rembours-fin-fichier to true
               not at end
                   if enr-rmb-a-payer
                       perform mod-rembourse
                   end-if
           end-read
           .

       mod-rembourse.
           move spaces to liste-detail
           move enr-rmb-nature to ld-nature
           move enr-rmb-piece to ld-piece
           move enr-rmb-client to ld-client
           move enr-rmb-contrat to ld-contrat
           move enr-rmb-montant to ld-montant
           evaluate enr-rmb-mode
               when 'C'
                   move 'CB' to ld-mode
                   move enr-rmb-tender-ref to ld-reference
                   move 'Recredit carte caisse' to ld-observation
                   move enr-rmb-caisse to ld-observation(23:4)
                   add enr-rmb-montant to total-carte
                   perform mod-marque-rembourse
               when 'H'
                   move 'CHQ' to ld-mode
                   move enr-rmb-tender-ref to ld-reference
                   move 'Cheque d''origine' to ld-observation
                   add enr-rmb-montant to total-cheque
                   perform mod-marque-rembourse
               when other
                   move 'VIR' to ld-mode
                   perform mod-rembourse-virement
           end-evaluate
           move liste-detail to liste-ligne
           write liste-ligne
           .

       mod-rembourse-virement.
      * Coordonnees bancaires du mandat SEPA du client ; sans mandat le
      * remboursement reste en attente et revient au prochain passage.
           if enr-rmb-iban = spaces and mandats-ouverts
               move enr-rmb-client to enr-man-client
               read rmb-fic-mandats key is enr-man-client
                   invalid key continue
                   not invalid key
                       move enr-man-iban to enr-rmb-iban
                       move enr-man-bic to enr-rmb-bic
               end-read
           end-if
           move enr-rmb-iban(1:18) to ld-reference
           evaluate true
               when enr-rmb-iban = spaces
                   move 'En attente : IBAN inconnu' to ld-observation
                   add 1 to attente-compteur
                   rewrite enr-remboursement
               when not virements-possibles
                   move 'En attente : SEPAPRM absent' to ld-observation
                   add 1 to attente-compteur
                   rewrite enr-remboursement
               when other
                   move enr-rmb-nature to vd-nature
                   move enr-rmb-piece to vd-piece
                   move enr-rmb-client to vd-client
                   move enr-rmb-iban to vd-iban
                   move enr-rmb-bic to vd-bic
                   move enr-rmb-montant to vd-montant
                   move spaces to vd-libelle
                   evaluate enr-rmb-nature
                       when 'C'
                           move 'REMBOURSEMENT CAUTION' to vd-libelle
                       when 'P'
                           move 'REMBOURST PREPAIEMENT' to vd-libelle
                       when other
                           move 'REMBOURSEMENT AVOIR' to vd-libelle
                   end-evaluate
                   move enr-rmb-piece to vd-libelle(23:8)
                   move virement-detail to virement-ligne
                   write virement-ligne
                   add 1 to virement-compteur
                   add enr-rmb-montant to total-virement
                   perform mod-marque-rembourse
           end-evaluate
           .

       mod-marque-rembourse.
           move 'R' to enr-rmb-statut
           move date-traitement to enr-rmb-date-rembt
           rewrite enr-remboursement
           add 1 to rembourse-compteur
           add enr-rmb-montant to total-general
           .

       mod-fin.
           if virements-possibles
               move virement-compteur to vf-nombre
               move total-virement to vf-total
               move virement-fin to virement-ligne
               write virement-ligne
           end-if
           close rmb-fic-virements

           move spaces to liste-ligne
           write liste-ligne
           move 'Rembourse sur carte' to lt-libelle
           move total-carte to lt-montant
           move liste-total to liste-ligne
           write liste-ligne
           move 'Rembourse sur cheque' to lt-libelle
           move total-cheque to lt-montant
           move liste-total to liste-ligne
           write liste-ligne
           move 'Rembourse par virement' to lt-libelle
           move total-virement to lt-montant
           move liste-total to liste-ligne
           write liste-ligne
           move 'TOTAL REMBOURSE' to lt-libelle
           move total-general to lt-montant
           move liste-total to liste-ligne
           write liste-ligne
           move spaces to liste-ligne
           write liste-ligne
           move liste-visa-1 to liste-ligne
           move date-traitement to liste-ligne(37:8)
           write liste-ligne
           move liste-visa-2 to liste-ligne
           write liste-ligne
           close rmb-fic-liste

           if rembours-ouverts
               close rmb-fic-rembours
           end-if
           if contrats-ouverts
               close rmb-fic-contrats
           end-if
           if paiements-ouverts
               close rmb-fic-paiements
           end-if
           if mandats-ouverts
               close rmb-fic-mandats
           end-if
           display 'Entrees creees au registre : ' creation-compteur
           display 'Remboursements effectues : ' rembourse-compteur
           display 'Remboursements en attente : ' attente-compteur
           if table-saturee
               display 'Table ARGLOG ou avoirs saturee'
           end-if
           if (attente-compteur > 0 or table-saturee)
               and return-code < 4
               move 4 to return-code
           end-if
           .

       end program rembours.
