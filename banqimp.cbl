       identification division.
       program-id. banqimp.

       environment division.
       input-output section.
       file-control.
           select bqi-fic-releve assign to "RELBANQ"
               organization is line sequential
               file status is bqi-releve-statut.
           select bqi-fic-registre assign to "FACTREG"
               organization is indexed
               access mode is dynamic
               record key is reg-cle
               alternate record key is reg-client with duplicates
               file status is bqi-registre-statut.
           select bqi-fic-paiements assign to "PAIEMENT"
               organization is indexed
               access mode is dynamic
               record key is enr-pai-cle
               file status is bqi-paiement-statut.
           select bqi-fic-attente assign to "BANQSUSP"
               organization is line sequential.

       data division.
       file section.
       fd bqi-fic-releve.
       1 bqi-releve-enr.
           2 rb-date-valeur pic 9(8).
           2 rb-sens pic x.
           2 rb-montant pic 9(9)v99.
           2 rb-contrepartie pic x(35).
           2 rb-reference pic x(70).

       fd bqi-fic-registre.
       copy "factregrec.cpy".

       fd bqi-fic-paiements.
       copy "paiemrec.cpy".

       fd bqi-fic-attente.
       1 attente-ligne pic x(150).

       working-storage section.
       1 bqi-releve-statut pic xx value '00'.
       1 bqi-registre-statut pic xx value '00'.
       1 bqi-paiement-statut pic xx value '00'.
       1 releve-eof pic x value 'n'.
           88 releve-fin-fichier value 'o' false 'n'.
       1 registre-eof pic x value 'n'.
           88 registre-fin-fichier value 'o' false 'n'.
       1 paiement-eof pic x value 'n'.
           88 paiement-fin-fichier value 'o' false 'n'.
       1 pic x value 'n'.
           88 paiements-ouverts value 'o' false 'n'.
       1 pic x value 'n'.
           88 virement-doublon value 'o' false 'n'.
       1 pic x value 'n'.
           88 releve-ouvert value 'o' false 'n'.
       1 pic x value 'n'.
           88 registre-ouvert value 'o' false 'n'.
       1 pic x value 'n'.
           88 traitement-ouvert value 'o' false 'n'.
       copy "peridem.cpy".

       1 date-traitement pic 9(8).
       1 date-paiement pic 9(8).

       1 rg-ligne pic x(80).
       1 rg-vue redefines rg-ligne.
           2 rg-numero pic 9(8).
           2 filler pic x.
           2 rg-date pic 9(8).
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
       1 montant-ligne pic 9(6)v99.

      * Avoirs par contrat, imputes comme dans la balance agee.
       1 nb-avoirs pic 999 value 0.
       1 ix-avr pic 999.
       1 ix-trouve pic 999.
       1 tab-avoirs.
           2 tab-avoir occurs 200 times.
               3 avr-contrat pic x(8).
               3 avr-montant pic 9(8)v99.

      * Numeros de facture lus dans le libelle du virement : toute
      * suite de 4 a 8 chiffres est candidate, seules celles connues
      * du registre comme factures sont retenues.
       1 nb-candidats pic 99 value 0.
       1 ix-cand pic 99.
       1 tab-candidats.
           2 tab-candidat occurs 10 times.
               3 cand-numero pic 9(8).
               3 cand-trouve pic x.
               3 cand-contrat pic x(8).
               3 cand-client pic x(8).
               3 cand-ttc pic 9(6)v99.
               3 cand-avoir pic 9(6)v99.
               3 cand-regle pic 9(6)v99.
               3 cand-solde pic s9(6)v99.
               3 cand-seq pic 99.
               3 cand-impute pic 9(6)v99.
       1 nb-trouves pic 99.

       1 ix-car pic 99.
       1 debut-chiffres pic 99.
       1 longueur-chiffres pic 99.
       1 numero-lu pic 9(8).

       1 total-solde pic s9(8)v99.
       1 reste-virement pic 9(9)v99.

       1 motif-attente pic x(3).
       1 lu-compteur pic 9(6) value 0.
       1 rapproche-compteur pic 9(6) value 0.
       1 reglement-compteur pic 9(6) value 0.
       1 attente-compteur pic 9(6) value 0.
       1 reporte-compteur pic 9(6) value 0.
       1 total-rapproche pic 9(9)v99 value 0.
       1 total-attente pic 9(9)v99 value 0.

       1 attente-titre.
           2 filler pic x(40) value
               'VIREMENTS EN ATTENTE D''AFFECTATION - '.
           2 tit-date pic 9(8).

       1 attente-entete pic x(100) value
           'VALEUR   S      MONTANT MOT LIBELLE                    CONTR
      -    'EPARTIE / REFERENCE'.

       1 attente-detail.
           2 att-date pic 9(8).
           2 filler pic x value space.
           2 att-sens pic x.
           2 filler pic x value space.
           2 att-montant pic zzzzzzzz9.99.
           2 filler pic x value space.
           2 att-motif pic x(3).
           2 filler pic x value space.
           2 att-libelle pic x(25).
           2 filler pic x value space.
           2 att-contrepartie pic x(35).
           2 filler pic x value space.
           2 att-reference pic x(60).

       1 attente-total.
           2 filler pic x(22) value 'Total en attente    : '.
           2 att-nombre pic zzzzz9.
           2 filler pic x(3) value spaces.
           2 att-cumul pic zzzzzzzz9.99.

       procedure division.
       mod-mainline.
           perform mod-init
           perform mod-traitement until releve-fin-fichier
           perform mod-fin
           goback
           .

       mod-init.
           call 'datebus' using date-traitement
           move date-traitement to peri-date
           call 'perictl' using peri-demande
           set traitement-ouvert to false
           if peri-ouverte
               set traitement-ouvert to true
           end-if
           open output bqi-fic-attente
           move date-traitement to tit-date
           move attente-titre to attente-ligne
           write attente-ligne
           move attente-entete to attente-ligne
           write attente-ligne

           set registre-ouvert to false
           open input bqi-fic-registre
           if bqi-registre-statut = '00'
               set registre-ouvert to true
           end-if
           perform mod-charge-avoirs

           set paiements-ouverts to false
           open i-o bqi-fic-paiements
           if bqi-paiement-statut = '35'
               open output bqi-fic-paiements
               if bqi-paiement-statut = '00'
                   close bqi-fic-paiements
                   open i-o bqi-fic-paiements
               end-if
           end-if
           if bqi-paiement-statut = '00'
               set paiements-ouverts to true
           end-if

           set releve-fin-fichier to false
           if not paiements-ouverts
               display 'PAIEMENT indisponible - releve non traite'
               move 8 to return-code
               set releve-fin-fichier to true
           else
               open input bqi-fic-releve
               if bqi-releve-statut = '00'
                   set releve-ouvert to true
               else
                   set releve-fin-fichier to true
               end-if
           end-if
           .

       mod-charge-avoirs.
           move 0 to nb-avoirs
           set registre-fin-fichier to false
           if not registre-ouvert
               set registre-fin-fichier to true
           end-if
           perform mod-lit-avoir until registre-fin-fichier
           .

       mod-lit-avoir.
           read bqi-fic-registre next record
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
               move 0 to montant-ligne
           else
               compute montant-ligne = function numval(rg-ttc)
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
               add montant-ligne to avr-montant(ix-trouve)
           end-if
           .

       mod-traitement.
           read bqi-fic-releve
               at end set releve-fin-fichier to true
               not at end
      * Seuls les credits (virements recus) sont des reglements
      * clients ; les debits du releve sont ignores.
                   if rb-sens = 'C' and rb-montant > 0
                       add 1 to lu-compteur
                       perform mod-traite-virement
                   end-if
           end-read
           .

       mod-traite-virement.
           move spaces to motif-attente
           perform mod-date-paiement
           perform mod-extrait-candidats
           evaluate true
               when date-paiement = 0
                   move 'PER' to motif-attente
               when nb-candidats = 0
                   move 'REF' to motif-attente
               when other
                   perform mod-recherche-factures
                   perform mod-calcule-soldes
                   evaluate true
                       when nb-trouves = 0
                           move 'FAC' to motif-attente
                       when virement-doublon
                           move 'DBL' to motif-attente
                       when total-solde <= 0
                           move 'SOL' to motif-attente
                       when rb-montant > total-solde
                           move 'EXC' to motif-attente
                       when other
                           perform mod-impute-virement
                   end-evaluate
           end-evaluate
           if motif-attente not = spaces
               perform mod-ecrit-attente
           end-if
           .

       mod-date-paiement.
      * Date de valeur dans une periode comptable close : reglement
      * date du jour de traitement si ce mois est ouvert, sinon le
      * virement part en attente (date-paiement a zero).
           move rb-date-valeur to date-paiement
           move rb-date-valeur to peri-date
           call 'perictl' using peri-demande
           if peri-cloturee
               if traitement-ouvert
                   move date-traitement to date-paiement
               else
                   move 0 to date-paiement
               end-if
           end-if
           .

       mod-extrait-candidats.
           move 0 to nb-candidats
           move 0 to longueur-chiffres
           perform varying ix-car from 1 by 1 until ix-car > 70
               if rb-reference(ix-car:1) numeric
                   if longueur-chiffres = 0
                       move ix-car to debut-chiffres
                   end-if
                   add 1 to longueur-chiffres
               else
                   perform mod-retient-candidat
                   move 0 to longueur-chiffres
               end-if
           end-perform
           perform mod-retient-candidat
           .

       mod-retient-candidat.
           if longueur-chiffres >= 4 and longueur-chiffres <= 8
               and nb-candidats < 10
               move rb-reference(debut-chiffres:longueur-chiffres)
                   to numero-lu
               move 0 to ix-trouve
               perform varying ix-cand from 1 by 1
                   until ix-cand > nb-candidats
                   if cand-numero(ix-cand) = numero-lu
                       move ix-cand to ix-trouve
                   end-if
               end-perform
               if ix-trouve = 0
                   add 1 to nb-candidats
                   move numero-lu to cand-numero(nb-candidats)
                   move 'n' to cand-trouve(nb-candidats)
               end-if
           end-if
           .

       mod-recherche-factures.
      * Chaque numero cite est lu directement comme facture ('F')
      * sur la cle du registre.
           if registre-ouvert
               perform varying ix-cand from 1 by 1
                   until ix-cand > nb-candidats
                   move cand-numero(ix-cand) to reg-numero
                   move 'F' to reg-nature
                   read bqi-fic-registre key is reg-cle
                       invalid key continue
                       not invalid key
                           move registre-ligne to rg-ligne
                           if rg-sens not = 'A'
                               perform mod-retient-facture
                           end-if
                   end-read
               end-perform
           end-if
           .

       mod-retient-facture.
           move 'o' to cand-trouve(ix-cand)
           move rg-contrat to cand-contrat(ix-cand)
           move rg-client to cand-client(ix-cand)
           if rg-ttc = spaces
               move 0 to cand-ttc(ix-cand)
           else
               compute cand-ttc(ix-cand) = function numval(rg-ttc)
           end-if
           .

       mod-calcule-soldes.
      * Solde ouvert calcule comme la balance agee : TTC moins les
      * reglements deja passes et les avoirs du contrat.
           move 0 to nb-trouves
           move 0 to total-solde
           set virement-doublon to false
           perform varying ix-cand from 1 by 1
               until ix-cand > nb-candidats
               if cand-trouve(ix-cand) = 'o'
                   add 1 to nb-trouves
                   perform mod-solde-candidat
                   if cand-solde(ix-cand) > 0
                       add cand-solde(ix-cand) to total-solde
                   end-if
               end-if
           end-perform
           .

       mod-solde-candidat.
           move 0 to cand-avoir(ix-cand)
           perform varying ix-avr from 1 by 1
               until ix-avr > nb-avoirs
               if avr-contrat(ix-avr) = cand-contrat(ix-cand)
                   move avr-montant(ix-avr) to cand-avoir(ix-cand)
               end-if
           end-perform

           move 0 to cand-regle(ix-cand)
           move 0 to cand-seq(ix-cand)
           set paiement-fin-fichier to false
           move cand-numero(ix-cand) to enr-pai-facture
           move 0 to enr-pai-seq
           start bqi-fic-paiements key not < enr-pai-cle
               invalid key set paiement-fin-fichier to true
           end-start
           perform mod-lit-paiement until paiement-fin-fichier

           compute cand-solde(ix-cand) = cand-ttc(ix-cand)
               - cand-regle(ix-cand) - cand-avoir(ix-cand)
           .

       mod-lit-paiement.
           read bqi-fic-paiements next record
               at end set paiement-fin-fichier to true
               not at end
                   if enr-pai-facture not = cand-numero(ix-cand)
                       set paiement-fin-fichier to true
                   else
                       add enr-pai-montant to cand-regle(ix-cand)
                       move enr-pai-seq to cand-seq(ix-cand)
      * Releve deja passe : un reglement banque a la meme date de
      * valeur existe pour l'une des factures citees.
                       if enr-pai-mode = 'B'
                           and (enr-pai-date = rb-date-valeur
                               or enr-pai-date = date-paiement)
                           set virement-doublon to true
                       end-if
                   end-if
           end-read
           .

       mod-impute-virement.
      * Le virement solde les factures citees dans l'ordre du libelle ;
      * s'il ne suffit pas, la derniere servie est reglee en partie et
      * les suivantes restent dues.
           move rb-montant to reste-virement
           perform varying ix-cand from 1 by 1
               until ix-cand > nb-candidats or reste-virement = 0
               if cand-trouve(ix-cand) = 'o'
                   and cand-solde(ix-cand) > 0
                   if reste-virement < cand-solde(ix-cand)
                       move reste-virement to cand-impute(ix-cand)
                   else
                       move cand-solde(ix-cand) to cand-impute(ix-cand)
                   end-if
                   subtract cand-impute(ix-cand) from reste-virement
                   perform mod-ecrit-paiement
               end-if
           end-perform
           add 1 to rapproche-compteur
           if date-paiement not = rb-date-valeur
               add 1 to reporte-compteur
           end-if
           add rb-montant to total-rapproche
           .

       mod-ecrit-paiement.
           add 1 to cand-seq(ix-cand)
           move cand-numero(ix-cand) to enr-pai-facture
           move cand-seq(ix-cand) to enr-pai-seq
           move date-paiement to enr-pai-date
           move cand-impute(ix-cand) to enr-pai-montant
           move 'B' to enr-pai-mode
           move 'BANQIMP' to enr-pai-operateur
           write enr-paiement
               invalid key continue
               not invalid key add 1 to reglement-compteur
           end-write
           .

       mod-ecrit-attente.
           move rb-date-valeur to att-date
           move rb-sens to att-sens
           move rb-montant to att-montant
           move motif-attente to att-motif
           evaluate motif-attente
               when 'REF'
                   move 'Aucun numero de facture' to att-libelle
               when 'FAC'
                   move 'Facture inconnue' to att-libelle
               when 'DBL'
                   move 'Virement deja rapproche' to att-libelle
               when 'SOL'
                   move 'Factures deja soldees' to att-libelle
               when 'EXC'
                   move 'Montant superieur au du' to att-libelle
               when 'PER'
                   move 'Periode comptable close' to att-libelle
           end-evaluate
           move rb-contrepartie to att-contrepartie
           move rb-reference to att-reference
           move attente-detail to attente-ligne
           write attente-ligne
           add 1 to attente-compteur
           add rb-montant to total-attente
           .

       mod-fin.
           move spaces to attente-ligne
           write attente-ligne
           move attente-compteur to att-nombre
           move total-attente to att-cumul
           move attente-total to attente-ligne
           write attente-ligne
           close bqi-fic-attente

           if releve-ouvert
               close bqi-fic-releve
           end-if
           if registre-ouvert
               close bqi-fic-registre
           end-if
           if paiements-ouverts
               close bqi-fic-paiements
           end-if
           display 'Virements lus : ' lu-compteur
           display 'Virements rapproches : ' rapproche-compteur
           display 'Reglements enregistres : ' reglement-compteur
           display 'Virements en attente : ' attente-compteur
           if reporte-compteur > 0
               display 'Virements dates du jour (periode close) : '
                   reporte-compteur
           end-if
           if attente-compteur > 0 and return-code < 4
               move 4 to return-code
           end-if
           .

       end program banqimp.
