       identification division.
       program-id. facelec.

       environment division.
       input-output section.
       file-control.
           select fel-fic-param assign to "FACPRM"
               organization is line sequential
               file status is fel-param-statut.
           select fel-fic-vendeur assign to "EFACPRM"
               organization is line sequential
               file status is fel-vendeur-statut.
           select fel-fic-tva assign to "TVARATE"
               organization is line sequential
               file status is fel-tva-statut.
           select fel-fic-registre assign to "FACTREG"
               organization is indexed
               access mode is dynamic
               record key is reg-cle
               alternate record key is reg-client with duplicates
               file status is fel-registre-statut.
           select fel-fic-documents assign to "FACTURES"
               organization is line sequential
               file status is fel-document-statut.
           select fel-fic-entreprises assign to "ENTREPR"
               organization is indexed
               access mode is dynamic
               record key is enr-ent-code
               file status is fel-entreprise-statut.
           select fel-fic-contrats assign to "LOCCONTR"
               organization is indexed
               access mode is dynamic
               record key is enr-ctr-numero
               alternate record key is enr-ctr-client
                   with duplicates
               alternate record key is enr-ctr-immat
                   with duplicates
               file status is fel-contrat-statut.
           select fel-fic-efactures assign to "EFACTURE"
               organization is indexed
               access mode is dynamic
               record key is enr-efa-cle
               file status is fel-efacture-statut.
           select fel-fic-envoi assign to "EFACOUT"
               organization is line sequential.

       data division.
       file section.
       fd fel-fic-param.
       1 fel-param-enr.
           2 prm-date pic 9(8).

      * Identite du vendeur portee sur chaque facture electronique et
      * date de mise en service : les pieces anterieures ne partent
      * pas sur la plateforme.
       fd fel-fic-vendeur.
       1 fel-vendeur-enr.
           2 prm-siret pic 9(14).
           2 prm-tva-intra pic x(13).
           2 prm-raison pic x(30).
           2 prm-rue pic x(30).
           2 prm-cp pic 9(5).
           2 prm-ville pic x(30).
           2 prm-date-debut pic 9(8).

       fd fel-fic-tva.
       1 fel-tva-enr.
           2 tva-code pic x(3).
           2 tva-taux pic 99v99.
           2 tva-date-effet pic 9(8).

       fd fel-fic-registre.
       copy "factregrec.cpy".

       fd fel-fic-documents.
       1 document-ligne pic x(80).

       fd fel-fic-entreprises.
       copy "entreprec.cpy".

       fd fel-fic-contrats.
       copy "contratrec.cpy".

       fd fel-fic-efactures.
       copy "efacrec.cpy".

       fd fel-fic-envoi.
       1 envoi-ligne pic x(200).

       working-storage section.
       1 fel-param-statut pic xx value '00'.
       1 fel-vendeur-statut pic xx value '00'.
       1 fel-tva-statut pic xx value '00'.
       1 fel-registre-statut pic xx value '00'.
       1 fel-document-statut pic xx value '00'.
       1 fel-entreprise-statut pic xx value '00'.
       1 fel-contrat-statut pic xx value '00'.
       1 fel-efacture-statut pic xx value '00'.
       1 registre-eof pic x value 'n'.
           88 registre-fin-fichier value 'o' false 'n'.
       1 document-eof pic x value 'n'.
           88 document-fin-fichier value 'o' false 'n'.
       1 pic x value 'n'.
           88 vendeur-connu value 'o' false 'n'.
       1 pic x value 'n'.
           88 efactures-ouvertes value 'o' false 'n'.
       1 pic x value 'n'.
           88 entreprises-ouvertes value 'o' false 'n'.
       1 pic x value 'n'.
           88 contrats-ouverts value 'o' false 'n'.
       1 pic x value 'n'.
           88 entreprise-trouvee value 'o' false 'n'.
       1 pic x value 'n'.
           88 deja-envoyee value 'o' false 'n'.
       1 pic x value 'n'.
           88 table-saturee value 'o' false 'n'.

       1 date-traitement pic 9(8) value 0.
       1 date-document pic 9(8).
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

      * Ligne de contrat d'une facture recapitulative (facent) telle
      * qu'imprimee sur FACTURES.
       1 doc-ligne pic x(80).
       1 doc-vue-entete redefines doc-ligne.
           2 dv-libelle pic x(26).
           2 dv-numero pic x(8).
           2 filler pic x(46).
       1 doc-vue-contrat redefines doc-ligne.
           2 dv-mot pic x(8).
           2 dv-contrat pic x(8).
           2 dv-contrat-num redefines dv-contrat pic 9(8).
           2 filler pic x.
           2 dv-nom pic x(20).
           2 filler pic x(8).
           2 dv-retour pic x(8).
           2 filler pic x(6).
           2 dv-type pic x.
           2 filler pic x(20).

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

      * Pieces entreprise du registre pas encore envoyees.
       1 nb-pieces pic 999 value 0.
       1 ix-pce pic 999.
       1 ix-courant pic 999.
       1 tab-pieces.
           2 tab-piece occurs 500 times.
               3 tp-sens pic x.
               3 tp-numero pic 9(8).
               3 tp-date pic 9(8).
               3 tp-contrat pic 9(8).
               3 tp-client pic x(8).
               3 tp-ht pic 9(6)v99.
               3 tp-tva pic 9(6)v99.
               3 tp-ttc pic 9(6)v99.
               3 tp-lignes pic 999.

      * Contrats portes sur les factures recapitulatives retenues.
       1 nb-lignes pic 9(4) value 0.
       1 ix-lgn pic 9(4).
       1 tab-lignes.
           2 tab-ligne occurs 3000 times.
               3 tl-piece pic 999.
               3 tl-contrat pic 9(8).
               3 tl-nom pic x(20).
               3 tl-type pic x.

      * Ventilation de la TVA par taux pour la piece en cours.
       1 nb-ventil pic 9 value 0.
       1 ix-vtl pic 9.
       1 ix-vtl-trouve pic 9.
       1 tab-ventilation.
           2 tab-ventil occurs 5 times.
               3 tv-taux pic 99v99.
               3 tv-base pic 9(7)v99.
               3 tv-tva pic 9(7)v99.

       1 numero-ligne pic 999.
       1 ligne-taux pic 99v99.
       1 ligne-ht pic 9(7)v99.
       1 ligne-tva pic 9(7)v99.
       1 ligne-ttc pic 9(7)v99.
       1 part-ttc pic 9(6)v99.
       1 part-options-ttc pic 9(6)v99.
       1 part-location-ttc pic 9(6)v99.

       1 lu-compteur pic 9(6) value 0.
       1 envoi-compteur pic 9(6) value 0.
       1 avoir-compteur pic 9(6) value 0.
       1 anomalie-compteur pic 9(6) value 0.
       1 total-envoi pic 9(9)v99 value 0.

       1 code-type pic x(3).

       1 envoi-entete.
           2 filler pic x value 'H'.
           2 eh-type pic x(3).
           2 eh-numero pic 9(8).
           2 eh-date pic 9(8).
           2 eh-echeance pic 9(8).
           2 filler pic x(3) value 'EUR'.
           2 eh-contrat pic 9(8).
           2 filler pic x(161) value spaces.

       1 envoi-vendeur.
           2 filler pic x value 'S'.
           2 es-type pic x(3).
           2 es-numero pic 9(8).
           2 es-siret pic 9(14).
           2 es-tva-intra pic x(13).
           2 es-raison pic x(30).
           2 es-rue pic x(30).
           2 es-cp pic 9(5).
           2 es-ville pic x(30).
           2 filler pic x(66) value spaces.

       1 envoi-acheteur.
           2 filler pic x value 'B'.
           2 eb-type pic x(3).
           2 eb-numero pic 9(8).
           2 eb-code pic x(8).
           2 eb-siret pic 9(14).
           2 eb-raison pic x(30).
           2 eb-rue pic x(30).
           2 eb-cp pic 9(5).
           2 eb-ville pic x(30).
           2 filler pic x(71) value spaces.

       1 envoi-ligne-detail.
           2 filler pic x value 'L'.
           2 el-type pic x(3).
           2 el-numero pic 9(8).
           2 el-ligne pic 999.
           2 el-contrat pic 9(8).
           2 el-libelle.
               3 el-nature pic x(9).
               3 filler pic x(8) value ' contrat'.
               3 filler pic x value space.
               3 el-lib-contrat pic 9(8).
               3 filler pic x(6) value ' type '.
               3 el-lib-type pic x.
               3 filler pic x value space.
               3 el-lib-nom pic x(20).
           2 filler pic x(3) value '001'.
           2 el-ht pic 9(7).99.
           2 el-taux pic 99.99.
           2 el-tva pic 9(7).99.
           2 el-ttc pic 9(7).99.
           2 filler pic x(86) value spaces.

       1 envoi-ventilation.
           2 filler pic x value 'V'.
           2 ev-type pic x(3).
           2 ev-numero pic 9(8).
           2 ev-taux pic 99.99.
           2 ev-base pic 9(7).99.
           2 ev-tva pic 9(7).99.
           2 filler pic x(163) value spaces.

       1 envoi-total.
           2 filler pic x value 'T'.
           2 et-type pic x(3).
           2 et-numero pic 9(8).
           2 et-ht pic 9(7).99.
           2 et-tva pic 9(7).99.
           2 et-ttc pic 9(7).99.
           2 et-echeance pic 9(8).
           2 et-lignes pic 999.
           2 filler pic x(147) value spaces.

       1 envoi-fin.
           2 filler pic x value 'Z'.
           2 ez-nombre pic 9(6).
           2 ez-total pic 9(9).99.
           2 filler pic x(181) value spaces.

       procedure division.
       mod-mainline.
      * Factures electroniques B2B : toute facture ou tout avoir du
      * registre adresse a un compte entreprise (ENTREPR) part une
      * fois sur la plateforme agreee, en enregistrements structures
      * (entete, vendeur, acheteur, lignes, TVA par taux, totaux).
      * EFACTURE garde la trace de l'envoi et le statut retourne par
      * la plateforme (facelsta).
           perform mod-init
           if vendeur-connu
               perform mod-ouvre-fichiers
               perform mod-charge-pieces
               perform mod-charge-lignes
               open output fel-fic-envoi
               perform varying ix-pce from 1 by 1
                   until ix-pce > nb-pieces
                   perform mod-traite-piece
               end-perform
               perform mod-fin
           end-if
           goback
           .

       mod-init.
           call 'datebus' using date-traitement
           open input fel-fic-param
           if fel-param-statut = '00'
               read fel-fic-param
                   at end continue
                   not at end move prm-date to date-traitement
               end-read
               close fel-fic-param
           end-if

           set vendeur-connu to false
           open input fel-fic-vendeur
           if fel-vendeur-statut = '00'
               read fel-fic-vendeur
                   at end continue
                   not at end
                       if prm-siret numeric and prm-siret > 0
                           set vendeur-connu to true
                       end-if
               end-read
               close fel-fic-vendeur
           end-if
           if not vendeur-connu
               display 'EFACPRM absent ou SIRET vendeur invalide'
               move 8 to return-code
           end-if
           if prm-date-debut not numeric
               move 0 to prm-date-debut
           end-if

           perform mod-charge-taux-tva
           .

       mod-ouvre-fichiers.
           set efactures-ouvertes to false
           open i-o fel-fic-efactures
           if fel-efacture-statut = '35'
               open output fel-fic-efactures
               if fel-efacture-statut = '00'
                   close fel-fic-efactures
                   open i-o fel-fic-efactures
               end-if
           end-if
           if fel-efacture-statut = '00'
               set efactures-ouvertes to true
           end-if

           set entreprises-ouvertes to false
           open input fel-fic-entreprises
           if fel-entreprise-statut = '00'
               set entreprises-ouvertes to true
           end-if

           set contrats-ouverts to false
           open input fel-fic-contrats
           if fel-contrat-statut = '00'
               set contrats-ouverts to true
           end-if

           if not efactures-ouvertes or not entreprises-ouvertes
               display 'EFACTURE ou ENTREPR indisponible'
               move 8 to return-code
           end-if
           .

       mod-charge-taux-tva.
           move 0 to nb-taux
           open input fel-fic-tva
           if fel-tva-statut = '00'
               perform until fel-tva-statut not = '00'
                       or nb-taux >= 20
                   read fel-fic-tva
                       at end continue
                       not at end
                           add 1 to nb-taux
                           move tva-code to tab-tva-code(nb-taux)
                           move tva-taux to tab-tva-taux(nb-taux)
                           move tva-date-effet
                               to tab-tva-date(nb-taux)
                   end-read
               end-perform
               close fel-fic-tva
           end-if
           .

       mod-taux-pour-date.
      * Taux en vigueur a la date de la piece et non a la date du
      * traitement : une facture envoyee en retard garde son taux.
           set rech-tva-ok to false
           move 20 to rech-tva-taux
           move 0 to rech-tva-date
           perform varying ix-tva from 1 by 1 until ix-tva > nb-taux
               if tab-tva-code(ix-tva) = rech-tva-code
                   and tab-tva-date(ix-tva) <= date-document
                   and (not rech-tva-ok
                       or tab-tva-date(ix-tva) >= rech-tva-date)
                   move tab-tva-taux(ix-tva) to rech-tva-taux
                   move tab-tva-date(ix-tva) to rech-tva-date
                   set rech-tva-ok to true
               end-if
           end-perform
           .

       mod-charge-pieces.
           move 0 to nb-pieces
           set registre-fin-fichier to true
           if efactures-ouvertes and entreprises-ouvertes
               set registre-fin-fichier to false
               open input fel-fic-registre
               if fel-registre-statut not = '00'
                   set registre-fin-fichier to true
               else
                   perform mod-lit-registre until registre-fin-fichier
                   close fel-fic-registre
               end-if
           end-if
           .

       mod-lit-registre.
           read fel-fic-registre next record into rg-ligne
               at end set registre-fin-fichier to true
               not at end
                   if rg-ligne(1:8) numeric
                       and rg-date >= prm-date-debut
                       and rg-date <= date-traitement
                       and (rg-sens = 'F' or rg-sens = 'A')
                       add 1 to lu-compteur
                       perform mod-retient-piece
                   end-if
           end-read
           .

       mod-retient-piece.
           set entreprise-trouvee to false
           move rg-client to enr-ent-code
           read fel-fic-entreprises key is enr-ent-code
               invalid key continue
               not invalid key set entreprise-trouvee to true
           end-read

           set deja-envoyee to false
           if entreprise-trouvee
               move rg-sens to enr-efa-sens
               move rg-numero to enr-efa-numero
               read fel-fic-efactures key is enr-efa-cle
                   invalid key continue
                   not invalid key set deja-envoyee to true
               end-read
           end-if

           if entreprise-trouvee and not deja-envoyee
               if nb-pieces < 500
                   add 1 to nb-pieces
                   move rg-sens to tp-sens(nb-pieces)
                   move rg-numero to tp-numero(nb-pieces)
                   move rg-date to tp-date(nb-pieces)
                   if rg-contrat numeric
                       move rg-contrat-num to tp-contrat(nb-pieces)
                   else
                       move 0 to tp-contrat(nb-pieces)
                   end-if
                   move rg-client to tp-client(nb-pieces)
                   compute tp-ht(nb-pieces) = function numval(rg-ht)
                   compute tp-tva(nb-pieces) =
                       function numval(rg-tva)
                   compute tp-ttc(nb-pieces) =
                       function numval(rg-ttc)
                   move 0 to tp-lignes(nb-pieces)
               else
                   set table-saturee to true
               end-if
           end-if
           .

       mod-charge-lignes.
      * Le registre ne porte qu'un total par facture recapitulative :
      * le detail des contrats est repris du document FACTURES.
           move 0 to nb-lignes
           move 0 to ix-courant
           set document-fin-fichier to true
           if nb-pieces > 0
               set document-fin-fichier to false
               open input fel-fic-documents
               if fel-document-statut not = '00'
                   set document-fin-fichier to true
               else
                   perform mod-lit-document until document-fin-fichier
                   close fel-fic-documents
               end-if
           end-if
           .

       mod-lit-document.
           read fel-fic-documents into doc-ligne
               at end set document-fin-fichier to true
               not at end
                   evaluate true
                       when dv-libelle = 'FACTURE RECAPITULATIVE N '
                           perform mod-repere-piece
                       when doc-ligne(1:10) = all '='
                           move 0 to ix-courant
                       when dv-mot = 'Contrat ' and dv-contrat numeric
                           and ix-courant > 0
                           perform mod-retient-ligne
                       when other
                           continue
                   end-evaluate
           end-read
           .

       mod-repere-piece.
           move 0 to ix-courant
           if dv-numero numeric
               perform varying ix-pce from 1 by 1
                   until ix-pce > nb-pieces
                   if tp-sens(ix-pce) = 'F'
                       and tp-numero(ix-pce) = dv-numero
                       move ix-pce to ix-courant
                   end-if
               end-perform
           end-if
           .

       mod-retient-ligne.
           if nb-lignes < 3000
               add 1 to nb-lignes
               move ix-courant to tl-piece(nb-lignes)
               move dv-contrat-num to tl-contrat(nb-lignes)
               move dv-nom to tl-nom(nb-lignes)
               move dv-type to tl-type(nb-lignes)
               add 1 to tp-lignes(ix-courant)
           else
               set table-saturee to true
           end-if
           .

       mod-traite-piece.
      * Facture recapitulative sans detail retrouve dans FACTURES :
      * pas d'envoi partiel, la piece est signalee et reprise au
      * passage suivant.
           if tp-sens(ix-pce) = 'F' and tp-lignes(ix-pce) = 0
               add 1 to anomalie-compteur
               display 'Facture ' tp-numero(ix-pce)
                   ' sans detail dans FACTURES - non envoyee'
           else
               perform mod-envoie-piece
           end-if
           .

       mod-envoie-piece.
           move tp-date(ix-pce) to date-document
           move 'LOC' to rech-tva-code
           perform mod-taux-pour-date
           move rech-tva-taux to taux-tva-loc
           move 'OPT' to rech-tva-code
           perform mod-taux-pour-date
           move rech-tva-taux to taux-tva-opt

           move tp-client(ix-pce) to enr-ent-code
           read fel-fic-entreprises key is enr-ent-code
               invalid key
                   move spaces to enr-ent-raison
                   move spaces to enr-ent-adresse
                   move 0 to enr-ent-cp
                   move 0 to enr-ent-siret
                   move 0 to enr-ent-delai
           end-read

           if tp-sens(ix-pce) = 'A'
               move '381' to code-type
               move date-document to date-echeance
           else
               move '380' to code-type
               perform mod-calcule-echeance
           end-if

           perform mod-ecrit-entete
           move 0 to nb-ventil
           move 0 to numero-ligne
           if tp-sens(ix-pce) = 'A'
               perform mod-ligne-avoir
           else
               perform varying ix-lgn from 1 by 1
                   until ix-lgn > nb-lignes
                   if tl-piece(ix-lgn) = ix-pce
                       perform mod-ligne-contrat
                   end-if
               end-perform
           end-if
           perform mod-ecrit-totaux

           move tp-sens(ix-pce) to enr-efa-sens
           move tp-numero(ix-pce) to enr-efa-numero
           move tp-client(ix-pce) to enr-efa-client
           move tp-date(ix-pce) to enr-efa-date
           move date-echeance to enr-efa-echeance
           move tp-ttc(ix-pce) to enr-efa-ttc
           move date-traitement to enr-efa-date-envoi
           move 'E' to enr-efa-statut
           move date-traitement to enr-efa-date-statut
           move spaces to enr-efa-motif
           write enr-efacture
               invalid key continue
           end-write

           if tp-sens(ix-pce) = 'A'
               add 1 to avoir-compteur
           else
               add 1 to envoi-compteur
           end-if
           add tp-ttc(ix-pce) to total-envoi
           .

       mod-calcule-echeance.
      * Echeance = date de facture + delai de paiement du compte,
      * comme sur la facture imprimee par facent.
           move date-document to date-calcul
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
           move code-type to eh-type
           move tp-numero(ix-pce) to eh-numero
           move tp-date(ix-pce) to eh-date
           move date-echeance to eh-echeance
           move tp-contrat(ix-pce) to eh-contrat
           move envoi-entete to envoi-ligne
           write envoi-ligne

           move code-type to es-type
           move tp-numero(ix-pce) to es-numero
           move prm-siret to es-siret
           move prm-tva-intra to es-tva-intra
           move prm-raison to es-raison
           move prm-rue to es-rue
           move prm-cp to es-cp
           move prm-ville to es-ville
           move envoi-vendeur to envoi-ligne
           write envoi-ligne

           move code-type to eb-type
           move tp-numero(ix-pce) to eb-numero
           move tp-client(ix-pce) to eb-code
           move enr-ent-siret to eb-siret
           move enr-ent-raison to eb-raison
           move enr-ent-rue to eb-rue
           move enr-ent-cp to eb-cp
           move enr-ent-ville to eb-ville
           move envoi-acheteur to envoi-ligne
           write envoi-ligne
           .

       mod-ligne-contrat.
      * Meme ventilation que facent sur le montant solde au retour :
      * une ligne location au taux LOC, une ligne options au taux OPT.
           move 0 to part-ttc
           move 0 to part-options-ttc
           if contrats-ouverts
               move tl-contrat(ix-lgn) to enr-ctr-numero
               read fel-fic-contrats key is enr-ctr-numero
                   invalid key continue
                   not invalid key
                       move enr-ctr-cout-final to part-ttc
                       move enr-ctr-cout-options to part-options-ttc
               end-read
           end-if
           if part-options-ttc > part-ttc
               move part-ttc to part-options-ttc
           end-if
           compute part-location-ttc = part-ttc - part-options-ttc

           move 'Location' to el-nature
           move part-location-ttc to ligne-ttc
           move taux-tva-loc to ligne-taux
           compute ligne-ht rounded =
               ligne-ttc / (1 + (ligne-taux / 100))
           compute ligne-tva = ligne-ttc - ligne-ht
           perform mod-ecrit-ligne

           if part-options-ttc > 0
               move 'Options' to el-nature
               move part-options-ttc to ligne-ttc
               move taux-tva-opt to ligne-taux
               compute ligne-ht rounded =
                   ligne-ttc / (1 + (ligne-taux / 100))
               compute ligne-tva = ligne-ttc - ligne-ht
               perform mod-ecrit-ligne
           end-if
           .

       mod-ligne-avoir.
      * L'avoir de regularisation (facavoir) est entierement au taux
      * LOC ; les montants du registre sont repris tels quels.
           move 'Avoir' to el-nature
           move spaces to el-lib-nom
           move tp-ht(ix-pce) to ligne-ht
           move tp-tva(ix-pce) to ligne-tva
           move tp-ttc(ix-pce) to ligne-ttc
           move taux-tva-loc to ligne-taux
           move tp-contrat(ix-pce) to el-contrat
           move tp-contrat(ix-pce) to el-lib-contrat
           move space to el-lib-type
           perform mod-emet-ligne
           .

       mod-ecrit-ligne.
           move tl-contrat(ix-lgn) to el-contrat
           move tl-contrat(ix-lgn) to el-lib-contrat
           move tl-type(ix-lgn) to el-lib-type
           move tl-nom(ix-lgn) to el-lib-nom
           perform mod-emet-ligne
           .

       mod-emet-ligne.
           add 1 to numero-ligne
           move code-type to el-type
           move tp-numero(ix-pce) to el-numero
           move numero-ligne to el-ligne
           move ligne-ht to el-ht
           move ligne-taux to el-taux
           move ligne-tva to el-tva
           move ligne-ttc to el-ttc
           move envoi-ligne-detail to envoi-ligne
           write envoi-ligne

           move 0 to ix-vtl-trouve
           perform varying ix-vtl from 1 by 1 until ix-vtl > nb-ventil
               if tv-taux(ix-vtl) = ligne-taux
                   move ix-vtl to ix-vtl-trouve
               end-if
           end-perform
           if ix-vtl-trouve = 0 and nb-ventil < 5
               add 1 to nb-ventil
               move nb-ventil to ix-vtl-trouve
               move ligne-taux to tv-taux(ix-vtl-trouve)
               move 0 to tv-base(ix-vtl-trouve)
               move 0 to tv-tva(ix-vtl-trouve)
           end-if
           if ix-vtl-trouve > 0
               add ligne-ht to tv-base(ix-vtl-trouve)
               add ligne-tva to tv-tva(ix-vtl-trouve)
           end-if
           .

       mod-ecrit-totaux.
           perform varying ix-vtl from 1 by 1 until ix-vtl > nb-ventil
               move code-type to ev-type
               move tp-numero(ix-pce) to ev-numero
               move tv-taux(ix-vtl) to ev-taux
               move tv-base(ix-vtl) to ev-base
               move tv-tva(ix-vtl) to ev-tva
               move envoi-ventilation to envoi-ligne
               write envoi-ligne
           end-perform

           move code-type to et-type
           move tp-numero(ix-pce) to et-numero
           move tp-ht(ix-pce) to et-ht
           move tp-tva(ix-pce) to et-tva
           move tp-ttc(ix-pce) to et-ttc
           move date-echeance to et-echeance
           move numero-ligne to et-lignes
           move envoi-total to envoi-ligne
           write envoi-ligne
           .

       mod-fin.
           compute ez-nombre = envoi-compteur + avoir-compteur
           move total-envoi to ez-total
           move envoi-fin to envoi-ligne
           write envoi-ligne
           close fel-fic-envoi

           if efactures-ouvertes
               close fel-fic-efactures
           end-if
           if entreprises-ouvertes
               close fel-fic-entreprises
           end-if
           if contrats-ouverts
               close fel-fic-contrats
           end-if
           display 'Pieces du registre lues : ' lu-compteur
           display 'Factures envoyees : ' envoi-compteur
           display 'Avoirs envoyes : ' avoir-compteur
           display 'Montant TTC envoye : ' total-envoi
           if anomalie-compteur > 0 or table-saturee
               display 'Pieces non envoyees : ' anomalie-compteur
               if table-saturee
                   display 'Table pleine : traitement partiel'
               end-if
               if return-code < 4
                   move 4 to return-code
               end-if
           end-if
           .

       end program facelec.
