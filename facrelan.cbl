       input-output section.
       file-control.
           select rel-fic-registre assign to "FACTREG"
               organization is indexed
               access mode is dynamic
               record key is reg-cle
               alternate record key is reg-client with duplicates
               file status is rel-registre-statut.
      * Second acces au registre, par client, pour les avoirs du
      * contrat de chaque facture lue.
           select rel-fic-avoirs assign to "FACTREG"
               organization is indexed
               access mode is dynamic
               record key is avo-cle
               alternate record key is avo-client with duplicates
               file status is rel-avoir-statut.
           select rel-fic-paiements assign to "PAIEMENT"
               organization is indexed
               access mode is dynamic
               record key is enr-ref
               sharing with all other
               file status is rel-client-statut.
           select rel-fic-entreprises assign to "ENTREPR"
               organization is indexed
               access mode is dynamic
               record key is enr-ent-code
               file status is rel-entreprise-statut.
           select rel-fic-modele1 assign to "RELMODL1"
               organization is line sequential
               file status is rel-modele-statut.
       data division.
       file section.
       fd rel-fic-registre.
       copy "factregrec.cpy".

       fd rel-fic-avoirs.
       copy "factregrec.cpy" replacing ==registre-ligne==
           by ==avoir-ligne== leading ==reg-== by ==avo-==.

       fd rel-fic-paiements.
       copy "paiemrec.cpy".
       fd rel-fic-clients.
       copy "clientrec.cpy".

       fd rel-fic-entreprises.
       copy "entreprec.cpy".

       fd rel-fic-modele1.
       1 rel-modele1-enr pic x(80).


       working-storage section.
       1 rel-registre-statut pic xx value '00'.
       1 rel-avoir-statut pic xx value '00'.
       1 rel-paiement-statut pic xx value '00'.
       1 rel-client-statut pic xx value '00'.
       1 rel-entreprise-statut pic xx value '00'.
       1 rel-modele-statut pic xx value '00'.
       1 rel-relances-statut pic xx value '00'.

       1 registre-eof pic x value 'n'.
           88 registre-fin-fichier value 'o' false 'n'.
       1 avoir-eof pic x value 'n'.
           88 avoir-fin-fichier value 'o' false 'n'.
       1 pic x value 'n'.
           88 avoirs-ouverts value 'o' false 'n'.
       1 paiement-eof pic x value 'n'.
           88 paiement-fin-fichier value 'o' false 'n'.
       1 modele-eof pic x value 'n'.
           88 paiements-ouverts value 'o' false 'n'.
       1 clients-dispo pic x value 'n'.
           88 clients-ouverts value 'o' false 'n'.
       1 entreprises-dispo pic x value 'n'.
           88 entreprises-ouvertes value 'o' false 'n'.

       1 date-relance pic 9(8).
       1 date-relance-vue redefines date-relance.
       1 niveau-cible pic 9.
       1 niveau-connu pic 9.

       1 avoir-ttc pic 9(6)v99.
       1 av-ligne pic x(80).
       1 av-vue redefines av-ligne.
           2 filler pic x(18).
           2 av-contrat pic x(8).
           2 filler pic x(30).
           2 av-ttc pic x(9).
           2 filler pic x.
           2 av-sens pic x.
           2 filler pic x(13).

      * Relances deja emises : le plus haut niveau atteint par
      * facture, pour escalader au lieu de repeter.

           perform mod-charge-modeles
           perform mod-charge-relances
           set avoirs-ouverts to false
           open input rel-fic-avoirs
           if rel-avoir-statut = '00'
               set avoirs-ouverts to true
           end-if

           set paiements-ouverts to false
           open input rel-fic-paiements
           if rel-client-statut = '00'
               set clients-ouverts to true
           end-if
           set entreprises-ouvertes to false
           open input rel-fic-entreprises
           if rel-entreprise-statut = '00'
               set entreprises-ouvertes to true
           end-if

           open output rel-fic-lettres
           open extend rel-fic-relances
           end-read
           .

       mod-traitement.
           read rel-fic-registre next record
               at end set registre-fin-fichier to true
               not at end
                   move registre-ligne to rg-ligne
           else
               compute facture-ttc = function numval(rg-ttc)
           end-if
           perform mod-cumule-avoirs
           perform mod-cumule-paiements
           compute solde-facture = facture-ttc - facture-regle
               - facture-avoir
           end-if
           .

       mod-cumule-avoirs.
      * Avoirs emis sur le contrat de la facture, retrouves parmi les
      * pieces du meme client.
           move 0 to facture-avoir
           if avoirs-ouverts
               set avoir-fin-fichier to false
               move rg-client to avo-client
               start rel-fic-avoirs key = avo-client
                   invalid key set avoir-fin-fichier to true
               end-start
               perform mod-lit-avoir until avoir-fin-fichier
           end-if
           .

       mod-lit-avoir.
           read rel-fic-avoirs next record
               at end set avoir-fin-fichier to true
               not at end
                   if avo-client not = rg-client
                       set avoir-fin-fichier to true
                   else
                       move avoir-ligne to av-ligne
                       if av-sens = 'A' and av-contrat = rg-contrat
                           and av-ttc not = spaces
                           compute avoir-ttc = function numval(av-ttc)
                           add avoir-ttc to facture-avoir
                       end-if
                   end-if
           end-read
           .

       mod-cumule-paiements.
           move 0 to facture-regle
           if paiements-ouverts
                       move enr-ville to client-ville
               end-read
           end-if
      * Facture recapitulative : rg-client porte le code du compte
      * entreprise, la lettre part au nom de la raison sociale.
           if client-nom = spaces and entreprises-ouvertes
               move rg-client to enr-ent-code
               read rel-fic-entreprises key is enr-ent-code
                   invalid key continue
                   not invalid key
                       move enr-ent-raison to client-nom
                       move enr-ent-ville to client-ville
               end-read
           end-if
           .

       mod-substitue-ligne.
           if rel-registre-statut = '00' or rel-registre-statut = '10'
               close rel-fic-registre
           end-if
           if avoirs-ouverts
               close rel-fic-avoirs
           end-if
           if paiements-ouverts
               close rel-fic-paiements
           end-if
           if clients-ouverts
               close rel-fic-clients
           end-if
           if entreprises-ouvertes
               close rel-fic-entreprises
           end-if
           close rel-fic-lettres
           close rel-fic-relances
           display 'Relances niveau 1 : ' lettres-niveau-1
