               organization is indexed
               access mode is dynamic
               record key is enr-ctr-numero
               alternate record key is enr-ctr-client
                   with duplicates
               alternate record key is enr-ctr-immat
                   with duplicates
               file status is rlv-contrat-statut.
           select rlv-fic-registre assign to "FACTREG"
               organization is indexed
               access mode is dynamic
               record key is reg-cle
               alternate record key is reg-client with duplicates
               file status is rlv-registre-statut.
           select rlv-fic-paiements assign to "PAIEMENT"
               organization is indexed
       copy "contratrec.cpy".

       fd rlv-fic-registre.
       copy "factregrec.cpy".

       fd rlv-fic-paiements.
       copy "paiemrec.cpy".
           88 paiement-fin-fichier value 'o' false 'n'.
       1 paiements-dispo pic x value 'n'.
           88 paiements-ouverts value 'o' false 'n'.
       1 pic x value 'n'.
           88 contrats-ouverts value 'o' false 'n'.
       1 pic x value 'n'.
           88 registre-ouvert value 'o' false 'n'.
       1 pic x value 'n'.
       88 client-trouve value 'o' false 'n'.


       mod-liste-contrats.
           set contrat-fin-fichier to false
           set contrats-ouverts to false
           open input rlv-fic-contrats
           if rlv-contrat-statut not = '00'
               set contrat-fin-fichier to true
           else
               set contrats-ouverts to true
               move client-demande to enr-ctr-client
               start rlv-fic-contrats key = enr-ctr-client
                   invalid key set contrat-fin-fichier to true
               end-start
           end-if
           perform mod-lit-contrat until contrat-fin-fichier
           if contrats-ouverts
               close rlv-fic-contrats
           end-if
           .
           read rlv-fic-contrats next record
               at end set contrat-fin-fichier to true
               not at end
                   if enr-ctr-client not = client-demande
                       set contrat-fin-fichier to true
                   end-if
                   if not contrat-fin-fichier
                       and enr-ctr-date-debut >= periode-debut
                       and enr-ctr-date-debut <= periode-fin
                       move enr-ctr-numero to rc-numero
           end-if

           set registre-fin-fichier to false
           set registre-ouvert to false
           open input rlv-fic-registre
           if rlv-registre-statut not = '00'
               set registre-fin-fichier to true
           else
               set registre-ouvert to true
               move client-demande to reg-client
               start rlv-fic-registre key = reg-client
                   invalid key set registre-fin-fichier to true
               end-start
           end-if
           perform mod-lit-registre until registre-fin-fichier
           if registre-ouvert
               close rlv-fic-registre
           end-if
           if paiements-ouverts
           .

       mod-lit-registre.
           read rlv-fic-registre next record
               at end set registre-fin-fichier to true
               not at end
                   move registre-ligne to rg-ligne
                   if rg-client not = client-demande
                       set registre-fin-fichier to true
                   end-if
                   if not registre-fin-fichier
                       and rg-ligne(1:8) numeric
                       and rg-date >= periode-debut
                       and rg-date <= periode-fin
                       perform mod-edite-mouvement
