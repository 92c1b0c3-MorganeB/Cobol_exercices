               organization is indexed
               access mode is dynamic
               record key is enr-ctr-numero
               alternate record key is enr-ctr-client
                   with duplicates
               alternate record key is enr-ctr-immat
                   with duplicates
               file status is arc-contrat-statut.
           select arc-fic-archive assign to "LOCARCH"
               organization is indexed
                   compute annee-retour =
                       enr-ctr-date-retour / 10000
                   if enr-ctr-statut = 'C'
                       and (enr-ctr-facture = 'O'
                           or enr-ctr-facture = 'E')
                       and enr-ctr-date-retour > 0
                       and annee-retour <= annee-limite
                       perform mod-archive-contrat
