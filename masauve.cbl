               organization is indexed
               access mode is dynamic
               record key is enr-ctr-numero
               alternate record key is enr-ctr-client
                   with duplicates
               alternate record key is enr-ctr-immat
                   with duplicates
               file status is sau-maitre-statut.
           select sau-fic-resa assign to "RESERV"
               organization is indexed
