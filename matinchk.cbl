               organization is indexed
               access mode is sequential
               record key is enr-ctr-numero
               alternate record key is enr-ctr-client
                   with duplicates
               alternate record key is enr-ctr-immat
                   with duplicates
               file status is chk-contrat-statut.
           select chk-fic-resa assign to "RESERV"
               organization is indexed
