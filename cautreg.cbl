               organization is indexed
               access mode is dynamic
               record key is enr-ctr-numero
               alternate record key is enr-ctr-client
                   with duplicates
               alternate record key is enr-ctr-immat
                   with duplicates
               file status is cau-contrat-statut.
           select cau-fic-rapport assign to "CAUTREG"
               organization is line sequential.
