               organization is indexed
               access mode is dynamic
               record key is enr-ctr-numero
               alternate record key is enr-ctr-client
                   with duplicates
               alternate record key is enr-ctr-immat
                   with duplicates
               file status is bal-contrat-statut.
           select bal-fic-clients assign to "CLIMAST"
               organization is indexed
               move tarif-mensuel to enr-ctr-tarif-mois
               move km-mensuel to enr-ctr-km-inclus
               move 0 to enr-ctr-fact-periode
               move spaces to enr-ctr-partenaire
               move spaces to enr-ctr-ref-partenaire
               move 0 to enr-ctr-segments
               write enr-contrat
                   invalid key display plg-contrat-indispo
                   not invalid key set contrat-cree to true
               move client-ref to enr-resa-client
               move 'A' to enr-resa-statut
               move sess-agence to enr-resa-agence
               move space to enr-resa-type
               move numero-contrat to enr-resa-contrat
               move space to enr-resa-surbook
               write enr-reservation
      * Une reservation du meme vehicule a la meme date de depart
      * occupe encore la cle : elle n'est reutilisee que soldee ou
               move client-ref to enr-resa-client
               move 'A' to enr-resa-statut
               move sess-agence to enr-resa-agence
               move space to enr-resa-type
               move numero-contrat to enr-resa-contrat
               move space to enr-resa-surbook
               rewrite enr-reservation
           end-if
           .
