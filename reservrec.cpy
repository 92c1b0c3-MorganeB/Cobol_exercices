       1 enr-reservation.
           2 enr-resa-cle.
               3 enr-resa-immat pic x(10).
      * Reservation sur categorie pas encore affectee : la cle porte
      * '*' suivi du numero de contrat a la place de l'immatriculation
      * jusqu'a la remise du vehicule au depart (locdepart).
               3 enr-resa-attente redefines enr-resa-immat.
                   4 enr-resa-marque pic x.
                       88 enr-resa-non-affectee value '*'.
                   4 enr-resa-contrat-att pic 9(8).
                   4 filler pic x.
               3 enr-resa-debut pic 9(8).
           2 enr-resa-fin pic 9(8).
           2 enr-resa-client pic x(8).
           2 enr-resa-statut pic x.
           2 enr-resa-agence pic x(3).
      * Categorie reservee (enr-veh-type) et contrat d'origine ; a
      * blanc sur les reservations anciennes, la categorie est alors
      * celle du vehicule de la cle.
           2 enr-resa-type pic x.
           2 enr-resa-contrat pic 9(8).
      * 'S' : reservation acceptee en surreservation (categorie deja
      * complete, dans la limite du niveau SURBOOK du jour).
           2 enr-resa-surbook pic x.
