           2 enr-veh-type pic x.
           2 enr-veh-modele pic x(20).
           2 enr-veh-km pic 9(6).
      * Statut 'T' : en transit vers une autre agence sur un ordre de
      * transfert accepte (TRANSFER) ; l'agence est deja celle
      * d'arrivee, le vehicule n'est pas propose avant confirmation.
           2 enr-veh-statut pic x.
           2 enr-veh-agence pic x(3).
