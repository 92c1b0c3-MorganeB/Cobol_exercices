       1 enr-segment.
      * Troncon d'un contrat parcouru sur un vehicule remplace en cours
      * de location : rang 1 pour le vehicule de depart, puis un rang
      * par echange. Le vehicule en cours reste sur le contrat.
           2 enr-seg-cle.
               3 enr-seg-contrat pic 9(8).
               3 enr-seg-rang pic 9.
           2 enr-seg-immat pic x(10).
           2 enr-seg-type pic x.
           2 enr-seg-date-debut pic 9(8).
           2 enr-seg-date-echange pic 9(8).
           2 enr-seg-jours pic 999.
           2 enr-seg-km-depart pic 9(6).
           2 enr-seg-km-retour pic 9(6).
           2 enr-seg-operateur pic x(8).
