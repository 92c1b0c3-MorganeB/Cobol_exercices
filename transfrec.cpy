       1 enr-transfert.
           2 enr-trf-numero pic 9(8).
           2 enr-trf-immat pic x(10).
           2 enr-trf-type pic x.
           2 enr-trf-agence-dep pic x(3).
           2 enr-trf-agence-arr pic x(3).
      * Statut de l'ordre : 'P' propose par le plan de repositionnement
      * (vehrepos), 'T' accepte - vehicule en transit ('T' dans VEHMAST,
      * deja rattache a l'agence d'arrivee), 'R' arrivee confirmee par
      * l'agence d'arrivee, 'A' annule (refuse ou proposition perimee).
           2 enr-trf-statut pic x.
           2 enr-trf-date-ordre pic 9(8).
           2 enr-trf-date-besoin pic 9(8).
           2 enr-trf-date-statut pic 9(8).
           2 enr-trf-operateur pic x(8).
