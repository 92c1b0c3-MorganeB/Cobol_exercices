           2 enr-ctr-tarif-mois pic 9(4)v99.
           2 enr-ctr-km-inclus pic 9(6).
           2 enr-ctr-fact-periode pic 9(6).
      * Reservation recue d'un partenaire (PARTENR) : code et reference
      * du dossier chez le partenaire ; a blanc pour le comptoir.
           2 enr-ctr-partenaire pic x(4).
           2 enr-ctr-ref-partenaire pic x(12).
      * Nombre d'echanges de vehicule en cours de location (locechg) :
      * les troncons des vehicules precedents sont sur CTRSEGM,
      * enr-ctr-immat porte le vehicule en cours.
           2 enr-ctr-segments pic 9.
