       1 enr-sinistre.
           2 enr-sin-numero pic 9(8).
           2 enr-sin-contrat pic 9(8).
           2 enr-sin-immat pic x(10).
           2 enr-sin-client pic x(8).
           2 enr-sin-date-ouverture pic 9(8).
      * Statut du dossier : 'O' ouvert, 'E' en expertise, 'R' vehicule
      * repare, 'C' clos. Le vehicule reste immobilise ('I' dans
      * VEHMAST) tant que le dossier est ouvert ou en expertise.
           2 enr-sin-statut pic x.
           2 enr-sin-date-statut pic 9(8).
           2 enr-sin-libelle pic x(30).
      * Devis et facture de reparation, franchise refacturee au
      * client, montant reclame a l'assureur et montant recupere.
           2 enr-sin-devis pic 9(6)v99.
           2 enr-sin-facture pic 9(6)v99.
           2 enr-sin-franchise pic 9(6)v99.
           2 enr-sin-reclame pic 9(6)v99.
           2 enr-sin-recupere pic 9(6)v99.
           2 enr-sin-operateur pic x(8).
