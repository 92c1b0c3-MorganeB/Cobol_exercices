       1 enr-partenaire.
      * Partenaire apporteur de reservations (site web, agences de
      * voyage) ; enr-par-canal designe le fichier d'accuse de
      * reception (ACKPAR1 a ACKPAR3) qui lui est transmis.
           2 enr-par-code pic x(4).
           2 enr-par-nom pic x(30).
           2 enr-par-statut pic x.
           2 enr-par-canal pic 9.
      * Taux de commission (en %) sur le montant solde des locations
      * apportees, net des avoirs.
           2 enr-par-taux-com pic 99v99.
