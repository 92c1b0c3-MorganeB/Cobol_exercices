       1 enr-periode.
      * Dernier mois comptable clos (aaaamm) : aucune facture, aucun
      * avoir ni reglement ne peut plus etre date dans ce mois ou un
      * mois anterieur.
           2 enr-prd-cloture pic 9(6).
           2 enr-prd-date pic 9(8).
           2 enr-prd-operateur pic x(8).
