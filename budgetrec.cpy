       1 enr-budget.
      * Budget d'une agence pour un mois : chiffre d'affaires HT,
      * jours de location et parc moyen prevus ; saisi par budmaj,
      * rapproche du realise par budrapp.
           2 enr-bud-cle.
               3 enr-bud-agence pic x(3).
               3 enr-bud-annee pic 9999.
               3 enr-bud-mois pic 99.
           2 enr-bud-ca pic 9(8)v99.
           2 enr-bud-jours pic 9(6).
           2 enr-bud-parc pic 9(4).
           2 enr-bud-date-maj pic 9(8).
           2 enr-bud-operateur pic x(8).
