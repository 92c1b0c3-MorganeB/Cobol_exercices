       1 enr-option-resa.
      * Equipement en option engage sur un contrat pour ses dates.
           2 enr-orv-cle.
               3 enr-orv-contrat pic 9(8).
               3 enr-orv-rang pic 9.
           2 enr-orv-stock.
               3 enr-orv-agence pic x(3).
               3 enr-orv-code pic x(3).
           2 enr-orv-debut pic 9(8).
           2 enr-orv-fin pic 9(8).
      * Statut : 'R' reserve (sorti avec le vehicule), 'L' rendu au
      * retour, 'M' manquant, 'E' endommage ; les deux derniers sont
      * retires du stock de l'agence par locretour.
           2 enr-orv-statut pic x.
           2 enr-orv-date-retour pic 9(8).
