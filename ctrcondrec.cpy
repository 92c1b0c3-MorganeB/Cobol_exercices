       1 enr-conducteur.
      * Conducteur additionnel nomme sur un contrat (4 au plus), client
      * de CLIMAST soumis aux memes controles que le titulaire.
           2 enr-cnd-cle.
               3 enr-cnd-contrat pic 9(8).
               3 enr-cnd-rang pic 9.
           2 enr-cnd-client pic x(8).
           2 enr-cnd-date-ajout pic 9(8).
           2 enr-cnd-tarif-jour pic 99v99.
