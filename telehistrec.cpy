      * Releves d'odometre recus du fournisseur de telematique (un
      * par vehicule et par date de releve), conserves pour retrouver
      * le compteur avant le depart d'un contrat.
       1 enr-telemetrie.
           2 enr-tlh-cle.
               3 enr-tlh-immat pic x(10).
               3 enr-tlh-date pic 9(8).
           2 enr-tlh-km pic 9(6).
           2 enr-tlh-date-charge pic 9(8).
