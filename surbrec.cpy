      * Niveau de surreservation admis par agence, categorie et jour
      * (SURBOOK), recalcule chaque nuit par resasurb : nombre de
      * reservations acceptees au-dela de la flotte, taux de no-show
      * retenu et risque de manquer de vehicule a ce niveau.
       1 enr-surbook.
           2 enr-srb-cle.
               3 enr-srb-agence pic x(3).
               3 enr-srb-type pic x.
               3 enr-srb-date pic 9(8).
           2 enr-srb-niveau pic 99.
           2 enr-srb-taux pic 9v9999.
           2 enr-srb-risque pic 9v9(6).
           2 enr-srb-flotte pic 9(4).
           2 enr-srb-calcul pic 9(8).
