           2 enr-dev-libelle pic x(10).
           2 enr-dev-cout pic 9999v99.
           2 enr-dev-cout-options pic 9999v99.
      * Statut : A actif, C converti en contrat, P perdu (devperte),
      * E expire (devispurg).
           2 enr-dev-statut pic x.
      * Conducteurs additionnels chiffres dans le devis (leur
      * supplement est compris dans enr-dev-cout-options).
           2 enr-dev-conducteurs.
               3 enr-dev-conducteur pic x(8) occurs 4 times.
      * Suivi de conversion : agence et operateur d'emission, contrat
      * issu du devis ('C'), motif de perte ('P' : P prix, D dates,
      * V vehicule, C concurrent) et date de cloture du devis.
           2 enr-dev-agence pic x(3).
           2 enr-dev-operateur pic x(8).
           2 enr-dev-contrat pic 9(8).
           2 enr-dev-motif pic x.
           2 enr-dev-date-cloture pic 9(8).
