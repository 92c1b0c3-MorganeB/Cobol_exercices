       1 enr-immo.
           2 enr-imm-immat pic x(10).
           2 enr-imm-date-achat pic 9(8).
           2 enr-imm-prix-achat pic 9(7)v99.
           2 enr-imm-residuel pic 9(7)v99.
      * Duree d'amortissement lineaire en mois ; enr-imm-periode porte
      * le dernier mois (aaaamm) deja dote par le batch mensuel.
           2 enr-imm-duree pic 999.
           2 enr-imm-cumul pic 9(7)v99.
           2 enr-imm-periode pic 9(6).
      * Statut : 'A' actif, 'C' cede (vehicule sorti du parc).
           2 enr-imm-statut pic x.
           2 enr-imm-date-cession pic 9(8).
           2 enr-imm-prix-cession pic 9(7)v99.
