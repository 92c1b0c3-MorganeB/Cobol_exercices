       1 enr-forcage.
      * Derogation soumise a l'accord d'un superviseur : forcage d'un
      * blocage credit (BLO), abandon des supplements de retour (SUR),
      * remise manuelle au-dela du seuil (REM).
           2 enr-frc-numero pic 9(8).
           2 enr-frc-objet.
               3 enr-frc-nature pic x(3).
               3 enr-frc-reference pic x(10).
           2 enr-frc-agence pic x(3).
           2 enr-frc-programme pic x(10).
      * Montant en jeu en euros ; taux de la remise pour REM.
           2 enr-frc-montant pic 9(6)v99.
           2 enr-frc-taux pic 99v99.
           2 enr-frc-motif pic x(30).
           2 enr-frc-demandeur pic x(8).
           2 enr-frc-niveau-dem pic 9.
           2 enr-frc-superviseur pic x(8).
           2 enr-frc-date-demande pic 9(8).
           2 enr-frc-heure pic 9(6).
      * Statut : 'E' en attente d'un superviseur, 'A' accordee depuis
      * la file (a reprendre au comptoir), 'U' accordee et appliquee,
      * 'R' refusee.
           2 enr-frc-statut pic x.
           2 enr-frc-date-decision pic 9(8).
