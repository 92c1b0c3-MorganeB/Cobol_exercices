       1 peri-demande.
           2 peri-date pic 9(8).
      * 'O' la date tombe dans une periode ouverte, 'F' dans une
      * periode cloturee ; peri-cloture rend le dernier mois clos.
           2 peri-resultat pic x.
               88 peri-ouverte value 'O'.
               88 peri-cloturee value 'F'.
           2 peri-cloture pic 9(6).
