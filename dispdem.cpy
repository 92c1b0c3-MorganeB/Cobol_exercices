       1 disp-demande.
           2 disp-type pic x.
           2 disp-agence pic x(3).
           2 disp-debut pic 9(8).
           2 disp-fin pic 9(8).
           2 disp-exclure pic 9(8).
           2 disp-flotte pic 9(4).
           2 disp-engages pic 9(4).
           2 disp-libres pic 9(4).
           2 disp-resultat pic x.
      * 'O' en entree : une categorie complete reste acceptable dans la
      * limite du niveau de surreservation du jour (SURBOOK) ; le
      * resultat vaut alors 'S'. Toute autre valeur : pas de
      * surreservation.
           2 disp-surbook pic x.
