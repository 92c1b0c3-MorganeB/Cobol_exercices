       1 cons-demande.
           2 cons-client pic x(8).
      * Accord demande par canal (1 courrier, 2 e-mail, 3 SMS) : 'O'
      * donne, 'R' refuse ou retire, espace inchange.
           2 cons-canal-demande pic x occurs 3 times.
      * Source : 'C' comptoir, 'W' web (partenaires), 'I' import.
           2 cons-source pic x.
           2 cons-operateur pic x(8).
      * En retour : 'O' changement enregistre (CONSENT et CLIHIST),
      * 'N' rien a changer, 'E' fichier CONSENT indisponible.
           2 cons-resultat pic x.
