       1 tend-demande.
      * Encaissement hors decomposition de caisse : 'E' especes, 'C'
      * carte, 'H' cheque, avec la reference de la carte ou du cheque.
           2 tend-mode pic x.
           2 tend-montant pic 9(6)v99.
           2 tend-reference pic x(10).
      * En retour : caisse de l'operateur (TILLOPER) et resultat, 'O'
      * ligne journalisee, 'N' mode inconnu ou montant nul.
           2 tend-caisse pic x(4).
           2 tend-resultat pic x.
