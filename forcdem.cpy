       1 forc-demande.
      * Action : 'V' accord ou refus d'un superviseur identifie sur le
      * poste (forc-superviseur, forc-passe, forc-decision o/n), 'E'
      * mise en file d'attente, 'C' reprise d'un accord donne depuis
      * la file pour le meme objet, 'M' report du montant en jeu sur
      * la derogation forc-numero.
           2 forc-action pic x.
           2 forc-nature pic x(3).
           2 forc-reference pic x(10).
           2 forc-agence pic x(3).
           2 forc-programme pic x(10).
           2 forc-montant pic 9(6)v99.
           2 forc-taux pic 99v99.
           2 forc-motif pic x(30).
           2 forc-demandeur pic x(8).
           2 forc-niveau-dem pic 9.
           2 forc-superviseur pic x(8).
           2 forc-passe pic x(8).
           2 forc-decision pic x.
           2 forc-numero pic 9(8).
      * Resultat : 'O' accordee, 'R' refusee, 'A' en attente, 'X'
      * superviseur non reconnu ou de niveau insuffisant, 'N' aucun
      * accord a reprendre, 'I' fichier indisponible.
           2 forc-resultat pic x.
