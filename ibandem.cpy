       1 iban-demande.
           2 iban-numero pic x(34).
           2 iban-resultat pic x.
               88 iban-valide value 'O'.
               88 iban-invalide value 'N'.
