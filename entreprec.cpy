       1 enr-ent-compte.
      * Code compte entreprise : 'E' suivi de sept chiffres (ENTSEQ),
      * distinct par construction des references client.
           2 enr-ent-code pic x(8).
           2 enr-ent-raison pic x(30).
           2 enr-ent-adresse.
               3 enr-ent-rue pic x(30).
               3 enr-ent-ville pic x(30).
               3 enr-ent-cp pic 99999.
           2 enr-ent-siret pic 9(14).
      * Delai de paiement en jours date de facture.
           2 enr-ent-delai pic 999.
      * 'A' actif, 'I' inactif (plus de tarif negocie au comptoir).
           2 enr-ent-statut pic x.
      * Tarifs negocies par type de vehicule ; un tarif jour a zero
      * laisse le tarif public LOCRATE s'appliquer.
           2 enr-ent-tarifs.
               3 enr-ent-tarif occurs 4 times.
                   4 enr-ent-type pic x.
                   4 enr-ent-tarif-jour pic 999v99.
                   4 enr-ent-tarif-km pic 9v999.
      * Dernier mois (aaaamm) porte sur une facture recapitulative.
           2 enr-ent-fact-periode pic 9(6).
