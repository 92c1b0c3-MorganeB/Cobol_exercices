      * No-show deja factures (NOSHFAC) : une ligne par ligne du
      * journal NOSHOW passee en facture, sur la cle de la reservation
      * annulee (vehicule ou '*' + contrat, date de depart). Une ligne
      * presente ici n'est jamais refacturee.
       1 enr-noshow-facture.
           2 enr-nsf-cle.
               3 enr-nsf-immat pic x(10).
               3 enr-nsf-debut pic 9(8).
           2 enr-nsf-client pic x(8).
           2 enr-nsf-date-noshow pic 9(8).
           2 enr-nsf-montant pic 999v99.
           2 enr-nsf-facture pic 9(8).
           2 enr-nsf-date-facture pic 9(8).
