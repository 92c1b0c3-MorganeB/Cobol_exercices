       1 enr-perte.
           2 enr-per-facture pic 9(8).
           2 enr-per-client pic x(8).
           2 enr-per-contrat pic x(8).
           2 enr-per-date-facture pic 9(8).
      * Date du passage en perte et part du solde abandonnee, ventilee
      * en hors taxe et TVA au prorata de la facture.
           2 enr-per-date pic 9(8).
           2 enr-per-ttc pic 9(6)v99.
           2 enr-per-ht pic 9(6)v99.
           2 enr-per-tva pic 9(6)v99.
           2 enr-per-motif pic x(40).
           2 enr-per-operateur pic x(8).
      * Sequence du reglement 'X' qui solde la facture dans PAIEMENT.
           2 enr-per-pai-seq pic 99.
