      * Prepaiements des reservations (PREPAY), un par contrat. Le
      * montant est encaisse a la reservation (argtend, journal de
      * caisse ARGLOG) au tarif prepaye.
       1 enr-prepaiement.
           2 enr-pre-contrat pic 9(8).
           2 enr-pre-client pic x(8).
           2 enr-pre-agence pic x(3).
           2 enr-pre-debut pic 9(8).
           2 enr-pre-montant pic 9(6)v99.
           2 enr-pre-remise-pct pic 99.
      * Moyen de paiement : 'E' especes, 'C' carte, 'H' cheque.
           2 enr-pre-mode pic x.
           2 enr-pre-reference pic x(10).
           2 enr-pre-caisse pic x(4).
           2 enr-pre-date-paiement pic 9(8).
           2 enr-pre-operateur pic x(8).
      * 'P' prepaye, 'I' impute sur la facture du contrat (facture),
      * 'X' reservation annulee : frais retenus selon le bareme
      * ANNULPRM, le reste rembourse par rembours (nature 'P').
           2 enr-pre-statut pic x.
               88 enr-pre-en-cours value 'P'.
               88 enr-pre-impute value 'I'.
               88 enr-pre-annule value 'X'.
           2 enr-pre-date-statut pic 9(8).
           2 enr-pre-preavis pic 999.
           2 enr-pre-frais pic 9(6)v99.
           2 enr-pre-rembourse pic 9(6)v99.
      * Piece FACTREG portant l'imputation ('I') ou les frais
      * d'annulation retenus ('X', facnosh) ; 0 tant qu'il n'y en a pas.
           2 enr-pre-facture pic 9(8).
