       1 enr-prelevement.
           2 enr-sep-facture pic 9(8).
           2 enr-sep-client pic x(8).
           2 enr-sep-rum pic x(35).
           2 enr-sep-montant pic 9(6)v99.
           2 enr-sep-date-emission pic 9(8).
           2 enr-sep-date-echeance pic 9(8).
      * 'E' emis a la banque, 'P' encaisse (reglement passe dans
      * PAIEMENT sous la sequence enr-sep-pai-seq), 'R' rejete.
           2 enr-sep-statut pic x.
               88 enr-sep-emis value 'E'.
               88 enr-sep-encaisse value 'P'.
               88 enr-sep-rejete value 'R'.
           2 enr-sep-pai-seq pic 99.
           2 enr-sep-motif pic x(4).
           2 enr-sep-date-retour pic 9(8).
