       1 enr-efacture.
           2 enr-efa-cle.
      * 'F' facture (FACTSEQ), 'A' avoir (AVOIRSEQ) : les deux
      * numerotations sont independantes.
               3 enr-efa-sens pic x.
               3 enr-efa-numero pic 9(8).
           2 enr-efa-client pic x(8).
           2 enr-efa-date pic 9(8).
           2 enr-efa-echeance pic 9(8).
           2 enr-efa-ttc pic 9(6)v99.
           2 enr-efa-date-envoi pic 9(8).
      * Cycle de vie sur la plateforme : 'E' envoyee, 'D' deposee,
      * 'R' rejetee, 'A' acceptee par l'acheteur, 'P' payee.
           2 enr-efa-statut pic x.
               88 enr-efa-envoyee value 'E'.
               88 enr-efa-deposee value 'D'.
               88 enr-efa-rejetee value 'R'.
               88 enr-efa-acceptee value 'A'.
               88 enr-efa-payee value 'P'.
           2 enr-efa-date-statut pic 9(8).
           2 enr-efa-motif pic x(60).
