       1 enr-remise.
           2 enr-rem-sac pic 9(8).
           2 enr-rem-caisse pic x(4).
           2 enr-rem-date pic 9(8).
      * Coupures remises, du billet de 200 euros a la piece de 1
      * centime (meme ordre que TILLSTK).
           2 enr-rem-coupures.
               3 enr-rem-coupure pic 9(4) occurs 14 times.
           2 enr-rem-montant pic 9(8)v99.
      * 'T' en transit vers la banque, 'C' credit confirme conforme,
      * 'E' credit confirme avec ecart.
           2 enr-rem-statut pic x.
               88 enr-rem-transit value 'T'.
           2 enr-rem-date-credit pic 9(8).
           2 enr-rem-montant-credit pic 9(8)v99.
