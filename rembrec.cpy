       1 enr-remboursement.
           2 enr-rmb-cle.
      * 'A' avoir (numero d'avoir), 'C' caution (numero de contrat),
      * 'P' prepaiement de reservation (numero de contrat).
               3 enr-rmb-nature pic x.
               3 enr-rmb-piece pic 9(8).
           2 enr-rmb-client pic x(8).
           2 enr-rmb-contrat pic 9(8).
           2 enr-rmb-montant pic 9(6)v99.
           2 enr-rmb-date-origine pic 9(8).
           2 enr-rmb-date-creation pic 9(8).
      * Mode de remboursement : 'C' sur la carte, 'H' sur le cheque
      * d'origine (moyen retrouve dans ARGLOG), 'V' par virement.
           2 enr-rmb-mode pic x.
           2 enr-rmb-tender-ref pic x(10).
           2 enr-rmb-tender-date pic 9(8).
           2 enr-rmb-caisse pic x(4).
           2 enr-rmb-iban pic x(34).
           2 enr-rmb-bic pic x(11).
      * 'A' a rembourser, 'R' rembourse le enr-rmb-date-rembt.
           2 enr-rmb-statut pic x.
               88 enr-rmb-a-payer value 'A'.
               88 enr-rmb-rembourse value 'R'.
           2 enr-rmb-date-rembt pic 9(8).
