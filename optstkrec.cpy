       1 enr-stock-option.
      * Stock d'un equipement loue en option (code LOCOPT) dans une
      * agence ; une option sans stock declare n'est pas limitee.
           2 enr-ost-cle.
               3 enr-ost-agence pic x(3).
               3 enr-ost-code pic x(3).
           2 enr-ost-quantite pic 999.
           2 enr-ost-date-maj pic 9(8).
