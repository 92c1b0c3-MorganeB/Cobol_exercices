      * Registre des factures et avoirs (FACTREG). La cle est le numero
      * de piece suivi de sa nature ('F' facture, 'A' avoir) : les
      * numerotations FACTSEQ et AVOIRSEQ sont independantes. Acces
      * par client sur la cle secondaire. Le detail de la ligne est
      * lu par chaque programme dans sa propre vue rg-ligne.
       1 registre-ligne.
           2 reg-cle.
               3 reg-numero pic 9(8).
               3 reg-nature pic x.
           2 reg-date pic 9(8).
           2 filler pic x.
           2 reg-contrat pic x(8).
           2 filler pic x.
           2 reg-client pic x(8).
           2 filler pic x(45).
