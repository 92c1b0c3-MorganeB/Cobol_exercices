           2 enr-npai pic x.
           2 enr-npai-date pic 9(8).
           2 enr-npai-motif pic x(15).
      * Compte entreprise de rattachement (ENTREPR) : les contrats du
      * conducteur sont factures sur le releve mensuel de la societe.
           2 enr-entreprise pic x(8).
      * Fiche fusionnee dans une autre (clifusion) : reference du
      * client survivant ; la fiche est alors desactivee ('I').
           2 enr-fusion pic x(8).
      * Segment de valeur calcule chaque mois par clisegm (table des
      * codes segvaltab.cpy) : notes de recence, frequence et montant
      * regle de 1 a 5 et date du calcul ; a blanc avant le premier
      * passage.
           2 enr-val-segment pic xx.
           2 enr-val-score.
               3 enr-val-recence pic 9.
               3 enr-val-frequence pic 9.
               3 enr-val-montant pic 9.
           2 enr-val-date pic 9(8).
