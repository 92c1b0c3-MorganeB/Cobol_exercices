      * Segments de valeur client (clisegm) : code porte par la fiche
      * (enr-val-segment) et libelle affiche au comptoir et sur les
      * etats. Notes R (recence), F (frequence), M (montant regle) de
      * 1 a 5 sur les 24 derniers mois.
      *   PR premium      R, F et M au moins 4
      *   FI fidele       R et F au moins 3
      *   NV nouveau      une seule location, recente (R au moins 4)
      *   OC occasionnel  autre client recent (R au moins 3)
      *   AR a risque     plus de location recente, F au moins 3
      *   IN inactif      plus de location recente
      *   SL sans location
       1 tab-seg-valeurs.
           2 filler pic x(14) value 'PRPREMIUM'.
           2 filler pic x(14) value 'FIFIDELE'.
           2 filler pic x(14) value 'NVNOUVEAU'.
           2 filler pic x(14) value 'OCOCCASIONNEL'.
           2 filler pic x(14) value 'ARA RISQUE'.
           2 filler pic x(14) value 'ININACTIF'.
           2 filler pic x(14) value 'SLSANS LOCAT.'.
       1 tab-seg-vue redefines tab-seg-valeurs.
           2 tab-seg-valeur occurs 7 times.
               3 sv-code pic xx.
               3 sv-libelle pic x(12).
       1 nb-seg-valeurs pic 9 value 7.
