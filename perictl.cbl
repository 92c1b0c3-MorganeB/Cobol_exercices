       identification division.
       program-id. perictl.

       environment division.
       input-output section.
       file-control.
           select prd-fic-periode assign to "PERIODE"
               organization is line sequential
               file status is prd-periode-statut.

       data division.
       file section.
       fd prd-fic-periode.
       copy "perirec.cpy".

       working-storage section.
       1 prd-periode-statut pic xx value '00'.
       1 periode-demandee pic 9(6).

       linkage section.
       copy "peridem.cpy".

       procedure division using peri-demande.
       mod-mainline.
      * Controle de periode comptable, appele par tout programme qui
      * ecrit dans FACTREG ou PAIEMENT avant de dater une piece. Le
      * fichier est relu a chaque appel : une cloture ou une
      * reouverture passee en cours de journee est vue aussitot. Sans
      * fichier PERIODE aucun mois n'est clos.
           move 0 to peri-cloture
           open input prd-fic-periode
           if prd-periode-statut = '00'
               read prd-fic-periode
                   at end continue
                   not at end
                       if enr-prd-cloture numeric
                           move enr-prd-cloture to peri-cloture
                       end-if
               end-read
               close prd-fic-periode
           end-if

           compute periode-demandee = peri-date / 100
           if periode-demandee <= peri-cloture
               set peri-cloturee to true
           else
               set peri-ouverte to true
           end-if
           goback
           .

       end program perictl.
