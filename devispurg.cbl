               access mode is dynamic
               record key is enr-dev-numero
               file status is dvp-devis-statut.
           select optional dvp-fic-archive assign to "DEVARCH"
               organization is line sequential.

       data division.
       file section.
       fd dvp-fic-devis.
       copy "devisrec.cpy".

      * Archive des devis clos : image de l'enregistrement DEVISFIC.
       fd dvp-fic-archive.
       1 archive-ligne pic x(160).

       working-storage section.
       1 dvp-devis-statut pic xx value '00'.
       1 devis-eof pic x value 'n'.
           88 devis-fin-fichier value 'o' false 'n'.

       1 date-systeme pic 9(8).
      * Un devis clos reste un mois dans DEVISFIC (cloture comme
      * perdu d'un devis expire, fusion de clients) avant l'archive.
       1 date-archivage pic 9(8).
       1 date-archivage-vue redefines date-archivage.
           2 arc-annee pic 9999.
           2 arc-mois pic 99.
           2 arc-jour pic 99.
       1 lu-compteur pic 9(6) value 0.
       1 expire-compteur pic 9(6) value 0.
       1 archive-compteur pic 9(6) value 0.

       procedure division.
       mod-mainline.

       mod-init.
           call 'datebus' using date-systeme
           move date-systeme to date-archivage
           if arc-mois > 1
               subtract 1 from arc-mois
           else
               move 12 to arc-mois
               subtract 1 from arc-annee
           end-if
           open extend dvp-fic-archive
           set devis-fin-fichier to false
           open i-o dvp-fic-devis
           if dvp-devis-statut not = '00'
                   if enr-dev-statut = 'A'
                       and enr-dev-validite < date-systeme
                       move 'E' to enr-dev-statut
                       move date-systeme to enr-dev-date-cloture
                       rewrite enr-devis
                       add 1 to expire-compteur
                   end-if
      * Devis clos (converti, perdu ou expire) depuis plus d'un mois :
      * recopie dans DEVARCH, ou le suivi de conversion le retrouve,
      * puis retire du fichier vivant.
                   if (enr-dev-statut = 'C' or enr-dev-statut = 'P'
                       or enr-dev-statut = 'E')
                       and enr-dev-date-cloture < date-archivage
                       move spaces to archive-ligne
                       move enr-devis to archive-ligne
                       write archive-ligne
                       delete dvp-fic-devis record
                       add 1 to archive-compteur
                   end-if
           end-read
           .

           if dvp-devis-statut = '00' or dvp-devis-statut = '10'
               close dvp-fic-devis
           end-if
           close dvp-fic-archive
           display 'Devis lus : ' lu-compteur
           display 'Devis expires : ' expire-compteur
           display 'Devis archives : ' archive-compteur
           .

       end program devispurg.
