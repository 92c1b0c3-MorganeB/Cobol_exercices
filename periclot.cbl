       identification division.
       program-id. periclot.

       environment division.
       input-output section.
       file-control.
           select pcl-fic-param assign to "CPTPRM"
               organization is line sequential
               file status is pcl-param-statut.
           select pcl-fic-periode assign to "PERIODE"
               organization is line sequential
               file status is pcl-periode-statut.
           select pcl-fic-audit assign to "OPSLOG"
               organization is line sequential.

       data division.
       file section.
       fd pcl-fic-param.
       1 pcl-param-enr.
           2 prm-periode pic 9(6).

       fd pcl-fic-periode.
       copy "perirec.cpy".

       fd pcl-fic-audit.
       copy "opslogrec.cpy".

       working-storage section.
       1 pcl-param-statut pic xx value '00'.
       1 pcl-periode-statut pic xx value '00'.

       1 date-systeme pic 9(8).
       1 date-systeme-vue redefines date-systeme.
           2 sys-annee pic 9999.
           2 sys-mois pic 99.
           2 sys-jour pic 99.
       1 periode-cloture pic 9(6) value 0.
       1 cloture-actuelle pic 9(6) value 0.

       procedure division.
       mod-mainline.
      * Cloture du mois que cptexp vient d'exporter (meme periode,
      * CPTPRM ou mois courant) : etape deliberee de fin de mois,
      * lancee seulement si l'export s'est bien termine. Une periode
      * deja close n'est pas reecrite, une cloture ne recule jamais.
           call 'datebus' using date-systeme
           compute periode-cloture = (sys-annee * 100) + sys-mois
           open input pcl-fic-param
           if pcl-param-statut = '00'
               read pcl-fic-param
                   at end continue
                   not at end move prm-periode to periode-cloture
               end-read
               close pcl-fic-param
           end-if

           move 0 to cloture-actuelle
           open input pcl-fic-periode
           if pcl-periode-statut = '00'
               read pcl-fic-periode
                   at end continue
                   not at end
                       if enr-prd-cloture numeric
                           move enr-prd-cloture to cloture-actuelle
                       end-if
               end-read
               close pcl-fic-periode
           end-if

           if periode-cloture <= cloture-actuelle
               display 'Periode ' periode-cloture
                   ' deja close (cloture au ' cloture-actuelle ')'
               move 4 to return-code
           else
               open output pcl-fic-periode
               move periode-cloture to enr-prd-cloture
               move date-systeme to enr-prd-date
               move 'PERICLOT' to enr-prd-operateur
               write enr-periode
               close pcl-fic-periode

               move spaces to ops-ligne
               move date-systeme to ops-date
               accept ops-heure from time
               move 'periclot' to ops-programme
               move 'CLOTURE-PERIOD' to ops-operation
               move periode-cloture to ops-detail(1:6)
               move 'PERICLOT' to ops-operateur
               open extend pcl-fic-audit
               write ops-ligne
               close pcl-fic-audit
               display 'Periode close : ' periode-cloture
           end-if
           goback
           .

       end program periclot.
