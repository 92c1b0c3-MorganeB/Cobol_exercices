       identification division.
       program-id. periouv.

       environment division.
       input-output section.
       file-control.
           select pou-fic-periode assign to "PERIODE"
               organization is line sequential
               file status is pou-periode-statut.
           select pou-fic-audit assign to "OPSLOG"
               organization is line sequential.

       data division.
       file section.
       fd pou-fic-periode.
       copy "perirec.cpy".

       fd pou-fic-audit.
       copy "opslogrec.cpy".

       working-storage section.
       1 pou-periode-statut pic xx value '00'.
       copy "sessionop.cpy".

       1 date-systeme pic 9(8).
       1 cloture-actuelle pic 9(6) value 0.
       1 cloture-nouvelle pic 9(6) value 0.
       1 cloture-nouvelle-vue redefines cloture-nouvelle.
           2 nouv-annee pic 9999.
           2 nouv-mois pic 99.
       1 confirmation pic x value 'N'.
           88 confirmation-oui value 'O' 'o'.

       screen section.
       1 a-plg-titre.
           2 blank screen.
           2 line 2 col 10 'Reouverture de periode comptable'.

       1 a-plg-cloture.
           2 line 4 col 5 'Dernier mois clos (AAAAMM) : '.
           2 a-cloture pic 9(6) from cloture-actuelle.

       1 s-plg-reouverture.
           2 line 6 col 5 'Nouveau dernier mois clos (AAAAMM) '.
           2 s-nouvelle pic 9(6) to cloture-nouvelle required.
           2 line 7 col 5 'Confirmer la reouverture (O/N) '.
           2 s-confirmation pic x to confirmation required.

       1 plg-non-autorise.
           2 line 4 col 5 'Fonction reservee a l''administrateur'.
       1 plg-rien-clos.
           2 line 9 col 5 'Aucune periode close'.
       1 plg-invalide.
           2 line 9 col 5 'Mois invalide - il doit preceder la cloture'.
       1 plg-abandon.
           2 line 9 col 5 'Reouverture abandonnee'.
       1 plg-reouvert.
           2 line 9 col 5 'Periode reouverte'.

       procedure division.
       mod-mainline.
      * Reouvrir un mois deja exporte vers le grand livre est une
      * operation d'exception : operateur de niveau 9 seulement, et
      * trace dans OPSLOG avec l'ancienne et la nouvelle cloture.
           call 'datebus' using date-systeme
           display a-plg-titre
           if sess-niveau < 9
               display plg-non-autorise
           else
               perform mod-lit-periode
               display a-plg-cloture
               if cloture-actuelle = 0
                   display plg-rien-clos
               else
                   display s-plg-reouverture
                   accept s-nouvelle
                   accept s-confirmation
                   evaluate true
                       when not confirmation-oui
                           display plg-abandon
                       when cloture-nouvelle >= cloture-actuelle
                           or (cloture-nouvelle not = 0
                               and (nouv-mois < 1 or nouv-mois > 12))
                           display plg-invalide
                       when other
                           perform mod-reouvre
                   end-evaluate
               end-if
           end-if
           goback
           .

       mod-lit-periode.
           move 0 to cloture-actuelle
           open input pou-fic-periode
           if pou-periode-statut = '00'
               read pou-fic-periode
                   at end continue
                   not at end
                       if enr-prd-cloture numeric
                           move enr-prd-cloture to cloture-actuelle
                       end-if
               end-read
               close pou-fic-periode
           end-if
           .

       mod-reouvre.
           open output pou-fic-periode
           move cloture-nouvelle to enr-prd-cloture
           move date-systeme to enr-prd-date
           move sess-id to enr-prd-operateur
           write enr-periode
           close pou-fic-periode
           display plg-reouvert

           move spaces to ops-ligne
           move date-systeme to ops-date
           accept ops-heure from time
           move 'periouv' to ops-programme
           move 'REOUVERTURE' to ops-operation
           move cloture-actuelle to ops-detail(1:6)
           move '>' to ops-detail(8:1)
           move cloture-nouvelle to ops-detail(10:6)
           move sess-id to ops-operateur
           open extend pou-fic-audit
           write ops-ligne
           close pou-fic-audit
           .

       end program periouv.
