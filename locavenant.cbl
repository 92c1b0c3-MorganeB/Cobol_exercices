               organization is indexed
               access mode is dynamic
               record key is enr-ctr-numero
               alternate record key is enr-ctr-client
                   with duplicates
               alternate record key is enr-ctr-immat
                   with duplicates
               file status is avn-contrat-statut.
           select avn-fic-resa assign to "RESERV"
               organization is indexed
           88 resa-fin-fichier value 'o' false 'n'.
       1 conflit-detecte pic x value 'n'.
           88 conflit value 'o' false 'n'.
       1 categorie-statut pic x value 'n'.
           88 categorie-complete value 'o' false 'n'.
       copy "dispdem.cpy".

       1 date-calcul pic 9(8).
       1 date-calcul-vue redefines date-calcul.
       1 plg-conflit.
           2 line 11 col 5
               'Vehicule reserve sur les jours ajoutes - refus'.
       1 plg-categorie-complete.
           2 line 11 col 5
               'Categorie complete sur les jours ajoutes - refus'.

       procedure division.
       mod-mainline.
                   display plg-fin-invalide
               else
                   perform mod-verif-conflit
                   perform mod-verif-categorie
                   evaluate true
                       when conflit
                           display plg-conflit
                       when categorie-complete
                           display plg-categorie-complete
                       when other
                           perform mod-applique-avenant
                   end-evaluate
               end-if
           end-if
           .
      * mord sur la plage (fin actuelle, nouvelle fin] interdit la
      * prolongation. La reservation du contrat lui-meme (cle
      * vehicule + date de depart) est ignoree.
      * Un contrat encore tenu sur sa categorie n'a pas de vehicule
      * a controler : seule la disponibilite de la categorie compte.
           set conflit to false
           if enr-ctr-immat not = spaces
               perform mod-verif-vehicule
           end-if
           .

       mod-verif-vehicule.
           set resa-fin-fichier to false
           open input avn-fic-resa
           if avn-resa-statut not = '00'
           end-if
           .

       mod-verif-categorie.
      * Les jours ajoutes consomment une place de la categorie a
      * l'agence de depart : la prolongation n'est admise que s'il
      * en reste une du lendemain de la fin actuelle a la nouvelle
      * fin, les reservations deja prises comprises.
           set categorie-complete to false
           move enr-ctr-date-fin to date-calcul
           perform mod-ajuste-fevrier
           add 1 to cal-jour
           if cal-jour > mois-longueur(cal-mois)
               move 1 to cal-jour
               add 1 to cal-mois
               if cal-mois > 12
                   move 1 to cal-mois
                   add 1 to cal-annee
               end-if
           end-if
           move enr-ctr-type to disp-type
           move enr-ctr-agence-dep to disp-agence
           move date-calcul to disp-debut
           move nouvelle-fin to disp-fin
           move enr-ctr-numero to disp-exclure
           move 'N' to disp-surbook
           call 'resadisp' using disp-demande
           if disp-resultat = 'C'
               set categorie-complete to true
           end-if
           .

       mod-lit-resa.
           read avn-fic-resa next record
               at end set resa-fin-fichier to true
       mod-prolonge-reservation.
           open i-o avn-fic-resa
           if avn-resa-statut = '00'
               if enr-ctr-immat = spaces
                   move spaces to enr-resa-immat
                   move '*' to enr-resa-marque
                   move enr-ctr-numero to enr-resa-contrat-att
               else
                   move enr-ctr-immat to enr-resa-immat
               end-if
               move enr-ctr-date-debut to enr-resa-debut
               read avn-fic-resa key is enr-resa-cle
                   invalid key continue
