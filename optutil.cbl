       identification division.
       program-id. optutil.

       environment division.
       input-output section.
       file-control.
           select otu-fic-stock assign to "OPTSTK"
               organization is indexed
               access mode is dynamic
               record key is enr-ost-cle
               file status is otu-stock-statut.
           select otu-fic-resa-opt assign to "OPTRESA"
               organization is indexed
               access mode is dynamic
               record key is enr-orv-cle
               alternate record key is enr-orv-stock
                   with duplicates
               file status is otu-orv-statut.
           select otu-fic-rapport assign to "OPTUTIL"
               organization is line sequential.

       data division.
       file section.
       fd otu-fic-stock.
       copy "optstkrec.cpy".

       fd otu-fic-resa-opt.
       copy "optresrec.cpy".

       fd otu-fic-rapport.
       1 rapport-ligne pic x(80).

       working-storage section.
       1 otu-stock-statut pic xx value '00'.
       1 otu-orv-statut pic xx value '00'.
       1 stock-eof pic x value 'n'.
           88 stock-fin-fichier value 'o' false 'n'.
       1 orv-eof pic x value 'n'.
           88 orv-fin-fichier value 'o' false 'n'.
       1 pic x value 'n'.
           88 resa-opt-ouvertes value 'o' false 'n'.

       1 date-systeme pic 9(8).
       1 date-systeme-vue redefines date-systeme.
           2 sys-periode pic 9(6).
           2 filler pic 99.
       1 date-calcul pic 9(8).
       1 date-calcul-vue redefines date-calcul.
           2 cal-annee pic 9999.
           2 cal-mois pic 99.
           2 cal-jour pic 99.
       1 tab-mois-longueur.
           2 filler pic x(24) value '312931303130313130313031'.
       1 tab-mois-vue redefines tab-mois-longueur.
           2 mois-longueur pic 99 occurs 12 times.

      * Bornes du mois traite et jours d'engagement qui y tombent.
       1 debut-mois pic 9(8).
       1 fin-mois pic 9(8).
       1 jours-mois pic 99.
       1 borne-debut pic 9(8).
       1 borne-fin pic 9(8).
       1 jours-engages pic 99.

      * Par stock d'agence : sorties du mois (engagements partis dans
      * le mois), jours d'engagement dans le mois, equipements perdus
      * ou abimes au retour dans le mois ; le taux d'utilisation
      * rapporte les jours engages aux jours disponibles du parc.
       1 sorties pic 9(5).
       1 jours-loues pic 9(6).
       1 manquants pic 9(4).
       1 endommages pic 9(4).
       1 jours-offerts pic 9(6).
       1 taux-utilisation pic 999.
       1 lu-compteur pic 9(6) value 0.
       1 ligne-compteur pic 9(6) value 0.
       1 total-sorties pic 9(6) value 0.
       1 total-manquants pic 9(5) value 0.
       1 total-endommages pic 9(5) value 0.

       1 rapport-titre.
           2 filler pic x(44) value
               'EQUIPEMENTS EN OPTION - UTILISATION - MOIS '.
           2 tit-periode pic 9(6).
           2 filler pic x(4) value ' au '.
           2 tit-date pic 9(8).

       1 rapport-entete pic x(80) value
           'AGC OPT STOCK  SORTIES  JOURS LOUES  TAUX  PERDUS  ABIMES'.

       1 rapport-ligne-detail.
           2 det-agence pic x(3).
           2 filler pic x(1) value space.
           2 det-code pic x(3).
           2 filler pic x(3) value spaces.
           2 det-stock pic zz9.
           2 filler pic x(4) value spaces.
           2 det-sorties pic zzzz9.
           2 filler pic x(7) value spaces.
           2 det-jours pic zzzzz9.
           2 filler pic x(3) value spaces.
           2 det-taux pic zz9.
           2 filler pic x(4) value spaces.
           2 det-manquants pic zzz9.
           2 filler pic x(4) value spaces.
           2 det-endommages pic zzz9.

       1 rapport-ligne-total.
           2 filler pic x(14) value 'TOTAL         '.
           2 tot-sorties pic zzzzz9.
           2 filler pic x(29) value spaces.
           2 tot-manquants pic zzzz9.
           2 filler pic x(3) value spaces.
           2 tot-endommages pic zzzz9.

       procedure division.
       mod-mainline.
      * Etat mensuel d'utilisation des equipements loues en option,
      * par agence et code option, pour decider des achats : un taux
      * proche de 100 % signale un stock trop court.
           call 'datebus' using date-systeme
           perform mod-bornes-mois
           open output otu-fic-rapport
           move sys-periode to tit-periode
           move date-systeme to tit-date
           move rapport-titre to rapport-ligne
           write rapport-ligne
           move rapport-entete to rapport-ligne
           write rapport-ligne

           set stock-fin-fichier to false
           open input otu-fic-stock
           if otu-stock-statut not = '00'
               set stock-fin-fichier to true
               display 'OPTSTK indisponible - etat vide'
           else
               set resa-opt-ouvertes to false
               open input otu-fic-resa-opt
               if otu-orv-statut = '00'
                   set resa-opt-ouvertes to true
               end-if
               move low-values to enr-ost-cle
               start otu-fic-stock key not < enr-ost-cle
                   invalid key set stock-fin-fichier to true
               end-start
               perform mod-traitement until stock-fin-fichier
               if resa-opt-ouvertes
                   close otu-fic-resa-opt
               end-if
               close otu-fic-stock
           end-if

           move total-sorties to tot-sorties
           move total-manquants to tot-manquants
           move total-endommages to tot-endommages
           move rapport-ligne-total to rapport-ligne
           write rapport-ligne
           close otu-fic-rapport
           display 'Stocks edites : ' ligne-compteur
           display 'Engagements lus : ' lu-compteur
           display 'Sorties du mois : ' total-sorties
           goback
           .

       mod-bornes-mois.
           move date-systeme to date-calcul
           move 1 to cal-jour
           move date-calcul to debut-mois
           perform mod-ajuste-fevrier
           move mois-longueur(cal-mois) to jours-mois
           move jours-mois to cal-jour
           move date-calcul to fin-mois
           .

       mod-ajuste-fevrier.
           if function mod(cal-annee, 4) = 0
               and (function mod(cal-annee, 100) not = 0
                   or function mod(cal-annee, 400) = 0)
               move 29 to mois-longueur(2)
           else
               move 28 to mois-longueur(2)
           end-if
           .

       mod-traitement.
           read otu-fic-stock next record
               at end set stock-fin-fichier to true
               not at end perform mod-traite-stock
           end-read
           .

       mod-traite-stock.
           move 0 to sorties
           move 0 to jours-loues
           move 0 to manquants
           move 0 to endommages
           if resa-opt-ouvertes
               set orv-fin-fichier to false
               move enr-ost-cle to enr-orv-stock
               start otu-fic-resa-opt key = enr-orv-stock
                   invalid key set orv-fin-fichier to true
               end-start
               perform mod-lit-engagement until orv-fin-fichier
           end-if

           move 0 to taux-utilisation
           compute jours-offerts = enr-ost-quantite * jours-mois
           if jours-offerts > 0
               compute taux-utilisation rounded =
                   jours-loues * 100 / jours-offerts
           end-if
           move enr-ost-agence to det-agence
           move enr-ost-code to det-code
           move enr-ost-quantite to det-stock
           move sorties to det-sorties
           move jours-loues to det-jours
           move taux-utilisation to det-taux
           move manquants to det-manquants
           move endommages to det-endommages
           move rapport-ligne-detail to rapport-ligne
           write rapport-ligne
           add 1 to ligne-compteur
           add sorties to total-sorties
           add manquants to total-manquants
           add endommages to total-endommages
           .

       mod-lit-engagement.
           read otu-fic-resa-opt next record
               at end set orv-fin-fichier to true
               not at end
                   if enr-orv-stock not = enr-ost-cle
                       set orv-fin-fichier to true
                   else
                       add 1 to lu-compteur
                       perform mod-compte-engagement
                   end-if
           end-read
           .

       mod-compte-engagement.
           if enr-orv-debut >= debut-mois
               and enr-orv-debut <= fin-mois
               add 1 to sorties
           end-if
      * Un equipement rendu avant la fin prevue n'est plus engage
      * au-dela de son retour.
           move enr-orv-fin to borne-fin
           if enr-orv-statut not = 'R' and enr-orv-date-retour > 0
               and enr-orv-date-retour < borne-fin
               move enr-orv-date-retour to borne-fin
           end-if
           if enr-orv-debut <= fin-mois and borne-fin >= debut-mois
               move enr-orv-debut to borne-debut
               if borne-debut < debut-mois
                   move debut-mois to borne-debut
               end-if
               if borne-fin > fin-mois
                   move fin-mois to borne-fin
               end-if
               compute jours-engages =
                   borne-fin - borne-debut + 1
               add jours-engages to jours-loues
           end-if
           if enr-orv-date-retour >= debut-mois
               and enr-orv-date-retour <= fin-mois
               evaluate enr-orv-statut
                   when 'M' add 1 to manquants
                   when 'E' add 1 to endommages
                   when other continue
               end-evaluate
           end-if
           .

       end program optutil.
