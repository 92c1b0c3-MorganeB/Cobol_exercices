       identification division.
       program-id. budmaj.

       environment division.
       input-output section.
       file-control.
           select bud-fic-budget assign to "BUDGET"
               organization is indexed
               access mode is dynamic
               record key is enr-bud-cle
               file status is bud-budget-statut.
           select bud-fic-audit assign to "OPSLOG"
               organization is line sequential.

       data division.
       file section.
       fd bud-fic-budget.
       copy "budgetrec.cpy".

       fd bud-fic-audit.
       copy "opslogrec.cpy".

       working-storage section.
       1 bud-budget-statut pic xx value '00'.
       1 mode-travail pic x value '1'.
           88 mode-ajout value '1'.
           88 mode-correction value '2'.
           88 mode-consultation value '3'.
       1 budget-agence pic x(3).
       1 budget-annee pic 9999.
       1 budget-mois pic 99.
       1 budget-ca pic 9(8)v99.
       1 budget-jours pic 9(6).
       1 budget-parc pic 9(4).
       1 operateur-budget pic x(8).
       1 date-systeme pic 9(8).
       1 maj-faite pic x value 'n'.
           88 maj-ok value 'o' false 'n'.
       copy "sessionop.cpy".

       screen section.
       1 a-plg-titre.
           2 blank screen.
           2 line 2 col 10 'Budget mensuel des agences'.
       1 s-plg-mode.
           2 line 4 col 5 '1=Ajouter  2=Corriger  3=Consulter '.
           2 s-mode pic x to mode-travail required.
       1 s-plg-cle.
           2 line 6 col 5 'Agence '.
           2 s-budget-agence pic x(3) to budget-agence required.
           2 '  Annee '.
           2 s-budget-annee pic 9999 to budget-annee required.
           2 '  Mois '.
           2 s-budget-mois pic 99 to budget-mois required.
       1 s-plg-valeurs.
           2 line 8 col 5 'Chiffre d''affaires HT '.
           2 s-budget-ca pic 9(8)v99 to budget-ca required.
           2 line 9 col 5 'Jours de location     '.
           2 s-budget-jours pic 9(6) to budget-jours required.
           2 line 10 col 5 'Parc moyen (vehicules) '.
           2 s-budget-parc pic 9(4) to budget-parc required.
       1 a-plg-valeurs.
           2 line 8 col 5 'Chiffre d''affaires HT '.
           2 a-budget-ca pic z(7)9.99 from enr-bud-ca.
           2 line 9 col 5 'Jours de location     '.
           2 a-budget-jours pic z(5)9 from enr-bud-jours.
           2 line 10 col 5 'Parc moyen (vehicules) '.
           2 a-budget-parc pic z(3)9 from enr-bud-parc.
           2 line 11 col 5 'Mis a jour le '.
           2 a-budget-date pic 9(8) from enr-bud-date-maj.
           2 ' par '.
           2 a-budget-oper pic x(8) from enr-bud-operateur.

       1 plg-mois-invalide.
           2 line 13 col 5 'Mois invalide (01 a 12)'.
       1 plg-existe-deja.
           2 line 13 col 5 'Ce budget existe deja'.
       1 plg-inconnu.
           2 line 13 col 5 'Budget inconnu pour ce mois'.
       1 plg-erreur-fichier.
           2 line 13 col 5 'Fichier BUDGET indisponible'.
       1 plg-fait.
           2 line 13 col 5 'Mise a jour effectuee'.

       procedure division.
       mod-mainline.
      * Un budget par agence et par mois ; les douze mois d'une annee
      * se saisissent un a un, la correction remplace les trois
      * valeurs du mois.
           move spaces to ops-ligne
           call 'datebus' using date-systeme
           if sess-id not = spaces and sess-id not = low-value
               move sess-id to operateur-budget
           else
               move 'INCONNU' to operateur-budget
           end-if
           display a-plg-titre
           display s-plg-mode
           accept s-mode
           display s-plg-cle
           accept s-budget-agence
           accept s-budget-annee
           accept s-budget-mois

           set maj-ok to false
           if budget-mois < 1 or budget-mois > 12
               display plg-mois-invalide
           else
               open i-o bud-fic-budget
               if bud-budget-statut = '35'
                   open output bud-fic-budget
                   close bud-fic-budget
                   open i-o bud-fic-budget
               end-if
               if bud-budget-statut not = '00'
                   display plg-erreur-fichier
               else
                   evaluate true
                       when mode-correction
                           perform mod-correction
                       when mode-consultation
                           perform mod-consultation
                       when other
                           perform mod-ajout
                   end-evaluate
                   close bud-fic-budget
               end-if
           end-if

           if maj-ok
               display plg-fait
               perform mod-audit-operation
           end-if
           goback
           .

       mod-saisie-valeurs.
           display s-plg-valeurs
           accept s-budget-ca
           accept s-budget-jours
           accept s-budget-parc
           .

       mod-ajout.
           move budget-agence to enr-bud-agence
           move budget-annee to enr-bud-annee
           move budget-mois to enr-bud-mois
           read bud-fic-budget key is enr-bud-cle
               invalid key
                   perform mod-saisie-valeurs
                   perform mod-valeurs-budget
                   write enr-budget
                       invalid key display plg-existe-deja
                       not invalid key
                           set maj-ok to true
                           move 'BUDGET-AJOUT' to ops-operation
                   end-write
               not invalid key
                   display plg-existe-deja
                   display a-plg-valeurs
           end-read
           .

       mod-correction.
           move budget-agence to enr-bud-agence
           move budget-annee to enr-bud-annee
           move budget-mois to enr-bud-mois
           read bud-fic-budget key is enr-bud-cle
               invalid key
                   display plg-inconnu
               not invalid key
                   display a-plg-valeurs
                   perform mod-saisie-valeurs
                   perform mod-valeurs-budget
                   rewrite enr-budget
                   set maj-ok to true
                   move 'BUDGET-CORR' to ops-operation
           end-read
           .

       mod-consultation.
           move budget-agence to enr-bud-agence
           move budget-annee to enr-bud-annee
           move budget-mois to enr-bud-mois
           read bud-fic-budget key is enr-bud-cle
               invalid key display plg-inconnu
               not invalid key display a-plg-valeurs
           end-read
           .

       mod-valeurs-budget.
           move budget-agence to enr-bud-agence
           move budget-annee to enr-bud-annee
           move budget-mois to enr-bud-mois
           move budget-ca to enr-bud-ca
           move budget-jours to enr-bud-jours
           move budget-parc to enr-bud-parc
           move date-systeme to enr-bud-date-maj
           move operateur-budget to enr-bud-operateur
           .

       mod-audit-operation.
           move date-systeme to ops-date
           accept ops-heure from time
           move 'budmaj' to ops-programme
           move operateur-budget to ops-operateur
           move spaces to ops-detail
           string budget-agence delimited by size
               ' ' delimited by size
               budget-annee delimited by size
               budget-mois delimited by size
               into ops-detail
           end-string

           open extend bud-fic-audit
           write ops-ligne
           close bud-fic-audit
           .

       end program budmaj.
