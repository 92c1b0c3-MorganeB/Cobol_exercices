       identification division.
       program-id. forcrapp.

       environment division.
       input-output section.
       file-control.
           select frp-fic-forcages assign to "FORCAGE"
               organization is indexed
               access mode is dynamic
               record key is enr-frc-numero
               alternate record key is enr-frc-objet
                   with duplicates
               alternate record key is enr-frc-agence
                   with duplicates
               file status is frp-forcage-statut.
           select frp-fic-rapport assign to "FORCRAPP"
               organization is line sequential.

       data division.
       file section.
       fd frp-fic-forcages.
       copy "forcrec.cpy".

       fd frp-fic-rapport.
       1 rapport-ligne pic x(100).

       working-storage section.
       1 frp-forcage-statut pic xx value '00'.
       1 frc-eof pic x value 'n'.
           88 frc-fin-fichier value 'o' false 'n'.

       1 date-systeme pic 9(8).
       1 debut-semaine pic 9(8).
       1 date-calcul pic 9(8).
       1 date-calcul-vue redefines date-calcul.
           2 cal-annee pic 9999.
           2 cal-mois pic 99.
           2 cal-jour pic 99.
       1 tab-mois-longueur.
           2 filler pic x(24) value '312931303130313130313031'.
       1 tab-mois-vue redefines tab-mois-longueur.
           2 mois-longueur pic 99 occurs 12 times.
       1 jr-compteur pic 9.

       1 agence-courante pic x(3) value spaces.
       1 pic x value 'n'.
           88 agence-en-cours value 'o' false 'n'.
      * Compteurs de l'agence en cours et du rapport.
       1 agc-accordees pic 9(5).
       1 agc-montant-accorde pic 9(7)v99.
       1 agc-refusees pic 9(5).
       1 agc-attente pic 9(5).
       1 lu-compteur pic 9(6) value 0.
       1 total-accordees pic 9(6) value 0.
       1 total-refusees pic 9(6) value 0.
       1 total-attente pic 9(6) value 0.

       1 rapport-titre.
           2 filler pic x(29) value 'DEROGATIONS SUPERVISEUR DU '.
           2 tit-debut pic 9(8).
           2 filler pic x(4) value ' au '.
           2 tit-fin pic 9(8).

       1 rapport-entete pic x(100) value
           'NUMERO   NAT OBJET        MONTANT DECISION DEMANDEU SUPERVIS
      -    ' DATE     MOTIF'.

       1 rapport-ligne-agence.
           2 filler pic x(8) value 'AGENCE '.
           2 rag-agence pic x(3).

       1 rapport-ligne-detail.
           2 det-numero pic 9(8).
           2 filler pic x(1) value space.
           2 det-nature pic x(3).
           2 filler pic x(1) value space.
           2 det-reference pic x(10).
           2 filler pic x(1) value space.
           2 det-montant pic zzzzz9.99.
           2 filler pic x(1) value space.
           2 det-decision pic x(8).
           2 filler pic x(1) value space.
           2 det-demandeur pic x(8).
           2 filler pic x(1) value space.
           2 det-superviseur pic x(8).
           2 filler pic x(1) value space.
           2 det-date pic 9(8).
           2 filler pic x(1) value space.
           2 det-motif pic x(30).

       1 rapport-ligne-sous-total.
           2 filler pic x(13) value '  accordees '.
           2 rst-accordees pic zzzz9.
           2 filler pic x(3) value ' - '.
           2 rst-montant pic zzzzzz9.99.
           2 filler pic x(12) value '  refusees '.
           2 rst-refusees pic zzzz9.
           2 filler pic x(14) value '  en attente '.
           2 rst-attente pic zzzz9.

       1 rapport-ligne-total.
           2 filler pic x(20) value 'TOTAL ACCORDEES '.
           2 tot-accordees pic zzzzz9.
           2 filler pic x(12) value '  REFUSEES '.
           2 tot-refusees pic zzzzz9.
           2 filler pic x(14) value '  EN ATTENTE '.
           2 tot-attente pic zzzzz9.

       procedure division.
       mod-mainline.
      * Etat hebdomadaire des derogations par agence : accordees et
      * refusees dans les sept derniers jours, et toutes celles qui
      * attendent encore un superviseur, quelle que soit leur date.
           call 'datebus' using date-systeme
           perform mod-debut-semaine
           open output frp-fic-rapport
           move debut-semaine to tit-debut
           move date-systeme to tit-fin
           move rapport-titre to rapport-ligne
           write rapport-ligne
           move rapport-entete to rapport-ligne
           write rapport-ligne

           set frc-fin-fichier to false
           open input frp-fic-forcages
           if frp-forcage-statut not = '00'
               set frc-fin-fichier to true
               display 'FORCAGE indisponible - etat vide'
           else
               move low-values to enr-frc-agence
               start frp-fic-forcages key not < enr-frc-agence
                   invalid key set frc-fin-fichier to true
               end-start
               perform mod-traitement until frc-fin-fichier
               close frp-fic-forcages
           end-if
           if agence-en-cours
               perform mod-fin-agence
           end-if

           move total-accordees to tot-accordees
           move total-refusees to tot-refusees
           move total-attente to tot-attente
           move rapport-ligne-total to rapport-ligne
           write rapport-ligne
           close frp-fic-rapport
           display 'Derogations lues : ' lu-compteur
           display 'Derogations en attente : ' total-attente
           if total-attente > 0
               move 4 to return-code
           end-if
           goback
           .

       mod-debut-semaine.
           move date-systeme to date-calcul
           perform mod-ajuste-fevrier
           perform varying jr-compteur from 1 by 1
               until jr-compteur > 6
               subtract 1 from cal-jour
               if cal-jour = 0
                   subtract 1 from cal-mois
                   if cal-mois = 0
                       move 12 to cal-mois
                       subtract 1 from cal-annee
                       perform mod-ajuste-fevrier
                   end-if
                   move mois-longueur(cal-mois) to cal-jour
               end-if
           end-perform
           move date-calcul to debut-semaine
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
           read frp-fic-forcages next record
               at end set frc-fin-fichier to true
               not at end
                   add 1 to lu-compteur
                   if enr-frc-statut = 'E'
                       or (enr-frc-date-demande >= debut-semaine
                           and enr-frc-date-demande <= date-systeme)
                       perform mod-edite-forcage
                   end-if
           end-read
           .

       mod-edite-forcage.
           if not agence-en-cours
               or enr-frc-agence not = agence-courante
               if agence-en-cours
                   perform mod-fin-agence
               end-if
               perform mod-debut-agence
           end-if

           evaluate enr-frc-statut
               when 'A'
               when 'U'
                   move 'ACCORDEE' to det-decision
                   add 1 to agc-accordees
                   add enr-frc-montant to agc-montant-accorde
               when 'R'
                   move 'REFUSEE' to det-decision
                   add 1 to agc-refusees
               when other
                   move 'ATTENTE' to det-decision
                   add 1 to agc-attente
           end-evaluate
           move enr-frc-numero to det-numero
           move enr-frc-nature to det-nature
           move enr-frc-reference to det-reference
           move enr-frc-montant to det-montant
           move enr-frc-demandeur to det-demandeur
           move enr-frc-superviseur to det-superviseur
           move enr-frc-date-demande to det-date
           move enr-frc-motif to det-motif
           move rapport-ligne-detail to rapport-ligne
           write rapport-ligne
           .

       mod-debut-agence.
           set agence-en-cours to true
           move enr-frc-agence to agence-courante
           move 0 to agc-accordees
           move 0 to agc-montant-accorde
           move 0 to agc-refusees
           move 0 to agc-attente
           move agence-courante to rag-agence
           move rapport-ligne-agence to rapport-ligne
           write rapport-ligne
           .

       mod-fin-agence.
           move agc-accordees to rst-accordees
           move agc-montant-accorde to rst-montant
           move agc-refusees to rst-refusees
           move agc-attente to rst-attente
           move rapport-ligne-sous-total to rapport-ligne
           write rapport-ligne
           add agc-accordees to total-accordees
           add agc-refusees to total-refusees
           add agc-attente to total-attente
           .

       end program forcrapp.
