       identification division.
       program-id. cliavis.

       environment division.
       input-output section.
       file-control.
           select avi-fic-clients assign to "CLIMAST"
               organization is indexed
               access mode is dynamic
               record key is enr-ref
               file status is avi-client-statut.
           select avi-fic-coord assign to "CLICOORD"
               organization is indexed
               access mode is dynamic
               record key is enr-crd-client
               file status is avi-coord-statut.
           select avi-fic-resa assign to "RESERV"
               organization is indexed
               access mode is dynamic
               record key is enr-resa-cle
               file status is avi-resa-statut.
           select avi-fic-contrats assign to "LOCCONTR"
               organization is indexed
               access mode is dynamic
               record key is enr-ctr-numero
               alternate record key is enr-ctr-client
                   with duplicates
               alternate record key is enr-ctr-immat
                   with duplicates
               file status is avi-contrat-statut.
           select avi-fic-messages assign to "AVISOUT"
               organization is line sequential.

       data division.
       file section.
       fd avi-fic-clients.
       copy "clientrec.cpy".

       fd avi-fic-coord.
       copy "coordrec.cpy".

       fd avi-fic-resa.
       copy "reservrec.cpy".

       fd avi-fic-contrats.
       copy "contratrec.cpy".

      * Message remis a la passerelle SMS/e-mail : canal ('S' SMS sur
      * le mobile, 'E' e-mail), destination, client, nature de l'avis
      * (RETRAI depart le prochain jour ouvre, RETOUR retour attendu
      * demain, RETARD retour depasse), contrat, date, agence, texte.
      * La passerelle renvoie canal, client et destination dans son
      * compte rendu (AVISRET, cliavret).
       fd avi-fic-messages.
       1 avi-message.
           2 msg-canal pic x.
           2 msg-destination pic x(60).
           2 msg-client pic x(8).
           2 msg-type pic x(6).
           2 msg-contrat pic 9(8).
           2 msg-date pic 9(8).
           2 msg-agence pic x(3).
           2 msg-texte pic x(140).

       working-storage section.
       1 avi-client-statut pic xx value '00'.
       1 avi-coord-statut pic xx value '00'.
       1 avi-resa-statut pic xx value '00'.
       1 avi-contrat-statut pic xx value '00'.
       1 fic-eof pic x value 'n'.
           88 fic-fin-fichier value 'o' false 'n'.
       1 pic x value 'n'.
           88 fichiers-ouverts value 'o' false 'n'.
       1 pic x value 'n'.
           88 destinataire-trouve value 'o' false 'n'.

       copy "ouvrdem.cpy".

       1 date-systeme pic 9(8).
       1 date-demain pic 9(8).
       1 date-ouvree pic 9(8).
       1 date-calcul pic 9(8).
       1 date-calcul-vue redefines date-calcul.
           2 cal-annee pic 9999.
           2 cal-mois pic 99.
           2 cal-jour pic 99.
       1 tab-mois-longueur.
           2 filler pic x(24) value '312931303130313130313031'.
       1 tab-mois-vue redefines tab-mois-longueur.
           2 mois-longueur pic 99 occurs 12 times.

      * Avis en cours de constitution.
       1 avis-client pic x(8).
       1 avis-type pic x(6).
       1 avis-contrat pic 9(8).
       1 avis-date pic 9(8).
       1 avis-date-vue redefines avis-date.
           2 avd-annee pic 9999.
           2 avd-mois pic 99.
           2 avd-jour pic 99.
       1 avis-agence pic x(3).
       1 avis-date-texte.
           2 adt-jour pic 99.
           2 filler pic x value '/'.
           2 adt-mois pic 99.
           2 filler pic x value '/'.
           2 adt-annee pic 9999.
       1 avis-texte pic x(140).

       1 resa-compteur pic 9(6) value 0.
       1 retour-compteur pic 9(6) value 0.
       1 retard-compteur pic 9(6) value 0.
       1 sms-compteur pic 9(6) value 0.
       1 email-compteur pic 9(6) value 0.
       1 sans-coord-compteur pic 9(6) value 0.

       procedure division.
       mod-mainline.
      * Avis de service de la nuit vers la passerelle SMS/e-mail :
      * departs reserves jusqu'au prochain jour ouvre (calendrier
      * JOURSFER), retours attendus demain et retours depasses des
      * contrats en cours. Avis de gestion, ils partent sans accord
      * marketing, sur les seuls canaux non suspendus pour echecs.
           perform mod-init
           if fichiers-ouverts
               perform mod-avis-departs
               perform mod-avis-retours
               close avi-fic-clients
               close avi-fic-coord
           end-if
           perform mod-fin
           goback
           .

       mod-init.
           call 'datebus' using date-systeme
           move date-systeme to date-calcul
           perform mod-ajuste-fevrier
           perform mod-jour-suivant
           move date-calcul to date-demain
           move 'S' to ouvr-action
           move date-demain to ouvr-date
           call 'dateouvr' using ouvr-demande
           move ouvr-date to date-ouvree

           open output avi-fic-messages
           set fichiers-ouverts to false
           open input avi-fic-clients
           if avi-client-statut = '00'
               open input avi-fic-coord
               if avi-coord-statut = '00'
                   set fichiers-ouverts to true
               else
                   close avi-fic-clients
               end-if
           end-if
           if not fichiers-ouverts
               display 'CLIMAST ou CLICOORD indisponible - aucun avis'
               move 4 to return-code
           end-if
           .

       mod-jour-suivant.
           add 1 to cal-jour
           if cal-jour > mois-longueur(cal-mois)
               move 1 to cal-jour
               add 1 to cal-mois
               if cal-mois > 12
                   move 1 to cal-mois
                   add 1 to cal-annee
               end-if
           end-if
           .

       mod-ajuste-fevrier.
      * Fevrier vaut 29 jours les seules annees bissextiles ; la table
      * est ajustee avant tout calcul de date.
           if function mod(cal-annee, 4) = 0
               and (function mod(cal-annee, 100) not = 0
                   or function mod(cal-annee, 400) = 0)
               move 29 to mois-longueur(2)
           else
               move 28 to mois-longueur(2)
           end-if
           .

       mod-avis-departs.
      * Departs : reservations actives debutant apres aujourd'hui et
      * au plus tard le prochain jour ouvre (un samedi couvre ainsi
      * le lundi).
           set fic-fin-fichier to false
           open input avi-fic-resa
           if avi-resa-statut not = '00'
               set fic-fin-fichier to true
           else
               move low-values to enr-resa-cle
               start avi-fic-resa key not < enr-resa-cle
                   invalid key set fic-fin-fichier to true
               end-start
           end-if
           perform mod-lit-resa until fic-fin-fichier
           if avi-resa-statut = '00' or avi-resa-statut = '10'
               close avi-fic-resa
           end-if
           .

       mod-lit-resa.
           read avi-fic-resa next record
               at end set fic-fin-fichier to true
               not at end
                   if enr-resa-statut = 'A'
                       and enr-resa-debut > date-systeme
                       and enr-resa-debut <= date-ouvree
                       move enr-resa-client to avis-client
                       move 'RETRAI' to avis-type
                       move enr-resa-contrat to avis-contrat
                       move enr-resa-debut to avis-date
                       move enr-resa-agence to avis-agence
                       perform mod-emet-avis
                       add 1 to resa-compteur
                   end-if
           end-read
           .

       mod-avis-retours.
      * Retours : contrats en cours (vehicule remis) dont la fin est
      * demain, ou deja passee sans retour.
           set fic-fin-fichier to false
           open input avi-fic-contrats
           if avi-contrat-statut not = '00'
               set fic-fin-fichier to true
           else
               move 0 to enr-ctr-numero
               start avi-fic-contrats key not < enr-ctr-numero
                   invalid key set fic-fin-fichier to true
               end-start
           end-if
           perform mod-lit-contrat until fic-fin-fichier
           if avi-contrat-statut = '00' or avi-contrat-statut = '10'
               close avi-fic-contrats
           end-if
           .

       mod-lit-contrat.
           read avi-fic-contrats next record
               at end set fic-fin-fichier to true
               not at end
                   if enr-ctr-statut = 'O'
                       and enr-ctr-immat not = spaces
                       and (enr-ctr-date-fin = date-demain
                           or enr-ctr-date-fin < date-systeme)
                       perform mod-avis-contrat
                   end-if
           end-read
           .

       mod-avis-contrat.
           move enr-ctr-client to avis-client
           move enr-ctr-numero to avis-contrat
           move enr-ctr-date-fin to avis-date
           if enr-ctr-agence-ret not = spaces
               move enr-ctr-agence-ret to avis-agence
           else
               move enr-ctr-agence-dep to avis-agence
           end-if
           if enr-ctr-date-fin = date-demain
               move 'RETOUR' to avis-type
               add 1 to retour-compteur
           else
               move 'RETARD' to avis-type
               add 1 to retard-compteur
           end-if
           perform mod-emet-avis
           .

       mod-emet-avis.
      * Emission : un message par canal renseigne et non suspendu.
           set destinataire-trouve to false
           move avis-client to enr-ref
           read avi-fic-clients key is enr-ref
               invalid key continue
               not invalid key
                   if enr-statut not = 'I'
                       move avis-client to enr-crd-client
                       read avi-fic-coord key is enr-crd-client
                           invalid key continue
                           not invalid key
                               perform mod-ecrit-messages
                       end-read
                   end-if
           end-read
           if not destinataire-trouve
               add 1 to sans-coord-compteur
           end-if
           .

       mod-ecrit-messages.
           perform mod-compose-texte
           if enr-crd-mobile not = spaces
               and enr-crd-suspendu(1) not = 'O'
               move 'S' to msg-canal
               move enr-crd-mobile to msg-destination
               perform mod-ecrit-message
               add 1 to sms-compteur
           end-if
           if enr-crd-email not = spaces
               and enr-crd-suspendu(2) not = 'O'
               move 'E' to msg-canal
               move enr-crd-email to msg-destination
               perform mod-ecrit-message
               add 1 to email-compteur
           end-if
           .

       mod-ecrit-message.
           move avis-client to msg-client
           move avis-type to msg-type
           move avis-contrat to msg-contrat
           move avis-date to msg-date
           move avis-agence to msg-agence
           move avis-texte to msg-texte
           write avi-message
           set destinataire-trouve to true
           .

       mod-compose-texte.
           move avd-jour to adt-jour
           move avd-mois to adt-mois
           move avd-annee to adt-annee
           move spaces to avis-texte
           evaluate avis-type
               when 'RETRAI'
                   string enr-prenom delimited by '  '
                       ', votre location debute le ' delimited by size
                       avis-date-texte delimited by size
                       ' agence ' delimited by size
                       avis-agence delimited by size
                       '. Pensez a votre permis de conduire.'
                           delimited by size
                       into avis-texte
                   end-string
               when 'RETOUR'
                   string enr-prenom delimited by '  '
                       ', retour de votre vehicule attendu le '
                           delimited by size
                       avis-date-texte delimited by size
                       ' agence ' delimited by size
                       avis-agence delimited by size
                       '.' delimited by size
                       into avis-texte
                   end-string
               when other
                   string enr-prenom delimited by '  '
                       ', votre vehicule etait attendu le '
                           delimited by size
                       avis-date-texte delimited by size
                       '. Merci de contacter l''agence '
                           delimited by size
                       avis-agence delimited by size
                       '.' delimited by size
                       into avis-texte
                   end-string
           end-evaluate
           .

       mod-fin.
           close avi-fic-messages
           display 'Departs avises : ' resa-compteur
           display 'Retours avises : ' retour-compteur
           display 'Retards avises : ' retard-compteur
           display 'SMS emis : ' sms-compteur
           display 'E-mails emis : ' email-compteur
           display 'Avis sans coordonnees : ' sans-coord-compteur
           .

       end program cliavis.
