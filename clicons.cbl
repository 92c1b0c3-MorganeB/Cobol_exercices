       identification division.
       program-id. clicons.

       environment division.
       input-output section.
       file-control.
           select con-fic-clients assign to "CLIMAST"
               organization is indexed
               access mode is dynamic
               record key is enr-ref
               file status is con-client-statut.
           select con-fic-accords assign to "CONSENT"
               organization is indexed
               access mode is dynamic
               record key is enr-cns-client
               file status is con-accord-statut.
           select con-fic-hist assign to "CLIHIST"
               organization is line sequential
               file status is con-hist-statut.
           select con-fic-audit assign to "OPSLOG"
               organization is line sequential.

       data division.
       file section.
       fd con-fic-clients.
       copy "clientrec.cpy".

       fd con-fic-accords.
       copy "consentrec.cpy".

       fd con-fic-hist.
       copy "clihistrec.cpy".

       fd con-fic-audit.
       copy "opslogrec.cpy".

       working-storage section.
       1 con-client-statut pic xx value '00'.
       1 con-accord-statut pic xx value '00'.
       1 con-hist-statut pic xx value '00'.
       1 hist-eof pic x value 'n'.
           88 hist-fin-fichier value 'o' false 'n'.
       copy "sessionop.cpy".
       copy "consdem.cpy".

       1 pic x value 'n'.
           88 client-trouve value 'o' false 'n'.

       1 action pic x value space.
           88 action-modification value 'm' 'M'.
           88 action-historique value 'h' 'H'.
       1 recherche-ref pic x(8) value spaces.
       1 nom-client pic x(20) value spaces.
       1 prenom-client pic x(20) value spaces.
       1 operateur-accord pic x(8).
       1 date-systeme pic 9(8).
       1 cx pic 9.
       1 nl pic 99 value 8.
       1 nb-lignes pic 9(4) value 0.
       1 reponse-suite pic x.

      * Reponses saisies par canal : o = accord, n = refus ou retrait,
      * a blanc l'accord du canal est inchange.
       1 reponse-courrier pic x value space.
       1 reponse-email pic x value space.
       1 reponse-sms pic x value space.
       1 reponse-canal pic x.

       1 tab-libelles-canal.
           2 filler pic x(8) value 'COURRIER'.
           2 filler pic x(8) value 'E-MAIL'.
           2 filler pic x(8) value 'SMS'.
       1 tab-libelles-vue redefines tab-libelles-canal.
           2 libelle-canal pic x(8) occurs 3 times.

      * Etat courant des accords, un canal par ligne d'ecran.
       1 ligne-etat.
           2 eta-canal pic x(8).
           2 filler pic x(2) value spaces.
           2 eta-accord pic x(11).
           2 filler pic x(4) value ' le '.
           2 eta-date pic 9(8).
           2 filler pic x(8) value ' source '.
           2 eta-source pic x(8).
       1 eta-ligne-ecran pic 99.

      * Images avant/apres d'une ligne CLIHIST de nature
      * CONSENTEMENT.
       copy "consentrec.cpy" replacing leading ==enr-cns-==
           by ==avt-cns-== ==enr-consentement== by ==avt-consentement==.
       copy "consentrec.cpy" replacing leading ==enr-cns-==
           by ==apr-cns-== ==enr-consentement== by ==apr-consentement==.

       1 ligne-historique.
           2 lh-date pic 9(8).
           2 filler pic x value space.
           2 lh-heure pic 9(6).
           2 filler pic x value space.
           2 lh-canal pic x(8).
           2 filler pic x value space.
           2 lh-accord pic x(11).
           2 filler pic x value space.
           2 lh-source pic x(8).
           2 filler pic x value space.
           2 lh-operateur pic x(8).

       1 code-accord pic x.
       1 code-source pic x.
       1 libelle-accord pic x(11).
       1 libelle-source pic x(8).

       screen section.
       1 a-plg-titre.
           2 blank screen.
           2 line 2 col 10 'Accords marketing du client (RGPD)'.

       1 s-plg-action.
           2 line 4 col 5 'Action (m = modifier, h = historique) '.
           2 s-action pic x to action required.
       1 s-plg-recherche.
           2 line 5 col 5 'Reference client '.
           2 s-recherche-ref pic x(8) to recherche-ref required.

       1 a-plg-client.
           2 line 6 col 5 pic x(20) from nom-client.
           2 ' '.
           2 a-prenom pic x(20) from prenom-client.

       1 a-plg-etat.
           2 a-etat line eta-ligne-ecran col 5 pic x(49)
               from ligne-etat.

       1 s-plg-reponses.
           2 line 13 col 5 'Nouvel accord (o/n, blanc = inchange)'.
           2 line 14 col 5 'Courrier '.
           2 s-rep-courrier pic x to reponse-courrier.
           2 '  E-mail '.
           2 s-rep-email pic x to reponse-email.
           2 '  SMS '.
           2 s-rep-sms pic x to reponse-sms.

       1 a-plg-entete-hist.
           2 line 7 col 5
               'Date     Heure  Canal    Accord      Source   Oper.'.
       1 a-plg-ligne-hist.
           2 a-ligne-hist line nl col 5 pic x(54)
               from ligne-historique.
       1 s-plg-suite.
           2 line 24 col 5 'Suite - appuyez sur entree '.
           2 s-suite pic x to reponse-suite.

       1 plg-enregistre.
           2 line 17 col 5 'Accords enregistres'.
       1 plg-inchange.
           2 line 17 col 5 'Aucun changement'.
       1 plg-accords-indispo.
           2 line 17 col 5 'Fichier des accords indisponible'.
       1 plg-non-trouve.
           2 line 7 col 5 'Client inconnu'.
       1 plg-aucun.
           2 line 8 col 5 'Aucun accord enregistre pour ce client'.
       1 plg-abandon.
           2 line 7 col 5 'Action inconnue'.

       procedure division.
       mod-mainline.
      * Accords marketing par canal d'un client : l'action m les
      * modifie (source comptoir), l'action h restitue l'historique
      * des accords donnes et retires d'apres CLIHIST.
           call 'datebus' using date-systeme
           if sess-id not = spaces and sess-id not = low-value
               move sess-id to operateur-accord
           else
               move 'INCONNU' to operateur-accord
           end-if
           display a-plg-titre
           display s-plg-action
           accept s-action
           display s-plg-recherche
           accept s-recherche-ref

           perform mod-lit-client
           if not client-trouve
               display plg-non-trouve
           else
               display a-plg-client
               evaluate true
                   when action-modification
                       perform mod-modification
                   when action-historique
                       perform mod-historique
                   when other
                       display plg-abandon
               end-evaluate
           end-if
           goback
           .

       mod-lit-client.
           set client-trouve to false
           open input con-fic-clients
           if con-client-statut = '00'
               move recherche-ref to enr-ref
               read con-fic-clients key is enr-ref
                   invalid key continue
                   not invalid key
                       set client-trouve to true
                       move enr-nom to nom-client
                       move enr-prenom to prenom-client
               end-read
               close con-fic-clients
           end-if
           .

       mod-modification.
      * Modification
           perform mod-affiche-etat
           display s-plg-reponses
           accept s-rep-courrier
           accept s-rep-email
           accept s-rep-sms

           move recherche-ref to cons-client
           move reponse-courrier to reponse-canal
           move 1 to cx
           perform mod-traduit-reponse
           move reponse-email to reponse-canal
           move 2 to cx
           perform mod-traduit-reponse
           move reponse-sms to reponse-canal
           move 3 to cx
           perform mod-traduit-reponse
           move 'C' to cons-source
           move operateur-accord to cons-operateur
           call 'consmaj' using cons-demande

           evaluate cons-resultat
               when 'O'
                   perform mod-audit-operation
                   perform mod-affiche-etat
                   display plg-enregistre
               when 'E'
                   display plg-accords-indispo
               when other
                   display plg-inchange
           end-evaluate
           .

       mod-traduit-reponse.
           evaluate reponse-canal
               when 'o'
               when 'O'
                   move 'O' to cons-canal-demande(cx)
               when 'n'
               when 'N'
                   move 'R' to cons-canal-demande(cx)
               when other
                   move space to cons-canal-demande(cx)
           end-evaluate
           .

       mod-affiche-etat.
           open input con-fic-accords
           move recherche-ref to enr-cns-client
           if con-accord-statut = '00'
               read con-fic-accords key is enr-cns-client
                   invalid key
                       move spaces to enr-consentement
               end-read
               close con-fic-accords
           else
               move spaces to enr-consentement
           end-if
           perform varying cx from 1 by 1 until cx > 3
               move libelle-canal(cx) to eta-canal
               move enr-cns-accord(cx) to code-accord
               perform mod-libelle-accord
               move libelle-accord to eta-accord
               move enr-cns-source(cx) to code-source
               perform mod-libelle-source
               move libelle-source to eta-source
               if enr-cns-accord(cx) = space
                   move 0 to eta-date
               else
                   move enr-cns-date(cx) to eta-date
               end-if
               compute eta-ligne-ecran = 8 + cx
               display a-plg-etat
           end-perform
           .

       mod-historique.
      * Historique
      * Une ligne par canal dont l'accord a change entre l'image
      * avant et l'image apres de chaque trace CONSENTEMENT.
           display a-plg-entete-hist
           move 8 to nl
           move 0 to nb-lignes
           set hist-fin-fichier to false
           open input con-fic-hist
           if con-hist-statut not = '00'
               set hist-fin-fichier to true
           else
               read con-fic-hist
                   at end set hist-fin-fichier to true
               end-read
           end-if
           perform mod-lit-historique until hist-fin-fichier
           if con-hist-statut = '00' or con-hist-statut = '10'
               close con-fic-hist
           end-if
           if nb-lignes = 0
               display plg-aucun
           end-if
           .

       mod-lit-historique.
           if hist-ref = recherche-ref
               and hist-nature = 'CONSENTEMENT'
               move hist-avant to avt-consentement
               move hist-apres to apr-consentement
               perform varying cx from 1 by 1 until cx > 3
                   if apr-cns-accord(cx) not = avt-cns-accord(cx)
                       perform mod-affiche-changement
                   end-if
               end-perform
           end-if
           read con-fic-hist
               at end set hist-fin-fichier to true
           end-read
           .

       mod-affiche-changement.
           move apr-cns-date(cx) to lh-date
           move hist-heure to lh-heure
           move libelle-canal(cx) to lh-canal
           move apr-cns-accord(cx) to code-accord
           perform mod-libelle-accord
           move apr-cns-source(cx) to code-source
           perform mod-libelle-source
           move libelle-accord to lh-accord
           move libelle-source to lh-source
           move hist-operateur to lh-operateur
           display a-plg-ligne-hist
           add 1 to nb-lignes
           add 1 to nl
           if nl > 22
               display s-plg-suite
               accept s-suite
               display a-plg-titre
               display a-plg-client
               display a-plg-entete-hist
               move 8 to nl
           end-if
           .

       mod-libelle-accord.
           evaluate code-accord
               when 'O' move 'DONNE' to libelle-accord
               when 'R' move 'RETIRE' to libelle-accord
               when other move 'NON RECUEIL' to libelle-accord
           end-evaluate
           .

       mod-libelle-source.
           evaluate code-source
               when 'C' move 'COMPTOIR' to libelle-source
               when 'W' move 'WEB' to libelle-source
               when 'I' move 'IMPORT' to libelle-source
               when other move spaces to libelle-source
           end-evaluate
           .

       mod-audit-operation.
           move spaces to ops-ligne
           move date-systeme to ops-date
           accept ops-heure from time
           move 'clicons' to ops-programme
           move 'CONSENTEMENT' to ops-operation
           move recherche-ref to ops-detail
           move operateur-accord to ops-operateur
           open extend con-fic-audit
           write ops-ligne
           close con-fic-audit
           .

       end program clicons.
