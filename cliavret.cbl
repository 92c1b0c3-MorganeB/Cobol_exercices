       identification division.
       program-id. cliavret.

       environment division.
       input-output section.
       file-control.
           select avr-fic-retours assign to "AVISRET"
               organization is line sequential
               file status is avr-retour-statut.
           select avr-fic-coord assign to "CLICOORD"
               organization is indexed
               access mode is dynamic
               record key is enr-crd-client
               file status is avr-coord-statut.
           select optional avr-fic-hist assign to "CLIHIST"
               organization is line sequential.
           select avr-fic-liste assign to "AVISLIST"
               organization is line sequential.

       data division.
       file section.
      * Compte rendu de la passerelle SMS/e-mail sur les avis de
      * cliavis : canal, destination et client de l'avis, statut de
      * remise ('OK' remis, 'KO' echec), date et motif de l'echec.
       fd avr-fic-retours.
       1 avr-retour-enr.
           2 ret-canal pic x.
           2 ret-destination pic x(60).
           2 ret-client pic x(8).
           2 ret-statut pic xx.
           2 ret-date pic 9(8).
           2 ret-motif pic x(30).

       fd avr-fic-coord.
       copy "coordrec.cpy".

       fd avr-fic-hist.
       copy "clihistrec.cpy".

       fd avr-fic-liste.
       1 liste-ligne pic x(100).

       working-storage section.
       1 avr-retour-statut pic xx value '00'.
       1 avr-coord-statut pic xx value '00'.
       1 retour-eof pic x value 'n'.
           88 retour-fin-fichier value 'o' false 'n'.
       1 pic x value 'n'.
           88 coord-ouvert value 'o' false 'n'.

       1 date-systeme pic 9(8).
       1 cx pic 9.
       1 destination-fiche pic x(60).
      * Nombre d'echecs consecutifs qui suspend un canal.
       1 echecs-suspension pic 99 value 3.
       1 trav-avant pic x(200).
       1 trav-apres pic x(200).

       1 retour-compteur pic 9(6) value 0.
       1 remis-compteur pic 9(6) value 0.
       1 echec-compteur pic 9(6) value 0.
       1 suspension-compteur pic 9(6) value 0.
       1 ignore-compteur pic 9(6) value 0.

       1 liste-titre.
           2 filler pic x(40) value
               'AVIS NON REMIS - COORDONNEES A VERIFIER '.
           2 lt-date pic 9(8).
       1 liste-entete.
           2 filler pic x(41) value 'CLIENT   C DESTINATION'.
           2 filler pic x(59) value 'NB  DATE     MOTIF'.
       1 liste-detail.
           2 ld-client pic x(8).
           2 filler pic x value space.
           2 ld-canal pic x.
           2 filler pic x value space.
           2 ld-destination pic x(30).
           2 filler pic x value space.
           2 ld-echecs pic z9.
           2 filler pic x(2) value spaces.
           2 ld-date pic 9(8).
           2 filler pic x value space.
           2 ld-motif pic x(30).
           2 filler pic x value space.
           2 ld-etat pic x(8).

       procedure division.
       mod-mainline.
      * Echecs de remise des avis SMS/e-mail portes sur la fiche de
      * coordonnees du client : un avis remis remet le compteur du
      * canal a zero, le troisieme echec consecutif suspend le canal
      * jusqu'a correction de la coordonnee au comptoir (client). Un
      * retour sur une coordonnee deja corrigee est ignore.
           call 'datebus' using date-systeme
           open output avr-fic-liste
           move date-systeme to lt-date
           move liste-titre to liste-ligne
           write liste-ligne
           move liste-entete to liste-ligne
           write liste-ligne

           set retour-fin-fichier to false
           open input avr-fic-retours
           if avr-retour-statut not = '00'
               set retour-fin-fichier to true
           else
               open i-o avr-fic-coord
               if avr-coord-statut = '00'
                   set coord-ouvert to true
               else
                   display 'CLICOORD indisponible - retours non traites'
                   move 8 to return-code
                   set retour-fin-fichier to true
               end-if
           end-if
           perform mod-traitement until retour-fin-fichier
           if avr-retour-statut = '00' or avr-retour-statut = '10'
               close avr-fic-retours
           end-if
           if coord-ouvert
               close avr-fic-coord
           end-if

           close avr-fic-liste
           display 'Comptes rendus lus : ' retour-compteur
           display 'Avis remis : ' remis-compteur
           display 'Echecs de remise : ' echec-compteur
           display 'Canaux suspendus : ' suspension-compteur
           display 'Comptes rendus ignores : ' ignore-compteur
           goback
           .

       mod-traitement.
           read avr-fic-retours
               at end set retour-fin-fichier to true
               not at end
                   add 1 to retour-compteur
                   perform mod-traite-retour
           end-read
           .

       mod-traite-retour.
           move 0 to cx
           evaluate ret-canal
               when 'S' move 1 to cx
               when 'E' move 2 to cx
           end-evaluate
           move ret-client to enr-crd-client
           if cx = 0
               add 1 to ignore-compteur
           else
               read avr-fic-coord key is enr-crd-client
                   invalid key
                       add 1 to ignore-compteur
                   not invalid key
                       perform mod-controle-destination
               end-read
           end-if
           .

       mod-controle-destination.
           if cx = 1
               move enr-crd-mobile to destination-fiche
           else
               move enr-crd-email to destination-fiche
           end-if
           if destination-fiche not = ret-destination
               add 1 to ignore-compteur
           else
               move enr-coordonnees to trav-avant
               if ret-statut = 'OK'
                   perform mod-avis-remis
               else
                   perform mod-avis-echoue
               end-if
           end-if
           .

       mod-avis-remis.
           add 1 to remis-compteur
           if enr-crd-echecs(cx) > 0
               and enr-crd-suspendu(cx) not = 'O'
               move 0 to enr-crd-echecs(cx)
               rewrite enr-coordonnees
           end-if
           .

       mod-avis-echoue.
           add 1 to echec-compteur
           if enr-crd-echecs(cx) < 99
               add 1 to enr-crd-echecs(cx)
           end-if
           move ret-date to enr-crd-echec-date(cx)
           move ret-motif to enr-crd-echec-motif(cx)
           move spaces to ld-etat
           if enr-crd-echecs(cx) >= echecs-suspension
               and enr-crd-suspendu(cx) not = 'O'
               move 'O' to enr-crd-suspendu(cx)
               move 'SUSPENDU' to ld-etat
               add 1 to suspension-compteur
           end-if
           rewrite enr-coordonnees
           if ld-etat not = spaces
               move enr-coordonnees to trav-apres
               perform mod-historique-client
           end-if

           move enr-crd-client to ld-client
           move ret-canal to ld-canal
           move ret-destination to ld-destination
           move enr-crd-echecs(cx) to ld-echecs
           move ret-date to ld-date
           move ret-motif to ld-motif
           move liste-detail to liste-ligne
           write liste-ligne
           .

       mod-historique-client.
           open extend avr-fic-hist
           move spaces to hist-enr
           move enr-crd-client to hist-ref
           move date-systeme to hist-date
           accept hist-heure from time
           move 'CLIAVRET' to hist-operateur
           move 'AVIS-SUSPENDU' to hist-nature
           move trav-avant to hist-avant
           move trav-apres to hist-apres
           write hist-enr
           close avr-fic-hist
           .

       end program cliavret.
