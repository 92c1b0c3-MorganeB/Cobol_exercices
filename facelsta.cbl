       identification division.
       program-id. facelsta.

       environment division.
       input-output section.
       file-control.
           select fls-fic-retours assign to "EFACRET"
               organization is line sequential
               file status is fls-retour-statut.
           select fls-fic-efactures assign to "EFACTURE"
               organization is indexed
               access mode is dynamic
               record key is enr-efa-cle
               file status is fls-efacture-statut.
           select fls-fic-liste assign to "EFACLIST"
               organization is line sequential.

       data division.
       file section.
      * Compte rendu de la plateforme : type de piece (380 facture,
      * 381 avoir), numero, code de cycle de vie, date et motif.
       fd fls-fic-retours.
       1 fls-retour-enr.
           2 ret-type pic x(3).
           2 ret-numero pic 9(8).
           2 ret-code pic 999.
           2 ret-date pic 9(8).
           2 ret-motif pic x(60).

       fd fls-fic-efactures.
       copy "efacrec.cpy".

       fd fls-fic-liste.
       1 liste-ligne pic x(132).

       working-storage section.
       1 fls-retour-statut pic xx value '00'.
       1 fls-efacture-statut pic xx value '00'.
       1 retour-eof pic x value 'n'.
           88 retour-fin-fichier value 'o' false 'n'.
       1 efacture-eof pic x value 'n'.
           88 efacture-fin-fichier value 'o' false 'n'.
       1 pic x value 'n'.
           88 efactures-ouvertes value 'o' false 'n'.

      * Codes de cycle de vie retenus : 200 deposee, 205 et 206
      * approuvee, 212 encaissee, 210 refusee et 213 rejetee. Les
      * statuts intermediaires (emise, recue, mise a disposition...)
      * n'appellent aucune action et sont seulement comptes.
       1 code-retour pic 999.
           88 code-depose value 200.
           88 code-accepte value 205 206.
           88 code-paye value 212.
           88 code-rejete value 210 213.
       1 nouveau-statut pic x.
       1 rang-actuel pic 9.
       1 rang-nouveau pic 9.
       1 statut-rang pic x.

       1 date-traitement pic 9(8).

       1 retour-compteur pic 9(6) value 0.
       1 maj-compteur pic 9(6) value 0.
       1 ignore-compteur pic 9(6) value 0.
       1 anomalie-compteur pic 9(6) value 0.
       1 rejet-compteur pic 9(6) value 0.
       1 total-rejete pic 9(9)v99 value 0.

       1 liste-titre.
           2 filler pic x(40) value
               'FACTURES ELECTRONIQUES A TRAITER AU '.
           2 lt-date pic 9(8).

       1 liste-entete-1 pic x(80) value
           'RETOURS DE LA PLATEFORME NON RAPPROCHES'.
       1 liste-entete-2 pic x(80) value
           'PIECES REJETEES OU REFUSEES PAR LA PLATEFORME'.
       1 liste-entete-3.
           2 filler pic x(47) value
               'T NUMERO   CLIENT   DATE     ECHEANCE       TTC'.
           2 filler pic x(53) value ' REJET LE MOTIF'.

       1 liste-anomalie.
           2 la-type pic x(3).
           2 filler pic x value space.
           2 la-numero pic 9(8).
           2 filler pic x value space.
           2 la-code pic 999.
           2 filler pic x value space.
           2 la-observation pic x(40).

       1 liste-detail.
           2 ld-sens pic x.
           2 filler pic x value space.
           2 ld-numero pic 9(8).
           2 filler pic x value space.
           2 ld-client pic x(8).
           2 filler pic x value space.
           2 ld-date pic 9(8).
           2 filler pic x value space.
           2 ld-echeance pic 9(8).
           2 filler pic x value space.
           2 ld-ttc pic zzzzz9.99.
           2 filler pic x value space.
           2 ld-date-rejet pic 9(8).
           2 filler pic x value space.
           2 ld-motif pic x(60).

       1 liste-total.
           2 filler pic x(26) value 'Pieces rejetees : '.
           2 lto-nombre pic zzzzz9.
           2 filler pic x(3) value spaces.
           2 lto-montant pic zzzzzzzz9.99.

       procedure division.
       mod-mainline.
      * Les statuts renvoyes par la plateforme sont portes sur
      * EFACTURE ; les pieces rejetees ou refusees restent sur la
      * liste EFACLIST tant qu'elles n'ont pas ete reprises, pour ne
      * pas passer pour de simples impayes.
           perform mod-init
           perform mod-traite-retours
           perform mod-liste-rejets
           perform mod-fin
           goback
           .

       mod-init.
           call 'datebus' using date-traitement
           open output fls-fic-liste
           move date-traitement to lt-date
           move liste-titre to liste-ligne
           write liste-ligne
           move spaces to liste-ligne
           write liste-ligne
           move liste-entete-1 to liste-ligne
           write liste-ligne

           set efactures-ouvertes to false
           open i-o fls-fic-efactures
           if fls-efacture-statut = '00'
               set efactures-ouvertes to true
           else
               display 'EFACTURE indisponible'
               move 8 to return-code
           end-if
           .

       mod-traite-retours.
           set retour-fin-fichier to true
           if efactures-ouvertes
               set retour-fin-fichier to false
               open input fls-fic-retours
               if fls-retour-statut not = '00'
                   set retour-fin-fichier to true
               else
                   perform mod-lit-retour until retour-fin-fichier
                   close fls-fic-retours
               end-if
           end-if
           .

       mod-lit-retour.
           read fls-fic-retours
               at end set retour-fin-fichier to true
               not at end
                   add 1 to retour-compteur
                   perform mod-traite-retour
           end-read
           .

       mod-traite-retour.
           move ret-code to code-retour
           evaluate true
               when code-depose move 'D' to nouveau-statut
               when code-accepte move 'A' to nouveau-statut
               when code-paye move 'P' to nouveau-statut
               when code-rejete move 'R' to nouveau-statut
               when other move space to nouveau-statut
           end-evaluate

           evaluate ret-type
               when '380' move 'F' to enr-efa-sens
               when '381' move 'A' to enr-efa-sens
               when other move space to enr-efa-sens
           end-evaluate
           move ret-numero to enr-efa-numero

           if nouveau-statut = space
               add 1 to ignore-compteur
           else
               read fls-fic-efactures key is enr-efa-cle
                   invalid key
                       move 'Piece non envoyee ou inconnue'
                           to la-observation
                       perform mod-ecrit-anomalie
                   not invalid key
                       perform mod-applique-statut
               end-read
           end-if
           .

       mod-applique-statut.
      * Un retour tardif ne fait pas reculer une piece deja plus
      * avancee (un 200 recu apres le 212 laisse la piece payee) ;
      * rejet et acceptation sont de meme rang, le dernier l'emporte.
           move enr-efa-statut to statut-rang
           perform mod-rang-statut
           move rang-nouveau to rang-actuel
           move nouveau-statut to statut-rang
           perform mod-rang-statut
           if rang-nouveau < rang-actuel
               add 1 to ignore-compteur
           else
               move nouveau-statut to enr-efa-statut
               move ret-date to enr-efa-date-statut
               if nouveau-statut = 'R'
                   move ret-motif to enr-efa-motif
               else
                   move spaces to enr-efa-motif
               end-if
               rewrite enr-efacture
               add 1 to maj-compteur
           end-if
           .

       mod-rang-statut.
           evaluate statut-rang
               when 'E' move 1 to rang-nouveau
               when 'D' move 2 to rang-nouveau
               when 'R' move 3 to rang-nouveau
               when 'A' move 3 to rang-nouveau
               when 'P' move 4 to rang-nouveau
               when other move 0 to rang-nouveau
           end-evaluate
           .

       mod-ecrit-anomalie.
           move ret-type to la-type
           move ret-numero to la-numero
           move ret-code to la-code
           move liste-anomalie to liste-ligne
           write liste-ligne
           add 1 to anomalie-compteur
           .

       mod-liste-rejets.
           move spaces to liste-ligne
           write liste-ligne
           move liste-entete-2 to liste-ligne
           write liste-ligne
           move liste-entete-3 to liste-ligne
           write liste-ligne

           set efacture-fin-fichier to true
           if efactures-ouvertes
               set efacture-fin-fichier to false
               move low-values to enr-efa-cle
               start fls-fic-efactures key not < enr-efa-cle
                   invalid key set efacture-fin-fichier to true
               end-start
           end-if
           perform mod-lit-efacture until efacture-fin-fichier

           move spaces to liste-ligne
           write liste-ligne
           move rejet-compteur to lto-nombre
           move total-rejete to lto-montant
           move liste-total to liste-ligne
           write liste-ligne
           .

       mod-lit-efacture.
           read fls-fic-efactures next record
               at end set efacture-fin-fichier to true
               not at end
                   if enr-efa-rejetee
                       move enr-efa-sens to ld-sens
                       move enr-efa-numero to ld-numero
                       move enr-efa-client to ld-client
                       move enr-efa-date to ld-date
                       move enr-efa-echeance to ld-echeance
                       move enr-efa-ttc to ld-ttc
                       move enr-efa-date-statut to ld-date-rejet
                       move enr-efa-motif to ld-motif
                       move liste-detail to liste-ligne
                       write liste-ligne
                       add 1 to rejet-compteur
                       add enr-efa-ttc to total-rejete
                   end-if
           end-read
           .

       mod-fin.
           close fls-fic-liste
           if efactures-ouvertes
               close fls-fic-efactures
           end-if
           display 'Retours plateforme lus : ' retour-compteur
           display 'Statuts mis a jour : ' maj-compteur
           display 'Retours sans effet : ' ignore-compteur
           display 'Retours non rapproches : ' anomalie-compteur
           display 'Pieces rejetees en attente : ' rejet-compteur
           if rejet-compteur > 0 or anomalie-compteur > 0
               if return-code < 4
                   move 4 to return-code
               end-if
           end-if
           .

       end program facelsta.
