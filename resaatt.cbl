       identification division.
       program-id. resaatt.

       environment division.
       input-output section.
       file-control.
           select att-fic-attente assign to "ATTENTE"
               organization is indexed
               access mode is dynamic
               record key is enr-att-numero
               alternate record key is enr-att-client
                   with duplicates
               file status is att-att-statut.
           select att-fic-clients assign to "CLIMAST"
               organization is indexed
               access mode is dynamic
               record key is enr-ref
               file status is att-client-statut.
           select att-fic-rapport assign to "ATTLIST"
               organization is line sequential.

       data division.
       file section.
       fd att-fic-attente.
       copy "attenrec.cpy".

       fd att-fic-clients.
       copy "clientrec.cpy".

       fd att-fic-rapport.
       1 rapport-ligne pic x(100).

       working-storage section.
       1 att-att-statut pic xx value '00'.
       1 att-client-statut pic xx value '00'.
       1 attente-eof pic x value 'n'.
           88 attente-fin-fichier value 'o' false 'n'.
       1 pic x value 'n'.
           88 attente-ouverte value 'o' false 'n'.
       1 pic x value 'n'.
           88 clients-ouverts value 'o' false 'n'.
       1 pic x value 'n'.
           88 table-saturee value 'o' false 'n'.

       1 date-systeme pic 9(8).
       copy "dispdem.cpy".

      * Demandes deja proposees au rappel dans ce passage : une place
      * liberee ne part qu'a la plus ancienne demande qui la couvre,
      * les suivantes attendent la place d'apres.
       1 nb-proposees pic 9(4) value 0.
       1 px pic 9(4).
       1 tab-proposees.
           2 tab-proposee occurs 1000 times.
               3 prp-agence pic x(3).
               3 prp-type pic x.
               3 prp-debut pic 9(8).
               3 prp-fin pic 9(8).
       1 deja-proposees pic 9(4).

       1 lu-compteur pic 9(6) value 0.
       1 attente-compteur pic 9(6) value 0.
       1 propose-compteur pic 9(6) value 0.
       1 expire-compteur pic 9(6) value 0.

       1 rapport-titre.
           2 filler pic x(45) value
               'LISTE D''ATTENTE - CLIENTS A RAPPELER AU '.
           2 tit-date pic 9(8).

       1 rapport-entete pic x(100) value
           'DEMANDE  CLIENT   NOM                  AGE C DEPART   RETOUR
      -    '   DEMANDE  RAPPEL<= LIBRES RAPPELS'.

       1 rapport-ligne-detail.
           2 det-numero pic 9(8).
           2 filler pic x(1) value space.
           2 det-client pic x(8).
           2 filler pic x(1) value space.
           2 det-nom pic x(20).
           2 filler pic x(1) value space.
           2 det-agence pic x(3).
           2 filler pic x(1) value space.
           2 det-type pic x.
           2 filler pic x(1) value space.
           2 det-debut pic 9(8).
           2 filler pic x(1) value space.
           2 det-fin pic 9(8).
           2 filler pic x(1) value space.
           2 det-demande pic 9(8).
           2 filler pic x(1) value space.
           2 det-limite pic 9(8).
           2 filler pic x(1) value space.
           2 det-libres pic zzz9.
           2 filler pic x(3) value spaces.
           2 det-rappels pic z9.

       1 rapport-ligne-total.
           2 filler pic x(20) value 'CLIENTS A RAPPELER '.
           2 tot-proposes pic zzzzz9.
           2 filler pic x(18) value '  TOUJOURS EN ATT.'.
           2 tot-attente pic zzzzz9.
           2 filler pic x(11) value '  EXPIREES '.
           2 tot-expires pic zzzzz9.

       procedure division.
       mod-mainline.
      * Liste d'attente des demandes refusees au comptoir (location,
      * categorie complete) : chaque jour, apres l'annulation des
      * no-show, les demandes sont reprises de la plus ancienne a la
      * plus recente et celles que la categorie peut de nouveau servir
      * (no-show annule, retour anticipe, reservation annulee) sont
      * listees pour rappel. Les demandes dont la date limite de
      * rappel ou la date de depart est passee tombent.
           perform mod-init
           if attente-ouverte
               perform mod-traitement until attente-fin-fichier
           end-if
           perform mod-fin
           goback
           .

       mod-init.
           call 'datebus' using date-systeme
           open output att-fic-rapport
           move date-systeme to tit-date
           move rapport-titre to rapport-ligne
           write rapport-ligne
           move rapport-entete to rapport-ligne
           write rapport-ligne

           open input att-fic-clients
           if att-client-statut = '00'
               set clients-ouverts to true
           end-if

           set attente-fin-fichier to false
           open i-o att-fic-attente
           if att-att-statut = '00'
               set attente-ouverte to true
               move 0 to enr-att-numero
               start att-fic-attente key not < enr-att-numero
                   invalid key set attente-fin-fichier to true
               end-start
           end-if
           .

       mod-traitement.
           read att-fic-attente next record
               at end set attente-fin-fichier to true
               not at end
                   add 1 to lu-compteur
                   if enr-att-statut = 'A' or enr-att-statut = 'P'
                       perform mod-evalue-demande
                   end-if
           end-read
           .

       mod-evalue-demande.
           if enr-att-date-limite < date-systeme
               or enr-att-debut < date-systeme
               move 'E' to enr-att-statut
               move date-systeme to enr-att-date-statut
               rewrite enr-attente
               add 1 to expire-compteur
           else
               perform mod-controle-place
           end-if
           .

       mod-controle-place.
      * Meme controle qu'au comptoir, sans surreservation : la place
      * doit etre reellement libre sur toute la periode demandee.
           move enr-att-type to disp-type
           move enr-att-agence to disp-agence
           move enr-att-debut to disp-debut
           move enr-att-fin to disp-fin
           move 0 to disp-exclure
           move 'N' to disp-surbook
           call 'resadisp' using disp-demande
           perform mod-compte-proposees
           if disp-resultat = 'O' and disp-libres > deja-proposees
               perform mod-propose-demande
           else
      * La place entrevue la veille a ete reprise : la demande
      * retourne en attente.
               add 1 to attente-compteur
               if enr-att-statut = 'P'
                   move 'A' to enr-att-statut
                   move date-systeme to enr-att-date-statut
                   rewrite enr-attente
               end-if
           end-if
           .

       mod-compte-proposees.
           move 0 to deja-proposees
           perform varying px from 1 by 1 until px > nb-proposees
               if prp-agence(px) = enr-att-agence
                   and prp-type(px) = enr-att-type
                   and prp-debut(px) <= enr-att-fin
                   and prp-fin(px) >= enr-att-debut
                   add 1 to deja-proposees
               end-if
           end-perform
           .

       mod-propose-demande.
           if nb-proposees < 1000
               add 1 to nb-proposees
               move enr-att-agence to prp-agence(nb-proposees)
               move enr-att-type to prp-type(nb-proposees)
               move enr-att-debut to prp-debut(nb-proposees)
               move enr-att-fin to prp-fin(nb-proposees)
           else
               set table-saturee to true
           end-if
           move 'P' to enr-att-statut
           move date-systeme to enr-att-date-statut
           if enr-att-rappels < 99
               add 1 to enr-att-rappels
           end-if
           rewrite enr-attente
           add 1 to propose-compteur

           move enr-att-numero to det-numero
           move enr-att-client to det-client
           move spaces to det-nom
           if clients-ouverts
               move enr-att-client to enr-ref
               read att-fic-clients key is enr-ref
                   invalid key continue
                   not invalid key move enr-nom to det-nom
               end-read
           end-if
           move enr-att-agence to det-agence
           move enr-att-type to det-type
           move enr-att-debut to det-debut
           move enr-att-fin to det-fin
           move enr-att-date-demande to det-demande
           move enr-att-date-limite to det-limite
           move disp-libres to det-libres
           move enr-att-rappels to det-rappels
           move rapport-ligne-detail to rapport-ligne
           write rapport-ligne
           .

       mod-fin.
           move propose-compteur to tot-proposes
           move attente-compteur to tot-attente
           move expire-compteur to tot-expires
           move rapport-ligne-total to rapport-ligne
           write rapport-ligne
           close att-fic-rapport
           if attente-ouverte
               close att-fic-attente
           end-if
           if clients-ouverts
               close att-fic-clients
           end-if
           display 'Demandes lues : ' lu-compteur
           display 'Clients a rappeler : ' propose-compteur
           display 'Demandes toujours en attente : ' attente-compteur
           display 'Demandes expirees : ' expire-compteur
           if table-saturee
               display 'Table des demandes proposees saturee - '
                   'rappels a verifier'
               if return-code < 4
                   move 4 to return-code
               end-if
           end-if
           .

       end program resaatt.
