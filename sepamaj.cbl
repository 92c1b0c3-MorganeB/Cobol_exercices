       identification division.
       program-id. sepamaj.

       environment division.
       input-output section.
       file-control.
           select man-fic-mandats assign to "MANDATS"
               organization is indexed
               access mode is dynamic
               record key is enr-man-client
               file status is man-mandat-statut.
           select man-fic-clients assign to "CLIMAST"
               organization is indexed
               access mode is dynamic
               record key is enr-ref
               sharing with all other
               file status is man-client-statut.
           select man-fic-audit assign to "OPSLOG"
               organization is line sequential.

       data division.
       file section.
       fd man-fic-mandats.
       copy "mandatrec.cpy".

       fd man-fic-clients.
       copy "clientrec.cpy".

       fd man-fic-audit.
       copy "opslogrec.cpy".

       working-storage section.
       1 man-mandat-statut pic xx value '00'.
       1 man-client-statut pic xx value '00'.
       copy "sessionop.cpy".
       copy "ibandem.cpy".

       1 action-mandat pic x value 'E'.
           88 action-enregistrer value 'E' 'e'.
           88 action-revoquer value 'R' 'r'.
       1 client-demande pic x(8) value spaces.
       1 date-systeme pic 9(8).
       1 operation-audit pic x(15) value spaces.

       1 saisie-mandat.
           2 saisie-rum pic x(35).
           2 saisie-iban pic x(34).
           2 saisie-bic pic x(11).
           2 saisie-signature pic 9(8).

       1 pic x value 'n'.
       88 client-connu value 'o' false 'n'.
       1 pic x value 'n'.
       88 mandat-existe value 'o' false 'n'.
       1 pic x value 'n'.
       88 saisie-valide value 'o' false 'n'.

       screen section.
       1 a-plg-titre.
           2 blank screen.
           2 line 2 col 10 'Mandats de prelevement SEPA'.

       1 s-plg-saisie.
           2 line 4 col 5 'Action (E=enregistrer R=revoquer) '.
           2 s-action pic x to action-mandat required.
           2 line 5 col 5 'Reference client '.
           2 s-client pic x(8) to client-demande required.

       1 a-plg-mandat.
           2 line 7 col 5 'Mandat actuel : RUM '.
           2 a-man-rum pic x(35) from enr-man-rum.
           2 line 8 col 5 'IBAN '.
           2 a-man-iban pic x(34) from enr-man-iban.
           2 ' statut '.
           2 a-man-statut pic x from enr-man-statut.

       1 s-plg-mandat.
           2 line 10 col 5 'RUM '.
           2 s-rum pic x(35) to saisie-rum required.
           2 line 11 col 5 'IBAN (sans espaces) '.
           2 s-iban pic x(34) to saisie-iban required.
           2 line 12 col 5 'BIC '.
           2 s-bic pic x(11) to saisie-bic required.
           2 line 13 col 5 'Date de signature (AAAAMMJJ) '.
           2 s-signature pic 9(8) to saisie-signature required.

       1 plg-non-autorise.
           2 line 4 col 5 'Fonction reservee au superviseur'.
       1 plg-client-inconnu.
           2 line 15 col 5 'Reference client inconnue'.
       1 plg-iban-invalide.
           2 line 15 col 5 'IBAN invalide - cle de controle fausse'.
       1 plg-saisie-invalide.
           2 line 15 col 5 'Saisie invalide - BIC ou date de signature'.
       1 plg-absent.
           2 line 15 col 5 'Aucun mandat pour cette reference'.
       1 plg-indispo.
           2 line 15 col 5 'Fichier des mandats indisponible'.
       1 plg-enregistre.
           2 line 15 col 5 'Mandat enregistre'.
       1 plg-revoque.
           2 line 15 col 5 'Mandat revoque'.

       procedure division.
       mod-mainline.
           call 'datebus' using date-systeme
           display a-plg-titre
           if sess-niveau < 2
               display plg-non-autorise
           else
               display s-plg-saisie
               accept s-action
               accept s-client
               perform mod-verifie-client
               if client-connu
                   if action-revoquer
                       perform mod-revoque-mandat
                   else
                       perform mod-enregistre-mandat
                   end-if
               else
                   display plg-client-inconnu
               end-if
           end-if
           goback
           .

       mod-verifie-client.
           set client-connu to false
           open input man-fic-clients
           if man-client-statut = '00'
               move client-demande to enr-ref
               read man-fic-clients key is enr-ref
                   invalid key continue
                   not invalid key set client-connu to true
               end-read
               close man-fic-clients
           end-if
           .

       mod-enregistre-mandat.
           set mandat-existe to false
           open i-o man-fic-mandats
           if man-mandat-statut = '35'
               open output man-fic-mandats
               if man-mandat-statut = '00'
                   close man-fic-mandats
                   open i-o man-fic-mandats
               end-if
           end-if
           if man-mandat-statut not = '00'
               display plg-indispo
           else
               move client-demande to enr-man-client
               read man-fic-mandats key is enr-man-client
                   invalid key continue
                   not invalid key
                       set mandat-existe to true
                       display a-plg-mandat
               end-read
               perform mod-saisie-mandat
               if saisie-valide
                   perform mod-ecrit-mandat
               end-if
               close man-fic-mandats
           end-if
           .

       mod-saisie-mandat.
           set saisie-valide to false
           display s-plg-mandat
           accept s-rum
           accept s-iban
           accept s-bic
           accept s-signature

           move saisie-iban to iban-numero
           call 'ibanctl' using iban-demande
           if iban-invalide
               display plg-iban-invalide
           else
               if saisie-rum = spaces
                   or saisie-bic(1:8) = spaces
                   or saisie-bic(8:1) = space
                   or (saisie-bic(9:3) not = spaces
                       and saisie-bic(11:1) = space)
                   or saisie-signature = 0
                   or saisie-signature > date-systeme
                   display plg-saisie-invalide
               else
                   set saisie-valide to true
               end-if
           end-if
           .

       mod-ecrit-mandat.
      * Une nouvelle RUM est un nouveau mandat : le prochain
      * prelevement repart en sequence FRST. Un simple changement de
      * coordonnees bancaires conserve la sequence en cours.
           if not mandat-existe or enr-man-rum not = saisie-rum
               move 0 to enr-man-date-dernier
           end-if
           move client-demande to enr-man-client
           move saisie-rum to enr-man-rum
           move iban-numero to enr-man-iban
           move saisie-bic to enr-man-bic
           inspect enr-man-bic converting
               'abcdefghijklmnopqrstuvwxyz'
               to 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           move saisie-signature to enr-man-date-signature
           move 'A' to enr-man-statut
           move sess-id to enr-man-operateur
           if mandat-existe
               rewrite enr-mandat
           else
               write enr-mandat
                   invalid key continue
               end-write
           end-if
           display plg-enregistre
           move 'MANDAT-SEPA' to operation-audit
           perform mod-audit-operation
           .

       mod-revoque-mandat.
           set mandat-existe to false
           open i-o man-fic-mandats
           if man-mandat-statut not = '00'
               display plg-indispo
           else
               move client-demande to enr-man-client
               read man-fic-mandats key is enr-man-client
                   invalid key
                       display plg-absent
                   not invalid key
                       set mandat-existe to true
                       display a-plg-mandat
                       move 'R' to enr-man-statut
                       move sess-id to enr-man-operateur
                       rewrite enr-mandat
               end-read
               close man-fic-mandats
               if mandat-existe
                   display plg-revoque
                   move 'MANDAT-REVOQUE' to operation-audit
                   perform mod-audit-operation
               end-if
           end-if
           .

       mod-audit-operation.
           move spaces to ops-ligne
           move date-systeme to ops-date
           accept ops-heure from time
           move 'sepamaj' to ops-programme
           move operation-audit to ops-operation
           move client-demande to ops-detail
           move sess-id to ops-operateur

           open extend man-fic-audit
           write ops-ligne
           close man-fic-audit
           .

       end program sepamaj.
