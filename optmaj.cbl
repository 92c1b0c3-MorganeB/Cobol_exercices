       identification division.
       program-id. optmaj.

       environment division.
       input-output section.
       file-control.
           select opt-fic-stock assign to "OPTSTK"
               organization is indexed
               access mode is dynamic
               record key is enr-ost-cle
               file status is opt-stock-statut.
           select opt-fic-audit assign to "OPSLOG"
               organization is line sequential.

       data division.
       file section.
       fd opt-fic-stock.
       copy "optstkrec.cpy".

       fd opt-fic-audit.
       copy "opslogrec.cpy".

       working-storage section.
       1 opt-stock-statut pic xx value '00'.
       1 mode-travail pic x value '1'.
           88 mode-ajout value '1'.
           88 mode-correction value '2'.
       1 stock-agence pic x(3).
       1 stock-code pic x(3).
       1 stock-quantite pic 999.
       1 date-systeme pic 9(8).
       1 maj-faite pic x value 'n'.
           88 maj-ok value 'o' false 'n'.
       copy "sessionop.cpy".

       screen section.
       1 a-plg-titre.
           2 blank screen.
           2 line 2 col 10 'Stock des options par agence'.
       1 s-plg-mode.
           2 line 4 col 5 '1=Ajouter  2=Corriger '.
           2 s-mode pic x to mode-travail required.
       1 s-plg-agence.
           2 line 6 col 5 'Agence '.
           2 s-stock-agence pic x(3) to stock-agence required.
       1 s-plg-code.
           2 line 7 col 5 'Code option (LOCOPT) '.
           2 s-stock-code pic x(3) to stock-code required.
       1 s-plg-quantite.
           2 line 8 col 5 'Quantite en stock '.
           2 s-stock-quantite pic 999 to stock-quantite required.

       1 plg-existe-deja.
           2 line 12 col 5 'Ce stock existe deja'.
       1 plg-inconnu.
           2 line 12 col 5 'Stock inconnu pour cette agence'.
       1 plg-erreur-fichier.
           2 line 12 col 5 'Fichier OPTSTK indisponible'.
       1 plg-fait.
           2 line 12 col 5 'Mise a jour effectuee'.

       procedure division.
       mod-mainline.
           move spaces to ops-ligne
           call 'datebus' using date-systeme
           display a-plg-titre
           display s-plg-mode
           accept s-mode
           display s-plg-agence
           accept s-stock-agence
           display s-plg-code
           accept s-stock-code
           display s-plg-quantite
           accept s-stock-quantite

           set maj-ok to false
           open i-o opt-fic-stock
           if opt-stock-statut = '35'
               open output opt-fic-stock
               close opt-fic-stock
               open i-o opt-fic-stock
           end-if
           if opt-stock-statut not = '00'
               display plg-erreur-fichier
           else
               if mode-correction
                   perform mod-correction
               else
                   perform mod-ajout
               end-if
               close opt-fic-stock
           end-if

           if maj-ok
               display plg-fait
               perform mod-audit-operation
           end-if
           goback
           .

       mod-ajout.
           move stock-agence to enr-ost-agence
           move stock-code to enr-ost-code
           move stock-quantite to enr-ost-quantite
           move date-systeme to enr-ost-date-maj
           write enr-stock-option
               invalid key display plg-existe-deja
               not invalid key
                   set maj-ok to true
                   move 'STOCK-OPT-AJOUT' to ops-operation
           end-write
           .

       mod-correction.
      * Les equipements deja engages sur des contrats restent comptes
      * sur leurs dates : la quantite est le parc total de l'agence.
           move stock-agence to enr-ost-agence
           move stock-code to enr-ost-code
           read opt-fic-stock key is enr-ost-cle
               invalid key
                   display plg-inconnu
               not invalid key
                   move stock-quantite to enr-ost-quantite
                   move date-systeme to enr-ost-date-maj
                   rewrite enr-stock-option
                   set maj-ok to true
                   move 'STOCK-OPT-CORR' to ops-operation
           end-read
           .

       mod-audit-operation.
           move date-systeme to ops-date
           accept ops-heure from time
           move 'optmaj' to ops-programme
           if sess-id not = spaces and sess-id not = low-value
               move sess-id to ops-operateur
           else
               move 'INCONNU' to ops-operateur
           end-if
           move spaces to ops-detail
           string stock-agence delimited by size
               ' ' delimited by size
               stock-code delimited by size
               ' ' delimited by size
               stock-quantite delimited by size
               into ops-detail
           end-string

           open extend opt-fic-audit
           write ops-ligne
           close opt-fic-audit
           .

       end program optmaj.
