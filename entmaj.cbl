       identification division.
       program-id. entmaj.

       environment division.
       input-output section.
       file-control.
           select ent-fic-entreprises assign to "ENTREPR"
               organization is indexed
               access mode is dynamic
               record key is enr-ent-code
               file status is ent-entreprise-statut.
           select ent-fic-seq assign to "ENTSEQ"
               organization is line sequential
               file status is ent-seq-statut.
           select ent-fic-clients assign to "CLIMAST"
               organization is indexed
               access mode is dynamic
               record key is enr-ref
               sharing with all other
               file status is ent-client-statut.
           select optional ent-fic-hist assign to "CLIHIST"
               organization is line sequential.
           select ent-fic-audit assign to "OPSLOG"
               organization is line sequential.

       data division.
       file section.
       fd ent-fic-entreprises.
       copy "entreprec.cpy".

       fd ent-fic-seq.
       1 ent-seq-enr.
           2 seq-numero pic 9(7).

       fd ent-fic-clients.
       copy "clientrec.cpy".

       fd ent-fic-hist.
       copy "clihistrec.cpy".

       fd ent-fic-audit.
       copy "opslogrec.cpy".

       working-storage section.
       1 ent-entreprise-statut pic xx value '00'.
       1 ent-seq-statut pic xx value '00'.
       1 ent-client-statut pic xx value '00'.
       copy "sessionop.cpy".

       1 mode-travail pic x value '1'.
           88 mode-creation value '1'.
           88 mode-modification value '2'.
           88 mode-rattachement value '3'.
       1 code-entreprise pic x(8) value spaces.
       1 code-vue redefines code-entreprise.
           2 code-prefixe pic x.
           2 code-numero pic 9(7).
       1 numero-entreprise pic 9(7) value 0.
       1 client-demande pic x(8) value spaces.
       1 date-systeme pic 9(8).
       1 operation-audit pic x(15) value spaces.
       1 detail-audit pic x(20) value spaces.
       1 ix pic 9.
       1 nl pic 99.

       1 saisie-fiche.
           2 saisie-raison pic x(30).
           2 saisie-rue pic x(30).
           2 saisie-ville pic x(30).
           2 saisie-cp pic 99999.
           2 saisie-siret pic 9(14).
           2 saisie-delai pic 999.
           2 saisie-statut pic x.
       1 saisie-tarif.
           2 saisie-type pic x.
           2 saisie-jour pic 999v99.
           2 saisie-km pic 9v999.

       1 trav-avant pic x(200).
       1 trav-apres pic x(200).

       1 pic x value 'n'.
       88 fiche-existe value 'o' false 'n'.
       1 pic x value 'n'.
       88 client-connu value 'o' false 'n'.
       1 pic x value 'n'.
       88 maj-ok value 'o' false 'n'.
       1 pic x value 'n'.
       88 saisie-valide value 'o' false 'n'.

       screen section.
       1 a-plg-titre.
           2 blank screen.
           2 line 2 col 10 'Comptes entreprises'.
       1 s-plg-mode.
           2 line 4 col 5
               '1=Creer  2=Modifier  3=Rattacher un client '.
           2 s-mode pic x to mode-travail required.
       1 s-plg-code.
           2 line 5 col 5 'Code entreprise '.
           2 s-code pic x(8) to code-entreprise required.

       1 a-plg-fiche.
           2 line 6 col 5 'Fiche actuelle : '.
           2 a-raison pic x(30) from enr-ent-raison.
           2 ' SIRET '.
           2 a-siret pic 9(14) from enr-ent-siret.
           2 line 7 col 5 'Delai '.
           2 a-delai pic zz9 from enr-ent-delai.
           2 ' jours  statut '.
           2 a-statut pic x from enr-ent-statut.
           2 '  dernier releve '.
           2 a-periode pic 9(6) from enr-ent-fact-periode.

       1 s-plg-fiche.
           2 line 9 col 5 'Raison sociale '.
           2 s-raison pic x(30) to saisie-raison required.
           2 line 10 col 5 'Adresse '.
           2 s-rue pic x(30) to saisie-rue required.
           2 line 11 col 5 'Code postal '.
           2 s-cp pic 99999 to saisie-cp required.
           2 '  ville '.
           2 s-ville pic x(30) to saisie-ville required.
           2 line 12 col 5 'SIRET '.
           2 s-siret pic 9(14) to saisie-siret required.
           2 line 13 col 5 'Delai de paiement (jours) '.
           2 s-delai pic 999 to saisie-delai required.
           2 line 14 col 5 'Statut (A=actif I=inactif) '.
           2 s-statut pic x to saisie-statut required.
           2 line 15 col 5
               'Tarifs negocies (type vide = aucun) :'.

       1 s-plg-tarif.
           2 line nl col 5 'Type '.
           2 s-type pic x to saisie-type.
           2 '  jour '.
           2 s-jour pic zzz.zz to saisie-jour.
           2 '  km '.
           2 s-km pic 9.999 to saisie-km.

       1 s-plg-rattachement.
           2 line 5 col 5 'Reference client '.
           2 s-client pic x(8) to client-demande required.
           2 line 6 col 5 'Code entreprise (vide = detacher) '.
           2 s-code-ratt pic x(8) to code-entreprise.

       1 a-plg-client.
           2 line 8 col 5 'Client '.
           2 a-cli-nom pic x(20) from enr-nom.
           2 ' '.
           2 a-cli-prenom pic x(20) from enr-prenom.
           2 ' rattache a '.
           2 a-cli-entreprise pic x(8) from enr-entreprise.

       1 plg-non-autorise.
           2 line 4 col 5 'Fonction reservee au superviseur'.
       1 plg-inconnue.
           2 line 20 col 5 'Entreprise inconnue ou inactive'.
       1 plg-client-inconnu.
           2 line 20 col 5 'Reference client inconnue'.
       1 plg-saisie-invalide.
           2 line 20 col 5 'Saisie invalide - statut A ou I'.
       1 plg-indispo.
           2 line 20 col 5 'Fichier des entreprises indisponible'.
       1 plg-fait.
           2 line 20 col 5 'Mise a jour enregistree - code '.
           2 a-code pic x(8) from code-entreprise.

       procedure division.
       mod-mainline.
           call 'datebus' using date-systeme
           set maj-ok to false
           display a-plg-titre
           if sess-niveau < 2
               display plg-non-autorise
           else
               display s-plg-mode
               accept s-mode
               evaluate true
                   when mode-creation
                       perform mod-creation
                   when mode-modification
                       perform mod-modification
                   when mode-rattachement
                       perform mod-rattachement
                   when other
                       continue
               end-evaluate
           end-if
           if maj-ok
               display plg-fait
               perform mod-audit-operation
           end-if
           goback
           .

       mod-ouvre-entreprises.
           open i-o ent-fic-entreprises
           if ent-entreprise-statut = '35'
               open output ent-fic-entreprises
               if ent-entreprise-statut = '00'
                   close ent-fic-entreprises
                   open i-o ent-fic-entreprises
               end-if
           end-if
           .

       mod-creation.
           perform mod-ouvre-entreprises
           if ent-entreprise-statut not = '00'
               display plg-indispo
           else
               move spaces to enr-ent-compte
               move 0 to enr-ent-siret
               move 0 to enr-ent-delai
               move 0 to enr-ent-fact-periode
               perform varying ix from 1 by 1 until ix > 4
                   move space to enr-ent-type(ix)
                   move 0 to enr-ent-tarif-jour(ix)
                   move 0 to enr-ent-tarif-km(ix)
               end-perform
               perform mod-saisie-fiche
               if saisie-valide
                   perform mod-prochain-code
                   move code-entreprise to enr-ent-code
                   write enr-ent-compte
                       invalid key display plg-indispo
                       not invalid key
                           set maj-ok to true
                           move 'ENTREPRISE-CREE' to operation-audit
                           move code-entreprise to detail-audit
                   end-write
               end-if
               close ent-fic-entreprises
           end-if
           .

       mod-modification.
           display s-plg-code
           accept s-code
           set fiche-existe to false
           open i-o ent-fic-entreprises
           if ent-entreprise-statut not = '00'
               display plg-indispo
           else
               move code-entreprise to enr-ent-code
               read ent-fic-entreprises key is enr-ent-code
                   invalid key display plg-inconnue
                   not invalid key
                       set fiche-existe to true
                       display a-plg-fiche
               end-read
               if fiche-existe
                   perform mod-saisie-fiche
                   if saisie-valide
                       rewrite enr-ent-compte
                       set maj-ok to true
                       move 'ENTREPRISE-MAJ' to operation-audit
                       move code-entreprise to detail-audit
                   end-if
               end-if
               close ent-fic-entreprises
           end-if
           .

       mod-saisie-fiche.
           set saisie-valide to false
           display s-plg-fiche
           accept s-raison
           accept s-rue
           accept s-cp
           accept s-ville
           accept s-siret
           accept s-delai
           accept s-statut
           move 16 to nl
           perform varying ix from 1 by 1 until ix > 4
               move enr-ent-type(ix) to saisie-type
               move enr-ent-tarif-jour(ix) to saisie-jour
               move enr-ent-tarif-km(ix) to saisie-km
               display s-plg-tarif
               accept s-type
               accept s-jour
               accept s-km
               move saisie-type to enr-ent-type(ix)
               move saisie-jour to enr-ent-tarif-jour(ix)
               move saisie-km to enr-ent-tarif-km(ix)
               add 1 to nl
           end-perform
           if saisie-statut = 'A' or saisie-statut = 'I'
               set saisie-valide to true
               move saisie-raison to enr-ent-raison
               move saisie-rue to enr-ent-rue
               move saisie-ville to enr-ent-ville
               move saisie-cp to enr-ent-cp
               move saisie-siret to enr-ent-siret
               move saisie-delai to enr-ent-delai
               move saisie-statut to enr-ent-statut
           else
               display plg-saisie-invalide
           end-if
           .

       mod-prochain-code.
           move 0 to numero-entreprise
           open input ent-fic-seq
           if ent-seq-statut = '00'
               read ent-fic-seq
                   at end continue
                   not at end move seq-numero to numero-entreprise
               end-read
               close ent-fic-seq
           end-if
           add 1 to numero-entreprise

           open output ent-fic-seq
           move numero-entreprise to seq-numero
           write ent-seq-enr
           close ent-fic-seq

           move 'E' to code-prefixe
           move numero-entreprise to code-numero
           .

       mod-rattachement.
      * Le rattachement d'un conducteur a une entreprise est une
      * modification de la fiche client : image avant/apres dans
      * CLIHIST comme pour les modifications de client.
           display s-plg-rattachement
           accept s-client
           accept s-code-ratt
           set fiche-existe to true
           if code-entreprise not = spaces
               perform mod-verifie-entreprise
           end-if
           if not fiche-existe
               display plg-inconnue
           else
               set client-connu to false
               open i-o ent-fic-clients
               if ent-client-statut = '00'
                   move client-demande to enr-ref
                   read ent-fic-clients key is enr-ref
                       invalid key continue
                       not invalid key set client-connu to true
                   end-read
                   if client-connu
                       move enr-client to trav-avant
                       move code-entreprise to enr-entreprise
                       rewrite enr-client
                       move enr-client to trav-apres
                       display a-plg-client
                       perform mod-historique-client
                       set maj-ok to true
                       move 'CLIENT-RATTACHE' to operation-audit
                       move spaces to detail-audit
                       move client-demande to detail-audit(1:8)
                       move '>' to detail-audit(10:1)
                       move code-entreprise to detail-audit(12:8)
                   end-if
                   close ent-fic-clients
               end-if
               if not client-connu
                   display plg-client-inconnu
               end-if
           end-if
           .

       mod-verifie-entreprise.
           set fiche-existe to false
           open input ent-fic-entreprises
           if ent-entreprise-statut = '00'
               move code-entreprise to enr-ent-code
               read ent-fic-entreprises key is enr-ent-code
                   invalid key continue
                   not invalid key
                       if enr-ent-statut = 'A'
                           set fiche-existe to true
                       end-if
               end-read
               close ent-fic-entreprises
           end-if
           .

       mod-historique-client.
           open extend ent-fic-hist
           move spaces to hist-enr
           move client-demande to hist-ref
           move date-systeme to hist-date
           accept hist-heure from time
           if sess-id not = spaces and sess-id not = low-value
               move sess-id to hist-operateur
           else
               move 'INCONNU' to hist-operateur
           end-if
           move 'RATTACHEMENT' to hist-nature
           move trav-avant to hist-avant
           move trav-apres to hist-apres
           write hist-enr
           close ent-fic-hist
           .

       mod-audit-operation.
           move spaces to ops-ligne
           move date-systeme to ops-date
           accept ops-heure from time
           move 'entmaj' to ops-programme
           move operation-audit to ops-operation
           move detail-audit to ops-detail
           if sess-id not = spaces and sess-id not = low-value
               move sess-id to ops-operateur
           else
               move 'INCONNU' to ops-operateur
           end-if

           open extend ent-fic-audit
           write ops-ligne
           close ent-fic-audit
           .

       end program entmaj.
