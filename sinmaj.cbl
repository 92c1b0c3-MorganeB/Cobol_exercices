       identification division.
       program-id. sinmaj.

       environment division.
       input-output section.
       file-control.
           select sin-fic-sinistres assign to "SINISTRE"
               organization is indexed
               access mode is dynamic
               record key is enr-sin-numero
               file status is sin-sinistre-statut.
           select sin-fic-contrats assign to "LOCCONTR"
               organization is indexed
               access mode is dynamic
               record key is enr-ctr-numero
               alternate record key is enr-ctr-client
                   with duplicates
               alternate record key is enr-ctr-immat
                   with duplicates
               file status is sin-contrat-statut.
           select sin-fic-vehicules assign to "VEHMAST"
               organization is indexed
               access mode is dynamic
               record key is enr-veh-immat
               file status is sin-veh-statut.
           select sin-fic-incidents assign to "RETINCID"
               organization is line sequential
               file status is sin-incid-statut.
           select sin-fic-seq assign to "SINSEQ"
               organization is line sequential
               file status is sin-seq-statut.
           select sin-fic-audit assign to "OPSLOG"
               organization is line sequential.

       data division.
       file section.
       fd sin-fic-sinistres.
       copy "sinistrec.cpy".

       fd sin-fic-contrats.
       copy "contratrec.cpy".

       fd sin-fic-vehicules.
       copy "vehmastrec.cpy".

       fd sin-fic-incidents.
       1 sin-incident-ligne pic x(80).

       fd sin-fic-seq.
       1 sin-seq-enr.
           2 seq-numero pic 9(8).

       fd sin-fic-audit.
       copy "opslogrec.cpy".

       working-storage section.
       1 sin-sinistre-statut pic xx value '00'.
       1 sin-contrat-statut pic xx value '00'.
       1 sin-veh-statut pic xx value '00'.
       1 sin-incid-statut pic xx value '00'.
       1 sin-seq-statut pic xx value '00'.
       copy "sessionop.cpy".

       1 mode-travail pic x value '1'.
           88 mode-ouverture value '1'.
           88 mode-mise-a-jour value '2'.
       1 numero-contrat pic 9(8) value 0.
       1 numero-sinistre pic 9(8) value 0.
       1 date-systeme pic 9(8).
       1 operation-audit pic x(15) value spaces.
       1 incident-eof pic x value 'n'.
           88 incident-fin-fichier value 'o' false 'n'.
       1 pic x value 'n'.
       88 contrat-trouve value 'o' false 'n'.
       1 pic x value 'n'.
       88 sinistre-trouve value 'o' false 'n'.
       1 pic x value 'n'.
       88 maj-ok value 'o' false 'n'.

       1 saisie-libelle pic x(30) value spaces.
       1 saisie-statut pic x value spaces.
           88 statut-valide value 'O' 'E' 'R' 'C'.
           88 statut-immobilisant value 'O' 'E'.
       1 saisie-devis pic 9(6)v99 value 0.
       1 saisie-facture pic 9(6)v99 value 0.
       1 saisie-franchise pic 9(6)v99 value 0.
       1 saisie-reclame pic 9(6)v99 value 0.
       1 saisie-recupere pic 9(6)v99 value 0.
       1 total-incidents pic 9(6)v99 value 0.

      * Vue d'une ligne RETINCID ecrite par locretour au retour.
       1 ri-ligne pic x(80).
       1 ri-vue redefines ri-ligne.
           2 ri-contrat pic x(8).
           2 filler pic x.
           2 ri-date pic 9(8).
           2 filler pic x.
           2 ri-code pic x(3).
           2 filler pic x.
           2 ri-libelle pic x(15).
           2 filler pic x.
           2 ri-montant pic x(7).
           2 filler pic x(35).

       screen section.
       1 a-plg-titre.
           2 blank screen.
           2 line 2 col 10 'Dossiers sinistres'.
       1 s-plg-mode.
           2 line 4 col 5 '1=Ouvrir un dossier  2=Mettre a jour '.
           2 s-mode pic x to mode-travail required.
       1 s-plg-contrat.
           2 line 6 col 5 'Numero de contrat '.
           2 s-contrat pic 9(8) to numero-contrat required.
       1 s-plg-sinistre.
           2 line 6 col 5 'Numero de dossier '.
           2 s-sinistre pic 9(8) to numero-sinistre required.

       1 a-plg-contrat.
           2 line 7 col 5 'Vehicule '.
           2 a-ctr-immat pic x(10) from enr-ctr-immat.
           2 ' client '.
           2 a-ctr-client pic x(8) from enr-ctr-client.
           2 ' incidents au retour '.
           2 a-incidents pic zzzzz9.99 from total-incidents.

       1 s-plg-ouverture.
           2 line 9 col 5 'Circonstances '.
           2 s-libelle pic x(30) to saisie-libelle required.
           2 line 10 col 5 'Devis de reparation '.
           2 s-devis pic zzzzzz.zz to saisie-devis.

       1 a-plg-dossier.
           2 line 7 col 5 'Contrat '.
           2 a-sin-contrat pic 9(8) from enr-sin-contrat.
           2 ' vehicule '.
           2 a-sin-immat pic x(10) from enr-sin-immat.
           2 ' statut '.
           2 a-sin-statut pic x from enr-sin-statut.
           2 line 8 col 5 'Devis '.
           2 a-sin-devis pic zzzzz9.99 from enr-sin-devis.
           2 ' facture '.
           2 a-sin-facture pic zzzzz9.99 from enr-sin-facture.
           2 ' franchise '.
           2 a-sin-franchise pic zzzzz9.99 from enr-sin-franchise.
           2 line 9 col 5 'Reclame assureur '.
           2 a-sin-reclame pic zzzzz9.99 from enr-sin-reclame.
           2 ' recupere '.
           2 a-sin-recupere pic zzzzz9.99 from enr-sin-recupere.

       1 s-plg-mise-a-jour.
           2 line 11 col 5
               'Statut (O=ouvert E=expert R=repare C=clos) '.
           2 s-statut line 11 col 50 pic x to saisie-statut required.
           2 line 12 col 5 'Devis de reparation '.
           2 s-maj-devis pic zzzzzz.zz to saisie-devis.
           2 line 13 col 5 'Facture de reparation '.
           2 s-maj-facture pic zzzzzz.zz to saisie-facture.
           2 line 14 col 5 'Franchise client '.
           2 s-maj-franchise pic zzzzzz.zz to saisie-franchise.
           2 line 15 col 5 'Montant reclame assureur '.
           2 s-maj-reclame pic zzzzzz.zz to saisie-reclame.
           2 line 16 col 5 'Montant recupere assureur '.
           2 s-maj-recupere pic zzzzzz.zz to saisie-recupere.

       1 a-plg-numero.
           2 line 18 col 5 'Dossier ouvert sous le numero '.
           2 a-numero pic 9(8) from numero-sinistre.

       1 plg-contrat-inconnu.
           2 line 18 col 5 'Contrat inconnu'.
       1 plg-sinistre-inconnu.
           2 line 18 col 5 'Dossier sinistre inconnu'.
       1 plg-statut-invalide.
           2 line 18 col 5 'Statut invalide - O, E, R ou C'.
       1 plg-indispo.
           2 line 18 col 5 'Fichier des sinistres indisponible'.
       1 plg-fait.
           2 line 19 col 5 'Mise a jour effectuee'.

       procedure division.
       mod-mainline.
           call 'datebus' using date-systeme
           display a-plg-titre
           display s-plg-mode
           accept s-mode

           set maj-ok to false
           open i-o sin-fic-sinistres
           if sin-sinistre-statut = '35'
               open output sin-fic-sinistres
               if sin-sinistre-statut = '00'
                   close sin-fic-sinistres
                   open i-o sin-fic-sinistres
               end-if
           end-if
           if sin-sinistre-statut not = '00'
               display plg-indispo
           else
               if mode-mise-a-jour
                   perform mod-mise-a-jour
               else
                   perform mod-ouverture
               end-if
               close sin-fic-sinistres
           end-if

           if maj-ok
               display plg-fait
               perform mod-audit-operation
           end-if
           goback
           .

       mod-ouverture.
           display s-plg-contrat
           accept s-contrat
           set contrat-trouve to false
           open input sin-fic-contrats
           if sin-contrat-statut = '00'
               move numero-contrat to enr-ctr-numero
               read sin-fic-contrats key is enr-ctr-numero
                   invalid key continue
                   not invalid key set contrat-trouve to true
               end-read
               close sin-fic-contrats
           end-if
           if not contrat-trouve
               display plg-contrat-inconnu
           else
               perform mod-cumule-incidents
               display a-plg-contrat
               display s-plg-ouverture
               accept s-libelle
               accept s-devis
               perform mod-prochain-numero

               move spaces to enr-sinistre
               move numero-sinistre to enr-sin-numero
               move numero-contrat to enr-sin-contrat
               move enr-ctr-immat to enr-sin-immat
               move enr-ctr-client to enr-sin-client
               move date-systeme to enr-sin-date-ouverture
               move 'O' to enr-sin-statut
               move date-systeme to enr-sin-date-statut
               move saisie-libelle to enr-sin-libelle
               move saisie-devis to enr-sin-devis
               move 0 to enr-sin-facture
               move 0 to enr-sin-reclame
               move 0 to enr-sin-recupere
      * La franchise part des supplements de degats deja factures au
      * client au retour ; elle reste modifiable en mise a jour.
               move total-incidents to enr-sin-franchise
               move sess-id to enr-sin-operateur
               write enr-sinistre
                   invalid key display plg-indispo
                   not invalid key
                       set maj-ok to true
                       move 'SINISTRE-OUVRE' to operation-audit
                       display a-plg-numero
                       move 'O' to saisie-statut
                       perform mod-etat-vehicule
               end-write
           end-if
           .

       mod-cumule-incidents.
      * Supplements de degats (code DEG) releves par locretour sur ce
      * contrat : point de depart du dossier.
           move 0 to total-incidents
           set incident-fin-fichier to false
           open input sin-fic-incidents
           if sin-incid-statut not = '00'
               set incident-fin-fichier to true
           end-if
           perform mod-lit-incident until incident-fin-fichier
           if sin-incid-statut = '00' or sin-incid-statut = '10'
               close sin-fic-incidents
           end-if
           .

       mod-lit-incident.
           read sin-fic-incidents
               at end set incident-fin-fichier to true
               not at end
                   move sin-incident-ligne to ri-ligne
                   if ri-contrat numeric
                       and ri-contrat = numero-contrat
                       and ri-code = 'DEG'
                       compute total-incidents = total-incidents
                           + function numval(ri-montant)
                   end-if
           end-read
           .

       mod-mise-a-jour.
           display s-plg-sinistre
           accept s-sinistre
           set sinistre-trouve to false
           move numero-sinistre to enr-sin-numero
           read sin-fic-sinistres key is enr-sin-numero
               invalid key display plg-sinistre-inconnu
               not invalid key set sinistre-trouve to true
           end-read
           if sinistre-trouve
               display a-plg-dossier
               move enr-sin-devis to saisie-devis
               move enr-sin-facture to saisie-facture
               move enr-sin-franchise to saisie-franchise
               move enr-sin-reclame to saisie-reclame
               move enr-sin-recupere to saisie-recupere
               display s-plg-mise-a-jour
               accept s-statut
               accept s-maj-devis
               accept s-maj-facture
               accept s-maj-franchise
               accept s-maj-reclame
               accept s-maj-recupere
               if not statut-valide
                   display plg-statut-invalide
               else
                   if saisie-statut not = enr-sin-statut
                       move date-systeme to enr-sin-date-statut
                   end-if
                   move saisie-statut to enr-sin-statut
                   move saisie-devis to enr-sin-devis
                   move saisie-facture to enr-sin-facture
                   move saisie-franchise to enr-sin-franchise
                   move saisie-reclame to enr-sin-reclame
                   move saisie-recupere to enr-sin-recupere
                   move sess-id to enr-sin-operateur
                   rewrite enr-sinistre
                   set maj-ok to true
                   move 'SINISTRE-MAJ' to operation-audit
                   perform mod-etat-vehicule
               end-if
           end-if
           .

       mod-etat-vehicule.
      * Dossier ouvert ou en expertise : le vehicule est immobilise
      * ('I') et n'est plus propose par location. Repare ou clos : il
      * revient au parc s'il etait toujours immobilise par le dossier.
           open i-o sin-fic-vehicules
           if sin-veh-statut = '00'
               move enr-sin-immat to enr-veh-immat
               read sin-fic-vehicules key is enr-veh-immat
                   invalid key continue
                   not invalid key
                       if statut-immobilisant
                           if enr-veh-statut = 'D'
                               or enr-veh-statut = 'M'
                               move 'I' to enr-veh-statut
                               rewrite enr-vehicule
                           end-if
                       else
                           if enr-veh-statut = 'I'
                               move 'D' to enr-veh-statut
                               rewrite enr-vehicule
                           end-if
                       end-if
               end-read
               close sin-fic-vehicules
           end-if
           .

       mod-prochain-numero.
           move 0 to numero-sinistre
           open input sin-fic-seq
           if sin-seq-statut = '00'
               read sin-fic-seq
                   at end continue
                   not at end move seq-numero to numero-sinistre
               end-read
               close sin-fic-seq
           end-if
           add 1 to numero-sinistre

           open output sin-fic-seq
           move numero-sinistre to seq-numero
           write sin-seq-enr
           close sin-fic-seq
           .

       mod-audit-operation.
           move spaces to ops-ligne
           move date-systeme to ops-date
           accept ops-heure from time
           move 'sinmaj' to ops-programme
           move operation-audit to ops-operation
           move spaces to ops-detail
           move numero-sinistre to ops-detail(1:8)
           move '/' to ops-detail(9:1)
           move enr-sin-immat to ops-detail(10:10)
           if sess-id not = spaces and sess-id not = low-value
               move sess-id to ops-operateur
           else
               move 'INCONNU' to ops-operateur
           end-if

           open extend sin-fic-audit
           write ops-ligne
           close sin-fic-audit
           .

       end program sinmaj.
