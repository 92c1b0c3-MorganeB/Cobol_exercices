       identification division.
       program-id. clifusion.

       environment division.
       input-output section.
       file-control.
           select fus-fic-clients assign to "CLIMAST"
               organization is indexed
               access mode is dynamic
               record key is enr-ref
               file status is fus-client-statut.
           select optional fus-fic-hist assign to "CLIHIST"
               organization is line sequential.
           select fus-fic-contrats assign to "LOCCONTR"
               organization is indexed
               access mode is dynamic
               record key is enr-ctr-numero
               alternate record key is enr-ctr-client
                   with duplicates
               alternate record key is enr-ctr-immat
                   with duplicates
               file status is fus-contrat-statut.
           select fus-fic-resa assign to "RESERV"
               organization is indexed
               access mode is dynamic
               record key is enr-resa-cle
               file status is fus-resa-statut.
           select fus-fic-devis assign to "DEVISFIC"
               organization is indexed
               access mode is dynamic
               record key is enr-dev-numero
               file status is fus-devis-statut.
           select fus-fic-blocages assign to "CREDBLOC"
               organization is indexed
               access mode is dynamic
               record key is enr-blo-client
               file status is fus-blocage-statut.
           select fus-fic-registre assign to "FACTREG"
               organization is indexed
               access mode is dynamic
               record key is reg-cle
               alternate record key is reg-client with duplicates
               file status is fus-registre-statut.
           select fus-fic-fidelite assign to "FIDPTS"
               organization is indexed
               access mode is dynamic
               record key is enr-fid-client
               file status is fus-fid-statut.
           select optional fus-fic-journal assign to "FUSLOG"
               organization is line sequential
               file status is fus-journal-statut.
           select fus-fic-audit assign to "OPSLOG"
               organization is line sequential.

       data division.
       file section.
       fd fus-fic-clients.
       copy "clientrec.cpy".

       fd fus-fic-hist.
       copy "clihistrec.cpy".

       fd fus-fic-contrats.
       copy "contratrec.cpy".

       fd fus-fic-resa.
       copy "reservrec.cpy".

       fd fus-fic-devis.
       copy "devisrec.cpy".

       fd fus-fic-blocages.
       copy "credblrec.cpy".

       fd fus-fic-registre.
       copy "factregrec.cpy".

       fd fus-fic-fidelite.
       copy "fidptsrec.cpy".

       fd fus-fic-journal.
       1 fus-journal-ligne pic x(120).

       fd fus-fic-audit.
       copy "opslogrec.cpy".

       working-storage section.
       1 fus-client-statut pic xx value '00'.
       1 fus-contrat-statut pic xx value '00'.
       1 fus-resa-statut pic xx value '00'.
       1 fus-devis-statut pic xx value '00'.
       1 fus-blocage-statut pic xx value '00'.
       1 fus-registre-statut pic xx value '00'.
       1 fus-fid-statut pic xx value '00'.
       1 fus-journal-statut pic xx value '00'.
       copy "sessionop.cpy".

       1 pic x value 'n'.
           88 contrats-ouverts value 'o' false 'n'.
       1 pic x value 'n'.
           88 resa-ouvertes value 'o' false 'n'.
       1 pic x value 'n'.
           88 devis-ouverts value 'o' false 'n'.
       1 pic x value 'n'.
           88 blocages-ouverts value 'o' false 'n'.
       1 pic x value 'n'.
           88 registre-ouvert value 'o' false 'n'.
       1 pic x value 'n'.
           88 fidelite-ouverte value 'o' false 'n'.
       1 pic x value 'n'.
           88 fiches-valides value 'o' false 'n'.
       1 pic x value 'n'.
           88 table-saturee value 'o' false 'n'.
       1 fic-eof pic x value 'n'.
           88 fic-fin-fichier value 'o' false 'n'.

       1 action pic x value space.
           88 action-fusion value 'f' 'F'.
           88 action-annulation value 'a' 'A'.
       1 ref-survivant pic x(8) value spaces.
       1 ref-doublon pic x(8) value spaces.
       1 nom-survivant pic x(20) value spaces.
       1 nom-doublon pic x(20) value spaces.
       1 reponse-confirmation pic x value 'n'.
           88 operation-confirmee value 'o' 'O'.
       1 date-systeme pic 9(8).
       1 operateur-fusion pic x(8).

      * Etat de la fiche doublon avant fusion, rendu par l'annulation.
       1 doublon-statut pic x.
       1 doublon-date-desact pic 9(8).
       1 doublon-operateur pic x(8).

       1 trav-avant pic x(200).
       1 trav-apres pic x(200).
       1 trav-nature pic x(15).

      * Pieces du doublon lues par la cle secondaire client : elles
      * sont relevees d'abord et repointees ensuite par la cle
      * principale, la cle secondaire changeant a la reecriture.
       1 nb-contrats pic 9(4) value 0.
       1 tab-contrats.
           2 tab-contrat pic 9(8) occurs 500 times.
       1 nb-factures pic 9(4) value 0.
       1 tab-factures.
           2 tab-facture pic x(9) occurs 500 times.
       1 ix pic 9(4).

       1 blocage-doublon pic x(27).
       1 points-doublon pic 9(8) value 0.

       1 cpt-contrats pic 9(4) value 0.
       1 cpt-resa pic 9(4) value 0.
       1 cpt-devis pic 9(4) value 0.
       1 cpt-factures pic 9(4) value 0.
       1 cpt-blocages pic 9 value 0.
       1 cpt-points pic 9(8) value 0.

      * Journal des fusions (FUSLOG) : une ligne d'entete par fusion
      * puis une ligne par enregistrement repointe, avec ce qu'il faut
      * pour le remettre sur le doublon ; une ligne ANNUL solde la
      * fusion annulee.
       1 jf-ligne pic x(120) value spaces.
       1 jf-vue redefines jf-ligne.
           2 jf-date pic 9(8).
           2 filler pic x.
           2 jf-heure pic 9(6).
           2 filler pic x.
           2 jf-operateur pic x(8).
           2 filler pic x.
           2 jf-survivant pic x(8).
           2 filler pic x.
           2 jf-doublon pic x(8).
           2 filler pic x.
           2 jf-fichier pic x(8).
           2 filler pic x.
           2 jf-cle pic x(18).
           2 filler pic x.
           2 jf-donnee pic x(40).
           2 filler pic x(9).

      * Lignes de la derniere fusion non annulee du doublon, relues
      * du journal pour l'annulation.
       1 nb-lignes pic 9(4) value 0.
       1 tab-lignes.
           2 tab-ligne pic x(120) occurs 2000 times.
       1 ix-lig pic 9(4).

       screen section.
       1 a-plg-titre.
           2 blank screen.
           2 line 2 col 10 'Fusion de fiches clients en double'.

       1 s-plg-action.
           2 line 4 col 5 'Action (f = fusion, a = annulation) '.
           2 s-action pic x to action required.

       1 s-plg-doublon.
           2 line 6 col 5 'Reference du doublon  '.
           2 s-doublon pic x(8) to ref-doublon required.
       1 s-plg-survivant.
           2 line 7 col 5 'Reference conservee   '.
           2 s-survivant pic x(8) to ref-survivant required.

       1 a-plg-fiches.
           2 line 9 col 5 'Doublon   '.
           2 a-doublon pic x(8) from ref-doublon.
           2 ' '.
           2 a-nom-doublon pic x(20) from nom-doublon.
           2 line 10 col 5 'Conserve  '.
           2 a-survivant pic x(8) from ref-survivant.
           2 ' '.
           2 a-nom-survivant pic x(20) from nom-survivant.

       1 s-plg-confirmation.
           2 line 12 col 5 'Confirmer ? (o/n) '.
           2 s-confirmation pic x to reponse-confirmation required.

       1 a-plg-bilan.
           2 line 14 col 5 'Contrats '.
           2 a-cpt-contrats pic zzz9 from cpt-contrats.
           2 '  reservations '.
           2 a-cpt-resa pic zzz9 from cpt-resa.
           2 '  devis '.
           2 a-cpt-devis pic zzz9 from cpt-devis.
           2 line 15 col 5 'Pieces '.
           2 a-cpt-factures pic zzz9 from cpt-factures.
           2 '  blocage '.
           2 a-cpt-blocages pic 9 from cpt-blocages.
           2 '  points '.
           2 a-cpt-points pic zzzzzzz9 from cpt-points.

       1 plg-fusion-faite.
           2 line 17 col 5 'Fusion enregistree'.
       1 plg-annulation-faite.
           2 line 17 col 5 'Fusion annulee'.
       1 plg-abandon.
           2 line 17 col 5 'Operation abandonnee'.
       1 plg-fiches-invalides.
           2 line 9 col 5
               'Fiches inconnues, identiques ou deja desactivees'.
       1 plg-non-fusionne.
           2 line 9 col 5 'Fiche non fusionnee'.
       1 plg-hors-delai.
           2 line 9 col 5 'Pas de fusion du jour a annuler'.
       1 plg-saturee.
           2 line 9 col 5 'Trop de pieces a reprendre - fusion refusee'.
       1 plg-indispo.
           2 line 9 col 5 'Fichier des clients indisponible'.

       procedure division.
       mod-mainline.
      * Fusion d'une fiche client en double (liste CLIDOUBL de
      * clientdbl) dans la fiche conservee : contrats, reservations,
      * devis, blocage credit, pieces du registre et points fidelite
      * du doublon passent sur la fiche conservee, le doublon est
      * desactive avec la reference de la fiche conservee. Chaque
      * enregistrement repointe est journalise dans FUSLOG, ce qui
      * permet l'annulation de la fusion le jour meme.
           call 'datebus' using date-systeme
           if sess-id not = spaces and sess-id not = low-value
               move sess-id to operateur-fusion
           else
               move 'INCONNU' to operateur-fusion
           end-if
           display a-plg-titre
           display s-plg-action
           accept s-action
           display s-plg-doublon
           accept s-doublon

           open i-o fus-fic-clients
           if fus-client-statut not = '00'
               display plg-indispo
           else
               evaluate true
                   when action-fusion
                       display s-plg-survivant
                       accept s-survivant
                       perform mod-fusion
                   when action-annulation
                       perform mod-annulation
                   when other
                       display plg-abandon
               end-evaluate
               close fus-fic-clients
           end-if
           goback
           .

       mod-fusion.
      * Fusion
           perform mod-controle-fiches
           if not fiches-valides
               display plg-fiches-invalides
           else
               display a-plg-fiches
               display s-plg-confirmation
               accept s-confirmation
               if not operation-confirmee
                   display plg-abandon
               else
                   perform mod-ouvre-fichiers
                   perform mod-releve-pieces
                   if table-saturee
                       display plg-saturee
                   else
                       perform mod-applique-fusion
                       display a-plg-bilan
                       display plg-fusion-faite
                   end-if
                   perform mod-ferme-fichiers
               end-if
           end-if
           .

       mod-controle-fiches.
           set fiches-valides to false
           if ref-survivant not = ref-doublon
               move ref-survivant to enr-ref
               read fus-fic-clients key is enr-ref
                   invalid key continue
                   not invalid key
                       if enr-statut not = 'I'
                           set fiches-valides to true
                           move enr-nom to nom-survivant
                       end-if
               end-read
           end-if
           if fiches-valides
               set fiches-valides to false
               move ref-doublon to enr-ref
               read fus-fic-clients key is enr-ref
                   invalid key continue
                   not invalid key
                       if enr-statut not = 'I'
                           set fiches-valides to true
                           move enr-nom to nom-doublon
                           move enr-statut to doublon-statut
                           move enr-date-desact to doublon-date-desact
                           move enr-operateur to doublon-operateur
                       end-if
               end-read
           end-if
           .

       mod-releve-pieces.
           set table-saturee to false
           move 0 to nb-contrats
           if contrats-ouverts
               set fic-fin-fichier to false
               move ref-doublon to enr-ctr-client
               start fus-fic-contrats key = enr-ctr-client
                   invalid key set fic-fin-fichier to true
               end-start
               perform mod-releve-contrat until fic-fin-fichier
           end-if
           move 0 to nb-factures
           if registre-ouvert
               set fic-fin-fichier to false
               move ref-doublon to reg-client
               start fus-fic-registre key = reg-client
                   invalid key set fic-fin-fichier to true
               end-start
               perform mod-releve-facture until fic-fin-fichier
           end-if
           .

       mod-releve-contrat.
           read fus-fic-contrats next record
               at end set fic-fin-fichier to true
               not at end
                   if enr-ctr-client not = ref-doublon
                       set fic-fin-fichier to true
                   else
                       if nb-contrats < 500
                           add 1 to nb-contrats
                           move enr-ctr-numero
                               to tab-contrat(nb-contrats)
                       else
                           set table-saturee to true
                           set fic-fin-fichier to true
                       end-if
                   end-if
           end-read
           .

       mod-releve-facture.
           read fus-fic-registre next record
               at end set fic-fin-fichier to true
               not at end
                   if reg-client not = ref-doublon
                       set fic-fin-fichier to true
                   else
                       if nb-factures < 500
                           add 1 to nb-factures
                           move reg-cle to tab-facture(nb-factures)
                       else
                           set table-saturee to true
                           set fic-fin-fichier to true
                       end-if
                   end-if
           end-read
           .

       mod-applique-fusion.
           open extend fus-fic-journal
           move 'ENTETE' to jf-fichier
           move spaces to jf-cle
           move spaces to jf-donnee
           move doublon-statut to jf-donnee(1:1)
           move doublon-date-desact to jf-donnee(2:8)
           move doublon-operateur to jf-donnee(10:8)
           perform mod-ecrit-journal

           perform varying ix from 1 by 1 until ix > nb-contrats
               move tab-contrat(ix) to enr-ctr-numero
               read fus-fic-contrats key is enr-ctr-numero
                   invalid key continue
                   not invalid key
                       move ref-survivant to enr-ctr-client
                       rewrite enr-contrat
                       add 1 to cpt-contrats
                       move 'LOCCONTR' to jf-fichier
                       move enr-ctr-numero to jf-cle
                       move spaces to jf-donnee
                       perform mod-ecrit-journal
               end-read
           end-perform

           perform varying ix from 1 by 1 until ix > nb-factures
               move tab-facture(ix) to reg-cle
               read fus-fic-registre key is reg-cle
                   invalid key continue
                   not invalid key
                       move ref-survivant to reg-client
                       rewrite registre-ligne
                       add 1 to cpt-factures
                       move 'FACTREG' to jf-fichier
                       move reg-cle to jf-cle
                       move spaces to jf-donnee
                       perform mod-ecrit-journal
               end-read
           end-perform

           if resa-ouvertes
               set fic-fin-fichier to false
               move low-value to enr-resa-cle
               start fus-fic-resa key not < enr-resa-cle
                   invalid key set fic-fin-fichier to true
               end-start
               perform mod-fusion-resa until fic-fin-fichier
           end-if
           if devis-ouverts
               set fic-fin-fichier to false
               move 0 to enr-dev-numero
               start fus-fic-devis key not < enr-dev-numero
                   invalid key set fic-fin-fichier to true
               end-start
               perform mod-fusion-devis until fic-fin-fichier
           end-if
           if blocages-ouverts
               perform mod-fusion-blocage
           end-if
           if fidelite-ouverte
               perform mod-fusion-points
           end-if

           perform mod-desactive-doublon
           close fus-fic-journal
           move 'FUSION' to trav-nature
           perform mod-audit-operation
           .

       mod-fusion-resa.
           read fus-fic-resa next record
               at end set fic-fin-fichier to true
               not at end
                   if enr-resa-client = ref-doublon
                       move ref-survivant to enr-resa-client
                       rewrite enr-reservation
                       add 1 to cpt-resa
                       move 'RESERV' to jf-fichier
                       move enr-resa-cle to jf-cle
                       move spaces to jf-donnee
                       perform mod-ecrit-journal
                   end-if
           end-read
           .

       mod-fusion-devis.
           read fus-fic-devis next record
               at end set fic-fin-fichier to true
               not at end
                   if enr-dev-client = ref-doublon
                       move ref-survivant to enr-dev-client
                       rewrite enr-devis
                       add 1 to cpt-devis
                       move 'DEVISFIC' to jf-fichier
                       move enr-dev-numero to jf-cle
                       move spaces to jf-donnee
                       perform mod-ecrit-journal
                   end-if
           end-read
           .

       mod-fusion-blocage.
      * Le blocage du doublon passe sur la fiche conservee si elle
      * n'en a pas ; sinon celui de la fiche conservee reste seul.
           move ref-doublon to enr-blo-client
           read fus-fic-blocages key is enr-blo-client
               invalid key continue
               not invalid key
                   move enr-blocage to blocage-doublon
                   delete fus-fic-blocages record
                   move 'CREDBLOC' to jf-fichier
                   move spaces to jf-cle
                   move blocage-doublon to jf-donnee
                   move ref-survivant to enr-blo-client
                   read fus-fic-blocages key is enr-blo-client
                       invalid key
                           move blocage-doublon to enr-blocage
                           move ref-survivant to enr-blo-client
                           write enr-blocage
                           move 'D' to jf-cle
                           add 1 to cpt-blocages
                       not invalid key
                           move 'S' to jf-cle
                   end-read
                   perform mod-ecrit-journal
           end-read
           .

       mod-fusion-points.
           move ref-doublon to enr-fid-client
           read fus-fic-fidelite key is enr-fid-client
               invalid key continue
               not invalid key
                   move enr-fid-points to points-doublon
                   delete fus-fic-fidelite record
                   move 'FIDPTS' to jf-fichier
                   move spaces to jf-donnee
                   move points-doublon to jf-donnee(1:8)
                   move ref-survivant to enr-fid-client
                   read fus-fic-fidelite key is enr-fid-client
                       invalid key
                           move ref-survivant to enr-fid-client
                           move points-doublon to enr-fid-points
                           write enr-fidelite
                           move 'C' to jf-cle
                       not invalid key
                           add points-doublon to enr-fid-points
                           rewrite enr-fidelite
                           move 'A' to jf-cle
                   end-read
                   move points-doublon to cpt-points
                   perform mod-ecrit-journal
           end-read
           .

       mod-desactive-doublon.
           move ref-doublon to enr-ref
           read fus-fic-clients key is enr-ref
               invalid key continue
               not invalid key
                   move enr-client to trav-avant
                   move 'I' to enr-statut
                   move date-systeme to enr-date-desact
                   move operateur-fusion to enr-operateur
                   move ref-survivant to enr-fusion
                   rewrite enr-client
                   move enr-client to trav-apres
                   move 'FUSION' to trav-nature
                   perform mod-historique-client
           end-read
           .

       mod-annulation.
      * Annulation le jour meme
           set fiches-valides to false
           move ref-doublon to enr-ref
           read fus-fic-clients key is enr-ref
               invalid key continue
               not invalid key
                   if enr-statut = 'I' and enr-fusion not = spaces
                       set fiches-valides to true
                       move enr-nom to nom-doublon
                       move enr-fusion to ref-survivant
                   end-if
           end-read
           if not fiches-valides
               display plg-non-fusionne
           else
               perform mod-charge-journal
               move spaces to jf-ligne
               if nb-lignes > 0
                   move tab-ligne(1) to jf-ligne
               end-if
               if jf-fichier not = 'ENTETE'
                   or jf-date not = date-systeme
                   or jf-survivant not = ref-survivant
                   or table-saturee
                   display plg-hors-delai
               else
                   move jf-donnee(1:1) to doublon-statut
                   move jf-donnee(2:8) to doublon-date-desact
                   move jf-donnee(10:8) to doublon-operateur
                   move ref-survivant to enr-ref
                   read fus-fic-clients key is enr-ref
                       invalid key move spaces to nom-survivant
                       not invalid key move enr-nom to nom-survivant
                   end-read
                   display a-plg-fiches
                   display s-plg-confirmation
                   accept s-confirmation
                   if not operation-confirmee
                       display plg-abandon
                   else
                       perform mod-ouvre-fichiers
                       perform mod-applique-annulation
                       perform mod-ferme-fichiers
                       display a-plg-bilan
                       display plg-annulation-faite
                   end-if
               end-if
           end-if
           .

       mod-charge-journal.
           move 0 to nb-lignes
           set table-saturee to false
           set fic-fin-fichier to false
           open input fus-fic-journal
           if fus-journal-statut not = '00'
               set fic-fin-fichier to true
           end-if
           perform mod-lit-journal until fic-fin-fichier
           if fus-journal-statut = '00' or fus-journal-statut = '10'
               close fus-fic-journal
           end-if
           .

       mod-lit-journal.
           read fus-fic-journal
               at end set fic-fin-fichier to true
               not at end
                   move fus-journal-ligne to jf-ligne
                   if jf-doublon = ref-doublon
                       evaluate jf-fichier
                           when 'ENTETE'
                               move 0 to nb-lignes
                               set table-saturee to false
                               perform mod-retient-ligne
                           when 'ANNUL'
                               move 0 to nb-lignes
                           when other
                               if nb-lignes > 0
                                   perform mod-retient-ligne
                               end-if
                       end-evaluate
                   end-if
           end-read
           .

       mod-retient-ligne.
           if nb-lignes < 2000
               add 1 to nb-lignes
               move jf-ligne to tab-ligne(nb-lignes)
           else
               set table-saturee to true
           end-if
           .

       mod-applique-annulation.
           perform varying ix-lig from 2 by 1 until ix-lig > nb-lignes
               move tab-ligne(ix-lig) to jf-ligne
               evaluate jf-fichier
                   when 'LOCCONTR'
                       perform mod-rend-contrat
                   when 'FACTREG'
                       perform mod-rend-facture
                   when 'RESERV'
                       perform mod-rend-resa
                   when 'DEVISFIC'
                       perform mod-rend-devis
                   when 'CREDBLOC'
                       perform mod-rend-blocage
                   when 'FIDPTS'
                       perform mod-rend-points
                   when other
                       continue
               end-evaluate
           end-perform

           move ref-doublon to enr-ref
           read fus-fic-clients key is enr-ref
               invalid key continue
               not invalid key
                   move enr-client to trav-avant
                   move doublon-statut to enr-statut
                   move doublon-date-desact to enr-date-desact
                   move doublon-operateur to enr-operateur
                   move spaces to enr-fusion
                   rewrite enr-client
                   move enr-client to trav-apres
                   move 'FUSION-ANNUL' to trav-nature
                   perform mod-historique-client
           end-read

           open extend fus-fic-journal
           move 'ANNUL' to jf-fichier
           move spaces to jf-cle
           move spaces to jf-donnee
           perform mod-ecrit-journal
           close fus-fic-journal
           move 'FUSION-ANNUL' to trav-nature
           perform mod-audit-operation
           .

      * Seul ce qui porte encore la fiche conservee revient au
      * doublon : une piece reprise a la main entre-temps est laissee.
       mod-rend-contrat.
           if contrats-ouverts
               move jf-cle(1:8) to enr-ctr-numero
               read fus-fic-contrats key is enr-ctr-numero
                   invalid key continue
                   not invalid key
                       if enr-ctr-client = ref-survivant
                           move ref-doublon to enr-ctr-client
                           rewrite enr-contrat
                           add 1 to cpt-contrats
                       end-if
               end-read
           end-if
           .

       mod-rend-facture.
           if registre-ouvert
               move jf-cle(1:9) to reg-cle
               read fus-fic-registre key is reg-cle
                   invalid key continue
                   not invalid key
                       if reg-client = ref-survivant
                           move ref-doublon to reg-client
                           rewrite registre-ligne
                           add 1 to cpt-factures
                       end-if
               end-read
           end-if
           .

       mod-rend-resa.
           if resa-ouvertes
               move jf-cle to enr-resa-cle
               read fus-fic-resa key is enr-resa-cle
                   invalid key continue
                   not invalid key
                       if enr-resa-client = ref-survivant
                           move ref-doublon to enr-resa-client
                           rewrite enr-reservation
                           add 1 to cpt-resa
                       end-if
               end-read
           end-if
           .

       mod-rend-devis.
           if devis-ouverts
               move jf-cle(1:8) to enr-dev-numero
               read fus-fic-devis key is enr-dev-numero
                   invalid key continue
                   not invalid key
                       if enr-dev-client = ref-survivant
                           move ref-doublon to enr-dev-client
                           rewrite enr-devis
                           add 1 to cpt-devis
                       end-if
               end-read
           end-if
           .

       mod-rend-blocage.
      * 'D' : le blocage du doublon avait ete deplace sur la fiche
      * conservee ; 'S' : il avait ete supprime au profit du sien.
           if blocages-ouverts
               if jf-cle(1:1) = 'D'
                   move ref-survivant to enr-blo-client
                   read fus-fic-blocages key is enr-blo-client
                       invalid key continue
                       not invalid key
                           delete fus-fic-blocages record
                   end-read
               end-if
               move jf-donnee(1:27) to enr-blocage
               write enr-blocage
                   invalid key rewrite enr-blocage
               end-write
               add 1 to cpt-blocages
           end-if
           .

       mod-rend-points.
           if fidelite-ouverte
               move jf-donnee(1:8) to points-doublon
               move ref-survivant to enr-fid-client
               read fus-fic-fidelite key is enr-fid-client
                   invalid key continue
                   not invalid key
                       if enr-fid-points > points-doublon
                           subtract points-doublon from enr-fid-points
                       else
                           move 0 to enr-fid-points
                       end-if
                       if enr-fid-points = 0 and jf-cle(1:1) = 'C'
                           delete fus-fic-fidelite record
                       else
                           rewrite enr-fidelite
                       end-if
               end-read
               move ref-doublon to enr-fid-client
               move points-doublon to enr-fid-points
               write enr-fidelite
                   invalid key rewrite enr-fidelite
               end-write
               move points-doublon to cpt-points
           end-if
           .

       mod-ouvre-fichiers.
      * Fichiers, historique et traces
           open i-o fus-fic-contrats
           if fus-contrat-statut = '00'
               set contrats-ouverts to true
           end-if
           open i-o fus-fic-resa
           if fus-resa-statut = '00'
               set resa-ouvertes to true
           end-if
           open i-o fus-fic-devis
           if fus-devis-statut = '00'
               set devis-ouverts to true
           end-if
           open i-o fus-fic-blocages
           if fus-blocage-statut = '00'
               set blocages-ouverts to true
           end-if
           open i-o fus-fic-registre
           if fus-registre-statut = '00'
               set registre-ouvert to true
           end-if
           open i-o fus-fic-fidelite
           if fus-fid-statut = '00'
               set fidelite-ouverte to true
           end-if
           .

       mod-ferme-fichiers.
           if contrats-ouverts
               close fus-fic-contrats
           end-if
           if resa-ouvertes
               close fus-fic-resa
           end-if
           if devis-ouverts
               close fus-fic-devis
           end-if
           if blocages-ouverts
               close fus-fic-blocages
           end-if
           if registre-ouvert
               close fus-fic-registre
           end-if
           if fidelite-ouverte
               close fus-fic-fidelite
           end-if
           .

       mod-ecrit-journal.
           move date-systeme to jf-date
           accept jf-heure from time
           move operateur-fusion to jf-operateur
           move ref-survivant to jf-survivant
           move ref-doublon to jf-doublon
           move jf-ligne to fus-journal-ligne
           write fus-journal-ligne
           .

       mod-historique-client.
           open extend fus-fic-hist
           move spaces to hist-enr
           move trav-apres(1:8) to hist-ref
           move date-systeme to hist-date
           accept hist-heure from time
           move operateur-fusion to hist-operateur
           move trav-nature to hist-nature
           move trav-avant to hist-avant
           move trav-apres to hist-apres
           write hist-enr
           close fus-fic-hist
           .

       mod-audit-operation.
           move spaces to ops-ligne
           move date-systeme to ops-date
           accept ops-heure from time
           move 'clifusion' to ops-programme
           move trav-nature to ops-operation
           move spaces to ops-detail
           move ref-doublon to ops-detail(1:8)
           move '>' to ops-detail(9:1)
           move ref-survivant to ops-detail(10:8)
           move operateur-fusion to ops-operateur
           open extend fus-fic-audit
           write ops-ligne
           close fus-fic-audit
           .

       end program clifusion.
