       identification division.
       program-id. resapart.

       environment division.
       input-output section.
       file-control.
           select rpa-fic-demandes assign to "PARTRESA"
               organization is line sequential
               file status is rpa-demande-statut.
           select rpa-fic-partenaires assign to "PARTENR"
               organization is line sequential
               file status is rpa-partenaire-statut.
           select rpa-fic-clients assign to "CLIMAST"
               organization is indexed
               access mode is dynamic
               record key is enr-ref
               sharing with all other
               file status is rpa-client-statut.
           select rpa-fic-blocages assign to "CREDBLOC"
               organization is indexed
               access mode is dynamic
               record key is enr-blo-client
               file status is rpa-blocage-statut.
           select rpa-fic-contrats assign to "LOCCONTR"
               organization is indexed
               access mode is dynamic
               record key is enr-ctr-numero
               alternate record key is enr-ctr-client
                   with duplicates
               alternate record key is enr-ctr-immat
                   with duplicates
               file status is rpa-contrat-statut.
           select rpa-fic-resa assign to "RESERV"
               organization is indexed
               access mode is dynamic
               record key is enr-resa-cle
               file status is rpa-resa-statut.
           select rpa-fic-seq assign to "CONTRSEQ"
               organization is line sequential
               file status is rpa-seq-statut.
           select rpa-fic-tarifs assign to "LOCRATE"
               organization is line sequential
               file status is rpa-tarifs-statut.
           select optional rpa-fic-hist assign to "CLIHIST"
               organization is line sequential.
           select rpa-fic-accuse1 assign to "ACKPAR1"
               organization is line sequential.
           select rpa-fic-accuse2 assign to "ACKPAR2"
               organization is line sequential.
           select rpa-fic-accuse3 assign to "ACKPAR3"
               organization is line sequential.
           select rpa-fic-exceptions assign to "RESAPEXC"
               organization is line sequential.

       data division.
       file section.
      * Demande de reservation transmise par un partenaire. Le client
      * est designe par notre reference s'il la connait, sinon par
      * son identite et son permis (creation si inconnu).
       fd rpa-fic-demandes.
       1 rpa-demande-enr.
           2 dem-partenaire pic x(4).
           2 dem-ref pic x(12).
           2 dem-client pic x(8).
           2 dem-nom pic x(20).
           2 dem-prenom pic x(20).
           2 dem-naissance pic 9(8).
           2 dem-naissance-vue redefines dem-naissance.
               3 dem-annee-naiss pic 9999.
               3 dem-mois-naiss pic 99.
               3 dem-jour-naiss pic 99.
           2 dem-ville pic x(30).
           2 dem-cp pic 9(5).
           2 dem-permis-numero pic x(12).
           2 dem-permis-categorie pic x(2).
           2 dem-permis-delivre pic 9(8).
           2 dem-permis-expire pic 9(8).
           2 dem-debut pic 9(8).
           2 dem-jours pic 999.
           2 dem-km pic 9(4).
           2 dem-type pic x.
           2 dem-agence pic x(3).
      * Accords marketing saisis sur le site du partenaire, courrier,
      * e-mail, SMS : 'O' donne, 'N' refuse, a blanc non recueilli.
           2 dem-accord-courrier pic x.
           2 dem-accord-email pic x.
           2 dem-accord-sms pic x.

       fd rpa-fic-partenaires.
       copy "partenrec.cpy".

       fd rpa-fic-clients.
       copy "clientrec.cpy".

       fd rpa-fic-blocages.
       copy "credblrec.cpy".

       fd rpa-fic-contrats.
       copy "contratrec.cpy".

       fd rpa-fic-resa.
       copy "reservrec.cpy".

       fd rpa-fic-seq.
       1 rpa-seq-enr.
           2 seq-numero pic 9(8).

       fd rpa-fic-tarifs.
       1 rpa-tarif-enr.
           2 lt-type pic x.
           2 lt-libelle pic x(10).
           2 lt-tarif-jour pic 999v99.
           2 lt-tarif-km pic 9v999.
           2 lt-date-effet pic 9(8).

       fd rpa-fic-hist.
       copy "clihistrec.cpy".

       fd rpa-fic-accuse1.
       1 accuse1-ligne pic x(80).

       fd rpa-fic-accuse2.
       1 accuse2-ligne pic x(80).

       fd rpa-fic-accuse3.
       1 accuse3-ligne pic x(80).

       fd rpa-fic-exceptions.
       1 exception-ligne pic x(80).

       working-storage section.
       1 rpa-demande-statut pic xx value '00'.
       1 rpa-partenaire-statut pic xx value '00'.
       1 rpa-client-statut pic xx value '00'.
       1 rpa-blocage-statut pic xx value '00'.
       1 rpa-contrat-statut pic xx value '00'.
       1 rpa-resa-statut pic xx value '00'.
       1 rpa-seq-statut pic xx value '00'.
       1 rpa-tarifs-statut pic xx value '00'.
       1 demande-eof pic x value 'n'.
           88 demande-fin-fichier value 'o' false 'n'.
       1 contrat-eof pic x value 'n'.
           88 contrat-fin-fichier value 'o' false 'n'.
       1 client-eof pic x value 'n'.
           88 client-fin-fichier value 'o' false 'n'.
       1 pic x value 'n'.
           88 clients-ouverts value 'o' false 'n'.
       1 pic x value 'n'.
           88 blocages-ouverts value 'o' false 'n'.
       1 pic x value 'n'.
           88 contrats-ouverts value 'o' false 'n'.
       1 pic x value 'n'.
           88 client-trouve value 'o' false 'n'.
       1 pic x value 'n'.
           88 client-a-creer value 'o' false 'n'.
       1 pic x value 'n'.
           88 reference-libre value 'o' false 'n'.

       copy "dispdem.cpy".
       copy "consdem.cpy".
       copy "ouvrdem.cpy".

       1 date-systeme pic 9(8).
       1 date-debut pic 9(8).
       1 date-fin pic 9(8).
       1 date-calcul pic 9(8).
       1 date-calcul-vue redefines date-calcul.
           2 cal-annee pic 9999.
           2 cal-mois pic 99.
           2 cal-jour pic 99.
       1 tab-mois-longueur.
           2 filler pic x(24) value '312931303130313130313031'.
       1 tab-mois-vue redefines tab-mois-longueur.
           2 mois-longueur pic 99 occurs 12 times.
       1 jr-compteur pic 999.

      * Motif de refus renvoye au partenaire ; a blanc la demande
      * reste recevable.
       1 motif-refus pic x(3) value spaces.
           88 demande-recevable value spaces.
       1 libelle-refus pic x(30) value spaces.

       1 partenaire-canal pic 9 value 0.
       1 numero-contrat pic 9(8) value 0.
       1 client-ref pic x(8) value spaces.
       1 client-naissance pic 9(8) value 0.
       1 age-client pic 9(4) value 0.
       1 age-minimum pic 99 value 18.
       1 permis-expire pic 9(8) value 0.
       1 doublon-compteur pic 99 value 0.
       1 cout-contrat pic 9999v99 value 0.
       1 trav-apres pic x(200).
       1 reponse-canal pic x.
       1 cx pic 9.

       1 nb-partenaires pic 99 value 0.
       1 ix-par pic 99.
       1 tab-partenaires.
           2 tab-partenaire occurs 20 times.
               3 tp-code pic x(4).
               3 tp-statut pic x.
               3 tp-canal pic 9.

      * Dossiers partenaires deja pris en compte (contrats existants
      * et acceptes du passage) : une demande renvoyee deux fois
      * n'ouvre pas deux contrats.
       1 nb-dossiers pic 9(4) value 0.
       1 ix-dos pic 9(4).
       1 tab-dossiers.
           2 tab-dossier occurs 2000 times.
               3 td-partenaire pic x(4).
               3 td-ref pic x(12).
               3 td-contrat pic 9(8).
       1 dossier-contrat pic 9(8) value 0.

       1 nb-tarifs pic 99 value 0.
       1 ix pic 99.
       1 tab-tarifs.
           2 tab-tarif occurs 50 times.
               3 tab-type pic x.
               3 tab-tarif-jour pic 999v99.
               3 tab-tarif-km pic 9v999.
               3 tab-date-effet pic 9(8).
       1 rech-jour pic 999v99.
       1 rech-km pic 9v999.
       1 rech-date-effet pic 9(8).
       1 rech-trouve pic x value 'n'.
           88 rech-ok value 'o' false 'n'.

       1 lu-compteur pic 9(6) value 0.
       1 accepte-compteur pic 9(6) value 0.
       1 refus-compteur pic 9(6) value 0.
       1 creation-compteur pic 9(6) value 0.
       1 exception-compteur pic 9(6) value 0.

      * Accuse de reception : 'A' accepte avec notre numero de
      * reservation (numero de contrat), 'R' refuse avec un motif code.
       1 accuse-detail.
           2 acc-partenaire pic x(4).
           2 filler pic x(1) value space.
           2 acc-ref pic x(12).
           2 filler pic x(1) value space.
           2 acc-resultat pic x.
           2 filler pic x(1) value space.
           2 acc-numero pic 9(8).
           2 filler pic x(1) value space.
           2 acc-motif pic x(3).
           2 filler pic x(1) value space.
           2 acc-libelle pic x(30).
           2 filler pic x(1) value space.
           2 acc-date pic 9(8).

       1 exception-titre.
           2 filler pic x(34) value
               'RESERVATIONS PARTENAIRES ECARTEES '.
           2 tit-date pic 9(8).
       1 exception-entete pic x(70) value
           'PART REFERENCE    DEBUT    MOTIF'.
       1 exception-detail.
           2 exc-partenaire pic x(4).
           2 filler pic x(1) value space.
           2 exc-ref pic x(12).
           2 filler pic x(1) value space.
           2 exc-debut pic 9(8).
           2 filler pic x(1) value space.
           2 exc-motif pic x(30).

       procedure division.
       mod-mainline.
           perform mod-init
           perform mod-traitement until demande-fin-fichier
           perform mod-fin
           goback
           .

       mod-init.
           call 'datebus' using date-systeme
           perform mod-charge-partenaires
           perform mod-charge-tarifs
           perform mod-charge-dossiers

           set clients-ouverts to false
           open i-o rpa-fic-clients
           if rpa-client-statut = '00'
               set clients-ouverts to true
           end-if
           set blocages-ouverts to false
           open input rpa-fic-blocages
           if rpa-blocage-statut = '00'
               set blocages-ouverts to true
           end-if
           set contrats-ouverts to false
           open i-o rpa-fic-contrats
           if rpa-contrat-statut = '35'
               open output rpa-fic-contrats
               if rpa-contrat-statut = '00'
                   close rpa-fic-contrats
                   open i-o rpa-fic-contrats
               end-if
           end-if
           if rpa-contrat-statut = '00'
               set contrats-ouverts to true
           end-if

           open output rpa-fic-accuse1
           open output rpa-fic-accuse2
           open output rpa-fic-accuse3
           open output rpa-fic-exceptions
           move date-systeme to tit-date
           move exception-titre to exception-ligne
           write exception-ligne
           move exception-entete to exception-ligne
           write exception-ligne

           set demande-fin-fichier to false
           open input rpa-fic-demandes
           if rpa-demande-statut not = '00'
               set demande-fin-fichier to true
           end-if
           .

       mod-charge-partenaires.
           move 0 to nb-partenaires
           open input rpa-fic-partenaires
           if rpa-partenaire-statut = '00'
               perform until rpa-partenaire-statut not = '00'
                       or nb-partenaires >= 20
                   read rpa-fic-partenaires
                       at end continue
                       not at end
                           add 1 to nb-partenaires
                           move enr-par-code
                               to tp-code(nb-partenaires)
                           move enr-par-statut
                               to tp-statut(nb-partenaires)
                           move enr-par-canal
                               to tp-canal(nb-partenaires)
                   end-read
               end-perform
               close rpa-fic-partenaires
           end-if
           .

       mod-charge-tarifs.
           move 0 to nb-tarifs
           open input rpa-fic-tarifs
           if rpa-tarifs-statut = '00'
               perform until rpa-tarifs-statut not = '00'
                       or nb-tarifs >= 50
                   read rpa-fic-tarifs
                       at end continue
                       not at end
                           add 1 to nb-tarifs
                           move lt-type to tab-type(nb-tarifs)
                           move lt-tarif-jour
                               to tab-tarif-jour(nb-tarifs)
                           move lt-tarif-km to tab-tarif-km(nb-tarifs)
                           move lt-date-effet
                               to tab-date-effet(nb-tarifs)
                   end-read
               end-perform
               close rpa-fic-tarifs
           end-if
           .

       mod-charge-dossiers.
           move 0 to nb-dossiers
           set contrat-fin-fichier to false
           open input rpa-fic-contrats
           if rpa-contrat-statut not = '00'
               set contrat-fin-fichier to true
           else
               move 0 to enr-ctr-numero
               start rpa-fic-contrats key not < enr-ctr-numero
                   invalid key set contrat-fin-fichier to true
               end-start
           end-if
           perform mod-lit-dossier until contrat-fin-fichier
           if rpa-contrat-statut = '00' or rpa-contrat-statut = '10'
               close rpa-fic-contrats
           end-if
           .

       mod-lit-dossier.
           read rpa-fic-contrats next record
               at end set contrat-fin-fichier to true
               not at end
                   if enr-ctr-partenaire not = spaces
                       and nb-dossiers < 2000
                       add 1 to nb-dossiers
                       move enr-ctr-partenaire
                           to td-partenaire(nb-dossiers)
                       move enr-ctr-ref-partenaire
                           to td-ref(nb-dossiers)
                       move enr-ctr-numero to td-contrat(nb-dossiers)
                   end-if
           end-read
           .

       mod-traitement.
           read rpa-fic-demandes
               at end set demande-fin-fichier to true
               not at end
                   add 1 to lu-compteur
                   perform mod-traite-demande
           end-read
           .

       mod-traite-demande.
      * Memes controles qu'au comptoir (location) : client, blocage
      * credit, permis et age, disponibilite de la categorie ; le
      * premier controle en echec donne le motif de refus.
           move spaces to motif-refus
           move spaces to libelle-refus
           move 0 to numero-contrat
           perform mod-controle-partenaire
           if partenaire-canal = 0
               perform mod-ecrit-exception
           else
               perform mod-controle-donnees
               if demande-recevable
                   perform mod-controle-dossier
               end-if
               if demande-recevable
                   perform mod-identifie-client
               end-if
               if demande-recevable
                   perform mod-controle-blocage
               end-if
               if demande-recevable
                   perform mod-controle-permis
               end-if
               if demande-recevable
                   perform mod-controle-disponibilite
               end-if
               if demande-recevable
                   perform mod-calcule-cout
               end-if
               if demande-recevable and client-a-creer
                   perform mod-cree-client
               end-if
               if demande-recevable
                   perform mod-cree-contrat
               end-if
               if demande-recevable
                   perform mod-reserve-categorie
                   perform mod-accords-client
                   add 1 to accepte-compteur
               else
                   add 1 to refus-compteur
               end-if
               perform mod-ecrit-accuse
           end-if
           .

       mod-controle-partenaire.
           move 0 to partenaire-canal
           perform varying ix-par from 1 by 1
               until ix-par > nb-partenaires
               if tp-code(ix-par) = dem-partenaire
                   and tp-statut(ix-par) = 'A'
                   and tp-canal(ix-par) >= 1
                   and tp-canal(ix-par) <= 3
                   move tp-canal(ix-par) to partenaire-canal
               end-if
           end-perform
           .

       mod-controle-donnees.
           move dem-debut to date-calcul
           evaluate true
               when dem-debut not numeric
                   or dem-jours not numeric
                   or dem-km not numeric
                   move 'DON' to motif-refus
                   move 'Donnees non numeriques' to libelle-refus
               when cal-annee < 2000 or cal-mois < 1 or cal-mois > 12
                   or cal-jour < 1 or cal-jour > 31
                   or dem-jours = 0
                   move 'DAT' to motif-refus
                   move 'Dates invalides' to libelle-refus
               when dem-debut < date-systeme
                   move 'DAT' to motif-refus
                   move 'Depart deja passe' to libelle-refus
               when dem-type not = 'D' and dem-type not = 'E'
                   and dem-type not = 'L' and dem-type not = 'H'
                   move 'CAT' to motif-refus
                   move 'Categorie inconnue' to libelle-refus
               when dem-agence = spaces
                   move 'AGC' to motif-refus
                   move 'Agence non renseignee' to libelle-refus
               when other
                   move dem-debut to date-debut
                   perform mod-calcule-date-fin
           end-evaluate
           .

       mod-controle-dossier.
           move 0 to dossier-contrat
           perform varying ix-dos from 1 by 1
               until ix-dos > nb-dossiers
               if td-partenaire(ix-dos) = dem-partenaire
                   and td-ref(ix-dos) = dem-ref
                   move td-contrat(ix-dos) to dossier-contrat
               end-if
           end-perform
           if dossier-contrat > 0
               move 'DBL' to motif-refus
               move 'Dossier deja recu, contrat' to libelle-refus
               move dossier-contrat to numero-contrat
           end-if
           .

       mod-identifie-client.
      * Reference fournie : la fiche doit exister et etre active.
      * Sinon recherche par identite comme le controle de doublon de
      * client ; a defaut le client sera cree a l'acceptation.
           set client-trouve to false
           set client-a-creer to false
           move spaces to client-ref
           if not clients-ouverts
               move 'IND' to motif-refus
               move 'Fichier clients indisponible' to libelle-refus
           else
               if dem-client not = spaces
                   move dem-client to enr-ref
                   read rpa-fic-clients key is enr-ref
                       invalid key continue
                       not invalid key
                           if enr-statut not = 'I'
                               set client-trouve to true
                           end-if
                   end-read
                   if not client-trouve
                       move 'CLI' to motif-refus
                       move 'Reference client inconnue'
                           to libelle-refus
                   end-if
               else
                   perform mod-recherche-identite
                   if not client-trouve
                       perform mod-controle-identite
                   end-if
               end-if
           end-if
           if client-trouve
               move enr-ref to client-ref
               compute client-naissance =
                   (enr-annee-naiss * 10000)
                   + (enr-mois-naiss * 100) + enr-jour-naiss
               move enr-permis-expire to permis-expire
           end-if
           .

       mod-recherche-identite.
           set client-fin-fichier to false
           move low-values to enr-ref
           start rpa-fic-clients key not < enr-ref
               invalid key set client-fin-fichier to true
           end-start
           perform mod-compare-identite until client-fin-fichier
           .

       mod-compare-identite.
           read rpa-fic-clients next record
               at end set client-fin-fichier to true
               not at end
                   if enr-statut not = 'I'
                       and enr-nom = dem-nom
                       and enr-prenom = dem-prenom
                       and enr-jour-naiss = dem-jour-naiss
                       and enr-mois-naiss = dem-mois-naiss
                       and enr-annee-naiss = dem-annee-naiss
                       set client-trouve to true
                       set client-fin-fichier to true
                   end-if
           end-read
           .

       mod-controle-identite.
           if dem-nom = spaces or dem-prenom = spaces
               or dem-naissance not numeric or dem-naissance = 0
               or dem-cp not numeric
               or dem-permis-numero = spaces
               or dem-permis-expire not numeric
               or dem-permis-expire = 0
               move 'IDT' to motif-refus
               move 'Identite ou permis incomplet' to libelle-refus
           else
               set client-a-creer to true
               move dem-naissance to client-naissance
               move dem-permis-expire to permis-expire
           end-if
           .

       mod-controle-blocage.
           if client-trouve and blocages-ouverts
               move client-ref to enr-blo-client
               read rpa-fic-blocages key is enr-blo-client
                   invalid key continue
                   not invalid key
                       move 'BLO' to motif-refus
                       move 'Client en blocage credit'
                           to libelle-refus
               end-read
           end-if
           .

       mod-controle-permis.
      * Le permis doit couvrir toute la location ; une fiche sans
      * date d'expiration (reprise) passe, comme au comptoir. Age
      * minimal 21 ans pour le diesel et l'hybride, 18 ans sinon.
           move 18 to age-minimum
           if dem-type = 'D' or dem-type = 'H'
               move 21 to age-minimum
           end-if
           move 99 to age-client
           if client-naissance > 0
               compute age-client =
                   (date-debut - client-naissance) / 10000
           end-if
           if permis-expire > 0 and permis-expire < date-fin
               move 'PER' to motif-refus
               move 'Permis expire avant le retour' to libelle-refus
           else
               if age-client < age-minimum
                   move 'AGM' to motif-refus
                   move 'Age minimal non atteint' to libelle-refus
               end-if
           end-if
           .

       mod-controle-disponibilite.
           move dem-type to disp-type
           move dem-agence to disp-agence
           move date-debut to disp-debut
           move date-fin to disp-fin
           move 0 to disp-exclure
           move 'N' to disp-surbook
           call 'resadisp' using disp-demande
           if disp-resultat not = 'O'
               move 'CMP' to motif-refus
               move 'Categorie complete' to libelle-refus
           end-if
           .

       mod-calcule-cout.
      * Tarif public LOCRATE en vigueur ; repli du comptoir pour le
      * diesel et l'essence, refus si l'electrique ou l'hybride n'a
      * pas de tarif.
           set rech-ok to false
           move 0 to rech-date-effet
           perform varying ix from 1 by 1 until ix > nb-tarifs
               if tab-type(ix) = dem-type
                   and tab-date-effet(ix) <= date-systeme
                   and (not rech-ok
                       or tab-date-effet(ix) >= rech-date-effet)
                   move tab-tarif-jour(ix) to rech-jour
                   move tab-tarif-km(ix) to rech-km
                   move tab-date-effet(ix) to rech-date-effet
                   set rech-ok to true
               end-if
           end-perform
           if not rech-ok
               evaluate dem-type
                   when 'D'
                       move 50 to rech-jour
                       move 0.1 to rech-km
                   when 'E'
                       move 40 to rech-jour
                       move 0.15 to rech-km
                   when other
                       move 'TAR' to motif-refus
                       move 'Categorie sans tarif' to libelle-refus
               end-evaluate
           end-if
           if demande-recevable
               compute cout-contrat = (dem-jours * rech-jour)
                   + (dem-km * rech-km)
           end-if
           .

       mod-cree-client.
           move dem-nom(1:2) to client-ref(1:2)
           move dem-prenom(1:2) to client-ref(3:2)
           move dem-annee-naiss(3:2) to client-ref(5:2)
           move dem-cp(1:2) to client-ref(7:2)
           move 0 to doublon-compteur
           set reference-libre to false
           perform mod-verif-reference with test after
               until reference-libre or doublon-compteur = 99
           if not reference-libre
               move 'IND' to motif-refus
               move 'Reference client impossible' to libelle-refus
           else
               move client-ref to enr-ref
               move dem-nom to enr-nom
               move dem-prenom to enr-prenom
               move dem-jour-naiss to enr-jour-naiss
               move dem-mois-naiss to enr-mois-naiss
               move dem-annee-naiss to enr-annee-naiss
               move dem-ville to enr-ville
               move dem-cp to enr-cp
               move 'RESAPART' to enr-operateur
               move 'A' to enr-statut
               move 0 to enr-date-desact
               move dem-permis-numero to enr-permis-numero
               move dem-permis-categorie to enr-permis-categorie
               move dem-permis-delivre to enr-permis-delivre
               move dem-permis-expire to enr-permis-expire
               move 'N' to enr-npai
               move 0 to enr-npai-date
               move spaces to enr-npai-motif
               move spaces to enr-entreprise
               move spaces to enr-fusion
               move spaces to enr-val-segment
               move zeros to enr-val-score
               move 0 to enr-val-date
               write enr-client
                   invalid key
                       move 'IND' to motif-refus
                       move 'Creation client impossible'
                           to libelle-refus
                   not invalid key
                       add 1 to creation-compteur
                       move enr-client to trav-apres
                       perform mod-historique-client
               end-write
           end-if
           .

       mod-accords-client.
           move client-ref to cons-client
           move 'W' to cons-source
           move 'RESAPART' to cons-operateur
           move dem-accord-courrier to reponse-canal
           move 1 to cx
           perform mod-traduit-accord
           move dem-accord-email to reponse-canal
           move 2 to cx
           perform mod-traduit-accord
           move dem-accord-sms to reponse-canal
           move 3 to cx
           perform mod-traduit-accord
           if cons-canal-demande(1) not = space
               or cons-canal-demande(2) not = space
               or cons-canal-demande(3) not = space
               call 'consmaj' using cons-demande
           end-if
           .

       mod-traduit-accord.
           evaluate reponse-canal
               when 'O'
                   move 'O' to cons-canal-demande(cx)
               when 'N'
                   move 'R' to cons-canal-demande(cx)
               when other
                   move space to cons-canal-demande(cx)
           end-evaluate
           .

       mod-verif-reference.
           move client-ref to enr-ref
           read rpa-fic-clients key is enr-ref
               invalid key set reference-libre to true
               not invalid key
                   add 1 to doublon-compteur
                   move doublon-compteur to client-ref(7:2)
           end-read
           .

       mod-historique-client.
           open extend rpa-fic-hist
           move spaces to hist-enr
           move client-ref to hist-ref
           move date-systeme to hist-date
           accept hist-heure from time
           move 'RESAPART' to hist-operateur
           move 'CREATION' to hist-nature
           move spaces to hist-avant
           move trav-apres to hist-apres
           write hist-enr
           close rpa-fic-hist
           .

       mod-cree-contrat.
           if not contrats-ouverts
               move 'IND' to motif-refus
               move 'Fichier contrats indisponible' to libelle-refus
           else
               perform mod-prochain-numero
               move numero-contrat to enr-ctr-numero
               move client-ref to enr-ctr-client
               move dem-type to enr-ctr-type
               move spaces to enr-ctr-immat
               move date-debut to enr-ctr-date-debut
               move date-fin to enr-ctr-date-fin
               move dem-jours to enr-ctr-jours
               move dem-km to enr-ctr-km
               move cout-contrat to enr-ctr-cout
               move 0 to enr-ctr-cout-options
               move rech-jour to enr-ctr-tarif-jour
               move rech-km to enr-ctr-tarif-km
               move 'O' to enr-ctr-statut
               move 0 to enr-ctr-date-retour
               move 0 to enr-ctr-km-reel
               move 0 to enr-ctr-cout-final
               move 'N' to enr-ctr-facture
               move 'N' to enr-ctr-avoir
               move 0 to enr-ctr-caution
               move space to enr-ctr-caution-statut
               move 0 to enr-ctr-caution-retenue
               move dem-agence to enr-ctr-agence-dep
               move dem-agence to enr-ctr-agence-ret
               move 'C' to enr-ctr-nature
               move 0 to enr-ctr-tarif-mois
               move 0 to enr-ctr-km-inclus
               move 0 to enr-ctr-fact-periode
               move dem-partenaire to enr-ctr-partenaire
               move dem-ref to enr-ctr-ref-partenaire
               move 0 to enr-ctr-segments
               write enr-contrat
                   invalid key
                       move 'IND' to motif-refus
                       move 'Creation contrat impossible'
                           to libelle-refus
                   not invalid key
                       if nb-dossiers < 2000
                           add 1 to nb-dossiers
                           move dem-partenaire
                               to td-partenaire(nb-dossiers)
                           move dem-ref to td-ref(nb-dossiers)
                           move numero-contrat
                               to td-contrat(nb-dossiers)
                       end-if
               end-write
           end-if
           .

       mod-prochain-numero.
           move 0 to numero-contrat
           open input rpa-fic-seq
           if rpa-seq-statut = '00'
               read rpa-fic-seq
                   at end continue
                   not at end move seq-numero to numero-contrat
               end-read
               close rpa-fic-seq
           end-if
           add 1 to numero-contrat

           open output rpa-fic-seq
           move numero-contrat to seq-numero
           write rpa-seq-enr
           close rpa-fic-seq
           .

       mod-reserve-categorie.
      * Reservation tenue sur la categorie sous la cle d'attente,
      * le vehicule sera affecte a la remise des cles (locdepart).
           open i-o rpa-fic-resa
           if rpa-resa-statut = '35'
               open output rpa-fic-resa
               if rpa-resa-statut = '00'
                   close rpa-fic-resa
                   open i-o rpa-fic-resa
               end-if
           end-if
           if rpa-resa-statut = '00'
               move spaces to enr-resa-immat
               move '*' to enr-resa-marque
               move numero-contrat to enr-resa-contrat-att
               move date-debut to enr-resa-debut
               move date-fin to enr-resa-fin
               move client-ref to enr-resa-client
               move 'A' to enr-resa-statut
               move dem-agence to enr-resa-agence
               move dem-type to enr-resa-type
               move numero-contrat to enr-resa-contrat
               move space to enr-resa-surbook
               write enr-reservation
                   invalid key rewrite enr-reservation
               end-write
               close rpa-fic-resa
           end-if
           .

       mod-calcule-date-fin.
      * Meme calcul qu'au comptoir : date de fin = depart + jours - 1,
      * reportee au jour ouvre suivant si l'agence est fermee.
           move date-debut to date-calcul
           perform mod-ajuste-fevrier
           perform varying jr-compteur from 2 by 1
               until jr-compteur > dem-jours
               add 1 to cal-jour
               if cal-jour > mois-longueur(cal-mois)
                   move 1 to cal-jour
                   add 1 to cal-mois
                   if cal-mois > 12
                       move 1 to cal-mois
                       add 1 to cal-annee
                       perform mod-ajuste-fevrier
                   end-if
               end-if
           end-perform
           move date-calcul to date-fin
           move 'V' to ouvr-action
           move date-fin to ouvr-date
           call 'dateouvr' using ouvr-demande
           if ouvr-resultat = 'F'
               move 'S' to ouvr-action
               move date-fin to ouvr-date
               call 'dateouvr' using ouvr-demande
               move ouvr-date to date-fin
           end-if
           .

       mod-ajuste-fevrier.
           if function mod(cal-annee, 4) = 0
               and (function mod(cal-annee, 100) not = 0
                   or function mod(cal-annee, 400) = 0)
               move 29 to mois-longueur(2)
           else
               move 28 to mois-longueur(2)
           end-if
           .

       mod-ecrit-accuse.
           move dem-partenaire to acc-partenaire
           move dem-ref to acc-ref
           move numero-contrat to acc-numero
           move date-systeme to acc-date
           if demande-recevable
               move 'A' to acc-resultat
               move spaces to acc-motif
               move 'Reservation enregistree' to acc-libelle
           else
               move 'R' to acc-resultat
               move motif-refus to acc-motif
               move libelle-refus to acc-libelle
           end-if
           evaluate partenaire-canal
               when 1
                   move accuse-detail to accuse1-ligne
                   write accuse1-ligne
               when 2
                   move accuse-detail to accuse2-ligne
                   write accuse2-ligne
               when other
                   move accuse-detail to accuse3-ligne
                   write accuse3-ligne
           end-evaluate
           .

       mod-ecrit-exception.
      * Partenaire inconnu ou inactif : pas de canal de retour, la
      * demande est renvoyee au service commercial.
           add 1 to exception-compteur
           move dem-partenaire to exc-partenaire
           move dem-ref to exc-ref
           move dem-debut to exc-debut
           move 'Partenaire inconnu ou inactif' to exc-motif
           move exception-detail to exception-ligne
           write exception-ligne
           .

       mod-fin.
           if rpa-demande-statut = '00' or rpa-demande-statut = '10'
               close rpa-fic-demandes
           end-if
           if clients-ouverts
               close rpa-fic-clients
           end-if
           if blocages-ouverts
               close rpa-fic-blocages
           end-if
           if contrats-ouverts
               close rpa-fic-contrats
           end-if
           close rpa-fic-accuse1
           close rpa-fic-accuse2
           close rpa-fic-accuse3
           close rpa-fic-exceptions
           display 'Demandes lues : ' lu-compteur
           display 'Reservations acceptees : ' accepte-compteur
           display 'Demandes refusees : ' refus-compteur
           display 'Clients crees : ' creation-compteur
           display 'Partenaires inconnus : ' exception-compteur
           if exception-compteur > 0
               move 4 to return-code
           end-if
           .

       end program resapart.
