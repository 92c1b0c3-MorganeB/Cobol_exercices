       identification division.
       program-id. facfae.

       environment division.
       input-output section.
       file-control.
           select fae-fic-param assign to "CPTPRM"
               organization is line sequential
               file status is fae-param-statut.
           select fae-fic-contrats assign to "LOCCONTR"
               organization is indexed
               access mode is dynamic
               record key is enr-ctr-numero
               alternate record key is enr-ctr-client
                   with duplicates
               alternate record key is enr-ctr-immat
                   with duplicates
               file status is fae-contrat-statut.
           select fae-fic-tva assign to "TVARATE"
               organization is line sequential
               file status is fae-tva-statut.
           select optional fae-fic-mouvements assign to "CPTMVT"
               organization is line sequential
               file status is fae-mvt-statut.
           select fae-fic-rapport assign to "FAELIST"
               organization is line sequential.

       data division.
       file section.
       fd fae-fic-param.
       1 fae-param-enr.
           2 prm-periode pic 9(6).

       fd fae-fic-contrats.
       copy "contratrec.cpy".

       fd fae-fic-tva.
       1 fae-tva-enr.
           2 tva-code pic x(3).
           2 tva-taux pic 99v99.
           2 tva-date-effet pic 9(8).

       fd fae-fic-mouvements.
       1 mouvement-ligne pic x(80).

       fd fae-fic-rapport.
       1 rapport-ligne pic x(132).

       working-storage section.
       1 fae-param-statut pic xx value '00'.
       1 fae-contrat-statut pic xx value '00'.
       1 fae-tva-statut pic xx value '00'.
       1 fae-mvt-statut pic xx value '00'.
       1 contrat-eof pic x value 'n'.
           88 contrat-fin-fichier value 'o' false 'n'.
       1 mouvement-eof pic x value 'n'.
           88 mouvement-fin-fichier value 'o' false 'n'.
       1 pic x value 'n'.
           88 contrats-ouverts value 'o' false 'n'.
       1 pic x value 'n'.
           88 fae-deja-passee value 'o' false 'n'.
       copy "peridem.cpy".

       1 date-systeme pic 9(8).
       1 date-systeme-vue redefines date-systeme.
           2 sys-annee pic 9999.
           2 sys-mois pic 99.
           2 sys-jour pic 99.
      * Periode de l'export comptable : les produits a recevoir sont
      * dates du dernier jour du mois, leur extourne du premier jour
      * du mois suivant, et chaque ligne part avec l'export de son
      * propre mois.
       1 periode-fae pic 9(6) value 0.
       1 periode-fae-vue redefines periode-fae.
           2 per-annee pic 9999.
           2 per-mois pic 99.
       1 date-arrete pic 9(8).
       1 date-extourne pic 9(8).
       1 date-calcul pic 9(8).
       1 date-calcul-vue redefines date-calcul.
           2 cal-annee pic 9999.
           2 cal-mois pic 99.
           2 cal-jour pic 99.
       1 tab-mois-longueur.
           2 filler pic x(24) value '312931303130313130313031'.
       1 tab-mois-vue redefines tab-mois-longueur.
           2 mois-longueur pic 99 occurs 12 times.

       1 nb-taux pic 99 value 0.
       1 tab-taux-tva.
           2 tab-taux occurs 20 times.
               3 tab-tva-code pic x(3).
               3 tab-tva-taux pic 99v99.
               3 tab-tva-date pic 9(8).
       1 ix-tva pic 99.
       1 taux-tva-loc pic 99v99 value 20.
       1 taux-tva-date pic 9(8).

       1 jours-ecoules pic 999.
       1 km-estimes pic 9(6).
       1 montant-ttc pic 9(6)v99.
       1 montant-ht pic 9(6)v99.
       1 montant-tva pic 9(6)v99.

       1 lu-compteur pic 9(6) value 0.
       1 fae-compteur pic 9(6) value 0.
       1 total-ht pic 9(9)v99 value 0.
       1 total-tva pic 9(9)v99 value 0.
       1 total-ttc pic 9(9)v99 value 0.

      * Ligne d'ecriture diverse reprise par cptexp (source FAE).
       1 ligne-mouvement.
           2 mvt-date pic 9(8).
           2 filler pic x(1) value space.
           2 mvt-source pic x(3).
           2 filler pic x(1) value space.
           2 mvt-piece pic x(8).
           2 filler pic x(1) value space.
           2 mvt-sens pic x value 'N'.
           2 filler pic x(1) value space.
           2 mvt-montant pic 9(8).99.
           2 filler pic x(1) value space.
           2 mvt-tva pic 9(8).99.
           2 filler pic x(1) value space.
           2 mvt-libelle pic x(20).

       1 mv-ligne pic x(80).
       1 mv-vue redefines mv-ligne.
           2 mv-date pic 9(8).
           2 filler pic x.
           2 mv-source pic x(3).
           2 filler pic x(68).

       1 rapport-titre.
           2 filler pic x(40) value
               'PRODUITS A RECEVOIR SUR CONTRATS OUVERTS'.
           2 filler pic x(11) value ' - ARRETE '.
           2 tit-date pic 9(8).
           2 filler pic x(13) value ' - EXTOURNE '.
           2 tit-extourne pic 9(8).

       1 rapport-entete.
           2 filler pic x(50) value
               'CONTRAT  CLIENT   T DEPART   JOURS KM EST. TARIF/J'.
           2 filler pic x(50) value
               ' TARIF/KM         HT        TVA        TTC'.

       1 rapport-detail.
           2 det-contrat pic 9(8).
           2 filler pic x value space.
           2 det-client pic x(8).
           2 filler pic x value space.
           2 det-type pic x.
           2 filler pic x value space.
           2 det-debut pic 9(8).
           2 filler pic x value space.
           2 det-jours pic zz9.
           2 filler pic x value space.
           2 det-km pic zzzzz9.
           2 filler pic x value space.
           2 det-tarif-jour pic zz9.99.
           2 filler pic x(3) value spaces.
           2 det-tarif-km pic 9.999.
           2 filler pic x value space.
           2 det-ht pic zzzzz9.99.
           2 filler pic x(2) value spaces.
           2 det-tva pic zzzzz9.99.
           2 filler pic x(2) value spaces.
           2 det-ttc pic zzzzz9.99.

       1 rapport-total.
           2 filler pic x(18) value 'TOTAL A RECEVOIR'.
           2 tot-nombre pic zzzzz9.
           2 filler pic x(34) value ' contrats'.
           2 tot-ht pic zzzzzzz9.99.
           2 filler pic x value space.
           2 tot-tva pic zzzzzzz9.99.
           2 filler pic x value space.
           2 tot-ttc pic zzzzzzz9.99.

       procedure division.
       mod-mainline.
      * Produits a recevoir de fin de mois : les contrats encore
      * ouverts a l'arrete et non factures (comptes entreprise,
      * factures au retour par facent) portent un chiffre d'affaires
      * acquis absent du grand livre. Il est estime au tarif du
      * contrat sur les jours ecoules et les km prevus au prorata,
      * passe dans CPTMVT (source FAE) a la date d'arrete, et extourne
      * dans le meme passage au premier jour du mois suivant.
           perform mod-init
           evaluate true
               when peri-cloturee
                   display 'Periode ' peri-cloture
                       ' close - produits a recevoir non passes'
                   move 8 to return-code
               when fae-deja-passee
                   display 'Produits a recevoir deja passes au '
                       date-arrete
                   move 4 to return-code
               when other
                   perform mod-ouvre-fichiers
                   perform mod-traitement until contrat-fin-fichier
                   perform mod-fin
           end-evaluate
           goback
           .

       mod-init.
           call 'datebus' using date-systeme
           compute periode-fae = (sys-annee * 100) + sys-mois
           open input fae-fic-param
           if fae-param-statut = '00'
               read fae-fic-param
                   at end continue
                   not at end move prm-periode to periode-fae
               end-read
               close fae-fic-param
           end-if

           move per-annee to cal-annee
           move per-mois to cal-mois
           perform mod-ajuste-fevrier
           move mois-longueur(cal-mois) to cal-jour
           move date-calcul to date-arrete
           move 1 to cal-jour
           add 1 to cal-mois
           if cal-mois > 12
               move 1 to cal-mois
               add 1 to cal-annee
           end-if
           move date-calcul to date-extourne

           move date-arrete to peri-date
           call 'perictl' using peri-demande
           perform mod-controle-passage
           .

       mod-controle-passage.
      * Un second passage sur le meme arrete doublerait les produits
      * a recevoir : CPTMVT est relu avant toute ecriture.
           set fae-deja-passee to false
           set mouvement-fin-fichier to false
           open input fae-fic-mouvements
           if fae-mvt-statut not = '00'
               set mouvement-fin-fichier to true
           end-if
           perform mod-lit-mouvement until mouvement-fin-fichier
           if fae-mvt-statut = '00' or fae-mvt-statut = '10'
               close fae-fic-mouvements
           end-if
           .

       mod-lit-mouvement.
           read fae-fic-mouvements
               at end set mouvement-fin-fichier to true
               not at end
                   move mouvement-ligne to mv-ligne
                   if mv-ligne(1:8) numeric
                       and mv-source = 'FAE'
                       and mv-date = date-arrete
                       set fae-deja-passee to true
                       set mouvement-fin-fichier to true
                   end-if
           end-read
           .

       mod-ouvre-fichiers.
           perform mod-charge-taux-tva

           open output fae-fic-rapport
           move date-arrete to tit-date
           move date-extourne to tit-extourne
           move rapport-titre to rapport-ligne
           write rapport-ligne
           move rapport-entete to rapport-ligne
           write rapport-ligne

           open extend fae-fic-mouvements

           set contrat-fin-fichier to true
           set contrats-ouverts to false
           open input fae-fic-contrats
           if fae-contrat-statut = '00'
               set contrats-ouverts to true
               set contrat-fin-fichier to false
               move 0 to enr-ctr-numero
               start fae-fic-contrats key not < enr-ctr-numero
                   invalid key set contrat-fin-fichier to true
               end-start
           end-if
           .

       mod-charge-taux-tva.
      * Taux LOC en vigueur a la date d'arrete, 20 % a defaut.
           move 0 to nb-taux
           open input fae-fic-tva
           if fae-tva-statut = '00'
               perform until fae-tva-statut not = '00'
                       or nb-taux >= 20
                   read fae-fic-tva
                       at end continue
                       not at end
                           add 1 to nb-taux
                           move tva-code to tab-tva-code(nb-taux)
                           move tva-taux to tab-tva-taux(nb-taux)
                           move tva-date-effet
                               to tab-tva-date(nb-taux)
                   end-read
               end-perform
               close fae-fic-tva
           end-if
           move 20 to taux-tva-loc
           move 0 to taux-tva-date
           perform varying ix-tva from 1 by 1 until ix-tva > nb-taux
               if tab-tva-code(ix-tva) = 'LOC'
                   and tab-tva-date(ix-tva) <= date-arrete
                   and tab-tva-date(ix-tva) >= taux-tva-date
                   move tab-tva-taux(ix-tva) to taux-tva-loc
                   move tab-tva-date(ix-tva) to taux-tva-date
               end-if
           end-perform
           .

       mod-traitement.
           read fae-fic-contrats next record
               at end set contrat-fin-fichier to true
               not at end
                   add 1 to lu-compteur
      * Les baux mensuels ('M') sont factures chaque mois par facbail,
      * les contrats deja factures au depart sont en comptabilite ;
      * une reservation sur categorie encore sans vehicule n'a pas
      * produit de chiffre d'affaires.
                   if enr-ctr-statut = 'O'
                       and enr-ctr-nature not = 'M'
                       and enr-ctr-facture not = 'O'
                       and enr-ctr-date-debut <= date-arrete
                       and enr-ctr-immat not = spaces
                       perform mod-estime-contrat
                   end-if
           end-read
           .

       mod-estime-contrat.
           perform mod-calcule-jours

      * Km prevus au contrat repartis sur sa duree prevue ; au-dela de
      * la date de fin prevue, tous les km prevus sont acquis.
           move enr-ctr-km to km-estimes
           if enr-ctr-jours > 0 and jours-ecoules < enr-ctr-jours
               compute km-estimes rounded =
                   enr-ctr-km * jours-ecoules / enr-ctr-jours
           end-if

      * Sans tarif au contrat, le devis (hors options) est reparti au
      * prorata des jours prevus.
           if enr-ctr-tarif-jour > 0 or enr-ctr-tarif-km > 0
               compute montant-ttc rounded =
                   (jours-ecoules * enr-ctr-tarif-jour)
                   + (km-estimes * enr-ctr-tarif-km)
           else
               move 0 to montant-ttc
               if enr-ctr-jours > 0
                   and enr-ctr-cout > enr-ctr-cout-options
                   if jours-ecoules < enr-ctr-jours
                       compute montant-ttc rounded =
                           (enr-ctr-cout - enr-ctr-cout-options)
                           * jours-ecoules / enr-ctr-jours
                   else
                       compute montant-ttc =
                           enr-ctr-cout - enr-ctr-cout-options
                   end-if
               end-if
           end-if

           if montant-ttc > 0
               compute montant-ht rounded =
                   montant-ttc / (1 + (taux-tva-loc / 100))
               compute montant-tva = montant-ttc - montant-ht
               perform mod-ecrit-mouvements
               perform mod-edite-contrat
           end-if
           .

       mod-calcule-jours.
      * Jours ecoules du depart a la date d'arrete incluse.
           move enr-ctr-date-debut to date-calcul
           perform mod-ajuste-fevrier
           move 1 to jours-ecoules
           perform until date-calcul >= date-arrete
               or jours-ecoules >= 999
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
               add 1 to jours-ecoules
           end-perform
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

       mod-ecrit-mouvements.
           move 'FAE' to mvt-source
           move enr-ctr-numero to mvt-piece
           move montant-ttc to mvt-montant
           move montant-tva to mvt-tva

           move date-arrete to mvt-date
           move 'N' to mvt-sens
           move 'PRODUIT A RECEVOIR' to mvt-libelle
           move ligne-mouvement to mouvement-ligne
           write mouvement-ligne

           move date-extourne to mvt-date
           move 'I' to mvt-sens
           move 'EXTOURNE PROD. A REC' to mvt-libelle
           move ligne-mouvement to mouvement-ligne
           write mouvement-ligne
           .

       mod-edite-contrat.
           move enr-ctr-numero to det-contrat
           move enr-ctr-client to det-client
           move enr-ctr-type to det-type
           move enr-ctr-date-debut to det-debut
           move jours-ecoules to det-jours
           move km-estimes to det-km
           move enr-ctr-tarif-jour to det-tarif-jour
           move enr-ctr-tarif-km to det-tarif-km
           move montant-ht to det-ht
           move montant-tva to det-tva
           move montant-ttc to det-ttc
           move rapport-detail to rapport-ligne
           write rapport-ligne
           add 1 to fae-compteur
           add montant-ht to total-ht
           add montant-tva to total-tva
           add montant-ttc to total-ttc
           .

       mod-fin.
           if contrats-ouverts
               close fae-fic-contrats
           end-if
           close fae-fic-mouvements
           move spaces to rapport-ligne
           write rapport-ligne
           move fae-compteur to tot-nombre
           move total-ht to tot-ht
           move total-tva to tot-tva
           move total-ttc to tot-ttc
           move rapport-total to rapport-ligne
           write rapport-ligne
           close fae-fic-rapport
           display 'Contrats lus : ' lu-compteur
           display 'Contrats en produits a recevoir : ' fae-compteur
           display 'Montant TTC : ' total-ttc
           .

       end program facfae.
