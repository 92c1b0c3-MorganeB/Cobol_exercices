               organization is indexed
               access mode is dynamic
               record key is enr-ctr-numero
               alternate record key is enr-ctr-client
                   with duplicates
               alternate record key is enr-ctr-immat
                   with duplicates
               file status is loc-contrat-statut.
           select loc-fic-seq assign to "CONTRSEQ"
               organization is line sequential
               file status is loc-fid-statut.
           select optional loc-fic-fidjournal assign to "FIDLOG"
               organization is line sequential.
           select loc-fic-entreprises assign to "ENTREPR"
               organization is indexed
               access mode is dynamic
               record key is enr-ent-code
               file status is loc-ent-statut.
           select loc-fic-attente assign to "ATTENTE"
               organization is indexed
               access mode is dynamic
               record key is enr-att-numero
               alternate record key is enr-att-client
                   with duplicates
               file status is loc-att-statut.
           select loc-fic-att-seq assign to "ATTSEQ"
               organization is line sequential
               file status is loc-aseq-statut.
           select loc-fic-stock-opt assign to "OPTSTK"
               organization is indexed
               access mode is dynamic
               record key is enr-ost-cle
               file status is loc-ost-statut.
           select loc-fic-resa-opt assign to "OPTRESA"
               organization is indexed
               access mode is dynamic
               record key is enr-orv-cle
               alternate record key is enr-orv-stock
                   with duplicates
               file status is loc-orv-statut.
           select loc-fic-conducteurs assign to "CTRCOND"
               organization is indexed
               access mode is dynamic
               record key is enr-cnd-cle
               alternate record key is enr-cnd-client
                   with duplicates
               file status is loc-cnd-statut.
           select loc-fic-prepaiements assign to "PREPAY"
               organization is indexed
               access mode is dynamic
               record key is enr-pre-contrat
               file status is loc-pre-statut.

       data division.
       file section.
       fd loc-fic-fidjournal.
       1 loc-fidjournal-ligne pic x(50).

       fd loc-fic-entreprises.
       copy "entreprec.cpy".

       fd loc-fic-attente.
       copy "attenrec.cpy".

       fd loc-fic-att-seq.
       1 loc-aseq-enr.
           2 aseq-numero pic 9(8).

       fd loc-fic-stock-opt.
       copy "optstkrec.cpy".

       fd loc-fic-resa-opt.
       copy "optresrec.cpy".

       fd loc-fic-conducteurs.
       copy "ctrcondrec.cpy".

       fd loc-fic-prepaiements.
       copy "prepayrec.cpy".

       working-storage section.
       1 loc-cfg-statut pic xx value '00'.
       1 loc-tarifs-statut pic xx value '00'.
               3 tab-opt-libelle pic x(15).
               3 tab-opt-mode pic x.
               3 tab-opt-prix pic 999v99.
               3 tab-opt-suivi pic x.
               3 tab-opt-dispo pic 999.
       1 ix-opt pic 99.
       1 nl-opt pic 99.
       1 code-option pic x(3).
           2 tab-choix occurs 5 times.
               3 tab-chx-libelle pic x(15).
               3 tab-chx-montant pic 9999v99.
               3 tab-chx-code pic x(3).
               3 tab-chx-suivi pic x.
       1 cout-options pic 9999v99 value 0.

      * Stock des equipements en option de l'agence de l'operateur
      * (OPTSTK) : seuls sont proposes ceux dont il reste au moins un
      * exemplaire libre sur toute la periode, deduction faite des
      * engagements des autres contrats (OPTRESA, statut 'R').
       1 loc-ost-statut pic xx value '00'.
       1 loc-orv-statut pic xx value '00'.
       1 agence-options pic x(3) value spaces.
       1 engages-option pic 999.
       1 orv-eof pic x value 'n'.
           88 orv-fin-fichier value 'o' false 'n'.
       1 pic x value 'n'.
           88 resa-opt-ouvertes value 'o' false 'n'.

      * Conducteurs additionnels (CTRCOND) : clients de CLIMAST, 4 au
      * plus, factures par jour au prix de l'option reservee CND de
      * LOCOPT, 8 euros a defaut ; le supplement entre dans les
      * options du devis et du contrat.
       1 loc-cnd-statut pic xx value '00'.
       1 nb-conducteurs pic 9 value 0.
       1 ix-cnd pic 9.
       1 ix-dev pic 9.
       1 tab-conducteurs.
           2 tab-conducteur occurs 4 times.
               3 cnd-ref pic x(8).
               3 cnd-nom pic x(20).
               3 cnd-naissance pic 9(8).
       1 conducteur-ref pic x(8) value spaces.
       1 conducteur-naissance pic 9(8) value 0.
       1 tarif-conducteur pic 99v99 value 8.
       1 cout-conducteurs pic 9999v99 value 0.
       1 age-conducteur pic 9(4) value 0.
       1 nl-cnd pic 99.
       1 pic x value 'n'.
       88 conducteur-valide value 'o' false 'n'.
       1 pic x value 'n'.
       88 conducteur-trop-jeune value 'o' false 'n'.
       1 ligne-conducteur.
           2 lc-ref pic x(8).
           2 filler pic x(2) value spaces.
           2 lc-nom pic x(20).

       1 ligne-option.
           2 lo-code pic x(3).
           2 filler pic x(2) value spaces.
       1 numero-contrat pic 9(8) value 0.
       1 montant-caution pic 9999v99 value 0.

      * Prepaiement a la reservation (PREPAY) : offert sur un depart
      * differe, au tarif prepaye (remise sur le devis), encaisse par
      * argtend a la creation du contrat ; le reste du au depart est
      * le devis diminue du prepaye.
       1 loc-pre-statut pic xx value '00'.
       1 reponse-prepaiement pic x value 'n'.
           88 prepaiement-accepte value 'o' 'O'.
       1 pic x value 'n'.
       88 prepaiement-demande value 'o' false 'n'.
       1 pic x value 'n'.
       88 prepaiement-encaisse value 'o' false 'n'.
       1 pic x value 'n'.
       88 prepaiement-enregistre value 'o' false 'n'.
       1 pic x value 'n'.
       88 contrat-retabli value 'o' false 'n'.
       1 remise-prepaiement pic 99 value 5.
       1 cout-avant-prepaiement pic 9999v99 value 0.
       1 options-avant-prepaiement pic 9999v99 value 0.
       1 montant-prepaiement pic 9999v99 value 0.
       1 reste-du pic 9999v99 value 0.
       1 mode-prepaiement pic x value space.
           88 mode-prepaiement-connu value 'E' 'C' 'H'.
       1 reference-prepaiement pic x(10) value spaces.
       copy "tenddem.cpy".

       1 loc-devis-statut pic xx value '00'.
       1 loc-dseq-statut pic xx value '00'.
       1 numero-devis pic 9(8) value 0.
           88 sauvegarde-demandee value 'o' 'O'.
       1 date-validite pic 9(8) value 0.

      * Liste d'attente (ATTENTE) : demande inscrite quand la
      * categorie est complete, soldee a la creation du contrat.
       1 loc-att-statut pic xx value '00'.
       1 loc-aseq-statut pic xx value '00'.
       1 attente-eof pic x value 'n'.
           88 attente-fin-fichier value 'o' false 'n'.
       1 numero-attente pic 9(8) value 0.
       1 reponse-attente pic x value 'n'.
           88 attente-demandee value 'o' 'O'.
       1 date-limite-rappel pic 9(8) value 0.
       1 pic x value 'n'.
       88 attente-inscrite value 'o' false 'n'.
       1 pic x value 'n'.
       88 attente-soldee value 'o' false 'n'.

       1 client-naissance pic 9(8) value 0.

      * Segment de valeur du client (clisegm) affiche avec son nom.
       copy "segvaltab.cpy".
       1 sx pic 9.
       1 libelle-segment pic x(12) value spaces.

      * Tarifs negocies du compte entreprise du client (enr-entreprise)
      * lorsque ce compte est actif ; ils priment sur LOCRATE.
       1 loc-ent-statut pic xx value '00'.
       1 pic x value 'n'.
       88 tarif-negocie value 'o' false 'n'.
       1 client-entreprise pic x(8) value spaces.
       1 tab-tarifs-neg.
           2 neg-tarif occurs 4 times.
               3 neg-type pic x.
               3 neg-tarif-jour pic 999v99.
               3 neg-tarif-km pic 9v999.
       1 age-client pic 9(4) value 0.
       1 age-minimum pic 99 value 18.

       copy "imprdem.cpy".
       copy "libdem.cpy".
       copy "ouvrdem.cpy".
       copy "dispdem.cpy".
       copy "forcdem.cpy".

      * Derogations soumises a l'accord d'un superviseur (forcapp) :
      * forcage du blocage credit, remise manuelle au-dela du seuil.
       1 pic x value 'n'.
       88 accord-obtenu value 'o' false 'n'.
       1 libelle-accord pic x(30) value spaces.
       1 motif-accord pic x(30) value spaces.
       1 superviseur-accord pic x(8) value spaces.
       1 passe-accord pic x(8) value spaces.
       1 decision-accord pic x value 'n'.
       1 numero-accord-blocage pic 9(8) value 0.
       1 remise-manuelle-pct pic 99 value 0.
       1 seuil-remise-manuelle pic 99 value 10.
       1 montant-remise-manuelle pic 9999v99 value 0.
       1 pic x value 'n'.
       88 remise-manuelle-attente value 'o' false 'n'.
       1 pic x value 'n'.
       88 categorie-disponible value 'o' false 'n'.
       1 pic x value 'n'.
       88 surreservation value 'o' false 'n'.
       1 pic x value 'n'.
       88 fermeture-detectee value 'o' false 'n'.
       1 date-controle-fermeture pic 9(8).
           2 filler pic x(3) value ' - '.
           2 ldo-montant pic zzz9.99.

       1 loc-ligne-conducteur.
           2 filler pic x(27) value '  Conducteur additionnel : '.
           2 ldc-ref pic x(8).
           2 filler pic x(1) value space.
           2 ldc-nom pic x(20).
           2 filler pic x(3) value ' - '.
           2 ldc-montant pic zzz9.99.

       1 loc-ligne-prepaiement.
           2 filler pic x(27) value 'Prepaye a la reservation : '.
           2 ldp-montant pic zzz9.99.
           2 filler pic x(8) value ' (tarif '.
           2 ldp-remise pic z9.
           2 filler pic x(23) value ' % deduit) - reste du '.
           2 ldp-reste pic zzz9.99.

       1 loc-ligne-fermeture.
           2 filler pic x(42) value
               'Attention : periode avec fermeture, retour'.
           2 a-remise-pct pic zz.99 from remise-pct.
           2 '% appliquee'.

       1 s-plg-remise-manuelle.
           2 line 22 col 4 'Remise manuelle en % (0 = aucune) '.
           2 s-remise-manuelle pic z9 to remise-manuelle-pct.

       1 a-plg-remise-manuelle.
           2 line 17 col 4 'Remise manuelle : '.
           2 a-remise-manuelle pic z9 from remise-manuelle-pct.
           2 '% appliquee'.
       1 plg-remise-attente.
           2 line 17 col 4
               'Remise manuelle en attente d''accord - numero '.
           2 a-remise-attente pic 9(8) from forc-numero.

       1 a-plg-accord.
           2 blank screen background-color couleur-fond.
           2 line 4 col 4 'Accord superviseur requis : '.
           2 a-libelle-accord pic x(30) from libelle-accord.
           2 line 6 col 4 'Objet : '.
           2 a-objet-accord pic x(10) from forc-reference.
           2 '  montant en jeu : '.
           2 a-montant-accord pic zzzzz9.99 from forc-montant.
       1 s-plg-motif-accord.
           2 line 8 col 4 'Motif de la demande '.
           2 s-motif-accord pic x(30) to motif-accord required.
       1 s-plg-superviseur.
           2 line 10 col 4 'Superviseur (vide = mise en attente) '.
           2 s-superviseur-accord pic x(8) to superviseur-accord.
       1 s-plg-passe-accord.
           2 line 11 col 4 'Mot de passe '.
           2 s-passe-accord pic x(8) to passe-accord
               secure required.
           2 line 12 col 4 'Decision (o = accord, n = refus) '.
           2 s-decision-accord pic x to decision-accord required.

       1 plg-accord-donne.
           2 line 14 col 4 'Accord enregistre - derogation numero '.
           2 a-accord-numero pic 9(8) from forc-numero.
       1 plg-accord-refuse.
           2 line 14 col 4 'Derogation refusee par le superviseur'.
       1 plg-accord-inconnu.
           2 line 14 col 4
               'Superviseur non reconnu ou de niveau insuffisant'.
       1 plg-accord-attente.
           2 line 14 col 4 'Demande en attente d''accord - numero '.
           2 a-attente-numero pic 9(8) from forc-numero.
       1 plg-accord-indispo.
           2 line 14 col 4 'Fichier des derogations indisponible'.

       1 s-plg-fidelite.
           2 line 19 col 4 'Points fidelite disponibles : '.
           2 a-solde-fid pic zzzzzzz9 from solde-fidelite.

       1 plg-opt-inconnue.
           2 line 23 col 4 'Code option inconnu'.
       1 plg-opt-epuisee.
           2 line 23 col 4 'Plus d''exemplaire libre sur ces dates'.

       1 a-plg-cnd-titre.
           2 blank screen background-color couleur-fond.
           2 line 4 col 4 'Conducteurs additionnels (4 au plus)'.

       1 a-plg-cnd-ligne.
           2 a-cnd-detail line nl-cnd col 4 pic x(30)
               from ligne-conducteur.

       1 s-plg-cnd-ref.
           2 line 22 col 4
               'Conducteur additionnel - ref. client (vide = fin) '.
           2 s-conducteur-ref pic x(8) to conducteur-ref.

       1 plg-cnd-inconnu.
           2 line 23 col 4 'Client inconnu ou inactif             '.
       1 plg-cnd-double.
           2 line 23 col 4 'Conducteur deja nomme sur ce contrat  '.
       1 plg-cnd-permis.
           2 line 23 col 4 'Permis expire ou sans les voitures    '.
       1 plg-cnd-age.
           2 line 23 col 4 'Conducteur additionnel de moins de 18 ans'.

       1 plg-age-conducteur.
           2 line 23 col 4
               'Conducteur additionnel trop jeune pour ce vehicule'.

       1 s-plg-client.
           2 line 7 col 1 pic x(32) from lib-client.

       1 s-plg-forcage-blocage.
           2 line 9 col 1
               'Passer outre le blocage ? (o/n, accord superviseur) '.
           2 s-forcage-blocage pic x to reponse-forcage-blocage
               required.

           2 a-client-nom pic x(20) from enr-nom.
           2 ' '.
           2 a-client-prenom pic x(20) from enr-prenom.
           2 ' - '.
           2 a-client-segment pic x(12) from libelle-segment.

       1 s-plg-contrat.
           2 line 22 col 4 pic x(40) from lib-contrat.
           2 line 23 col 4 'Contrat cree - numero '.
           2 a-numero-contrat pic 9(8) from numero-contrat.

       1 s-plg-prepaiement.
           2 line 24 col 4 'Prepaiement a la reservation, remise '.
           2 a-remise-prepaiement pic z9 from remise-prepaiement.
           2 ' % ? (o/n) '.
           2 s-reponse-prepaiement pic x to reponse-prepaiement
               required.

       1 a-plg-prepaiement.
           2 blank screen background-color couleur-fond.
           2 line 4 col 4 'Prepaiement de la reservation'.
           2 line 6 col 4 'Devis : '.
           2 a-pre-devis pic zzz9.99 from cout-avant-prepaiement.
           2 '  tarif prepaye : '.
           2 a-pre-montant pic zzz9.99 from montant-prepaiement.
       1 s-plg-mode-prepaiement.
           2 line 8 col 4
               'Mode (E=especes C=carte H=cheque, vide=abandon) '.
           2 s-mode-prepaiement pic x to mode-prepaiement.
       1 s-plg-ref-prepaiement.
           2 line 9 col 4 'Reference carte ou cheque '.
           2 s-ref-prepaiement pic x(10) to reference-prepaiement.
       1 plg-mode-prepaiement.
           2 line 11 col 4 'Mode de paiement inconnu'.

       1 a-plg-prepaiement-encaisse.
           2 line 24 col 4 'Prepaye : '.
           2 a-pre-encaisse pic zzz9.99 from montant-prepaiement.
           2 ' - reste du au depart : '.
           2 a-pre-reste pic zzz9.99 from reste-du.
       1 plg-prepaiement-indispo.
           2 line 24 col 4
               'Prepaiement non enregistre - encaisser au depart'.
       1 plg-contrat-non-retabli.
           2 line 23 col 4
               'Contrat reste au tarif prepaye - corriger le prix'.

       1 plg-veh-conflit.
           2 line 23 col 4
               'Vehicule deja reserve sur ces dates - choisir'.
       1 plg-resa-indispo.
           2 line 24 col 4 'Fichier des reservations indisponible'.

       1 plg-categorie-complete.
           2 line 8 col 4
               'Categorie complete sur ces dates a l''agence'.
           2 line 9 col 4 'aucune reservation possible'.

       1 a-plg-categorie-libre.
           2 line 6 col 4 'Vehicules libres de la categorie : '.
           2 a-disp-libres pic zzz9 from disp-libres.
           2 ' sur '.
           2 a-disp-flotte pic zzz9 from disp-flotte.

       1 a-plg-categorie-surbook.
           2 line 6 col 4
               'Categorie complete - SURRESERVATION, places : '.
           2 a-surbook-libres pic zzz9 from disp-libres.

       1 plg-depart-differe.
           2 line 8 col 4
               'Depart differe : reservation sur la categorie,'.
           2 line 9 col 4 'vehicule affecte a la remise (locdepart)'.

       1 s-plg-rappel-devis.
           2 line 7 col 1
               'Numero de devis a rappeler (0 = nouveau) '.
           2 s-reponse-sauvegarde pic x to reponse-sauvegarde
               required.

       1 s-plg-attente.
           2 line 11 col 4
               'Inscrire le client en liste d''attente ? (o/n) '.
           2 s-reponse-attente pic x to reponse-attente required.

       1 s-plg-date-limite.
           2 line 12 col 4
               'Rappel possible jusqu''au (0 = jour du depart) '.
           2 s-date-limite pic 9(8) to date-limite-rappel.

       1 a-plg-attente-inscrite.
           2 line 13 col 4 'Liste d''attente - demande numero '.
           2 a-numero-attente pic 9(8) from numero-attente.
           2 ' rappel jusqu''au '.
           2 a-date-limite pic 9(8) from date-limite-rappel.

       1 plg-attente-indispo.
           2 line 13 col 4 'Liste d''attente indisponible'.

       1 a-plg-devis-sauve.
           2 line 23 col 4 'Devis sauvegarde - numero '.
           2 a-numero-devis pic 9(8) from numero-devis.
               perform mod-saisie with test after until saisie-ok
               perform mod-saisie-client with test after
                   until saisie-client-finie
               if client-valide
                   perform mod-saisie-conducteurs
               end-if
               perform mod-choisit-options
               perform mod-calcule-conducteurs

               perform mod-calcule-couts
               perform mod-remise
               perform mod-fidelite-remise
               perform mod-ajoute-options
               perform mod-determine-min
               perform mod-remise-manuelle

               display a-plg-titre
               display a-plg-masc-res
               if remise-fidelite > 0
                   display a-plg-remise-fid
               end-if
               if remise-manuelle-attente
                   display plg-remise-attente
               else
                   if remise-manuelle-pct > 0
                       display a-plg-remise-manuelle
                   end-if
               end-if
               display a-plg-recommandation
           end-if

           perform mod-choisit-vehicule
           if client-valide
               if categorie-disponible
                   display s-plg-contrat
                   accept s-reponse-contrat
               else
                   move 'n' to reponse-contrat
                   perform mod-propose-attente
               end-if
               if contrat-accepte
                   display s-plg-caution
                   accept s-caution
                   perform mod-propose-prepaiement
                   perform mod-cree-contrat
                   if prepaiement-demande
                       if contrat-cree
                           perform mod-encaisse-prepaiement
                       else
                           perform mod-retire-prepaiement
                       end-if
                   end-if
                   if contrat-cree and vehicule-affecte
                       perform mod-engage-vehicule
                   end-if
                   if contrat-cree and not vehicule-affecte
                       perform mod-reserve-categorie
                   end-if
                   if contrat-cree and devis-rappele
                       perform mod-solde-devis
                   end-if
                   if contrat-cree
                       perform mod-solde-attente
                       perform mod-ecrit-conducteurs
                       perform mod-engage-options
                       perform mod-montant-accord-blocage
                   end-if
               end-if
               if not contrat-cree and not devis-rappele
                   display s-plg-sauvegarde
           perform mod-valide-client
           if client-valide
               set devis-rappele to true
               perform mod-recharge-conducteurs
           else
               display plg-devis-inconnu
           end-if
                               else
                                   set client-valide to true
                                   perform mod-retient-naissance
                                   perform mod-retient-entreprise
                                   perform mod-libelle-segment
                                   display a-plg-client-nom
                               end-if
                           end-if
               move cout-min to enr-dev-cout
               move cout-options to enr-dev-cout-options
               move 'A' to enr-dev-statut
               move sess-agence to enr-dev-agence
               if sess-id not = spaces and sess-id not = low-value
                   move sess-id to enr-dev-operateur
               else
                   move 'INCONNU' to enr-dev-operateur
               end-if
               move 0 to enr-dev-contrat
               move space to enr-dev-motif
               move 0 to enr-dev-date-cloture
               move spaces to enr-dev-conducteurs
               perform varying ix-cnd from 1 by 1
                   until ix-cnd > nb-conducteurs
                   move cnd-ref(ix-cnd) to enr-dev-conducteur(ix-cnd)
               end-perform
               write enr-devis
                   invalid key continue
                   not invalid key set devis-sauve to true
                   invalid key continue
                   not invalid key
                       move 'C' to enr-dev-statut
                       move numero-contrat to enr-dev-contrat
                       move date-systeme to enr-dev-date-cloture
                       rewrite enr-devis
               end-read
               close loc-fic-devis
           end-if
           .

       mod-propose-attente.
      * Categorie complete : plutot que de laisser partir le client,
      * sa demande est mise en liste d'attente ; resaatt la ressort
      * pour rappel des qu'une place se libere sur ses dates.
           display s-plg-attente
           accept s-reponse-attente
           if attente-demandee
               move 0 to date-limite-rappel
               display s-plg-date-limite
               accept s-date-limite
               if date-limite-rappel < date-systeme
                   or date-limite-rappel > date-debut
                   move date-debut to date-limite-rappel
               end-if
               perform mod-inscrit-attente
           end-if
           .

       mod-inscrit-attente.
           set attente-inscrite to false
           perform mod-prochain-attente
           open i-o loc-fic-attente
           if loc-att-statut = '35'
               open output loc-fic-attente
               if loc-att-statut = '00'
                   close loc-fic-attente
                   open i-o loc-fic-attente
               end-if
           end-if
           if loc-att-statut = '00'
               move numero-attente to enr-att-numero
               move client-ref to enr-att-client
               move sess-agence to enr-att-agence
               move type-min to enr-att-type
               move date-debut to enr-att-debut
               move date-fin to enr-att-fin
               move date-systeme to enr-att-date-demande
               move date-limite-rappel to enr-att-date-limite
               move 'A' to enr-att-statut
               move date-systeme to enr-att-date-statut
               move 0 to enr-att-contrat
               move 0 to enr-att-rappels
               if sess-id not = spaces and sess-id not = low-value
                   move sess-id to enr-att-operateur
               else
                   move 'INCONNU' to enr-att-operateur
               end-if
               write enr-attente
                   invalid key continue
                   not invalid key set attente-inscrite to true
               end-write
               close loc-fic-attente
           end-if
           if attente-inscrite
               display a-plg-attente-inscrite
           else
               display plg-attente-indispo
           end-if
           .

       mod-prochain-attente.
           move 0 to numero-attente
           open input loc-fic-att-seq
           if loc-aseq-statut = '00'
               read loc-fic-att-seq
                   at end continue
                   not at end move aseq-numero to numero-attente
               end-read
               close loc-fic-att-seq
           end-if
           add 1 to numero-attente

           open output loc-fic-att-seq
           move numero-attente to aseq-numero
           write loc-aseq-enr
           close loc-fic-att-seq
           .

       mod-solde-attente.
      * Le client rappele reserve : sa plus ancienne demande en cours
      * sur la meme categorie et des dates qui recouvrent le contrat
      * est convertie (comptee dans l'etat mensuel resaattm).
           set attente-soldee to false
           open i-o loc-fic-attente
           if loc-att-statut = '00'
               set attente-fin-fichier to false
               move client-ref to enr-att-client
               start loc-fic-attente key = enr-att-client
                   invalid key set attente-fin-fichier to true
               end-start
               perform mod-lit-attente
                   until attente-fin-fichier or attente-soldee
               close loc-fic-attente
           end-if
           .

       mod-lit-attente.
           read loc-fic-attente next record
               at end set attente-fin-fichier to true
               not at end
                   if enr-att-client not = client-ref
                       set attente-fin-fichier to true
                   else
                       if (enr-att-statut = 'A'
                               or enr-att-statut = 'P')
                           and enr-att-type = type-min
                           and (enr-att-agence = agence-contrat
                               or enr-att-agence = spaces)
                           and enr-att-debut <= date-fin
                           and enr-att-fin >= date-debut
                           move 'C' to enr-att-statut
                           move date-systeme to enr-att-date-statut
                           move numero-contrat to enr-att-contrat
                           rewrite enr-attente
                           set attente-soldee to true
                       end-if
                   end-if
           end-read
           .

       mod-saisie-conducteurs.
           move 0 to nb-conducteurs
           display a-plg-cnd-titre
           move 6 to nl-cnd
           move 'x' to conducteur-ref
           perform mod-saisie-conducteur with test after
               until conducteur-ref = spaces or nb-conducteurs >= 4
           .

       mod-saisie-conducteur.
           move spaces to conducteur-ref
           display s-plg-cnd-ref
           accept s-conducteur-ref
           if conducteur-ref not = spaces
               perform mod-valide-conducteur
               if conducteur-valide
                   perform mod-ajoute-conducteur
                   move conducteur-ref to lc-ref
                   move enr-nom to lc-nom
                   display a-plg-cnd-ligne
                   add 1 to nl-cnd
               end-if
           end-if
           .

       mod-valide-conducteur.
      * Conducteur additionnel : fiche CLIMAST active, permis en cours
      * de validite couvrant les voitures (un permis deux-roues seul,
      * categorie A, est refuse) et 18 ans au depart ; l'age minimal
      * du type de vehicule est controle a la creation du contrat.
           set conducteur-valide to false
           set conducteur-trop-jeune to false
           perform varying ix-cnd from 1 by 1
               until ix-cnd > nb-conducteurs
               if cnd-ref(ix-cnd) = conducteur-ref
                   set conducteur-trop-jeune to true
               end-if
           end-perform
           if conducteur-ref = client-ref or conducteur-trop-jeune
               set conducteur-trop-jeune to false
               display plg-cnd-double
           else
               open input loc-fic-clients
               if loc-client-statut = '00'
                   move conducteur-ref to enr-ref
                   read loc-fic-clients key is enr-ref
                       invalid key display plg-cnd-inconnu
                       not invalid key perform mod-controle-conducteur
                   end-read
                   close loc-fic-clients
               else
                   display plg-cnd-inconnu
               end-if
           end-if
           .

       mod-controle-conducteur.
           compute conducteur-naissance =
               (enr-annee-naiss * 10000)
               + (enr-mois-naiss * 100) + enr-jour-naiss
           move 99 to age-conducteur
           if conducteur-naissance > 0
               compute age-conducteur =
                   (date-debut - conducteur-naissance) / 10000
           end-if
           evaluate true
               when enr-statut = 'I'
                   display plg-cnd-inconnu
               when enr-permis-expire > 0
                   and enr-permis-expire < date-systeme
                   display plg-cnd-permis
               when enr-permis-categorie(1:1) = 'A'
                   display plg-cnd-permis
               when age-conducteur < 18
                   display plg-cnd-age
               when other
                   set conducteur-valide to true
           end-evaluate
           .

       mod-ajoute-conducteur.
           add 1 to nb-conducteurs
           move conducteur-ref to cnd-ref(nb-conducteurs)
           move enr-nom to cnd-nom(nb-conducteurs)
           move conducteur-naissance to cnd-naissance(nb-conducteurs)
           .

       mod-saisie-client.
           set saisie-client-finie to true
           set client-valide to false
                           else
                               set client-valide to true
                               perform mod-retient-naissance
                               perform mod-retient-entreprise
                               perform mod-libelle-segment
                               display a-plg-client-nom
                           end-if
                   end-read
               end-read
               close loc-fic-blocages
           end-if
      * Le forcage demande l'accord d'un superviseur ; un accord
      * donne depuis la file pour ce client est repris sans nouvelle
      * identification.
           if client-bloque
               move 'BLO' to forc-nature
               move client-ref to forc-reference
               move 0 to forc-montant
               move 0 to forc-taux
               move 0 to numero-accord-blocage
               perform mod-cherche-accord
               if not accord-obtenu
                   display s-plg-forcage-blocage
                   accept s-forcage-blocage
                   if forcage-blocage-accepte
                       move 'Forcage du blocage credit'
                           to libelle-accord
                       perform mod-demande-accord
                   end-if
               end-if
               if accord-obtenu
                   move forc-numero to numero-accord-blocage
                   set client-bloque to false
                   perform mod-audit-forcage-blocage
               end-if
           end-if
           .

       mod-cherche-accord.
           set accord-obtenu to false
           move 'C' to forc-action
           call 'forcapp' using forc-demande
           if forc-resultat = 'O'
               set accord-obtenu to true
           end-if
           .

       mod-demande-accord.
           set accord-obtenu to false
           move spaces to motif-accord
           move spaces to superviseur-accord
           move spaces to passe-accord
           move 'n' to decision-accord
           display a-plg-accord
           display s-plg-motif-accord
           accept s-motif-accord
           display s-plg-superviseur
           accept s-superviseur-accord
           move motif-accord to forc-motif
           move 'location' to forc-programme
           move sess-agence to forc-agence
           move sess-id to forc-demandeur
           move sess-niveau to forc-niveau-dem
           move superviseur-accord to forc-superviseur
           if superviseur-accord = spaces
               move 'E' to forc-action
           else
               display s-plg-passe-accord
               accept s-passe-accord
               accept s-decision-accord
               move 'V' to forc-action
               move passe-accord to forc-passe
               move decision-accord to forc-decision
           end-if
           call 'forcapp' using forc-demande
           move spaces to forc-passe
           move spaces to passe-accord
           evaluate forc-resultat
               when 'O'
                   set accord-obtenu to true
                   display plg-accord-donne
               when 'R'
                   display plg-accord-refuse
               when 'X'
                   display plg-accord-inconnu
               when 'A'
                   display plg-accord-attente
               when other
                   display plg-accord-indispo
           end-evaluate
           .

       mod-montant-accord-blocage.
      * Le montant en jeu d'un forcage de blocage n'est connu qu'a la
      * creation du contrat : il est reporte sur la derogation.
           if numero-accord-blocage > 0
               move 'M' to forc-action
               move numero-accord-blocage to forc-numero
               move cout-min to forc-montant
               call 'forcapp' using forc-demande
           end-if
           .

       mod-audit-forcage-blocage.
           move spaces to ops-ligne
           move date-systeme to ops-date
           accept ops-heure from time
           move 'location' to ops-programme
           move 'FORCAGE-BLOCAGE' to ops-operation
           move spaces to ops-detail
           move client-ref to ops-detail(1:8)
           move numero-accord-blocage to ops-detail(10:8)
           if sess-id not = spaces and sess-id not = low-value
               move sess-id to ops-operateur
           else
               + (enr-mois-naiss * 100) + enr-jour-naiss
           .

       mod-retient-entreprise.
           set tarif-negocie to false
           move enr-entreprise to client-entreprise
           if enr-entreprise not = spaces
               open input loc-fic-entreprises
               if loc-ent-statut = '00'
                   move enr-entreprise to enr-ent-code
                   read loc-fic-entreprises key is enr-ent-code
                       invalid key continue
                       not invalid key
                           if enr-ent-statut = 'A'
                               move enr-ent-tarifs to tab-tarifs-neg
                               set tarif-negocie to true
                           end-if
                   end-read
                   close loc-fic-entreprises
               end-if
           end-if
           .

       mod-libelle-segment.
           move spaces to libelle-segment
           perform varying sx from 1 by 1 until sx > nb-seg-valeurs
               if sv-code(sx) = enr-val-segment
                   move sv-libelle(sx) to libelle-segment
               end-if
           end-perform
           .

       mod-controle-age.
      * Age minimal par type de vehicule : 21 ans pour le diesel et
      * l'hybride (gabarits les plus lourds du parc), 18 ans sinon.
           if age-client < age-minimum
               display plg-age-insuffisant
           else
               perform mod-controle-age-conducteurs
               if conducteur-trop-jeune
                   display plg-age-conducteur
               else
                   perform mod-cree-contrat-suite
               end-if
           end-if
           .

       mod-controle-age-conducteurs.
      * Meme age minimal que le titulaire, selon le type de vehicule.
           set conducteur-trop-jeune to false
           perform varying ix-cnd from 1 by 1
               until ix-cnd > nb-conducteurs
               if cnd-naissance(ix-cnd) > 0
                   compute age-conducteur =
                       (date-debut - cnd-naissance(ix-cnd)) / 10000
                   if age-conducteur < age-minimum
                       set conducteur-trop-jeune to true
                   end-if
               end-if
           end-perform
           .

       mod-cree-contrat-suite.
           perform mod-prochain-numero
           open i-o loc-fic-contrats
               move 0 to enr-ctr-tarif-mois
               move 0 to enr-ctr-km-inclus
               move 0 to enr-ctr-fact-periode
               move spaces to enr-ctr-partenaire
               move spaces to enr-ctr-ref-partenaire
               move 0 to enr-ctr-segments
               write enr-contrat
                   invalid key
                       display plg-contrat-erreur
           end-if
           .

       mod-propose-prepaiement.
      * Le prepaiement n'est offert que sur un depart differe : un
      * depart immediat se regle au comptoir comme avant. Un
      * conducteur rattache a une entreprise n'y a pas droit : sa
      * location part sur la facture recapitulative du compte.
           set prepaiement-demande to false
           set prepaiement-encaisse to false
           move 'n' to reponse-prepaiement
           if client-valide and date-debut > date-systeme
               and client-entreprise = spaces
               display s-plg-prepaiement
               accept s-reponse-prepaiement
           end-if
           if prepaiement-accepte
               move cout-min to cout-avant-prepaiement
               move cout-options to options-avant-prepaiement
               compute montant-prepaiement rounded = cout-min
                   - (cout-min * remise-prepaiement / 100)
               display a-plg-prepaiement
               move space to mode-prepaiement
               move spaces to reference-prepaiement
               perform mod-saisie-prepaiement with test after
                   until mode-prepaiement-connu
                       or mode-prepaiement = space
               if mode-prepaiement-connu
                   set prepaiement-demande to true
      * Le tarif prepaye remplace le devis sur le contrat ; la part
      * des options baisse dans la meme proportion.
                   compute cout-options rounded = cout-options
                       - (cout-options * remise-prepaiement / 100)
                   move montant-prepaiement to cout-min
               end-if
           end-if
           .

       mod-saisie-prepaiement.
           display s-plg-mode-prepaiement
           accept s-mode-prepaiement
           inspect mode-prepaiement converting 'ech' to 'ECH'
           if mode-prepaiement-connu
               if mode-prepaiement not = 'E'
                   display s-plg-ref-prepaiement
                   accept s-ref-prepaiement
               end-if
           else
               if mode-prepaiement not = space
                   display plg-mode-prepaiement
               end-if
           end-if
           .

       mod-retire-prepaiement.
      * Rien n'a ete encaisse : le devis repart a son prix d'origine.
           move cout-avant-prepaiement to cout-min
           move options-avant-prepaiement to cout-options
           set prepaiement-demande to false
           .

       mod-encaisse-prepaiement.
      * L'enregistrement PREPAY 'P' est ecrit avant l'encaissement :
      * argtend ne journalise rien dans ARGLOG sans lui, et un
      * encaissement refuse le retire. Sans prepaiement, le contrat
      * repart au prix du devis et le client regle au depart.
           open i-o loc-fic-prepaiements
           if loc-pre-statut = '35'
               open output loc-fic-prepaiements
               if loc-pre-statut = '00'
                   close loc-fic-prepaiements
                   open i-o loc-fic-prepaiements
               end-if
           end-if
           if loc-pre-statut = '00'
               perform mod-ecrit-prepaiement
               if prepaiement-enregistre
                   move mode-prepaiement to tend-mode
                   move montant-prepaiement to tend-montant
                   move reference-prepaiement to tend-reference
                   call 'argtend' using tend-demande
                   if tend-resultat = 'O'
                       set prepaiement-encaisse to true
                       move tend-caisse to enr-pre-caisse
                       rewrite enr-prepaiement
                           invalid key continue
                       end-rewrite
                   else
                       delete loc-fic-prepaiements record
                           invalid key continue
                       end-delete
                   end-if
               end-if
               close loc-fic-prepaiements
           end-if
           if prepaiement-encaisse
               compute reste-du = cout-min - montant-prepaiement
               display a-plg-prepaiement-encaisse
           else
               perform mod-retire-prepaiement
               perform mod-retablit-contrat
               display plg-prepaiement-indispo
           end-if
           .

       mod-retablit-contrat.
           set contrat-retabli to false
           open i-o loc-fic-contrats
           if loc-contrat-statut = '00'
               move numero-contrat to enr-ctr-numero
               read loc-fic-contrats key is enr-ctr-numero
                   invalid key continue
                   not invalid key
                       move cout-min to enr-ctr-cout
                       move cout-options to enr-ctr-cout-options
                       rewrite enr-contrat
                           invalid key continue
                           not invalid key
                               set contrat-retabli to true
                       end-rewrite
               end-read
               close loc-fic-contrats
           end-if
           if not contrat-retabli
               display plg-contrat-non-retabli
           end-if
           .

       mod-ecrit-prepaiement.
           move numero-contrat to enr-pre-contrat
           move client-ref to enr-pre-client
           move agence-contrat to enr-pre-agence
           move date-debut to enr-pre-debut
           move montant-prepaiement to enr-pre-montant
           move remise-prepaiement to enr-pre-remise-pct
           move mode-prepaiement to enr-pre-mode
           move reference-prepaiement to enr-pre-reference
           move spaces to enr-pre-caisse
           move date-systeme to enr-pre-date-paiement
           if sess-id not = spaces and sess-id not = low-value
               move sess-id to enr-pre-operateur
           else
               move 'INCONNU' to enr-pre-operateur
           end-if
           move 'P' to enr-pre-statut
           move date-systeme to enr-pre-date-statut
           move 0 to enr-pre-preavis
           move 0 to enr-pre-frais
           move 0 to enr-pre-rembourse
           move 0 to enr-pre-facture
           set prepaiement-enregistre to false
           write enr-prepaiement
               invalid key continue
               not invalid key set prepaiement-enregistre to true
           end-write
           .

       mod-prochain-numero.
           move 0 to numero-contrat
           open input loc-fic-seq
                   read loc-fic-options
                       at end continue
                       not at end
      * Le code CND porte le tarif jour du conducteur additionnel, il
      * n'est pas propose dans la liste des options.
                           if opt-code = 'CND'
                               move opt-prix to tarif-conducteur
                           else
                               add 1 to nb-options
                               move opt-code
                                   to tab-opt-code(nb-options)
                               move opt-libelle
                                   to tab-opt-libelle(nb-options)
                               move opt-mode
                                   to tab-opt-mode(nb-options)
                               move opt-prix
                                   to tab-opt-prix(nb-options)
                               move 'N' to tab-opt-suivi(nb-options)
                               move 0 to tab-opt-dispo(nb-options)
                           end-if
                   end-read
               end-perform
               close loc-fic-options
           end-if
           move sess-agence to agence-options
           if agence-options not = spaces and nb-options > 0
               perform mod-controle-stocks
           end-if
           .

       mod-controle-stocks.
           open input loc-fic-stock-opt
           if loc-ost-statut = '00'
               set resa-opt-ouvertes to false
               open input loc-fic-resa-opt
               if loc-orv-statut = '00'
                   set resa-opt-ouvertes to true
               end-if
               perform varying ix-opt from 1 by 1
                   until ix-opt > nb-options
                   move agence-options to enr-ost-agence
                   move tab-opt-code(ix-opt) to enr-ost-code
                   read loc-fic-stock-opt key is enr-ost-cle
                       invalid key continue
                       not invalid key perform mod-stock-libre
                   end-read
               end-perform
               if resa-opt-ouvertes
                   close loc-fic-resa-opt
               end-if
               close loc-fic-stock-opt
           end-if
           .

       mod-stock-libre.
           move 'O' to tab-opt-suivi(ix-opt)
           move 0 to engages-option
           if resa-opt-ouvertes
               set orv-fin-fichier to false
               move enr-ost-cle to enr-orv-stock
               start loc-fic-resa-opt key = enr-orv-stock
                   invalid key set orv-fin-fichier to true
               end-start
               perform mod-compte-engagement until orv-fin-fichier
           end-if
           if engages-option < enr-ost-quantite
               compute tab-opt-dispo(ix-opt) =
                   enr-ost-quantite - engages-option
           else
               move 0 to tab-opt-dispo(ix-opt)
           end-if
           .

       mod-compte-engagement.
           read loc-fic-resa-opt next record
               at end set orv-fin-fichier to true
               not at end
                   if enr-orv-stock not = enr-ost-cle
                       set orv-fin-fichier to true
                   else
                       if enr-orv-statut = 'R'
                           and enr-orv-debut <= date-fin
                           and enr-orv-fin >= date-debut
                           add 1 to engages-option
                       end-if
                   end-if
           end-read
           .

       mod-engage-options.
           open i-o loc-fic-resa-opt
           if loc-orv-statut = '35'
               open output loc-fic-resa-opt
               close loc-fic-resa-opt
               open i-o loc-fic-resa-opt
           end-if
           if loc-orv-statut = '00'
               perform varying ix-opt from 1 by 1
                   until ix-opt > nb-choix
                   if tab-chx-suivi(ix-opt) = 'O'
                       move numero-contrat to enr-orv-contrat
                       move ix-opt to enr-orv-rang
                       move agence-options to enr-orv-agence
                       move tab-chx-code(ix-opt) to enr-orv-code
                       move date-debut to enr-orv-debut
                       move date-fin to enr-orv-fin
                       move 'R' to enr-orv-statut
                       move 0 to enr-orv-date-retour
                       write enr-option-resa
                           invalid key continue
                       end-write
                   end-if
               end-perform
               close loc-fic-resa-opt
           end-if
           .

       mod-calcule-conducteurs.
           compute cout-conducteurs =
               nb-conducteurs * jours * tarif-conducteur
           add cout-conducteurs to cout-options
           .

       mod-recharge-conducteurs.
      * Rappel d'un devis : les conducteurs nommes sont controles a
      * nouveau, ceux qui ne sont plus eligibles sont retires.
           perform mod-charge-options
           move 0 to nb-conducteurs
           perform varying ix-dev from 1 by 1 until ix-dev > 4
               if enr-dev-conducteur(ix-dev) not = spaces
                   move enr-dev-conducteur(ix-dev) to conducteur-ref
                   perform mod-valide-conducteur
                   if conducteur-valide
                       perform mod-ajoute-conducteur
                   end-if
               end-if
           end-perform
           .

       mod-ecrit-conducteurs.
           if nb-conducteurs > 0
               open i-o loc-fic-conducteurs
               if loc-cnd-statut = '35'
                   open output loc-fic-conducteurs
                   close loc-fic-conducteurs
                   open i-o loc-fic-conducteurs
               end-if
               perform varying ix-cnd from 1 by 1
                   until ix-cnd > nb-conducteurs
                   move numero-contrat to enr-cnd-contrat
                   move ix-cnd to enr-cnd-rang
                   move cnd-ref(ix-cnd) to enr-cnd-client
                   move date-systeme to enr-cnd-date-ajout
                   move tarif-conducteur to enr-cnd-tarif-jour
                   write enr-conducteur
                       invalid key continue
                   end-write
               end-perform
               close loc-fic-conducteurs
           end-if
           .

       mod-liste-options.
           move 6 to nl-opt
           perform varying ix-opt from 1 by 1
               until ix-opt > nb-options
               if tab-opt-suivi(ix-opt) not = 'O'
                   or tab-opt-dispo(ix-opt) > 0
                   move tab-opt-code(ix-opt) to lo-code
                   move tab-opt-libelle(ix-opt) to lo-libelle
                   move tab-opt-prix(ix-opt) to lo-prix
                   if tab-opt-mode(ix-opt) = 'J'
                       move 'par jour' to lo-mode
                   else
                       move 'forfait' to lo-mode
                   end-if
                   display a-plg-opt-ligne
                   add 1 to nl-opt
               end-if
           end-perform
           .

                   until ix-opt > nb-options
                   if tab-opt-code(ix-opt) = code-option
                       set option-ok to true
                       if tab-opt-suivi(ix-opt) = 'O'
                           and tab-opt-dispo(ix-opt) = 0
                           display plg-opt-epuisee
                       else
                           perform mod-retient-option
                       end-if
                   end-if
               end-perform
               if not option-ok
               add 1 to nb-choix
               move tab-opt-libelle(ix-opt)
                   to tab-chx-libelle(nb-choix)
               move tab-opt-code(ix-opt) to tab-chx-code(nb-choix)
               move tab-opt-suivi(ix-opt) to tab-chx-suivi(nb-choix)
               if tab-opt-suivi(ix-opt) = 'O'
                   subtract 1 from tab-opt-dispo(ix-opt)
               end-if
               if tab-opt-mode(ix-opt) = 'J'
                   compute tab-chx-montant(nb-choix) =
                       tab-opt-prix(ix-opt) * jours
                   set rech-ok to true
               end-if
           end-perform
      * Client rattache a une entreprise : le tarif negocie du type
      * remplace le tarif public ; il est repris sur le contrat et
      * s'applique donc aussi au retour.
           if tarif-negocie
               perform varying ix from 1 by 1 until ix > 4
                   if neg-type(ix) = rech-type
                       and neg-tarif-jour(ix) > 0
                       move neg-tarif-jour(ix) to rech-jour
                       move neg-tarif-km(ix) to rech-km
                       set rech-ok to true
                   end-if
               end-perform
           end-if
           .

       mod-calcule-couts.
           end-if
           .

       mod-remise-manuelle.
      * Remise consentie par l'operateur sur le prix calcule : au-dela
      * du seuil, elle n'est appliquee qu'avec l'accord d'un
      * superviseur ; en attente d'accord, le prix reste sans remise.
           set remise-manuelle-attente to false
           move 0 to remise-manuelle-pct
           display s-plg-remise-manuelle
           accept s-remise-manuelle
           if remise-manuelle-pct > 0
               compute montant-remise-manuelle rounded =
                   cout-min * remise-manuelle-pct / 100
               if remise-manuelle-pct > seuil-remise-manuelle
                   move 'REM' to forc-nature
                   move client-ref to forc-reference
                   move montant-remise-manuelle to forc-montant
                   move remise-manuelle-pct to forc-taux
                   perform mod-cherche-accord
                   if not accord-obtenu
                       move 'Remise manuelle au-dela du seuil'
                           to libelle-accord
                       perform mod-demande-accord
                       if forc-resultat = 'A'
                           set remise-manuelle-attente to true
                       end-if
                   end-if
               else
                   set accord-obtenu to true
               end-if
               if accord-obtenu
                   perform mod-applique-remise-manuelle
               else
                   move 0 to remise-manuelle-pct
               end-if
           end-if
           .

       mod-applique-remise-manuelle.
           compute cout-diesel = cout-diesel
               - (cout-diesel * remise-manuelle-pct / 100)
           compute cout-essence = cout-essence
               - (cout-essence * remise-manuelle-pct / 100)
           if cout-electrique > 0
               compute cout-electrique = cout-electrique
                   - (cout-electrique * remise-manuelle-pct / 100)
           end-if
           if cout-hybride > 0
               compute cout-hybride = cout-hybride
                   - (cout-hybride * remise-manuelle-pct / 100)
           end-if
           perform mod-determine-min

           move spaces to ops-ligne
           move date-systeme to ops-date
           accept ops-heure from time
           move 'location' to ops-programme
           move 'REMISE-MANUELLE' to ops-operation
           move spaces to ops-detail
           move client-ref to ops-detail(1:8)
           move remise-manuelle-pct to ops-detail(10:2)
           if sess-id not = spaces and sess-id not = low-value
               move sess-id to ops-operateur
           else
               move 'INCONNU' to ops-operateur
           end-if
           open extend loc-fic-audit
           write ops-ligne
           close loc-fic-audit
           move spaces to ops-ligne
           .

       mod-fidelite-remise.
      * Remise fidelite au choix de l'operateur, distincte de la
      * remise longue duree : 100 points valent 1 euro. Les points ne
           .

       mod-choisit-vehicule.
      * La reservation porte sur la categorie : elle n'est acceptee que
      * s'il reste un vehicule du type libre a l'agence sur toute la
      * periode. Le vehicule n'est choisi ici que pour un depart
      * immediat ; sinon il est affecte a la remise des cles.
           move spaces to immat-choisie
           set vehicule-affecte to false
           perform mod-controle-categorie
           if categorie-disponible and date-debut <= date-systeme
               perform mod-choisit-immat
           end-if
           if categorie-disponible and date-debut > date-systeme
               display plg-depart-differe
           end-if
           .

       mod-controle-categorie.
      * Un depart differe peut etre accepte sur une categorie complete
      * dans la limite du niveau de surreservation du jour : une part
      * connue des clients ne se presente pas. Un depart immediat
      * exige un vehicule reellement libre.
           set categorie-disponible to false
           set surreservation to false
           move type-min to disp-type
           move sess-agence to disp-agence
           move date-debut to disp-debut
           move date-fin to disp-fin
           move 0 to disp-exclure
           if date-debut > date-systeme
               move 'O' to disp-surbook
           else
               move 'N' to disp-surbook
           end-if
           call 'resadisp' using disp-demande
           evaluate disp-resultat
               when 'O'
                   set categorie-disponible to true
                   display a-plg-categorie-libre
               when 'S'
                   set categorie-disponible to true
                   set surreservation to true
                   display a-plg-categorie-surbook
               when other
                   display plg-categorie-complete
           end-evaluate
           .

       mod-choisit-immat.
           open i-o loc-fic-vehicules
           if loc-veh-statut = '00'
               perform mod-ouvre-resa
               move client-ref to enr-resa-client
               move 'A' to enr-resa-statut
               move agence-contrat to enr-resa-agence
               move type-min to enr-resa-type
               move numero-contrat to enr-resa-contrat
               move space to enr-resa-surbook
               write enr-reservation
      * Une reservation soldee ('N') du meme vehicule a la meme date
      * de depart occupe encore la cle : on la reutilise.
           end-if
           .

       mod-reserve-categorie.
      * Depart differe : la reservation est tenue sur la categorie
      * sous la cle d'attente '*' + numero de contrat.
           perform mod-ouvre-resa
           if resa-ouverte
               move spaces to enr-resa-immat
               move '*' to enr-resa-marque
               move numero-contrat to enr-resa-contrat-att
               move date-debut to enr-resa-debut
               move date-fin to enr-resa-fin
               move client-ref to enr-resa-client
               move 'A' to enr-resa-statut
               move agence-contrat to enr-resa-agence
               move type-min to enr-resa-type
               move numero-contrat to enr-resa-contrat
               if surreservation
                   move 'S' to enr-resa-surbook
               else
                   move space to enr-resa-surbook
               end-if
               write enr-reservation
                   invalid key rewrite enr-reservation
               end-write
               close loc-fic-resa
           end-if
           .

       mod-historique.
           move date-systeme to lh-date
           move jours to lh-jours
           move 'L' to impr-action
           move loc-ligne-devis to impr-texte
           call 'imprdoc' using impr-demande
           if prepaiement-encaisse
               move montant-prepaiement to ldp-montant
               move remise-prepaiement to ldp-remise
               move reste-du to ldp-reste
               move 'L' to impr-action
               move loc-ligne-prepaiement to impr-texte
               call 'imprdoc' using impr-demande
           end-if
           if fermeture-detectee
               move date-fin to lf-retour
               move 'L' to impr-action
               move loc-ligne-option to impr-texte
               call 'imprdoc' using impr-demande
           end-perform
           perform varying ix-cnd from 1 by 1
               until ix-cnd > nb-conducteurs
               move cnd-ref(ix-cnd) to ldc-ref
               move cnd-nom(ix-cnd) to ldc-nom
               compute ldc-montant = jours * tarif-conducteur
               move 'L' to impr-action
               move loc-ligne-conducteur to impr-texte
               call 'imprdoc' using impr-demande
           end-perform
           move 'F' to impr-action
           call 'imprdoc' using impr-demande
           .
