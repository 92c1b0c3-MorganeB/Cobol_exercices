               organization is indexed
               access mode is dynamic
               record key is enr-ctr-numero
               alternate record key is enr-ctr-client
                   with duplicates
               alternate record key is enr-ctr-immat
                   with duplicates
               file status is ret-contrat-statut.
           select ret-fic-vehicules assign to "VEHMAST"
               organization is indexed
               access mode is dynamic
               record key is enr-resa-cle
               file status is ret-resa-statut.
           select ret-fic-segments assign to "CTRSEGM"
               organization is indexed
               access mode is dynamic
               record key is enr-seg-cle
               file status is ret-seg-statut.
           select ret-fic-resa-opt assign to "OPTRESA"
               organization is indexed
               access mode is dynamic
               record key is enr-orv-cle
               alternate record key is enr-orv-stock
                   with duplicates
               file status is ret-orv-statut.
           select ret-fic-stock-opt assign to "OPTSTK"
               organization is indexed
               access mode is dynamic
               record key is enr-ost-cle
               file status is ret-ost-statut.
           select ret-fic-prepaiements assign to "PREPAY"
               organization is indexed
               access mode is dynamic
               record key is enr-pre-contrat
               file status is ret-pre-statut.
           select ret-fic-tarifs assign to "LOCRATE"
               organization is line sequential
               file status is ret-tarifs-statut.
       fd ret-fic-resa.
       copy "reservrec.cpy".

       fd ret-fic-segments.
       copy "ctrsegrec.cpy".

       fd ret-fic-resa-opt.
       copy "optresrec.cpy".

       fd ret-fic-stock-opt.
       copy "optstkrec.cpy".

       fd ret-fic-prepaiements.
       copy "prepayrec.cpy".

       fd ret-fic-tarifs.
       1 loc-tarif-enr.
           2 lt-type pic x.
       1 ret-veh-statut pic xx value '00'.
       1 ret-resa-statut pic xx value '00'.
       1 ret-tarifs-statut pic xx value '00'.
       1 ret-seg-statut pic xx value '00'.
       1 ret-orv-statut pic xx value '00'.
       1 ret-ost-statut pic xx value '00'.
       1 ret-pre-statut pic xx value '00'.

       1 numero-contrat pic 9(8).
       1 date-retour pic 9(8).

       1 jours-reels pic 999.
       1 km-reels pic 9(6).
      * Kilometres des vehicules remplaces en cours de location
      * (troncons CTRSEGM ecrits par locechg).
       1 km-troncons pic 9(6).
       1 rang-troncon pic 99.
       1 pic x value 'n'.
       88 compteur-exploitable value 'o' false 'n'.
       1 mois-ecoules pic 999.
       1 km-forfait pic 9(8).
       1 km-hors-forfait pic 9(6).
       1 reponse-interieur pic x value 'n'.
           88 interieur-sale value 'o' 'O'.
       1 huitiemes-manquants pic 9.
      * Equipements en option sortis avec le vehicule (OPTRESA) :
      * rendus, manquants ou endommages au retour.
       1 orv-eof pic x value 'n'.
           88 orv-fin-fichier value 'o' false 'n'.
       1 code-equipement pic x(3).
       1 reponse-equipement pic x value 'r'.
           88 equipement-manquant value 'm' 'M'.
           88 equipement-endommage value 'e' 'E'.
       1 montant-anomalie pic 9999v99.
       1 total-surcharges pic 9999v99 value 0.
       1 nb-anomalies pic 9 value 0.
       1 tab-anomalies.
           2 tab-anomalie occurs 8 times.
               3 tab-ano-code pic x(3).
               3 tab-ano-libelle pic x(15).
               3 tab-ano-montant pic 9999v99.
           2 filler pic x(3) value ' - '.
           2 ra-montant pic zzz9.99.

      * Abandon des supplements de retour : accord d'un superviseur
      * (forcapp), ou mise en file ; l'abandon accorde plus tard depuis
      * la file est porte sur le contrat par forcval.
       copy "forcdem.cpy".
       1 reponse-abandon pic x value 'n'.
           88 abandon-demande value 'o' 'O'.
       1 pic x value 'n'.
           88 accord-obtenu value 'o' false 'n'.
       1 motif-accord pic x(30) value spaces.
       1 superviseur-accord pic x(8) value spaces.
       1 passe-accord pic x(8) value spaces.
       1 decision-accord pic x value 'n'.
       1 supplements-abandonnes pic 9999v99 value 0.

       1 ret-ligne-abandon.
           2 filler pic x(25) value '  Supplements abandonnes '.
           2 rb-montant pic zzz9.99.
           2 filler pic x(13) value ' - accord n '.
           2 rb-numero pic 9(8).

      * Prepaiement de la reservation : vient en deduction du cout
      * reel au reglement final.
       1 montant-prepaye pic 9(6)v99 value 0.
       1 solde-prepaye pic 9(6)v99 value 0.
       1 sens-prepaye pic x(15) value spaces.

       1 ret-ligne-prepaiement.
           2 filler pic x(12) value 'Prepaye :   '.
           2 rp-prepaye pic zzzzz9.99.
           2 filler pic x(3) value ' - '.
           2 rp-sens pic x(15).
           2 filler pic x(3) value ' : '.
           2 rp-solde pic zzzzz9.99.

       1 caution-retenue pic 9999v99 value 0.
       1 caution-restituee pic 9999v99 value 0.

           2 line 14 col 5 'Interieur a remettre en etat ? (o/n) '.
           2 s-interieur pic x to reponse-interieur required.

       1 s-plg-equipement.
           2 line 22 col 5 'Equipement '.
           2 a-code-equipement pic x(3) from code-equipement.
           2 ' : r=rendu m=manquant e=endommage '.
           2 s-reponse-equipement pic x to reponse-equipement
               required.

       1 a-plg-surcharges.
           2 line 15 col 5 'Supplements etat vehicule : '.
           2 a-total-surch pic zzz9.99 from total-surcharges.

       1 s-plg-abandon.
           2 line 15 col 45 'Abandonner ? (o/n) '.
           2 s-abandon pic x to reponse-abandon required.

       1 a-plg-accord.
           2 blank screen.
           2 line 4 col 5
               'Accord superviseur requis : abandon des supplements'.
           2 line 6 col 5 'Contrat : '.
           2 a-objet-accord pic x(10) from forc-reference.
           2 '  montant en jeu : '.
           2 a-montant-accord pic zzzzz9.99 from forc-montant.
       1 s-plg-motif-accord.
           2 line 8 col 5 'Motif de la demande '.
           2 s-motif-accord pic x(30) to motif-accord required.
       1 s-plg-superviseur.
           2 line 10 col 5 'Superviseur (vide = mise en attente) '.
           2 s-superviseur-accord pic x(8) to superviseur-accord.
       1 s-plg-passe-accord.
           2 line 11 col 5 'Mot de passe '.
           2 s-passe-accord pic x(8) to passe-accord
               secure required.
           2 line 12 col 5 'Decision (o = accord, n = refus) '.
           2 s-decision-accord pic x to decision-accord required.

       1 plg-accord-donne.
           2 line 21 col 45 'Supplements abandonnes - accord '.
           2 a-accord-numero pic 9(8) from forc-numero.
       1 plg-accord-refuse.
           2 line 21 col 45 'Abandon refuse par le superviseur'.
       1 plg-accord-inconnu.
           2 line 21 col 45 'Superviseur non reconnu'.
       1 plg-accord-attente.
           2 line 21 col 45 'Abandon en attente - numero '.
           2 a-attente-numero pic 9(8) from forc-numero.
       1 plg-accord-indispo.
           2 line 21 col 45 'Derogations indisponibles'.

       1 a-plg-caution.
           2 line 20 col 5 'Caution retenue : '.
           2 a-caut-retenue pic zzz9.99 from caution-retenue.
           2 ' '.
           2 a-ecart pic zzzz.99 from ecart-affiche.

       1 a-plg-prepaye.
           2 line 23 col 5 'Prepaye : '.
           2 a-prepaye pic zzzzz9.99 from montant-prepaye.
           2 '  '.
           2 a-sens-prepaye pic x(15) from sens-prepaye.
           2 ' '.
           2 a-solde-prepaye pic zzzzz9.99 from solde-prepaye.

       1 plg-inconnu.
           2 line 6 col 5 pic x(40) from lib-inconnu.
       1 plg-indispo.
               perform mod-etat-retour
               perform mod-calcule-ecart
               perform mod-solde-caution
               perform mod-solde-prepaiement
               perform mod-cloture-contrat
               perform mod-fidelite-acquiert
               perform mod-libere-vehicule

       mod-calcule-km.
           move 0 to km-reels
           set compteur-exploitable to false
           open i-o ret-fic-vehicules
           if ret-veh-statut = '00'
               move enr-ctr-immat to enr-veh-immat
                       if km-compteur-retour > enr-veh-km
                           compute km-reels =
                               km-compteur-retour - enr-veh-km
                           set compteur-exploitable to true
                       else
                           move enr-ctr-km to km-reels
                       end-if
           else
               move enr-ctr-km to km-reels
           end-if
      * Vehicule echange en cours de location : les kilometres des
      * troncons precedents s'ajoutent a ceux du vehicule rendu.
      * Sans compteur exploitable, l'estimation du contrat couvre
      * deja toute la location et n'est relevee que si les troncons
      * la depassent.
           if enr-ctr-segments > 0
               perform mod-cumule-troncons
               if compteur-exploitable
                   add km-troncons to km-reels
               else
                   if km-troncons > km-reels
                       move km-troncons to km-reels
                   end-if
               end-if
           end-if
           .

       mod-cumule-troncons.
           move 0 to km-troncons
           open input ret-fic-segments
           if ret-seg-statut = '00'
               perform varying rang-troncon from 1 by 1
                   until rang-troncon > enr-ctr-segments
                   move enr-ctr-numero to enr-seg-contrat
                   move rang-troncon to enr-seg-rang
                   read ret-fic-segments key is enr-seg-cle
                       invalid key continue
                       not invalid key
                           if enr-seg-km-retour > enr-seg-km-depart
                               compute km-troncons = km-troncons
                                   + enr-seg-km-retour
                                   - enr-seg-km-depart
                           end-if
                   end-read
               end-perform
               close ret-fic-segments
           end-if
           .

       mod-charge-tarifs.
               move prix-surcharge to montant-anomalie
               perform mod-retient-anomalie
           end-if
           perform mod-retour-equipements

           move 0 to supplements-abandonnes
           if total-surcharges > 0
               add total-surcharges to cout-reel
               perform mod-ecrit-incidents
               display a-plg-surcharges
               display s-plg-abandon
               accept s-abandon
               if abandon-demande
                   perform mod-demande-abandon
               end-if
           end-if
           .

       mod-demande-abandon.
      * Les incidents restent traces ; seul le montant facture tombe.
           set accord-obtenu to false
           move 'SUR' to forc-nature
           move spaces to forc-reference
           move numero-contrat to forc-reference(1:8)
           move total-surcharges to forc-montant
           move 0 to forc-taux
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
           move 'locretour' to forc-programme
           move agence-retour to forc-agence
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

           display a-plg-titre
           display a-plg-contrat
           display a-plg-surcharges
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
           if accord-obtenu
               move total-surcharges to supplements-abandonnes
               subtract total-surcharges from cout-reel
               move 0 to total-surcharges
           end-if
           .

       mod-retour-equipements.
           open i-o ret-fic-resa-opt
           if ret-orv-statut = '00'
               set orv-fin-fichier to false
               move numero-contrat to enr-orv-contrat
               move 0 to enr-orv-rang
               start ret-fic-resa-opt key not < enr-orv-cle
                   invalid key set orv-fin-fichier to true
               end-start
               perform mod-lit-equipement until orv-fin-fichier
               close ret-fic-resa-opt
           end-if
           .

       mod-lit-equipement.
           read ret-fic-resa-opt next record
               at end set orv-fin-fichier to true
               not at end
                   if enr-orv-contrat not = numero-contrat
                       set orv-fin-fichier to true
                   else
                       if enr-orv-statut = 'R'
                           perform mod-controle-equipement
                       end-if
                   end-if
           end-read
           .

       mod-controle-equipement.
      * Un equipement rendu est libere pour les contrats suivants ; un
      * equipement manquant ou endommage est facture comme anomalie,
      * trace en incident et retire du stock de l'agence.
           move enr-orv-code to code-equipement
           move 'r' to reponse-equipement
           display s-plg-equipement
           accept s-reponse-equipement
           move date-retour to enr-orv-date-retour
           evaluate true
               when equipement-manquant
                   move 'M' to enr-orv-statut
                   move 'OPM' to code-anomalie
               when equipement-endommage
                   move 'E' to enr-orv-statut
                   move 'OPE' to code-anomalie
               when other
                   move 'L' to enr-orv-statut
           end-evaluate
           rewrite enr-option-resa
           if enr-orv-statut not = 'L'
               perform mod-prix-surcharge
               move spaces to libelle-surcharge
               if enr-orv-statut = 'M'
                   string enr-orv-code delimited by size
                       ' MANQUANT' delimited by size
                       into libelle-surcharge
                   end-string
               else
                   string enr-orv-code delimited by size
                       ' ENDOMMAGE' delimited by size
                       into libelle-surcharge
                   end-string
               end-if
               move prix-surcharge to montant-anomalie
               perform mod-retient-anomalie
               perform mod-retire-stock
           end-if
           .

       mod-retire-stock.
           open i-o ret-fic-stock-opt
           if ret-ost-statut = '00'
               move enr-orv-stock to enr-ost-cle
               read ret-fic-stock-opt key is enr-ost-cle
                   invalid key continue
                   not invalid key
                       if enr-ost-quantite > 0
                           subtract 1 from enr-ost-quantite
                       end-if
                       move date-retour to enr-ost-date-maj
                       rewrite enr-stock-option
               end-read
               close ret-fic-stock-opt
           end-if
           .

           evaluate code-anomalie
               when 'CAR' move 10 to prix-surcharge
               when 'DEG' move 150 to prix-surcharge
               when 'OPM' move 150 to prix-surcharge
               when 'OPE' move 40 to prix-surcharge
               when other move 50 to prix-surcharge
           end-evaluate
           evaluate code-anomalie
               when 'CAR' move 'CARBURANT /8' to libelle-surcharge
               when 'DEG' move 'DEGATS CARROSS.' to libelle-surcharge
               when 'OPM' move 'OPTION PERDUE' to libelle-surcharge
               when 'OPE' move 'OPTION ABIMEE' to libelle-surcharge
               when other move 'INTERIEUR' to libelle-surcharge
           end-evaluate
           perform varying ix-sur from 1 by 1
           .

       mod-retient-anomalie.
           if nb-anomalies < 8 and montant-anomalie > 0
               add 1 to nb-anomalies
               move code-anomalie to tab-ano-code(nb-anomalies)
               move libelle-surcharge
           end-if
           .

       mod-solde-prepaiement.
      * Le prepaye encaisse a la reservation reste sur le fichier
      * PREPAY jusqu'a la facture du contrat qui l'impute ; le
      * reglement presente ici le reste a regler ou le trop percu.
           move 0 to montant-prepaye
           open input ret-fic-prepaiements
           if ret-pre-statut = '00'
               move numero-contrat to enr-pre-contrat
               read ret-fic-prepaiements key is enr-pre-contrat
                   invalid key continue
                   not invalid key
                       if enr-pre-en-cours
                           move enr-pre-montant to montant-prepaye
                       end-if
               end-read
               close ret-fic-prepaiements
           end-if
           if montant-prepaye > 0
               if cout-reel < montant-prepaye
                   move 'Trop percu' to sens-prepaye
                   compute solde-prepaye = montant-prepaye - cout-reel
               else
                   move 'Reste a regler' to sens-prepaye
                   compute solde-prepaye = cout-reel - montant-prepaye
               end-if
               display a-plg-prepaye
           end-if
           .

       mod-cloture-contrat.
           move 'C' to enr-ctr-statut
           move date-retour to enr-ctr-date-retour
       mod-solde-reservation.
           open i-o ret-fic-resa
           if ret-resa-statut = '00'
      * Contrat jamais affecte : la reservation est encore tenue
      * sur la categorie sous la cle d'attente '*' + contrat.
               if enr-ctr-immat = spaces
                   move spaces to enr-resa-immat
                   move '*' to enr-resa-marque
                   move enr-ctr-numero to enr-resa-contrat-att
               else
                   move enr-ctr-immat to enr-resa-immat
               end-if
               move enr-ctr-date-debut to enr-resa-debut
               read ret-fic-resa key is enr-resa-cle
                   invalid key continue
               move ret-ligne-anomalie to impr-texte
               call 'imprdoc' using impr-demande
           end-perform
           if supplements-abandonnes > 0
               move supplements-abandonnes to rb-montant
               move forc-numero to rb-numero
               move 'L' to impr-action
               move ret-ligne-abandon to impr-texte
               call 'imprdoc' using impr-demande
           end-if
           if enr-ctr-caution > 0
               move enr-ctr-caution to rc-caution
               move caution-retenue to rc-retenue
               move ret-ligne-caution to impr-texte
               call 'imprdoc' using impr-demande
           end-if
           if montant-prepaye > 0
               move montant-prepaye to rp-prepaye
               move sens-prepaye to rp-sens
               move solde-prepaye to rp-solde
               move 'L' to impr-action
               move ret-ligne-prepaiement to impr-texte
               call 'imprdoc' using impr-demande
           end-if
           move 'F' to impr-action
           call 'imprdoc' using impr-demande
           .
