       identification division.
       program-id. clisegm.

       environment division.
       input-output section.
       file-control.
           select sgm-fic-clients assign to "CLIMAST"
               organization is indexed
               access mode is dynamic
               record key is enr-ref
               file status is sgm-client-statut.
           select sgm-fic-contrats assign to "LOCCONTR"
               organization is indexed
               access mode is dynamic
               record key is enr-ctr-numero
               alternate record key is enr-ctr-client
                   with duplicates
               alternate record key is enr-ctr-immat
                   with duplicates
               file status is sgm-contrat-statut.
           select sgm-fic-registre assign to "FACTREG"
               organization is indexed
               access mode is dynamic
               record key is reg-cle
               alternate record key is reg-client with duplicates
               file status is sgm-registre-statut.
           select sgm-fic-paiements assign to "PAIEMENT"
               organization is indexed
               access mode is dynamic
               record key is enr-pai-cle
               file status is sgm-paiement-statut.
           select sgm-fic-rapport assign to "SEGRAPP"
               organization is line sequential.

       data division.
       file section.
       fd sgm-fic-clients.
       copy "clientrec.cpy".

       fd sgm-fic-contrats.
       copy "contratrec.cpy".

       fd sgm-fic-registre.
       copy "factregrec.cpy".

       fd sgm-fic-paiements.
       copy "paiemrec.cpy".

       fd sgm-fic-rapport.
       1 rapport-ligne pic x(100).

       working-storage section.
       1 sgm-client-statut pic xx value '00'.
       1 sgm-contrat-statut pic xx value '00'.
       1 sgm-registre-statut pic xx value '00'.
       1 sgm-paiement-statut pic xx value '00'.
       1 client-eof pic x value 'n'.
           88 client-fin-fichier value 'o' false 'n'.
       1 fic-eof pic x value 'n'.
           88 fic-fin-fichier value 'o' false 'n'.
       1 paiement-eof pic x value 'n'.
           88 paiement-fin-fichier value 'o' false 'n'.
       1 pic x value 'n'.
           88 clients-ouverts value 'o' false 'n'.
       1 pic x value 'n'.
           88 contrats-ouverts value 'o' false 'n'.
       1 pic x value 'n'.
           88 registre-ouvert value 'o' false 'n'.
       1 pic x value 'n'.
           88 paiements-ouverts value 'o' false 'n'.
       1 pic x value 'n'.
           88 table-saturee value 'o' false 'n'.

       copy "segvaltab.cpy".

       1 date-systeme pic 9(8).
       1 date-systeme-vue redefines date-systeme.
           2 sys-annee pic 9999.
           2 sys-mois pic 99.
           2 filler pic 99.
      * Fenetre de calcul : les 24 derniers mois.
       1 date-limite pic 9(8).

      * Releve des pieces du client en cours.
       1 nb-contrats-total pic 9(4).
       1 nb-contrats-fenetre pic 9(4).
       1 derniere-location pic 9(8).
       1 derniere-vue redefines derniere-location.
           2 der-annee pic 9999.
           2 der-mois pic 99.
           2 filler pic 99.
       1 derniere-agence pic x(3).
       1 mois-ecart pic s9(5).
       1 montant-regle pic s9(7)v99.
       1 facture-ttc pic 9(6)v99.
       1 facture-regle pic 9(6)v99.

       1 rg-ligne pic x(80).
       1 rg-vue redefines rg-ligne.
           2 rg-numero pic 9(8).
           2 filler pic x.
           2 rg-date pic 9(8).
           2 filler pic x.
           2 rg-contrat pic x(8).
           2 filler pic x.
           2 rg-client pic x(8).
           2 filler pic x.
           2 rg-ht pic x(9).
           2 filler pic x.
           2 rg-tva pic x(9).
           2 filler pic x.
           2 rg-ttc pic x(9).
           2 filler pic x.
           2 rg-sens pic x.
           2 filler pic x(12).

       1 note-recence pic 9.
       1 note-frequence pic 9.
       1 note-montant pic 9.
       1 segment-calcule pic xx.
       1 sx pic 9.
       1 sx-trouve pic 9.

      * Repartition par agence de la derniere location ; '---' pour
      * les clients sans location.
       1 nb-agences pic 99 value 0.
       1 ax pic 99.
       1 ax-trouve pic 99.
       1 tab-agences.
           2 tab-agence occurs 50 times.
               3 agc-code pic x(3).
               3 agc-segment pic 9(6) occurs 7 times.
               3 agc-total pic 9(6).
       1 tot-segments.
           2 tot-segment pic 9(6) occurs 7 times.
       1 tot-clients pic 9(6) value 0.

       1 lu-compteur pic 9(6) value 0.
       1 note-compteur pic 9(6) value 0.

       1 rapport-titre.
           2 filler pic x(38) value
               'SEGMENTS DE VALEUR CLIENT PAR AGENCE '.
           2 tit-date pic 9(8).
       1 rapport-entete.
           2 filler pic x(6) value 'AGENCE'.
           2 ent-segment pic x(7) occurs 7 times.
           2 filler pic x(8) value '   TOTAL'.
       1 rapport-ligne-detail.
           2 det-agence pic x(3).
           2 filler pic x(3) value spaces.
           2 det-segment pic zzzzzz9 occurs 7 times.
           2 det-total pic zzzzzzz9.
       1 rapport-legende.
           2 leg-code pic xx.
           2 filler pic x(3) value ' : '.
           2 leg-libelle pic x(12).
           2 filler pic x(3) value spaces.
           2 leg-nombre pic zzzzz9.

       procedure division.
       mod-mainline.
      * Segmentation mensuelle des clients actifs : recence de la
      * derniere location, nombre de locations et montant regle des
      * 24 derniers mois (LOCCONTR, FACTREG et PAIEMENT, net des
      * avoirs) notes de 1 a 5, segment porte sur la fiche client
      * (enr-val-segment) et repartition par agence sur SEGRAPP.
           perform mod-init
           perform mod-traitement until client-fin-fichier
           perform mod-edite-rapport
           perform mod-fin
           goback
           .

       mod-init.
           call 'datebus' using date-systeme
           compute date-limite = date-systeme - 20000
           perform varying sx from 1 by 1 until sx > nb-seg-valeurs
               move 0 to tot-segment(sx)
           end-perform

           set contrats-ouverts to false
           open input sgm-fic-contrats
           if sgm-contrat-statut = '00'
               set contrats-ouverts to true
           end-if
           set registre-ouvert to false
           open input sgm-fic-registre
           if sgm-registre-statut = '00'
               set registre-ouvert to true
           end-if
           set paiements-ouverts to false
           open input sgm-fic-paiements
           if sgm-paiement-statut = '00'
               set paiements-ouverts to true
           end-if

           set client-fin-fichier to false
           open i-o sgm-fic-clients
           if sgm-client-statut not = '00'
               set client-fin-fichier to true
               display 'CLIMAST indisponible - aucun segment calcule'
               move 8 to return-code
           else
               set clients-ouverts to true
               move low-values to enr-ref
               start sgm-fic-clients key not < enr-ref
                   invalid key set client-fin-fichier to true
               end-start
           end-if
           .

       mod-traitement.
           read sgm-fic-clients next record
               at end set client-fin-fichier to true
               not at end
                   add 1 to lu-compteur
                   if enr-statut not = 'I'
                       perform mod-note-client
                   end-if
           end-read
           .

       mod-note-client.
           perform mod-releve-contrats
           perform mod-releve-montants
           perform mod-calcule-notes
           perform mod-attribue-segment

           move segment-calcule to enr-val-segment
           move note-recence to enr-val-recence
           move note-frequence to enr-val-frequence
           move note-montant to enr-val-montant
           move date-systeme to enr-val-date
           rewrite enr-client
           add 1 to note-compteur
           perform mod-compte-segment
           .

       mod-releve-contrats.
      * Releve des locations et des montants regles du client
      * Les contrats annules avant depart ('A') ne comptent pas.
           move 0 to nb-contrats-total
           move 0 to nb-contrats-fenetre
           move 0 to derniere-location
           move '---' to derniere-agence
           if contrats-ouverts
               set fic-fin-fichier to false
               move enr-ref to enr-ctr-client
               start sgm-fic-contrats key = enr-ctr-client
                   invalid key set fic-fin-fichier to true
               end-start
               perform mod-lit-contrat until fic-fin-fichier
           end-if
           .

       mod-lit-contrat.
           read sgm-fic-contrats next record
               at end set fic-fin-fichier to true
               not at end
                   if enr-ctr-client not = enr-ref
                       set fic-fin-fichier to true
                   else
                       if enr-ctr-statut not = 'A'
                           and enr-ctr-date-debut <= date-systeme
                           perform mod-retient-contrat
                       end-if
                   end-if
           end-read
           .

       mod-retient-contrat.
           add 1 to nb-contrats-total
           if enr-ctr-date-debut >= date-limite
               add 1 to nb-contrats-fenetre
           end-if
           if enr-ctr-date-debut > derniere-location
               move enr-ctr-date-debut to derniere-location
               move enr-ctr-agence-dep to derniere-agence
           end-if
           .

       mod-releve-montants.
      * Montant regle : paiements recus sur les factures de la
      * fenetre (plafonnes au TTC), moins les avoirs de la fenetre.
           move 0 to montant-regle
           if registre-ouvert
               set fic-fin-fichier to false
               move enr-ref to reg-client
               start sgm-fic-registre key = reg-client
                   invalid key set fic-fin-fichier to true
               end-start
               perform mod-lit-piece until fic-fin-fichier
           end-if
           if montant-regle < 0
               move 0 to montant-regle
           end-if
           .

       mod-lit-piece.
           read sgm-fic-registre next record
               at end set fic-fin-fichier to true
               not at end
                   if reg-client not = enr-ref
                       set fic-fin-fichier to true
                   else
                       move registre-ligne to rg-ligne
                       if rg-ligne(1:8) numeric
                           and rg-date >= date-limite
                           perform mod-retient-piece
                       end-if
                   end-if
           end-read
           .

       mod-retient-piece.
           if rg-ttc = spaces
               move 0 to facture-ttc
           else
               compute facture-ttc = function numval(rg-ttc)
           end-if
           if rg-sens = 'A'
               subtract facture-ttc from montant-regle
           else
               perform mod-cumule-paiements
               if facture-regle > facture-ttc
                   move facture-ttc to facture-regle
               end-if
               add facture-regle to montant-regle
           end-if
           .

       mod-cumule-paiements.
           move 0 to facture-regle
           if paiements-ouverts
               set paiement-fin-fichier to false
               move rg-numero to enr-pai-facture
               move 0 to enr-pai-seq
               start sgm-fic-paiements key not < enr-pai-cle
                   invalid key set paiement-fin-fichier to true
               end-start
               perform mod-lit-paiement until paiement-fin-fichier
           end-if
           .

       mod-lit-paiement.
           read sgm-fic-paiements next record
               at end set paiement-fin-fichier to true
               not at end
                   if enr-pai-facture not = rg-numero
                       set paiement-fin-fichier to true
                   else
                       add enr-pai-montant to facture-regle
                   end-if
           end-read
           .

       mod-calcule-notes.
      * Notes et segment
           move 0 to note-recence
           if nb-contrats-total > 0
               compute mois-ecart = (sys-annee * 12 + sys-mois)
                   - (der-annee * 12 + der-mois)
               evaluate true
                   when mois-ecart <= 1 move 5 to note-recence
                   when mois-ecart <= 3 move 4 to note-recence
                   when mois-ecart <= 6 move 3 to note-recence
                   when mois-ecart <= 12 move 2 to note-recence
                   when other move 1 to note-recence
               end-evaluate
           end-if

           evaluate true
               when nb-contrats-fenetre >= 12 move 5 to note-frequence
               when nb-contrats-fenetre >= 6 move 4 to note-frequence
               when nb-contrats-fenetre >= 3 move 3 to note-frequence
               when nb-contrats-fenetre = 2 move 2 to note-frequence
               when other move 1 to note-frequence
           end-evaluate

           evaluate true
               when montant-regle >= 5000 move 5 to note-montant
               when montant-regle >= 2000 move 4 to note-montant
               when montant-regle >= 800 move 3 to note-montant
               when montant-regle >= 300 move 2 to note-montant
               when other move 1 to note-montant
           end-evaluate
           .

       mod-attribue-segment.
           evaluate true
               when nb-contrats-total = 0
                   move 'SL' to segment-calcule
                   move 0 to note-frequence
                   move 0 to note-montant
               when note-recence >= 4 and note-frequence >= 4
                   and note-montant >= 4
                   move 'PR' to segment-calcule
               when note-recence >= 3 and note-frequence >= 3
                   move 'FI' to segment-calcule
               when nb-contrats-total = 1 and note-recence >= 4
                   move 'NV' to segment-calcule
               when note-recence >= 3
                   move 'OC' to segment-calcule
               when note-frequence >= 3
                   move 'AR' to segment-calcule
               when other
                   move 'IN' to segment-calcule
           end-evaluate
           .

       mod-compte-segment.
           move 0 to sx-trouve
           perform varying sx from 1 by 1 until sx > nb-seg-valeurs
               if sv-code(sx) = segment-calcule
                   move sx to sx-trouve
               end-if
           end-perform

           move 0 to ax-trouve
           perform varying ax from 1 by 1 until ax > nb-agences
               if agc-code(ax) = derniere-agence
                   move ax to ax-trouve
               end-if
           end-perform
           if ax-trouve = 0
               if nb-agences < 50
                   add 1 to nb-agences
                   move nb-agences to ax-trouve
                   move derniere-agence to agc-code(ax-trouve)
                   move 0 to agc-total(ax-trouve)
                   perform varying sx from 1 by 1
                       until sx > nb-seg-valeurs
                       move 0 to agc-segment(ax-trouve, sx)
                   end-perform
               else
                   set table-saturee to true
               end-if
           end-if

           if sx-trouve > 0
               add 1 to tot-segment(sx-trouve)
               if ax-trouve > 0
                   add 1 to agc-segment(ax-trouve, sx-trouve)
               end-if
           end-if
           if ax-trouve > 0
               add 1 to agc-total(ax-trouve)
           end-if
           add 1 to tot-clients
           .

       mod-edite-rapport.
      * Etat de repartition
           open output sgm-fic-rapport
           move date-systeme to tit-date
           move rapport-titre to rapport-ligne
           write rapport-ligne
           perform varying sx from 1 by 1 until sx > nb-seg-valeurs
               move spaces to ent-segment(sx)
               move sv-code(sx) to ent-segment(sx)(6:2)
           end-perform
           move rapport-entete to rapport-ligne
           write rapport-ligne

           perform varying ax from 1 by 1 until ax > nb-agences
               move agc-code(ax) to det-agence
               perform varying sx from 1 by 1
                   until sx > nb-seg-valeurs
                   move agc-segment(ax, sx) to det-segment(sx)
               end-perform
               move agc-total(ax) to det-total
               move rapport-ligne-detail to rapport-ligne
               write rapport-ligne
           end-perform

           move 'TOT' to det-agence
           perform varying sx from 1 by 1 until sx > nb-seg-valeurs
               move tot-segment(sx) to det-segment(sx)
           end-perform
           move tot-clients to det-total
           move rapport-ligne-detail to rapport-ligne
           write rapport-ligne

           move spaces to rapport-ligne
           write rapport-ligne
           perform varying sx from 1 by 1 until sx > nb-seg-valeurs
               move sv-code(sx) to leg-code
               move sv-libelle(sx) to leg-libelle
               move tot-segment(sx) to leg-nombre
               move rapport-legende to rapport-ligne
               write rapport-ligne
           end-perform
           close sgm-fic-rapport
           .

       mod-fin.
           if clients-ouverts
               close sgm-fic-clients
           end-if
           if contrats-ouverts
               close sgm-fic-contrats
           end-if
           if registre-ouvert
               close sgm-fic-registre
           end-if
           if paiements-ouverts
               close sgm-fic-paiements
           end-if
           display 'Clients lus : ' lu-compteur
           display 'Clients segmentes : ' note-compteur
           if table-saturee
               display 'Plus de 50 agences - etat incomplet'
               move 4 to return-code
           end-if
           .

       end program clisegm.
