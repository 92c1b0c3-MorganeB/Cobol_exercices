           select veh-fic-agences assign to "AGENCES"
               organization is line sequential
               file status is veh-agences-statut.
           select veh-fic-immos assign to "IMMOBIL"
               organization is indexed
               access mode is dynamic
               record key is enr-imm-immat
               file status is veh-immo-statut.
           select optional veh-fic-mouvements assign to "CPTMVT"
               organization is line sequential.

       data division.
       file section.
           2 agc-code pic x(3).
           2 agc-nom pic x(30).

       fd veh-fic-immos.
       copy "immobrec.cpy".

       fd veh-fic-mouvements.
       1 mouvement-ligne pic x(80).

       working-storage section.
       1 veh-fic-statut pic xx value '00'.
       1 mode-travail pic x value '1'.
           88 mode-ajout value '1'.
           88 mode-modification value '2'.
           88 mode-cession value '3'.
       1 immat pic x(10).
       1 veh-type pic x.
       1 veh-modele pic x(20).
       1 referentiel-statut pic x value 'n'.
           88 referentiel-present value 'o' false 'n'.

      * Sortie de flotte : prix de cession saisi, plus ou moins-value
      * calculee sur la valeur nette du registre des immobilisations
      * et ecritures deposees pour cptexp.
       1 veh-immo-statut pic xx value '00'.
       1 date-systeme pic 9(8).
       1 date-cession pic 9(8) value 0.
       1 prix-cession pic 9(7)v99 value 0.
       1 valeur-nette pic 9(7)v99 value 0.
       1 prix-achat-cede pic 9(7)v99 value 0.
       1 cumul-amort-cede pic 9(7)v99 value 0.
       1 resultat-cession pic s9(7)v99 value 0.
       1 immo-trouvee pic x value 'n'.
           88 immo-active value 'o' false 'n'.

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

       screen section.
       1 a-plg-titre.
           2 blank screen.
           2 line 2 col 10 'Maintenance du parc de vehicules'.
       1 s-plg-mode.
           2 line 4 col 5 '1=Ajouter  2=Modifier  3=Sortie de flotte '.
           2 s-mode pic x to mode-travail required.
       1 s-plg-immat.
           2 line 6 col 5 'Immatriculation '.
           2 s-modele pic x(20) to veh-modele required.
           2 line 12 col 5 'Km compteur '.
           2 s-km pic 9(6) to veh-km required.
           2 line 14 col 5 'Statut (D=dispo L=loue M=maint I=immob) '.
           2 s-statut pic x to veh-statut required.
           2 line 16 col 5 'Agence de rattachement '.
           2 s-agence pic x(3) to veh-agence.
           2 ' '.
           2 a-statut pic x from enr-veh-statut.

       1 s-plg-cession.
           2 line 9 col 5 'Date de cession (AAAAMMJJ) '.
           2 s-date-cession pic 9(8) to date-cession required.
           2 line 10 col 5 'Prix de cession HT '.
           2 s-prix-cession pic zzzzzzz.zz to prix-cession required.

       1 a-plg-resultat-cession.
           2 line 12 col 5 'Valeur nette comptable '.
           2 a-vnc pic zzzzzz9.99 from valeur-nette.
           2 line 13 col 5 'Plus ou moins-value    '.
           2 a-resultat pic -zzzzzz9.99 from resultat-cession.

       1 plg-vehicule-loue.
           2 line 17 col 5 'Vehicule en location - sortie refusee'.
       1 plg-sans-immo.
           2 line 15 col 5
               'Aucune fiche d''immobilisation - pas d''ecriture'.
       1 plg-existe-deja.
           2 line 17 col 5 'Cette immatriculation existe deja'.
       1 plg-inconnu.
           if veh-fic-statut not = '00'
               display plg-erreur-fichier
           else
               evaluate true
                   when mode-modification
                       perform mod-modification
                   when mode-cession
                       perform mod-cession
                   when other
                       perform mod-ajout
               end-evaluate
               close veh-fic-maitre
           end-if

           end-read
           .

       mod-cession.
           move immat to enr-veh-immat
           read veh-fic-maitre key is enr-veh-immat
               invalid key
                   display plg-inconnu
               not invalid key
                   display a-plg-fiche-actuelle
                   if enr-veh-statut = 'L'
                       display plg-vehicule-loue
                   else
                       display s-plg-cession
                       accept s-date-cession
                       accept s-prix-cession
                       perform mod-cede-immobilisation
      * 'S' = sorti du parc : la fiche reste pour l'historique des
      * contrats mais le vehicule n'est plus jamais propose.
                       move 'S' to enr-veh-statut
                       rewrite enr-vehicule
                       set maj-ok to true
                       move 'VEHICULE-SORTIE' to ops-operation
                   end-if
           end-read
           .

       mod-cede-immobilisation.
           set immo-active to false
           open i-o veh-fic-immos
           if veh-immo-statut = '00'
               move immat to enr-imm-immat
               read veh-fic-immos key is enr-imm-immat
                   invalid key continue
                   not invalid key
                       if enr-imm-statut = 'A'
                           set immo-active to true
                       end-if
               end-read
               if immo-active
                   move enr-imm-prix-achat to prix-achat-cede
                   move enr-imm-cumul to cumul-amort-cede
                   compute valeur-nette =
                       prix-achat-cede - cumul-amort-cede
                   compute resultat-cession =
                       prix-cession - valeur-nette
                   move 'C' to enr-imm-statut
                   move date-cession to enr-imm-date-cession
                   move prix-cession to enr-imm-prix-cession
                   rewrite enr-immo
               end-if
               close veh-fic-immos
           end-if
           if immo-active
               perform mod-ecritures-cession
               display a-plg-resultat-cession
           else
               display plg-sans-immo
           end-if
           .

       mod-ecritures-cession.
      * Trois ecritures : le produit de cession, la sortie de la
      * valeur nette en charge et l'annulation des amortissements
      * cumules ; la plus ou moins-value est le solde des deux
      * premieres.
           call 'datebus' using date-systeme
           open extend veh-fic-mouvements
           move date-systeme to mvt-date
           move immat to mvt-piece
           move 0 to mvt-tva
           if prix-cession > 0
               move 'CES' to mvt-source
               move prix-cession to mvt-montant
               move 'PRIX DE CESSION' to mvt-libelle
               move ligne-mouvement to mouvement-ligne
               write mouvement-ligne
           end-if
           if valeur-nette > 0
               move 'VNC' to mvt-source
               move valeur-nette to mvt-montant
               move 'VALEUR NETTE CEDEE' to mvt-libelle
               move ligne-mouvement to mouvement-ligne
               write mouvement-ligne
           end-if
           if cumul-amort-cede > 0
               move 'SAM' to mvt-source
               move cumul-amort-cede to mvt-montant
               move 'SORTIE AMORTISSEMENT' to mvt-libelle
               move ligne-mouvement to mouvement-ligne
               write mouvement-ligne
           end-if
           close veh-fic-mouvements
           .

       mod-saisie-fiche.
           display s-plg-fiche
           accept s-type
