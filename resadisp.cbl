       identification division.
       program-id. resadisp.

       environment division.
       input-output section.
       file-control.
           select dsp-fic-vehicules assign to "VEHMAST"
               organization is indexed
               access mode is dynamic
               record key is enr-veh-immat
               file status is dsp-veh-statut.
           select dsp-fic-resa assign to "RESERV"
               organization is indexed
               access mode is dynamic
               record key is enr-resa-cle
               file status is dsp-resa-statut.
           select dsp-fic-surbook assign to "SURBOOK"
               organization is indexed
               access mode is dynamic
               record key is enr-srb-cle
               file status is dsp-surbook-statut.

       data division.
       file section.
       fd dsp-fic-vehicules.
       copy "vehmastrec.cpy".

       fd dsp-fic-resa.
       copy "reservrec.cpy".

       fd dsp-fic-surbook.
       copy "surbrec.cpy".

       working-storage section.
       1 dsp-veh-statut pic xx value '00'.
       1 dsp-resa-statut pic xx value '00'.
       1 dsp-surbook-statut pic xx value '00'.
       1 veh-eof pic x value 'n'.
           88 veh-fin-fichier value 'o' false 'n'.
       1 resa-eof pic x value 'n'.
           88 resa-fin-fichier value 'o' false 'n'.
       1 table-statut pic x value 'n'.
           88 table-saturee value 'o' false 'n'.
       1 type-resa pic x.
       1 pic x value 'n'.
           88 surbook-ouvert value 'o' false 'n'.
       1 pic x value 'n'.
           88 surbook-possible value 'o' false 'n'.
       1 niveau-jour pic 99.
       1 marge-jour pic s9(5).
       1 marge-mini pic s9(5).

      * Reservations actives de la categorie qui mordent sur la
      * periode demandee, bornees a la periode.
       1 nb-resa pic 9(4) value 0.
       1 ix pic 9(4).
       1 tab-resas.
           2 tab-resa occurs 1000 times.
               3 tr-debut pic 9(8).
               3 tr-fin pic 9(8).

       1 date-jour pic 9(8).
       1 compte-jour pic 9(4).
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

       linkage section.
       copy "dispdem.cpy".

       procedure division using disp-demande.
       mod-mainline.
      * Disponibilite d'une categorie de vehicules sur une agence et
      * une periode : flotte de la categorie (hors vehicules sortis
      * ou immobilises sur sinistre) moins le plus fort nombre de
      * reservations actives un meme jour de la periode. Resultat
      * 'O' = au moins un vehicule libre, 'C' = complet, 'I' = parc
      * indisponible. disp-exclure ecarte la reservation d'un contrat
      * (prolongation de ce meme contrat). Sur demande (disp-surbook),
      * une categorie complete est rendue 'S' si chaque jour reste
      * sous la flotte augmentee du niveau de surreservation.
           move 0 to disp-flotte
           move 0 to disp-engages
           move 0 to disp-libres
           move 0 to nb-resa
           set table-saturee to false
           open input dsp-fic-vehicules
           if dsp-veh-statut not = '00'
               move 'I' to disp-resultat
           else
               perform mod-compte-flotte
               perform mod-charge-reservations
               close dsp-fic-vehicules
               perform mod-ouvre-surbook
               perform mod-calcule-pic
               if surbook-ouvert
                   close dsp-fic-surbook
               end-if
               if disp-engages < disp-flotte
                   compute disp-libres = disp-flotte - disp-engages
               end-if
      * Table saturee : on ne promet rien plutot que de surreserver.
               evaluate true
                   when disp-libres > 0 and not table-saturee
                       move 'O' to disp-resultat
                   when surbook-possible and marge-mini > 0
                       and not table-saturee
                       move marge-mini to disp-libres
                       move 'S' to disp-resultat
                   when other
                       move 0 to disp-libres
                       move 'C' to disp-resultat
               end-evaluate
           end-if
           goback
           .

       mod-ouvre-surbook.
      * Surreservation demandee : chaque jour de la periode doit
      * rester sous flotte + niveau du jour ; un jour sans niveau
      * calcule n'admet aucune surreservation.
           set surbook-ouvert to false
           set surbook-possible to false
           move 99999 to marge-mini
           if disp-surbook = 'O' and disp-agence not = spaces
               open input dsp-fic-surbook
               if dsp-surbook-statut = '00'
                   set surbook-ouvert to true
                   set surbook-possible to true
               end-if
           end-if
           .

       mod-compte-flotte.
           set veh-fin-fichier to false
           move low-values to enr-veh-immat
           start dsp-fic-vehicules key not < enr-veh-immat
               invalid key set veh-fin-fichier to true
           end-start
           perform mod-lit-vehicule until veh-fin-fichier
           .

       mod-lit-vehicule.
           read dsp-fic-vehicules next record
               at end set veh-fin-fichier to true
               not at end
                   if enr-veh-type = disp-type
                       and enr-veh-statut not = 'S'
                       and enr-veh-statut not = 'I'
                       and (disp-agence = spaces
                           or enr-veh-agence = disp-agence
                           or enr-veh-agence = spaces)
                       add 1 to disp-flotte
                   end-if
           end-read
           .

       mod-charge-reservations.
           set resa-fin-fichier to false
           open input dsp-fic-resa
           if dsp-resa-statut not = '00'
               set resa-fin-fichier to true
           else
               move low-values to enr-resa-cle
               start dsp-fic-resa key not < enr-resa-cle
                   invalid key set resa-fin-fichier to true
               end-start
           end-if
           perform mod-lit-resa until resa-fin-fichier
           if dsp-resa-statut = '00' or dsp-resa-statut = '10'
               close dsp-fic-resa
           end-if
           .

       mod-lit-resa.
           read dsp-fic-resa next record
               at end set resa-fin-fichier to true
               not at end
                   if enr-resa-statut = 'A'
                       and enr-resa-debut <= disp-fin
                       and enr-resa-fin >= disp-debut
                       and (disp-exclure = 0
                           or enr-resa-contrat not = disp-exclure)
                       and (disp-agence = spaces
                           or enr-resa-agence = disp-agence
                           or enr-resa-agence = spaces)
                       perform mod-retient-resa
                   end-if
           end-read
           .

       mod-retient-resa.
           move enr-resa-type to type-resa
           if type-resa = space and not enr-resa-non-affectee
               move enr-resa-immat to enr-veh-immat
               read dsp-fic-vehicules key is enr-veh-immat
                   invalid key continue
                   not invalid key move enr-veh-type to type-resa
               end-read
           end-if
           if type-resa = disp-type
               if nb-resa < 1000
                   add 1 to nb-resa
                   move enr-resa-debut to tr-debut(nb-resa)
                   move enr-resa-fin to tr-fin(nb-resa)
               else
                   set table-saturee to true
               end-if
           end-if
           .

       mod-calcule-pic.
      * Parcours jour par jour de la periode (un an au plus) ; le pic
      * d'occupation est retenu comme nombre de vehicules engages.
           move disp-debut to date-calcul
           perform mod-ajuste-fevrier
           move 0 to jr-compteur
           perform until date-calcul > disp-fin or jr-compteur > 366
               add 1 to jr-compteur
               move date-calcul to date-jour
               move 0 to compte-jour
               perform varying ix from 1 by 1 until ix > nb-resa
                   if tr-debut(ix) <= date-jour
                       and tr-fin(ix) >= date-jour
                       add 1 to compte-jour
                   end-if
               end-perform
               if compte-jour > disp-engages
                   move compte-jour to disp-engages
               end-if
               if surbook-possible
                   perform mod-marge-jour
               end-if
               perform mod-jour-suivant
           end-perform
           .

       mod-marge-jour.
           move 0 to niveau-jour
           move disp-agence to enr-srb-agence
           move disp-type to enr-srb-type
           move date-jour to enr-srb-date
           read dsp-fic-surbook key is enr-srb-cle
               invalid key continue
               not invalid key move enr-srb-niveau to niveau-jour
           end-read
           compute marge-jour = disp-flotte + niveau-jour - compte-jour
           if marge-jour < marge-mini
               move marge-jour to marge-mini
           end-if
           .

       mod-jour-suivant.
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
           .

       mod-ajuste-fevrier.
      * Fevrier vaut 29 jours les seules annees bissextiles ; la table
      * est ajustee avant tout calcul de date.
           if function mod(cal-annee, 4) = 0
               and (function mod(cal-annee, 100) not = 0
                   or function mod(cal-annee, 400) = 0)
               move 29 to mois-longueur(2)
           else
               move 28 to mois-longueur(2)
           end-if
           .

       end program resadisp.
