       identification division.
       program-id. resasurb.

       environment division.
       input-output section.
       file-control.
           select srb-fic-resa assign to "RESERV"
               organization is indexed
               access mode is dynamic
               record key is enr-resa-cle
               file status is srb-resa-statut.
           select srb-fic-vehicules assign to "VEHMAST"
               organization is indexed
               access mode is dynamic
               record key is enr-veh-immat
               file status is srb-veh-statut.
           select srb-fic-noshow assign to "NOSHOW"
               organization is line sequential
               file status is srb-noshow-statut.
           select srb-fic-surbook assign to "SURBOOK"
               organization is indexed
               access mode is dynamic
               record key is enr-srb-cle
               file status is srb-surbook-statut.
           select srb-fic-param assign to "SURBPRM"
               organization is line sequential
               file status is srb-param-statut.
           select srb-fic-rapport assign to "SURBLIST"
               organization is line sequential.

       data division.
       file section.
       fd srb-fic-resa.
       copy "reservrec.cpy".

       fd srb-fic-vehicules.
       copy "vehmastrec.cpy".

       fd srb-fic-noshow.
       1 srb-noshow-ligne pic x(80).

       fd srb-fic-surbook.
       copy "surbrec.cpy".

       fd srb-fic-param.
       1 srb-param-enr.
           2 prm-risque pic 9v999.
           2 filler pic x.
           2 prm-niveau-maxi pic 99.
           2 filler pic x.
           2 prm-horizon pic 999.
           2 filler pic x.
           2 prm-observations pic 9(4).

       fd srb-fic-rapport.
       1 rapport-ligne pic x(100).

       working-storage section.
       1 srb-resa-statut pic xx value '00'.
       1 srb-veh-statut pic xx value '00'.
       1 srb-noshow-statut pic xx value '00'.
       1 srb-surbook-statut pic xx value '00'.
       1 srb-param-statut pic xx value '00'.
       1 resa-eof pic x value 'n'.
           88 resa-fin-fichier value 'o' false 'n'.
       1 veh-eof pic x value 'n'.
           88 veh-fin-fichier value 'o' false 'n'.
       1 noshow-eof pic x value 'n'.
           88 noshow-fin-fichier value 'o' false 'n'.
       1 pic x value 'n'.
           88 resa-ouverte value 'o' false 'n'.
       1 pic x value 'n'.
           88 vehicules-ouverts value 'o' false 'n'.
       1 pic x value 'n'.
           88 surbook-ouvert value 'o' false 'n'.
       1 pic x value 'n'.
           88 table-saturee value 'o' false 'n'.
       1 depassement pic x value 'n'.
           88 depassement-detectee value 'o' false 'n'.

      * Risque maximal accepte de manquer de vehicule un jour donne,
      * plafond du niveau de surreservation, horizon des niveaux
      * ecrits et nombre minimal de reservations observees pour
      * qu'un taux de no-show soit retenu.
       1 risque-maxi pic 9v999 value 0.050.
       1 niveau-maxi pic 99 value 3.
       1 horizon pic 999 value 90.
       1 observations-mini pic 9(4) value 30.

      * Vue d'une ligne NOSHOW ecrite par resanett.
       1 nsh-ligne pic x(80).
       1 nsh-vue redefines nsh-ligne.
           2 nsh-date pic 9(8).
           2 filler pic x.
           2 nsh-client pic x(8).
           2 filler pic x.
           2 nsh-immat pic x(10).
           2 filler pic x.
           2 nsh-debut pic 9(8).
           2 filler pic x(43).

       1 date-systeme pic 9(8).
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

       1 zeller-annee pic 9999.
       1 zeller-mois pic 99.
       1 zel-terme pic 9(4).
       1 zel-a4 pic 9(4).
       1 zel-a100 pic 9(4).
       1 zel-a400 pic 9(4).
       1 jour-semaine pic 9.
       1 jx pic 9.

       1 groupe-agence pic x(3).
       1 groupe-type pic x.

      * Statistiques par agence et categorie, jour de la semaine du
      * depart (1 = dimanche ... 7 = samedi), et niveau retenu.
       1 nb-groupes pic 999 value 0.
       1 gx pic 999.
       1 gx-trouve pic 999.
       1 tab-groupes.
           2 tab-groupe occurs 200 times.
               3 grp-agence pic x(3).
               3 grp-type pic x.
               3 grp-flotte pic 9(4).
               3 grp-resa-total pic 9(6).
               3 grp-noshow-total pic 9(6).
               3 grp-jour occurs 7 times.
                   4 gj-resa pic 9(6).
                   4 gj-noshow pic 9(6).
                   4 gj-taux pic 9v9999.
                   4 gj-niveau pic 99.
                   4 gj-risque pic 9v9(6).

      * Loi binomiale : sur b reservations, chaque client se presente
      * avec la probabilite q = 1 - taux de no-show ; le risque est
      * la probabilite que plus de f clients (la flotte) se
      * presentent, somme des termes C(b,r) q**(b-r) p**r pour r de
      * 0 a b - f - 1.
       1 taux-noshow pic 9v9999.
       1 taux-presence pic 9v9999.
       1 bin-b pic 9(4).
       1 bin-r pic 9(4).
       1 bin-k pic 9(4).
       1 bin-f pic 9(4).
       1 bin-niveau pic 99.
       1 bin-coef pic 9(31).
       1 bin-puissance pic 9v9(30).
       1 bin-terme pic 9v9(30).
       1 bin-risque pic 9v9(30).
       1 niveau-retenu pic 99.
       1 risque-retenu pic 9v9(6).
       1 pic x value 'n'.
           88 niveau-atteint value 'o' false 'n'.

      * Arithmetique multi-precision de factoriel : le coefficient
      * C(n,r) est porte par une table de chiffres en base 10, poids
      * faible en tete, et calcule comme dans mod-combinatoire.
       1 grand-nombre.
           2 gn-chiffre pic 9 occurs 200 times.
       1 gn-long pic 999 value 1.
       1 gn-mult pic 9(4).
       1 gn-div pic 9(4).
       1 gn-retenue pic 9(8).
       1 gn-produit pic 9(8).
       1 gn-valeur pic 9(6).
       1 gn-reste pic 9(4).
       1 nx pic 999.
       1 i pic 9(4).

       1 resa-compteur pic 9(6) value 0.
       1 noshow-compteur pic 9(6) value 0.
       1 inconnu-compteur pic 9(6) value 0.
       1 ecrit-compteur pic 9(6) value 0.

       1 rapport-titre.
           2 filler pic x(36) value
               'NIVEAUX DE SURRESERVATION CALCULES '.
           2 tit-date pic 9(8).
           2 filler pic x(17) value ' - RISQUE MAXI : '.
           2 tit-risque pic 9.999.

       1 rapport-entete pic x(100) value
           'AGC T FLOTTE JOUR  RESAS NOSHOW  TAUX   NIVEAU RISQUE'.

       1 rapport-ligne-detail.
           2 det-agence pic x(3).
           2 filler pic x value space.
           2 det-type pic x.
           2 filler pic x value space.
           2 det-flotte pic zzzz9.
           2 filler pic x(2) value spaces.
           2 det-jour pic x(3).
           2 filler pic x value space.
           2 det-resa pic zzzzz9.
           2 filler pic x value space.
           2 det-noshow pic zzzzz9.
           2 filler pic x value space.
           2 det-taux pic 9.9999.
           2 filler pic x(2) value spaces.
           2 det-niveau pic z9.
           2 filler pic x(4) value spaces.
           2 det-risque pic 9.9(6).

       1 tab-noms-jour.
           2 filler pic x(21) value 'DIMLUNMARMERJEUVENSAM'.
       1 tab-noms-vue redefines tab-noms-jour.
           2 nom-jour pic x(3) occurs 7 times.

       procedure division.
       mod-mainline.
      * Surreservation controlee : les taux de no-show observes (NOSHOW
      * rapproche de RESERV) par agence, categorie et jour de la
      * semaine donnent, par la loi binomiale, le nombre de
      * reservations acceptables au-dela de la flotte sans que le
      * risque de manquer de vehicule depasse le seuil choisi. Les
      * niveaux sont ecrits jour par jour sur SURBOOK, lus par
      * resadisp pour les departs differes.
           perform mod-init
           if not resa-ouverte or not vehicules-ouverts
               display 'RESERV ou VEHMAST indisponible - '
                   'aucun niveau calcule'
               move 8 to return-code
           else
               perform mod-compte-flotte
               perform mod-compte-reservations
               perform mod-compte-noshow
               perform mod-calcule-niveaux
               perform mod-ecrit-niveaux
           end-if
           perform mod-fin
           goback
           .

       mod-init.
           call 'datebus' using date-systeme
           open input srb-fic-param
           if srb-param-statut = '00'
               read srb-fic-param
                   at end continue
                   not at end
                       if prm-risque numeric
                           move prm-risque to risque-maxi
                       end-if
                       if prm-niveau-maxi numeric
                           and prm-niveau-maxi <= 10
                           move prm-niveau-maxi to niveau-maxi
                       end-if
                       if prm-horizon numeric and prm-horizon > 0
                           and prm-horizon <= 366
                           move prm-horizon to horizon
                       end-if
                       if prm-observations numeric
                           move prm-observations to observations-mini
                       end-if
               end-read
               close srb-fic-param
           end-if

           set resa-ouverte to false
           open input srb-fic-resa
           if srb-resa-statut = '00'
               set resa-ouverte to true
           end-if
           set vehicules-ouverts to false
           open input srb-fic-vehicules
           if srb-veh-statut = '00'
               set vehicules-ouverts to true
           end-if
           .

       mod-compte-flotte.
      * Meme flotte que resadisp : hors vehicules sortis du parc ou
      * immobilises sur sinistre.
           set veh-fin-fichier to false
           move low-values to enr-veh-immat
           start srb-fic-vehicules key not < enr-veh-immat
               invalid key set veh-fin-fichier to true
           end-start
           perform mod-lit-vehicule until veh-fin-fichier
           .

       mod-lit-vehicule.
           read srb-fic-vehicules next record
               at end set veh-fin-fichier to true
               not at end
                   if enr-veh-statut not = 'S'
                       and enr-veh-statut not = 'I'
                       and enr-veh-agence not = spaces
                       move enr-veh-agence to groupe-agence
                       move enr-veh-type to groupe-type
                       perform mod-recherche-groupe
                       if gx-trouve > 0
                           add 1 to grp-flotte(gx-trouve)
                       end-if
                   end-if
           end-read
           .

       mod-compte-reservations.
      * Reservations dont le depart est passe : honorees (en cours
      * 'A' ou soldees 'N') ou non honorees ('X').
           set resa-fin-fichier to false
           move low-values to enr-resa-cle
           start srb-fic-resa key not < enr-resa-cle
               invalid key set resa-fin-fichier to true
           end-start
           perform mod-lit-resa until resa-fin-fichier
           .

       mod-lit-resa.
           read srb-fic-resa next record
               at end set resa-fin-fichier to true
               not at end
                   if enr-resa-debut < date-systeme
                       and (enr-resa-statut = 'A'
                           or enr-resa-statut = 'N'
                           or enr-resa-statut = 'X')
                       perform mod-groupe-resa
                       if gx-trouve > 0
                           add 1 to resa-compteur
                           add 1 to grp-resa-total(gx-trouve)
                           add 1 to gj-resa(gx-trouve, jx)
                       end-if
                   end-if
           end-read
           .

       mod-groupe-resa.
      * Agence, categorie et jour de depart d'une reservation ; la
      * categorie des reservations anciennes est celle du vehicule.
           move 0 to gx-trouve
           move enr-resa-agence to groupe-agence
           move enr-resa-type to groupe-type
           if groupe-type = space and not enr-resa-non-affectee
               move enr-resa-immat to enr-veh-immat
               read srb-fic-vehicules key is enr-veh-immat
                   invalid key continue
                   not invalid key move enr-veh-type to groupe-type
               end-read
           end-if
           if groupe-agence = spaces or groupe-type = space
               add 1 to inconnu-compteur
           else
               perform mod-recherche-groupe
               move enr-resa-debut to date-calcul
               perform mod-jour-semaine
               compute jx = jour-semaine + 1
           end-if
           .

       mod-compte-noshow.
      * Chaque ligne du journal est rapprochee de sa reservation
      * (vehicule ou cle d'attente + date de depart).
           set noshow-fin-fichier to false
           open input srb-fic-noshow
           if srb-noshow-statut not = '00'
               set noshow-fin-fichier to true
           end-if
           perform mod-lit-noshow until noshow-fin-fichier
           if srb-noshow-statut = '00' or srb-noshow-statut = '10'
               close srb-fic-noshow
           end-if
           .

       mod-lit-noshow.
           read srb-fic-noshow
               at end set noshow-fin-fichier to true
               not at end
                   move srb-noshow-ligne to nsh-ligne
                   if nsh-debut numeric
                       move nsh-immat to enr-resa-immat
                       move nsh-debut to enr-resa-debut
                       read srb-fic-resa key is enr-resa-cle
                           invalid key add 1 to inconnu-compteur
                           not invalid key
                               perform mod-groupe-resa
                               if gx-trouve > 0
                                   add 1 to noshow-compteur
                                   add 1 to
                                       grp-noshow-total(gx-trouve)
                                   add 1 to gj-noshow(gx-trouve, jx)
                               end-if
                       end-read
                   end-if
           end-read
           .

       mod-recherche-groupe.
           move 0 to gx-trouve
           perform varying gx from 1 by 1
               until gx > nb-groupes or gx-trouve > 0
               if grp-agence(gx) = groupe-agence
                   and grp-type(gx) = groupe-type
                   move gx to gx-trouve
               end-if
           end-perform
           if gx-trouve = 0
               if nb-groupes < 200
                   add 1 to nb-groupes
                   move nb-groupes to gx-trouve
                   move groupe-agence to grp-agence(gx-trouve)
                   move groupe-type to grp-type(gx-trouve)
                   move 0 to grp-flotte(gx-trouve)
                   move 0 to grp-resa-total(gx-trouve)
                   move 0 to grp-noshow-total(gx-trouve)
                   perform varying jx from 1 by 1 until jx > 7
                       move 0 to gj-resa(gx-trouve, jx)
                       move 0 to gj-noshow(gx-trouve, jx)
                       move 0 to gj-taux(gx-trouve, jx)
                       move 0 to gj-niveau(gx-trouve, jx)
                       move 0 to gj-risque(gx-trouve, jx)
                   end-perform
               else
                   set table-saturee to true
               end-if
           end-if
           .

       mod-calcule-niveaux.
      * Taux du jour de la semaine si l'historique est suffisant, a
      * defaut taux de l'agence et categorie tous jours confondus ;
      * sans historique suffisant, aucune surreservation.
           perform varying gx from 1 by 1 until gx > nb-groupes
               perform varying jx from 1 by 1 until jx > 7
                   move 0 to taux-noshow
                   if gj-resa(gx, jx) >= observations-mini
                       and gj-resa(gx, jx) > 0
                       compute taux-noshow rounded =
                           gj-noshow(gx, jx) / gj-resa(gx, jx)
                   else
                       if grp-resa-total(gx) >= observations-mini
                           and grp-resa-total(gx) > 0
                           compute taux-noshow rounded =
                               grp-noshow-total(gx)
                               / grp-resa-total(gx)
                       end-if
                   end-if
                   move taux-noshow to gj-taux(gx, jx)
                   move 0 to niveau-retenu
                   move 0 to risque-retenu
                   if taux-noshow > 0 and grp-flotte(gx) > 0
                       move grp-flotte(gx) to bin-f
                       perform mod-niveau-binomial
                   end-if
                   move niveau-retenu to gj-niveau(gx, jx)
                   move risque-retenu to gj-risque(gx, jx)
               end-perform
           end-perform
           .

       mod-niveau-binomial.
      * Le niveau monte tant que le risque reste sous le seuil.
           compute taux-presence = 1 - taux-noshow
           set niveau-atteint to false
           perform varying bin-niveau from 1 by 1
               until bin-niveau > niveau-maxi or niveau-atteint
               compute bin-b = bin-f + bin-niveau
               perform mod-risque-binomial
               if bin-risque > risque-maxi or depassement-detectee
                   set niveau-atteint to true
               else
                   move bin-niveau to niveau-retenu
                   compute risque-retenu rounded = bin-risque
               end-if
           end-perform
           .

       mod-risque-binomial.
      * P(plus de f presents sur b) : r no-show de 0 a b - f - 1.
           move 0 to bin-risque
           set depassement-detectee to false
           compute bin-k = bin-b - bin-f - 1
           perform varying bin-r from 0 by 1
               until bin-r > bin-k or depassement-detectee
               perform mod-combinatoire
               if not depassement-detectee
                   move 1 to bin-puissance
                   perform varying i from 1 by 1 until i > bin-r
                       compute bin-puissance rounded =
                           bin-puissance * taux-noshow
                   end-perform
                   compute bin-b = bin-b - bin-r
                   perform varying i from 1 by 1 until i > bin-b
                       compute bin-puissance rounded =
                           bin-puissance * taux-presence
                   end-perform
                   compute bin-b = bin-b + bin-r
                   compute bin-terme rounded = bin-coef * bin-puissance
                   add bin-terme to bin-risque
                       on size error set depassement-detectee to true
                   end-add
               end-if
           end-perform
           .

       mod-combinatoire.
      * C(b,r) par produit de (b-r+k)/k pour k = 1..r : chaque
      * division intermediaire tombe juste, le resultat reste exact.
           perform mod-gn-init
           perform varying i from 1 by 1 until i > bin-r
                                            or depassement-detectee
               compute gn-mult = bin-b - bin-r + i
               perform mod-gn-multiplie
               move i to gn-div
               perform mod-gn-divise
           end-perform
           move 0 to bin-coef
           if gn-long > 31
               set depassement-detectee to true
           end-if
           if not depassement-detectee
               perform varying nx from gn-long by -1 until nx < 1
                   compute bin-coef = (bin-coef * 10) + gn-chiffre(nx)
               end-perform
           end-if
           .

       mod-gn-init.
           move all '0' to grand-nombre
           move 1 to gn-chiffre(1)
           move 1 to gn-long
           .

       mod-gn-multiplie.
           move 0 to gn-retenue
           perform varying nx from 1 by 1 until nx > gn-long
               compute gn-produit =
                   (gn-chiffre(nx) * gn-mult) + gn-retenue
               compute gn-chiffre(nx) =
                   function mod(gn-produit, 10)
               divide gn-produit by 10 giving gn-retenue
           end-perform
           perform until gn-retenue = 0 or gn-long >= 200
               add 1 to gn-long
               compute gn-chiffre(gn-long) =
                   function mod(gn-retenue, 10)
               divide gn-retenue by 10 giving gn-retenue
           end-perform
           if gn-retenue > 0
               set depassement-detectee to true
           end-if
           .

       mod-gn-divise.
           move 0 to gn-reste
           perform varying nx from gn-long by -1 until nx < 1
               compute gn-valeur =
                   (gn-reste * 10) + gn-chiffre(nx)
               divide gn-valeur by gn-div
                   giving gn-chiffre(nx) remainder gn-reste
           end-perform
           perform until gn-long = 1
                   or gn-chiffre(gn-long) not = 0
               subtract 1 from gn-long
           end-perform
           .

       mod-ecrit-niveaux.
      * SURBOOK est reconstruit a chaque passage : un niveau par
      * agence, categorie et jour de l'horizon, au taux du jour de
      * la semaine correspondant.
           open output srb-fic-surbook
           if srb-surbook-statut = '00'
               set surbook-ouvert to true
           end-if
           open output srb-fic-rapport
           move date-systeme to tit-date
           move risque-maxi to tit-risque
           move rapport-titre to rapport-ligne
           write rapport-ligne
           move rapport-entete to rapport-ligne
           write rapport-ligne
           perform varying gx from 1 by 1 until gx > nb-groupes
               perform varying jx from 1 by 1 until jx > 7
                   perform mod-edite-groupe
               end-perform
               if surbook-ouvert
                   perform mod-ecrit-horizon
               end-if
           end-perform
           close srb-fic-rapport
           .

       mod-edite-groupe.
           move grp-agence(gx) to det-agence
           move grp-type(gx) to det-type
           move grp-flotte(gx) to det-flotte
           move nom-jour(jx) to det-jour
           move gj-resa(gx, jx) to det-resa
           move gj-noshow(gx, jx) to det-noshow
           move gj-taux(gx, jx) to det-taux
           move gj-niveau(gx, jx) to det-niveau
           move gj-risque(gx, jx) to det-risque
           move rapport-ligne-detail to rapport-ligne
           write rapport-ligne
           .

       mod-ecrit-horizon.
           move date-systeme to date-calcul
           perform mod-ajuste-fevrier
           perform varying jr-compteur from 1 by 1
               until jr-compteur > horizon
               perform mod-jour-semaine
               compute jx = jour-semaine + 1
               if gj-niveau(gx, jx) > 0
                   move grp-agence(gx) to enr-srb-agence
                   move grp-type(gx) to enr-srb-type
                   move date-calcul to enr-srb-date
                   move gj-niveau(gx, jx) to enr-srb-niveau
                   move gj-taux(gx, jx) to enr-srb-taux
                   move gj-risque(gx, jx) to enr-srb-risque
                   move grp-flotte(gx) to enr-srb-flotte
                   move date-systeme to enr-srb-calcul
                   write enr-surbook
                       invalid key continue
                       not invalid key add 1 to ecrit-compteur
                   end-write
               end-if
               perform mod-jour-suivant
           end-perform
           .

       mod-jour-semaine.
      * Congruence de Zeller, 0 = dimanche ... 6 = samedi ; janvier
      * et fevrier comptent comme 13e et 14e mois de l'annee
      * precedente.
           move cal-annee to zeller-annee
           move cal-mois to zeller-mois
           if zeller-mois < 3
               add 12 to zeller-mois
               subtract 1 from zeller-annee
           end-if
      * Chaque division est posee dans une zone entiere : la formule
      * exige des quotients tronques.
           compute zel-terme = (13 * (zeller-mois + 1)) / 5
           compute zel-a4 = zeller-annee / 4
           compute zel-a100 = zeller-annee / 100
           compute zel-a400 = zeller-annee / 400
           compute jour-semaine = function mod(
               cal-jour + zel-terme + zeller-annee
               + zel-a4 - zel-a100 + zel-a400 + 6, 7)
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

       mod-fin.
           if resa-ouverte
               close srb-fic-resa
           end-if
           if vehicules-ouverts
               close srb-fic-vehicules
           end-if
           if surbook-ouvert
               close srb-fic-surbook
           end-if
           display 'Reservations observees : ' resa-compteur
           display 'No-show rapproches : ' noshow-compteur
           display 'Pieces non rattachees : ' inconnu-compteur
           display 'Niveaux de surreservation ecrits : '
               ecrit-compteur
           if table-saturee
               display 'Table des groupes saturee - niveaux partiels'
               if return-code < 4
                   move 4 to return-code
               end-if
           end-if
           .

       end program resasurb.
