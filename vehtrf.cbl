       identification division.
       program-id. vehtrf.

       environment division.
       input-output section.
       file-control.
           select trf-fic-transferts assign to "TRANSFER"
               organization is indexed
               access mode is dynamic
               record key is enr-trf-numero
               file status is trf-trf-statut.
           select trf-fic-vehicules assign to "VEHMAST"
               organization is indexed
               access mode is dynamic
               record key is enr-veh-immat
               file status is trf-veh-statut.
           select trf-fic-audit assign to "OPSLOG"
               organization is line sequential.

       data division.
       file section.
       fd trf-fic-transferts.
       copy "transfrec.cpy".

       fd trf-fic-vehicules.
       copy "vehmastrec.cpy".

       fd trf-fic-audit.
       copy "opslogrec.cpy".

       working-storage section.
       1 trf-trf-statut pic xx value '00'.
       1 trf-veh-statut pic xx value '00'.
       copy "sessionop.cpy".

       1 mode-travail pic x value '1'.
           88 mode-acceptation value '1'.
           88 mode-arrivee value '2'.
       1 numero-ordre pic 9(8) value 0.
       1 decision pic x value spaces.
           88 decision-acceptee value 'A' 'a'.
           88 decision-refusee value 'R' 'r'.
       1 date-systeme pic 9(8).
       1 operation-audit pic x(15) value spaces.
       1 pic x value 'n'.
       88 ordre-trouve value 'o' false 'n'.
       1 pic x value 'n'.
       88 maj-ok value 'o' false 'n'.

       screen section.
       1 a-plg-titre.
           2 blank screen.
           2 line 2 col 10 'Transferts de vehicules entre agences'.
       1 s-plg-mode.
           2 line 4 col 5
               '1=Accepter une proposition  2=Confirmer une arrivee '.
           2 s-mode pic x to mode-travail required.
       1 s-plg-ordre.
           2 line 6 col 5 'Numero d''ordre '.
           2 s-ordre pic 9(8) to numero-ordre required.

       1 a-plg-ordre.
           2 line 8 col 5 'Vehicule '.
           2 a-trf-immat pic x(10) from enr-trf-immat.
           2 ' categorie '.
           2 a-trf-type pic x from enr-trf-type.
           2 ' statut '.
           2 a-trf-statut pic x from enr-trf-statut.
           2 line 9 col 5 'Agence de depart '.
           2 a-trf-dep pic x(3) from enr-trf-agence-dep.
           2 '  agence d''arrivee '.
           2 a-trf-arr pic x(3) from enr-trf-agence-arr.
           2 '  besoin le '.
           2 a-trf-besoin pic 9(8) from enr-trf-date-besoin.

       1 s-plg-decision.
           2 line 11 col 5 'A=Accepter  R=Refuser  autre=Abandon '.
           2 s-decision pic x to decision required.

       1 plg-ordre-inconnu.
           2 line 18 col 5 'Ordre de transfert inconnu'.
       1 plg-non-propose.
           2 line 18 col 5 'Ordre deja accepte, clos ou annule'.
       1 plg-non-transit.
           2 line 18 col 5 'Ordre qui n''est pas en transit'.
       1 plg-autre-agence.
           2 line 18 col 5
               'Arrivee a confirmer par l''agence destinataire'.
       1 plg-non-autorise.
           2 line 18 col 5 'Fonction reservee au superviseur'.
       1 plg-vehicule-pris.
           2 line 18 col 5
               'Vehicule plus disponible - proposition annulee'.
       1 plg-indispo.
           2 line 18 col 5 'Fichier des transferts indisponible'.
       1 plg-fait.
           2 line 19 col 5 'Mise a jour effectuee'.

       procedure division.
       mod-mainline.
      * Acceptation des propositions du plan de repositionnement
      * (superviseur) : le vehicule passe en transit, rattache a
      * l'agence d'arrivee et n'est plus propose a la location ;
      * confirmation de l'arrivee par l'agence destinataire, qui
      * rend le vehicule disponible et clot l'ordre.
           call 'datebus' using date-systeme
           display a-plg-titre
           display s-plg-mode
           accept s-mode

           set maj-ok to false
           open i-o trf-fic-transferts
           if trf-trf-statut not = '00'
               display plg-indispo
           else
               display s-plg-ordre
               accept s-ordre
               perform mod-lit-ordre
               if ordre-trouve
                   display a-plg-ordre
                   if mode-arrivee
                       perform mod-arrivee
                   else
                       perform mod-acceptation
                   end-if
               end-if
               close trf-fic-transferts
           end-if

           if maj-ok
               display plg-fait
               perform mod-audit-operation
           end-if
           goback
           .

       mod-lit-ordre.
           set ordre-trouve to false
           move numero-ordre to enr-trf-numero
           read trf-fic-transferts key is enr-trf-numero
               invalid key display plg-ordre-inconnu
               not invalid key set ordre-trouve to true
           end-read
           .

       mod-acceptation.
           evaluate true
               when sess-niveau < 2
                   display plg-non-autorise
               when enr-trf-statut not = 'P'
                   display plg-non-propose
               when other
                   display s-plg-decision
                   accept s-decision
                   evaluate true
                       when decision-acceptee
                           perform mod-accepte-ordre
                       when decision-refusee
                           move 'A' to enr-trf-statut
                           move 'TRANSFERT-REFUS' to operation-audit
                           perform mod-maj-ordre
                       when other
                           continue
                   end-evaluate
           end-evaluate
           .

       mod-accepte-ordre.
      * Le vehicule doit etre encore disponible a l'agence de depart :
      * loue ou immobilise depuis le plan, la proposition tombe.
           open i-o trf-fic-vehicules
           if trf-veh-statut = '00'
               move enr-trf-immat to enr-veh-immat
               read trf-fic-vehicules key is enr-veh-immat
                   invalid key
                       move 'X' to enr-veh-statut
               end-read
               if enr-veh-statut = 'D'
                   and enr-veh-agence = enr-trf-agence-dep
                   move 'T' to enr-veh-statut
                   move enr-trf-agence-arr to enr-veh-agence
                   rewrite enr-vehicule
                   move 'T' to enr-trf-statut
                   move 'TRANSFERT-ORDRE' to operation-audit
               else
                   display plg-vehicule-pris
                   move 'A' to enr-trf-statut
                   move 'TRANSFERT-ANNUL' to operation-audit
               end-if
               close trf-fic-vehicules
               perform mod-maj-ordre
           end-if
           .

       mod-arrivee.
           evaluate true
               when enr-trf-statut not = 'T'
                   display plg-non-transit
               when sess-agence not = spaces
                   and sess-agence not = enr-trf-agence-arr
                   display plg-autre-agence
               when other
                   open i-o trf-fic-vehicules
                   if trf-veh-statut = '00'
                       move enr-trf-immat to enr-veh-immat
                       read trf-fic-vehicules key is enr-veh-immat
                           invalid key continue
                           not invalid key
                               if enr-veh-statut = 'T'
                                   move 'D' to enr-veh-statut
                                   move enr-trf-agence-arr
                                       to enr-veh-agence
                                   rewrite enr-vehicule
                               end-if
                       end-read
                       close trf-fic-vehicules
                       move 'R' to enr-trf-statut
                       move 'TRANSFERT-VEH' to operation-audit
                       perform mod-maj-ordre
                   end-if
           end-evaluate
           .

       mod-maj-ordre.
           move date-systeme to enr-trf-date-statut
           if sess-id not = spaces and sess-id not = low-value
               move sess-id to enr-trf-operateur
           else
               move 'INCONNU' to enr-trf-operateur
           end-if
           rewrite enr-transfert
           set maj-ok to true
           .

       mod-audit-operation.
      * Meme trace que le transfert constate au retour (locretour) :
      * immatriculation > agence d'arrivee.
           move spaces to ops-ligne
           move date-systeme to ops-date
           accept ops-heure from time
           move 'vehtrf' to ops-programme
           move operation-audit to ops-operation
           move spaces to ops-detail
           move enr-trf-immat to ops-detail(1:10)
           move '>' to ops-detail(12:1)
           move enr-trf-agence-arr to ops-detail(14:3)
           move enr-trf-operateur to ops-operateur

           open extend trf-fic-audit
           write ops-ligne
           close trf-fic-audit
           .

       end program vehtrf.
