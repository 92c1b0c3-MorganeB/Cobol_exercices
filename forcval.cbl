       identification division.
       program-id. forcval.

       environment division.
       input-output section.
       file-control.
           select val-fic-forcages assign to "FORCAGE"
               organization is indexed
               access mode is dynamic
               record key is enr-frc-numero
               alternate record key is enr-frc-objet
                   with duplicates
               alternate record key is enr-frc-agence
                   with duplicates
               file status is val-forcage-statut.
           select val-fic-contrats assign to "LOCCONTR"
               organization is indexed
               access mode is dynamic
               record key is enr-ctr-numero
               alternate record key is enr-ctr-client
                   with duplicates
               alternate record key is enr-ctr-immat
                   with duplicates
               file status is val-contrat-statut.
           select val-fic-audit assign to "OPSLOG"
               organization is line sequential.

       data division.
       file section.
       fd val-fic-forcages.
       copy "forcrec.cpy".

       fd val-fic-contrats.
       copy "contratrec.cpy".

       fd val-fic-audit.
       copy "opslogrec.cpy".

       working-storage section.
       1 val-forcage-statut pic xx value '00'.
       1 val-contrat-statut pic xx value '00'.
       copy "sessionop.cpy".

       1 numero-forcage pic 9(8) value 0.
       1 decision pic x value spaces.
           88 decision-acceptee value 'A' 'a'.
           88 decision-refusee value 'R' 'r'.
       1 date-systeme pic 9(8).
       1 operation-audit pic x(15) value spaces.
       1 frc-eof pic x value 'n'.
           88 frc-fin-fichier value 'o' false 'n'.
       1 pic x value 'n'.
       88 forcage-trouve value 'o' false 'n'.
       1 pic x value 'n'.
       88 maj-ok value 'o' false 'n'.
       1 pic x value 'n'.
       88 abandon-porte value 'o' false 'n'.
       1 nl pic 99.
       1 nb-listees pic 99 value 0.

       1 ligne-attente.
           2 la-numero pic 9(8).
           2 filler pic x(1) value space.
           2 la-nature pic x(3).
           2 filler pic x(1) value space.
           2 la-agence pic x(3).
           2 filler pic x(1) value space.
           2 la-reference pic x(10).
           2 filler pic x(1) value space.
           2 la-montant pic zzzzz9.99.
           2 filler pic x(1) value space.
           2 la-demandeur pic x(8).
           2 filler pic x(1) value space.
           2 la-date pic 9(8).

       screen section.
       1 a-plg-titre.
           2 blank screen.
           2 line 2 col 10 'Derogations en attente d''accord'.
           2 line 4 col 5
               'NUMERO   NAT AGC OBJET         MONTANT DEMANDEUR DATE'.
       1 a-plg-ligne.
           2 a-ligne line nl col 5 pic x(64) from ligne-attente.
       1 plg-aucune.
           2 line 5 col 5 'Aucune derogation en attente'.

       1 s-plg-numero.
           2 line 17 col 5 'Numero de derogation '.
           2 s-numero pic 9(8) to numero-forcage required.

       1 a-plg-forcage.
           2 line 18 col 5 'Motif : '.
           2 a-frc-motif pic x(30) from enr-frc-motif.
           2 ' taux '.
           2 a-frc-taux pic z9.99 from enr-frc-taux.

       1 s-plg-decision.
           2 line 19 col 5 'A=Accorder  R=Refuser  autre=Abandon '.
           2 s-decision pic x to decision required.

       1 plg-inconnu.
           2 line 21 col 5 'Derogation inconnue'.
       1 plg-non-attente.
           2 line 21 col 5 'Derogation deja accordee ou refusee'.
       1 plg-non-autorise.
           2 line 21 col 5
               'Accord reserve a un superviseur de niveau superieur'.
       1 plg-deja-facture.
           2 line 21 col 5
               'Contrat deja facture ou absent - passer par un avoir'.
       1 plg-indispo.
           2 line 21 col 5 'Fichier des derogations indisponible'.
       1 plg-fait.
           2 line 22 col 5 'Mise a jour effectuee'.

       procedure division.
       mod-mainline.
      * File des derogations demandees au comptoir sans superviseur
      * present : un operateur de niveau superieur au demandeur les
      * accorde ou les refuse. Un forcage de blocage ou une remise
      * accordee est repris par location a la prochaine saisie du
      * client ; un abandon de supplements est porte ici sur le
      * contrat deja clos, tant qu'il n'est pas facture.
           call 'datebus' using date-systeme
           display a-plg-titre

           set maj-ok to false
           open i-o val-fic-forcages
           if val-forcage-statut not = '00'
               display plg-indispo
           else
               perform mod-liste-attente
               display s-plg-numero
               accept s-numero
               perform mod-lit-forcage
               if forcage-trouve
                   display a-plg-forcage
                   perform mod-decision
               end-if
               close val-fic-forcages
           end-if

           if maj-ok
               display plg-fait
               perform mod-audit-operation
           end-if
           goback
           .

       mod-liste-attente.
      * Demandes en attente de l'agence de l'operateur (toutes les
      * agences pour un operateur sans agence), par agence.
           move 5 to nl
           move 0 to nb-listees
           set frc-fin-fichier to false
           if sess-agence not = spaces
               move sess-agence to enr-frc-agence
           else
               move low-values to enr-frc-agence
           end-if
           start val-fic-forcages key not < enr-frc-agence
               invalid key set frc-fin-fichier to true
           end-start
           perform mod-lit-attente
               until frc-fin-fichier or nb-listees >= 11
           if nb-listees = 0
               display plg-aucune
           end-if
           .

       mod-lit-attente.
           read val-fic-forcages next record
               at end set frc-fin-fichier to true
               not at end
                   if sess-agence not = spaces
                       and enr-frc-agence not = sess-agence
                       set frc-fin-fichier to true
                   else
                       if enr-frc-statut = 'E'
                           perform mod-affiche-attente
                       end-if
                   end-if
           end-read
           .

       mod-affiche-attente.
           move enr-frc-numero to la-numero
           move enr-frc-nature to la-nature
           move enr-frc-agence to la-agence
           move enr-frc-reference to la-reference
           move enr-frc-montant to la-montant
           move enr-frc-demandeur to la-demandeur
           move enr-frc-date-demande to la-date
           display a-plg-ligne
           add 1 to nl
           add 1 to nb-listees
           .

       mod-lit-forcage.
           set forcage-trouve to false
           move numero-forcage to enr-frc-numero
           read val-fic-forcages key is enr-frc-numero
               invalid key display plg-inconnu
               not invalid key set forcage-trouve to true
           end-read
           .

       mod-decision.
           evaluate true
               when enr-frc-statut not = 'E'
                   display plg-non-attente
               when sess-niveau < 2
                   or sess-id = enr-frc-demandeur
                   or (sess-niveau not > enr-frc-niveau-dem
                       and sess-niveau not = 9)
                   display plg-non-autorise
               when other
                   display s-plg-decision
                   accept s-decision
                   evaluate true
                       when decision-acceptee
                           perform mod-accorde
                       when decision-refusee
                           move 'R' to enr-frc-statut
                           move 'DEROG-REFUS' to operation-audit
                           perform mod-maj-forcage
                       when other
                           continue
                   end-evaluate
           end-evaluate
           .

       mod-accorde.
           if enr-frc-nature = 'SUR'
               perform mod-porte-abandon
               if abandon-porte
                   move 'U' to enr-frc-statut
                   move 'DEROG-ACCORD' to operation-audit
                   perform mod-maj-forcage
               else
                   display plg-deja-facture
               end-if
           else
               move 'A' to enr-frc-statut
               move 'DEROG-ACCORD' to operation-audit
               perform mod-maj-forcage
           end-if
           .

       mod-porte-abandon.
      * Le montant abandonne sort du reglement final et de la retenue
      * sur caution du contrat clos, avant sa facturation.
           set abandon-porte to false
           open i-o val-fic-contrats
           if val-contrat-statut = '00'
               move enr-frc-reference(1:8) to enr-ctr-numero
               read val-fic-contrats key is enr-ctr-numero
                   invalid key continue
                   not invalid key
                       if enr-ctr-statut = 'C'
                           and enr-ctr-facture not = 'O'
                           perform mod-abandonne-supplements
                       end-if
               end-read
               close val-fic-contrats
           end-if
           .

       mod-abandonne-supplements.
           if enr-frc-montant >= enr-ctr-cout-final
               move 0 to enr-ctr-cout-final
           else
               subtract enr-frc-montant from enr-ctr-cout-final
           end-if
           if enr-ctr-caution-retenue > 0
               if enr-frc-montant >= enr-ctr-caution-retenue
                   move 0 to enr-ctr-caution-retenue
               else
                   subtract enr-frc-montant
                       from enr-ctr-caution-retenue
               end-if
               if enr-ctr-caution-retenue = 0
                   move 'R' to enr-ctr-caution-statut
               end-if
           end-if
           rewrite enr-contrat
           set abandon-porte to true
           .

       mod-maj-forcage.
           move date-systeme to enr-frc-date-decision
           if sess-id not = spaces and sess-id not = low-value
               move sess-id to enr-frc-superviseur
           else
               move 'INCONNU' to enr-frc-superviseur
           end-if
           rewrite enr-forcage
           set maj-ok to true
           .

       mod-audit-operation.
           move spaces to ops-ligne
           move date-systeme to ops-date
           accept ops-heure from time
           move 'forcval' to ops-programme
           move operation-audit to ops-operation
           move spaces to ops-detail
           move enr-frc-numero to ops-detail(1:8)
           move enr-frc-nature to ops-detail(10:3)
           move enr-frc-demandeur to ops-detail(14:7)
           move enr-frc-superviseur to ops-operateur

           open extend val-fic-audit
           write ops-ligne
           close val-fic-audit
           .

       end program forcval.
