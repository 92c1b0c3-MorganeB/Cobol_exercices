       identification division.
       program-id. pvdesign.

       environment division.
       input-output section.
       file-control.
           select pvd-fic-avis assign to "PVAVIS"
               organization is line sequential
               file status is pvd-avis-statut.
           select pvd-fic-contrats assign to "LOCCONTR"
               organization is indexed
               access mode is dynamic
               record key is enr-ctr-numero
               alternate record key is enr-ctr-client
                   with duplicates
               alternate record key is enr-ctr-immat
                   with duplicates
               file status is pvd-contrat-statut.
           select pvd-fic-segments assign to "CTRSEGM"
               organization is indexed
               access mode is dynamic
               record key is enr-seg-cle
               file status is pvd-seg-statut.
           select pvd-fic-clients assign to "CLIMAST"
               organization is indexed
               access mode is dynamic
               record key is enr-ref
               sharing with all other
               file status is pvd-client-statut.
           select pvd-fic-vehicules assign to "VEHMAST"
               organization is indexed
               access mode is dynamic
               record key is enr-veh-immat
               file status is pvd-veh-statut.
           select pvd-fic-conducteurs assign to "CTRCOND"
               organization is indexed
               access mode is dynamic
               record key is enr-cnd-cle
               alternate record key is enr-cnd-client
                   with duplicates
               file status is pvd-cnd-statut.
           select pvd-fic-param assign to "PVPRM"
               organization is line sequential
               file status is pvd-param-statut.
           select pvd-fic-seq assign to "FACTSEQ"
               organization is line sequential
               file status is pvd-seq-statut.
           select pvd-fic-tva assign to "TVARATE"
               organization is line sequential
               file status is pvd-tva-statut.
           select optional pvd-fic-documents assign to "FACTURES"
               organization is line sequential.
           select pvd-fic-registre assign to "FACTREG"
               organization is indexed
               access mode is dynamic
               record key is reg-cle
               alternate record key is reg-client with duplicates
               file status is pvd-registre-statut.
           select pvd-fic-designation assign to "PVDESIG"
               organization is line sequential.
           select pvd-fic-exceptions assign to "PVEXCEP"
               organization is line sequential.

       data division.
       file section.
       fd pvd-fic-avis.
       1 pvd-avis-enr.
           2 avis-numero pic x(12).
           2 avis-immat pic x(10).
           2 avis-date pic 9(8).
           2 avis-heure pic 9(4).
           2 avis-lieu pic x(30).

       fd pvd-fic-contrats.
       copy "contratrec.cpy".

       fd pvd-fic-segments.
       copy "ctrsegrec.cpy".

       fd pvd-fic-clients.
       copy "clientrec.cpy".

       fd pvd-fic-vehicules.
       copy "vehmastrec.cpy".

       fd pvd-fic-conducteurs.
       copy "ctrcondrec.cpy".

       fd pvd-fic-param.
       1 pvd-param-enr.
           2 prm-frais pic 999v99.

       fd pvd-fic-seq.
       1 pvd-seq-enr.
           2 seq-numero pic 9(8).

       fd pvd-fic-tva.
       1 pvd-tva-enr.
           2 tva-code pic x(3).
           2 tva-taux pic 99v99.
           2 tva-date-effet pic 9(8).

       fd pvd-fic-documents.
       1 document-ligne pic x(80).

       fd pvd-fic-registre.
       copy "factregrec.cpy".

       fd pvd-fic-designation.
       1 designation-ligne pic x(160).

       fd pvd-fic-exceptions.
       1 exception-ligne pic x(80).

       working-storage section.
       1 pvd-avis-statut pic xx value '00'.
       1 pvd-registre-statut pic xx value '00'.
       1 pvd-contrat-statut pic xx value '00'.
       1 pvd-seg-statut pic xx value '00'.
       1 pvd-client-statut pic xx value '00'.
       1 pvd-veh-statut pic xx value '00'.
       1 pvd-cnd-statut pic xx value '00'.
       1 pvd-param-statut pic xx value '00'.
       1 pvd-seq-statut pic xx value '00'.
       1 pvd-tva-statut pic xx value '00'.
       1 avis-eof pic x value 'n'.
           88 avis-fin-fichier value 'o' false 'n'.
       1 contrat-eof pic x value 'n'.
           88 contrat-fin-fichier value 'o' false 'n'.
       1 pic x value 'n'.
           88 contrats-ouverts value 'o' false 'n'.
       1 pic x value 'n'.
           88 clients-ouverts value 'o' false 'n'.
       1 seg-eof pic x value 'n'.
           88 seg-fin-fichier value 'o' false 'n'.
       1 pic x value 'n'.
           88 segments-ouverts value 'o' false 'n'.
       1 pic x value 'n'.
           88 vehicules-ouverts value 'o' false 'n'.
       1 pic x value 'n'.
           88 conducteurs-ouverts value 'o' false 'n'.
       1 cnd-eof pic x value 'n'.
           88 cnd-fin-fichier value 'o' false 'n'.
       1 pic x value 'n'.
           88 contrat-retenu value 'o' false 'n'.
       1 pic x value 'n'.
           88 client-trouve value 'o' false 'n'.

       copy "peridem.cpy".
       1 date-systeme pic 9(8).
       1 fin-couverture pic 9(8).
       1 debut-couverture pic 9(8).
       1 frais-dossier pic 999v99 value 30.
       1 numero-facture pic 9(8) value 0.
       1 montant-ttc pic 9(6)v99.
       1 montant-ht pic 9(6)v99.
       1 montant-tva pic 9(6)v99.
       1 motif-exception pic x(25).

       1 lu-compteur pic 9(6) value 0.
       1 designe-compteur pic 9(6) value 0.
       1 exception-compteur pic 9(6) value 0.
       1 facture-compteur pic 9(6) value 0.

      * Contrat retenu pour l'avis en cours : le plus recent de ceux
      * dont la periode couvre la date d'infraction.
       1 ret-numero pic 9(8).
       1 ret-client pic x(8).
       1 ret-debut pic 9(8).

      * Contrats ayant change de vehicule (locechg), releves en une
      * passe de LOCCONTR : seuls leurs troncons CTRSEGM sont relus
      * pour un vehicule rendu en cours de location.
       1 nb-echanges pic 9(4) value 0.
       1 ix-ech pic 9(4).
       1 tab-echanges.
           2 tab-echange occurs 2000 times.
               3 ech-contrat pic 9(8).
               3 ech-debut pic 9(8).
       1 pic x value 'n'.
           88 table-echanges-saturee value 'o' false 'n'.

      * Frais de gestion factures au taux du code ADM de TVARATE ;
      * 20 % en repli, comme facture.
       1 taux-tva-frais pic 99v99 value 20.
       1 nb-taux pic 99 value 0.
       1 tab-taux-tva.
           2 tab-taux occurs 20 times.
               3 tab-tva-code pic x(3).
               3 tab-tva-taux pic 99v99.
               3 tab-tva-date pic 9(8).
       1 ix-tva pic 99.
       1 rech-tva-code pic x(3).
       1 rech-tva-taux pic 99v99.
       1 rech-tva-date pic 9(8).
       1 rech-tva-statut pic x value 'n'.
           88 rech-tva-ok value 'o' false 'n'.

       1 doc-separateur pic x(50) value all '='.

       1 doc-entete.
           2 filler pic x(10) value 'FACTURE N '.
           2 de-numero pic 9(8).
           2 filler pic x(9) value ' du '.
           2 de-date pic 9(8).

       1 doc-client-1.
           2 filler pic x(9) value 'Client : '.
           2 dc-nom pic x(20).
           2 filler pic x(1) value space.
           2 dc-prenom pic x(20).

       1 doc-client-2.
           2 filler pic x(12) value 'Domicile : '.
           2 dc-cp pic 99999.
           2 filler pic x(1) value space.
           2 dc-ville pic x(30).

       1 doc-avis.
           2 filler pic x(26) value 'Frais de gestion avis n '.
           2 da-numero pic x(12).
           2 filler pic x(4) value ' du '.
           2 da-date pic 9(8).

       1 doc-contrat.
           2 filler pic x(10) value 'Contrat : '.
           2 dt-contrat pic 9(8).
           2 filler pic x(11) value ' vehicule '.
           2 dt-immat pic x(10).

       1 doc-montant-ht.
           2 filler pic x(16) value 'Montant HT   : '.
           2 dm-ht pic zzzz9.99.
       1 doc-montant-tva.
           2 filler pic x(4) value 'TVA '.
           2 dm-taux pic z9.99.
           2 filler pic x(7) value ' %   : '.
           2 dm-tva pic zzzz9.99.
       1 doc-montant-ttc.
           2 filler pic x(16) value 'Montant TTC  : '.
           2 dm-ttc pic zzzz9.99.

       1 registre-ligne-detail.
           2 rg-numero pic 9(8).
           2 rg-nature pic x value 'F'.
           2 rg-date pic 9(8).
           2 filler pic x(1) value space.
           2 rg-contrat pic 9(8).
           2 filler pic x(1) value space.
           2 rg-client pic x(8).
           2 filler pic x(1) value space.
           2 rg-ht pic 9(6).99.
           2 filler pic x(1) value space.
           2 rg-tva pic 9(6).99.
           2 filler pic x(1) value space.
           2 rg-ttc pic 9(6).99.
           2 filler pic x(1) value space.
           2 rg-sens pic x value 'F'.

      * Ligne de designation transmise a l'autorite : avis, vehicule,
      * date et heure de l'infraction, puis l'identite du conducteur
      * titulaire du contrat et son permis (role T), suivie d'une
      * ligne par conducteur additionnel nomme au contrat (role A).
       1 designation-detail.
           2 dsg-avis pic x(12).
           2 filler pic x(1) value space.
           2 dsg-immat pic x(10).
           2 filler pic x(1) value space.
           2 dsg-date pic 9(8).
           2 filler pic x(1) value space.
           2 dsg-heure pic 9(4).
           2 filler pic x(1) value space.
           2 dsg-contrat pic 9(8).
           2 filler pic x(1) value space.
           2 dsg-client pic x(8).
           2 filler pic x(1) value space.
           2 dsg-nom pic x(20).
           2 filler pic x(1) value space.
           2 dsg-prenom pic x(20).
           2 filler pic x(1) value space.
           2 dsg-naiss pic 9(8).
           2 filler pic x(1) value space.
           2 dsg-cp pic 99999.
           2 filler pic x(1) value space.
           2 dsg-ville pic x(30).
           2 filler pic x(1) value space.
           2 dsg-permis pic x(12).
           2 filler pic x(1) value space.
           2 dsg-role pic x.

       1 exception-titre.
           2 filler pic x(32) value
               'AVIS DE CONTRAVENTION REJETES - '.
           2 tit-date pic 9(8).

       1 exception-entete pic x(70) value
           'AVIS         VEHICULE   DATE     HEURE MOTIF'.

       1 exception-detail.
           2 exc-avis pic x(12).
           2 filler pic x(1) value space.
           2 exc-immat pic x(10).
           2 filler pic x(1) value space.
           2 exc-date pic 9(8).
           2 filler pic x(1) value space.
           2 exc-heure pic 9(4).
           2 filler pic x(2) value spaces.
           2 exc-motif pic x(25).

       procedure division.
       mod-mainline.
           perform mod-init
           perform mod-traitement until avis-fin-fichier
           perform mod-fin
           goback
           .

       mod-init.
           call 'datebus' using date-systeme
           open input pvd-fic-param
           if pvd-param-statut = '00'
               read pvd-fic-param
                   at end continue
                   not at end move prm-frais to frais-dossier
               end-read
               close pvd-fic-param
           end-if

      * Periode close : les designations partent quand meme, seuls
      * les frais de gestion (piece FACTREG) ne sont pas factures.
           move date-systeme to peri-date
           call 'perictl' using peri-demande
           if peri-cloturee and frais-dossier > 0
               display 'Periode ' peri-cloture
                   ' close - frais de gestion non factures'
               move 0 to frais-dossier
               if return-code < 4
                   move 4 to return-code
               end-if
           end-if

           perform mod-charge-taux-tva
           move 'ADM' to rech-tva-code
           perform mod-taux-pour-date
           move rech-tva-taux to taux-tva-frais

           open output pvd-fic-designation
           open output pvd-fic-exceptions
           move date-systeme to tit-date
           move exception-titre to exception-ligne
           write exception-ligne
           move exception-entete to exception-ligne
           write exception-ligne

           open extend pvd-fic-documents
           open i-o pvd-fic-registre
           if pvd-registre-statut = '35'
               open output pvd-fic-registre
               if pvd-registre-statut = '00'
                   close pvd-fic-registre
                   open i-o pvd-fic-registre
               end-if
           end-if

           set contrats-ouverts to false
           open input pvd-fic-contrats
           if pvd-contrat-statut = '00'
               set contrats-ouverts to true
           end-if
           set segments-ouverts to false
           open input pvd-fic-segments
           if pvd-seg-statut = '00'
               set segments-ouverts to true
           end-if
           if contrats-ouverts and segments-ouverts
               perform mod-charge-echanges
           end-if
           set clients-ouverts to false
           open input pvd-fic-clients
           if pvd-client-statut = '00'
               set clients-ouverts to true
           end-if
           set conducteurs-ouverts to false
           open input pvd-fic-conducteurs
           if pvd-cnd-statut = '00'
               set conducteurs-ouverts to true
           end-if
           set vehicules-ouverts to false
           open input pvd-fic-vehicules
           if pvd-veh-statut = '00'
               set vehicules-ouverts to true
           end-if

           set avis-fin-fichier to false
           open input pvd-fic-avis
           if pvd-avis-statut not = '00'
               set avis-fin-fichier to true
           end-if
           .

       mod-charge-echanges.
           set contrat-fin-fichier to false
           move 0 to enr-ctr-numero
           start pvd-fic-contrats key not < enr-ctr-numero
               invalid key set contrat-fin-fichier to true
           end-start
           perform mod-lit-echange until contrat-fin-fichier
           if table-echanges-saturee
               display 'Table des echanges saturee - vehicules '
                   'remplaces non tous couverts'
           end-if
           .

       mod-lit-echange.
           read pvd-fic-contrats next record
               at end set contrat-fin-fichier to true
               not at end
                   if enr-ctr-segments > 0
                       and enr-ctr-statut not = 'A'
                       if nb-echanges < 2000
                           add 1 to nb-echanges
                           move enr-ctr-numero
                               to ech-contrat(nb-echanges)
                           move enr-ctr-date-debut
                               to ech-debut(nb-echanges)
                       else
                           set table-echanges-saturee to true
                       end-if
                   end-if
           end-read
           .

       mod-traitement.
           read pvd-fic-avis
               at end set avis-fin-fichier to true
               not at end
                   add 1 to lu-compteur
                   perform mod-traite-avis
           end-read
           .

       mod-traite-avis.
           perform mod-cherche-contrat
           if not contrat-retenu
               perform mod-qualifie-exception
               perform mod-ecrit-exception
           else
               perform mod-lit-client
               if not client-trouve
                   move 'CLIENT ABSENT DE CLIMAST' to motif-exception
                   perform mod-ecrit-exception
               else
                   perform mod-ecrit-designation
                   perform mod-facture-frais
                   if conducteurs-ouverts
                       perform mod-designe-conducteurs
                   end-if
               end-if
           end-if
           .

       mod-cherche-contrat.
      * Contrats du vehicule de l'avis : un contrat couvre
      * l'infraction de son depart a son retour effectif (date de fin
      * prevue si le retour n'est pas encore saisi, date du jour tant
      * que le vehicule est dehors). Un vehicule remplace en cours de
      * location (locechg) reste couvert par le contrat de son
      * troncon CTRSEGM jusqu'a la date de l'echange ; le vehicule
      * de remplacement ne l'est qu'a partir de cette date.
           set contrat-retenu to false
           move 0 to ret-debut
           if contrats-ouverts
               set contrat-fin-fichier to false
               move avis-immat to enr-ctr-immat
               start pvd-fic-contrats key = enr-ctr-immat
                   invalid key set contrat-fin-fichier to true
               end-start
               perform mod-lit-contrat until contrat-fin-fichier
               if segments-ouverts
                   perform mod-cherche-troncon
               end-if
           end-if
           .

       mod-lit-contrat.
           read pvd-fic-contrats next record
               at end set contrat-fin-fichier to true
               not at end
                   if enr-ctr-immat not = avis-immat
                       set contrat-fin-fichier to true
                   else
                       perform mod-debut-couverture
                       if debut-couverture <= avis-date
                           perform mod-controle-couverture
                       end-if
                   end-if
           end-read
           .

       mod-debut-couverture.
      * Apres un echange, le vehicule en cours n'est sur le contrat
      * que depuis la date de l'echange (dernier troncon CTRSEGM).
           move enr-ctr-date-debut to debut-couverture
           if enr-ctr-segments > 0 and segments-ouverts
               move enr-ctr-numero to enr-seg-contrat
               move enr-ctr-segments to enr-seg-rang
               read pvd-fic-segments key is enr-seg-cle
                   invalid key continue
                   not invalid key
                       move enr-seg-date-echange to debut-couverture
               end-read
           end-if
           .

       mod-cherche-troncon.
           perform varying ix-ech from 1 by 1
                   until ix-ech > nb-echanges
               if ech-debut(ix-ech) <= avis-date
                   set seg-fin-fichier to false
                   move ech-contrat(ix-ech) to enr-seg-contrat
                   move 1 to enr-seg-rang
                   start pvd-fic-segments key not < enr-seg-cle
                       invalid key set seg-fin-fichier to true
                   end-start
                   perform mod-lit-troncon until seg-fin-fichier
               end-if
           end-perform
           .

       mod-lit-troncon.
           read pvd-fic-segments next record
               at end set seg-fin-fichier to true
               not at end
                   if enr-seg-contrat not = ech-contrat(ix-ech)
                       set seg-fin-fichier to true
                   else
                       perform mod-controle-troncon
                   end-if
           end-read
           .

       mod-controle-troncon.
           if enr-seg-immat = avis-immat
               and enr-seg-date-debut <= avis-date
               and enr-seg-date-echange >= avis-date
               and (not contrat-retenu
                   or enr-seg-date-debut >= ret-debut)
               move enr-seg-contrat to enr-ctr-numero
               read pvd-fic-contrats key is enr-ctr-numero
                   invalid key continue
                   not invalid key
                       set contrat-retenu to true
                       move enr-ctr-numero to ret-numero
                       move enr-ctr-client to ret-client
                       move enr-seg-date-debut to ret-debut
               end-read
           end-if
           .

       mod-controle-couverture.
           move enr-ctr-date-fin to fin-couverture
           if enr-ctr-statut = 'C' and enr-ctr-date-retour > 0
               move enr-ctr-date-retour to fin-couverture
           end-if
           if enr-ctr-statut = 'O'
               and date-systeme > fin-couverture
               move date-systeme to fin-couverture
           end-if
      * Un vehicule rendu et reloue le meme jour est couvert par deux
      * contrats : on designe le dernier parti.
           if avis-date <= fin-couverture
               and (not contrat-retenu
                   or debut-couverture >= ret-debut)
               set contrat-retenu to true
               move enr-ctr-numero to ret-numero
               move enr-ctr-client to ret-client
               move debut-couverture to ret-debut
           end-if
           .

       mod-qualifie-exception.
           if vehicules-ouverts
               move avis-immat to enr-veh-immat
               read pvd-fic-vehicules key is enr-veh-immat
                   invalid key
                       move 'VEHICULE HORS FLOTTE' to motif-exception
                   not invalid key
                       move 'VEHICULE AU PARC CE JOUR'
                           to motif-exception
               end-read
           else
               move 'AUCUN CONTRAT COUVRANT' to motif-exception
           end-if
           .

       mod-lit-client.
           set client-trouve to false
           if clients-ouverts
               move ret-client to enr-ref
               read pvd-fic-clients key is enr-ref
                   invalid key continue
                   not invalid key set client-trouve to true
               end-read
           end-if
           .

       mod-ecrit-designation.
           move avis-numero to dsg-avis
           move avis-immat to dsg-immat
           move avis-date to dsg-date
           move avis-heure to dsg-heure
           move ret-numero to dsg-contrat
           move ret-client to dsg-client
           move enr-nom to dsg-nom
           move enr-prenom to dsg-prenom
           move enr-date-naiss to dsg-naiss
           move enr-cp to dsg-cp
           move enr-ville to dsg-ville
           move enr-permis-numero to dsg-permis
           move 'T' to dsg-role
           move designation-detail to designation-ligne
           write designation-ligne
           add 1 to designe-compteur
           .

       mod-designe-conducteurs.
      * Les frais de gestion restent factures au seul titulaire.
           set cnd-fin-fichier to false
           move ret-numero to enr-cnd-contrat
           move 0 to enr-cnd-rang
           start pvd-fic-conducteurs key not < enr-cnd-cle
               invalid key set cnd-fin-fichier to true
           end-start
           perform mod-lit-conducteur until cnd-fin-fichier
           .

       mod-lit-conducteur.
           read pvd-fic-conducteurs next record
               at end set cnd-fin-fichier to true
               not at end
                   if enr-cnd-contrat not = ret-numero
                       set cnd-fin-fichier to true
                   else
                       perform mod-designe-conducteur
                   end-if
           end-read
           .

       mod-designe-conducteur.
           move enr-cnd-client to enr-ref
           read pvd-fic-clients key is enr-ref
               invalid key continue
               not invalid key
                   move enr-cnd-client to dsg-client
                   move enr-nom to dsg-nom
                   move enr-prenom to dsg-prenom
                   move enr-date-naiss to dsg-naiss
                   move enr-cp to dsg-cp
                   move enr-ville to dsg-ville
                   move enr-permis-numero to dsg-permis
                   move 'A' to dsg-role
                   move designation-detail to designation-ligne
                   write designation-ligne
                   add 1 to designe-compteur
           end-read
           .

       mod-ecrit-exception.
           move avis-numero to exc-avis
           move avis-immat to exc-immat
           move avis-date to exc-date
           move avis-heure to exc-heure
           move motif-exception to exc-motif
           move exception-detail to exception-ligne
           write exception-ligne
           add 1 to exception-compteur
           .

       mod-facture-frais.
      * Les frais de gestion sont factures au client designe ; la
      * facture suit ensuite le circuit normal (facbal, facrelan,
      * cptexp) par sa ligne FACTREG.
           if frais-dossier > 0
               perform mod-prochain-numero
               move frais-dossier to montant-ttc
               compute montant-ht rounded =
                   montant-ttc / (1 + (taux-tva-frais / 100))
               compute montant-tva = montant-ttc - montant-ht
               perform mod-ecrit-document
               perform mod-ecrit-registre
               add 1 to facture-compteur
           end-if
           .

       mod-charge-taux-tva.
           move 0 to nb-taux
           open input pvd-fic-tva
           if pvd-tva-statut = '00'
               perform until pvd-tva-statut not = '00'
                       or nb-taux >= 20
                   read pvd-fic-tva
                       at end continue
                       not at end
                           add 1 to nb-taux
                           move tva-code to tab-tva-code(nb-taux)
                           move tva-taux to tab-tva-taux(nb-taux)
                           move tva-date-effet
                               to tab-tva-date(nb-taux)
                   end-read
               end-perform
               close pvd-fic-tva
           end-if
           .

       mod-taux-pour-date.
           set rech-tva-ok to false
           move 20 to rech-tva-taux
           move 0 to rech-tva-date
           perform varying ix-tva from 1 by 1 until ix-tva > nb-taux
               if tab-tva-code(ix-tva) = rech-tva-code
                   and tab-tva-date(ix-tva) <= date-systeme
                   and (not rech-tva-ok
                       or tab-tva-date(ix-tva) >= rech-tva-date)
                   move tab-tva-taux(ix-tva) to rech-tva-taux
                   move tab-tva-date(ix-tva) to rech-tva-date
                   set rech-tva-ok to true
               end-if
           end-perform
           .

       mod-prochain-numero.
           move 0 to numero-facture
           open input pvd-fic-seq
           if pvd-seq-statut = '00'
               read pvd-fic-seq
                   at end continue
                   not at end move seq-numero to numero-facture
               end-read
               close pvd-fic-seq
           end-if
           add 1 to numero-facture

           open output pvd-fic-seq
           move numero-facture to seq-numero
           write pvd-seq-enr
           close pvd-fic-seq
           .

       mod-ecrit-document.
           move doc-separateur to document-ligne
           write document-ligne
           move numero-facture to de-numero
           move date-systeme to de-date
           move doc-entete to document-ligne
           write document-ligne

           move enr-nom to dc-nom
           move enr-prenom to dc-prenom
           move doc-client-1 to document-ligne
           write document-ligne
           move enr-cp to dc-cp
           move enr-ville to dc-ville
           move doc-client-2 to document-ligne
           write document-ligne

           move avis-numero to da-numero
           move avis-date to da-date
           move doc-avis to document-ligne
           write document-ligne
           move ret-numero to dt-contrat
           move avis-immat to dt-immat
           move doc-contrat to document-ligne
           write document-ligne

           move montant-ht to dm-ht
           move doc-montant-ht to document-ligne
           write document-ligne
           move taux-tva-frais to dm-taux
           move montant-tva to dm-tva
           move doc-montant-tva to document-ligne
           write document-ligne
           move montant-ttc to dm-ttc
           move doc-montant-ttc to document-ligne
           write document-ligne
           .

       mod-ecrit-registre.
           move numero-facture to rg-numero
           move date-systeme to rg-date
           move ret-numero to rg-contrat
           move ret-client to rg-client
           move montant-ht to rg-ht
           move montant-tva to rg-tva
           move montant-ttc to rg-ttc
           move registre-ligne-detail to registre-ligne
           write registre-ligne
               invalid key
                   display 'FACTREG : piece deja enregistree '
                       rg-numero
                   move 8 to return-code
           end-write
           .

       mod-fin.
           if pvd-avis-statut = '00' or pvd-avis-statut = '10'
               close pvd-fic-avis
           end-if
           if contrats-ouverts
               close pvd-fic-contrats
           end-if
           if clients-ouverts
               close pvd-fic-clients
           end-if
           if vehicules-ouverts
               close pvd-fic-vehicules
           end-if
           if conducteurs-ouverts
               close pvd-fic-conducteurs
           end-if
           if segments-ouverts
               close pvd-fic-segments
           end-if
           close pvd-fic-documents
           close pvd-fic-registre
           close pvd-fic-designation
           close pvd-fic-exceptions
           display 'Avis lus : ' lu-compteur
           display 'Conducteurs designes : ' designe-compteur
           display 'Frais factures : ' facture-compteur
           display 'Avis en exception : ' exception-compteur
           if table-echanges-saturee and return-code < 4
               move 4 to return-code
           end-if
           if exception-compteur > 0 and return-code < 4
               move 4 to return-code
           end-if
           .

       end program pvdesign.
