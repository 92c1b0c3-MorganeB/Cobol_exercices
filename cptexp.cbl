               organization is line sequential
               file status is cpt-map-statut.
           select cpt-fic-registre assign to "FACTREG"
               organization is indexed
               access mode is dynamic
               record key is reg-cle
               alternate record key is reg-client with duplicates
               file status is cpt-registre-statut.
           select cpt-fic-contrats assign to "LOCCONTR"
               organization is indexed
               access mode is dynamic
               record key is enr-ctr-numero
               alternate record key is enr-ctr-client
                   with duplicates
               alternate record key is enr-ctr-immat
                   with duplicates
               file status is cpt-contrat-statut.
           select cpt-fic-journal assign to "ARGLOG"
               organization is line sequential
               file status is cpt-arglog-statut.
           select optional cpt-fic-mouvements assign to "CPTMVT"
               organization is line sequential
               file status is cpt-mvt-statut.
           select cpt-fic-interface assign to "CPTIFACE"
               organization is line sequential.
           select cpt-fic-controle assign to "CPTCTRL"
           2 map-compte-tva pic x(6).

       fd cpt-fic-registre.
       copy "factregrec.cpy".

       fd cpt-fic-contrats.
       copy "contratrec.cpy".
       fd cpt-fic-journal.
       1 arg-journal-ligne pic x(120).

       fd cpt-fic-mouvements.
       1 mouvement-ligne pic x(80).

       fd cpt-fic-interface.
       1 interface-ligne pic x(60).

       1 cpt-registre-statut pic xx value '00'.
       1 cpt-contrat-statut pic xx value '00'.
       1 cpt-arglog-statut pic xx value '00'.
       1 cpt-mvt-statut pic xx value '00'.
       1 registre-eof pic x value 'n'.
           88 registre-fin-fichier value 'o' false 'n'.
       1 contrat-eof pic x value 'n'.
           88 contrat-fin-fichier value 'o' false 'n'.
       1 arglog-eof pic x value 'n'.
           88 arglog-fin-fichier value 'o' false 'n'.
       1 mouvement-eof pic x value 'n'.
           88 mouvement-fin-fichier value 'o' false 'n'.

       1 periode-export pic 9(6) value 0.
       1 date-systeme pic 9(8).
      * absent, pour que l'export reste utilisable sans parametrage.
       1 nb-mappings pic 99 value 0.
       1 tab-mappings.
           2 tab-mapping occurs 30 times.
               3 tab-map-source pic x(3).
               3 tab-map-journal pic xx.
               3 tab-map-tiers pic x(6).
           2 jn-verif pic x(7).
           2 filler pic x(40).

      * Ecritures diverses deposees dans CPTMVT par les traitements
      * de gestion (amortissements, cessions, ...). Sens 'N' : debit
      * du compte tiers du mappage pour le montant, credit du compte
      * produit pour le hors taxe et du compte TVA pour la taxe ;
      * sens 'I' : memes comptes en sens inverse.
       1 mv-ligne pic x(80).
       1 mv-vue redefines mv-ligne.
           2 mv-date pic 9(8).
           2 mv-date-vue redefines mv-date.
               3 mv-annee pic 9999.
               3 mv-mois pic 99.
               3 mv-jour pic 99.
           2 filler pic x.
           2 mv-source pic x(3).
           2 filler pic x.
           2 mv-piece pic x(8).
           2 filler pic x.
           2 mv-sens pic x.
           2 filler pic x.
           2 mv-montant pic x(11).
           2 filler pic x.
           2 mv-tva pic x(11).
           2 filler pic x(33).

       1 periode-contrat pic 9(6).
       1 montant-ht pic 9(8)v99.
       1 montant-tva pic 9(8)v99.
       1 total-avoirs pic 9(10)v99 value 0.
       1 total-reglements pic 9(10)v99 value 0.
       1 total-caisse pic 9(10)v99 value 0.
       1 total-divers pic 9(10)v99 value 0.
       1 ecriture-compteur pic 9(6) value 0.

       1 ligne-interface.
           perform mod-exporte-registre
           perform mod-exporte-reglements
           perform mod-exporte-caisse
           perform mod-exporte-mouvements
           perform mod-controle
           perform mod-fin
           goback
           open input cpt-fic-mapping
           if cpt-map-statut = '00'
               perform until cpt-map-statut not = '00'
                       or nb-mappings >= 30
                   read cpt-fic-mapping
                       at end continue
                       not at end
                   move '411000' to ecr-tiers
                   move '706000' to ecr-produit
                   move '445710' to ecr-tva
      * Immobilisations du parc : dotation aux amortissements, prix
      * de cession, sortie de la valeur nette et des amortissements
      * cumules.
               when 'AMO'
                   move 'OD' to ecr-journal
                   move '681120' to ecr-tiers
                   move '281820' to ecr-produit
                   move spaces to ecr-tva
               when 'CES'
                   move 'OD' to ecr-journal
                   move '462000' to ecr-tiers
                   move '775000' to ecr-produit
                   move spaces to ecr-tva
               when 'VNC'
                   move 'OD' to ecr-journal
                   move '675000' to ecr-tiers
                   move '218200' to ecr-produit
                   move spaces to ecr-tva
               when 'SAM'
                   move 'OD' to ecr-journal
                   move '281820' to ecr-tiers
                   move '218200' to ecr-produit
                   move spaces to ecr-tva
      * Commissions des partenaires apporteurs (sens 'I') : dette
      * fournisseur, charge de commission et TVA deductible.
               when 'COM'
                   move 'AC' to ecr-journal
                   move '401000' to ecr-tiers
                   move '622200' to ecr-produit
                   move '445660' to ecr-tva
      * Creances passees en perte (sens 'I') : le client est solde,
      * la perte constatee et la TVA collectee regularisee.
               when 'PER'
                   move 'OD' to ecr-journal
                   move '411000' to ecr-tiers
                   move '654000' to ecr-produit
                   move '445710' to ecr-tva
      * Produits a recevoir sur contrats ouverts en fin de mois (sens
      * 'N'), extournes le premier jour du mois suivant (sens 'I').
               when 'FAE'
                   move 'OD' to ecr-journal
                   move '418100' to ecr-tiers
                   move '706000' to ecr-produit
                   move '445870' to ecr-tva
               when other
                   move 'CA' to ecr-journal
                   move '411000' to ecr-tiers
           .

       mod-lit-registre.
           read cpt-fic-registre next record
               at end set registre-fin-fichier to true
               not at end
                   move registre-ligne to rg-ligne
      * ici : les reductions sont portees par le flux des avoirs de
      * facavoir, les exporter en plus doublerait la diminution du
      * compte client. Les baux mensuels sont exclus : leurs loyers
      * sont deja exportes ligne a ligne depuis le registre, et les
      * contrats des comptes entreprise ('E') aussi : facent les a
      * factures au cout final sur la recapitulative.
           set contrat-fin-fichier to false
           open input cpt-fic-contrats
           if cpt-contrat-statut not = '00'
                   if enr-ctr-statut = 'C'
                       and periode-contrat = periode-export
                       and enr-ctr-nature not = 'M'
                       and enr-ctr-facture not = 'E'
                       and enr-ctr-cout-final > enr-ctr-cout
                       perform mod-ecritures-reglement
                   end-if
           end-if
           .

       mod-exporte-mouvements.
           set mouvement-fin-fichier to false
           open input cpt-fic-mouvements
           if cpt-mvt-statut not = '00'
               set mouvement-fin-fichier to true
           end-if
           perform mod-lit-mouvement until mouvement-fin-fichier
           if cpt-mvt-statut = '00' or cpt-mvt-statut = '10'
               close cpt-fic-mouvements
           end-if
           .

       mod-lit-mouvement.
           read cpt-fic-mouvements
               at end set mouvement-fin-fichier to true
               not at end
                   move mouvement-ligne to mv-ligne
                   if mv-ligne(1:8) numeric
                       and ((mv-annee * 100) + mv-mois)
                           = periode-export
                       perform mod-ecritures-mouvement
                   end-if
           end-read
           .

       mod-ecritures-mouvement.
           if mv-montant = spaces
               move 0 to montant-ttc
           else
               compute montant-ttc = function numval(mv-montant)
           end-if
           if mv-tva = spaces
               move 0 to montant-tva
           else
               compute montant-tva = function numval(mv-tva)
           end-if
           if montant-tva > montant-ttc
               move montant-ttc to montant-tva
           end-if
           compute montant-ht = montant-ttc - montant-tva

           if montant-ttc > 0
               move mv-source to ifc-source
               perform mod-recherche-mapping
               move mv-piece to ifc-piece
               add montant-ttc to total-divers

               move montant-ttc to montant-ecriture
               move ecr-tiers to ifc-compte
               if mv-sens = 'I'
                   perform mod-ecrit-credit
               else
                   perform mod-ecrit-debit
               end-if

               move montant-ht to montant-ecriture
               move ecr-produit to ifc-compte
               if mv-sens = 'I'
                   perform mod-ecrit-debit
               else
                   perform mod-ecrit-credit
               end-if

               if montant-tva > 0
                   move montant-tva to montant-ecriture
                   move ecr-tva to ifc-compte
                   if mv-sens = 'I'
                       perform mod-ecrit-debit
                   else
                       perform mod-ecrit-credit
                   end-if
               end-if
           end-if
           .

       mod-ecrit-debit.
           move 'D' to ifc-sens
           perform mod-ecrit-ecriture
           move total-caisse to ctl-montant
           move controle-ligne-total to controle-ligne
           write controle-ligne
           move 'ECRITURES DIVERSES    : ' to ctl-libelle
           move total-divers to ctl-montant
           move controle-ligne-total to controle-ligne
           write controle-ligne
           move 'TOTAL DEBITS          : ' to ctl-libelle
           move total-debit to ctl-montant
           move controle-ligne-total to controle-ligne
