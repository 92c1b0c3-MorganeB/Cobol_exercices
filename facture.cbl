               organization is indexed
               access mode is dynamic
               record key is enr-ctr-numero
               alternate record key is enr-ctr-client
                   with duplicates
               alternate record key is enr-ctr-immat
                   with duplicates
               file status is fac-contrat-statut.
           select fac-fic-clients assign to "CLIMAST"
               organization is indexed
               file status is fac-tva-statut.
           select optional fac-fic-documents assign to "FACTURES"
               organization is line sequential.
           select fac-fic-registre assign to "FACTREG"
               organization is indexed
               access mode is dynamic
               record key is reg-cle
               alternate record key is reg-client with duplicates
               file status is fac-registre-statut.
           select fac-fic-prepaiements assign to "PREPAY"
               organization is indexed
               access mode is dynamic
               record key is enr-pre-contrat
               file status is fac-pre-statut.
           select fac-fic-paiements assign to "PAIEMENT"
               organization is indexed
               access mode is dynamic
               record key is enr-pai-cle
               file status is fac-paiement-statut.

       data division.
       file section.
       1 document-ligne pic x(80).

       fd fac-fic-registre.
       copy "factregrec.cpy".

       fd fac-fic-prepaiements.
       copy "prepayrec.cpy".

       fd fac-fic-paiements.
       copy "paiemrec.cpy".

       working-storage section.
       copy "peridem.cpy".
       1 fac-contrat-statut pic xx value '00'.
       1 fac-registre-statut pic xx value '00'.
       1 fac-client-statut pic xx value '00'.
       1 fac-param-statut pic xx value '00'.
       1 fac-seq-statut pic xx value '00'.
       1 fac-pre-statut pic xx value '00'.
       1 fac-paiement-statut pic xx value '00'.
       1 pic x value 'n'.
           88 prepaiements-ouverts value 'o' false 'n'.
       1 pic x value 'n'.
           88 paiements-ouverts value 'o' false 'n'.
       1 contrat-eof pic x value 'n'.
           88 contrat-fin-fichier value 'o' false 'n'.

       1 rech-tva-statut pic x value 'n'.
           88 rech-tva-ok value 'o' false 'n'.

      * Prepaiement encaisse a la reservation : impute sur la facture
      * du contrat comme un reglement (mode 'A', acompte) ; l'excedent
      * eventuel part au remboursement (rembours, nature 'P').
       1 montant-impute pic 9(6)v99 value 0.
       1 montant-a-payer pic 9(6)v99 value 0.
       1 prepaiement-compteur pic 9(6) value 0.

       1 part-options-ttc pic 9(6)v99.
       1 part-location-ttc pic 9(6)v99.
       1 part-ht pic 9(6)v99.
       1 client-prenom pic x(20).
       1 client-ville pic x(30).
       1 client-cp pic x(5).
       1 client-entreprise pic x(8).

       1 doc-separateur pic x(50) value all '='.

           2 filler pic x(16) value 'Montant TTC  : '.
           2 dm-ttc pic zzzz9.99.

       1 doc-prepaiement.
           2 filler pic x(16) value 'Prepaye deduit: '.
           2 dp-prepaye pic zzzz9.99.
       1 doc-a-payer.
           2 filler pic x(16) value 'Reste a payer : '.
           2 dp-a-payer pic zzzz9.99.

       1 registre-ligne-detail.
           2 rg-numero pic 9(8).
           2 rg-nature pic x value 'F'.
           2 rg-date pic 9(8).
           2 filler pic x(1) value space.
           2 rg-contrat pic 9(8).

       procedure division.
       mod-mainline.
           perform mod-date-piece
           if peri-ouverte
               perform mod-init
               perform mod-traitement until contrat-fin-fichier
               perform mod-fin
           else
               display 'Periode ' peri-cloture
                   ' close - aucune facture emise'
               move 8 to return-code
           end-if
           goback
           .

       mod-date-piece.
      * Date des pieces (FACPRM ou date du jour) controlee contre la
      * derniere periode comptable close.
           call 'datebus' using date-facturation
           open input fac-fic-param
           if fac-param-statut = '00'
               end-read
               close fac-fic-param
           end-if
           move date-facturation to peri-date
           call 'perictl' using peri-demande
           .

       mod-init.

           perform mod-charge-taux-tva

           open extend fac-fic-documents
           open i-o fac-fic-registre
           if fac-registre-statut = '35'
               open output fac-fic-registre
               if fac-registre-statut = '00'
                   close fac-fic-registre
                   open i-o fac-fic-registre
               end-if
           end-if

           open i-o fac-fic-prepaiements
           if fac-pre-statut = '00'
               set prepaiements-ouverts to true
           end-if
           open i-o fac-fic-paiements
           if fac-paiement-statut = '35'
               open output fac-fic-paiements
               if fac-paiement-statut = '00'
                   close fac-fic-paiements
                   open i-o fac-fic-paiements
               end-if
           end-if
           if fac-paiement-statut = '00'
               set paiements-ouverts to true
           end-if

           open i-o fac-fic-contrats
           if fac-contrat-statut not = '00'
      * traitement incluse : un passage saute (batch en echec) est
      * rattrape au passage suivant grace au temoin enr-ctr-facture.
      * Les baux mensuels ('M') sont factures par facbail, pas ici.
      * Les conducteurs rattaches a un compte entreprise sont factures
      * en fin de mois sur la facture recapitulative (facent, 'E').
      * Une reservation annulee par le client ('A', resaannul) n'est
      * pas facturee : les frais retenus passent par facnosh.
      * Une reservation sur categorie encore sans vehicule remis
      * (locdepart) n'est pas une location : elle attend son depart.
                   if enr-ctr-date-debut <= date-facturation
                       and enr-ctr-facture not = 'O'
                       and enr-ctr-facture not = 'E'
                       and enr-ctr-nature not = 'M'
                       and enr-ctr-statut not = 'A'
                       and enr-ctr-immat not = spaces
                       perform mod-lit-client
                       if client-entreprise = spaces
                           perform mod-facture-contrat
                       end-if
                   end-if
           end-read
           .

       mod-facture-contrat.
           perform mod-prochain-numero

           perform mod-applique-tva
           perform mod-lit-prepaiement

           perform mod-ecrit-document
           perform mod-ecrit-registre
           if montant-impute > 0
               perform mod-impute-prepaiement
           end-if

           move 'O' to enr-ctr-facture
           rewrite enr-contrat
           add 1 to facture-compteur
           .

       mod-lit-prepaiement.
           move 0 to montant-impute
           move montant-ttc to montant-a-payer
           if prepaiements-ouverts and paiements-ouverts
               move enr-ctr-numero to enr-pre-contrat
               read fac-fic-prepaiements key is enr-pre-contrat
                   invalid key continue
                   not invalid key
                       if enr-pre-en-cours
                           if enr-pre-montant < montant-ttc
                               move enr-pre-montant to montant-impute
                           else
                               move montant-ttc to montant-impute
                           end-if
                           compute montant-a-payer =
                               montant-ttc - montant-impute
                       end-if
               end-read
           end-if
           .

       mod-impute-prepaiement.
      * Premier reglement de la facture, a la date de la piece.
           move numero-facture to enr-pai-facture
           move 1 to enr-pai-seq
           move date-facturation to enr-pai-date
           move montant-impute to enr-pai-montant
           move 'A' to enr-pai-mode
           move 'FACTURE' to enr-pai-operateur
           write enr-paiement
               invalid key
                   display 'PAIEMENT : reglement deja enregistre '
                       numero-facture
                   move 8 to return-code
               not invalid key
                   move 'I' to enr-pre-statut
                   move date-facturation to enr-pre-date-statut
                   move numero-facture to enr-pre-facture
                   compute enr-pre-rembourse =
                       enr-pre-montant - montant-impute
                   rewrite enr-prepaiement
                   add 1 to prepaiement-compteur
           end-write
           .

       mod-charge-taux-tva.
           move 0 to nb-taux
           open input fac-fic-tva
           move spaces to client-prenom
           move spaces to client-ville
           move spaces to client-cp
           move spaces to client-entreprise
           open input fac-fic-clients
           if fac-client-statut = '00'
               move enr-ctr-client to enr-ref
                       move enr-prenom to client-prenom
                       move enr-ville to client-ville
                       move enr-cp to client-cp
                       move enr-entreprise to client-entreprise
               end-read
               close fac-fic-clients
           end-if
           move montant-ttc to dm-ttc
           move doc-montant-ttc to document-ligne
           write document-ligne
           if montant-impute > 0
               move montant-impute to dp-prepaye
               move doc-prepaiement to document-ligne
               write document-ligne
               move montant-a-payer to dp-a-payer
               move doc-a-payer to document-ligne
               write document-ligne
           end-if
           .

       mod-ecrit-registre.
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
           end-if
           close fac-fic-documents
           close fac-fic-registre
           if prepaiements-ouverts
               close fac-fic-prepaiements
           end-if
           if paiements-ouverts
               close fac-fic-paiements
           end-if
           display 'Factures emises : ' facture-compteur
           display 'Prepaiements imputes : ' prepaiement-compteur
           .

       end program facture.
