               organization is indexed
               access mode is dynamic
               record key is enr-ctr-numero
               alternate record key is enr-ctr-client
                   with duplicates
               alternate record key is enr-ctr-immat
                   with duplicates
               file status is fbl-contrat-statut.
           select fbl-fic-clients assign to "CLIMAST"
               organization is indexed
               file status is fbl-tva-statut.
           select optional fbl-fic-documents assign to "FACTURES"
               organization is line sequential.
           select fbl-fic-registre assign to "FACTREG"
               organization is indexed
               access mode is dynamic
               record key is reg-cle
               alternate record key is reg-client with duplicates
               file status is fbl-registre-statut.

       data division.
       file section.
       1 document-ligne pic x(80).

       fd fbl-fic-registre.
       copy "factregrec.cpy".

       working-storage section.
       copy "peridem.cpy".
       1 fbl-contrat-statut pic xx value '00'.
       1 fbl-registre-statut pic xx value '00'.
       1 fbl-client-statut pic xx value '00'.
       1 fbl-param-statut pic xx value '00'.
       1 fbl-seq-statut pic xx value '00'.

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
           open input fbl-fic-param
           if fbl-param-statut = '00'
               end-read
               close fbl-fic-param
           end-if
           move date-facturation to peri-date
           call 'perictl' using peri-demande
           .

       mod-init.
           compute periode-facturation =
               (fac-annee * 100) + fac-mois

           perform mod-charge-taux-tva

           open extend fbl-fic-documents
           open i-o fbl-fic-registre
           if fbl-registre-statut = '35'
               open output fbl-fic-registre
               if fbl-registre-statut = '00'
                   close fbl-fic-registre
                   open i-o fbl-fic-registre
               end-if
           end-if

           set contrat-fin-fichier to false
           open i-o fbl-fic-contrats
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
