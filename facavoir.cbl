               organization is indexed
               access mode is dynamic
               record key is enr-ctr-numero
               alternate record key is enr-ctr-client
                   with duplicates
               alternate record key is enr-ctr-immat
                   with duplicates
               file status is avr-contrat-statut.
           select avr-fic-clients assign to "CLIMAST"
               organization is indexed
               file status is avr-tva-statut.
           select optional avr-fic-documents assign to "FACTURES"
               organization is line sequential.
           select avr-fic-registre assign to "FACTREG"
               organization is indexed
               access mode is dynamic
               record key is reg-cle
               alternate record key is reg-client with duplicates
               file status is avr-registre-statut.

       data division.
       file section.
       1 document-ligne pic x(80).

       fd avr-fic-registre.
       copy "factregrec.cpy".

       working-storage section.
       copy "peridem.cpy".
       1 avr-contrat-statut pic xx value '00'.
       1 avr-registre-statut pic xx value '00'.
       1 avr-client-statut pic xx value '00'.
       1 avr-param-statut pic xx value '00'.
       1 avr-seq-statut pic xx value '00'.
      * valeur absolue pour garder les colonnes alignees.
       1 registre-ligne-detail.
           2 rg-numero pic 9(8).
           2 rg-nature pic x value 'A'.
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
                   ' close - aucun avoir emis'
               move 8 to return-code
           end-if
           goback
           .

       mod-date-piece.
      * Date des pieces (FACPRM ou date du jour) controlee contre la
      * derniere periode comptable close.
           call 'datebus' using date-avoir
           open input avr-fic-param
           if avr-param-statut = '00'
               end-read
               close avr-fic-param
           end-if
           move date-avoir to peri-date
           call 'perictl' using peri-demande
           .

       mod-init.

           perform mod-charge-taux-tva

           open extend avr-fic-documents
           open i-o avr-fic-registre
           if avr-registre-statut = '35'
               open output avr-fic-registre
               if avr-registre-statut = '00'
                   close avr-fic-registre
                   open i-o avr-fic-registre
               end-if
           end-if

           open i-o avr-fic-contrats
           if avr-contrat-statut not = '00'
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
