       input-output section.
       file-control.
           select pai-fic-registre assign to "FACTREG"
               organization is indexed
               access mode is dynamic
               record key is reg-cle
               alternate record key is reg-client with duplicates
               file status is pai-registre-statut.
           select pai-fic-paiements assign to "PAIEMENT"
               organization is indexed
       data division.
       file section.
       fd pai-fic-registre.
       copy "factregrec.cpy".

       fd pai-fic-paiements.
       copy "paiemrec.cpy".
       1 pai-registre-statut pic xx value '00'.
       1 pai-paiement-statut pic xx value '00'.
       copy "sessionop.cpy".
       copy "peridem.cpy".

       1 facture-statut pic x value 'n'.
           88 facture-trouvee value 'o' false 'n'.
       1 paiement-eof pic x value 'n'.
           2 line 13 col 5 'Saisie invalide - reglement non enregistre'.
       1 plg-paiement-indispo.
           2 line 13 col 5 'Fichier des paiements indisponible'.
       1 plg-periode-close.
           2 line 13 col 5 'Periode comptable close au '.
           2 a-cloture pic 9(6) from peri-cloture.
           2 ' - reglement non enregistre'.

       procedure division.
       mod-mainline.
           .

       mod-recherche-facture.
      * Lecture directe de la facture sur la cle numero + nature : les
      * avoirs ont leur propre sequence et peuvent porter le meme
      * numero qu'une facture, seules les factures sont encaissables.
           set facture-trouvee to false
           open input pai-fic-registre
           if pai-registre-statut = '00'
               move numero-facture to reg-numero
               move 'F' to reg-nature
               read pai-fic-registre key is reg-cle
                   invalid key continue
                   not invalid key
                       move registre-ligne to rg-ligne
                       perform mod-retient-facture
               end-read
               close pai-fic-registre
           end-if
           .

       mod-retient-facture.
           set facture-trouvee to true
           move rg-date to facture-date
           move rg-client to facture-client
           if rg-ttc = spaces
               move 0 to facture-ttc
           else
               compute facture-ttc = function numval(rg-ttc)
           end-if
           .

       mod-cumule-paiements.
               or not mode-connu
               display plg-saisie-invalide
           else
               move date-reglement to peri-date
               call 'perictl' using peri-demande
               if peri-cloturee
                   display plg-periode-close
               else
                   perform mod-ecrit-paiement
               end-if
           end-if
           .

