       input-output section.
       file-control.
           select bal-fic-registre assign to "FACTREG"
               organization is indexed
               access mode is dynamic
               record key is reg-cle
               alternate record key is reg-client with duplicates
               file status is bal-registre-statut.
           select bal-fic-paiements assign to "PAIEMENT"
               organization is indexed
       data division.
       file section.
       fd bal-fic-registre.
       copy "factregrec.cpy".

       fd bal-fic-paiements.
       copy "paiemrec.cpy".
           .

       mod-lit-avoir.
           read bal-fic-registre next record
               at end set registre-fin-fichier to true
               not at end
                   move registre-ligne to rg-ligne
           .

       mod-traitement.
           read bal-fic-registre next record
               at end set registre-fin-fichier to true
               not at end
                   move registre-ligne to rg-ligne
