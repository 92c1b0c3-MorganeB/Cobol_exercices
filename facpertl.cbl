       identification division.
       program-id. facpertl.

       environment division.
       input-output section.
       file-control.
           select ptl-fic-param assign to "CPTPRM"
               organization is line sequential
               file status is ptl-param-statut.
           select ptl-fic-pertes assign to "PERTEREG"
               organization is indexed
               access mode is dynamic
               record key is enr-per-facture
               file status is ptl-perte-statut.
           select ptl-fic-rapport assign to "PERTLIST"
               organization is line sequential.

       data division.
       file section.
       fd ptl-fic-param.
       1 ptl-param-enr.
           2 prm-periode pic 9(6).

       fd ptl-fic-pertes.
       copy "perterec.cpy".

       fd ptl-fic-rapport.
       1 rapport-ligne pic x(132).

       working-storage section.
       1 ptl-param-statut pic xx value '00'.
       1 ptl-perte-statut pic xx value '00'.
       1 perte-eof pic x value 'n'.
           88 perte-fin-fichier value 'o' false 'n'.
       1 pic x value 'n'.
           88 pertes-ouvertes value 'o' false 'n'.

       1 date-systeme pic 9(8).
       1 date-systeme-vue redefines date-systeme.
           2 sys-annee pic 9999.
           2 sys-mois pic 99.
           2 sys-jour pic 99.
      * Periode de l'export comptable : le registre du mois et les
      * ecritures PER de cptexp portent sur les memes pertes.
       1 periode-liste pic 9(6) value 0.
       1 periode-perte pic 9(6).

       1 perte-compteur pic 9(6) value 0.
       1 total-ttc pic 9(9)v99 value 0.
       1 total-ht pic 9(9)v99 value 0.
       1 total-tva pic 9(9)v99 value 0.

       1 rapport-titre.
           2 filler pic x(42) value
               'REGISTRE DES CREANCES PASSEES EN PERTE - '.
           2 rt-periode pic 9(6).

       1 rapport-entete.
           2 filler pic x(50) value
               'FACTURE  DATE FAC CLIENT   CONTRAT  PERTE LE      '.
           2 filler pic x(50) value
               '  HT        TVA        TTC OPERAT.  MOTIF'.

       1 rapport-detail.
           2 det-facture pic 9(8).
           2 filler pic x value space.
           2 det-date-facture pic 9(8).
           2 filler pic x value space.
           2 det-client pic x(8).
           2 filler pic x value space.
           2 det-contrat pic x(8).
           2 filler pic x value space.
           2 det-date pic 9(8).
           2 filler pic x value space.
           2 det-ht pic zzzzz9.99.
           2 filler pic x value space.
           2 det-tva pic zzzzz9.99.
           2 filler pic x value space.
           2 det-ttc pic zzzzz9.99.
           2 filler pic x value space.
           2 det-operateur pic x(8).
           2 filler pic x value space.
           2 det-motif pic x(40).

       1 rapport-total.
           2 filler pic x(18) value 'TOTAL DU MOIS'.
           2 tot-nombre pic zzzzz9.
           2 filler pic x(21) value spaces.
           2 tot-ht pic zzzzzzz9.99.
           2 filler pic x value space.
           2 tot-tva pic zzzzzzz9.99.
           2 filler pic x value space.
           2 tot-ttc pic zzzzzzz9.99.

       procedure division.
       mod-mainline.
           perform mod-init
           perform mod-lit-perte until perte-fin-fichier
           perform mod-fin
           goback
           .

       mod-init.
           call 'datebus' using date-systeme
           compute periode-liste = (sys-annee * 100) + sys-mois
           open input ptl-fic-param
           if ptl-param-statut = '00'
               read ptl-fic-param
                   at end continue
                   not at end move prm-periode to periode-liste
               end-read
               close ptl-fic-param
           end-if

           open output ptl-fic-rapport
           move periode-liste to rt-periode
           move rapport-titre to rapport-ligne
           write rapport-ligne
           move rapport-entete to rapport-ligne
           write rapport-ligne

           set perte-fin-fichier to true
           set pertes-ouvertes to false
           open input ptl-fic-pertes
           if ptl-perte-statut = '00'
               set pertes-ouvertes to true
               set perte-fin-fichier to false
               move 0 to enr-per-facture
               start ptl-fic-pertes key not < enr-per-facture
                   invalid key set perte-fin-fichier to true
               end-start
           end-if
           .

       mod-lit-perte.
           read ptl-fic-pertes next record
               at end set perte-fin-fichier to true
               not at end
                   compute periode-perte = enr-per-date / 100
                   if periode-perte = periode-liste
                       perform mod-edite-perte
                   end-if
           end-read
           .

       mod-edite-perte.
           move enr-per-facture to det-facture
           move enr-per-date-facture to det-date-facture
           move enr-per-client to det-client
           move enr-per-contrat to det-contrat
           move enr-per-date to det-date
           move enr-per-ht to det-ht
           move enr-per-tva to det-tva
           move enr-per-ttc to det-ttc
           move enr-per-operateur to det-operateur
           move enr-per-motif to det-motif
           move rapport-detail to rapport-ligne
           write rapport-ligne
           add 1 to perte-compteur
           add enr-per-ht to total-ht
           add enr-per-tva to total-tva
           add enr-per-ttc to total-ttc
           .

       mod-fin.
           move spaces to rapport-ligne
           write rapport-ligne
           move perte-compteur to tot-nombre
           move total-ht to tot-ht
           move total-tva to tot-tva
           move total-ttc to tot-ttc
           move rapport-total to rapport-ligne
           write rapport-ligne
           close ptl-fic-rapport
           if pertes-ouvertes
               close ptl-fic-pertes
           end-if
           display 'Creances passees en perte : ' perte-compteur
           display 'Montant TTC : ' total-ttc
           .

       end program facpertl.
