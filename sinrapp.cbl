       identification division.
       program-id. sinrapp.

       environment division.
       input-output section.
       file-control.
           select srp-fic-sinistres assign to "SINISTRE"
               organization is indexed
               access mode is dynamic
               record key is enr-sin-numero
               file status is srp-sinistre-statut.
           select srp-fic-rapport assign to "SINRAPP"
               organization is line sequential.

       data division.
       file section.
       fd srp-fic-sinistres.
       copy "sinistrec.cpy".

       fd srp-fic-rapport.
       1 rapport-ligne pic x(100).

       working-storage section.
       1 srp-sinistre-statut pic xx value '00'.
       1 sinistre-eof pic x value 'n'.
           88 sinistre-fin-fichier value 'o' false 'n'.

       1 date-systeme pic 9(8).
       1 date-systeme-vue redefines date-systeme.
           2 sys-periode pic 9(6).
           2 filler pic 99.
       1 date-ouverture pic 9(8).
       1 date-ouverture-vue redefines date-ouverture.
           2 ouv-periode pic 9(6).
           2 filler pic 99.

       1 cout-sinistre pic 9(7)v99.
       1 part-couverte pic 9(7)v99.
       1 part-non-couverte pic 9(7)v99.
       1 attente-assureur pic 9(7)v99.

       1 lu-compteur pic 9(6) value 0.
       1 ouverts-mois pic 9(6) value 0.
       1 edite-compteur pic 9(6) value 0.
       1 total-cout pic 9(9)v99 value 0.
       1 total-non-couvert pic 9(9)v99 value 0.
       1 total-attente pic 9(9)v99 value 0.

       1 rapport-titre.
           2 filler pic x(41) value
               'SINISTRES - COUT NON COUVERT - PERIODE '.
           2 tit-periode pic 9(6).
           2 filler pic x(4) value ' au '.
           2 tit-date pic 9(8).

       1 rapport-entete pic x(100) value
           'DOSSIER  CONTRAT  VEHICULE   S OUVERT       COUT  FRANCHI
      -    'SE  RECUPERE  ATT.ASSUR  NON COUVERT'.

       1 rapport-ligne-detail.
           2 det-numero pic 9(8).
           2 filler pic x(1) value space.
           2 det-contrat pic 9(8).
           2 filler pic x(1) value space.
           2 det-immat pic x(10).
           2 filler pic x(1) value space.
           2 det-statut pic x.
           2 filler pic x(1) value space.
           2 det-ouverture pic 9(8).
           2 filler pic x(1) value space.
           2 det-cout pic zzzzzz9.99.
           2 filler pic x(1) value space.
           2 det-franchise pic zzzzz9.99.
           2 filler pic x(1) value space.
           2 det-recupere pic zzzzz9.99.
           2 filler pic x(1) value space.
           2 det-attente pic zzzzz9.99.
           2 filler pic x(2) value spaces.
           2 det-non-couvert pic zzzzzz9.99.

       1 rapport-ligne-total.
           2 filler pic x(20) value 'TOTAL DOSSIERS : '.
           2 tot-nombre pic zzzzz9.
           2 filler pic x(8) value ' cout '.
           2 tot-cout pic zzzzzzzz9.99.
           2 filler pic x(16) value ' attente assur. '.
           2 tot-attente pic zzzzzzzz9.99.
           2 filler pic x(14) value ' non couvert '.
           2 tot-non-couvert pic zzzzzzzz9.99.

       1 rapport-ligne-mois.
           2 filler pic x(30) value 'Dossiers ouverts sur le mois '.
           2 mois-nombre pic zzzzz9.

       procedure division.
       mod-mainline.
           perform mod-init
           perform mod-traitement until sinistre-fin-fichier
           perform mod-fin
           goback
           .

       mod-init.
           call 'datebus' using date-systeme
           open output srp-fic-rapport
           move sys-periode to tit-periode
           move date-systeme to tit-date
           move rapport-titre to rapport-ligne
           write rapport-ligne
           move rapport-entete to rapport-ligne
           write rapport-ligne

           set sinistre-fin-fichier to false
           open input srp-fic-sinistres
           if srp-sinistre-statut not = '00'
               set sinistre-fin-fichier to true
           else
               move 0 to enr-sin-numero
               start srp-fic-sinistres key not < enr-sin-numero
                   invalid key set sinistre-fin-fichier to true
               end-start
           end-if
           .

       mod-traitement.
           read srp-fic-sinistres next record
               at end set sinistre-fin-fichier to true
               not at end
                   add 1 to lu-compteur
                   perform mod-evalue-sinistre
           end-read
           .

       mod-evalue-sinistre.
      * Cout retenu : la facture de reparation des qu'elle est connue,
      * le devis sinon. Couvert = franchise refacturee au client plus
      * recuperation assureur ; le reste est a la charge de l'agence.
           move enr-sin-date-ouverture to date-ouverture
           if ouv-periode = sys-periode
               add 1 to ouverts-mois
           end-if
           if enr-sin-facture > 0
               move enr-sin-facture to cout-sinistre
           else
               move enr-sin-devis to cout-sinistre
           end-if
           compute part-couverte =
               enr-sin-franchise + enr-sin-recupere
           if part-couverte < cout-sinistre
               compute part-non-couverte =
                   cout-sinistre - part-couverte
           else
               move 0 to part-non-couverte
           end-if
           if enr-sin-reclame > enr-sin-recupere
               compute attente-assureur =
                   enr-sin-reclame - enr-sin-recupere
           else
               move 0 to attente-assureur
           end-if
      * Un dossier clos et solde ne sort plus ; un dossier ouvert dans
      * le mois sort toujours, meme sans cout encore chiffre.
           if part-non-couverte > 0
               or attente-assureur > 0
               or ouv-periode = sys-periode
               perform mod-edite-sinistre
           end-if
           .

       mod-edite-sinistre.
           move enr-sin-numero to det-numero
           move enr-sin-contrat to det-contrat
           move enr-sin-immat to det-immat
           move enr-sin-statut to det-statut
           move enr-sin-date-ouverture to det-ouverture
           move cout-sinistre to det-cout
           move enr-sin-franchise to det-franchise
           move enr-sin-recupere to det-recupere
           move attente-assureur to det-attente
           move part-non-couverte to det-non-couvert
           move rapport-ligne-detail to rapport-ligne
           write rapport-ligne
           add 1 to edite-compteur
           add cout-sinistre to total-cout
           add attente-assureur to total-attente
           add part-non-couverte to total-non-couvert
           .

       mod-fin.
           if srp-sinistre-statut = '00' or srp-sinistre-statut = '10'
               close srp-fic-sinistres
           end-if
           move edite-compteur to tot-nombre
           move total-cout to tot-cout
           move total-attente to tot-attente
           move total-non-couvert to tot-non-couvert
           move rapport-ligne-total to rapport-ligne
           write rapport-ligne
           move ouverts-mois to mois-nombre
           move rapport-ligne-mois to rapport-ligne
           write rapport-ligne
           close srp-fic-rapport
           display 'Dossiers sinistres lus : ' lu-compteur
           display 'Dossiers au rapport : ' edite-compteur
           .

       end program sinrapp.
