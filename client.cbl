                     file status is client-rejet-statut.
                 select optional client-fic-hist assign to "CLIHIST"
                     organization is line sequential.
                 select client-fic-coord assign to "CLICOORD"
                     organization is indexed
                     access mode is dynamic
                     record key is enr-crd-client
                     file status is client-coord-statut.

             data division.
             file section.
               2 imp-annee pic 9999.
               2 imp-ville pic x(30).
               2 imp-cp pic x(5).
      * Accords marketing courrier, e-mail, SMS : 'O' donne, 'N'
      * refuse, a blanc non recueilli.
               2 imp-accord-courrier pic x.
               2 imp-accord-email pic x.
               2 imp-accord-sms pic x.
               2 imp-mobile pic x(15).
               2 imp-email pic x(60).

             fd client-fic-rejet.
             1 client-rejet-ligne pic x(120).
             fd client-fic-hist.
             copy "clihistrec.cpy".

             fd client-fic-coord.
             copy "coordrec.cpy".

             working-storage section.
             1 client-fic-statut pic xx value '00'.
             1 client-cfg-statut pic xx value '00'.
                   3 permis-categorie pic x(2).
                   3 permis-delivre pic 9(8).
                   3 permis-expire pic 9(8).
      * Coordonnees de contact, tenues sur CLICOORD.
           1 tel-mobile pic x(15) value spaces.
           1 adresse-email pic x(60) value spaces.
           1 client-coord-statut pic xx value '00'.
           1 pic x value 'n'.
           88 coord-existe value 'o' false 'n'.
           1 pic x value 'n'.
           88 coord-modifiee value 'o' false 'n'.
           1 arobase-compteur pic 99.
           1 pic x value 'o'.
           88 correct value 'o' false 'n'.

               88 npai-a-poser value 'o' 'O'.
           1 motif-npai pic x(15) value spaces.

           copy "consdem.cpy".
           1 reponse-acc-courrier pic x value space.
           1 reponse-acc-email pic x value space.
           1 reponse-acc-sms pic x value space.
           1 reponse-canal pic x.
           1 cx pic 9.

           1 client-ligne-confirm.
               2 cc-libelle pic x(26) value
                   'Confirmation client ref : '.
               2 line 11 col 5 'Code postal '.
               2 a-fiche-cp line 11 col 20 pic 99999 from cp.

           1 s-plg-contact.
               2 line 19 col 5 'Mobile '.
               2 s-mobile pic x(15) to tel-mobile.
               2 line 20 col 5 'E-mail '.
               2 s-email pic x(60) to adresse-email.

           1 a-plg-contact.
               2 line 13 col 5 'Mobile '.
               2 a-mobile pic x(15) from tel-mobile.
               2 line 14 col 5 'E-mail '.
               2 a-email pic x(60) from adresse-email.

           1 plg-non-trouve.
               2 line 20 col 30 pic x(40) from lib-non-trouve.
           1 plg-desactive.
               2 line 20 col 5 'Creer quand meme ? (o/n) '.
               2 s-reponse-doublon pic x to reponse-doublon required.

           1 s-plg-accords.
               2 line 22 col 5 'Accord marketing (o/n)  courrier '.
               2 s-acc-courrier pic x to reponse-acc-courrier.
               2 '  e-mail '.
               2 s-acc-email pic x to reponse-acc-email.
               2 '  SMS '.
               2 s-acc-sms pic x to reponse-acc-sms.

           1 plg-accord.
               2 line 20 col 30.
               2 'Votre reference client : '.
               move spaces to permis-categorie
               move 0 to permis-delivre
               move 0 to permis-expire
               move imp-mobile to tel-mobile
               move imp-email to adresse-email

               move ' - a revoir manuel' to motif-rejet
               perform mod-control
               accept s-permis-cat
               accept s-permis-delivre
               accept s-permis-expire
               display s-plg-contact
               accept s-mobile
               accept s-email
           .

           mod-control.
                   set correct to false
               end-if

               perform mod-verif-contact
               if correct
                   perform mod-verif-cp
               end-if
               if correct
                   perform mod-verif-ville
               end-if

               .

      * Controle de forme des coordonnees : une adresse e-mail porte
      * un et un seul @, un mobile commence par + ou par 0.
           mod-verif-contact.
               if adresse-email not = spaces
                   move 0 to arobase-compteur
                   inspect adresse-email tallying arobase-compteur
                       for all '@'
                   if arobase-compteur not = 1
                       or adresse-email(1:1) = '@'
                       set correct to false
                   end-if
               end-if
               if tel-mobile not = spaces
                   and tel-mobile(1:1) not = '+'
                   and tel-mobile(1:1) not = '0'
                   set correct to false
               end-if
           .

           mod-verif-cp.
               move cp(1:2) to enr-dept-code
               open input dept-fic-ref
                       move 'N' to enr-npai
                       move 0 to enr-npai-date
                       move spaces to enr-npai-motif
                       move spaces to enr-entreprise
                       move spaces to enr-fusion
                       move spaces to enr-val-segment
                       move zeros to enr-val-score
                       move 0 to enr-val-date

                       write enr-client
                           invalid key set correct to false
                           move 'CREATION' to ops-operation
                           move ref to ops-detail
                           perform mod-audit-operation
                           perform mod-ecrit-coordonnees
                           perform mod-recueil-accords
                           perform mod-imprime-confirmation
                       end-if
                   end-if
               end-if
           .

      * Accords marketing par canal recueillis a la creation : au
      * comptoir sur l'ecran, a l'import d'apres la ligne importee.
           mod-recueil-accords.
               if mode-import
                   move imp-accord-courrier to reponse-acc-courrier
                   move imp-accord-email to reponse-acc-email
                   move imp-accord-sms to reponse-acc-sms
                   move 'I' to cons-source
               else
                   display s-plg-accords
                   accept s-acc-courrier
                   accept s-acc-email
                   accept s-acc-sms
                   move 'C' to cons-source
               end-if
               move ref to cons-client
               move operateur-id to cons-operateur
               move reponse-acc-courrier to reponse-canal
               move 1 to cx
               perform mod-traduit-accord
               move reponse-acc-email to reponse-canal
               move 2 to cx
               perform mod-traduit-accord
               move reponse-acc-sms to reponse-canal
               move 3 to cx
               perform mod-traduit-accord
               if cons-canal-demande(1) not = space
                   or cons-canal-demande(2) not = space
                   or cons-canal-demande(3) not = space
                   call 'consmaj' using cons-demande
               end-if
           .

           mod-traduit-accord.
               evaluate reponse-canal
                   when 'o'
                   when 'O'
                       move 'O' to cons-canal-demande(cx)
                   when 'n'
                   when 'N'
                       move 'R' to cons-canal-demande(cx)
                   when other
                       move space to cons-canal-demande(cx)
               end-evaluate
           .

           mod-lit-coordonnees.
               move spaces to tel-mobile
               move spaces to adresse-email
               open input client-fic-coord
               if client-coord-statut = '00'
                   move ref to enr-crd-client
                   read client-fic-coord key is enr-crd-client
                       invalid key continue
                       not invalid key
                           move enr-crd-mobile to tel-mobile
                           move enr-crd-email to adresse-email
                   end-read
                   close client-fic-coord
               end-if
           .

      * Une coordonnee corrigee remet a zero les echecs de remise du
      * canal et leve sa suspension, comme la correction d'adresse
      * leve le temoin NPAI.
           mod-ecrit-coordonnees.
               open i-o client-fic-coord
               if client-coord-statut = '35'
                   open output client-fic-coord
                   if client-coord-statut = '00'
                       close client-fic-coord
                       open i-o client-fic-coord
                   end-if
               end-if
               if client-coord-statut = '00'
                   set coord-existe to false
                   set coord-modifiee to false
                   move ref to enr-crd-client
                   read client-fic-coord key is enr-crd-client
                       invalid key
                           move spaces to enr-coordonnees
                           move ref to enr-crd-client
                           move 1 to cx
                           perform mod-raz-canal
                           move 2 to cx
                           perform mod-raz-canal
                       not invalid key
                           set coord-existe to true
                   end-read
                   if coord-existe
                       move enr-coordonnees to trav-avant
                   else
                       move spaces to trav-avant
                   end-if
                   if tel-mobile not = enr-crd-mobile
                       move tel-mobile to enr-crd-mobile
                       move 1 to cx
                       perform mod-raz-canal
                       set coord-modifiee to true
                   end-if
                   if adresse-email not = enr-crd-email
                       move adresse-email to enr-crd-email
                       move 2 to cx
                       perform mod-raz-canal
                       set coord-modifiee to true
                   end-if
                   if coord-modifiee
                       call 'datebus' using enr-crd-date-maj
                       move operateur-id to enr-crd-operateur
                       if coord-existe
                           rewrite enr-coordonnees
                       else
                           write enr-coordonnees
                       end-if
                       if client-coord-statut not = '00'
                           set coord-modifiee to false
                       end-if
                       move enr-coordonnees to trav-apres
                   end-if
                   close client-fic-coord
                   if coord-modifiee
                       move 'COORDONNEES' to trav-nature
                       perform mod-historique-client
                   end-if
               end-if
           .

           mod-raz-canal.
               move 0 to enr-crd-echecs(cx)
               move 0 to enr-crd-echec-date(cx)
               move spaces to enr-crd-echec-motif(cx)
               move 'N' to enr-crd-suspendu(cx)
           .

           mod-consultation.
               display s-plg-recherche
               accept s-recherche-ref
                       move enr-permis-expire to permis-expire
                       display a-plg-fiche
                       display a-plg-permis
                       perform mod-lit-coordonnees
                       display a-plg-contact
                       move 'CONSULTATION' to ops-operation
                       move recherche-ref to ops-detail
                       perform mod-audit-operation
                   move enr-permis-expire to permis-expire
                   display a-plg-fiche
                   display a-plg-permis
                   perform mod-lit-coordonnees
                   display a-plg-contact
               end-if

               if modif-trouve
                   move 'MODIFICATION' to ops-operation
                   move recherche-ref to ops-detail
                   perform mod-audit-operation
                   perform mod-ecrit-coordonnees
               end-if
           .

