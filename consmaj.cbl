       identification division.
       program-id. consmaj.

       environment division.
       input-output section.
       file-control.
           select cns-fic-accords assign to "CONSENT"
               organization is indexed
               access mode is dynamic
               record key is enr-cns-client
               file status is cns-accord-statut.
           select optional cns-fic-hist assign to "CLIHIST"
               organization is line sequential.

       data division.
       file section.
       fd cns-fic-accords.
       copy "consentrec.cpy".

       fd cns-fic-hist.
       copy "clihistrec.cpy".

       working-storage section.
       1 cns-accord-statut pic xx value '00'.
       1 pic x value 'n'.
           88 accords-existants value 'o' false 'n'.
       1 pic x value 'n'.
           88 accord-modifie value 'o' false 'n'.
       1 cx pic 9.
       1 date-systeme pic 9(8).
       1 trav-avant pic x(200).
       1 trav-apres pic x(200).

       linkage section.
       copy "consdem.cpy".

       procedure division using cons-demande.
       mod-mainline.
      * Mise a jour des accords marketing d'un client, commune au
      * comptoir (client, clicons), a l'import de masse et aux
      * reservations des partenaires web (resapart) : seuls les
      * canaux dont l'accord change sont dates et sources, et le
      * changement est trace dans CLIHIST.
           move 'N' to cons-resultat
           call 'datebus' using date-systeme
           open i-o cns-fic-accords
           if cns-accord-statut = '35'
               open output cns-fic-accords
               if cns-accord-statut = '00'
                   close cns-fic-accords
                   open i-o cns-fic-accords
               end-if
           end-if
           if cns-accord-statut not = '00'
               move 'E' to cons-resultat
           else
               perform mod-lit-accords
               perform mod-applique-demande
               if accord-modifie
                   perform mod-ecrit-accords
               end-if
               close cns-fic-accords
           end-if
           goback
           .

       mod-lit-accords.
           set accords-existants to false
           move cons-client to enr-cns-client
           read cns-fic-accords key is enr-cns-client
               invalid key
                   move spaces to enr-consentement
                   move cons-client to enr-cns-client
                   perform varying cx from 1 by 1 until cx > 3
                       move 0 to enr-cns-date(cx)
                   end-perform
               not invalid key
                   set accords-existants to true
           end-read
           if accords-existants
               move enr-consentement to trav-avant
           else
               move spaces to trav-avant
           end-if
           .

       mod-applique-demande.
           set accord-modifie to false
           perform varying cx from 1 by 1 until cx > 3
               if (cons-canal-demande(cx) = 'O'
                   or cons-canal-demande(cx) = 'R')
                   and cons-canal-demande(cx) not = enr-cns-accord(cx)
                   move cons-canal-demande(cx) to enr-cns-accord(cx)
                   move date-systeme to enr-cns-date(cx)
                   move cons-source to enr-cns-source(cx)
                   set accord-modifie to true
               end-if
           end-perform
           .

       mod-ecrit-accords.
           move cons-operateur to enr-cns-operateur
           if accords-existants
               rewrite enr-consentement
           else
               write enr-consentement
           end-if
           if cns-accord-statut = '00'
               move 'O' to cons-resultat
               move enr-consentement to trav-apres
               perform mod-historique-client
           else
               move 'E' to cons-resultat
           end-if
           .

       mod-historique-client.
           open extend cns-fic-hist
           move spaces to hist-enr
           move cons-client to hist-ref
           move date-systeme to hist-date
           accept hist-heure from time
           move cons-operateur to hist-operateur
           move 'CONSENTEMENT' to hist-nature
           move trav-avant to hist-avant
           move trav-apres to hist-apres
           write hist-enr
           close cns-fic-hist
           .

       end program consmaj.
