               file status is let-modele-statut.
           select let-fic-lettres assign to "LETTRES"
               organization is line sequential.
           select let-fic-accords assign to "CONSENT"
               organization is indexed
               access mode is dynamic
               record key is enr-cns-client
               file status is let-accord-statut.

       data division.
       file section.
       1 let-param-enr.
           2 parm-mode pic x.
           2 parm-dept pic xx.
      * Canal de la campagne : 1 courrier (defaut), 2 e-mail, 3 SMS.
           2 parm-canal pic x.
      * Segment de valeur vise (clisegm) ; a blanc tous segments.
           2 parm-segment pic xx.

       fd let-fic-modele.
       1 let-modele-enr pic x(80).
       fd let-fic-lettres.
       1 let-lettre-ligne pic x(80).

       fd let-fic-accords.
       copy "consentrec.cpy".

       working-storage section.
       1 let-param-statut pic xx value '00'.
       1 let-modele-statut pic xx value '00'.
       1 let-accord-statut pic xx value '00'.
       1 pic x value 'n'.
           88 accords-ouverts value 'o' false 'n'.
       1 client-eof pic x value 'n'.
           88 client-fin-fichier value 'o'.
       1 modele-eof pic x value 'n'.
       1 mode-selection pic x value 'A'.
           88 mode-anniversaire value 'A'.
           88 mode-departement value 'D'.
           88 mode-segment value 'S'.
       1 dept-campagne pic xx.
       1 segment-campagne pic xx value spaces.
       1 canal-campagne pic 9 value 1.
       1 sans-accord-compteur pic 9(6) value 0.

       1 date-systeme pic 9(8).
       1 date-systeme-vue redefines date-systeme.
                   not at end
                       move parm-mode to mode-selection
                       move parm-dept to dept-campagne
                       if parm-canal = '2' or parm-canal = '3'
                           move parm-canal to canal-campagne
                       end-if
                       move parm-segment to segment-campagne
               end-read
               close let-fic-param
           end-if
           perform mod-charge-modele
           perform mod-calcule-semaine

      * Sans fichier des accords, aucun client n'a d'accord connu :
      * la campagne ne produit aucune lettre.
           set accords-ouverts to false
           open input let-fic-accords
           if let-accord-statut = '00'
               set accords-ouverts to true
           end-if

           open input client-fic-maitre
           open output let-fic-lettres
           read client-fic-maitre
           set retenu to false
      * Les adresses en retour NPAI sont ecartees des mailings tant
      * que le temoin n'est pas leve par une correction d'adresse.
      * Un segment vise (parametre) restreint toutes les selections ;
      * le mode 'S' retient le segment entier.
           if enr-statut not = 'I' and enr-npai not = 'O'
               and (segment-campagne = spaces
                   or enr-val-segment = segment-campagne)
               evaluate true
                   when mode-segment
                       set retenu to true
                   when mode-departement
                       if enr-cp(1:2) = dept-campagne
                           set retenu to true
                       end-if
                   when other
                       compute client-md =
                           (enr-mois-naiss * 100) + enr-jour-naiss
                       perform varying ix-sem from 1 by 1
                           until ix-sem > 7
                           if sem-md(ix-sem) = client-md
                               set retenu to true
                           end-if
                       end-perform
               end-evaluate
           end-if

      * Lettre commerciale : seuls les clients ayant donne leur
      * accord pour le canal de la campagne la recoivent.
           if retenu
               perform mod-verif-accord
           end-if

           if retenu
           end-read
           .

       mod-verif-accord.
           set retenu to false
           if accords-ouverts
               move enr-ref to enr-cns-client
               read let-fic-accords key is enr-cns-client
                   invalid key continue
                   not invalid key
                       if enr-cns-accord(canal-campagne) = 'O'
                           set retenu to true
                       end-if
               end-read
           end-if
           if not retenu
               add 1 to sans-accord-compteur
           end-if
           .

       mod-ecrire-lettre.
           perform varying ix-lig from 1 by 1
               until ix-lig > nb-modele
       mod-fin.
           close client-fic-maitre
           close let-fic-lettres
           if accords-ouverts
               close let-fic-accords
           end-if
           display 'Lettres produites : ' lettres-compteur
           display 'Ecartes sans accord : ' sans-accord-compteur
           .

       end program clientlet.
