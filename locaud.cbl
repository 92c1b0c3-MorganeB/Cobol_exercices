               organization is indexed
               access mode is dynamic
               record key is enr-ctr-numero
               alternate record key is enr-ctr-client
                   with duplicates
               alternate record key is enr-ctr-immat
                   with duplicates
               file status is aud-contrat-statut.
           select aud-fic-resa assign to "RESERV"
               organization is indexed
           88 clients-ouverts value 'o' false 'n'.
       1 vehicules-dispo pic x value 'n'.
           88 vehicules-ouverts value 'o' false 'n'.
       1 contrats-dispo pic x value 'n'.
           88 contrats-ouverts value 'o' false 'n'.

       1 date-systeme pic 9(8).
       1 majeur-compteur pic 9(6) value 0.
       1 mineur-compteur pic 9(6) value 0.

       1 pic x value 'n'.
       88 contrat-ouvert-trouve value 'o' false 'n'.

       1 rapport-titre.
           2 filler pic x(36) value

       mod-passe-contrats.
           set contrat-fin-fichier to false
           set contrats-ouverts to false
           open input aud-fic-contrats
           if aud-contrat-statut not = '00'
               set contrat-fin-fichier to true
           else
               set contrats-ouverts to true
               move 0 to enr-ctr-numero
               start aud-fic-contrats key not < enr-ctr-numero
                   invalid key set contrat-fin-fichier to true
               end-start
           end-if
           perform mod-lit-contrat until contrat-fin-fichier
           .

       mod-lit-contrat.

       mod-controle-ouvert.
           if enr-ctr-immat not = spaces
      * Un contrat engage doit retrouver sa reservation active sous
      * la cle vehicule + date de depart ecrite a la creation.
               if resa-ouverte
                           continue
                   end-read
               end-if
           else
               perform mod-controle-attente
           end-if
           .

       mod-controle-attente.
      * Contrat tenu sur sa categorie : sa reservation d'attente
      * ('*' + contrat) doit exister, et le vehicule doit avoir ete
      * remis une fois la date de depart passee.
           if resa-ouverte
               move spaces to enr-resa-immat
               move '*' to enr-resa-marque
               move enr-ctr-numero to enr-resa-contrat-att
               move enr-ctr-date-debut to enr-resa-debut
               read aud-fic-resa key is enr-resa-cle
                   invalid key
                       move 'MAJEUR' to ano-gravite
                       move 'RESAMANQ' to ano-code
                       move spaces to ano-detail
                       string 'contrat ' enr-ctr-numero
                           ' sans reservation de categorie'
                           delimited by size into ano-detail
                       end-string
                       perform mod-ecrit-anomalie
                   not invalid key
                       continue
               end-read
           end-if
           if enr-ctr-date-debut < date-systeme
               move 'MINEUR' to ano-gravite
               move 'NONAFFEC' to ano-code
               move spaces to ano-detail
               string 'contrat ' enr-ctr-numero
                   ' depart du ' enr-ctr-date-debut
                   ' sans vehicule remis'
                   delimited by size into ano-detail
               end-string
               perform mod-ecrit-anomalie
           end-if
           .

           .

       mod-controle-loue.
      * Contrats du vehicule lus par la cle immatriculation : il en
      * faut un encore ouvert.
           set contrat-ouvert-trouve to false
           set contrat-fin-fichier to true
           if contrats-ouverts
               set contrat-fin-fichier to false
               move enr-veh-immat to enr-ctr-immat
               start aud-fic-contrats key = enr-ctr-immat
                   invalid key set contrat-fin-fichier to true
               end-start
           end-if
           perform mod-lit-contrat-vehicule
               until contrat-fin-fichier or contrat-ouvert-trouve
           if not contrat-ouvert-trouve
               move 'MAJEUR' to ano-gravite
               move 'VEHORPH' to ano-code
           end-if
           .

       mod-lit-contrat-vehicule.
           read aud-fic-contrats next record
               at end set contrat-fin-fichier to true
               not at end
                   if enr-ctr-immat not = enr-veh-immat
                       set contrat-fin-fichier to true
                   else
                       if enr-ctr-statut = 'O'
                           set contrat-ouvert-trouve to true
                       end-if
                   end-if
           end-read
           .

       mod-passe-reservations.
           set resa-fin-fichier to false
           if not resa-ouverte
           if vehicules-ouverts
               close aud-fic-vehicules
           end-if
           if contrats-ouverts
               close aud-fic-contrats
           end-if
           close aud-fic-rapport
           display 'Anomalies majeures : ' majeur-compteur
           display 'Anomalies mineures : ' mineur-compteur
