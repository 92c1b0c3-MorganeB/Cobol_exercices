               organization is indexed
               access mode is dynamic
               record key is enr-ctr-numero
               alternate record key is enr-ctr-client
                   with duplicates
               alternate record key is enr-ctr-immat
                   with duplicates
               file status is dos-contrat-statut.
           select dos-fic-registre assign to "FACTREG"
               organization is indexed
               access mode is dynamic
               record key is reg-cle
               alternate record key is reg-client with duplicates
               file status is dos-registre-statut.
           select dos-fic-conducteurs assign to "CTRCOND"
               organization is indexed
               access mode is dynamic
               record key is enr-cnd-cle
               alternate record key is enr-cnd-client
                   with duplicates
               file status is dos-cnd-statut.
           select dos-fic-lettres assign to "LETTRES"
               organization is line sequential
               file status is dos-lettres-statut.
       copy "contratrec.cpy".

       fd dos-fic-registre.
       copy "factregrec.cpy".

       fd dos-fic-conducteurs.
       copy "ctrcondrec.cpy".

       fd dos-fic-lettres.
       1 lettre-ligne pic x(80).
       1 dos-contrat-statut pic xx value '00'.
       1 dos-registre-statut pic xx value '00'.
       1 dos-lettres-statut pic xx value '00'.
       1 dos-cnd-statut pic xx value '00'.
       1 dos-journal-statut pic xx value '00'.
       copy "imprdem.cpy".

       1 fic-eof pic x value 'n'.
           88 fic-fin-fichier value 'o' false 'n'.
       1 pic x value 'n'.
           88 fic-ouvert value 'o' false 'n'.
       1 pic x value 'n'.
       88 client-trouve value 'o' false 'n'.
       1 cnd-eof pic x value 'n'.
           88 cnd-fin-fichier value 'o' false 'n'.
       1 pic x value 'n'.
           88 conducteurs-ouverts value 'o' false 'n'.

       1 client-demande pic x(8) value spaces.
       1 date-systeme pic 9(8).

       1 compteur-hist pic 9(6) value 0.
       1 compteur-contrats pic 9(6) value 0.
       1 compteur-conducteurs pic 9(6) value 0.
       1 compteur-factures pic 9(6) value 0.
       1 compteur-lettres pic 9(6) value 0.
       1 compteur-opslog pic 9(6) value 0.
           2 filler pic x(9) value ' statut '.
           2 dc-statut pic x.

       1 dos-ligne-conducteur.
           2 filler pic x(28) value '  conducteur additionnel : '.
           2 dn-client pic x(8).

       1 dos-ligne-cnd-contrat.
           2 filler pic x(31) value
               'Conducteur additionnel contrat '.
           2 dn-contrat pic 9(8).
           2 filler pic x(7) value ' rang '.
           2 dn-rang pic 9.
           2 filler pic x(9) value ' depuis '.
           2 dn-date pic 9(8).

       1 dos-ligne-resume.
           2 dr-libelle pic x(30).
           2 dr-compteur pic zzzzz9.
               perform mod-debut-dossier
               perform mod-section-historique
               perform mod-section-contrats
               perform mod-section-conducteurs
               perform mod-section-factures
               perform mod-section-lettres
               perform mod-section-opslog
           move 'CONTRATS LOCCONTR' to ds-libelle
           perform mod-ecrit-section
           set fic-fin-fichier to false
           set fic-ouvert to false
           open input dos-fic-contrats
           if dos-contrat-statut not = '00'
               set fic-fin-fichier to true
           else
               set fic-ouvert to true
               move client-demande to enr-ctr-client
               start dos-fic-contrats key = enr-ctr-client
                   invalid key set fic-fin-fichier to true
               end-start
           end-if
           set conducteurs-ouverts to false
           open input dos-fic-conducteurs
           if dos-cnd-statut = '00'
               set conducteurs-ouverts to true
           end-if
           perform mod-lit-contrat until fic-fin-fichier
           if fic-ouvert
               close dos-fic-contrats
           end-if
           if conducteurs-ouverts
               close dos-fic-conducteurs
           end-if
           .

       mod-lit-contrat.
           read dos-fic-contrats next record
               at end set fic-fin-fichier to true
               not at end
                   if enr-ctr-client not = client-demande
                       set fic-fin-fichier to true
                   else
                       add 1 to compteur-contrats
                       move enr-ctr-numero to dc-numero
                       move enr-ctr-date-debut to dc-debut
                       move enr-ctr-statut to dc-statut
                       move dos-ligne-contrat to impr-texte
                       perform mod-ecrit-ligne
                       if conducteurs-ouverts
                           perform mod-liste-conducteurs
                       end-if
                   end-if
           end-read
           .

       mod-liste-conducteurs.
      * Conducteurs additionnels nommes sur le contrat du client.
           set cnd-fin-fichier to false
           move enr-ctr-numero to enr-cnd-contrat
           move 0 to enr-cnd-rang
           start dos-fic-conducteurs key not < enr-cnd-cle
               invalid key set cnd-fin-fichier to true
           end-start
           perform mod-lit-conducteur until cnd-fin-fichier
           .

       mod-lit-conducteur.
           read dos-fic-conducteurs next record
               at end set cnd-fin-fichier to true
               not at end
                   if enr-cnd-contrat not = enr-ctr-numero
                       set cnd-fin-fichier to true
                   else
                       move enr-cnd-client to dn-client
                       move dos-ligne-conducteur to impr-texte
                       perform mod-ecrit-ligne
                   end-if
           end-read
           .

       mod-section-conducteurs.
      * Contrats d'autres titulaires sur lesquels le client est nomme
      * comme conducteur additionnel.
           move 'CONDUCTEUR ADDITIONNEL CTRCOND' to ds-libelle
           perform mod-ecrit-section
           set fic-fin-fichier to false
           set fic-ouvert to false
           open input dos-fic-conducteurs
           if dos-cnd-statut not = '00'
               set fic-fin-fichier to true
           else
               set fic-ouvert to true
               move client-demande to enr-cnd-client
               start dos-fic-conducteurs key = enr-cnd-client
                   invalid key set fic-fin-fichier to true
               end-start
           end-if
           perform mod-lit-cnd-client until fic-fin-fichier
           if fic-ouvert
               close dos-fic-conducteurs
           end-if
           .

       mod-lit-cnd-client.
           read dos-fic-conducteurs next record
               at end set fic-fin-fichier to true
               not at end
                   if enr-cnd-client not = client-demande
                       set fic-fin-fichier to true
                   else
                       add 1 to compteur-conducteurs
                       move enr-cnd-contrat to dn-contrat
                       move enr-cnd-rang to dn-rang
                       move enr-cnd-date-ajout to dn-date
                       move dos-ligne-cnd-contrat to impr-texte
                       perform mod-ecrit-ligne
                   end-if
           end-read
           .
           move 'FACTURES FACTREG' to ds-libelle
           perform mod-ecrit-section
           set fic-fin-fichier to false
           set fic-ouvert to false
           open input dos-fic-registre
           if dos-registre-statut not = '00'
               set fic-fin-fichier to true
           else
               set fic-ouvert to true
               move client-demande to reg-client
               start dos-fic-registre key = reg-client
                   invalid key set fic-fin-fichier to true
               end-start
           end-if
           perform mod-lit-registre until fic-fin-fichier
           if fic-ouvert
               close dos-fic-registre
           end-if
           .

       mod-lit-registre.
           read dos-fic-registre next record
               at end set fic-fin-fichier to true
               not at end
                   move registre-ligne to rg-ligne
                   if rg-client not = client-demande
                       set fic-fin-fichier to true
                   else
                       add 1 to compteur-factures
                       move rg-ligne to impr-texte
                       perform mod-ecrit-ligne
           move compteur-contrats to dr-compteur
           move dos-ligne-resume to impr-texte
           perform mod-ecrit-ligne
           move 'CTRCOND   : ' to dr-libelle
           move compteur-conducteurs to dr-compteur
           move dos-ligne-resume to impr-texte
           perform mod-ecrit-ligne
           move 'FACTREG   : ' to dr-libelle
           move compteur-factures to dr-compteur
           move dos-ligne-resume to impr-texte
