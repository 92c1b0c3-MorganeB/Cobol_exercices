       identification division.
       program-id. devperte.

       environment division.
       input-output section.
       file-control.
           select dpe-fic-devis assign to "DEVISFIC"
               organization is indexed
               access mode is dynamic
               record key is enr-dev-numero
               file status is dpe-devis-statut.
           select dpe-fic-audit assign to "OPSLOG"
               organization is line sequential.

       data division.
       file section.
       fd dpe-fic-devis.
       copy "devisrec.cpy".

       fd dpe-fic-audit.
       copy "opslogrec.cpy".

       working-storage section.
       1 dpe-devis-statut pic xx value '00'.
       copy "sessionop.cpy".

       1 numero-devis pic 9(8) value 0.
       1 motif-saisi pic x value space.
           88 motif-valide value 'P' 'D' 'V' 'C'.
       1 reponse-confirmation pic x value space.
           88 perte-confirmee value 'o' 'O'.
       1 date-systeme pic 9(8).
       1 operateur-perte pic x(8).
       1 valeur-devis pic 9(5)v99.
       1 maj-faite pic x value 'n'.
           88 maj-ok value 'o' false 'n'.

       screen section.
       1 a-plg-titre.
           2 blank screen.
           2 line 2 col 10 'Cloture d''un devis perdu'.
       1 s-plg-numero.
           2 line 4 col 5 'Numero de devis '.
           2 s-numero-devis pic 9(8) to numero-devis required.

       1 a-plg-devis.
           2 line 6 col 5 'Emis le '.
           2 a-dev-date pic 9(8) from enr-dev-date.
           2 '  valable au '.
           2 a-dev-validite pic 9(8) from enr-dev-validite.
           2 '  par '.
           2 a-dev-operateur pic x(8) from enr-dev-operateur.
           2 line 7 col 5 'Client '.
           2 a-dev-client pic x(8) from enr-dev-client.
           2 '  '.
           2 a-dev-libelle pic x(10) from enr-dev-libelle.
           2 '  '.
           2 a-dev-jours pic zz9 from enr-dev-jours.
           2 ' jours  '.
           2 a-dev-valeur pic zzzz9.99 from valeur-devis.

       1 s-plg-motif.
           2 line 9 col 5
               'Motif (P prix, D dates, V vehicule, C concurrent) '.
           2 s-motif pic x to motif-saisi required.
       1 s-plg-confirmation.
           2 line 10 col 5 'Confirmer la perte du devis ? (o/n) '.
           2 s-confirmation pic x to reponse-confirmation.

       1 plg-inconnu.
           2 line 12 col 5 'Devis inconnu'.
       1 plg-deja-clos.
           2 line 12 col 5 'Devis deja converti ou clos'.
       1 plg-motif-invalide.
           2 line 12 col 5 'Motif invalide'.
       1 plg-erreur-fichier.
           2 line 12 col 5 'Fichier DEVISFIC indisponible'.
       1 plg-abandon.
           2 line 12 col 5 'Abandon - devis inchange'.
       1 plg-fait.
           2 line 12 col 5 'Devis clos comme perdu'.

       procedure division.
       mod-mainline.
      * Un devis actif, ou expire sans suite, est clos comme perdu
      * avec le motif donne par le client ; le motif alimente le
      * suivi mensuel de conversion des devis (devrapp).
           call 'datebus' using date-systeme
           if sess-id not = spaces and sess-id not = low-value
               move sess-id to operateur-perte
           else
               move 'INCONNU' to operateur-perte
           end-if
           display a-plg-titre
           display s-plg-numero
           accept s-numero-devis

           set maj-ok to false
           open i-o dpe-fic-devis
           if dpe-devis-statut not = '00'
               display plg-erreur-fichier
           else
               move numero-devis to enr-dev-numero
               read dpe-fic-devis key is enr-dev-numero
                   invalid key
                       display plg-inconnu
                   not invalid key
                       perform mod-cloture-devis
               end-read
               close dpe-fic-devis
           end-if

           if maj-ok
               display plg-fait
               perform mod-audit-operation
           end-if
           goback
           .

       mod-cloture-devis.
           compute valeur-devis = enr-dev-cout + enr-dev-cout-options
           display a-plg-devis
           if enr-dev-statut not = 'A' and enr-dev-statut not = 'E'
               display plg-deja-clos
           else
               display s-plg-motif
               accept s-motif
               inspect motif-saisi converting 'pdvc' to 'PDVC'
               if not motif-valide
                   display plg-motif-invalide
               else
                   display s-plg-confirmation
                   accept s-confirmation
                   if perte-confirmee
                       move 'P' to enr-dev-statut
                       move motif-saisi to enr-dev-motif
                       move date-systeme to enr-dev-date-cloture
                       rewrite enr-devis
                       if dpe-devis-statut = '00'
                           set maj-ok to true
                       else
                           display plg-erreur-fichier
                       end-if
                   else
                       display plg-abandon
                   end-if
               end-if
           end-if
           .

       mod-audit-operation.
           move spaces to ops-ligne
           move date-systeme to ops-date
           accept ops-heure from time
           move 'devperte' to ops-programme
           move 'DEVIS-PERDU' to ops-operation
           move operateur-perte to ops-operateur
           string numero-devis delimited by size
               ' ' delimited by size
               motif-saisi delimited by size
               into ops-detail
           end-string
           open extend dpe-fic-audit
           write ops-ligne
           close dpe-fic-audit
           .

       end program devperte.
