       identification division.
       program-id. separet.

       environment division.
       input-output section.
       file-control.
           select srt-fic-retours assign to "SEPARET"
               organization is line sequential
               file status is srt-retour-statut.
           select srt-fic-prelevements assign to "SEPAREG"
               organization is indexed
               access mode is dynamic
               record key is enr-sep-facture
               file status is srt-prelevement-statut.
           select srt-fic-paiements assign to "PAIEMENT"
               organization is indexed
               access mode is dynamic
               record key is enr-pai-cle
               file status is srt-paiement-statut.
           select srt-fic-mandats assign to "MANDATS"
               organization is indexed
               access mode is dynamic
               record key is enr-man-client
               file status is srt-mandat-statut.
           select srt-fic-rapport assign to "SEPARAPP"
               organization is line sequential.

       data division.
       file section.
       fd srt-fic-retours.
       1 srt-retour-enr.
           2 ret-facture pic 9(8).
           2 ret-rum pic x(35).
           2 ret-montant pic 9(6)v99.
           2 ret-motif pic x(4).
           2 ret-date pic 9(8).

       fd srt-fic-prelevements.
       copy "separec.cpy".

       fd srt-fic-paiements.
       copy "paiemrec.cpy".

       fd srt-fic-mandats.
       copy "mandatrec.cpy".

       fd srt-fic-rapport.
       1 rapport-ligne pic x(100).

       working-storage section.
       1 srt-retour-statut pic xx value '00'.
       1 srt-prelevement-statut pic xx value '00'.
       1 srt-paiement-statut pic xx value '00'.
       1 srt-mandat-statut pic xx value '00'.
       1 retour-eof pic x value 'n'.
           88 retour-fin-fichier value 'o' false 'n'.
       1 prelevement-eof pic x value 'n'.
           88 prelevement-fin-fichier value 'o' false 'n'.
       1 paiement-eof pic x value 'n'.
           88 paiement-fin-fichier value 'o' false 'n'.
       1 pic x value 'n'.
           88 prelevements-ouverts value 'o' false 'n'.
       1 pic x value 'n'.
           88 paiements-ouverts value 'o' false 'n'.
       1 pic x value 'n'.
           88 mandats-ouverts value 'o' false 'n'.
       1 pic x value 'n'.
           88 prelevement-trouve value 'o' false 'n'.
       1 pic x value 'n'.
           88 paiement-ecrit value 'o' false 'n'.
       1 pic x value 'n'.
           88 traitement-ouvert value 'o' false 'n'.
       1 pic x value 'n'.
           88 date-reportee value 'o' false 'n'.
       1 pic x value 'n'.
           88 reglement-periode-close value 'o' false 'n'.
       copy "peridem.cpy".

      * Motifs de rejet (R-transactions) qui rendent le mandat
      * inutilisable : compte clos ou errone, mandat inexistant ou
      * conteste, debiteur decede. Les autres (provision insuffisante
      * notamment) laissent le mandat actif pour le loyer suivant.
       1 motif-rejet pic x(4).
           88 motif-definitif value 'AC01' 'AC04' 'AC06' 'MD01'
               'MD07' 'MS02'.

       1 date-traitement pic 9(8).
       1 date-encaissement pic 9(8).
       1 prochain-seq pic 99.

       1 retour-compteur pic 9(6) value 0.
       1 rejet-compteur pic 9(6) value 0.
       1 anomalie-compteur pic 9(6) value 0.
       1 encaisse-compteur pic 9(6) value 0.
       1 suspendu-compteur pic 9(6) value 0.
       1 total-encaisse pic 9(9)v99 value 0.
       1 total-rejete pic 9(9)v99 value 0.

       1 rapport-titre.
           2 filler pic x(38) value
               'RETOURS ET ENCAISSEMENTS SEPA DU '.
           2 tit-date pic 9(8).

       1 rapport-entete pic x(80) value
           'NATURE   FACTURE  CLIENT     MONTANT MOTIF OBSERVATION'.

       1 rapport-detail.
           2 det-nature pic x(8).
           2 filler pic x value space.
           2 det-facture pic 9(8).
           2 filler pic x value space.
           2 det-client pic x(8).
           2 filler pic x value space.
           2 det-montant pic zzzzz9.99.
           2 filler pic x value space.
           2 det-motif pic x(4).
           2 filler pic x(2) value spaces.
           2 det-observation pic x(40).

       1 rapport-total.
           2 rt-libelle pic x(26).
           2 rt-nombre pic zzzzz9.
           2 filler pic x(3) value spaces.
           2 rt-montant pic zzzzzzzz9.99.

       procedure division.
       mod-mainline.
           perform mod-init
           perform mod-traite-retours
           perform mod-encaissements
           perform mod-fin
           goback
           .

       mod-init.
           call 'datebus' using date-traitement
           move date-traitement to peri-date
           call 'perictl' using peri-demande
           set traitement-ouvert to false
           if peri-ouverte
               set traitement-ouvert to true
           end-if
           open output srt-fic-rapport
           move date-traitement to tit-date
           move rapport-titre to rapport-ligne
           write rapport-ligne
           move rapport-entete to rapport-ligne
           write rapport-ligne

           set prelevements-ouverts to false
           open i-o srt-fic-prelevements
           if srt-prelevement-statut = '00'
               set prelevements-ouverts to true
           end-if

           set paiements-ouverts to false
           open i-o srt-fic-paiements
           if srt-paiement-statut = '35'
               open output srt-fic-paiements
               if srt-paiement-statut = '00'
                   close srt-fic-paiements
                   open i-o srt-fic-paiements
               end-if
           end-if
           if srt-paiement-statut = '00'
               set paiements-ouverts to true
           end-if

           set mandats-ouverts to false
           open i-o srt-fic-mandats
           if srt-mandat-statut = '00'
               set mandats-ouverts to true
           end-if

           if not prelevements-ouverts or not paiements-ouverts
               display 'SEPAREG ou PAIEMENT indisponible'
               move 8 to return-code
           end-if
           .

       mod-traite-retours.
      * Les rejets passent en premier : un prelevement rejete ne doit
      * pas etre encaisse par la seconde passe du meme traitement.
           set retour-fin-fichier to true
           if prelevements-ouverts and paiements-ouverts
               set retour-fin-fichier to false
               open input srt-fic-retours
               if srt-retour-statut not = '00'
                   set retour-fin-fichier to true
               else
                   perform mod-lit-retour until retour-fin-fichier
                   close srt-fic-retours
               end-if
           end-if
           .

       mod-lit-retour.
           read srt-fic-retours
               at end set retour-fin-fichier to true
               not at end
                   add 1 to retour-compteur
                   perform mod-traite-rejet
           end-read
           .

       mod-traite-rejet.
           move spaces to rapport-detail
           move ret-facture to det-facture
           move ret-montant to det-montant
           move ret-motif to det-motif

           set prelevement-trouve to false
           move ret-facture to enr-sep-facture
           read srt-fic-prelevements key is enr-sep-facture
               invalid key continue
               not invalid key
                   if enr-sep-rum = ret-rum
                       set prelevement-trouve to true
                   end-if
           end-read

           evaluate true
               when not prelevement-trouve
                   move 'ANOMALIE' to det-nature
                   move 'Prelevement inconnu ou RUM differente'
                       to det-observation
                   add 1 to anomalie-compteur
               when enr-sep-rejete
                   move 'DOUBLON' to det-nature
                   move enr-sep-client to det-client
                   move 'Rejet deja enregistre' to det-observation
               when other
                   move enr-sep-client to det-client
                   perform mod-controle-reglement
                   if reglement-periode-close
      * Le reglement encaisse est dans une periode close : il n'est
      * pas retire, le rejet est a repasser apres reouverture.
                       move 'ANOMALIE' to det-nature
                       move 'Periode close - rejet non passe'
                           to det-observation
                       add 1 to anomalie-compteur
                   else
                       perform mod-annule-prelevement
                   end-if
           end-evaluate
           move rapport-detail to rapport-ligne
           write rapport-ligne
           .

       mod-controle-reglement.
           set reglement-periode-close to false
           if enr-sep-encaisse and paiements-ouverts
               move enr-sep-facture to enr-pai-facture
               move enr-sep-pai-seq to enr-pai-seq
               read srt-fic-paiements key is enr-pai-cle
                   invalid key continue
                   not invalid key
                       move enr-pai-date to peri-date
                       call 'perictl' using peri-demande
                       if peri-cloturee
                           set reglement-periode-close to true
                       end-if
               end-read
           end-if
           .

       mod-annule-prelevement.
      * Un rejet apres encaissement retire le reglement SEPA de
      * PAIEMENT : la facture redevient impayee pour la balance agee
      * et les relances.
           move 'REJET' to det-nature
           if enr-sep-encaisse
               move enr-sep-facture to enr-pai-facture
               move enr-sep-pai-seq to enr-pai-seq
               delete srt-fic-paiements record
                   invalid key continue
               end-delete
               move 'Reglement SEPA annule' to det-observation
           else
               move 'Rejete avant encaissement' to det-observation
           end-if
           move 'R' to enr-sep-statut
           move ret-motif to enr-sep-motif
           move ret-date to enr-sep-date-retour
           rewrite enr-prelevement
           add 1 to rejet-compteur
           add enr-sep-montant to total-rejete

           move ret-motif to motif-rejet
           if motif-definitif and mandats-ouverts
               move enr-sep-client to enr-man-client
               read srt-fic-mandats key is enr-man-client
                   invalid key continue
                   not invalid key
                       if enr-man-actif
                           and enr-man-rum = enr-sep-rum
                           move 'S' to enr-man-statut
                           move 'SEPARET' to enr-man-operateur
                           rewrite enr-mandat
                           add 1 to suspendu-compteur
                           move 'Mandat suspendu' to det-observation
                       end-if
               end-read
           end-if
           .

       mod-encaissements.
      * Prelevements emis dont l'echeance est atteinte sans rejet :
      * reglement mode 'P' dans PAIEMENT a la date d'echeance.
           set prelevement-fin-fichier to true
           if prelevements-ouverts and paiements-ouverts
               set prelevement-fin-fichier to false
               move 0 to enr-sep-facture
               start srt-fic-prelevements key not < enr-sep-facture
                   invalid key set prelevement-fin-fichier to true
               end-start
           end-if
           perform mod-lit-prelevement until prelevement-fin-fichier
           .

       mod-lit-prelevement.
           read srt-fic-prelevements next record
               at end set prelevement-fin-fichier to true
               not at end
                   if enr-sep-emis
                       and enr-sep-date-echeance <= date-traitement
                       perform mod-encaisse-prelevement
                   end-if
           end-read
           .

       mod-encaisse-prelevement.
      * Echeance tombee dans une periode comptable close : le
      * reglement est date du jour de traitement si ce mois est
      * ouvert, sinon le prelevement reste emis jusqu'a reouverture.
           set date-reportee to false
           move enr-sep-date-echeance to date-encaissement
           move enr-sep-date-echeance to peri-date
           call 'perictl' using peri-demande
           if peri-cloturee and traitement-ouvert
               move date-traitement to date-encaissement
               set date-reportee to true
           end-if
           if peri-cloturee and not traitement-ouvert
               move spaces to rapport-detail
               move enr-sep-facture to det-facture
               move enr-sep-client to det-client
               move enr-sep-montant to det-montant
               add 1 to anomalie-compteur
               move 'ANOMALIE' to det-nature
               move 'Periode close - non encaisse' to det-observation
               move rapport-detail to rapport-ligne
               write rapport-ligne
           else
               perform mod-ecrit-encaissement
           end-if
           .

       mod-ecrit-encaissement.
           perform mod-dernier-seq
           add 1 to prochain-seq
           move enr-sep-facture to enr-pai-facture
           move prochain-seq to enr-pai-seq
           move date-encaissement to enr-pai-date
           move enr-sep-montant to enr-pai-montant
           move 'P' to enr-pai-mode
           move 'SEPA' to enr-pai-operateur
           set paiement-ecrit to false
           write enr-paiement
               invalid key continue
               not invalid key set paiement-ecrit to true
           end-write
           move spaces to rapport-detail
           move enr-sep-facture to det-facture
           move enr-sep-client to det-client
           move enr-sep-montant to det-montant
           if paiement-ecrit
               move 'P' to enr-sep-statut
               move prochain-seq to enr-sep-pai-seq
               rewrite enr-prelevement
               add 1 to encaisse-compteur
               add enr-sep-montant to total-encaisse
               move 'ENCAISSE' to det-nature
               if date-reportee
                   move 'Date reportee - periode close'
                       to det-observation
               end-if
           else
               add 1 to anomalie-compteur
               move 'ANOMALIE' to det-nature
               move 'Reglement non enregistre' to det-observation
           end-if
           move rapport-detail to rapport-ligne
           write rapport-ligne
           .

       mod-dernier-seq.
           move 0 to prochain-seq
           set paiement-fin-fichier to false
           move enr-sep-facture to enr-pai-facture
           move 0 to enr-pai-seq
           start srt-fic-paiements key not < enr-pai-cle
               invalid key set paiement-fin-fichier to true
           end-start
           perform mod-lit-paiement until paiement-fin-fichier
           .

       mod-lit-paiement.
           read srt-fic-paiements next record
               at end set paiement-fin-fichier to true
               not at end
                   if enr-pai-facture not = enr-sep-facture
                       set paiement-fin-fichier to true
                   else
                       move enr-pai-seq to prochain-seq
                   end-if
           end-read
           .

       mod-fin.
           move spaces to rapport-ligne
           write rapport-ligne
           move 'Prelevements encaisses' to rt-libelle
           move encaisse-compteur to rt-nombre
           move total-encaisse to rt-montant
           move rapport-total to rapport-ligne
           write rapport-ligne
           move 'Prelevements rejetes' to rt-libelle
           move rejet-compteur to rt-nombre
           move total-rejete to rt-montant
           move rapport-total to rapport-ligne
           write rapport-ligne
           close srt-fic-rapport

           if prelevements-ouverts
               close srt-fic-prelevements
           end-if
           if paiements-ouverts
               close srt-fic-paiements
           end-if
           if mandats-ouverts
               close srt-fic-mandats
           end-if
           display 'Retours lus : ' retour-compteur
           display 'Rejets enregistres : ' rejet-compteur
           display 'Mandats suspendus : ' suspendu-compteur
           display 'Prelevements encaisses : ' encaisse-compteur
           if anomalie-compteur > 0
               display 'Anomalies : ' anomalie-compteur
                   ' - voir SEPARAPP'
               if return-code < 4
                   move 4 to return-code
               end-if
           end-if
           .

       end program separet.
