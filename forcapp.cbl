       identification division.
       program-id. forcapp.

       environment division.
       input-output section.
       file-control.
           select frc-fic-forcages assign to "FORCAGE"
               organization is indexed
               access mode is dynamic
               record key is enr-frc-numero
               alternate record key is enr-frc-objet
                   with duplicates
               alternate record key is enr-frc-agence
                   with duplicates
               file status is frc-forcage-statut.
           select frc-fic-seq assign to "FORCSEQ"
               organization is line sequential
               file status is frc-seq-statut.
           select frc-fic-operateurs assign to "OPERMAST"
               organization is indexed
               access mode is dynamic
               record key is enr-oper-id
               file status is frc-oper-statut.
           select frc-fic-audit assign to "OPSLOG"
               organization is line sequential.

       data division.
       file section.
       fd frc-fic-forcages.
       copy "forcrec.cpy".

       fd frc-fic-seq.
       1 frc-seq-enr.
           2 seq-numero pic 9(8).

       fd frc-fic-operateurs.
       copy "opermrec.cpy".

       fd frc-fic-audit.
       copy "opslogrec.cpy".

       working-storage section.
       1 frc-forcage-statut pic xx value '00'.
       1 frc-seq-statut pic xx value '00'.
       1 frc-oper-statut pic xx value '00'.
       1 date-systeme pic 9(8).
       1 heure-demande pic 9(6).
       1 numero-forcage pic 9(8) value 0.
       1 frc-eof pic x value 'n'.
           88 frc-fin-fichier value 'o' false 'n'.
       1 pic x value 'n'.
           88 superviseur-reconnu value 'o' false 'n'.
       1 pic x value 'n'.
           88 accord-repris value 'o' false 'n'.

       linkage section.
       copy "forcdem.cpy".

       procedure division using forc-demande.
       mod-mainline.
      * Derogations au comptoir : un operateur ne peut passer outre un
      * blocage credit, abandonner des supplements de retour ou
      * consentir une remise au-dela du seuil qu'avec l'accord d'un
      * operateur de niveau superieur identifie sur le poste. Sans
      * superviseur present, la demande attend dans la file FORCAGE
      * (forcval) ; chaque decision garde les deux operateurs, le
      * motif et le montant en jeu.
           call 'datebus' using date-systeme
           accept heure-demande from time
           open i-o frc-fic-forcages
           if frc-forcage-statut = '35'
               open output frc-fic-forcages
               close frc-fic-forcages
               open i-o frc-fic-forcages
           end-if
           if frc-forcage-statut not = '00'
               move 'I' to forc-resultat
           else
               evaluate forc-action
                   when 'V' perform mod-decision-poste
                   when 'E' perform mod-mise-en-attente
                   when 'C' perform mod-reprise-accord
                   when 'M' perform mod-report-montant
                   when other move 'I' to forc-resultat
               end-evaluate
               close frc-fic-forcages
           end-if
           goback
           .

       mod-decision-poste.
           perform mod-controle-superviseur
           if not superviseur-reconnu
               move 'X' to forc-resultat
           else
               perform mod-prepare-forcage
               move forc-superviseur to enr-frc-superviseur
               move date-systeme to enr-frc-date-decision
               if forc-decision = 'o' or forc-decision = 'O'
                   move 'U' to enr-frc-statut
                   move 'O' to forc-resultat
               else
                   move 'R' to enr-frc-statut
                   move 'R' to forc-resultat
               end-if
               perform mod-ecrit-forcage
           end-if
           .

       mod-controle-superviseur.
      * Meme controle qu'a l'identification du menu : les echecs sont
      * comptes sur l'operateur et le compte se verrouille au troisieme.
      * Le superviseur doit etre un autre operateur, de niveau
      * superieur au demandeur (l'administrateur, niveau 9, accorde
      * pour tout autre operateur).
           set superviseur-reconnu to false
           open i-o frc-fic-operateurs
           if frc-oper-statut = '00'
               move forc-superviseur to enr-oper-id
               read frc-fic-operateurs key is enr-oper-id
                   invalid key
                       perform mod-journal-refus
                   not invalid key
                       perform mod-controle-passe
               end-read
               close frc-fic-operateurs
           end-if
           .

       mod-controle-passe.
           evaluate true
               when enr-oper-verrou = 'V'
                   perform mod-journal-refus
               when enr-oper-actif = 'A'
                   and enr-oper-passe = forc-passe
                   move 0 to enr-oper-echecs
                   rewrite enr-operateur-maitre
                   if enr-oper-id not = forc-demandeur
                       and (enr-oper-niveau > forc-niveau-dem
                           or enr-oper-niveau = 9)
                       set superviseur-reconnu to true
                   else
                       perform mod-journal-refus
                   end-if
               when other
                   add 1 to enr-oper-echecs
                   if enr-oper-echecs >= 3
                       move 'V' to enr-oper-verrou
                       move spaces to ops-ligne
                       move 'VERROUILLAGE' to ops-operation
                       move forc-superviseur to ops-detail
                       perform mod-journal
                   else
                       perform mod-journal-refus
                   end-if
                   rewrite enr-operateur-maitre
           end-evaluate
           .

       mod-mise-en-attente.
           perform mod-prepare-forcage
           move spaces to enr-frc-superviseur
           move 0 to enr-frc-date-decision
           move 'E' to enr-frc-statut
           perform mod-ecrit-forcage
           move 'A' to forc-resultat
           .

       mod-reprise-accord.
      * Accord donne depuis la file pour le meme objet et non encore
      * utilise ; une remise accordee couvre tout taux inferieur.
           move 'N' to forc-resultat
           set accord-repris to false
           set frc-fin-fichier to false
           move forc-nature to enr-frc-nature
           move forc-reference to enr-frc-reference
           start frc-fic-forcages key = enr-frc-objet
               invalid key set frc-fin-fichier to true
           end-start
           perform mod-lit-accord
               until frc-fin-fichier or accord-repris
           .

       mod-lit-accord.
           read frc-fic-forcages next record
               at end set frc-fin-fichier to true
               not at end
                   if enr-frc-nature not = forc-nature
                       or enr-frc-reference not = forc-reference
                       set frc-fin-fichier to true
                   else
                       if enr-frc-statut = 'A'
                           and enr-frc-taux >= forc-taux
                           move 'U' to enr-frc-statut
                           rewrite enr-forcage
                           set accord-repris to true
                           move enr-frc-numero to forc-numero
                           move enr-frc-superviseur
                               to forc-superviseur
                           move 'O' to forc-resultat
                       end-if
                   end-if
           end-read
           .

       mod-report-montant.
           move forc-numero to enr-frc-numero
           read frc-fic-forcages key is enr-frc-numero
               invalid key move 'N' to forc-resultat
               not invalid key
                   move forc-montant to enr-frc-montant
                   rewrite enr-forcage
                   move 'O' to forc-resultat
           end-read
           .

       mod-prepare-forcage.
           perform mod-prochain-numero
           move numero-forcage to enr-frc-numero
           move numero-forcage to forc-numero
           move forc-nature to enr-frc-nature
           move forc-reference to enr-frc-reference
           move forc-agence to enr-frc-agence
           move forc-programme to enr-frc-programme
           move forc-montant to enr-frc-montant
           move forc-taux to enr-frc-taux
           move forc-motif to enr-frc-motif
           move forc-demandeur to enr-frc-demandeur
           move forc-niveau-dem to enr-frc-niveau-dem
           move date-systeme to enr-frc-date-demande
           move heure-demande to enr-frc-heure
           .

       mod-ecrit-forcage.
           write enr-forcage
               invalid key move 'I' to forc-resultat
           end-write
           .

       mod-prochain-numero.
           move 0 to numero-forcage
           open input frc-fic-seq
           if frc-seq-statut = '00'
               read frc-fic-seq
                   at end continue
                   not at end move seq-numero to numero-forcage
               end-read
               close frc-fic-seq
           end-if
           add 1 to numero-forcage

           open output frc-fic-seq
           move numero-forcage to seq-numero
           write frc-seq-enr
           close frc-fic-seq
           .

       mod-journal-refus.
           move spaces to ops-ligne
           move 'ACCORD-REFUSE' to ops-operation
           move forc-superviseur to ops-detail
           perform mod-journal
           .

      * La zone ops-ligne est blanchie par l'appelant avant d'y poser
      * l'operation et le detail.
       mod-journal.
           move date-systeme to ops-date
           accept ops-heure from time
           move 'forcapp' to ops-programme
           move forc-demandeur to ops-operateur
           if ops-operateur = spaces
               move 'INCONNU' to ops-operateur
           end-if
           open extend frc-fic-audit
           write ops-ligne
           close frc-fic-audit
           .

       end program forcapp.
