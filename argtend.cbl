       identification division.
       program-id. argtend.

       environment division.
       input-output section.
       file-control.
           select tnd-fic-journal assign to "ARGLOG"
               organization is line sequential.
           select tnd-fic-affect assign to "TILLOPER"
               organization is line sequential
               file status is tnd-affect-statut.

       data division.
       file section.
       fd tnd-fic-journal.
       1 tnd-journal-ligne pic x(120).

       fd tnd-fic-affect.
       1 tnd-affect-enr.
           2 aff-operateur pic x(8).
           2 aff-caisse pic x(4).

       working-storage section.
       1 tnd-affect-statut pic xx value '00'.
       1 affect-eof pic x value 'n'.
           88 affect-fin-fichier value 'o' false 'n'.
       1 caisse-courante pic x(4) value 'C1'.
       1 arg-date-jour pic 9(8).
       1 arg-heure-jour pic 9(6).
       copy "sessionop.cpy".
       copy "arglogrec.cpy".

       linkage section.
       copy "tenddem.cpy".

       procedure division using tend-demande.
       mod-mainline.
      * Encaissement pris hors de l'ecran argent (prepaiement d'une
      * reservation au comptoir) : meme ligne de journal ARGLOG que
      * le reglement mixte d'argent, libelle TENDER, sur la caisse de
      * l'operateur ; la preuve de caisse et rembours la retrouvent
      * comme toute autre ligne.
           move 'N' to tend-resultat
           move spaces to tend-caisse
           if (tend-mode = 'E' or tend-mode = 'C' or tend-mode = 'H')
               and tend-montant > 0
               perform mod-affectation-caisse
               perform mod-journal-tender
               move caisse-courante to tend-caisse
               move 'O' to tend-resultat
           end-if
           goback
           .

       mod-affectation-caisse.
      * Caisse de travail de l'operateur d'apres TILLOPER ; a defaut
      * d'affectation, la caisse par defaut du profil operateur puis
      * la caisse C1 du comptoir principal.
           move 'C1' to caisse-courante
           if sess-pref = 'o' and sess-caisse not = spaces
               move sess-caisse to caisse-courante
           end-if
           set affect-fin-fichier to false
           open input tnd-fic-affect
           if tnd-affect-statut not = '00'
               set affect-fin-fichier to true
           else
               perform mod-lit-affectation until affect-fin-fichier
               close tnd-fic-affect
           end-if
           .

       mod-lit-affectation.
           read tnd-fic-affect
               at end set affect-fin-fichier to true
               not at end
                   if aff-operateur = sess-id
                       move aff-caisse to caisse-courante
                       set affect-fin-fichier to true
                   end-if
           end-read
           .

       mod-journal-tender.
           call 'datebus' using arg-date-jour
           accept arg-heure-jour from time

           move arg-date-jour to arg-jn-date
           move arg-heure-jour to arg-jn-heure
           move tend-montant to arg-jn-val
           move 'EUR' to arg-jn-devise
           move zero to arg-jn-b200
           move zero to arg-jn-b100
           move zero to arg-jn-b50
           move zero to arg-jn-b20
           move zero to arg-jn-b10
           move zero to arg-jn-b5
           move zero to arg-jn-b2
           move zero to arg-jn-b1
           move zero to arg-jn-b050
           move zero to arg-jn-b020
           move zero to arg-jn-b010
           move zero to arg-jn-b005
           move zero to arg-jn-b002
           move zero to arg-jn-b001
           move 'TENDER' to arg-jn-verif
           move 0 to arg-jn-taux
           move 0 to arg-jn-taux-date
           move caisse-courante to arg-jn-caisse
           move tend-mode to arg-jn-tender
           move tend-reference to arg-jn-reference

           open extend tnd-fic-journal
           move arg-ligne-journal to tnd-journal-ligne
           write tnd-journal-ligne
           close tnd-fic-journal
           .

       end program argtend.
