       identification division.
       program-id. immamort.

       environment division.
       input-output section.
       file-control.
           select amo-fic-immos assign to "IMMOBIL"
               organization is indexed
               access mode is dynamic
               record key is enr-imm-immat
               file status is amo-immo-statut.
           select amo-fic-param assign to "IMMPRM"
               organization is line sequential
               file status is amo-param-statut.
           select optional amo-fic-mouvements assign to "CPTMVT"
               organization is line sequential.
           select amo-fic-rapport assign to "IMMAMORT"
               organization is line sequential.

       data division.
       file section.
       fd amo-fic-immos.
       copy "immobrec.cpy".

       fd amo-fic-param.
       1 amo-param-enr.
           2 prm-periode pic 9(6).

       fd amo-fic-mouvements.
       1 mouvement-ligne pic x(80).

       fd amo-fic-rapport.
       1 rapport-ligne pic x(100).

       working-storage section.
       1 amo-immo-statut pic xx value '00'.
       1 amo-param-statut pic xx value '00'.
       1 immo-eof pic x value 'n'.
           88 immo-fin-fichier value 'o' false 'n'.

       1 date-systeme pic 9(8).
       1 date-systeme-vue redefines date-systeme.
           2 sys-annee pic 9999.
           2 sys-mois pic 99.
           2 sys-jour pic 99.
       1 periode-amort pic 9(6) value 0.
       1 periode-amort-vue redefines periode-amort.
           2 per-annee pic 9999.
           2 per-mois pic 99.
       1 periode-depart pic 9(6).
       1 periode-depart-vue redefines periode-depart.
           2 dep-annee pic 9999.
           2 dep-mois pic 99.
       1 date-achat pic 9(8).
       1 date-achat-vue redefines date-achat.
           2 ach-annee pic 9999.
           2 ach-mois pic 99.
           2 ach-jour pic 99.

       1 base-amortissable pic 9(7)v99.
       1 mensualite pic 9(7)v99.
       1 dotation pic 9(7)v99.
       1 cumul-avant pic 9(7)v99.
       1 valeur-nette pic 9(7)v99.
       1 mois-dus pic s9(4).
       1 mois-ecoules pic s9(4).

       1 lu-compteur pic 9(6) value 0.
       1 dote-compteur pic 9(6) value 0.
       1 total-dotations pic 9(9)v99 value 0.

      * Ligne d'ecriture diverse reprise par cptexp (source AMO).
       1 ligne-mouvement.
           2 mvt-date pic 9(8).
           2 filler pic x(1) value space.
           2 mvt-source pic x(3).
           2 filler pic x(1) value space.
           2 mvt-piece pic x(8).
           2 filler pic x(1) value space.
           2 mvt-sens pic x value 'N'.
           2 filler pic x(1) value space.
           2 mvt-montant pic 9(8).99.
           2 filler pic x(1) value space.
           2 mvt-tva pic 9(8).99.
           2 filler pic x(1) value space.
           2 mvt-libelle pic x(20).

       1 rapport-titre.
           2 filler pic x(42) value
               'DOTATIONS AUX AMORTISSEMENTS DU PARC - '.
           2 tit-periode pic 9(6).

       1 rapport-entete pic x(100) value
           'VEHICULE   ACHAT     PRIX ACHAT   CUMUL AVANT    DOTATION
      -    '  CUMUL APRES   VALEUR NETTE'.

       1 rapport-ligne-detail.
           2 det-immat pic x(10).
           2 filler pic x(1) value space.
           2 det-achat pic 9(8).
           2 filler pic x(1) value space.
           2 det-prix pic zzzzzzz9.99.
           2 filler pic x(2) value spaces.
           2 det-avant pic zzzzzzz9.99.
           2 filler pic x(1) value space.
           2 det-dotation pic zzzzzzz9.99.
           2 filler pic x(2) value spaces.
           2 det-apres pic zzzzzzz9.99.
           2 filler pic x(2) value spaces.
           2 det-vnc pic zzzzzzz9.99.

       1 rapport-ligne-total.
           2 filler pic x(20) value 'TOTAL DOTATIONS : '.
           2 tot-montant pic zzzzzzzz9.99.
           2 filler pic x(6) value ' sur '.
           2 tot-nombre pic zzzzz9.
           2 filler pic x(10) value ' vehicules'.

       procedure division.
       mod-mainline.
           perform mod-init
           perform mod-traitement until immo-fin-fichier
           perform mod-fin
           goback
           .

       mod-init.
           call 'datebus' using date-systeme
           compute periode-amort = (sys-annee * 100) + sys-mois
           open input amo-fic-param
           if amo-param-statut = '00'
               read amo-fic-param
                   at end continue
                   not at end move prm-periode to periode-amort
               end-read
               close amo-fic-param
           end-if

           open output amo-fic-rapport
           move periode-amort to tit-periode
           move rapport-titre to rapport-ligne
           write rapport-ligne
           move rapport-entete to rapport-ligne
           write rapport-ligne

           open extend amo-fic-mouvements

           set immo-fin-fichier to false
           open i-o amo-fic-immos
           if amo-immo-statut not = '00'
               set immo-fin-fichier to true
           else
               move low-values to enr-imm-immat
               start amo-fic-immos key not < enr-imm-immat
                   invalid key set immo-fin-fichier to true
               end-start
           end-if
           .

       mod-traitement.
           read amo-fic-immos next record
               at end set immo-fin-fichier to true
               not at end
                   add 1 to lu-compteur
                   if enr-imm-statut = 'A'
                       and enr-imm-duree > 0
                       and enr-imm-periode < periode-amort
                       perform mod-amortit-vehicule
                   end-if
           end-read
           .

       mod-amortit-vehicule.
      * Amortissement lineaire par mois entiers a compter du mois
      * d'achat. Un mois saute (batch non passe) est rattrape sur la
      * periode traitee : la dotation couvre tous les mois dus.
           move enr-imm-date-achat to date-achat
           if enr-imm-periode = 0
               compute mois-dus =
                   ((per-annee * 12) + per-mois)
                   - ((ach-annee * 12) + ach-mois) + 1
           else
               move enr-imm-periode to periode-depart
               compute mois-dus =
                   ((per-annee * 12) + per-mois)
                   - ((dep-annee * 12) + dep-mois)
           end-if
           compute mois-ecoules =
               ((per-annee * 12) + per-mois)
               - ((ach-annee * 12) + ach-mois) + 1

           compute base-amortissable =
               enr-imm-prix-achat - enr-imm-residuel
           compute mensualite rounded =
               base-amortissable / enr-imm-duree

           move 0 to dotation
           if mois-dus > 0 and enr-imm-cumul < base-amortissable
               compute dotation = mensualite * mois-dus
      * Le dernier mois du plan solde l'arrondi des mensualites.
               if mois-ecoules >= enr-imm-duree
                   or enr-imm-cumul + dotation > base-amortissable
                   compute dotation =
                       base-amortissable - enr-imm-cumul
               end-if
           end-if

           if dotation > 0
               move enr-imm-cumul to cumul-avant
               add dotation to enr-imm-cumul
               move periode-amort to enr-imm-periode
               rewrite enr-immo
               perform mod-ecrit-mouvement
               perform mod-edite-dotation
           else
               if mois-dus > 0
                   move periode-amort to enr-imm-periode
                   rewrite enr-immo
               end-if
           end-if
           .

       mod-ecrit-mouvement.
           move date-systeme to mvt-date
           move 'AMO' to mvt-source
           move enr-imm-immat to mvt-piece
           move dotation to mvt-montant
           move 0 to mvt-tva
           move 'DOTATION AMORT.' to mvt-libelle
           move ligne-mouvement to mouvement-ligne
           write mouvement-ligne
           .

       mod-edite-dotation.
           compute valeur-nette =
               enr-imm-prix-achat - enr-imm-cumul
           move enr-imm-immat to det-immat
           move enr-imm-date-achat to det-achat
           move enr-imm-prix-achat to det-prix
           move cumul-avant to det-avant
           move dotation to det-dotation
           move enr-imm-cumul to det-apres
           move valeur-nette to det-vnc
           move rapport-ligne-detail to rapport-ligne
           write rapport-ligne
           add 1 to dote-compteur
           add dotation to total-dotations
           .

       mod-fin.
           if amo-immo-statut = '00' or amo-immo-statut = '10'
               close amo-fic-immos
           end-if
           close amo-fic-mouvements
           move total-dotations to tot-montant
           move dote-compteur to tot-nombre
           move rapport-ligne-total to rapport-ligne
           write rapport-ligne
           close amo-fic-rapport
           display 'Fiches lues : ' lu-compteur
           display 'Vehicules dotes : ' dote-compteur
           .

       end program immamort.
