       identification division.
       program-id. argremis.

       environment division.
       input-output section.
       file-control.
           select rms-fic-stock assign to "TILLSTK"
               organization is line sequential
               file status is rms-stock-statut.
           select rms-fic-fonds assign to "TILLFOND"
               organization is line sequential
               file status is rms-fonds-statut.
           select rms-fic-seq assign to "REMSEQ"
               organization is line sequential
               file status is rms-seq-statut.
           select rms-fic-credits assign to "CREDREM"
               organization is line sequential
               file status is rms-credit-statut.
           select rms-fic-remises assign to "REMISES"
               organization is indexed
               access mode is dynamic
               record key is enr-rem-sac
               file status is rms-remise-statut.
           select optional rms-fic-journal assign to "TILLJRN"
               organization is line sequential.
           select rms-fic-bordereau assign to "BORDREM"
               organization is line sequential.
           select rms-fic-commande assign to "COMMFOND"
               organization is line sequential.
           select rms-fic-rapport assign to "REMRAPP"
               organization is line sequential.

       data division.
       file section.
       fd rms-fic-stock.
       1 rms-stock-enr.
           2 stk-caisse pic x(4).
           2 stk-valeurs pic x(56).

      * Fond cible et minimum par coupure ; une ligne '****' sert de
      * defaut aux caisses sans ligne propre.
       fd rms-fic-fonds.
       1 rms-fonds-enr.
           2 fnd-caisse pic x(4).
           2 fnd-coupures.
               3 fnd-coupure occurs 14 times.
                   4 fnd-cible pic 9(4).
                   4 fnd-minimum pic 9(4).

       fd rms-fic-seq.
       1 rms-seq-enr.
           2 seq-numero pic 9(8).

      * Avis de credit de la banque : numero de sac, date et montant
      * credite.
       fd rms-fic-credits.
       1 rms-credit-enr.
           2 crd-sac pic 9(8).
           2 crd-date pic 9(8).
           2 crd-montant pic 9(8)v99.

       fd rms-fic-remises.
       copy "remisrec.cpy".

       fd rms-fic-journal.
       1 rms-journal-ligne pic x(60).

       fd rms-fic-bordereau.
       1 bordereau-ligne pic x(80).

       fd rms-fic-commande.
       1 commande-ligne pic x(80).

       fd rms-fic-rapport.
       1 rapport-ligne pic x(80).

       working-storage section.
       1 rms-stock-statut pic xx value '00'.
       1 rms-fonds-statut pic xx value '00'.
       1 rms-seq-statut pic xx value '00'.
       1 rms-credit-statut pic xx value '00'.
       1 rms-remise-statut pic xx value '00'.
       1 stock-eof pic x value 'n'.
           88 stock-fin-fichier value 'o' false 'n'.
       1 fonds-eof pic x value 'n'.
           88 fonds-fin-fichier value 'o' false 'n'.
       1 credit-eof pic x value 'n'.
           88 credit-fin-fichier value 'o' false 'n'.
       1 remise-eof pic x value 'n'.
           88 remise-fin-fichier value 'o' false 'n'.
       1 pic x value 'n'.
           88 remises-ouvertes value 'o' false 'n'.
       1 pic x value 'n'.
           88 stock-deborde value 'o' false 'n'.
       1 pic x value 'n'.
           88 fond-trouve value 'o' false 'n'.

       1 date-systeme pic 9(8).
       1 numero-sac pic 9(8) value 0.

      * Valeur en centimes des quatorze coupures, du billet de 200
      * euros a la piece de 1 centime.
       1 tab-valeurs.
           2 filler pic x(35) value
               '20000100000500002000010000050000200'.
           2 filler pic x(35) value
               '00100000500002000010000050000200001'.
       1 tab-valeurs-vue redefines tab-valeurs.
           2 val-coupure pic 9(5) occurs 14 times.
       1 tab-libelles.
           2 filler pic x(42) value
               'B200B100B50 B20 B10 B5  P2  P1  P050P020P0'.
           2 filler pic x(14) value
               '10P005P002P001'.
       1 tab-libelles-vue redefines tab-libelles.
           2 lib-coupure pic x(4) occurs 14 times.

       1 nb-stocks pic 99 value 0.
       1 ix-stk pic 99.
       1 tab-stocks.
           2 tab-stock occurs 50 times.
               3 tst-caisse pic x(4).
               3 tst-valeurs pic x(56).
       1 stock-caisse.
           2 stock-coupure pic 9(4) occurs 14 times.

       1 nb-fonds pic 99 value 0.
       1 ix-fnd pic 99.
       1 ix-fnd-trouve pic 99.
       1 tab-fonds.
           2 tab-fond occurs 51 times.
               3 tf-caisse pic x(4).
               3 tf-coupures pic x(112).
       1 fond-caisse.
           2 fond-coupure occurs 14 times.
               3 fond-cible pic 9(4).
               3 fond-minimum pic 9(4).

       1 ix pic 99.
       1 a-remettre pic 9(4).
       1 a-commander pic 9(4).
       1 montant-coupure pic 9(8)v99.
       1 montant-sac pic 9(8)v99.
       1 montant-commande pic 9(8)v99.
       1 ecart-credit pic s9(8)v99.

       1 sac-compteur pic 9(4) value 0.
       1 commande-compteur pic 9(4) value 0.
       1 credit-compteur pic 9(4) value 0.
       1 ecart-compteur pic 9(4) value 0.
       1 transit-compteur pic 9(4) value 0.
       1 total-remis pic 9(9)v99 value 0.
       1 total-transit pic 9(9)v99 value 0.

       1 bord-titre.
           2 filler pic x(27) value 'BORDEREAU DE VERSEMENT SAC '.
           2 bt-sac pic 9(8).
           2 filler pic x(9) value ' caisse '.
           2 bt-caisse pic x(4).
           2 filler pic x(5) value ' du '.
           2 bt-date pic 9(8).
       1 bord-entete pic x(60) value
           'COUPURE  NOMBRE       MONTANT'.
       1 bord-detail.
           2 bd-coupure pic x(4).
           2 filler pic x(4) value spaces.
           2 bd-nombre pic zzz9.
           2 filler pic x(3) value spaces.
           2 bd-montant pic zzzzzzz9.99.
       1 bord-total.
           2 filler pic x(15) value 'TOTAL DU SAC : '.
           2 bd-total pic zzzzzzz9.99.
       1 bord-visa pic x(60) value
           'Visa caissier :              Visa convoyeur :'.

       1 cmd-titre.
           2 filler pic x(40) value
               'COMMANDE DE MONNAIE AU TRANSPORTEUR - '.
           2 ct-date pic 9(8).
       1 cmd-entete pic x(60) value
           'CAISSE COUPURE  NOMBRE       MONTANT'.
       1 cmd-detail.
           2 cd-caisse pic x(4).
           2 filler pic x(3) value spaces.
           2 cd-coupure pic x(4).
           2 filler pic x(4) value spaces.
           2 cd-nombre pic zzz9.
           2 filler pic x(3) value spaces.
           2 cd-montant pic zzzzzzz9.99.
       1 cmd-total.
           2 filler pic x(22) value 'TOTAL DE LA COMMANDE :'.
           2 cd-total pic zzzzzzz9.99.
       1 total-commande pic 9(9)v99 value 0.

       1 rap-titre.
           2 filler pic x(36) value
               'SUIVI DES VERSEMENTS EN BANQUE - '.
           2 rt-date pic 9(8).
       1 rap-entete.
           2 filler pic x(36) value
               'SAC      CAISSE VERSE LE      VERSE'.
           2 filler pic x(44) value
               '      CREDITE       ECART SITUATION'.
       1 rap-detail.
           2 rd-sac pic 9(8).
           2 filler pic x value space.
           2 rd-caisse pic x(4).
           2 filler pic x(3) value spaces.
           2 rd-date pic 9(8).
           2 filler pic x value space.
           2 rd-verse pic zzzzzzz9.99.
           2 filler pic x value space.
           2 rd-credite pic zzzzzzz9.99.
           2 filler pic x value space.
           2 rd-ecart pic -zzzzzz9.99.
           2 filler pic x value space.
           2 rd-situation pic x(10).

       1 cai-ligne-journal.
           2 cj-date pic 9(8).
           2 filler pic x(1) value space.
           2 cj-heure pic 9(6).
           2 filler pic x(1) value space.
           2 cj-caisse pic x(4).
           2 filler pic x(1) value space.
           2 cj-action pic x(9).
           2 filler pic x(1) value space.
           2 cj-fond pic 9(8).99.
           2 filler pic x(1) value space.
           2 cj-operateur pic x(8).

       procedure division.
       mod-mainline.
           perform mod-init
           perform mod-credits-banque
           perform mod-charge-stocks
           if not stock-deborde
               perform varying ix-stk from 1 by 1
                   until ix-stk > nb-stocks
                   perform mod-traite-caisse
               end-perform
               perform mod-reecrit-stocks
           end-if
           perform mod-suivi-transit
           perform mod-fin
           goback
           .

       mod-init.
           call 'datebus' using date-systeme
           perform mod-charge-fonds

           set remises-ouvertes to false
           open i-o rms-fic-remises
           if rms-remise-statut = '35'
               open output rms-fic-remises
               if rms-remise-statut = '00'
                   close rms-fic-remises
                   open i-o rms-fic-remises
               end-if
           end-if
           if rms-remise-statut = '00'
               set remises-ouvertes to true
           else
               display 'REMISES indisponible - aucun versement'
               move 8 to return-code
           end-if

           open output rms-fic-bordereau
           open output rms-fic-commande
           move date-systeme to ct-date
           move cmd-titre to commande-ligne
           write commande-ligne
           move cmd-entete to commande-ligne
           write commande-ligne
           open output rms-fic-rapport
           move date-systeme to rt-date
           move rap-titre to rapport-ligne
           write rapport-ligne
           move rap-entete to rapport-ligne
           write rapport-ligne
           .

       mod-charge-fonds.
           move 0 to nb-fonds
           set fonds-fin-fichier to false
           open input rms-fic-fonds
           if rms-fonds-statut not = '00'
               set fonds-fin-fichier to true
           else
               perform mod-lit-fond until fonds-fin-fichier
               close rms-fic-fonds
           end-if
           .

       mod-lit-fond.
           read rms-fic-fonds
               at end set fonds-fin-fichier to true
               not at end
                   if nb-fonds < 51
                       add 1 to nb-fonds
                       move fnd-caisse to tf-caisse(nb-fonds)
                       move fnd-coupures to tf-coupures(nb-fonds)
                   end-if
           end-read
           .

       mod-credits-banque.
      * Les avis de credit de la banque soldent les sacs en transit ;
      * un montant credite different du montant verse est un ecart.
           set credit-fin-fichier to true
           if remises-ouvertes
               set credit-fin-fichier to false
               open input rms-fic-credits
               if rms-credit-statut not = '00'
                   set credit-fin-fichier to true
               else
                   perform mod-lit-credit until credit-fin-fichier
                   close rms-fic-credits
               end-if
           end-if
           .

       mod-lit-credit.
           read rms-fic-credits
               at end set credit-fin-fichier to true
               not at end perform mod-traite-credit
           end-read
           .

       mod-traite-credit.
           move spaces to rap-detail
           move crd-sac to rd-sac
           move crd-date to rd-date
           move crd-montant to rd-credite
           move crd-sac to enr-rem-sac
           read rms-fic-remises key is enr-rem-sac
               invalid key
                   move 'INCONNU' to rd-situation
                   add 1 to ecart-compteur
               not invalid key
                   if not enr-rem-transit
                       move 'DEJA SOLDE' to rd-situation
                   else
                       move enr-rem-caisse to rd-caisse
                       move enr-rem-date to rd-date
                       move enr-rem-montant to rd-verse
                       compute ecart-credit =
                           crd-montant - enr-rem-montant
                       move ecart-credit to rd-ecart
                       move crd-date to enr-rem-date-credit
                       move crd-montant to enr-rem-montant-credit
                       if ecart-credit = 0
                           move 'C' to enr-rem-statut
                           move 'CREDITE' to rd-situation
                       else
                           move 'E' to enr-rem-statut
                           move 'ECART' to rd-situation
                           add 1 to ecart-compteur
                       end-if
                       rewrite enr-remise
                       add 1 to credit-compteur
                   end-if
           end-read
           move rap-detail to rapport-ligne
           write rapport-ligne
           .

       mod-charge-stocks.
      * TILLSTK est reecrit en entier apres versement : comme pour la
      * decomposition en caisse, une table debordee bloque la mise a
      * jour plutot que de perdre des caisses.
           move 0 to nb-stocks
           set stock-deborde to false
           set stock-fin-fichier to false
           open input rms-fic-stock
           if rms-stock-statut not = '00'
               set stock-fin-fichier to true
           else
               perform mod-lit-stock until stock-fin-fichier
               close rms-fic-stock
           end-if
           if stock-deborde
               display 'Stock TILLSTK trop grand - aucun versement'
               move 8 to return-code
           end-if
           .

       mod-lit-stock.
           read rms-fic-stock
               at end set stock-fin-fichier to true
               not at end
                   if nb-stocks < 50
                       add 1 to nb-stocks
                       move stk-caisse to tst-caisse(nb-stocks)
                       move stk-valeurs to tst-valeurs(nb-stocks)
                   else
                       set stock-deborde to true
                   end-if
           end-read
           .

       mod-traite-caisse.
           move tst-valeurs(ix-stk) to stock-caisse
           perform mod-fond-caisse
           if fond-trouve
               perform mod-versement
               perform mod-commande
               move stock-caisse to tst-valeurs(ix-stk)
           end-if
           .

       mod-fond-caisse.
      * Ligne propre a la caisse, sinon ligne par defaut '****' ;
      * une caisse sans fond parametre n'est pas touchee.
           set fond-trouve to false
           move 0 to ix-fnd-trouve
           perform varying ix-fnd from 1 by 1 until ix-fnd > nb-fonds
               if tf-caisse(ix-fnd) = tst-caisse(ix-stk)
                   move ix-fnd to ix-fnd-trouve
               end-if
           end-perform
           if ix-fnd-trouve = 0
               perform varying ix-fnd from 1 by 1
                   until ix-fnd > nb-fonds
                   if tf-caisse(ix-fnd) = '****'
                       move ix-fnd to ix-fnd-trouve
                   end-if
               end-perform
           end-if
           if ix-fnd-trouve > 0
               and tf-coupures(ix-fnd-trouve) numeric
               set fond-trouve to true
               move tf-coupures(ix-fnd-trouve) to fond-caisse
           end-if
           .

       mod-versement.
      * Tout ce qui depasse le fond cible part a la banque dans un sac
      * numerote ; le stock de la caisse revient au fond cible.
           move 0 to montant-sac
           move zeros to enr-rem-coupures
           perform varying ix from 1 by 1 until ix > 14
               if stock-coupure(ix) > fond-cible(ix)
                   compute a-remettre =
                       stock-coupure(ix) - fond-cible(ix)
                   move a-remettre to enr-rem-coupure(ix)
                   compute montant-sac = montant-sac
                       + (a-remettre * val-coupure(ix) / 100)
               end-if
           end-perform
           if montant-sac > 0 and remises-ouvertes
               perform mod-prochain-sac
               move numero-sac to enr-rem-sac
               move tst-caisse(ix-stk) to enr-rem-caisse
               move date-systeme to enr-rem-date
               move montant-sac to enr-rem-montant
               move 'T' to enr-rem-statut
               move 0 to enr-rem-date-credit
               move 0 to enr-rem-montant-credit
               write enr-remise
                   invalid key continue
               end-write
               perform varying ix from 1 by 1 until ix > 14
                   subtract enr-rem-coupure(ix) from stock-coupure(ix)
               end-perform
               perform mod-edite-bordereau
               perform mod-journalise
               add 1 to sac-compteur
               add montant-sac to total-remis
           end-if
           .

       mod-prochain-sac.
           move 0 to numero-sac
           open input rms-fic-seq
           if rms-seq-statut = '00'
               read rms-fic-seq
                   at end continue
                   not at end move seq-numero to numero-sac
               end-read
               close rms-fic-seq
           end-if
           add 1 to numero-sac

           open output rms-fic-seq
           move numero-sac to seq-numero
           write rms-seq-enr
           close rms-fic-seq
           .

       mod-edite-bordereau.
           move numero-sac to bt-sac
           move tst-caisse(ix-stk) to bt-caisse
           move date-systeme to bt-date
           move bord-titre to bordereau-ligne
           write bordereau-ligne
           move bord-entete to bordereau-ligne
           write bordereau-ligne
           perform varying ix from 1 by 1 until ix > 14
               if enr-rem-coupure(ix) > 0
                   move lib-coupure(ix) to bd-coupure
                   move enr-rem-coupure(ix) to bd-nombre
                   compute montant-coupure =
                       enr-rem-coupure(ix) * val-coupure(ix) / 100
                   move montant-coupure to bd-montant
                   move bord-detail to bordereau-ligne
                   write bordereau-ligne
               end-if
           end-perform
           move montant-sac to bd-total
           move bord-total to bordereau-ligne
           write bordereau-ligne
           move bord-visa to bordereau-ligne
           write bordereau-ligne
           move spaces to bordereau-ligne
           write bordereau-ligne
           .

       mod-journalise.
           move date-systeme to cj-date
           accept cj-heure from time
           move tst-caisse(ix-stk) to cj-caisse
           move 'VERSEMENT' to cj-action
           move montant-sac to cj-fond
           move 'ARGREMIS' to cj-operateur
           open extend rms-fic-journal
           move cai-ligne-journal to rms-journal-ligne
           write rms-journal-ligne
           close rms-fic-journal
           .

       mod-commande.
      * Coupure passee sous son minimum : on commande de quoi revenir
      * au fond cible.
           perform varying ix from 1 by 1 until ix > 14
               if stock-coupure(ix) < fond-minimum(ix)
                   compute a-commander =
                       fond-cible(ix) - stock-coupure(ix)
                   compute montant-commande =
                       a-commander * val-coupure(ix) / 100
                   move tst-caisse(ix-stk) to cd-caisse
                   move lib-coupure(ix) to cd-coupure
                   move a-commander to cd-nombre
                   move montant-commande to cd-montant
                   move cmd-detail to commande-ligne
                   write commande-ligne
                   add 1 to commande-compteur
                   add montant-commande to total-commande
               end-if
           end-perform
           .

       mod-reecrit-stocks.
           if nb-stocks > 0
               open output rms-fic-stock
               perform varying ix-stk from 1 by 1
                   until ix-stk > nb-stocks
                   move tst-caisse(ix-stk) to stk-caisse
                   move tst-valeurs(ix-stk) to stk-valeurs
                   write rms-stock-enr
               end-perform
               close rms-fic-stock
           end-if
           .

       mod-suivi-transit.
      * Sacs toujours sans avis de credit, anciens comme du jour.
           set remise-fin-fichier to true
           if remises-ouvertes
               set remise-fin-fichier to false
               move 0 to enr-rem-sac
               start rms-fic-remises key not < enr-rem-sac
                   invalid key set remise-fin-fichier to true
               end-start
           end-if
           perform mod-lit-remise until remise-fin-fichier
           .

       mod-lit-remise.
           read rms-fic-remises next record
               at end set remise-fin-fichier to true
               not at end
                   if enr-rem-transit
                       move spaces to rap-detail
                       move enr-rem-sac to rd-sac
                       move enr-rem-caisse to rd-caisse
                       move enr-rem-date to rd-date
                       move enr-rem-montant to rd-verse
                       move 'EN TRANSIT' to rd-situation
                       move rap-detail to rapport-ligne
                       write rapport-ligne
                       add 1 to transit-compteur
                       add enr-rem-montant to total-transit
                   end-if
           end-read
           .

       mod-fin.
           move total-commande to cd-total
           move cmd-total to commande-ligne
           write commande-ligne
           close rms-fic-commande
           close rms-fic-bordereau
           close rms-fic-rapport
           if remises-ouvertes
               close rms-fic-remises
           end-if
           display 'Sacs verses : ' sac-compteur
           display 'Montant verse : ' total-remis
           display 'Lignes de commande de monnaie : ' commande-compteur
           display 'Credits banque rapproches : ' credit-compteur
           display 'Sacs en transit : ' transit-compteur
               ' pour ' total-transit
           if ecart-compteur > 0
               display 'Ecarts de versement : ' ecart-compteur
                   ' - voir REMRAPP'
               if return-code < 4
                   move 4 to return-code
               end-if
           end-if
           .

       end program argremis.
