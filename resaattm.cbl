       identification division.
       program-id. resaattm.

       environment division.
       input-output section.
       file-control.
           select atm-fic-attente assign to "ATTENTE"
               organization is indexed
               access mode is dynamic
               record key is enr-att-numero
               alternate record key is enr-att-client
                   with duplicates
               file status is atm-att-statut.
           select atm-fic-rapport assign to "ATTSTAT"
               organization is line sequential.

       data division.
       file section.
       fd atm-fic-attente.
       copy "attenrec.cpy".

       fd atm-fic-rapport.
       1 rapport-ligne pic x(80).

       working-storage section.
       1 atm-att-statut pic xx value '00'.
       1 attente-eof pic x value 'n'.
           88 attente-fin-fichier value 'o' false 'n'.
       1 pic x value 'n'.
           88 table-saturee value 'o' false 'n'.

       1 date-systeme pic 9(8).
       1 date-systeme-vue redefines date-systeme.
           2 sys-periode pic 9(6).
           2 filler pic 99.
       1 date-lue pic 9(8).
       1 date-lue-vue redefines date-lue.
           2 lue-periode pic 9(6).
           2 filler pic 99.

      * Compteurs du mois par agence : demandes inscrites, converties
      * en contrat, expirees, et stock encore en attente a l'arrete.
       1 nb-agences pic 99 value 0.
       1 ax pic 99.
       1 ax-trouve pic 99.
       1 tab-agences.
           2 tab-agence occurs 50 times.
               3 agc-code pic x(3).
               3 agc-inscrites pic 9(6).
               3 agc-converties pic 9(6).
               3 agc-expirees pic 9(6).
               3 agc-en-cours pic 9(6).
       1 taux-conversion pic 999.
       1 lu-compteur pic 9(6) value 0.
       1 total-inscrites pic 9(6) value 0.
       1 total-converties pic 9(6) value 0.
       1 total-expirees pic 9(6) value 0.
       1 total-en-cours pic 9(6) value 0.

       1 rapport-titre.
           2 filler pic x(42) value
               'LISTE D''ATTENTE - CONVERSIONS - PERIODE '.
           2 tit-periode pic 9(6).
           2 filler pic x(4) value ' au '.
           2 tit-date pic 9(8).

       1 rapport-entete pic x(80) value
           'AGENCE  INSCRITES  CONVERTIES  EXPIREES  EN ATTENTE  TAUX'.

       1 rapport-ligne-detail.
           2 det-agence pic x(3).
           2 filler pic x(8) value spaces.
           2 det-inscrites pic zzzzz9.
           2 filler pic x(6) value spaces.
           2 det-converties pic zzzzz9.
           2 filler pic x(4) value spaces.
           2 det-expirees pic zzzzz9.
           2 filler pic x(6) value spaces.
           2 det-en-cours pic zzzzz9.
           2 filler pic x(3) value spaces.
           2 det-taux pic zz9.

       procedure division.
       mod-mainline.
      * Etat mensuel de la liste d'attente : le taux de conversion
      * rapporte les demandes converties en contrat dans le mois a
      * celles qui ont abouti (converties ou expirees) sur le mois.
           call 'datebus' using date-systeme
           open output atm-fic-rapport
           move sys-periode to tit-periode
           move date-systeme to tit-date
           move rapport-titre to rapport-ligne
           write rapport-ligne
           move rapport-entete to rapport-ligne
           write rapport-ligne

           set attente-fin-fichier to false
           open input atm-fic-attente
           if atm-att-statut not = '00'
               set attente-fin-fichier to true
               display 'ATTENTE indisponible - etat vide'
           else
               move 0 to enr-att-numero
               start atm-fic-attente key not < enr-att-numero
                   invalid key set attente-fin-fichier to true
               end-start
               perform mod-traitement until attente-fin-fichier
               close atm-fic-attente
           end-if

           perform mod-edite-agences
           close atm-fic-rapport
           display 'Demandes lues : ' lu-compteur
           display 'Conversions du mois : ' total-converties
           if table-saturee
               display 'Plus de 50 agences - etat incomplet'
               move 4 to return-code
           end-if
           goback
           .

       mod-traitement.
           read atm-fic-attente next record
               at end set attente-fin-fichier to true
               not at end
                   add 1 to lu-compteur
                   perform mod-cherche-agence
                   if ax-trouve > 0
                       perform mod-compte-demande
                   end-if
           end-read
           .

       mod-cherche-agence.
           move 0 to ax-trouve
           perform varying ax from 1 by 1 until ax > nb-agences
               if agc-code(ax) = enr-att-agence
                   move ax to ax-trouve
               end-if
           end-perform
           if ax-trouve = 0
               if nb-agences < 50
                   add 1 to nb-agences
                   move nb-agences to ax-trouve
                   move enr-att-agence to agc-code(ax-trouve)
                   move 0 to agc-inscrites(ax-trouve)
                   move 0 to agc-converties(ax-trouve)
                   move 0 to agc-expirees(ax-trouve)
                   move 0 to agc-en-cours(ax-trouve)
               else
                   set table-saturee to true
               end-if
           end-if
           .

       mod-compte-demande.
           move enr-att-date-demande to date-lue
           if lue-periode = sys-periode
               add 1 to agc-inscrites(ax-trouve)
           end-if
           move enr-att-date-statut to date-lue
           evaluate enr-att-statut
               when 'C'
                   if lue-periode = sys-periode
                       add 1 to agc-converties(ax-trouve)
                   end-if
               when 'E'
                   if lue-periode = sys-periode
                       add 1 to agc-expirees(ax-trouve)
                   end-if
               when 'A'
               when 'P'
                   add 1 to agc-en-cours(ax-trouve)
               when other
                   continue
           end-evaluate
           .

       mod-edite-agences.
           perform varying ax from 1 by 1 until ax > nb-agences
               move agc-code(ax) to det-agence
               move agc-inscrites(ax) to det-inscrites
               move agc-converties(ax) to det-converties
               move agc-expirees(ax) to det-expirees
               move agc-en-cours(ax) to det-en-cours
               move 0 to taux-conversion
               if agc-converties(ax) + agc-expirees(ax) > 0
                   compute taux-conversion rounded =
                       agc-converties(ax) * 100
                       / (agc-converties(ax) + agc-expirees(ax))
               end-if
               move taux-conversion to det-taux
               move rapport-ligne-detail to rapport-ligne
               write rapport-ligne
               add agc-inscrites(ax) to total-inscrites
               add agc-converties(ax) to total-converties
               add agc-expirees(ax) to total-expirees
               add agc-en-cours(ax) to total-en-cours
           end-perform

           move 'TOT' to det-agence
           move total-inscrites to det-inscrites
           move total-converties to det-converties
           move total-expirees to det-expirees
           move total-en-cours to det-en-cours
           move 0 to taux-conversion
           if total-converties + total-expirees > 0
               compute taux-conversion rounded =
                   total-converties * 100
                   / (total-converties + total-expirees)
           end-if
           move taux-conversion to det-taux
           move rapport-ligne-detail to rapport-ligne
           write rapport-ligne
           .

       end program resaattm.
