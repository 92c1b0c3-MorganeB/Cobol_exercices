       identification division.
       program-id. partcom.

       environment division.
       input-output section.
       file-control.
           select pco-fic-partenaires assign to "PARTENR"
               organization is line sequential
               file status is pco-partenaire-statut.
           select pco-fic-contrats assign to "LOCCONTR"
               organization is indexed
               access mode is dynamic
               record key is enr-ctr-numero
               alternate record key is enr-ctr-client
                   with duplicates
               alternate record key is enr-ctr-immat
                   with duplicates
               file status is pco-contrat-statut.
           select pco-fic-registre assign to "FACTREG"
               organization is indexed
               access mode is dynamic
               record key is reg-cle
               alternate record key is reg-client with duplicates
               file status is pco-registre-statut.
           select pco-fic-param assign to "COMPRM"
               organization is line sequential
               file status is pco-param-statut.
           select pco-fic-tva assign to "TVARATE"
               organization is line sequential
               file status is pco-tva-statut.
           select optional pco-fic-mouvements assign to "CPTMVT"
               organization is line sequential.
           select pco-fic-releve assign to "COMSTAT"
               organization is line sequential.

       data division.
       file section.
       fd pco-fic-partenaires.
       copy "partenrec.cpy".

       fd pco-fic-contrats.
       copy "contratrec.cpy".

       fd pco-fic-registre.
       copy "factregrec.cpy".

       fd pco-fic-param.
       1 pco-param-enr.
           2 prm-periode pic 9(6).

       fd pco-fic-tva.
       1 pco-tva-enr.
           2 tva-code pic x(3).
           2 tva-taux pic 99v99.
           2 tva-date-effet pic 9(8).

       fd pco-fic-mouvements.
       1 mouvement-ligne pic x(80).

       fd pco-fic-releve.
       1 releve-ligne pic x(80).

       working-storage section.
       1 pco-partenaire-statut pic xx value '00'.
       1 pco-contrat-statut pic xx value '00'.
       1 pco-registre-statut pic xx value '00'.
       1 pco-param-statut pic xx value '00'.
       1 pco-tva-statut pic xx value '00'.
       1 contrat-eof pic x value 'n'.
           88 contrat-fin-fichier value 'o' false 'n'.
       1 registre-eof pic x value 'n'.
           88 registre-fin-fichier value 'o' false 'n'.
       1 pic x value 'n'.
           88 contrats-ouverts value 'o' false 'n'.
       1 pic x value 'n'.
           88 table-saturee value 'o' false 'n'.

       1 date-systeme pic 9(8).
       1 date-systeme-vue redefines date-systeme.
           2 sys-annee pic 9999.
           2 sys-mois pic 99.
           2 sys-jour pic 99.
       1 periode-commission pic 9(6) value 0.
       1 periode-retour pic 9(6).

      * Taux de TVA 'COM' de TVARATE applique aux commissions ; 20 %
      * en repli.
       1 taux-tva-com pic 99v99 value 20.
       1 tva-date-retenue pic 9(8) value 0.

      * Partenaires et cumuls du mois.
       1 nb-partenaires pic 99 value 0.
       1 ix-par pic 99.
       1 tab-partenaires.
           2 tab-partenaire occurs 20 times.
               3 tp-code pic x(4).
               3 tp-nom pic x(30).
               3 tp-taux pic 99v99.
               3 tp-soldes pic 9(8)v99.
               3 tp-avoirs pic 9(8)v99.
               3 tp-nb pic 9(4).

      * Lignes du releve : 'C' contrat solde, 'A' avoir facavoir.
       1 nb-lignes pic 9(4) value 0.
       1 ix-lig pic 9(4).
       1 tab-lignes.
           2 tab-ligne occurs 2000 times.
               3 tl-partenaire pic 99.
               3 tl-nature pic x.
               3 tl-contrat pic 9(8).
               3 tl-ref pic x(12).
               3 tl-date pic 9(8).
               3 tl-montant pic 9(6)v99.

       1 rg-ligne pic x(80).
       1 rg-vue redefines rg-ligne.
           2 rg-numero pic 9(8).
           2 filler pic x.
           2 rg-date pic 9(8).
           2 rg-date-vue redefines rg-date.
               3 rg-annee pic 9999.
               3 rg-mois pic 99.
               3 rg-jour pic 99.
           2 filler pic x.
           2 rg-contrat pic x(8).
           2 rg-contrat-num redefines rg-contrat pic 9(8).
           2 filler pic x.
           2 rg-client pic x(8).
           2 filler pic x.
           2 rg-ht pic x(9).
           2 filler pic x.
           2 rg-tva pic x(9).
           2 filler pic x.
           2 rg-ttc pic x(9).
           2 filler pic x.
           2 rg-sens pic x.
           2 filler pic x(12).
       1 montant-avoir pic 9(6)v99.

       1 base-commission pic s9(8)v99.
       1 commission-ht pic 9(8)v99.
       1 commission-tva pic 9(8)v99.
       1 commission-ttc pic 9(8)v99.
       1 total-commissions pic 9(9)v99 value 0.
       1 lu-compteur pic 9(6) value 0.
       1 retenu-compteur pic 9(6) value 0.
       1 avoir-compteur pic 9(6) value 0.
       1 releve-compteur pic 9(6) value 0.

      * Ligne d'ecriture diverse reprise par cptexp (source COM) :
      * dette envers le partenaire, charge et TVA deductible.
       1 ligne-mouvement.
           2 mvt-date pic 9(8).
           2 filler pic x(1) value space.
           2 mvt-source pic x(3) value 'COM'.
           2 filler pic x(1) value space.
           2 mvt-piece pic x(8).
           2 filler pic x(1) value space.
           2 mvt-sens pic x value 'I'.
           2 filler pic x(1) value space.
           2 mvt-montant pic 9(8).99.
           2 filler pic x(1) value space.
           2 mvt-tva pic 9(8).99.
           2 filler pic x(1) value space.
           2 mvt-libelle pic x(20).

       1 rel-separateur pic x(60) value all '='.
       1 rel-titre.
           2 filler pic x(30) value 'RELEVE DE COMMISSIONS - MOIS '.
           2 rt-periode pic 9(6).
       1 rel-partenaire.
           2 filler pic x(13) value 'Partenaire : '.
           2 rp-code pic x(4).
           2 filler pic x(1) value space.
           2 rp-nom pic x(30).
           2 filler pic x(8) value '  taux '.
           2 rp-taux pic z9.99.
           2 filler pic x(2) value ' %'.
       1 rel-entete pic x(70) value
           'NATURE  CONTRAT  REF PARTENAIRE DATE          MONTANT'.
       1 rel-detail.
           2 rd-nature pic x(7).
           2 filler pic x(1) value space.
           2 rd-contrat pic 9(8).
           2 filler pic x(1) value space.
           2 rd-ref pic x(12).
           2 filler pic x(3) value spaces.
           2 rd-date pic 9(8).
           2 filler pic x(2) value spaces.
           2 rd-signe pic x.
           2 rd-montant pic zzzzz9.99.
       1 rel-total.
           2 rtt-libelle pic x(27).
           2 rtt-montant pic zzzzzzz9.99.

       procedure division.
       mod-mainline.
           perform mod-init
           perform mod-charge-contrats
           perform mod-charge-avoirs
           perform varying ix-par from 1 by 1
               until ix-par > nb-partenaires
               if tp-nb(ix-par) > 0
                   perform mod-releve-partenaire
               end-if
           end-perform
           perform mod-fin
           goback
           .

       mod-init.
           call 'datebus' using date-systeme
           compute periode-commission = (sys-annee * 100) + sys-mois
           open input pco-fic-param
           if pco-param-statut = '00'
               read pco-fic-param
                   at end continue
                   not at end move prm-periode to periode-commission
               end-read
               close pco-fic-param
           end-if

           perform mod-charge-taux-tva
           perform mod-charge-partenaires

           open output pco-fic-releve
           open extend pco-fic-mouvements
           .

       mod-charge-taux-tva.
           move 0 to tva-date-retenue
           open input pco-fic-tva
           if pco-tva-statut = '00'
               perform until pco-tva-statut not = '00'
                   read pco-fic-tva
                       at end continue
                       not at end
                           if tva-code = 'COM'
                               and tva-date-effet <= date-systeme
                               and tva-date-effet >= tva-date-retenue
                               move tva-taux to taux-tva-com
                               move tva-date-effet
                                   to tva-date-retenue
                           end-if
                   end-read
               end-perform
               close pco-fic-tva
           end-if
           .

       mod-charge-partenaires.
           move 0 to nb-partenaires
           open input pco-fic-partenaires
           if pco-partenaire-statut = '00'
               perform until pco-partenaire-statut not = '00'
                       or nb-partenaires >= 20
                   read pco-fic-partenaires
                       at end continue
                       not at end
                           add 1 to nb-partenaires
                           move enr-par-code
                               to tp-code(nb-partenaires)
                           move enr-par-nom to tp-nom(nb-partenaires)
                           move enr-par-taux-com
                               to tp-taux(nb-partenaires)
                           move 0 to tp-soldes(nb-partenaires)
                           move 0 to tp-avoirs(nb-partenaires)
                           move 0 to tp-nb(nb-partenaires)
                   end-read
               end-perform
               close pco-fic-partenaires
           end-if
           .

       mod-charge-contrats.
           set contrat-fin-fichier to false
           set contrats-ouverts to false
           open input pco-fic-contrats
           if pco-contrat-statut not = '00'
               set contrat-fin-fichier to true
           else
               set contrats-ouverts to true
               move 0 to enr-ctr-numero
               start pco-fic-contrats key not < enr-ctr-numero
                   invalid key set contrat-fin-fichier to true
               end-start
           end-if
           perform mod-lit-contrat until contrat-fin-fichier
           .

       mod-lit-contrat.
      * Seuls les contrats clos au retour dans le mois ouvrent droit a
      * commission : un no-show ou une reservation annulee laisse le
      * contrat ouvert sans montant solde et n'est donc jamais retenu.
           read pco-fic-contrats next record
               at end set contrat-fin-fichier to true
               not at end
                   add 1 to lu-compteur
                   compute periode-retour =
                       enr-ctr-date-retour / 100
                   if enr-ctr-partenaire not = spaces
                       and enr-ctr-statut = 'C'
                       and enr-ctr-cout-final > 0
                       and periode-retour = periode-commission
                       perform mod-retient-contrat
                   end-if
           end-read
           .

       mod-retient-contrat.
           perform mod-cherche-partenaire
           if ix-par > nb-partenaires
               display 'Partenaire inconnu ' enr-ctr-partenaire
                   ' contrat ' enr-ctr-numero
           else
               if nb-lignes < 2000
                   add 1 to nb-lignes
                   move ix-par to tl-partenaire(nb-lignes)
                   move 'C' to tl-nature(nb-lignes)
                   move enr-ctr-numero to tl-contrat(nb-lignes)
                   move enr-ctr-ref-partenaire to tl-ref(nb-lignes)
                   move enr-ctr-date-retour to tl-date(nb-lignes)
                   move enr-ctr-cout-final to tl-montant(nb-lignes)
                   add enr-ctr-cout-final to tp-soldes(ix-par)
                   add 1 to tp-nb(ix-par)
                   add 1 to retenu-compteur
               else
                   set table-saturee to true
               end-if
           end-if
           .

       mod-cherche-partenaire.
           perform varying ix-par from 1 by 1
               until ix-par > nb-partenaires
                   or tp-code(ix-par) = enr-ctr-partenaire
               continue
           end-perform
           .

       mod-charge-avoirs.
      * Avoirs emis dans le mois sur un contrat apporte : ils viennent
      * en deduction de l'assiette du partenaire, quel que soit le
      * mois ou le contrat a ete solde.
           set registre-fin-fichier to false
           open input pco-fic-registre
           if pco-registre-statut not = '00' or not contrats-ouverts
               set registre-fin-fichier to true
           end-if
           perform mod-lit-registre until registre-fin-fichier
           if pco-registre-statut = '00' or pco-registre-statut = '10'
               close pco-fic-registre
           end-if
           if contrats-ouverts
               close pco-fic-contrats
           end-if
           .

       mod-lit-registre.
           read pco-fic-registre next record
               at end set registre-fin-fichier to true
               not at end
                   move registre-ligne to rg-ligne
                   if rg-ligne(1:8) numeric
                       and rg-sens = 'A'
                       and rg-contrat numeric
                       and ((rg-annee * 100) + rg-mois)
                           = periode-commission
                       perform mod-retient-avoir
                   end-if
           end-read
           .

       mod-retient-avoir.
           move rg-contrat-num to enr-ctr-numero
           read pco-fic-contrats key is enr-ctr-numero
               invalid key continue
               not invalid key
                   if enr-ctr-partenaire not = spaces
                       perform mod-cherche-partenaire
                       if ix-par <= nb-partenaires
                           perform mod-ajoute-avoir
                       end-if
                   end-if
           end-read
           .

       mod-ajoute-avoir.
           if rg-ttc = spaces
               move 0 to montant-avoir
           else
               compute montant-avoir = function numval(rg-ttc)
           end-if
           if nb-lignes < 2000
               add 1 to nb-lignes
               move ix-par to tl-partenaire(nb-lignes)
               move 'A' to tl-nature(nb-lignes)
               move enr-ctr-numero to tl-contrat(nb-lignes)
               move enr-ctr-ref-partenaire to tl-ref(nb-lignes)
               move rg-date to tl-date(nb-lignes)
               move montant-avoir to tl-montant(nb-lignes)
               add montant-avoir to tp-avoirs(ix-par)
               add 1 to tp-nb(ix-par)
               add 1 to avoir-compteur
           else
               set table-saturee to true
           end-if
           .

       mod-releve-partenaire.
      * Assiette nette des avoirs, jamais negative : un solde
      * debiteur du partenaire n'est pas reporte automatiquement.
           compute base-commission =
               tp-soldes(ix-par) - tp-avoirs(ix-par)
           if base-commission < 0
               move 0 to base-commission
           end-if
           compute commission-ht rounded =
               base-commission * tp-taux(ix-par) / 100
           compute commission-tva rounded =
               commission-ht * taux-tva-com / 100
           compute commission-ttc = commission-ht + commission-tva

           move rel-separateur to releve-ligne
           write releve-ligne
           move periode-commission to rt-periode
           move rel-titre to releve-ligne
           write releve-ligne
           move tp-code(ix-par) to rp-code
           move tp-nom(ix-par) to rp-nom
           move tp-taux(ix-par) to rp-taux
           move rel-partenaire to releve-ligne
           write releve-ligne
           move rel-entete to releve-ligne
           write releve-ligne

           perform varying ix-lig from 1 by 1 until ix-lig > nb-lignes
               if tl-partenaire(ix-lig) = ix-par
                   perform mod-ecrit-detail
               end-if
           end-perform

           move 'Locations soldees      :' to rtt-libelle
           move tp-soldes(ix-par) to rtt-montant
           perform mod-ecrit-total
           move 'Avoirs deduits         :' to rtt-libelle
           move tp-avoirs(ix-par) to rtt-montant
           perform mod-ecrit-total
           move 'Assiette               :' to rtt-libelle
           move base-commission to rtt-montant
           perform mod-ecrit-total
           move 'Commission HT          :' to rtt-libelle
           move commission-ht to rtt-montant
           perform mod-ecrit-total
           move 'TVA                    :' to rtt-libelle
           move commission-tva to rtt-montant
           perform mod-ecrit-total
           move 'Commission TTC due     :' to rtt-libelle
           move commission-ttc to rtt-montant
           perform mod-ecrit-total

           if commission-ttc > 0
               perform mod-ecrit-mouvement
           end-if
           add commission-ttc to total-commissions
           add 1 to releve-compteur
           .

       mod-ecrit-detail.
           if tl-nature(ix-lig) = 'C'
               move 'CONTRAT' to rd-nature
               move space to rd-signe
           else
               move 'AVOIR' to rd-nature
               move '-' to rd-signe
           end-if
           move tl-contrat(ix-lig) to rd-contrat
           move tl-ref(ix-lig) to rd-ref
           move tl-date(ix-lig) to rd-date
           move tl-montant(ix-lig) to rd-montant
           move rel-detail to releve-ligne
           write releve-ligne
           .

       mod-ecrit-total.
           move rel-total to releve-ligne
           write releve-ligne
           .

       mod-ecrit-mouvement.
           move date-systeme to mvt-date
           move spaces to mvt-piece
           move tp-code(ix-par) to mvt-piece(1:4)
           move periode-commission(3:4) to mvt-piece(5:4)
           move commission-ttc to mvt-montant
           move commission-tva to mvt-tva
           move spaces to mvt-libelle
           move 'COMMISSION' to mvt-libelle(1:10)
           move tp-code(ix-par) to mvt-libelle(12:4)
           move ligne-mouvement to mouvement-ligne
           write mouvement-ligne
           .

       mod-fin.
           close pco-fic-releve
           close pco-fic-mouvements
           display 'Contrats lus : ' lu-compteur
           display 'Contrats commissionnes : ' retenu-compteur
           display 'Avoirs deduits : ' avoir-compteur
           display 'Releves emis : ' releve-compteur
           display 'Total commissions TTC : ' total-commissions
           if table-saturee
               display 'Table pleine : releves incomplets'
               move 4 to return-code
           end-if
           .

       end program partcom.
