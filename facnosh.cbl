       identification division.
       program-id. facnosh.

       environment division.
       input-output section.
       file-control.
           select nsf-fic-noshow assign to "NOSHOW"
               organization is line sequential
               file status is nsf-noshow-statut.
           select nsf-fic-factures assign to "NOSHFAC"
               organization is indexed
               access mode is dynamic
               record key is enr-nsf-cle
               file status is nsf-nsf-statut.
           select nsf-fic-resa assign to "RESERV"
               organization is indexed
               access mode is dynamic
               record key is enr-resa-cle
               file status is nsf-resa-statut.
           select nsf-fic-clients assign to "CLIMAST"
               organization is indexed
               access mode is dynamic
               record key is enr-ref
               sharing with all other
               file status is nsf-client-statut.
           select nsf-fic-seq assign to "FACTSEQ"
               organization is line sequential
               file status is nsf-seq-statut.
           select nsf-fic-tva assign to "TVARATE"
               organization is line sequential
               file status is nsf-tva-statut.
           select optional nsf-fic-documents assign to "FACTURES"
               organization is line sequential.
           select nsf-fic-registre assign to "FACTREG"
               organization is indexed
               access mode is dynamic
               record key is reg-cle
               alternate record key is reg-client with duplicates
               file status is nsf-registre-statut.
           select nsf-fic-prepaiements assign to "PREPAY"
               organization is indexed
               access mode is dynamic
               record key is enr-pre-contrat
               file status is nsf-pre-statut.
           select nsf-fic-paiements assign to "PAIEMENT"
               organization is indexed
               access mode is dynamic
               record key is enr-pai-cle
               file status is nsf-paiement-statut.

       data division.
       file section.
       fd nsf-fic-noshow.
       1 nsf-noshow-ligne pic x(80).

       fd nsf-fic-factures.
       copy "nshfacrec.cpy".

       fd nsf-fic-resa.
       copy "reservrec.cpy".

       fd nsf-fic-clients.
       copy "clientrec.cpy".

       fd nsf-fic-seq.
       1 nsf-seq-enr.
           2 seq-numero pic 9(8).

       fd nsf-fic-tva.
       1 nsf-tva-enr.
           2 tva-code pic x(3).
           2 tva-taux pic 99v99.
           2 tva-date-effet pic 9(8).

       fd nsf-fic-documents.
       1 document-ligne pic x(80).

       fd nsf-fic-registre.
       copy "factregrec.cpy".

       fd nsf-fic-prepaiements.
       copy "prepayrec.cpy".

       fd nsf-fic-paiements.
       copy "paiemrec.cpy".

       working-storage section.
       copy "peridem.cpy".
       1 nsf-noshow-statut pic xx value '00'.
       1 nsf-nsf-statut pic xx value '00'.
       1 nsf-resa-statut pic xx value '00'.
       1 nsf-client-statut pic xx value '00'.
       1 nsf-seq-statut pic xx value '00'.
       1 nsf-tva-statut pic xx value '00'.
       1 nsf-registre-statut pic xx value '00'.
       1 nsf-pre-statut pic xx value '00'.
       1 nsf-paiement-statut pic xx value '00'.
       1 noshow-eof pic x value 'n'.
           88 noshow-fin-fichier value 'o' false 'n'.
       1 tva-eof pic x value 'n'.
           88 tva-fin-fichier value 'o' false 'n'.
       1 prepaiement-eof pic x value 'n'.
           88 prepaiement-fin-fichier value 'o' false 'n'.
       1 pic x value 'n'.
           88 resa-ouvertes value 'o' false 'n'.
       1 pic x value 'n'.
           88 prepaiements-ouverts value 'o' false 'n'.
       1 pic x value 'n'.
           88 paiements-ouverts value 'o' false 'n'.
       1 pic x value 'n'.
           88 clients-ouverts value 'o' false 'n'.
       1 pic x value 'n'.
           88 deja-facture value 'o' false 'n'.
       1 pic x value 'n'.
           88 client-trouve value 'o' false 'n'.

      * Vue d'une ligne NOSHOW ecrite par resanett.
       1 nsh-ligne pic x(80).
       1 nsh-vue redefines nsh-ligne.
           2 nsh-date pic 9(8).
           2 filler pic x.
           2 nsh-client pic x(8).
           2 filler pic x.
           2 nsh-immat pic x(10).
           2 filler pic x.
           2 nsh-debut pic 9(8).
           2 filler pic x.
           2 nsh-fin pic 9(8).
           2 filler pic x.
           2 nsh-frais pic 999.99.
           2 filler pic x(27).

       1 date-systeme pic 9(8).
       1 numero-facture pic 9(8) value 0.
       1 contrat-origine pic 9(8).
       1 client-facture pic x(8).

      * Taux 'LOC' de TVARATE en vigueur a la date de facturation ;
      * 20 % en repli si le fichier est absent.
       1 taux-tva pic 99v99 value 20.
       1 tva-date-retenue pic 9(8) value 0.
       1 montant-ttc pic 9(6)v99.
       1 montant-ht pic 9(6)v99.
       1 montant-tva pic 9(6)v99.

       1 lu-compteur pic 9(6) value 0.
       1 facture-compteur pic 9(6) value 0.
       1 deja-compteur pic 9(6) value 0.
       1 rejet-compteur pic 9(6) value 0.
       1 annulation-compteur pic 9(6) value 0.
       1 total-facture pic 9(7)v99 value 0.
       1 total-edite pic z(6)9.99.

       1 doc-separateur pic x(50) value all '='.

       1 doc-entete.
           2 filler pic x(10) value 'FACTURE N '.
           2 de-numero pic 9(8).
           2 filler pic x(9) value ' du '.
           2 de-date pic 9(8).

       1 doc-client-1.
           2 filler pic x(9) value 'Client : '.
           2 dc-nom pic x(20).
           2 filler pic x(1) value space.
           2 dc-prenom pic x(20).

       1 doc-client-2.
           2 filler pic x(12) value 'Domicile : '.
           2 dc-cp pic 99999.
           2 filler pic x(1) value space.
           2 dc-ville pic x(30).

       1 doc-noshow.
           2 filler pic x(36) value
               'Frais de non-presentation au depart '.
           2 dn-debut pic 9(8).

       1 doc-reservation.
           2 filler pic x(14) value 'Reservation : '.
           2 dr-immat pic x(10).
           2 filler pic x(4) value ' du '.
           2 dr-debut pic 9(8).
           2 filler pic x(4) value ' au '.
           2 dr-fin pic 9(8).

       1 doc-annulation.
           2 filler pic x(38) value
               'Frais d''annulation de reservation - '.
           2 da-preavis pic zz9.
           2 filler pic x(18) value ' jours de preavis'.

       1 doc-contrat.
           2 filler pic x(14) value 'Reservation : '.
           2 dt-contrat pic 9(8).
           2 filler pic x(4) value ' du '.
           2 dt-debut pic 9(8).
           2 filler pic x(15) value ' - prepaye de '.
           2 dt-prepaye pic zzzzz9.99.

       1 doc-montant-ht.
           2 filler pic x(16) value 'Montant HT   : '.
           2 dm-ht pic zzzz9.99.
       1 doc-montant-tva.
           2 filler pic x(4) value 'TVA '.
           2 dm-taux pic z9.99.
           2 filler pic x(7) value ' %   : '.
           2 dm-tva pic zzzz9.99.
       1 doc-montant-ttc.
           2 filler pic x(16) value 'Montant TTC  : '.
           2 dm-ttc pic zzzz9.99.

       1 registre-ligne-detail.
           2 rg-numero pic 9(8).
           2 rg-nature pic x value 'F'.
           2 rg-date pic 9(8).
           2 filler pic x(1) value space.
           2 rg-contrat pic 9(8).
           2 filler pic x(1) value space.
           2 rg-client pic x(8).
           2 filler pic x(1) value space.
           2 rg-ht pic 9(6).99.
           2 filler pic x(1) value space.
           2 rg-tva pic 9(6).99.
           2 filler pic x(1) value space.
           2 rg-ttc pic 9(6).99.
           2 filler pic x(1) value space.
           2 rg-sens pic x value 'F'.

       procedure division.
       mod-mainline.
      * Facturation des frais de no-show journalises par resanett :
      * chaque ligne NOSHOW pas encore presente dans NOSHFAC donne une
      * facture au client de la reservation annulee. La facture suit
      * ensuite le circuit normal (facbal, facrelan, cptexp) par sa
      * ligne FACTREG.
           call 'datebus' using date-systeme
           move date-systeme to peri-date
           call 'perictl' using peri-demande
           if peri-ouverte
               perform mod-init
               perform mod-traitement until noshow-fin-fichier
               perform mod-frais-annulation
               perform mod-fin
           else
      * Les lignes restent a facturer : elles partiront au premier
      * passage sur une periode ouverte.
               display 'Periode ' peri-cloture
                   ' close - aucun no-show ni frais d''annulation'
                   ' facture'
               move 4 to return-code
           end-if
           goback
           .

       mod-init.
           perform mod-charge-taux-tva

           open extend nsf-fic-documents
           open i-o nsf-fic-registre
           if nsf-registre-statut = '35'
               open output nsf-fic-registre
               if nsf-registre-statut = '00'
                   close nsf-fic-registre
                   open i-o nsf-fic-registre
               end-if
           end-if
           open i-o nsf-fic-factures
           if nsf-nsf-statut = '35'
               open output nsf-fic-factures
               if nsf-nsf-statut = '00'
                   close nsf-fic-factures
                   open i-o nsf-fic-factures
               end-if
           end-if

           set resa-ouvertes to false
           open input nsf-fic-resa
           if nsf-resa-statut = '00'
               set resa-ouvertes to true
           end-if
           set clients-ouverts to false
           open input nsf-fic-clients
           if nsf-client-statut = '00'
               set clients-ouverts to true
           end-if

           set prepaiements-ouverts to false
           open i-o nsf-fic-prepaiements
           if nsf-pre-statut = '00'
               set prepaiements-ouverts to true
           end-if
           set paiements-ouverts to false
           open i-o nsf-fic-paiements
           if nsf-paiement-statut = '35'
               open output nsf-fic-paiements
               if nsf-paiement-statut = '00'
                   close nsf-fic-paiements
                   open i-o nsf-fic-paiements
               end-if
           end-if
           if nsf-paiement-statut = '00'
               set paiements-ouverts to true
           end-if

           set noshow-fin-fichier to false
           open input nsf-fic-noshow
           if nsf-noshow-statut not = '00'
               set noshow-fin-fichier to true
           end-if
           .

       mod-charge-taux-tva.
           set tva-fin-fichier to false
           move 0 to tva-date-retenue
           open input nsf-fic-tva
           if nsf-tva-statut not = '00'
               set tva-fin-fichier to true
           else
               perform mod-lit-taux-tva until tva-fin-fichier
               close nsf-fic-tva
           end-if
           .

       mod-lit-taux-tva.
           read nsf-fic-tva
               at end set tva-fin-fichier to true
               not at end
                   if tva-code = 'LOC'
                       and tva-date-effet <= date-systeme
                       and tva-date-effet >= tva-date-retenue
                       move tva-taux to taux-tva
                       move tva-date-effet to tva-date-retenue
                   end-if
           end-read
           .

       mod-traitement.
           read nsf-fic-noshow
               at end set noshow-fin-fichier to true
               not at end
                   add 1 to lu-compteur
                   move nsf-noshow-ligne to nsh-ligne
                   if nsh-debut numeric
                       perform mod-traite-noshow
                   end-if
           end-read
           .

       mod-traite-noshow.
           move nsh-immat to enr-nsf-immat
           move nsh-debut to enr-nsf-debut
           set deja-facture to false
           read nsf-fic-factures key is enr-nsf-cle
               invalid key continue
               not invalid key set deja-facture to true
           end-read
           if deja-facture
               add 1 to deja-compteur
           else
               move nsh-frais to montant-ttc
               move nsh-client to client-facture
               perform mod-lit-client
      * Sans client connu la facture ne peut etre adressee : la ligne
      * reste a facturer et ressort a chaque passage.
               if not client-trouve
                   display 'NOSHOW : client ' nsh-client
                       ' absent de CLIMAST - reservation ' nsh-immat
                       ' du ' nsh-debut
                   add 1 to rejet-compteur
               else
                   if montant-ttc > 0
                       perform mod-facture-noshow
                   end-if
               end-if
           end-if
           .

       mod-lit-client.
           set client-trouve to false
           if clients-ouverts
               move client-facture to enr-ref
               read nsf-fic-clients key is enr-ref
                   invalid key continue
                   not invalid key set client-trouve to true
               end-read
           end-if
           .

       mod-facture-noshow.
      * Le contrat d'origine de la reservation, s'il y en a un, est
      * porte au registre ; a defaut la piece n'a pas de contrat.
           move 0 to contrat-origine
           if resa-ouvertes
               move nsh-immat to enr-resa-immat
               move nsh-debut to enr-resa-debut
               read nsf-fic-resa key is enr-resa-cle
                   invalid key continue
                   not invalid key
                       if enr-resa-contrat numeric
                           move enr-resa-contrat to contrat-origine
                       end-if
               end-read
           end-if

           perform mod-prochain-numero
           compute montant-ht rounded =
               montant-ttc / (1 + (taux-tva / 100))
           compute montant-tva = montant-ttc - montant-ht
           perform mod-ecrit-document
           perform mod-ecrit-registre

           move nsh-immat to enr-nsf-immat
           move nsh-debut to enr-nsf-debut
           move nsh-client to enr-nsf-client
           move nsh-date to enr-nsf-date-noshow
           move montant-ttc to enr-nsf-montant
           move numero-facture to enr-nsf-facture
           move date-systeme to enr-nsf-date-facture
           write enr-noshow-facture
               invalid key
                   display 'NOSHFAC : no-show deja marque '
                       nsh-immat ' ' nsh-debut
                   move 8 to return-code
           end-write
           add 1 to facture-compteur
           add montant-ttc to total-facture
           .

       mod-prochain-numero.
           move 0 to numero-facture
           open input nsf-fic-seq
           if nsf-seq-statut = '00'
               read nsf-fic-seq
                   at end continue
                   not at end move seq-numero to numero-facture
               end-read
               close nsf-fic-seq
           end-if
           add 1 to numero-facture

           open output nsf-fic-seq
           move numero-facture to seq-numero
           write nsf-seq-enr
           close nsf-fic-seq
           .

       mod-ecrit-document.
           perform mod-ecrit-entete
           move nsh-debut to dn-debut
           move doc-noshow to document-ligne
           write document-ligne
           move nsh-immat to dr-immat
           move nsh-debut to dr-debut
           move nsh-fin to dr-fin
           move doc-reservation to document-ligne
           write document-ligne
           perform mod-ecrit-montants
           .

       mod-ecrit-entete.
           move doc-separateur to document-ligne
           write document-ligne
           move numero-facture to de-numero
           move date-systeme to de-date
           move doc-entete to document-ligne
           write document-ligne

           move enr-nom to dc-nom
           move enr-prenom to dc-prenom
           move doc-client-1 to document-ligne
           write document-ligne
           move enr-cp to dc-cp
           move enr-ville to dc-ville
           move doc-client-2 to document-ligne
           write document-ligne
           .

       mod-ecrit-montants.
           move montant-ht to dm-ht
           move doc-montant-ht to document-ligne
           write document-ligne
           move taux-tva to dm-taux
           move montant-tva to dm-tva
           move doc-montant-tva to document-ligne
           write document-ligne
           move montant-ttc to dm-ttc
           move doc-montant-ttc to document-ligne
           write document-ligne
           .

       mod-frais-annulation.
      * Frais retenus sur le prepaiement d'une reservation annulee
      * (resaannul) : facture au client, reglee d'emblee par le
      * prepaiement (PAIEMENT mode 'A') pour ne pas etre relancee.
           set prepaiement-fin-fichier to true
           if prepaiements-ouverts and paiements-ouverts
               set prepaiement-fin-fichier to false
               move 0 to enr-pre-contrat
               start nsf-fic-prepaiements key not < enr-pre-contrat
                   invalid key set prepaiement-fin-fichier to true
               end-start
           end-if
           perform mod-lit-prepaiement until prepaiement-fin-fichier
           .

       mod-lit-prepaiement.
           read nsf-fic-prepaiements next record
               at end set prepaiement-fin-fichier to true
               not at end
                   if enr-pre-annule and enr-pre-frais > 0
                       and enr-pre-facture = 0
                       perform mod-traite-annulation
                   end-if
           end-read
           .

       mod-traite-annulation.
           move enr-pre-frais to montant-ttc
           move enr-pre-client to client-facture
           perform mod-lit-client
           if not client-trouve
               display 'PREPAY : client ' enr-pre-client
                   ' absent de CLIMAST - contrat ' enr-pre-contrat
               add 1 to rejet-compteur
           else
               move enr-pre-contrat to contrat-origine
               perform mod-prochain-numero
               compute montant-ht rounded =
                   montant-ttc / (1 + (taux-tva / 100))
               compute montant-tva = montant-ttc - montant-ht
               perform mod-ecrit-entete
               move enr-pre-preavis to da-preavis
               move doc-annulation to document-ligne
               write document-ligne
               move enr-pre-contrat to dt-contrat
               move enr-pre-debut to dt-debut
               move enr-pre-montant to dt-prepaye
               move doc-contrat to document-ligne
               write document-ligne
               perform mod-ecrit-montants
               perform mod-ecrit-registre

               move numero-facture to enr-pai-facture
               move 1 to enr-pai-seq
               move date-systeme to enr-pai-date
               move montant-ttc to enr-pai-montant
               move 'A' to enr-pai-mode
               move 'FACNOSH' to enr-pai-operateur
               write enr-paiement
                   invalid key
                       display 'PAIEMENT : reglement deja enregistre '
                           numero-facture
                       move 8 to return-code
               end-write
               move numero-facture to enr-pre-facture
               rewrite enr-prepaiement
               add 1 to annulation-compteur
               add montant-ttc to total-facture
           end-if
           .

       mod-ecrit-registre.
           move numero-facture to rg-numero
           move date-systeme to rg-date
           move contrat-origine to rg-contrat
           move client-facture to rg-client
           move montant-ht to rg-ht
           move montant-tva to rg-tva
           move montant-ttc to rg-ttc
           move registre-ligne-detail to registre-ligne
           write registre-ligne
               invalid key
                   display 'FACTREG : piece deja enregistree '
                       rg-numero
                   move 8 to return-code
           end-write
           .

       mod-fin.
           if nsf-noshow-statut = '00' or nsf-noshow-statut = '10'
               close nsf-fic-noshow
           end-if
           if resa-ouvertes
               close nsf-fic-resa
           end-if
           if clients-ouverts
               close nsf-fic-clients
           end-if
           if prepaiements-ouverts
               close nsf-fic-prepaiements
           end-if
           if paiements-ouverts
               close nsf-fic-paiements
           end-if
           close nsf-fic-factures
           close nsf-fic-documents
           close nsf-fic-registre
           move total-facture to total-edite
           display 'Lignes NOSHOW lues : ' lu-compteur
           display 'No-show factures : ' facture-compteur
           display 'Deja factures : ' deja-compteur
           display 'Frais d''annulation factures : ' annulation-compteur
           display 'Total facture : ' total-edite
           display 'Clients introuvables : ' rejet-compteur
           if rejet-compteur > 0 and return-code < 4
               move 4 to return-code
           end-if
           .

       end program facnosh.
