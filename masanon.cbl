       identification division.
       program-id. masanon.

       environment division.
       input-output section.
       file-control.
           select msq-fic-param assign to "MASQPRM"
               organization is line sequential
               file status is msq-param-statut.
           select msq-fic-entree-cli assign to "CLISAUVE"
               organization is line sequential
               file status is msq-entree-statut.
           select msq-fic-entree-ctr assign to "CTRSAUVE"
               organization is line sequential
               file status is msq-entree-statut.
           select msq-fic-entree-res assign to "RESSAUVE"
               organization is line sequential
               file status is msq-entree-statut.
           select msq-fic-entree-ope assign to "OPESAUVE"
               organization is line sequential
               file status is msq-entree-statut.
           select msq-fic-sortie-cli assign to "CLIMASQ"
               organization is line sequential.
           select msq-fic-sortie-ctr assign to "CTRMASQ"
               organization is line sequential.
           select msq-fic-sortie-res assign to "RESMASQ"
               organization is line sequential.
           select msq-fic-sortie-ope assign to "OPEMASQ"
               organization is line sequential.
           select msq-fic-audit assign to "OPSLOG"
               organization is line sequential.

       data division.
       file section.
      * Carte parametre : cle de masquage (1 a 25) et mot de passe
      * provisoire donne a tous les operateurs de la copie.
       fd msq-fic-param.
       1 msq-param-enr.
           2 prm-cle pic 99.
           2 prm-passe pic x(8).

       fd msq-fic-entree-cli.
       1 msq-ent-cli-ligne pic x(210).

       fd msq-fic-entree-ctr.
       1 msq-ent-ctr-ligne pic x(210).

       fd msq-fic-entree-res.
       1 msq-ent-res-ligne pic x(210).

       fd msq-fic-entree-ope.
       1 msq-ent-ope-ligne pic x(210).

       fd msq-fic-sortie-cli.
       1 msq-sor-cli-ligne pic x(210).

       fd msq-fic-sortie-ctr.
       1 msq-sor-ctr-ligne pic x(210).

       fd msq-fic-sortie-res.
       1 msq-sor-res-ligne pic x(210).

       fd msq-fic-sortie-ope.
       1 msq-sor-ope-ligne pic x(210).

       fd msq-fic-audit.
       copy "opslogrec.cpy".

       working-storage section.
       1 msq-param-statut pic xx value '00'.
       1 msq-entree-statut pic xx value '00'.

       copy "clientrec.cpy".
       copy "contratrec.cpy".
       copy "reservrec.cpy".
       copy "opermrec.cpy".

       1 fichier-choix pic 9 value 0.
           88 sauve-clients value 1.
           88 sauve-contrats value 3.
           88 sauve-resa value 4.
           88 sauve-operateurs value 5.
       1 fichier-nom pic x(8).

       1 entree-eof pic x value 'n'.
           88 entree-fin-fichier value 'o' false 'n'.
       1 pic x value 'n'.
           88 trailer-lu value 'o' false 'n'.

       1 date-systeme pic 9(8).
       1 verdict pic 9 value 0.

      * Meme image et meme total de controle que masauve : les copies
      * masquees se rechargent et se verifient comme une sauvegarde.
       1 enr-image pic x(200).
       1 img-long pic 999 value 200.
       1 ix pic 999.
       1 hash-enr pic 9(12).
       1 hash-entree pic 9(12) value 0.
       1 hash-sortie pic 9(12) value 0.
       1 enr-compteur pic 9(6) value 0.
       1 ecart-compteur pic 9(6) value 0.

       1 ligne-courante pic x(210).
       1 ligne-courante-vue redefines ligne-courante.
           2 lc-type pic x.
           2 lc-image pic x(200).
           2 filler pic x(9).
       1 lc-trailer-vue redefines ligne-courante.
           2 lt-type pic x.
           2 lt-compteur pic 9(6).
           2 lt-hash pic 9(12).
           2 filler pic x(191).

       1 sortie-detail.
           2 filler pic x value 'D'.
           2 sd-image pic x(200).

       1 sortie-trailer.
           2 filler pic x value 'T'.
           2 st-compteur pic 9(6).
           2 st-hash pic 9(12).

      * Substitution par decalage circulaire : la cle de la carte
      * parametre fixe le decalage des noms, celui des references
      * client et celui des chiffres en sont derives.
       1 cle-masque pic 99 value 7.
       1 passe-provisoire pic x(8) value 'TEST0000'.
       1 decalage-nom pic 99.
       1 decalage-ref pic 99.
       1 decalage-chiffre pic 99.
       1 alphabet-maj pic x(26) value 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
       1 alphabet-min pic x(26) value 'abcdefghijklmnopqrstuvwxyz'.
       1 chiffres pic x(10) value '0123456789'.
       1 maj-double.
           2 filler pic x(26) value 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           2 filler pic x(26) value 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
       1 min-double.
           2 filler pic x(26) value 'abcdefghijklmnopqrstuvwxyz'.
           2 filler pic x(26) value 'abcdefghijklmnopqrstuvwxyz'.
       1 chiffres-double.
           2 filler pic x(10) value '0123456789'.
           2 filler pic x(10) value '0123456789'.

       1 texte-source pic x(20).
       1 texte-masque pic x(20).
       1 texte-long pic 99.
       1 tx pic 99.
       1 ref-source pic x(8).
       1 ref-masquee pic x(8).

      * Numero de permis de substitution, unique dans la copie.
       1 permis-masque.
           2 filler pic x(3) value 'TST'.
           2 pm-numero pic 9(9) value 0.

      * Recul de la date de naissance : 30 a 329 jours selon le
      * client, pour rester majeur et garder la categorie d'age.
       1 recul-jours pic 999.
       1 date-calcul.
           2 cal-jour pic 99.
           2 cal-mois pic 99.
           2 cal-annee pic 9999.
       1 tab-mois-longueur.
           2 filler pic x(24) value '312931303130313130313031'.
       1 tab-mois-vue redefines tab-mois-longueur.
           2 mois-longueur pic 99 occurs 12 times.

       1 client-compteur pic 9(6) value 0.
       1 contrat-compteur pic 9(6) value 0.
       1 resa-compteur pic 9(6) value 0.
       1 operateur-compteur pic 9(6) value 0.

       procedure division.
       mod-mainline.
      * Copies de test des maitres a partir des dechargements masauve
      * (CLISAUVE, CTRSAUVE, RESSAUVE, OPESAUVE) : noms brouilles,
      * naissances reculees, permis et motifs NPAI remplaces, mots de
      * passe reinitialises. Les references client sont chiffrees de
      * la meme facon partout (clients, fusions, contrats,
      * reservations) : la chaine de location reste coherente et les
      * copies se rechargent par masauve (action R) en recette.
           perform mod-init
           move 1 to fichier-choix
           move 'CLIMAST' to fichier-nom
           perform mod-masque-fichier
           move enr-compteur to client-compteur
           move 3 to fichier-choix
           move 'LOCCONTR' to fichier-nom
           perform mod-masque-fichier
           move enr-compteur to contrat-compteur
           move 4 to fichier-choix
           move 'RESERV' to fichier-nom
           perform mod-masque-fichier
           move enr-compteur to resa-compteur
           move 5 to fichier-choix
           move 'OPERMAST' to fichier-nom
           perform mod-masque-fichier
           move enr-compteur to operateur-compteur

           display 'Clients masques : ' client-compteur
           display 'Contrats masques : ' contrat-compteur
           display 'Reservations masquees : ' resa-compteur
           display 'Operateurs masques : ' operateur-compteur
           display 'Ecarts sur les sauvegardes : ' ecart-compteur
           perform mod-audit-operation
           move verdict to return-code
           goback
           .

       mod-init.
           call 'datebus' using date-systeme
           open input msq-fic-param
           if msq-param-statut = '00'
               read msq-fic-param
                   at end continue
                   not at end
                       if prm-cle is numeric
                           and prm-cle > 0 and prm-cle < 26
                           move prm-cle to cle-masque
                       end-if
                       if prm-passe not = spaces
                           move prm-passe to passe-provisoire
                       end-if
               end-read
               close msq-fic-param
           end-if
           move cle-masque to decalage-nom
           compute decalage-ref = function mod(cle-masque + 11, 25) + 1
           compute decalage-chiffre = function mod(cle-masque, 9) + 1
           .

       mod-masque-fichier.
      * Deroulement commun aux quatre sauvegardes : entete recopiee,
      * details masques, trailer recalcule sur les images masquees
      * apres controle de celui de la sauvegarde d'origine.
           move 0 to enr-compteur
           move 0 to hash-entree
           move 0 to hash-sortie
           set trailer-lu to false
           perform mod-ouvre-entree
           if msq-entree-statut not = '00'
               display 'Sauvegarde indisponible : ' fichier-nom
               move 8 to verdict
           else
               perform mod-ouvre-sortie
               set entree-fin-fichier to false
               perform mod-lit-entree
               if entree-fin-fichier or lc-type not = 'H'
                   display 'Sauvegarde sans entete : ' fichier-nom
                   move 8 to verdict
               else
                   perform mod-ecrit-sortie
                   perform mod-lit-entree
                   perform mod-traite-ligne until entree-fin-fichier
                   if not trailer-lu
                       display 'Trailer absent : ' fichier-nom
                       add 1 to ecart-compteur
                       move 8 to verdict
                   end-if
                   move spaces to ligne-courante
                   move enr-compteur to st-compteur
                   move hash-sortie to st-hash
                   move sortie-trailer to ligne-courante
                   perform mod-ecrit-sortie
               end-if
               perform mod-ferme-fichiers
           end-if
           .

       mod-traite-ligne.
           evaluate lc-type
               when 'D'
                   move lc-image to enr-image
                   perform mod-hash-enr
                   add hash-enr to hash-entree
                   perform mod-masque-enr
                   perform mod-hash-enr
                   add hash-enr to hash-sortie
                   add 1 to enr-compteur
                   move spaces to ligne-courante
                   move enr-image to sd-image
                   move sortie-detail to ligne-courante
                   perform mod-ecrit-sortie
               when 'T'
                   set trailer-lu to true
                   if lt-compteur not = enr-compteur
                       or lt-hash not = hash-entree
                       display 'Sauvegarde alteree : ' fichier-nom
                       add 1 to ecart-compteur
                       move 8 to verdict
                   end-if
                   set entree-fin-fichier to true
               when other
                   continue
           end-evaluate
           if not entree-fin-fichier
               perform mod-lit-entree
           end-if
           .

       mod-hash-enr.
           move 0 to hash-enr
           perform varying ix from 1 by 1 until ix > img-long
               compute hash-enr = hash-enr
                   + (function ord(enr-image(ix:1)) * ix)
           end-perform
           .

       mod-masque-enr.
           evaluate true
               when sauve-clients
                   move enr-image to enr-client
                   perform mod-masque-client
                   move enr-client to enr-image
               when sauve-contrats
                   move enr-image to enr-contrat
                   move enr-ctr-client to ref-source
                   perform mod-chiffre-ref
                   move ref-masquee to enr-ctr-client
                   move enr-contrat to enr-image
               when sauve-resa
                   move enr-image to enr-reservation
                   move enr-resa-client to ref-source
                   perform mod-chiffre-ref
                   move ref-masquee to enr-resa-client
                   move enr-reservation to enr-image
               when other
                   move enr-image to enr-operateur-maitre
                   perform mod-masque-operateur
                   move enr-operateur-maitre to enr-image
           end-evaluate
           .

       mod-masque-client.
      * Clients
           perform mod-calcule-recul
           move enr-ref to ref-source
           perform mod-chiffre-ref
           move ref-masquee to enr-ref
           if enr-fusion not = spaces
               move enr-fusion to ref-source
               perform mod-chiffre-ref
               move ref-masquee to enr-fusion
           end-if

           move enr-nom to texte-source
           perform mod-brouille-texte
           move texte-masque to enr-nom
           move enr-prenom to texte-source
           perform mod-brouille-texte
           move texte-masque to enr-prenom

           if enr-jour-naiss > 0 and enr-mois-naiss > 0
               and enr-mois-naiss < 13 and enr-annee-naiss > 0
               perform mod-recule-naissance
           end-if

           if enr-permis-numero not = spaces
               add 1 to pm-numero
               move permis-masque to enr-permis-numero
           end-if
           if enr-npai-motif not = spaces
               move 'MOTIF MASQUE' to enr-npai-motif
           end-if
           .

       mod-calcule-recul.
      * Recul propre a chaque client, tire de sa reference d'origine :
      * un meme decalage pour tous serait trop facile a defaire.
           move 0 to recul-jours
           perform varying ix from 1 by 1 until ix > 8
               compute recul-jours = function mod(recul-jours
                   + function ord(enr-ref(ix:1)) * ix, 300)
           end-perform
           compute recul-jours = function mod(recul-jours
               + cle-masque, 300) + 30
           .

       mod-recule-naissance.
           move enr-jour-naiss to cal-jour
           move enr-mois-naiss to cal-mois
           move enr-annee-naiss to cal-annee
           perform mod-ajuste-fevrier
           perform mod-jour-precedent recul-jours times
           move cal-jour to enr-jour-naiss
           move cal-mois to enr-mois-naiss
           move cal-annee to enr-annee-naiss
           .

       mod-jour-precedent.
           if cal-jour > 1
               subtract 1 from cal-jour
           else
               if cal-mois > 1
                   subtract 1 from cal-mois
               else
                   move 12 to cal-mois
                   subtract 1 from cal-annee
                   perform mod-ajuste-fevrier
               end-if
               move mois-longueur(cal-mois) to cal-jour
           end-if
           .

       mod-ajuste-fevrier.
           if function mod(cal-annee, 4) = 0
               and (function mod(cal-annee, 100) not = 0
                   or function mod(cal-annee, 400) = 0)
               move 29 to mois-longueur(2)
           else
               move 28 to mois-longueur(2)
           end-if
           .

       mod-masque-operateur.
      * Operateurs : identifiants conserves (ils signent les fiches),
      * noms brouilles, mot de passe provisoire a changer a la
      * premiere connexion, compteurs d'echecs et verrous leves.
           move enr-oper-nom to texte-source
           perform mod-brouille-texte
           move texte-masque to enr-oper-nom
           move passe-provisoire to enr-oper-passe
           move 0 to enr-oper-passe-date
           move 0 to enr-oper-echecs
           move space to enr-oper-verrou
           .

       mod-brouille-texte.
      * Transformations de texte
      * Nom retourne (comme inverselot) puis lettres decalees.
           move spaces to texte-masque
           move 0 to texte-long
           perform varying tx from 1 by 1 until tx > 20
               if texte-source(tx:1) not = space
                   move tx to texte-long
               end-if
           end-perform
           perform varying tx from 1 by 1 until tx > texte-long
               move texte-source(tx:1)
                   to texte-masque(texte-long - tx + 1:1)
           end-perform
           inspect texte-masque converting alphabet-maj
               to maj-double(decalage-nom + 1:26)
           inspect texte-masque converting alphabet-min
               to min-double(decalage-nom + 1:26)
           .

       mod-chiffre-ref.
      * Substitution caractere par caractere : bijective, elle garde
      * l'unicite des references et donne partout le meme resultat.
           move ref-source to ref-masquee
           inspect ref-masquee converting alphabet-maj
               to maj-double(decalage-ref + 1:26)
           inspect ref-masquee converting alphabet-min
               to min-double(decalage-ref + 1:26)
           inspect ref-masquee converting chiffres
               to chiffres-double(decalage-chiffre + 1:10)
           .

       mod-ouvre-entree.
      * Acces aux sauvegardes et aux copies
           evaluate true
               when sauve-clients open input msq-fic-entree-cli
               when sauve-contrats open input msq-fic-entree-ctr
               when sauve-resa open input msq-fic-entree-res
               when other open input msq-fic-entree-ope
           end-evaluate
           .

       mod-ouvre-sortie.
           evaluate true
               when sauve-clients open output msq-fic-sortie-cli
               when sauve-contrats open output msq-fic-sortie-ctr
               when sauve-resa open output msq-fic-sortie-res
               when other open output msq-fic-sortie-ope
           end-evaluate
           .

       mod-ferme-fichiers.
           evaluate true
               when sauve-clients
                   close msq-fic-entree-cli
                   close msq-fic-sortie-cli
               when sauve-contrats
                   close msq-fic-entree-ctr
                   close msq-fic-sortie-ctr
               when sauve-resa
                   close msq-fic-entree-res
                   close msq-fic-sortie-res
               when other
                   close msq-fic-entree-ope
                   close msq-fic-sortie-ope
           end-evaluate
           .

       mod-lit-entree.
           move spaces to ligne-courante
           evaluate true
               when sauve-clients
                   read msq-fic-entree-cli
                       at end set entree-fin-fichier to true
                       not at end
                           move msq-ent-cli-ligne to ligne-courante
                   end-read
               when sauve-contrats
                   read msq-fic-entree-ctr
                       at end set entree-fin-fichier to true
                       not at end
                           move msq-ent-ctr-ligne to ligne-courante
                   end-read
               when sauve-resa
                   read msq-fic-entree-res
                       at end set entree-fin-fichier to true
                       not at end
                           move msq-ent-res-ligne to ligne-courante
                   end-read
               when other
                   read msq-fic-entree-ope
                       at end set entree-fin-fichier to true
                       not at end
                           move msq-ent-ope-ligne to ligne-courante
                   end-read
           end-evaluate
           .

       mod-ecrit-sortie.
           evaluate true
               when sauve-clients
                   move ligne-courante to msq-sor-cli-ligne
                   write msq-sor-cli-ligne
               when sauve-contrats
                   move ligne-courante to msq-sor-ctr-ligne
                   write msq-sor-ctr-ligne
               when sauve-resa
                   move ligne-courante to msq-sor-res-ligne
                   write msq-sor-res-ligne
               when other
                   move ligne-courante to msq-sor-ope-ligne
                   write msq-sor-ope-ligne
           end-evaluate
           .

       mod-audit-operation.
           move spaces to ops-ligne
           move date-systeme to ops-date
           accept ops-heure from time
           move 'masanon' to ops-programme
           move 'MASQUAGE' to ops-operation
           move client-compteur to ops-detail(1:6)
           move contrat-compteur to ops-detail(8:6)
           move resa-compteur to ops-detail(15:6)
           move 'EXPLOIT' to ops-operateur
           open extend msq-fic-audit
           write ops-ligne
           close msq-fic-audit
           .

       end program masanon.
