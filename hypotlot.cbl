               organization is line sequential.
           select tri-fic-rejet assign to "TRIREJET"
               organization is line sequential.
           select tri-fic-param assign to "TRIPRM"
               organization is line sequential
               file status is tri-param-statut.
           select tri-fic-coupe assign to "TRICOUPE"
               organization is line sequential.

       data division.
       file section.
       fd tri-fic-rejet.
       1 tri-rejet-ligne pic x(120).

      * Carte parametre facultative du plan de debit, dans l'unite des
      * cotes du lot : trait de scie, chute minimale reutilisable et
      * jusqu'a cinq longueurs de barre standard ; a defaut barre de
      * 600.00, trait de 0.30 et chute mini de 30.00.
       fd tri-fic-param.
       1 tri-param-enr.
           2 prm-trait-scie pic 99v99.
           2 prm-chute-mini pic 9(4)v99.
           2 prm-longueur pic 9(4)v99 occurs 5 times.

       fd tri-fic-coupe.
       1 tri-coupe-ligne pic x(132).

       working-storage section.
       1 tri-entree-statut pic xx value '00'.
       1 tri-param-statut pic xx value '00'.
       1 tri-eof pic x value 'n'.
           88 tri-fin-fichier value 'o'.
       1 controle-statut pic x value 'o'.
           88 triangle-possible value 'o' false 'n'.

      * Detail : mode (1/2/3 comme l'ecran hypotenuse) puis les deux
      * valeurs connues en zone 9(4)v99 sans point decimal, puis en
      * option la section de barre a debiter (STANDARD a blanc) et le
      * nombre de triangles identiques sur 4 chiffres (1 a blanc).
       1 ent-courant pic x(90).
       1 ent-courant-vue redefines ent-courant.
           2 cur-mode pic x.
           2 cur-val1 pic 9(4)v99.
           2 cur-val2 pic 9(4)v99.
           2 cur-section pic x(8).
           2 cur-quantite pic x(4).
           2 filler pic x(65).

       1 ent-entete-vue.
           2 ent-type pic x.
       1 angle-radians pic 9v9(8).
       1 pi pic 9v9(8) value 3.14159265.

      * Plan de debit : liste des longueurs a couper par section,
      * pieces unitaires rangees par longueur decroissante et barres
      * ouvertes (premiere barre ou la piece tient).
       1 section-courante pic x(8).
       1 quantite-triangle pic 9(4).
       1 longueur-cherchee pic 9(4)v99.
       1 trait-scie pic 99v99 value 0.30.
       1 chute-mini pic 9(4)v99 value 30.00.
       1 nb-longueurs pic 9 value 1.
       1 tab-longueurs.
           2 tl-longueur pic 9(4)v99 occurs 5 times.
       1 longueur-echange pic 9(4)v99.
       1 nb-debits pic 9(4) value 0.
       1 tab-debits.
           2 tab-debit occurs 300 times.
               3 td-section pic x(8).
               3 td-longueur pic 9(4)v99.
               3 td-quantite pic 9(6).
       1 debit-echange pic x(20).
       1 nb-pieces pic 9(5) value 0.
       1 tab-pieces.
           2 tab-piece occurs 5000 times.
               3 tp-section pic x(8).
               3 tp-longueur pic 9(4)v99.
               3 tp-barre pic 9(4).
       1 nb-barres pic 9(4) value 0.
       1 tab-barres.
           2 tab-barre occurs 1000 times.
               3 tb-section pic x(8).
               3 tb-stock pic 9(4)v99.
               3 tb-somme pic 9(6)v99.
               3 tb-nb pic 9(3).
               3 tb-chute pic 9(4)v99.
       1 debut-section pic 9(4).
       1 besoin-barre pic s9(6)v99.
       1 reste-barre pic s9(6)v99.
       1 ix pic 9(5).
       1 jx pic 9(5).
       1 kx pic 9(5).
       1 bx pic 9(4).
       1 hors-barre-compteur pic 9(6) value 0.
       1 chute-compteur pic 9(6) value 0.
       1 pic x value 'n'.
           88 debit-incomplet value 'o' false 'n'.
       1 pic x value 'n'.
           88 barre-trouvee value 'o' false 'n'.
       1 recap-barres pic 9(4) occurs 5 times.
       1 recap-total pic 9(4).
       1 recap-metrage-barres pic 9(8)v99.
       1 recap-metrage-pieces pic 9(8)v99.

       1 cp-titre.
           2 filler pic x(21) value 'PLAN DE DEBIT DU LOT '.
           2 ct-origine pic x(10).
           2 filler pic x(4) value ' DU '.
           2 ct-date pic 9(8).
       1 cp-param.
           2 filler pic x(17) value 'BARRES STANDARD :'.
           2 cp-stocks occurs 5 times.
               3 filler pic x value space.
               3 cp-stock pic zzz9.99 blank when zero.
           2 filler pic x(18) value '  TRAIT DE SCIE : '.
           2 cp-trait pic z9.99.
           2 filler pic x(15) value '  CHUTE MINI : '.
           2 cp-chute-mini pic zzz9.99.
       1 cp-debit.
           2 filler pic x(2) value spaces.
           2 cd-section pic x(8).
           2 filler pic x(11) value '  LONGUEUR '.
           2 cd-longueur pic zzz9.99.
           2 filler pic x(11) value '  QUANTITE '.
           2 cd-quantite pic zzzzz9.
       1 cp-barre.
           2 filler pic x(6) value 'BARRE '.
           2 cb-numero pic 9(4).
           2 filler pic x(2) value spaces.
           2 cb-section pic x(8).
           2 filler pic x(11) value '  LONGUEUR '.
           2 cb-stock pic zzz9.99.
           2 filler pic x(9) value '  PIECES '.
           2 cb-nb pic zz9.
           2 filler pic x(8) value '  CHUTE '.
           2 cb-chute pic zzz9.99.
           2 filler pic x value space.
           2 cb-sort pic x(12).
       1 cp-coupes.
           2 filler pic x(12) value '    COUPES :'.
           2 lc-coupe occurs 12 times.
               3 filler pic x value space.
               3 lc-longueur pic zzz9.99 blank when zero.
       1 cp-commande.
           2 filler pic x(2) value spaces.
           2 cm-section pic x(8).
           2 filler pic x(12) value '  BARRES DE '.
           2 cm-stock pic zzz9.99.
           2 filler pic x(3) value ' : '.
           2 cm-nombre pic zzz9.
       1 cp-recap.
           2 filler pic x(2) value spaces.
           2 rs-section pic x(8).
           2 filler pic x(15) value '  TOTAL BARRES '.
           2 rs-barres pic zzz9.
           2 filler pic x(17) value '  METRAGE BARRES '.
           2 rs-metrage-barres pic z(6)9.99.
           2 filler pic x(17) value '  METRAGE PIECES '.
           2 rs-metrage-pieces pic z(6)9.99.
           2 filler pic x(9) value '  DECHET '.
           2 rs-taux pic zz9.9.
           2 filler pic x(2) value ' %'.
       1 cp-chute.
           2 filler pic x(2) value spaces.
           2 ch-section pic x(8).
           2 filler pic x(8) value '  BARRE '.
           2 ch-barre pic 9(4).
           2 filler pic x(8) value '  CHUTE '.
           2 ch-longueur pic zzz9.99.
       1 cp-hors-barre.
           2 filler pic x(2) value spaces.
           2 hb-section pic x(8).
           2 filler pic x(11) value '  PIECE DE '.
           2 hb-longueur pic zzz9.99.
           2 filler pic x(19) value ' NON DEBITABLE DANS'.
           2 filler pic x(19) value ' LA BARRE STANDARD'.

       1 sortie-entete.
           2 filler pic x value 'H'.
           2 sh-date pic 9(8).
           if controle-ok
               perform mod-traitement until tri-fin-fichier
           end-if
           if controle-ok and traite-compteur > 0
               perform mod-plan-debit
           end-if
           perform mod-fin
           evaluate true
               when not controle-ok
                   move 8 to return-code
               when rejet-compteur > 0
                   move 4 to return-code
               when debit-incomplet or hors-barre-compteur > 0
                   move 4 to return-code
               when other
                   move 0 to return-code
           end-evaluate
           .

       mod-init.
           perform mod-lit-parametres
           open input tri-fic-entree
           open output tri-fic-sortie
           open output tri-fic-rejet
           open output tri-fic-coupe

           read tri-fic-entree
               at end set controle-ok to false
           end-if
           .

       mod-lit-parametres.
      * Les longueurs de barre retenues sont rangees par ordre
      * croissant ; la plus longue sert a l'ouverture des barres.
           move 0 to nb-longueurs
           open input tri-fic-param
           if tri-param-statut = '00'
               read tri-fic-param
                   at end continue
                   not at end
                       if prm-trait-scie is numeric
                           move prm-trait-scie to trait-scie
                       end-if
                       if prm-chute-mini is numeric
                           move prm-chute-mini to chute-mini
                       end-if
                       perform varying ix from 1 by 1 until ix > 5
                           if prm-longueur(ix) is numeric
                               and prm-longueur(ix) > 0
                               add 1 to nb-longueurs
                               move prm-longueur(ix)
                                   to tl-longueur(nb-longueurs)
                           end-if
                       end-perform
               end-read
               close tri-fic-param
           end-if
           if nb-longueurs = 0
               move 1 to nb-longueurs
               move 600.00 to tl-longueur(1)
           end-if
           perform varying ix from 1 by 1 until ix >= nb-longueurs
               perform varying jx from 1 by 1
                       until jx > nb-longueurs - ix
                   if tl-longueur(jx) > tl-longueur(jx + 1)
                       move tl-longueur(jx) to longueur-echange
                       move tl-longueur(jx + 1) to tl-longueur(jx)
                       move longueur-echange to tl-longueur(jx + 1)
                   end-if
               end-perform
           end-perform
           .

       mod-traitement.
           read tri-fic-entree
               at end

       mod-traite-detail.
           add 1 to lu-compteur
           move 0 to quantite-triangle
           if cur-quantite = spaces
               move 1 to quantite-triangle
           else
               if cur-quantite is numeric
                   move cur-quantite to quantite-triangle
               end-if
           end-if
           evaluate true
               when ent-courant(2:12) not numeric
                   or (ent-courant(1:1) not = '1'
                       and ent-courant(1:1) not = '2'
                       and ent-courant(1:1) not = '3')
                   move 'mode ou valeurs invalides' to rj-motif
                   perform mod-rejette-detail
               when quantite-triangle = 0
                   move 'quantite invalide' to rj-motif
                   perform mod-rejette-detail
               when other
                   move cur-mode to mode-calcul
                   perform mod-resout-triangle
                   if triangle-possible
                       perform mod-ecrit-resultat
                       perform mod-retient-cotes
                       add 1 to traite-compteur
                   else
                       move 'triangle impossible' to rj-motif
                       perform mod-rejette-detail
                   end-if
           end-evaluate
           .

       mod-rejette-detail.
           write tri-sor-ligne
           .

       mod-retient-cotes.
      * Plan de debit des barres
      * Les trois cotes du triangle sont a couper, autant de fois
      * qu'il y a de triangles identiques sur la ligne.
           if cur-section = spaces
               move 'STANDARD' to section-courante
           else
               move cur-section to section-courante
           end-if
           move cote1 to longueur-cherchee
           perform mod-retient-longueur
           move cote2 to longueur-cherchee
           perform mod-retient-longueur
           move hypotenuse to longueur-cherchee
           perform mod-retient-longueur
           .

       mod-retient-longueur.
           if longueur-cherchee > 0
               perform varying ix from 1 by 1
                       until ix > nb-debits
                           or (td-section(ix) = section-courante
                               and td-longueur(ix) = longueur-cherchee)
                   continue
               end-perform
               if ix > nb-debits
                   if nb-debits < 300
                       add 1 to nb-debits
                       move nb-debits to ix
                       move section-courante to td-section(ix)
                       move longueur-cherchee to td-longueur(ix)
                       move 0 to td-quantite(ix)
                   else
                       set debit-incomplet to true
                       move 0 to ix
                   end-if
               end-if
               if ix > 0
                   add quantite-triangle to td-quantite(ix)
               end-if
           end-if
           .

       mod-plan-debit.
      * Rangement premiere barre possible par longueur decroissante :
      * une piece tient dans une barre si la somme des pieces deja
      * coupees, un trait de scie par piece deja coupee et la piece
      * ne depassent pas la barre. Chaque barre est ensuite ramenee
      * a la plus courte longueur standard qui la contient.
           perform mod-trie-debits
           perform varying ix from 1 by 1 until ix > nb-debits
               perform varying kx from 1 by 1
                       until kx > td-quantite(ix)
                   if nb-pieces < 5000
                       add 1 to nb-pieces
                       move td-section(ix) to tp-section(nb-pieces)
                       move td-longueur(ix) to tp-longueur(nb-pieces)
                       move 0 to tp-barre(nb-pieces)
                   else
                       set debit-incomplet to true
                   end-if
               end-perform
           end-perform
           perform varying ix from 1 by 1 until ix > nb-pieces
               if ix = 1 or tp-section(ix) not = tp-section(ix - 1)
                   compute debut-section = nb-barres + 1
               end-if
               perform mod-place-piece
           end-perform
           perform varying bx from 1 by 1 until bx > nb-barres
               perform mod-ajuste-barre
           end-perform
           perform mod-edite-plan
           .

       mod-trie-debits.
      * Tri par section puis longueur decroissante.
           perform varying ix from 1 by 1 until ix >= nb-debits
               perform varying jx from 1 by 1
                       until jx > nb-debits - ix
                   if td-section(jx) > td-section(jx + 1)
                       or (td-section(jx) = td-section(jx + 1)
                           and td-longueur(jx) < td-longueur(jx + 1))
                       move tab-debit(jx) to debit-echange
                       move tab-debit(jx + 1) to tab-debit(jx)
                       move debit-echange to tab-debit(jx + 1)
                   end-if
               end-perform
           end-perform
           .

       mod-place-piece.
           if tp-longueur(ix) > tl-longueur(nb-longueurs)
               add 1 to hors-barre-compteur
           else
               set barre-trouvee to false
               perform varying bx from debut-section by 1
                       until bx > nb-barres or barre-trouvee
                   compute besoin-barre = tb-somme(bx)
                       + tp-longueur(ix) + trait-scie * tb-nb(bx)
                   if besoin-barre <= tb-stock(bx)
                       set barre-trouvee to true
                   end-if
               end-perform
               if barre-trouvee
                   subtract 1 from bx
               else
                   if nb-barres < 1000
                       add 1 to nb-barres
                       move nb-barres to bx
                       move tp-section(ix) to tb-section(bx)
                       move tl-longueur(nb-longueurs) to tb-stock(bx)
                       move 0 to tb-somme(bx)
                       move 0 to tb-nb(bx)
                   else
                       set debit-incomplet to true
                       move 0 to bx
                   end-if
               end-if
               if bx > 0
                   move bx to tp-barre(ix)
                   add tp-longueur(ix) to tb-somme(bx)
                   add 1 to tb-nb(bx)
               end-if
           end-if
           .

       mod-ajuste-barre.
      * La chute compte le dernier trait de scie ; une barre coupee
      * juste ne laisse pas de chute.
           compute besoin-barre = tb-somme(bx)
               + trait-scie * (tb-nb(bx) - 1)
           perform varying kx from 1 by 1
                   until tl-longueur(kx) >= besoin-barre
               continue
           end-perform
           move tl-longueur(kx) to tb-stock(bx)
           compute reste-barre = tb-stock(bx) - tb-somme(bx)
               - trait-scie * tb-nb(bx)
           if reste-barre > 0
               move reste-barre to tb-chute(bx)
           else
               move 0 to tb-chute(bx)
           end-if
           if tb-chute(bx) >= chute-mini and tb-chute(bx) > 0
               add 1 to chute-compteur
           end-if
           .

       mod-edite-plan.
           move lot-origine to ct-origine
           move lot-date to ct-date
           move cp-titre to tri-coupe-ligne
           write tri-coupe-ligne
           perform varying kx from 1 by 1 until kx > 5
               if kx > nb-longueurs
                   move 0 to cp-stock(kx)
               else
                   move tl-longueur(kx) to cp-stock(kx)
               end-if
           end-perform
           move trait-scie to cp-trait
           move chute-mini to cp-chute-mini
           move cp-param to tri-coupe-ligne
           write tri-coupe-ligne

           move spaces to tri-coupe-ligne
           write tri-coupe-ligne
           move 'LISTE DE DEBIT' to tri-coupe-ligne
           write tri-coupe-ligne
           perform varying ix from 1 by 1 until ix > nb-debits
               move td-section(ix) to cd-section
               move td-longueur(ix) to cd-longueur
               move td-quantite(ix) to cd-quantite
               move cp-debit to tri-coupe-ligne
               write tri-coupe-ligne
           end-perform

           move spaces to tri-coupe-ligne
           write tri-coupe-ligne
           move 'PLAN DE COUPE' to tri-coupe-ligne
           write tri-coupe-ligne
           perform varying bx from 1 by 1 until bx > nb-barres
               perform mod-edite-barre
           end-perform

           move spaces to tri-coupe-ligne
           write tri-coupe-ligne
           move 'COMMANDE MATIERE' to tri-coupe-ligne
           write tri-coupe-ligne
           perform mod-raz-recap
           perform varying bx from 1 by 1 until bx > nb-barres
               if bx > 1 and tb-section(bx) not = tb-section(bx - 1)
                   compute jx = bx - 1
                   perform mod-edite-recap
                   perform mod-raz-recap
               end-if
               perform varying kx from 1 by 1
                       until tl-longueur(kx) = tb-stock(bx)
                   continue
               end-perform
               add 1 to recap-barres(kx)
               add 1 to recap-total
               add tb-stock(bx) to recap-metrage-barres
               add tb-somme(bx) to recap-metrage-pieces
           end-perform
           if nb-barres > 0
               move nb-barres to jx
               perform mod-edite-recap
           end-if

           move spaces to tri-coupe-ligne
           write tri-coupe-ligne
           move 'CHUTES REUTILISABLES' to tri-coupe-ligne
           write tri-coupe-ligne
           perform varying bx from 1 by 1 until bx > nb-barres
               if tb-chute(bx) >= chute-mini and tb-chute(bx) > 0
                   move tb-section(bx) to ch-section
                   move bx to ch-barre
                   move tb-chute(bx) to ch-longueur
                   move cp-chute to tri-coupe-ligne
                   write tri-coupe-ligne
               end-if
           end-perform

           if hors-barre-compteur > 0
               move spaces to tri-coupe-ligne
               write tri-coupe-ligne
               move 'PIECES NON DEBITEES' to tri-coupe-ligne
               write tri-coupe-ligne
               perform varying ix from 1 by 1 until ix > nb-debits
                   if td-longueur(ix) > tl-longueur(nb-longueurs)
                       move td-section(ix) to hb-section
                       move td-longueur(ix) to hb-longueur
                       move cp-hors-barre to tri-coupe-ligne
                       write tri-coupe-ligne
                   end-if
               end-perform
           end-if
           if debit-incomplet
               move spaces to tri-coupe-ligne
               write tri-coupe-ligne
               move 'TABLES PLEINES : PLAN DE DEBIT PARTIEL'
                   to tri-coupe-ligne
               write tri-coupe-ligne
           end-if
           .

       mod-edite-barre.
           move bx to cb-numero
           move tb-section(bx) to cb-section
           move tb-stock(bx) to cb-stock
           move tb-nb(bx) to cb-nb
           move tb-chute(bx) to cb-chute
           if tb-chute(bx) >= chute-mini and tb-chute(bx) > 0
               move 'REUTILISABLE' to cb-sort
           else
               move spaces to cb-sort
           end-if
           move cp-barre to tri-coupe-ligne
           write tri-coupe-ligne
           move 0 to kx
           perform varying ix from 1 by 1 until ix > nb-pieces
               if tp-barre(ix) = bx
                   if kx = 12
                       move cp-coupes to tri-coupe-ligne
                       write tri-coupe-ligne
                       move 0 to kx
                   end-if
                   if kx = 0
                       perform varying jx from 1 by 1 until jx > 12
                           move 0 to lc-longueur(jx)
                       end-perform
                   end-if
                   add 1 to kx
                   move tp-longueur(ix) to lc-longueur(kx)
               end-if
           end-perform
           if kx > 0
               move cp-coupes to tri-coupe-ligne
               write tri-coupe-ligne
           end-if
           .

       mod-raz-recap.
           perform varying kx from 1 by 1 until kx > 5
               move 0 to recap-barres(kx)
           end-perform
           move 0 to recap-total
           move 0 to recap-metrage-barres
           move 0 to recap-metrage-pieces
           .

       mod-edite-recap.
      * Recapitulatif de la section de la barre jx : barres a
      * commander par longueur standard, puis metrages et dechet.
           perform varying kx from 1 by 1 until kx > nb-longueurs
               if recap-barres(kx) > 0
                   move tb-section(jx) to cm-section
                   move tl-longueur(kx) to cm-stock
                   move recap-barres(kx) to cm-nombre
                   move cp-commande to tri-coupe-ligne
                   write tri-coupe-ligne
               end-if
           end-perform
           move tb-section(jx) to rs-section
           move recap-total to rs-barres
           move recap-metrage-barres to rs-metrage-barres
           move recap-metrage-pieces to rs-metrage-pieces
           compute rs-taux rounded = (recap-metrage-barres
               - recap-metrage-pieces) * 100 / recap-metrage-barres
           move cp-recap to tri-coupe-ligne
           write tri-coupe-ligne
           .

       mod-fin.
           if entete-ecrite
               move traite-compteur to st-compteur
           close tri-fic-entree
           close tri-fic-sortie
           close tri-fic-rejet
           close tri-fic-coupe
           display 'Lignes traitees : ' traite-compteur
           display 'Lignes rejetees : ' rejet-compteur
           display 'Barres a debiter : ' nb-barres
           display 'Chutes reutilisables : ' chute-compteur
           if hors-barre-compteur > 0
               display 'Pieces plus longues que la barre : '
                   hors-barre-compteur
           end-if
           .

       end program hypotlot.
