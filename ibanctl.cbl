       identification division.
       program-id. ibanctl.

       data division.
       working-storage section.
       1 iban-travail pic x(34).
       1 iban-longueur pic 99.
       1 ix pic 99.
       1 ix-car pic 99.
       1 valeur-car pic 99.
       1 reste pic 9(4).
       1 car-courant pic x.

      * Valeur d'un caractere pour le calcul de la cle : chiffres a
      * leur valeur, lettres de A=10 a Z=35 (norme ISO 13616).
       1 tab-caracteres pic x(36) value
           '0123456789ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
       1 tab-caracteres-vue redefines tab-caracteres.
           2 tab-car pic x occurs 36 times.

       1 pic x value 'n'.
       88 caractere-connu value 'o' false 'n'.

       linkage section.
       copy "ibandem.cpy".

       procedure division using iban-demande.
       mod-mainline.
      * Controle d'un IBAN saisi sans espaces : deux lettres de pays,
      * deux chiffres de cle, 11 a 30 caracteres de BBAN, et cle
      * modulo 97 verifiee sur le numero reordonne (pays et cle
      * reportes en fin).
           set iban-valide to true
           move iban-numero to iban-travail
           inspect iban-travail converting
               'abcdefghijklmnopqrstuvwxyz'
               to 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           perform mod-mesure-longueur
           if iban-longueur < 15
               set iban-invalide to true
           end-if
           if iban-valide
               if iban-travail(1:2) not alphabetic-upper
                   or iban-travail(3:2) not numeric
                   set iban-invalide to true
               end-if
           end-if
           if iban-valide
               perform mod-calcule-cle
               if reste not = 1
                   set iban-invalide to true
               end-if
           end-if
           if iban-valide
               move iban-travail to iban-numero
           end-if
           goback
           .

       mod-mesure-longueur.
           move 0 to iban-longueur
           perform varying ix from 1 by 1 until ix > 34
               if iban-travail(ix:1) not = space
                   move ix to iban-longueur
               end-if
           end-perform
           .

       mod-calcule-cle.
      * Le BBAN d'abord, puis pays et cle : le reste est calcule au
      * fil des caracteres pour ne jamais manipuler le nombre entier.
           move 0 to reste
           perform varying ix from 5 by 1 until ix > iban-longueur
               perform mod-ajoute-caractere
           end-perform
           perform varying ix from 1 by 1 until ix > 4
               perform mod-ajoute-caractere
           end-perform
           .

       mod-ajoute-caractere.
           move iban-travail(ix:1) to car-courant
           set caractere-connu to false
           perform varying ix-car from 1 by 1 until ix-car > 36
               if tab-car(ix-car) = car-courant
                   set caractere-connu to true
                   compute valeur-car = ix-car - 1
               end-if
           end-perform
           if not caractere-connu
               set iban-invalide to true
               move 0 to valeur-car
           end-if
           if valeur-car > 9
               compute reste = function mod(reste * 100 + valeur-car,
                   97)
           else
               compute reste = function mod(reste * 10 + valeur-car,
                   97)
           end-if
           .

       end program ibanctl.
