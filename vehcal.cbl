           88 resa-fin-fichier value 'o' false 'n'.

       1 immat pic x(10).
       1 categorie pic x value space.
       1 agence pic x(3) value spaces.
       copy "dispdem.cpy".
       1 date-systeme pic 9(8).
       1 date-horizon pic 9(8).
       1 date-calcul pic 9(8).
           2 blank screen.
           2 line 2 col 10 'Calendrier des reservations'.
       1 s-plg-immat.
           2 line 4 col 5 'Immatriculation (vide = categorie) '.
           2 s-immat pic x(10) to immat.

       1 s-plg-categorie.
           2 line 4 col 5 'Categorie '.
           2 s-categorie pic x to categorie required.
           2 '  agence (vide = toutes) '.
           2 s-agence pic x(3) to agence.

       1 a-plg-disponibilite.
           2 line 6 col 5 'Flotte '.
           2 a-disp-flotte pic zzz9 from disp-flotte.
           2 ' - pic d''engagement '.
           2 a-disp-engages pic zzz9 from disp-engages.
           2 ' - libres '.
           2 a-disp-libres pic zzz9 from disp-libres.

       1 a-plg-periode.
           2 line 5 col 5 'Periode du '.
           display a-plg-titre
           display s-plg-immat
           accept s-immat
           if immat = spaces
               display s-plg-categorie
               accept s-categorie
               accept s-agence
               perform mod-disponibilite
           end-if
           display a-plg-periode

           open input cal-fic-resa
               display plg-indispo
           else
               set resa-fin-fichier to false
      * Sans immatriculation, on liste les reservations de la
      * categorie encore en attente de vehicule : leurs cles '*'
      * + contrat se suivent en tete de fichier.
               if immat = spaces
                   move spaces to enr-resa-immat
                   move '*' to enr-resa-marque
                   move 0 to enr-resa-contrat-att
               else
                   move immat to enr-resa-immat
               end-if
               move 0 to enr-resa-debut
               start cal-fic-resa key not < enr-resa-cle
                   invalid key set resa-fin-fichier to true
               end-start
               if immat = spaces
                   perform mod-lit-attente until resa-fin-fichier
               else
                   perform mod-lit-resa until resa-fin-fichier
               end-if
               close cal-fic-resa
               if nb-affichees = 0
                   display plg-aucune
           end-read
           .

       mod-disponibilite.
           move categorie to disp-type
           move agence to disp-agence
           move date-systeme to disp-debut
           move date-horizon to disp-fin
           move 0 to disp-exclure
           move 'N' to disp-surbook
           call 'resadisp' using disp-demande
           display a-plg-disponibilite
           .

       mod-lit-attente.
           read cal-fic-resa next record
               at end set resa-fin-fichier to true
               not at end
                   if not enr-resa-non-affectee
                       set resa-fin-fichier to true
                   else
                       if enr-resa-type = categorie
                           and (agence = spaces
                               or enr-resa-agence = agence)
                           and enr-resa-debut <= date-horizon
                           and enr-resa-fin >= date-systeme
                           perform mod-affiche-resa
                       end-if
                   end-if
           end-read
           .

       mod-affiche-resa.
           move enr-resa-debut to lr-debut
           move enr-resa-fin to lr-fin
