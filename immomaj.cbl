       identification division.
       program-id. immomaj.

       environment division.
       input-output section.
       file-control.
           select imm-fic-immos assign to "IMMOBIL"
               organization is indexed
               access mode is dynamic
               record key is enr-imm-immat
               file status is imm-immo-statut.
           select imm-fic-vehicules assign to "VEHMAST"
               organization is indexed
               access mode is dynamic
               record key is enr-veh-immat
               file status is imm-veh-statut.
           select imm-fic-audit assign to "OPSLOG"
               organization is line sequential.

       data division.
       file section.
       fd imm-fic-immos.
       copy "immobrec.cpy".

       fd imm-fic-vehicules.
       copy "vehmastrec.cpy".

       fd imm-fic-audit.
       copy "opslogrec.cpy".

       working-storage section.
       1 imm-immo-statut pic xx value '00'.
       1 imm-veh-statut pic xx value '00'.
       copy "sessionop.cpy".

       1 immat pic x(10) value spaces.
       1 date-systeme pic 9(8).
       1 saisie-date-achat pic 9(8) value 0.
       1 saisie-prix pic 9(7)v99 value 0.
       1 saisie-residuel pic 9(7)v99 value 0.
       1 saisie-duree pic 999 value 0.
       1 operation-audit pic x(15) value spaces.
       1 pic x value 'n'.
       88 vehicule-connu value 'o' false 'n'.
       1 pic x value 'n'.
       88 fiche-existe value 'o' false 'n'.
       1 pic x value 'n'.
       88 maj-ok value 'o' false 'n'.

       screen section.
       1 a-plg-titre.
           2 blank screen.
           2 line 2 col 10 'Registre des immobilisations du parc'.
       1 s-plg-immat.
           2 line 4 col 5 'Immatriculation '.
           2 s-immat pic x(10) to immat required.

       1 a-plg-fiche.
           2 line 6 col 5 'Fiche actuelle : achat '.
           2 a-date pic 9(8) from enr-imm-date-achat.
           2 ' prix '.
           2 a-prix pic zzzzzz9.99 from enr-imm-prix-achat.
           2 ' amorti '.
           2 a-cumul pic zzzzzz9.99 from enr-imm-cumul.
           2 line 7 col 5 'Statut '.
           2 a-statut pic x from enr-imm-statut.
           2 ' dernier mois dote '.
           2 a-periode pic 9(6) from enr-imm-periode.

       1 s-plg-fiche.
           2 line 9 col 5 'Date d''achat (AAAAMMJJ) '.
           2 s-date pic 9(8) to saisie-date-achat required.
           2 line 10 col 5 'Prix d''achat HT '.
           2 s-prix pic zzzzzzz.zz to saisie-prix required.
           2 line 11 col 5 'Valeur residuelle '.
           2 s-residuel pic zzzzzzz.zz to saisie-residuel.
           2 line 12 col 5 'Duree d''amortissement (mois) '.
           2 s-duree pic 999 to saisie-duree required.

       1 plg-non-autorise.
           2 line 4 col 5 'Fonction reservee au superviseur'.
       1 plg-vehicule-inconnu.
           2 line 14 col 5 'Vehicule absent de VEHMAST'.
       1 plg-cede.
           2 line 14 col 5 'Vehicule cede - fiche non modifiable'.
       1 plg-saisie-invalide.
           2 line 14 col 5
               'Saisie invalide - duree nulle ou residuel > prix'.
       1 plg-indispo.
           2 line 14 col 5 'Fichier des immobilisations indisponible'.
       1 plg-fait.
           2 line 14 col 5 'Fiche enregistree'.

       procedure division.
       mod-mainline.
           call 'datebus' using date-systeme
           display a-plg-titre
           if sess-niveau < 2
               display plg-non-autorise
           else
               display s-plg-immat
               accept s-immat
               perform mod-verifie-vehicule
               if vehicule-connu
                   perform mod-traite-fiche
               else
                   display plg-vehicule-inconnu
               end-if
           end-if
           if maj-ok
               display plg-fait
               perform mod-audit-operation
           end-if
           goback
           .

       mod-verifie-vehicule.
           set vehicule-connu to false
           open input imm-fic-vehicules
           if imm-veh-statut = '00'
               move immat to enr-veh-immat
               read imm-fic-vehicules key is enr-veh-immat
                   invalid key continue
                   not invalid key set vehicule-connu to true
               end-read
               close imm-fic-vehicules
           end-if
           .

       mod-traite-fiche.
           set maj-ok to false
           set fiche-existe to false
           open i-o imm-fic-immos
           if imm-immo-statut = '35'
               open output imm-fic-immos
               if imm-immo-statut = '00'
                   close imm-fic-immos
                   open i-o imm-fic-immos
               end-if
           end-if
           if imm-immo-statut not = '00'
               display plg-indispo
           else
               move immat to enr-imm-immat
               read imm-fic-immos key is enr-imm-immat
                   invalid key continue
                   not invalid key
                       set fiche-existe to true
                       display a-plg-fiche
               end-read
               if fiche-existe and enr-imm-statut = 'C'
                   display plg-cede
               else
                   perform mod-saisie-fiche
               end-if
               close imm-fic-immos
           end-if
           .

       mod-saisie-fiche.
           display s-plg-fiche
           accept s-date
           accept s-prix
           accept s-residuel
           accept s-duree
           if saisie-duree = 0 or saisie-residuel > saisie-prix
               display plg-saisie-invalide
           else
               move saisie-date-achat to enr-imm-date-achat
               move saisie-prix to enr-imm-prix-achat
               move saisie-residuel to enr-imm-residuel
               move saisie-duree to enr-imm-duree
               if fiche-existe
      * Le cumul deja dote est conserve : la correction d'une fiche
      * joue sur les dotations restantes, pas sur le passe.
                   rewrite enr-immo
                   move 'IMMO-MAJ' to operation-audit
               else
                   move immat to enr-imm-immat
                   move 0 to enr-imm-cumul
                   move 0 to enr-imm-periode
                   move 'A' to enr-imm-statut
                   move 0 to enr-imm-date-cession
                   move 0 to enr-imm-prix-cession
                   write enr-immo
                       invalid key continue
                   end-write
                   move 'IMMO-CREATION' to operation-audit
               end-if
               set maj-ok to true
           end-if
           .

       mod-audit-operation.
           move spaces to ops-ligne
           move date-systeme to ops-date
           accept ops-heure from time
           move 'immomaj' to ops-programme
           move operation-audit to ops-operation
           move immat to ops-detail
           if sess-id not = spaces and sess-id not = low-value
               move sess-id to ops-operateur
           else
               move 'INCONNU' to ops-operateur
           end-if

           open extend imm-fic-audit
           write ops-ligne
           close imm-fic-audit
           .

       end program immomaj.
