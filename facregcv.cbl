       identification division.
       program-id. facregcv.

       environment division.
       input-output section.
       file-control.
           select rcv-fic-ancien assign to "FACTRANC"
               organization is line sequential
               file status is rcv-ancien-statut.
           select rcv-fic-registre assign to "FACTREG"
               organization is indexed
               access mode is dynamic
               record key is reg-cle
               alternate record key is reg-client with duplicates
               file status is rcv-registre-statut.

       data division.
       file section.
       fd rcv-fic-ancien.
       1 ancien-ligne pic x(80).

       fd rcv-fic-registre.
       copy "factregrec.cpy".

       working-storage section.
       1 rcv-ancien-statut pic xx value '00'.
       1 rcv-registre-statut pic xx value '00'.
       1 ancien-eof pic x value 'n'.
           88 ancien-fin-fichier value 'o' false 'n'.

       1 rg-ligne pic x(80).
       1 rg-vue redefines rg-ligne.
           2 rg-numero pic 9(8).
           2 rg-nature pic x.
           2 filler pic x(57).
           2 rg-sens pic x.
           2 filler pic x(13).

       1 lu-compteur pic 9(6) value 0.
       1 charge-compteur pic 9(6) value 0.
       1 rejet-compteur pic 9(6) value 0.

       procedure division.
       mod-mainline.
      * Chargement du registre indexe FACTREG depuis l'ancien registre
      * sequentiel (FACTRANC) : la nature de la piece, reprise du
      * sens en fin de ligne, complete le numero pour former la cle.
      * Les lignes sans numero et les doublons sont ecartes et
      * comptes.
           open input rcv-fic-ancien
           if rcv-ancien-statut not = '00'
               display 'FACTRANC indisponible - rien a charger'
               move 8 to return-code
           else
               open output rcv-fic-registre
               set ancien-fin-fichier to false
               perform mod-charge-ligne until ancien-fin-fichier
               close rcv-fic-registre
               close rcv-fic-ancien
               display 'Lignes lues : ' lu-compteur
               display 'Pieces chargees : ' charge-compteur
               if rejet-compteur > 0
                   display 'Lignes ecartees : ' rejet-compteur
                   move 4 to return-code
               end-if
           end-if
           goback
           .

       mod-charge-ligne.
           read rcv-fic-ancien
               at end set ancien-fin-fichier to true
               not at end
                   add 1 to lu-compteur
                   move ancien-ligne to rg-ligne
                   if rg-ligne(1:8) numeric
                       perform mod-ecrit-piece
                   else
                       add 1 to rejet-compteur
                   end-if
           end-read
           .

       mod-ecrit-piece.
           if rg-sens = 'A'
               move 'A' to rg-nature
           else
               move 'F' to rg-nature
           end-if
           move rg-ligne to registre-ligne
           write registre-ligne
               invalid key
                   add 1 to rejet-compteur
                   display 'Piece en double ecartee : ' rg-numero
                       ' ' rg-nature
               not invalid key
                   add 1 to charge-compteur
           end-write
           .

       end program facregcv.
