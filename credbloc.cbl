           2 s-client pic x(8) to client-demande required.

       1 s-plg-motif.
           2 line 7 col 5 'Code motif (IMP/DEG/AUT/PER) '.
           2 s-motif pic x(3) to motif-demande required.
           2 line 8 col 5 'Date de revue (AAAAMMJJ) '.
           2 s-revue pic 9(8) to date-revue required.
