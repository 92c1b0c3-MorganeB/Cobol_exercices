       1 enr-mandat.
           2 enr-man-client pic x(8).
      * Reference unique du mandat (RUM) telle que signee par le
      * client ; elle accompagne chaque prelevement.
           2 enr-man-rum pic x(35).
           2 enr-man-iban pic x(34).
           2 enr-man-bic pic x(11).
           2 enr-man-date-signature pic 9(8).
      * 'A' actif, 'R' revoque par le client, 'S' suspendu apres un
      * rejet definitif (compte clos, mandat conteste...).
           2 enr-man-statut pic x.
               88 enr-man-actif value 'A'.
      * Date du dernier prelevement emis : 0 = premier prelevement
      * (sequence FRST), sinon prelevement recurrent (RCUR).
           2 enr-man-date-dernier pic 9(8).
           2 enr-man-operateur pic x(8).
