      * Accords marketing des clients (CONSENT), un par client, par
      * canal : 1 courrier, 2 e-mail, 3 SMS. Les lettres commerciales
      * (clientlet) ne partent qu'aux clients ayant donne leur accord
      * pour le canal ; les courriers de gestion (relances facrelan)
      * n'en tiennent pas compte. Chaque changement est trace dans
      * CLIHIST (nature CONSENTEMENT, image avant/apres).
       1 enr-consentement.
           2 enr-cns-client pic x(8).
           2 enr-cns-canal occurs 3 times.
      * 'O' accord donne, 'R' accord refuse ou retire, espace jamais
      * recueilli.
               3 enr-cns-accord pic x.
               3 enr-cns-date pic 9(8).
      * Source : 'C' comptoir, 'W' web (partenaires), 'I' import.
               3 enr-cns-source pic x.
           2 enr-cns-operateur pic x(8).
