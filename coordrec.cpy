      * Coordonnees de contact des clients (CLICOORD), une fiche par
      * client, saisies par client (comptoir et import de masse).
      * Les avis de service (cliavis) partent par SMS sur le mobile et
      * par e-mail ; les echecs de remise renvoyes par la passerelle
      * (cliavret) sont portes par canal : 1 SMS, 2 e-mail.
       1 enr-coordonnees.
           2 enr-crd-client pic x(8).
           2 enr-crd-mobile pic x(15).
           2 enr-crd-email pic x(60).
           2 enr-crd-canal occurs 2 times.
      * Echecs consecutifs, date et motif du dernier ; au troisieme
      * le canal est suspendu ('O') jusqu'a correction de la
      * coordonnee au comptoir.
               3 enr-crd-echecs pic 99.
               3 enr-crd-echec-date pic 9(8).
               3 enr-crd-echec-motif pic x(30).
               3 enr-crd-suspendu pic x.
           2 enr-crd-date-maj pic 9(8).
           2 enr-crd-operateur pic x(8).
