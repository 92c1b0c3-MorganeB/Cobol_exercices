       1 enr-attente.
           2 enr-att-numero pic 9(8).
           2 enr-att-client pic x(8).
           2 enr-att-agence pic x(3).
           2 enr-att-type pic x.
           2 enr-att-debut pic 9(8).
           2 enr-att-fin pic 9(8).
           2 enr-att-date-demande pic 9(8).
      * Date limite de rappel du client : au-dela, la demande tombe.
           2 enr-att-date-limite pic 9(8).
      * Statut de la demande : 'A' en attente, 'P' proposee au rappel
      * (la categorie s'est liberee, liste ATTLIST de resaatt), 'C'
      * convertie en contrat par location, 'E' expiree (date limite
      * ou date de depart depassee).
           2 enr-att-statut pic x.
           2 enr-att-date-statut pic 9(8).
           2 enr-att-contrat pic 9(8).
           2 enr-att-rappels pic 99.
           2 enr-att-operateur pic x(8).
