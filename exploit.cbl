       1 nl pic 99.
       1 rc-appel pic 99.

       1 nb-utils pic 99 value 85.
       1 tab-utils.
           2 tab-util occurs 85 times.
               3 util-nom pic x(10).
               3 util-niveau pic 9.
               3 util-date pic 9(8).
           move 'clinpai' to util-nom(37)
           move 'credbloc' to util-nom(38)
           move 'facbail' to util-nom(39)
           move 'sinmaj' to util-nom(40)
           move 'sinrapp' to util-nom(41)
           move 'immomaj' to util-nom(42)
           move 'immamort' to util-nom(43)
           move 'locdepart' to util-nom(44)
           move 'entmaj' to util-nom(45)
           move 'facent' to util-nom(46)
           move 'resapart' to util-nom(47)
           move 'partcom' to util-nom(48)
           move 'sepamaj' to util-nom(49)
           move 'sepaprel' to util-nom(50)
           move 'separet' to util-nom(51)
           move 'banqimp' to util-nom(52)
           move 'rembours' to util-nom(53)
           move 'argremis' to util-nom(54)
           move 'facelec' to util-nom(55)
           move 'facelsta' to util-nom(56)
           move 'facperte' to util-nom(57)
           move 'facpertl' to util-nom(58)
           move 'periclot' to util-nom(59)
           move 'periouv' to util-nom(60)
           move 'facfae' to util-nom(61)
           move 'vehprev' to util-nom(62)
           move 'vehrepos' to util-nom(63)
           move 'vehtrf' to util-nom(64)
           move 'resasurb' to util-nom(65)
           move 'resaatt' to util-nom(66)
           move 'resaattm' to util-nom(67)
           move 'locechg' to util-nom(68)
           move 'optmaj' to util-nom(69)
           move 'optutil' to util-nom(70)
           move 'forcval' to util-nom(71)
           move 'forcrapp' to util-nom(72)
           move 'facnosh' to util-nom(73)
           move 'resaannul' to util-nom(74)
           move 'clifusion' to util-nom(75)
           move 'clicons' to util-nom(76)
           move 'cliavis' to util-nom(77)
           move 'cliavret' to util-nom(78)
           move 'clisegm' to util-nom(79)
           move 'masanon' to util-nom(80)
           move 'budmaj' to util-nom(81)
           move 'budrapp' to util-nom(82)
           move 'devperte' to util-nom(83)
           move 'devrapp' to util-nom(84)
           move 'vehtele' to util-nom(85)
           perform varying ix from 1 by 1 until ix > nb-utils
               move 1 to util-niveau(ix)
           end-perform
           move 2 to util-niveau(32)
      * Le rechargement d'un maitre ecrase le fichier vivant.
           move 2 to util-niveau(34)
      * Les copies de test masquees partent des sauvegardes.
           move 2 to util-niveau(80)
      * La liste de blocage credit est tenue par les superviseurs.
           move 2 to util-niveau(38)
      * Le registre des immobilisations est tenu par la comptabilite.
           move 2 to util-niveau(42)
      * Les comptes entreprise et leurs tarifs negocies aussi.
           move 2 to util-niveau(45)
      * Le stock des equipements en option des agences aussi.
           move 2 to util-niveau(69)
      * Les budgets des agences aussi.
           move 2 to util-niveau(81)
      * La file des derogations en attente d'un superviseur.
           move 2 to util-niveau(71)
      * La fusion des fiches clients en double aussi.
           move 2 to util-niveau(75)
      * Les mandats de prelevement portent des coordonnees bancaires.
           move 2 to util-niveau(49)
      * Le passage en perte solde des creances : superviseur.
           move 2 to util-niveau(57)
      * La cloture de periode fige les ecritures du mois ; la
      * reouverture est reservee a l'administrateur (niveau 9).
           move 2 to util-niveau(59)
           move 9 to util-niveau(60)

           perform mod-boucle with test after until choix = 0
           goback
               if util-niveau(choix) > 1
                   and sess-id not = spaces
                   and sess-id not = low-value
                   and sess-niveau < util-niveau(choix)
                   display plg-non-autorise
               else
                   perform mod-lance-utilitaire
