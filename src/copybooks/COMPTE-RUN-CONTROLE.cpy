      *               Sémantique des zones par programme :
      *                STEP003  lus=événements, traités=appliqués,
      *                         divers1=ouvertures, divers2=clôtures
      *                STEP004  lus=ordres de virement permanent,
      *                         traités=exécutés, rejetés=suspendus,
      *                         divers1=représentés,
      *                         divers2=terminés ; M1=montant viré,
      *                         M2=total de contrôle du lot (2 x M1)
      *                STEP005  lus=détails du lot, traités=appliqués,
      *                         divers1=pénalités, divers2=dates
      *                         de valeur à ajuster ; M1=crédits,
      *                         M2=débits, M3=pénalités,
      *                         M4=soldes après application ; une
      *                         ligne par lot appliqué (lot d'agence,
      *                         lot des virements permanents, lot
      *                         des balayages)
      *                STEP006  lus=master, traités=capitalisés,
      *                         divers1=en cours de période,
      *                         divers2=sans courus ; M1=net porté
      *                         aux soldes, M2=courus créditeurs,
      *                         M3=courus débiteurs, M4=courus
      *                         restant sur la période
      *                STEP006A lus=conventions de balayage,
      *                         traités=balayages, rejetés=
      *                         suspendues, divers1=partiels,
      *                         divers2=épargnes au minimum ;
      *                         M1=montant balayé, M2=total de
      *                         contrôle du lot (2 x M1)
      *                STEP006C lus=écritures du journal,
      *                         traités=mouvements de la fenêtre,
      *                         rejetés=alertes non enregistrées,
      *                         divers1=nouvelles alertes,
      *                         divers2=alertes déjà suivies ;
      *                         M1=montant des nouvelles alertes
      *                STEP010  lus=master, divers1=recyclés repris
      *                         dans la tranche, divers2=hors
      *                         tranche (passe master) ; M1=soldes
      *                         lus au master (traités+rejetés,
      *                         hors passe de recyclage),
      *                         M2=intérêts, M3=frais, M4=retenue
      *                STEP020  lus=master, traités=découverts
      *                         examinés, rejetés=anomalies,
      *                         divers1=lettres de relance,
      *                         divers2=passés au contentieux ;
      *                         M1=soldes passés au contentieux
      *                CORREJB  lus=rejets, traités=recyclés,
      *                         rejetés=escaladés, divers1=corrigés,
      *                         divers2=toujours invalides
      *                DESHERB  lus=YTD, traités=en filière,
      *                         divers1=notifiés, divers2=transférés
      *                         (clos) ; M1=montant transféré
      *                RAPGL    lus=lignes émises, traités=lignes
      *                         intégrées, rejetés=anomalies,
      *                         divers1=fichiers en écart,
      *                         divers2=non acquittés ;
      *                         M1=montant régularisé
      *                INSTMENS lus=master, traités=instantanés
      *                         écrits ou remplacés, rejetés=
      *                         anomalies, divers1=ouvertures du
      *                         mois, divers2=fermetures du mois ;
      *                         M1=total des soldes
      *****************************************************************

       01 ENREGISTREMENT-RUN-CONTROLE.
