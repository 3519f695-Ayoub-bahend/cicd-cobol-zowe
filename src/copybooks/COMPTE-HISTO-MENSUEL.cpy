      *****************************************************************
      * COPYBOOK : COMPTE-HISTO-MENSUEL.cpy
      * Description : Historique des instantanés de fin de mois
      *               (CPTEHMS, VSAM KSDS, clé CLE-HISTO-MENSUEL,
      *               RECORDSIZE 190) : un enregistrement par mois,
      *               agence et type de compte, écrit par
      *               INSTANTANE-MENSUEL-COMPTES et lu par
      *               EDITION-TENDANCES-MENSUELLES. Jamais purgé :
      *               la comparaison à N-1 en dépend.
      *****************************************************************

       01 ENREGISTREMENT-HISTO-MENSUEL.
           05 CLE-HISTO-MENSUEL.
               10 MOIS-HM                  PIC 9(6).
               10 MOIS-HM-R REDEFINES MOIS-HM.
                   15 ANNEE-HM             PIC 9(4).
                   15 NUM-MOIS-HM          PIC 9(2).
               10 CODE-AGENCE-HM           PIC X(04).
               10 TYPE-COMPTE-HM           PIC X(01).
      *> Stock au master en fin de mois
           05 NB-COMPTES-HM                PIC 9(7).
           05 TOTAL-SOLDES-HM              PIC S9(13)V99.
      *> Encours créditeur (soldes positifs) et découverts (soldes
      *> négatifs, en valeur absolue)
           05 ENCOURS-CREDITEUR-HM         PIC 9(13)V99.
           05 NB-DECOUVERTS-HM             PIC 9(7).
           05 TOTAL-DECOUVERTS-HM          PIC 9(13)V99.
      *> Intérêts courus non échus (CPTEICN), créditeurs moins
      *> débiteurs
           05 INTERETS-COURUS-HM           PIC S9(11)V99.
      *> Cumuls annuels du master YTD, comptes fermés compris, et
      *> part du mois (somme par compte du cumul moins celui relevé
      *> au dernier instantané de la même année, base CPTEHMB ; le
      *> cumul seul en janvier ou pour un compte sans base)
           05 INTERETS-YTD-HM              PIC S9(11)V99.
           05 INTERETS-MOIS-HM             PIC S9(11)V99.
           05 FRAIS-YTD-HM                 PIC 9(11)V99.
           05 FRAIS-MOIS-HM                PIC S9(11)V99.
           05 RETENUE-YTD-HM               PIC 9(11)V99.
           05 RETENUE-MOIS-HM              PIC S9(11)V99.
      *> Comptes dormants ou en filière de déshérence ('D', 'N', 'P')
           05 NB-DORMANTS-HM               PIC 9(7).
      *> Mouvements du mois : registres CPTEOUV et CPTEFER
           05 NB-OUVERTURES-HM             PIC 9(7).
           05 NB-FERMETURES-HM             PIC 9(7).
           05 DATE-INSTANTANE-HM           PIC 9(8).
