      *****************************************************************
      * COPYBOOK : COMPTE-DATE-VALEUR.cpy
      * Description : Décalages de date de valeur des mouvements
      *               appliqués (CPTEDVL, VSAM KSDS, clé CLE-DV,
      *               RECORDSIZE 86) : un enregistrement par mouvement
      *               dont la date de valeur diffère de sa date
      *               d'imputation, écrit par l'application des
      *               mouvements et soldé par le run nocturne qui en
      *               calcule l'ajustement d'intérêts
      *****************************************************************

       01 ENREGISTREMENT-DATE-VALEUR.
      *> Compte en tête de clé : le run nocturne lit par START sur
      *> le compte en cours les décalages qui lui restent à ajuster.
           05 CLE-DV.
               10 NUM-COMPTE-DV        PIC X(10).
               10 DATE-LOT-DV          PIC 9(8).
               10 NO-SEQUENCE-DV       PIC 9(6).
               10 NO-LIGNE-DV          PIC 9(7).
           05 CODE-OPERATION-DV        PIC X(02).
      *>   'C' = crédit, 'D' = débit, comme à l'imputation
           05 SENS-DV                  PIC X(01).
           05 MONTANT-DV               PIC 9(7)V99.
           05 DATE-VALEUR-DV           PIC 9(8).
           05 DATE-IMPUTATION-DV       PIC 9(8).
      *> Date d'imputation - date de valeur, en jours calendaires :
      *> positif pour un mouvement antidaté, négatif s'il est
      *> postdaté.
           05 NB-JOURS-DV              PIC S9(5).
           05 CODE-AGENCE-DV           PIC X(04).
      *>   ' ' = en attente, 'A' = ajusté par le run nocturne
           05 STATUT-DV                PIC X(01).
           05 DATE-AJUSTEMENT-DV       PIC 9(8).
      *> Ajustement d'intérêts signé, au profit du client si positif.
           05 MONTANT-AJUSTEMENT-DV    PIC S9(7)V99.
