      *****************************************************************
      * COPYBOOK : COMPTE-BASE-MENSUELLE.cpy
      * Description : Cumuls annuels par compte au dernier instantané
      *               de fin de mois (CPTEHMB, VSAM KSDS, clé
      *               NUM-COMPTE-HB, RECORDSIZE 89), tenus par
      *               INSTANTANE-MENSUEL-COMPTES : la part du mois
      *               des intérêts, frais et retenue se calcule compte
      *               par compte contre ces cumuls, les comptes fermés
      *               dans le mois compris. Un compte sorti du master
      *               YTD est retiré au passage suivant.
      *****************************************************************

       01 ENREGISTREMENT-BASE-MENSUELLE.
           05 NUM-COMPTE-HB            PIC X(10).
      *> Agence et type au dernier instantané (ou au registre des
      *> fermetures) : ventilation d'un compte absent du master.
           05 CODE-AGENCE-HB           PIC X(04).
           05 TYPE-COMPTE-HB           PIC X(01).
      *> Cumuls relevés à l'instantané du mois MOIS-HB (0 pour une
      *> base créée depuis le registre des fermetures).
           05 MOIS-HB                  PIC 9(6).
           05 INTERETS-YTD-HB          PIC S9(9)V99.
           05 FRAIS-YTD-HB             PIC 9(7)V99.
           05 RETENUE-YTD-HB           PIC 9(9)V99.
      *> Cumuls de l'instantané antérieur, base d'une resoumission
      *> du mois MOIS-HB.
           05 MOIS-PREC-HB             PIC 9(6).
           05 INTERETS-YTD-PREC-HB     PIC S9(9)V99.
           05 FRAIS-YTD-PREC-HB        PIC 9(7)V99.
           05 RETENUE-YTD-PREC-HB      PIC 9(9)V99.
