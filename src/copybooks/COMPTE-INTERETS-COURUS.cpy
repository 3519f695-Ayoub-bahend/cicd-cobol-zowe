      *****************************************************************
      * COPYBOOK : COMPTE-INTERETS-COURUS.cpy
      * Description : Intérêts courus non échus par compte (CPTEICN,
      *               VSAM KSDS, clé NUM-COMPTE-IC, RECORDSIZE 67) :
      *               le run nocturne y cumule chaque nuit les
      *               intérêts calculés, la capitalisation les porte
      *               au solde du master en fin de période puis
      *               remet les cumuls à zéro
      *****************************************************************

       01 ENREGISTREMENT-INTERETS-COURUS.
           05 NUM-COMPTE-IC            PIC X(10).
      *> Intérêts créditeurs courus, NETS de la retenue à la source
      *> déjà reversée au Trésor par le run nocturne.
           05 INTERETS-CREDIT-COURUS-IC PIC 9(9)V99.
      *> Intérêts débiteurs de découvert courus, en valeur absolue.
           05 INTERETS-DEBIT-COURUS-IC PIC 9(9)V99.
      *> Premier jour de la période de capitalisation en cours :
      *> la capitalisation la compare au mois (ou trimestre) du run.
           05 DATE-DEBUT-PERIODE-IC    PIC 9(8).
           05 DATE-DERNIER-CUMUL-IC    PIC 9(8).
           05 DATE-DERNIERE-CAPI-IC    PIC 9(8).
      *> Montant net porté au solde à la dernière capitalisation
      *> (créditeurs - débiteurs, signé).
           05 MONTANT-DERNIERE-CAPI-IC PIC S9(9)V99.
