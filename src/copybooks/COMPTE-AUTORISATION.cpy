      *****************************************************************
      * COPYBOOK : COMPTE-AUTORISATION.cpy
      * Description : Autorisations de découvert des comptes courants
      *               (CPTEAUT, VSAM KSDS, clé NUM-COMPTE-AUT,
      *               RECORDSIZE 35) : tenues par l'événement 'AD' de
      *               la maintenance, contrôlées à l'imputation des
      *               mouvements et lues par le run nocturne pour
      *               ventiler le découvert autorisé / hors
      *               autorisation
      *****************************************************************

       01 ENREGISTREMENT-AUTORISATION.
           05 NUM-COMPTE-AUT           PIC X(10).
      *> Plafond de découvert autorisé, en valeur absolue.
           05 MONTANT-AUTORISE-AUT     PIC 9(7)V99.
      *> Dernier jour de validité (inclus) : au-delà, le plafond
      *> est considéré comme nul, sans attendre sa révocation.
           05 DATE-EXPIRATION-AUT      PIC 9(8).
           05 DATE-MAJ-AUT             PIC 9(8).
