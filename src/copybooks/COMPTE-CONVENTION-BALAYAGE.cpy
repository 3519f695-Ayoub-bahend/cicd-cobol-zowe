      *****************************************************************
      * COPYBOOK : COMPTE-CONVENTION-BALAYAGE.cpy
      * Description : Conventions de balayage (CPTEBAL, VSAM KSDS,
      *               clé ID-CLIENT-BAL, RECORDSIZE 72) : créées,
      *               remplacées ou résiliées par l'événement 'BA'
      *               de la maintenance, appliquées chaque nuit par
      *               BALAYAGE-COMPTES qui génère le lot de
      *               mouvements VE/VC d'épargne vers courant
      *****************************************************************

       01 ENREGISTREMENT-CONVENTION.
      *> Une convention par titulaire (ID-CLIENT-CLI du référentiel
      *> CPTECLI), les deux comptes lui appartenant.
           05 ID-CLIENT-BAL            PIC X(08).
      *> Compte source, de type 'E'.
           05 NUM-COMPTE-EPARGNE-BAL   PIC X(10).
      *> Compte couvert, de type 'C'.
           05 NUM-COMPTE-COURANT-BAL   PIC X(10).
      *> Solde laissé au minimum sur l'épargne après balayage.
           05 MINIMUM-EPARGNE-BAL      PIC 9(7)V99.
      *> Solde visé sur le courant : zéro, ou un plancher créditeur
      *> choisi par le titulaire ; le balayage se déclenche dès que
      *> le courant passe dessous.
           05 PLANCHER-COURANT-BAL     PIC 9(7)V99.
      *>   'A' = active, 'S' = suspendue (compte absent du master
      *>   ou changé de type) jusqu'à un nouvel événement 'BA'
           05 STATUT-BAL               PIC X(01).
           05 DATE-MAJ-BAL             PIC 9(8).
           05 DATE-DERNIER-BAL         PIC 9(8).
           05 MONTANT-DERNIER-BAL      PIC 9(7)V99.
