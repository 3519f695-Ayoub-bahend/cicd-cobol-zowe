      *****************************************************************
      * COPYBOOK : COMPTE-EXONERATION.cpy
      * Description : Exonérations de frais de tenue de compte
      *               (CPTEEXO, VSAM KSDS, clé CLE-EXO, RECORDSIZE
      *               40) : créées, remplacées ou supprimées par
      *               l'événement 'EX' de la maintenance, appliquées
      *               par le traitement nocturne avant imputation des
      *               frais du barème. L'exonération du compte prime
      *               sur celle de son titulaire.
      *****************************************************************

       01 ENREGISTREMENT-EXONERATION.
           05 CLE-EXO.
      *>   'C' = exonération d'un compte (NUM-COMPTE),
      *>   'T' = exonération de tous les comptes d'un titulaire
      *>         (ID-CLIENT-CLI du référentiel CPTECLI)
               10 PORTEE-EXO           PIC X(01).
      *> Compte, ou ID-CLIENT-CLI cadré à gauche pour 'T'.
               10 REFERENCE-EXO        PIC X(10).
      *>   'PE' = personnel de la banque, 'ET' = étudiant,
      *>   'GC' = geste commercial, 'NC' = nouveau client
           05 CODE-MOTIF-EXO           PIC X(02).
      *> Part des frais abandonnée, en pourcentage (001 à 100).
           05 TAUX-EXONERATION-EXO     PIC 9(3).
      *> Période d'application, bornes incluses ; 99991231 pour une
      *> exonération sans échéance.
           05 DATE-DEBUT-EXO           PIC 9(8).
           05 DATE-FIN-EXO             PIC 9(8).
           05 DATE-MAJ-EXO             PIC 9(8).
