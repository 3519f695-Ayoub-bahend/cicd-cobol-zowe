      *****************************************************************
      * COPYBOOK : COMPTE-SUIVI-GL.cpy
      * Description : Registre de suivi des interfaces grand livre
      *               (CPTESGL, VSAM KSDS, clé CLE-SUIVI-GL,
      *               RECORDSIZE 93) : un enregistrement par fichier
      *               émis vers la comptabilité (CPTEGL du run
      *               nocturne, CPTEGLK de la capitalisation, CPTEGLM
      *               des contre-passations, CPTEGLD de la
      *               déshérence, CPTEGLR des régularisations), tenu
      *               par
      *               RAPPROCHEMENT-INTERFACE-GL à partir des accusés
      *               de réception renvoyés par la comptabilité.
      *****************************************************************

       01 ENREGISTREMENT-SUIVI-GL.
           05 CLE-SUIVI-GL.
      *>       'G' = CPTEGL (run nocturne), 'D' = CPTEGLD (déshérence)
      *>       'K' = CPTEGLK (capitalisation, nature 'K')
      *>       'M' = CPTEGLM (contre-passations, nature 'X')
      *>       'Q' = CPTEGLR (régularisations, nature 'G')
               10 CODE-INTERFACE-SGL   PIC X(01).
      *>       Date de run du fichier émis (DATE-ECRITURE-GL)
               10 DATE-RUN-SGL         PIC 9(8).
      *>   'E' = émis, en attente d'accusé
      *>   'N' = non acquitté au-delà de NB-JOURS-ACCUSE-GL
      *>   'A' = accusé reçu, rapprochement à faire
      *>   'C' = rapproché conforme
      *>   'X' = écarts en attente de régularisation
      *>   'R' = écarts régularisés (régularisation émise)
           05 STATUT-SGL               PIC X(01).
           05 DATE-ENREG-SGL           PIC 9(8).
           05 DATE-ACCUSE-SGL          PIC 9(8).
      *> Compteurs du rapprochement, arrêtés au premier passage du
      *> fichier en 'A' (lignes 'E' seules, trailers à part).
           05 NB-LIGNES-EMISES-SGL     PIC 9(7).
           05 NB-ACCEPTEES-SGL         PIC 9(7).
           05 NB-REJETEES-SGL          PIC 9(7).
           05 NB-ABSENTES-SGL          PIC 9(7).
           05 NB-INCONNUES-SGL         PIC 9(7).
           05 NB-ECARTS-TRAILER-SGL    PIC 9(3).
      *> Montant des lignes rejetées ou absentes de l'accusé
           05 MONTANT-A-REGUL-SGL      PIC S9(11)V99.
           05 DATE-REGUL-SGL           PIC 9(8).
           05 DATE-MAJ-SGL             PIC 9(8).
