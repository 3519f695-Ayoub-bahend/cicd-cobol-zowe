      *****************************************************************
      * COPYBOOK : COMPTE-JOURNAL.cpy
      * Description : Journal permanent des mouvements imputés
      *               (CPTEJRN, VSAM KSDS, clé CLE-JRN, RECORDSIZE
      *               103) : une écriture par détail appliqué au
      *               master par l'application des mouvements,
      *               contre-passations comprises ; jamais purgé,
      *               c'est la référence citée par une
      *               contre-passation et la source des mouvements
      *               d'un compte sur une période
      *****************************************************************

       01 ENREGISTREMENT-JOURNAL.
      *> Même clé que les dates de valeur (CPTEDVL) : compte, lot
      *> (date/séquence de l'entête) et rang du détail dans le lot.
           05 CLE-JRN.
               10 NUM-COMPTE-JRN       PIC X(10).
               10 DATE-LOT-JRN         PIC 9(8).
               10 NO-SEQUENCE-JRN      PIC 9(6).
               10 NO-LIGNE-JRN         PIC 9(7).
      *>   'DP', 'RT', 'VC', 'VE' ou 'CP' = contre-passation
           05 CODE-OPERATION-JRN       PIC X(02).
      *>   'C' = crédit, 'D' = débit, comme à l'imputation
           05 SENS-JRN                 PIC X(01).
           05 MONTANT-JRN              PIC 9(7)V99.
      *> Pénalité de sortie anticipée prélevée avec le débit d'un
      *> plan 'P', 0 sinon ; jamais restituée par une
      *> contre-passation.
           05 PENALITE-JRN             PIC 9(7)V99.
      *> Date de valeur du mouvement, ou date du run s'il n'en
      *> portait pas.
           05 DATE-VALEUR-JRN          PIC 9(8).
           05 DATE-IMPUTATION-JRN      PIC 9(8).
           05 CODE-AGENCE-JRN          PIC X(04).
           05 SOLDE-APRES-JRN          PIC S9(7)V99.
      *>   ' ' = imputé, 'C' = contre-passé
           05 STATUT-JRN               PIC X(01).
      *> Sur une contre-passation : l'écriture d'origine qu'elle
      *> annule. Sur une écriture contre-passée : la contre-passation
      *> qui l'annule. Même compte dans les deux cas ; zéros sinon.
           05 REFERENCE-JRN.
               10 DATE-LOT-REF-JRN     PIC 9(8).
               10 NO-SEQUENCE-REF-JRN  PIC 9(6).
               10 NO-LIGNE-REF-JRN     PIC 9(7).
