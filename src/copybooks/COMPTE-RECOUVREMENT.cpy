      *****************************************************************
      * COPYBOOK : COMPTE-RECOUVREMENT.cpy
      * Description : Historique de recouvrement amiable des
      *               découverts (CPTEREC, VSAM KSDS, clé
      *               NUM-COMPTE-REC, RECORDSIZE 75) : niveau de
      *               relance atteint sur l'épisode de découvert en
      *               cours et dates des lettres émises, tenu par
      *               RECOUVREMENT-DECOUVERTS. Une lettre d'un niveau
      *               n'est jamais réémise sur le même épisode ; le
      *               niveau retombe à 0 au retour en position
      *               créditrice.
      *****************************************************************

       01 ENREGISTREMENT-RECOUVREMENT.
           05 NUM-COMPTE-REC           PIC X(10).
           05 CODE-AGENCE-REC          PIC X(04).
      *>   0 = aucune relance en cours, 1 = première relance,
      *>   2 = mise en demeure, 3 = dernier avis avant contentieux
      *>   (compte transmis au service recouvrement)
           05 NIVEAU-RELANCE-REC       PIC 9(01).
      *> DATE-DEBUT-DECOUVERT-M de l'épisode auquel se rapportent le
      *> niveau et les dates de relance ; un autre début de
      *> découvert ouvre un nouvel épisode.
           05 DATE-DEBUT-DECOUVERT-REC PIC 9(8).
           05 DATE-RELANCE-1-REC       PIC 9(8).
           05 DATE-RELANCE-2-REC       PIC 9(8).
           05 DATE-RELANCE-3-REC       PIC 9(8).
      *> Solde débiteur constaté à la dernière lettre émise.
           05 SOLDE-DERNIERE-RELANCE-REC PIC S9(7)V99.
      *> Dernier retour en position créditrice (remise à zéro du
      *> niveau), 0 si jamais constaté.
           05 DATE-RETOUR-CREDIT-REC   PIC 9(8).
      *> Episodes de découvert ayant donné lieu à au moins une
      *> relance.
           05 NB-EPISODES-REC          PIC 9(3).
           05 DATE-MAJ-REC             PIC 9(8).
