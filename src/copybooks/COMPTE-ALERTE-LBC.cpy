      *****************************************************************
      * COPYBOOK : COMPTE-ALERTE-LBC.cpy
      * Description : Alertes de lutte anti-blanchiment (CPTELBC,
      *               VSAM KSDS, clé CLE-ALR, RECORDSIZE 195) :
      *               levées par SURVEILLANCE-LBC sur les mouvements
      *               imputés, suivies par la conformité au moyen de
      *               l'événement 'AL' de la maintenance. Une alerte
      *               ouverte ou en examen n'est pas relevée de
      *               nouveau : les détections suivantes la mettent
      *               seulement à jour.
      *****************************************************************

       01 ENREGISTREMENT-ALERTE.
           05 CLE-ALR.
      *>   'SE' = opération espèces au-dessus du seuil déclaratif,
      *>   'FR' = fractionnement sous le seuil sur un compte,
      *>   'FC' = fractionnement sur plusieurs comptes d'un client,
      *>   'DR' = compte dormant redevenu actif,
      *>   'OR' = virement important peu après l'ouverture
               10 TYPE-ALERTE-ALR      PIC X(02).
      *> Compte, ou ID-CLIENT-CLI cadré à gauche pour 'FC'.
               10 REFERENCE-ALR        PIC X(10).
               10 DATE-ALERTE-ALR      PIC 9(8).
      *> Compte de la dernière opération détectée.
           05 NUM-COMPTE-ALR           PIC X(10).
           05 ID-CLIENT-ALR            PIC X(08).
           05 CODE-AGENCE-ALR          PIC X(04).
      *> Identité et adresse du titulaire (référentiel CPTECLI),
      *> à blanc si le compte n'y figure pas.
           05 NOM-CLIENT-ALR           PIC X(30).
           05 ADRESSE-1-ALR            PIC X(30).
           05 ADRESSE-2-ALR            PIC X(30).
           05 CODE-POSTAL-ALR          PIC X(05).
           05 VILLE-ALR                PIC X(20).
      *> Montant en cause à la dernière détection : opérations du
      *> jour ('SE', 'DR', 'OR') ou cumul sur la fenêtre ('FR',
      *> 'FC'), avec leur nombre.
           05 MONTANT-ALR              PIC 9(9)V99.
           05 NB-OPERATIONS-ALR        PIC 9(5).
      *>   'O' = ouverte, 'E' = en examen, 'C' = classée sans
      *>   suite, 'D' = déclarée ; seules 'O' et 'E' font obstacle
      *>   à une nouvelle alerte de même type et référence
           05 STATUT-ALR               PIC X(01).
           05 DATE-DERNIERE-DETECT-ALR PIC 9(8).
           05 NB-DETECTIONS-ALR        PIC 9(5).
           05 DATE-STATUT-ALR          PIC 9(8).
