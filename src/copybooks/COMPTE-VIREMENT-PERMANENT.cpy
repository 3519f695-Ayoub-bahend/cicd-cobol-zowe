      *****************************************************************
      * COPYBOOK : COMPTE-VIREMENT-PERMANENT.cpy
      * Description : Ordres de virement permanent (CPTEVIR, VSAM
      *               KSDS, clé CLE-VIR, RECORDSIZE 67) : créés,
      *               remplacés ou révoqués par l'événement 'VP' de
      *               la maintenance, exécutés chaque nuit ouvrée
      *               par VIREMENTS-PERMANENTS qui en génère le lot
      *               de mouvements VE/VC et tient l'échéancier
      *****************************************************************

       01 ENREGISTREMENT-VIREMENT.
      *> Un ordre par couple compte débité / compte crédité : les
      *> ordres d'un même compte débité se suivent à la lecture, ce
      *> qui permet d'en cumuler les débits pour le contrôle de
      *> provision.
           05 CLE-VIR.
               10 NUM-COMPTE-DEBIT-VIR  PIC X(10).
               10 NUM-COMPTE-CREDIT-VIR PIC X(10).
           05 MONTANT-VIR              PIC 9(7)V99.
      *>   'H' = hebdomadaire, 'M' = mensuel, 'T' = trimestriel,
      *>   'S' = semestriel, 'A' = annuel
           05 FREQUENCE-VIR            PIC X(01).
      *> Jour d'échéance dans le mois (01 à 31), hors 'H' : ramené
      *> au dernier jour des mois plus courts, sans déplacer les
      *> échéances suivantes (un ordre du 31 revient au 31).
           05 JOUR-ECHEANCE-VIR        PIC 9(02).
      *> Prochaine échéance théorique (AAAAMMJJ) ; une échéance qui
      *> tombe un samedi ou un dimanche est exécutée le premier jour
      *> ouvré suivant, l'échéancier restant calé sur la date
      *> théorique.
           05 DATE-PROCHAINE-VIR       PIC 9(8).
      *> Dernière échéance admise (incluse), 0 = sans fin.
           05 DATE-FIN-VIR             PIC 9(8).
      *>   'A' = actif, 'S' = suspendu (provision insuffisante après
      *>   NB-ESSAIS-VIREMENT présentations, ou compte inconnu),
      *>   'T' = terminé (date de fin dépassée)
           05 STATUT-VIR               PIC X(01).
      *> Présentations refusées de l'échéance en cours, remis à
      *> zéro à chaque exécution.
           05 NB-ESSAIS-VIR            PIC 9(02).
           05 DATE-DERNIERE-EXEC-VIR   PIC 9(8).
           05 DATE-MAJ-VIR             PIC 9(8).
