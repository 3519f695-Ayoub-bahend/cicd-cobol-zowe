               10 NUM-COMPTE-MVT     PIC X(10).
               10 CODE-OPERATION-MVT PIC X(02).
      *>   'DP' = dépôt, 'RT' = retrait,
      *>   'VC' = virement reçu, 'VE' = virement émis,
      *>   'CP' = contre-passation (dessin ci-dessous)
               10 MONTANT-MVT        PIC 9(7)V99.
               10 DATE-VALEUR-MVT    PIC 9(8).
               10 CODE-AGENCE-MVT    PIC X(04).
      *> Contre-passation 'CP' : le détail cite l'écriture du journal
      *> CPTEJRN à annuler (lot d'origine et rang du détail, sur le
      *> même compte) ; montant, sens et date de valeur sont repris
      *> du journal, à l'opposé. Hors total de contrôle du trailer.
           05 CORPS-CONTREPASSATION-MVT REDEFINES CORPS-MVT.
               10 NUM-COMPTE-CP-MVT  PIC X(10).
               10 CODE-OPERATION-CP-MVT PIC X(02).
               10 DATE-LOT-ORIGINE-MVT PIC 9(8).
               10 NO-SEQUENCE-ORIGINE-MVT PIC 9(6).
               10 NO-LIGNE-ORIGINE-MVT PIC 9(7).
           05 CORPS-ENTETE-MVT REDEFINES CORPS-MVT.
               10 DATE-LOT-MVT       PIC 9(8).
      *> Numéro de séquence du lot, croissant au sein d'une même
           05 CORPS-TRAILER-MVT REDEFINES CORPS-MVT.
               10 NB-DETAILS-LOT-MVT PIC 9(7).
      *> Total de contrôle (hash) : somme brute des MONTANT-MVT du
      *> lot, crédits et débits confondus, contre-passations 'CP'
      *> exclues (elles ne portent pas de montant).
               10 TOTAL-MONTANTS-LOT-MVT PIC 9(11)V99.
               10 FILLER             PIC X(13).
