           05 TOTAL-NOUV-SOLDE-SYN PIC S9(11)V99.
           05 TOTAL-PROVISION-SYN PIC 9(11)V99.
           05 TOTAL-INT-DEBIT-SYN PIC 9(11)V99.
           05 TOTAL-AJUSTEMENT-SYN PIC S9(11)V99.
       01 ENREGISTREMENT-SYNTHESE-AGC.
           05 TYPE-ENREG-SYN-A    PIC X(01).
           05 CODE-AGENCE-SYN     PIC X(04).
                                  PIC 9(7).
           05 PROV-TRANCHE-SYN OCCURS 4 TIMES
                                  PIC 9(11)V99.
           05 AJUSTEMENT-AGENCE-SYN PIC S9(9)V99.
           05 FILLER              PIC X(10).

      *> Même dessin que l'interface CPTEGL des instances.
       FD FICHIER-GL-TRANCHES.
           05 WS-CT-TOTAL-NOUV-SOLDE PIC S9(13)V99 VALUE 0.
           05 WS-CT-TOTAL-PROVISION  PIC 9(13)V99 VALUE 0.
           05 WS-CT-INTERET-DEBIT    PIC 9(13)V99 VALUE 0.
           05 WS-CT-TOTAL-AJUSTEMENT PIC S9(13)V99 VALUE 0.

      *> Somme des trailers rencontrés dans les fichiers GL et
      *> provisions de tranches, confrontée aux totaux de synthèse.
           05 WS-TRL-FRAIS           PIC 9(13)V99 VALUE 0.
           05 WS-TRL-RETENUE         PIC 9(13)V99 VALUE 0.
           05 WS-TRL-PROVISION       PIC 9(13)V99 VALUE 0.
           05 WS-TRL-AJUSTEMENT      PIC S9(13)V99 VALUE 0.
           05 WS-CT-NB-ECRITURES-GL  PIC 9(9) VALUE 0.
           05 WS-CT-NB-ECRITURES-PRV PIC 9(9) VALUE 0.

           ADD TOTAL-NOUV-SOLDE-SYN TO WS-CT-TOTAL-NOUV-SOLDE.
           ADD TOTAL-PROVISION-SYN TO WS-CT-TOTAL-PROVISION.
           ADD TOTAL-INT-DEBIT-SYN TO WS-CT-INTERET-DEBIT.
           ADD TOTAL-AJUSTEMENT-SYN TO WS-CT-TOTAL-AJUSTEMENT.

           MOVE AGENCE-DEBUT-SYN TO WS-RAP-AGENCE-DEBUT.
           MOVE AGENCE-FIN-SYN   TO WS-RAP-AGENCE-FIN.
           MOVE 'R'                TO NATURE-GL.
           MOVE WS-CT-TOTAL-RETENUE TO MONTANT-GL.
           WRITE ENREGISTREMENT-GL.
           MOVE 'V'                TO NATURE-GL.
           MOVE WS-CT-TOTAL-AJUSTEMENT TO MONTANT-GL.
           WRITE ENREGISTREMENT-GL.

           CLOSE FICHIER-GL-TRANCHES FICHIER-GL-CONSOLIDE.

                   ADD MONTANT-GLI TO WS-TRL-FRAIS
               WHEN 'R'
                   ADD MONTANT-GLI TO WS-TRL-RETENUE
               WHEN 'V'
                   ADD MONTANT-GLI TO WS-TRL-AJUSTEMENT
               WHEN OTHER
                   DISPLAY "Trailer GL de nature inconnue ignoré : "
                           NATURE-GLI
                       WS-CT-TOTAL-RETENUE
               MOVE 'O' TO WS-CONSOLIDATION-EN-ECART
           END-IF.
           IF WS-TRL-AJUSTEMENT <> WS-CT-TOTAL-AJUSTEMENT
               DISPLAY "Écart trailers ajustements valeur : tranches "
                       WS-TRL-AJUSTEMENT " / synthèses "
                       WS-CT-TOTAL-AJUSTEMENT
               MOVE 'O' TO WS-CONSOLIDATION-EN-ECART
           END-IF.
           IF WS-TRL-PROVISION <> WS-CT-TOTAL-PROVISION
               DISPLAY "Écart trailers provisions : tranches "
                       WS-TRL-PROVISION " / synthèses "
                   TO WS-RAP-LIBELLE.
           MOVE WS-CT-TOTAL-RETENUE TO WS-RAP-MONTANT.
           WRITE LIGNE-RAPPORT FROM WS-LIGNE-COMPTAGE.
           MOVE "TOTAL AJUSTEMENTS DATE DE VALEUR  "
                   TO WS-RAP-LIBELLE.
           MOVE WS-CT-TOTAL-AJUSTEMENT TO WS-RAP-MONTANT.
           WRITE LIGNE-RAPPORT FROM WS-LIGNE-COMPTAGE.
           MOVE "TOTAL NOUVEAUX SOLDES             "
                   TO WS-RAP-LIBELLE.
           MOVE WS-CT-TOTAL-NOUV-SOLDE TO WS-RAP-MONTANT.
                   WS-CT-TOTAL-FRAIS.
           DISPLAY "Total retenue consolidée          : "
                   WS-CT-TOTAL-RETENUE.
           DISPLAY "Total ajustements de valeur       : "
                   WS-CT-TOTAL-AJUSTEMENT.
           DISPLAY "Total provisions consolidées      : "
                   WS-CT-TOTAL-PROVISION.
           DISPLAY "========================================".
