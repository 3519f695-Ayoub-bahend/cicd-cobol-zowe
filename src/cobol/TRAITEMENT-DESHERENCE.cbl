      *> l'ancienneté de DATE-DERNIER-MVT-M (seuils CPTEPRM) :
      *>   'D' -> 'N' : titulaire notifié (extrait CPTENOT) ;
      *>   'N' -> 'P' : pré-déshérence, dernière relance (CPTENOT) ;
      *>   'P' -> transfert à l'Etat : solde, intérêts créditeurs
      *>          courus CPTEICN compris, porté au fichier de
      *>          déshérence CPTEDSH avec écritures équilibrées
      *>          CPTEGLD, compte clos du master CPTEIN et porté au
      *>          registre des fermetures CPTEFER, YTD et intérêts
      *>          courus épurés.
      *> La population de l'exercice est éditée avec totaux de
      *> contrôle sur CPTERAP, à remettre au régulateur.

               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NUM-COMPTE
               FILE STATUS IS WS-FS-MASTER.
           SELECT FICHIER-INTERETS-COURUS ASSIGN TO CPTEICN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NUM-COMPTE-IC
               FILE STATUS IS WS-FS-INTERETS-COURUS.
           SELECT FICHIER-CLIENTS ASSIGN TO CPTECLI
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
       FD FICHIER-MASTER.
       COPY COMPTE-ENTREE.

       FD FICHIER-INTERETS-COURUS.
       COPY COMPTE-INTERETS-COURUS.

       FD FICHIER-CLIENTS.
       COPY CLIENT-REFERENCE.

           05 VALEUR-PARAMETRE-IN PIC X(20).

      *> Mêmes règles d'imputation que la chaîne nocturne ; la
      *> nature 'S' (déshérence) s'y ajoute, le débit 'K' de la
      *> capitalisation désigne le compte d'intérêts courus.
       FD FICHIER-REGLES-GL.
       01 ENREGISTREMENT-REGLE-GL.
           05 NATURE-REGLE-IN     PIC X(01).
       01 WS-EOF                 PIC X VALUE 'N'.
       01 WS-FS-MASTER-YTD       PIC X(02) VALUE '00'.
       01 WS-FS-MASTER           PIC X(02) VALUE '00'.
       01 WS-FS-INTERETS-COURUS  PIC X(02) VALUE '00'.
       01 WS-FS-CLIENTS          PIC X(02) VALUE '00'.
       01 WS-FS-PARAMETRES       PIC X(02) VALUE '00'.
       01 WS-FS-REGLES-GL        PIC X(02) VALUE '00'.
           05 WS-MASTER-TROUVE      PIC X VALUE 'N'.
           05 WS-CLIENT-TROUVE      PIC X VALUE 'N'.
           05 WS-CLOTURE-REUSSIE    PIC X VALUE 'N'.
           05 WS-COURUS-TROUVES     PIC X VALUE 'N'.
           05 WS-COURUS-TRANSFERES  PIC 9(9)V99 VALUE 0.
           05 WS-MONTANT-TRANSFERE  PIC S9(7)V99 VALUE 0.

      *> Comptes d'imputation par défaut : débit clientèle, crédit
      *> Etat (fonds en déshérence consignés), nature 'S'. Les
      *> intérêts créditeurs courus transférés avec le solde sont
      *> débités du compte d'intérêts courus, comme à la
      *> capitalisation.
       01 WS-REGLES-GL.
           05 WS-CPT-DESHER-DEBIT   PIC X(08) VALUE '25110000'.
           05 WS-CPT-DESHER-CREDIT  PIC X(08) VALUE '44510000'.
           05 WS-CPT-DESHER-COURUS  PIC X(08) VALUE '25180000'.

       01 WS-TOTAUX-DESHERENCE.
           05 WS-CT-NB-YTD-LUS       PIC 9(7) VALUE 0.
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O FICHIER-INTERETS-COURUS.
           IF WS-FS-INTERETS-COURUS = '35'
               OPEN OUTPUT FICHIER-INTERETS-COURUS
               CLOSE FICHIER-INTERETS-COURUS
               OPEN I-O FICHIER-INTERETS-COURUS
           END-IF.
           IF WS-FS-INTERETS-COURUS <> '00'
               DISPLAY "Erreur ouverture FICHIER-INTERETS-COURUS, "
                       "statut : " WS-FS-INTERETS-COURUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT FICHIER-CLIENTS.
           IF WS-FS-CLIENTS <> '00'
               DISPLAY "Référentiel clients indisponible (statut "
           PERFORM EDITER-COMPTAGES.

           CLOSE FICHIER-MASTER-YTD FICHIER-MASTER
                 FICHIER-INTERETS-COURUS
                 FICHIER-NOTIFICATIONS FICHIER-DESHERENCE
                 FICHIER-INTERFACE-GL FICHIER-FERMETURES
                 FICHIER-RAPPORT.
                   MOVE COMPTE-REGLE-IN TO WS-CPT-DESHER-DEBIT
               WHEN 'S' ALSO 'C'
                   MOVE COMPTE-REGLE-IN TO WS-CPT-DESHER-CREDIT
               WHEN 'K' ALSO 'D'
                   MOVE COMPTE-REGLE-IN TO WS-CPT-DESHER-COURUS
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
                   MOVE 'N' TO WS-MASTER-TROUVE
           END-READ.

       LIRE-INTERETS-COURUS.
           MOVE 'O' TO WS-COURUS-TROUVES.
           MOVE NUM-COMPTE-M TO NUM-COMPTE-IC.
           READ FICHIER-INTERETS-COURUS
               INVALID KEY
                   MOVE 'N' TO WS-COURUS-TROUVES
           END-READ.

       LIRE-CLIENT.
           MOVE 'N' TO WS-CLIENT-TROUVE.
           IF WS-FS-CLIENTS = '00'
      *> ne collerait plus à la somme des paires 'E'), ni clôture
      *> que le rapprochement croirait justifiée. Un solde négatif
      *> n'est jamais transféré : anomalie à instruire.
      *> Les intérêts créditeurs courus depuis la dernière
      *> capitalisation appartiennent au titulaire : ils partent
      *> avec le solde, faute de quoi le compte d'intérêts courus
      *> les garderait pour toujours. Des intérêts débiteurs courus
      *> (découvert dans la période) bloquent le transfert comme un
      *> solde négatif.
       TRANSFERER-A-L-ETAT.
           IF SOLDE-COMPTE < 0
               ADD 1 TO WS-CT-NB-ANOMALIES
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO WS-COURUS-TRANSFERES.
           PERFORM LIRE-INTERETS-COURUS.
           IF WS-COURUS-TROUVES = 'O'
               IF INTERETS-DEBIT-COURUS-IC <> 0
                   ADD 1 TO WS-CT-NB-ANOMALIES
                   MOVE 'INTERETS DEBITEURS COURUS     '
                           TO WS-RAP-DISPOSITION
                   PERFORM ECRIRE-DETAIL-COMPTE
                   EXIT PARAGRAPH
               END-IF
               MOVE INTERETS-CREDIT-COURUS-IC TO WS-COURUS-TRANSFERES
           END-IF.

           COMPUTE WS-MONTANT-TRANSFERE =
                   SOLDE-COMPTE + WS-COURUS-TRANSFERES
               ON SIZE ERROR
                   ADD 1 TO WS-CT-NB-ANOMALIES
                   MOVE 'MONTANT HORS CAPACITE         '
                           TO WS-RAP-DISPOSITION
                   PERFORM ECRIRE-DETAIL-COMPTE
                   EXIT PARAGRAPH
           END-COMPUTE.

      *> Les enregistrements de sortie sont préparés AVANT la
      *> suppression (la zone enregistrement du master n'est plus
      *> définie après DELETE) mais écrits APRES.
           MOVE NUM-COMPTE-M       TO NUM-COMPTE-DSH.
           MOVE CODE-AGENCE        TO CODE-AGENCE-DSH.
           MOVE WS-MONTANT-TRANSFERE TO SOLDE-TRANSFERE-DSH.
           MOVE WS-DATE-TRAITEMENT TO DATE-TRANSFERT-DSH.
           MOVE DATE-DERNIER-MVT-M TO DATE-DERNIER-MVT-DSH.

           IF SOLDE-COMPTE-F > 0
               PERFORM ECRIRE-PAIRE-DESHERENCE
           END-IF.
           IF WS-COURUS-TRANSFERES > 0
               PERFORM ECRIRE-PAIRE-COURUS
           END-IF.

           WRITE ENREGISTREMENT-FERMETURE.

           ADD 1 TO WS-CT-NB-DESHERITES.
           ADD SOLDE-TRANSFERE-DSH TO WS-CT-MONTANT-TRANSFERE.
           MOVE 'TRANSFERE A L ETAT - CLOS     '
                   TO WS-RAP-DISPOSITION.
           MOVE CODE-AGENCE-F       TO WS-RAP-AGENCE.
           MOVE SOLDE-TRANSFERE-DSH TO WS-RAP-SOLDE.
           PERFORM ECRIRE-DETAIL-RAPPORT.

           IF WS-COURUS-TROUVES = 'O'
               DELETE FICHIER-INTERETS-COURUS RECORD
                   INVALID KEY
                       DISPLAY "Erreur suppression intérêts courus "
                               "pour " NUM-COMPTE-M
                       ADD 1 TO WS-CT-NB-ANOMALIES
               END-DELETE
           END-IF.

           DELETE FICHIER-MASTER-YTD RECORD
               INVALID KEY
           MOVE WS-CPT-DESHER-CREDIT TO COMPTE-COMPTABLE-GL.
           WRITE ENREGISTREMENT-GL.

      *> Intérêts créditeurs courus transférés : débit du compte
      *> d'intérêts courus, crédit Etat.
       ECRIRE-PAIRE-COURUS.
           MOVE 'E'                TO TYPE-ENREG-GL.
           MOVE WS-DATE-TRAITEMENT TO DATE-ECRITURE-GL.
           MOVE CODE-AGENCE-F      TO CODE-AGENCE-GL.
           MOVE 'S'                TO NATURE-GL.
           MOVE 'D'                TO SENS-GL.
           MOVE WS-CPT-DESHER-COURUS TO COMPTE-COMPTABLE-GL.
           MOVE WS-COURUS-TRANSFERES TO MONTANT-GL.
           WRITE ENREGISTREMENT-GL.
           MOVE 'C'                TO SENS-GL.
           MOVE WS-CPT-DESHER-CREDIT TO COMPTE-COMPTABLE-GL.
           WRITE ENREGISTREMENT-GL.

       ECRIRE-TRAILER-GL.
           MOVE 'T'                TO TYPE-ENREG-GL.
           MOVE WS-DATE-TRAITEMENT TO DATE-ECRITURE-GL.
