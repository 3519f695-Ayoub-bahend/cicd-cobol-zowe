               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NUM-COMPTE
               FILE STATUS IS WS-FS-MASTER.
           SELECT FICHIER-AUTORISATIONS ASSIGN TO CPTEAUT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NUM-COMPTE-AUT
               FILE STATUS IS WS-FS-AUTORISATIONS.
           SELECT FICHIER-DATES-VALEUR ASSIGN TO CPTEDVL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLE-DV
               FILE STATUS IS WS-FS-DATES-VALEUR.
           SELECT FICHIER-JOURNAL ASSIGN TO CPTEJRN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLE-JRN
               FILE STATUS IS WS-FS-JOURNAL.
           SELECT FICHIER-REJETS-MVT ASSIGN TO CPTEMVR
               ORGANIZATION IS SEQUENTIAL.
           SELECT FICHIER-PARAMETRES ASSIGN TO CPTEPRM
           SELECT FICHIER-REGISTRE ASSIGN TO CPTEREG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REGISTRE.
           SELECT FICHIER-REGLES-GL ASSIGN TO CPTERGL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REGLES-GL.
           SELECT FICHIER-INTERFACE-GL ASSIGN TO CPTEGLM
               ORGANIZATION IS SEQUENTIAL.
           SELECT FICHIER-RUN-CONTROLE ASSIGN TO CPTERUN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-RUN-CONTROLE.
       FD FICHIER-MASTER.
       COPY COMPTE-ENTREE.

      *> Plafonds de découvert des comptes courants, tenus par la
      *> maintenance (STEP003) ; lecture seule ici.
       FD FICHIER-AUTORISATIONS.
       COPY COMPTE-AUTORISATION.

      *> Décalages de date de valeur des mouvements appliqués,
      *> ajustés en intérêts par le run nocturne (STEP010).
       FD FICHIER-DATES-VALEUR.
       COPY COMPTE-DATE-VALEUR.

      *> Journal permanent des mouvements imputés : une écriture par
      *> détail appliqué ; une contre-passation 'CP' y lit l'écriture
      *> qu'elle annule et la marque contre-passée.
       FD FICHIER-JOURNAL.
       COPY COMPTE-JOURNAL.

       FD FICHIER-REJETS-MVT.
       01 ENREGISTREMENT-REJET-MVT.
           05 NUM-COMPTE-RM      PIC X(10).
           05 CODE-AGENCE-RM     PIC X(04).
           05 CODE-REJET-RM      PIC X(02).
           05 LIBELLE-REJET-RM   PIC X(40).
      *> Contre-passation 'CP' rejetée : montant nul, date de valeur
      *> du run, et la référence de l'écriture citée à la place de
      *> la fin du libellé.
           05 LIBELLE-REJET-CP-RM REDEFINES LIBELLE-REJET-RM.
               10 LIBELLE-COURT-RM      PIC X(19).
               10 DATE-LOT-ORIGINE-RM   PIC X(08).
               10 NO-SEQUENCE-ORIGINE-RM PIC X(06).
               10 NO-LIGNE-ORIGINE-RM   PIC X(07).

       FD FICHIER-PARAMETRES.
       01 ENREGISTREMENT-PARAMETRE.
           05 DATE-LOT-REG       PIC 9(8).
           05 NO-SEQUENCE-REG    PIC 9(6).

      *> Mêmes règles d'imputation que la chaîne nocturne ; la
      *> nature 'X' (contre-passation) s'y ajoute.
       FD FICHIER-REGLES-GL.
       01 ENREGISTREMENT-REGLE-GL.
           05 NATURE-REGLE-IN     PIC X(01).
           05 SENS-REGLE-IN       PIC X(01).
           05 COMPTE-REGLE-IN     PIC X(08).

      *> Même dessin que l'interface CPTEGL de la chaîne nocturne.
       FD FICHIER-INTERFACE-GL.
       01 ENREGISTREMENT-GL.
           05 TYPE-ENREG-GL       PIC X(01).
           05 DATE-ECRITURE-GL    PIC 9(8).
           05 CODE-AGENCE-GL      PIC X(04).
           05 NATURE-GL           PIC X(01).
           05 SENS-GL             PIC X(01).
           05 COMPTE-COMPTABLE-GL PIC X(08).
           05 MONTANT-GL          PIC S9(9)V99.

      *> Historique commun des runs de la chaîne, en ajout : une
      *> ligne de contrôle par exécution, recoupée en fin de chaîne
       01 WS-FS-MASTER           PIC X(02) VALUE '00'.
       01 WS-FS-PARAMETRES       PIC X(02) VALUE '00'.
       01 WS-FS-REGISTRE         PIC X(02) VALUE '00'.
       01 WS-FS-AUTORISATIONS    PIC X(02) VALUE '00'.
       01 WS-AUTORISATIONS-DISPO PIC X VALUE 'N'.
       01 WS-LIMITE-AUTORISEE    PIC 9(7)V99 VALUE 0.
       01 WS-FS-DATES-VALEUR     PIC X(02) VALUE '00'.
       01 WS-FS-JOURNAL          PIC X(02) VALUE '00'.
       01 WS-FS-REGLES-GL        PIC X(02) VALUE '00'.
       01 WS-DATE-TRAITEMENT     PIC 9(8) VALUE 0.
       01 WS-FS-RUN-CONTROLE     PIC X(02) VALUE '00'.
       01 WS-HEURE-RUN-CTL       PIC 9(8) VALUE 0.
                                  PIC 9V999.
           05 WS-PENALITE         PIC 9(7)V99 VALUE 0.

      *> Date de valeur : un mouvement dont DATE-VALEUR-MVT diffère
      *> de la date d'imputation (date du run) est porté sur CPTEDVL
      *> pour ajustement d'intérêts. Au-delà de NB-JOURS-MAX-VALEUR
      *> jours d'écart, dans un sens ou dans l'autre, la date est
      *> jugée suspecte : le mouvement reste appliqué mais n'est pas
      *> ajusté (signalé en SYSOUT pour contrôle agence).
       01 WS-DATE-VALEUR.
           05 WS-NB-JOURS-MAX-VALEUR PIC 9(4) VALUE 90.
           05 WS-NB-JOURS-VALEUR     PIC S9(5) VALUE 0.
           05 WS-DATE-VALEUR-VALIDE  PIC X VALUE 'N'.
           05 WS-DATE-VALEUR-LUE     PIC 9(8) VALUE 0.
           05 WS-DATE-VALEUR-DEC REDEFINES WS-DATE-VALEUR-LUE.
               10 WS-ANNEE-VALEUR    PIC 9(4).
               10 WS-MOIS-VALEUR     PIC 9(2).
               10 WS-JOUR-VALEUR     PIC 9(2).

       01 WS-VALIDATION-MVT.
           05 WS-MOUVEMENT-VALIDE PIC X VALUE 'O'.
           05 WS-CODE-REJET       PIC X(02) VALUE SPACES.
           05 WS-SENS-OPERATION   PIC X VALUE SPACE.
      *>   'C' = crédit (le montant s'ajoute au solde),
      *>   'D' = débit (le montant se retranche du solde)
      *> Montant et date de valeur imputés : ceux du détail, ou pour
      *> une contre-passation ceux de l'écriture d'origine.
           05 WS-MONTANT-OPERATION PIC 9(7)V99 VALUE 0.
           05 WS-DATE-VALEUR-OPERATION PIC 9(8) VALUE 0.

      *> Ecriture d'origine d'une contre-passation, relue au journal
      *> après l'écriture de la contre-passation pour la marquer.
       01 WS-CLE-ORIGINE.
           05 WS-COMPTE-ORIGINE   PIC X(10) VALUE SPACES.
           05 WS-REFERENCE-ORIGINE.
               10 WS-DATE-LOT-ORIGINE  PIC 9(8) VALUE 0.
               10 WS-NO-SEQUENCE-ORIGINE PIC 9(6) VALUE 0.
               10 WS-NO-LIGNE-ORIGINE  PIC 9(7) VALUE 0.

      *> Comptes d'imputation par défaut des contre-passations,
      *> nature 'X' : comptes clientèle contre compte d'attente des
      *> régularisations, sur lequel l'agence solde l'opération
      *> d'origine.
       01 WS-REGLES-GL.
           05 WS-CPT-CP-DEBIT     PIC X(08) VALUE '25110000'.
           05 WS-CPT-CP-CREDIT    PIC X(08) VALUE '47180000'.

      *> Net contre-passé par agence du compte, positif quand la
      *> contre-passation débite le client (crédit d'origine annulé).
       01 WS-TABLE-AGENCES.
           05 WS-NB-AGENCES PIC 9(4) VALUE 0.
           05 WS-AGENCE-ENTREE OCCURS 200 TIMES
                   INDEXED BY IDX-AGENCE.
               10 WS-CODE-AGENCE-T   PIC X(04).
               10 WS-CONTREPASSE-T   PIC S9(11)V99.

       01 WS-TOTAUX-MOUVEMENTS.
           05 WS-CT-NB-MVT-LUS       PIC 9(7) VALUE 0.
           05 WS-CT-SOLDE-ATTENDU    PIC S9(11)V99 VALUE 0.
           05 WS-CT-NB-PENALITES     PIC 9(7) VALUE 0.
           05 WS-CT-TOTAL-PENALITES  PIC 9(9)V99 VALUE 0.
           05 WS-CT-NB-DATES-VALEUR  PIC 9(7) VALUE 0.
           05 WS-CT-NB-VALEUR-IGNOREE PIC 9(7) VALUE 0.
           05 WS-CT-NB-JOURNAL       PIC 9(7) VALUE 0.
           05 WS-CT-NB-ERREURS-JOURNAL PIC 9(7) VALUE 0.
           05 WS-CT-NB-CONTREPASSATIONS PIC 9(7) VALUE 0.
           05 WS-CT-TOTAL-CONTREPASSE PIC S9(11)V99 VALUE 0.
           05 WS-SEUIL-REJETS-MVT    PIC 9(7) VALUE 100.

       PROCEDURE DIVISION.

           ACCEPT WS-DATE-TRAITEMENT FROM DATE YYYYMMDD.
           PERFORM CHARGER-PARAMETRES.
           PERFORM CHARGER-REGLES-GL.

           PERFORM CONTROLER-FICHIER-MOUVEMENTS.
           PERFORM CONSULTER-REGISTRE-LOTS.
               STOP RUN
           END-IF.

      *> Sans fichier des autorisations, aucun plafond n'est connu :
      *> tout débit qui porterait un compte courant à découvert est
      *> refusé plutôt qu'accepté sans contrôle. Les
      *> contre-passations y échappent, comme le découvert au run
      *> nocturne qui reste alors en entier au taux de découvert.
           OPEN INPUT FICHIER-AUTORISATIONS.
           IF WS-FS-AUTORISATIONS = '00'
               MOVE 'O' TO WS-AUTORISATIONS-DISPO
           ELSE
               DISPLAY "Autorisations de découvert indisponibles "
                       "(statut " WS-FS-AUTORISATIONS
                       "), plafond nul appliqué."
           END-IF.

           OPEN I-O FICHIER-DATES-VALEUR.
           IF WS-FS-DATES-VALEUR = '35'
               OPEN OUTPUT FICHIER-DATES-VALEUR
               CLOSE FICHIER-DATES-VALEUR
               OPEN I-O FICHIER-DATES-VALEUR
           END-IF.
           IF WS-FS-DATES-VALEUR <> '00'
               DISPLAY "Erreur ouverture FICHIER-DATES-VALEUR, "
                       "statut : " WS-FS-DATES-VALEUR
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN I-O FICHIER-JOURNAL.
           IF WS-FS-JOURNAL = '35'
               OPEN OUTPUT FICHIER-JOURNAL
               CLOSE FICHIER-JOURNAL
               OPEN I-O FICHIER-JOURNAL
           END-IF.
           IF WS-FS-JOURNAL <> '00'
               DISPLAY "Erreur ouverture FICHIER-JOURNAL, statut : "
                       WS-FS-JOURNAL
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT FICHIER-REJETS-MVT.
           OPEN OUTPUT FICHIER-INTERFACE-GL.

           PERFORM JUSQUA-FIN-MOUVEMENTS
               UNTIL WS-EOF = 'O'.

           PERFORM EDITER-INTERFACE-GL.

           CLOSE FICHIER-MOUVEMENTS FICHIER-MASTER
                 FICHIER-REJETS-MVT FICHIER-DATES-VALEUR
                 FICHIER-JOURNAL FICHIER-INTERFACE-GL.
           IF WS-AUTORISATIONS-DISPO = 'O'
               CLOSE FICHIER-AUTORISATIONS
           END-IF.

           PERFORM AFFICHER-TOTAUX-MOUVEMENTS.

           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           IF WS-CT-NB-ERREURS-JOURNAL > 0
               DISPLAY "Ecritures absentes du journal, code retour "
                       "forcé à 8."
               MOVE 8 TO RETURN-CODE
           END-IF.

      *> Après les totaux : une erreur d'ajout au registre force
      *> RC=8 et ne doit pas être écrasée par la logique de seuil.
           MOVE WS-CT-NB-MVT-APPLIQUES TO NB-TRAITES-RUN.
           MOVE WS-CT-NB-MVT-REJETES TO NB-REJETES-RUN.
           MOVE WS-CT-NB-PENALITES TO NB-DIVERS-1-RUN.
           MOVE WS-CT-NB-DATES-VALEUR TO NB-DIVERS-2-RUN.
           MOVE WS-CT-TOTAL-CREDITS TO MONTANT-1-RUN.
           MOVE WS-CT-TOTAL-DEBITS TO MONTANT-2-RUN.
           MOVE WS-CT-TOTAL-PENALITES TO MONTANT-3-RUN.
                       MOVE 'N' TO WS-LOT-VALIDE
                   END-IF
                   ADD 1 TO WS-NB-DETAILS-COMPTES
                   IF CODE-OPERATION-MVT <> 'CP'
                       ADD MONTANT-MVT TO WS-HASH-MONTANTS
                   END-IF
               WHEN '9'
                   MOVE 'O' TO WS-TRAILER-LU
                   MOVE NB-DETAILS-LOT-MVT
           MOVE SPACES TO WS-CODE-REJET.
           MOVE SPACES TO WS-LIBELLE-REJET.
           MOVE SPACE  TO WS-SENS-OPERATION.
           MOVE 0      TO WS-MONTANT-OPERATION.
           MOVE 0      TO WS-DATE-VALEUR-OPERATION.

           EVALUATE CODE-OPERATION-MVT
               WHEN 'DP'
               WHEN 'VC'
                   MOVE 'C' TO WS-SENS-OPERATION
                   PERFORM REPRENDRE-DETAIL-MVT
               WHEN 'RT'
               WHEN 'VE'
                   MOVE 'D' TO WS-SENS-OPERATION
                   PERFORM REPRENDRE-DETAIL-MVT
               WHEN 'CP'
                   PERFORM LIRE-ECRITURE-ORIGINE
               WHEN OTHER
                   MOVE 'N' TO WS-MOUVEMENT-VALIDE
                   MOVE '11' TO WS-CODE-REJET
           END-EVALUATE.

           IF WS-MOUVEMENT-VALIDE = 'O'
                   AND WS-MONTANT-OPERATION = 0
               MOVE 'N' TO WS-MOUVEMENT-VALIDE
               MOVE '12' TO WS-CODE-REJET
               MOVE 'MONTANT-MVT NUL' TO WS-LIBELLE-REJET
               PERFORM EVALUER-PENALITE-PLAN
           END-IF.

      *> Un compte courant peut passer à découvert (solde signé,
      *> intérêts débiteurs facturés par le traitement nocturne)
      *> dans la limite de son autorisation, contrôlée ci-après ; le
      *> contrôle de provision ne vaut que pour l'épargne et les
      *> plans, pénalité de sortie comprise.
           IF WS-MOUVEMENT-VALIDE = 'O'
                   AND WS-SENS-OPERATION = 'D'
                   AND TYPE-COMPTE <> 'C'
                   AND WS-MONTANT-OPERATION + WS-PENALITE
                           > SOLDE-COMPTE
               MOVE 'N' TO WS-MOUVEMENT-VALIDE
               MOVE '14' TO WS-CODE-REJET
               MOVE 'SOLDE INSUFFISANT' TO WS-LIBELLE-REJET
           END-IF.

           IF WS-MOUVEMENT-VALIDE = 'O'
                   AND WS-SENS-OPERATION = 'D'
                   AND TYPE-COMPTE = 'C'
                   AND (CODE-OPERATION-MVT <> 'CP'
                        OR WS-AUTORISATIONS-DISPO = 'O')
               PERFORM LIRE-AUTORISATION
               IF SOLDE-COMPTE - WS-MONTANT-OPERATION
                       < 0 - WS-LIMITE-AUTORISEE
                   MOVE 'N' TO WS-MOUVEMENT-VALIDE
                   MOVE '15' TO WS-CODE-REJET
                   MOVE 'DEPASSEMENT DECOUVERT AUTORISE'
                           TO WS-LIBELLE-REJET
               END-IF
           END-IF.

      *> Date de valeur non numérique : traitée comme absente.
       REPRENDRE-DETAIL-MVT.
           MOVE MONTANT-MVT TO WS-MONTANT-OPERATION.
           IF DATE-VALEUR-MVT NUMERIC
               MOVE DATE-VALEUR-MVT TO WS-DATE-VALEUR-OPERATION
           END-IF.

      *> Contre-passation : l'écriture citée doit exister au journal
      *> sur le même compte, ne pas être déjà contre-passée ni
      *> être elle-même une contre-passation (une erreur de
      *> contre-passation se corrige par un nouveau mouvement). Le
      *> montant est celui d'origine, au sens opposé, à la même date
      *> de valeur : l'ajustement d'intérêts du run nocturne annule
      *> ainsi les intérêts portés à tort depuis cette date.
       LIRE-ECRITURE-ORIGINE.
           IF DATE-LOT-ORIGINE-MVT NOT NUMERIC
                   OR NO-SEQUENCE-ORIGINE-MVT NOT NUMERIC
                   OR NO-LIGNE-ORIGINE-MVT NOT NUMERIC
               MOVE 'N' TO WS-MOUVEMENT-VALIDE
               MOVE '16' TO WS-CODE-REJET
               MOVE 'ECRITURE D ORIGINE ABSENTE DU JOURNAL'
                       TO WS-LIBELLE-REJET
               EXIT PARAGRAPH
           END-IF.
           MOVE NUM-COMPTE-CP-MVT       TO NUM-COMPTE-JRN.
           MOVE DATE-LOT-ORIGINE-MVT    TO DATE-LOT-JRN.
           MOVE NO-SEQUENCE-ORIGINE-MVT TO NO-SEQUENCE-JRN.
           MOVE NO-LIGNE-ORIGINE-MVT    TO NO-LIGNE-JRN.
           READ FICHIER-JOURNAL
               INVALID KEY
                   MOVE 'N' TO WS-MOUVEMENT-VALIDE
                   MOVE '16' TO WS-CODE-REJET
                   MOVE 'ECRITURE D ORIGINE ABSENTE DU JOURNAL'
                           TO WS-LIBELLE-REJET
           END-READ.
           IF WS-MOUVEMENT-VALIDE = 'N'
               EXIT PARAGRAPH
           END-IF.
           IF STATUT-JRN = 'C'
               MOVE 'N' TO WS-MOUVEMENT-VALIDE
               MOVE '17' TO WS-CODE-REJET
               MOVE 'ECRITURE DEJA CONTRE-PASSEE'
                       TO WS-LIBELLE-REJET
               EXIT PARAGRAPH
           END-IF.
           IF CODE-OPERATION-JRN = 'CP'
               MOVE 'N' TO WS-MOUVEMENT-VALIDE
               MOVE '18' TO WS-CODE-REJET
               MOVE 'CONTRE-PASSATION NON ANNULABLE'
                       TO WS-LIBELLE-REJET
               EXIT PARAGRAPH
           END-IF.
           IF SENS-JRN = 'C'
               MOVE 'D' TO WS-SENS-OPERATION
           ELSE
               MOVE 'C' TO WS-SENS-OPERATION
           END-IF.
           MOVE MONTANT-JRN     TO WS-MONTANT-OPERATION.
           MOVE DATE-VALEUR-JRN TO WS-DATE-VALEUR-OPERATION.
      *> Ecriture journalisée sans date de valeur : elle a pris
      *> effet à sa date d'imputation.
           IF WS-DATE-VALEUR-OPERATION = 0
               MOVE DATE-IMPUTATION-JRN TO WS-DATE-VALEUR-OPERATION
           END-IF.
           MOVE CLE-JRN         TO WS-CLE-ORIGINE.

      *> Plafond en vigueur à la date du run : nul sans autorisation
      *> ou une fois la date d'expiration passée.
       LIRE-AUTORISATION.
           MOVE 0 TO WS-LIMITE-AUTORISEE.
           IF WS-AUTORISATIONS-DISPO = 'N'
               EXIT PARAGRAPH
           END-IF.
           MOVE NUM-COMPTE TO NUM-COMPTE-AUT.
           READ FICHIER-AUTORISATIONS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF DATE-EXPIRATION-AUT >= WS-DATE-TRAITEMENT
                       MOVE MONTANT-AUTORISE-AUT
                               TO WS-LIMITE-AUTORISEE
                   END-IF
           END-READ.

      *> Débit sur un plan 'P' avant son échéance : pénalité de
      *> sortie anticipée sur le montant retiré, prélevée en même
      *> temps que le débit. Un plan sans échéance portée (0, cas
      *> hérité) n'est pas pénalisé, ni la contre-passation d'un
      *> versement porté à tort sur le plan.
       EVALUER-PENALITE-PLAN.
           MOVE 0 TO WS-PENALITE.
           IF WS-SENS-OPERATION = 'D'
                   AND CODE-OPERATION-MVT <> 'CP'
                   AND TYPE-COMPTE = 'P'
                   AND WS-TAUX-PENALITE > 0
                   AND DATE-ECHEANCE NUMERIC
                   AND DATE-ECHEANCE > WS-DATE-TRAITEMENT
               COMPUTE WS-PENALITE ROUNDED =
                   WS-MONTANT-OPERATION * WS-TAUX-PENALITE
           END-IF.

       APPLIQUER-MOUVEMENT.
           ADD SOLDE-COMPTE TO WS-CT-SOLDE-AVANT-MVT.

           IF WS-SENS-OPERATION = 'C'
               ADD WS-MONTANT-OPERATION TO SOLDE-COMPTE
               ADD WS-MONTANT-OPERATION TO WS-CT-TOTAL-CREDITS
           ELSE
               SUBTRACT WS-MONTANT-OPERATION FROM SOLDE-COMPTE
               ADD WS-MONTANT-OPERATION TO WS-CT-TOTAL-DEBITS
           END-IF.

           IF WS-PENALITE > 0

           ADD 1 TO WS-CT-NB-MVT-APPLIQUES.

           PERFORM ENREGISTRER-JOURNAL.
           IF CODE-OPERATION-MVT = 'CP'
               PERFORM MARQUER-ECRITURE-ORIGINE
               PERFORM ACCUMULER-CONTREPASSATION
           END-IF.

           PERFORM ENREGISTRER-DATE-VALEUR.

           DISPLAY "Mouvement appliqué : " NUM-COMPTE-MVT
                   " | Opération : " CODE-OPERATION-MVT
                   " | Montant : " WS-MONTANT-OPERATION
                   " | Nouveau solde : " SOLDE-COMPTE.

      *> Clé identique à celle de CPTEDVL. Une écriture manquante
      *> rendrait le mouvement impossible à contre-passer : le step
      *> finit alors en RC=8 pour instruction. Sans date de valeur,
      *> le mouvement prend effet à la date du run, qui est portée
      *> au journal.
       ENREGISTRER-JOURNAL.
           MOVE NUM-COMPTE-MVT     TO NUM-COMPTE-JRN.
           MOVE WS-DATE-LOT        TO DATE-LOT-JRN.
           MOVE WS-NO-SEQUENCE-LOT TO NO-SEQUENCE-JRN.
           MOVE WS-CT-NB-MVT-LUS   TO NO-LIGNE-JRN.
           MOVE CODE-OPERATION-MVT TO CODE-OPERATION-JRN.
           MOVE WS-SENS-OPERATION  TO SENS-JRN.
           MOVE WS-MONTANT-OPERATION TO MONTANT-JRN.
           MOVE WS-PENALITE        TO PENALITE-JRN.
           IF WS-DATE-VALEUR-OPERATION = 0
               MOVE WS-DATE-TRAITEMENT TO DATE-VALEUR-JRN
           ELSE
               MOVE WS-DATE-VALEUR-OPERATION TO DATE-VALEUR-JRN
           END-IF.
           MOVE WS-DATE-TRAITEMENT TO DATE-IMPUTATION-JRN.
           MOVE CODE-AGENCE        TO CODE-AGENCE-JRN.
           MOVE SOLDE-COMPTE       TO SOLDE-APRES-JRN.
           MOVE SPACE              TO STATUT-JRN.
           IF CODE-OPERATION-MVT = 'CP'
               MOVE WS-REFERENCE-ORIGINE TO REFERENCE-JRN
           ELSE
               MOVE 0 TO DATE-LOT-REF-JRN
               MOVE 0 TO NO-SEQUENCE-REF-JRN
               MOVE 0 TO NO-LIGNE-REF-JRN
           END-IF.
           WRITE ENREGISTREMENT-JOURNAL
               INVALID KEY
                   ADD 1 TO WS-CT-NB-ERREURS-JOURNAL
                   DISPLAY "Erreur écriture journal pour "
                           NUM-COMPTE-MVT ", statut : "
                           WS-FS-JOURNAL
               NOT INVALID KEY
                   ADD 1 TO WS-CT-NB-JOURNAL
           END-WRITE.

      *> L'écriture d'origine cite en retour la contre-passation qui
      *> l'annule : toute nouvelle tentative est refusée code 17.
       MARQUER-ECRITURE-ORIGINE.
           MOVE WS-CLE-ORIGINE TO CLE-JRN.
           READ FICHIER-JOURNAL
               INVALID KEY
                   ADD 1 TO WS-CT-NB-ERREURS-JOURNAL
                   DISPLAY "Ecriture d'origine introuvable au "
                           "marquage : " WS-CLE-ORIGINE
                   EXIT PARAGRAPH
           END-READ.
           MOVE 'C'                TO STATUT-JRN.
           MOVE WS-DATE-LOT        TO DATE-LOT-REF-JRN.
           MOVE WS-NO-SEQUENCE-LOT TO NO-SEQUENCE-REF-JRN.
           MOVE WS-CT-NB-MVT-LUS   TO NO-LIGNE-REF-JRN.
           REWRITE ENREGISTREMENT-JOURNAL
               INVALID KEY
                   ADD 1 TO WS-CT-NB-ERREURS-JOURNAL
                   DISPLAY "Erreur réécriture journal pour "
                           WS-CLE-ORIGINE ", statut : "
                           WS-FS-JOURNAL
           END-REWRITE.

       ACCUMULER-CONTREPASSATION.
           ADD 1 TO WS-CT-NB-CONTREPASSATIONS.
           PERFORM VARYING IDX-AGENCE FROM 1 BY 1
                   UNTIL IDX-AGENCE > WS-NB-AGENCES
               IF WS-CODE-AGENCE-T(IDX-AGENCE) = CODE-AGENCE
                   EXIT PERFORM
               END-IF
           END-PERFORM.

           IF IDX-AGENCE > WS-NB-AGENCES
               IF WS-NB-AGENCES < 200
                   ADD 1 TO WS-NB-AGENCES
                   SET IDX-AGENCE TO WS-NB-AGENCES
                   MOVE CODE-AGENCE TO WS-CODE-AGENCE-T(IDX-AGENCE)
                   MOVE 0           TO WS-CONTREPASSE-T(IDX-AGENCE)
               ELSE
                   DISPLAY "Agence ignorée (table pleine, 200 max) : "
                           CODE-AGENCE
               END-IF
           END-IF.

           IF WS-SENS-OPERATION = 'D'
               ADD WS-MONTANT-OPERATION TO WS-CT-TOTAL-CONTREPASSE
               IF IDX-AGENCE <= WS-NB-AGENCES
                   ADD WS-MONTANT-OPERATION
                           TO WS-CONTREPASSE-T(IDX-AGENCE)
               END-IF
           ELSE
               SUBTRACT WS-MONTANT-OPERATION
                       FROM WS-CT-TOTAL-CONTREPASSE
               IF IDX-AGENCE <= WS-NB-AGENCES
                   SUBTRACT WS-MONTANT-OPERATION
                           FROM WS-CONTREPASSE-T(IDX-AGENCE)
               END-IF
           END-IF.

       EDITER-INTERFACE-GL.
           PERFORM VARYING IDX-AGENCE FROM 1 BY 1
                   UNTIL IDX-AGENCE > WS-NB-AGENCES
               IF WS-CONTREPASSE-T(IDX-AGENCE) <> 0
                   PERFORM ECRIRE-PAIRE-CONTREPASSATION
               END-IF
           END-PERFORM.

           PERFORM ECRIRE-TRAILER-GL.

      *> Net contre-passé de l'agence : débit clientèle, crédit du
      *> compte d'attente quand des crédits sont annulés ; un net
      *> négatif (débits annulés) s'écrit en montant positif avec
      *> les sens inversés, comme les autres interfaces.
       ECRIRE-PAIRE-CONTREPASSATION.
           MOVE 'E'                TO TYPE-ENREG-GL.
           MOVE WS-DATE-TRAITEMENT TO DATE-ECRITURE-GL.
           MOVE WS-CODE-AGENCE-T(IDX-AGENCE) TO CODE-AGENCE-GL.
           MOVE 'X'                TO NATURE-GL.
           IF WS-CONTREPASSE-T(IDX-AGENCE) > 0
               MOVE 'D' TO SENS-GL
               MOVE WS-CONTREPASSE-T(IDX-AGENCE) TO MONTANT-GL
           ELSE
               MOVE 'C' TO SENS-GL
               COMPUTE MONTANT-GL =
                   0 - WS-CONTREPASSE-T(IDX-AGENCE)
           END-IF.
           MOVE WS-CPT-CP-DEBIT    TO COMPTE-COMPTABLE-GL.
           WRITE ENREGISTREMENT-GL.
           IF SENS-GL = 'D'
               MOVE 'C' TO SENS-GL
           ELSE
               MOVE 'D' TO SENS-GL
           END-IF.
           MOVE WS-CPT-CP-CREDIT   TO COMPTE-COMPTABLE-GL.
           WRITE ENREGISTREMENT-GL.

       ECRIRE-TRAILER-GL.
           MOVE 'T'                TO TYPE-ENREG-GL.
           MOVE WS-DATE-TRAITEMENT TO DATE-ECRITURE-GL.
           MOVE '****'             TO CODE-AGENCE-GL.
           MOVE 'X'                TO NATURE-GL.
           MOVE SPACE              TO SENS-GL.
           MOVE SPACES             TO COMPTE-COMPTABLE-GL.
           MOVE WS-CT-TOTAL-CONTREPASSE TO MONTANT-GL.
           WRITE ENREGISTREMENT-GL.

      *> Clé : compte, lot (date/séquence de l'entête) et rang du
      *> détail dans le lot, unique puisque le registre refuse toute
      *> re-soumission d'un lot. Date absente (zéros), non numérique
      *> ou égale à la date du run : rien à ajuster.
       ENREGISTRER-DATE-VALEUR.
           IF WS-DATE-VALEUR-OPERATION = 0
                   OR WS-DATE-VALEUR-OPERATION = WS-DATE-TRAITEMENT
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-DATE-VALEUR-OPERATION TO WS-DATE-VALEUR-LUE.
           MOVE 'O' TO WS-DATE-VALEUR-VALIDE.
           IF WS-ANNEE-VALEUR < 1900
                   OR WS-MOIS-VALEUR < 1 OR WS-MOIS-VALEUR > 12
                   OR WS-JOUR-VALEUR < 1 OR WS-JOUR-VALEUR > 31
               MOVE 'N' TO WS-DATE-VALEUR-VALIDE
           ELSE
               COMPUTE WS-NB-JOURS-VALEUR =
                   FUNCTION INTEGER-OF-DATE(WS-DATE-TRAITEMENT)
                   - FUNCTION INTEGER-OF-DATE(WS-DATE-VALEUR-LUE)
               IF WS-NB-JOURS-VALEUR > WS-NB-JOURS-MAX-VALEUR
                       OR 0 - WS-NB-JOURS-VALEUR
                           > WS-NB-JOURS-MAX-VALEUR
                   MOVE 'N' TO WS-DATE-VALEUR-VALIDE
               END-IF
           END-IF.
           IF WS-DATE-VALEUR-VALIDE = 'N'
               ADD 1 TO WS-CT-NB-VALEUR-IGNOREE
               DISPLAY "Date de valeur ignorée : " NUM-COMPTE-MVT
                       " | Valeur : " WS-DATE-VALEUR-OPERATION
                       " | Imputation : " WS-DATE-TRAITEMENT
               EXIT PARAGRAPH
           END-IF.

           MOVE NUM-COMPTE-MVT     TO NUM-COMPTE-DV.
           MOVE WS-DATE-LOT        TO DATE-LOT-DV.
           MOVE WS-NO-SEQUENCE-LOT TO NO-SEQUENCE-DV.
           MOVE WS-CT-NB-MVT-LUS   TO NO-LIGNE-DV.
           MOVE CODE-OPERATION-MVT TO CODE-OPERATION-DV.
           MOVE WS-SENS-OPERATION  TO SENS-DV.
           MOVE WS-MONTANT-OPERATION TO MONTANT-DV.
           MOVE WS-DATE-VALEUR-OPERATION TO DATE-VALEUR-DV.
           MOVE WS-DATE-TRAITEMENT TO DATE-IMPUTATION-DV.
           MOVE WS-NB-JOURS-VALEUR TO NB-JOURS-DV.
           MOVE CODE-AGENCE        TO CODE-AGENCE-DV.
           MOVE SPACE              TO STATUT-DV.
           MOVE 0                  TO DATE-AJUSTEMENT-DV.
           MOVE 0                  TO MONTANT-AJUSTEMENT-DV.
           WRITE ENREGISTREMENT-DATE-VALEUR
               INVALID KEY
                   DISPLAY "Erreur écriture date de valeur pour "
                           NUM-COMPTE-MVT ", statut : "
                           WS-FS-DATES-VALEUR
               NOT INVALID KEY
                   ADD 1 TO WS-CT-NB-DATES-VALEUR
           END-WRITE.

       REJETER-MOUVEMENT.
           MOVE NUM-COMPTE-MVT     TO NUM-COMPTE-RM.
           MOVE CODE-OPERATION-MVT TO CODE-OPERATION-RM.
           MOVE WS-CODE-REJET      TO CODE-REJET-RM.
           IF CODE-OPERATION-MVT = 'CP'
               PERFORM PREPARER-REJET-CONTREPASSATION
           ELSE
               MOVE MONTANT-MVT        TO MONTANT-RM
               MOVE DATE-VALEUR-MVT    TO DATE-VALEUR-RM
               MOVE CODE-AGENCE-MVT    TO CODE-AGENCE-RM
               MOVE WS-LIBELLE-REJET   TO LIBELLE-REJET-RM
           END-IF.

           WRITE ENREGISTREMENT-REJET-MVT.

                   " | Code : " WS-CODE-REJET
                   " | Motif : " WS-LIBELLE-REJET.

      *> Le détail 'CP' ne porte ni montant, ni date de valeur, ni
      *> agence : l'agence est celle du master quand il a été lu
      *> (rejets 14 et 15). Libellé abrégé pour laisser la place à
      *> la référence de l'écriture d'origine.
       PREPARER-REJET-CONTREPASSATION.
           MOVE 0                  TO MONTANT-RM.
           MOVE WS-DATE-TRAITEMENT TO DATE-VALEUR-RM.
           IF WS-CODE-REJET = '14' OR WS-CODE-REJET = '15'
               MOVE CODE-AGENCE    TO CODE-AGENCE-RM
           ELSE
               MOVE SPACES         TO CODE-AGENCE-RM
           END-IF.
           EVALUATE WS-CODE-REJET
               WHEN '13'
                   MOVE "COMPTE INCONNU"     TO LIBELLE-COURT-RM
               WHEN '14'
                   MOVE "SOLDE INSUFFISANT"  TO LIBELLE-COURT-RM
               WHEN '15'
                   MOVE "HORS AUTORISATION"  TO LIBELLE-COURT-RM
               WHEN '16'
                   MOVE "ORIGINE ABSENTE"    TO LIBELLE-COURT-RM
               WHEN '17'
                   MOVE "DEJA CONTRE-PASSEE" TO LIBELLE-COURT-RM
               WHEN '18'
                   MOVE "CP NON ANNULABLE"   TO LIBELLE-COURT-RM
               WHEN OTHER
                   MOVE WS-LIBELLE-REJET     TO LIBELLE-COURT-RM
           END-EVALUATE.
      *> Référence reprise telle que saisie, non numérique comprise
      *> (rejet 16).
           MOVE DATE-LOT-ORIGINE-MVT    TO DATE-LOT-ORIGINE-RM.
           MOVE NO-SEQUENCE-ORIGINE-MVT TO NO-SEQUENCE-ORIGINE-RM.
           MOVE NO-LIGNE-ORIGINE-MVT    TO NO-LIGNE-ORIGINE-RM.

       CHARGER-PARAMETRES.
           OPEN INPUT FICHIER-PARAMETRES.
           IF WS-FS-PARAMETRES = '00'
               DISPLAY "Paramètres de mouvements introuvables, "
                       "valeurs par défaut utilisées.".

       CHARGER-REGLES-GL.
           OPEN INPUT FICHIER-REGLES-GL.
           IF WS-FS-REGLES-GL = '00'
               PERFORM UNTIL WS-FS-REGLES-GL = '10'
                   READ FICHIER-REGLES-GL NEXT RECORD
                       AT END
                           MOVE '10' TO WS-FS-REGLES-GL
                       NOT AT END
                           PERFORM APPLIQUER-REGLE-GL
                   END-READ
               END-PERFORM
               CLOSE FICHIER-REGLES-GL
           ELSE
               DISPLAY "Règles d'imputation introuvables, comptes "
                       "par défaut utilisés.".

       APPLIQUER-REGLE-GL.
           EVALUATE NATURE-REGLE-IN ALSO SENS-REGLE-IN
               WHEN 'X' ALSO 'D'
                   MOVE COMPTE-REGLE-IN TO WS-CPT-CP-DEBIT
               WHEN 'X' ALSO 'C'
                   MOVE COMPTE-REGLE-IN TO WS-CPT-CP-CREDIT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *> CPTEPRM est partagé avec le traitement nocturne : les clés
      *> des autres programmes de la chaîne ne sont pas des erreurs
      *> ici, elles sont ignorées sans message.
               WHEN 'TAUX-PENALITE-RET'
                   MOVE VALEUR-PARAMETRE-IN(1:4)
                           TO WS-TAUX-PENALITE-X
               WHEN 'NB-JOURS-MAX-VALEUR'
                   MOVE VALEUR-PARAMETRE-IN(1:4)
                           TO WS-NB-JOURS-MAX-VALEUR
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
                   WS-CT-NB-PENALITES.
           DISPLAY "Total pénalités prélevées         : "
                   WS-CT-TOTAL-PENALITES.
           DISPLAY "Dates de valeur à ajuster         : "
                   WS-CT-NB-DATES-VALEUR.
           DISPLAY "Dates de valeur ignorées          : "
                   WS-CT-NB-VALEUR-IGNOREE.
           DISPLAY "Ecritures portées au journal      : "
                   WS-CT-NB-JOURNAL.
           DISPLAY "Erreurs d'écriture au journal     : "
                   WS-CT-NB-ERREURS-JOURNAL.
           DISPLAY "Contre-passations appliquées      : "
                   WS-CT-NB-CONTREPASSATIONS.
           DISPLAY "Net contre-passé (débits clients) : "
                   WS-CT-TOTAL-CONTREPASSE.
           DISPLAY "Total soldes avant application    : "
                   WS-CT-SOLDE-AVANT-MVT.
           DISPLAY "Total soldes après application    : "
