       IDENTIFICATION DIVISION.
       PROGRAM-ID. INSTANTANE-MENSUEL-COMPTES.
       AUTHOR. CHATGPT.

      *> Instantané de fin de mois du portefeuille : un
      *> enregistrement par agence et type de compte dans
      *> l'historique CPTEHMS (nombre de comptes, soldes, encours
      *> créditeur, découverts, intérêts courus, intérêts,
      *> frais et retenue du mois, dormants, ouvertures et
      *> fermetures du mois).
      *> Sources : master CPTEIN, master YTD CPTEYTD, courus
      *> CPTEICN, registres CPTEOUV et CPTEFER. Un instantané déjà
      *> pris pour le mois est remplacé (resoumission).
      *> Les intérêts, frais et retenue se cumulent en lecture
      *> séquentielle du master YTD, comptes fermés compris (agence
      *> et type du master, sinon de la base CPTEHMB). La part du
      *> mois est, compte par compte, le cumul annuel du jour moins
      *> celui relevé au dernier instantané de la même année (base
      *> CPTEHMB) : un compte disparu des masters n'est pas déduit.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FICHIER-MASTER ASSIGN TO CPTEIN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NUM-COMPTE
               FILE STATUS IS WS-FS-MASTER.
           SELECT FICHIER-MASTER-YTD ASSIGN TO CPTEYTD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NUM-COMPTE-M
               FILE STATUS IS WS-FS-MASTER-YTD.
           SELECT FICHIER-INTERETS-COURUS ASSIGN TO CPTEICN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NUM-COMPTE-IC
               FILE STATUS IS WS-FS-INTERETS-COURUS.
           SELECT FICHIER-OUVERTURES ASSIGN TO CPTEOUV
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-OUVERTURES.
           SELECT FICHIER-FERMETURES ASSIGN TO CPTEFER
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-FERMETURES.
           SELECT FICHIER-HISTO-MENSUEL ASSIGN TO CPTEHMS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLE-HISTO-MENSUEL
               FILE STATUS IS WS-FS-HISTO-MENSUEL.
           SELECT FICHIER-BASE-MENSUELLE ASSIGN TO CPTEHMB
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NUM-COMPTE-HB
               FILE STATUS IS WS-FS-BASE-MENSUELLE.
           SELECT FICHIER-PARAMETRES ASSIGN TO CPTEPRM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PARAMETRES.
           SELECT FICHIER-RUN-CONTROLE ASSIGN TO CPTERUN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-RUN-CONTROLE.

       DATA DIVISION.
       FILE SECTION.

       FD FICHIER-MASTER.
       COPY COMPTE-ENTREE.

       FD FICHIER-MASTER-YTD.
       COPY COMPTE-YTD.

       FD FICHIER-INTERETS-COURUS.
       COPY COMPTE-INTERETS-COURUS.

      *> Registre des ouvertures alimenté par la maintenance du
      *> master (STEP003).
       FD FICHIER-OUVERTURES.
       01 ENREGISTREMENT-OUVERTURE.
           05 NUM-COMPTE-O       PIC X(10).
           05 TAUX-INTERET-O     PIC 9V999.
           05 TYPE-COMPTE-O      PIC X(01).
           05 CODE-AGENCE-O      PIC X(04).
           05 DATE-OUVERTURE-O   PIC 9(8).

      *> Registre des fermetures (maintenance du master et
      *> déshérence).
       FD FICHIER-FERMETURES.
       01 ENREGISTREMENT-FERMETURE.
           05 NUM-COMPTE-F       PIC X(10).
           05 SOLDE-COMPTE-F     PIC S9(7)V99.
           05 TAUX-INTERET-F     PIC 9V999.
           05 TYPE-COMPTE-F      PIC X(01).
           05 CODE-AGENCE-F      PIC X(04).
           05 DATE-CLOTURE-F     PIC 9(8).

       FD FICHIER-HISTO-MENSUEL.
       COPY COMPTE-HISTO-MENSUEL.

       FD FICHIER-BASE-MENSUELLE.
       COPY COMPTE-BASE-MENSUELLE.

       FD FICHIER-PARAMETRES.
       01 ENREGISTREMENT-PARAMETRE.
           05 CLE-PARAMETRE-IN    PIC X(20).
           05 VALEUR-PARAMETRE-IN PIC X(20).

      *> Historique commun des runs de la chaîne, en ajout.
       FD FICHIER-RUN-CONTROLE.
       COPY COMPTE-RUN-CONTROLE.

       WORKING-STORAGE SECTION.
       01 WS-EOF                 PIC X VALUE 'N'.
       01 WS-FS-MASTER           PIC X(02) VALUE '00'.
       01 WS-FS-MASTER-YTD       PIC X(02) VALUE '00'.
       01 WS-FS-INTERETS-COURUS  PIC X(02) VALUE '00'.
       01 WS-COURUS-DISPO        PIC X VALUE 'N'.
       01 WS-FS-OUVERTURES       PIC X(02) VALUE '00'.
       01 WS-FS-FERMETURES       PIC X(02) VALUE '00'.
       01 WS-FS-HISTO-MENSUEL    PIC X(02) VALUE '00'.
       01 WS-FS-BASE-MENSUELLE   PIC X(02) VALUE '00'.
       01 WS-MASTER-TROUVE       PIC X VALUE 'N'.
       01 WS-BASE-TROUVEE        PIC X VALUE 'N'.
       01 WS-FS-PARAMETRES       PIC X(02) VALUE '00'.
       01 WS-DATE-TRAITEMENT     PIC 9(8) VALUE 0.
       01 WS-JOB-ID              PIC X(08) VALUE 'INSTMENS'.
       01 WS-FS-RUN-CONTROLE     PIC X(02) VALUE '00'.
       01 WS-HEURE-RUN-CTL       PIC 9(8) VALUE 0.

      *> Mois de l'instantané (AAAAMM) ; par défaut le mois de la
      *> date de run.
       01 WS-MOIS-INSTANTANE     PIC 9(6) VALUE 0.

       01 WS-COMPTE-COURANT.
           05 WS-TYPE-COURANT        PIC X(01).
           05 WS-AGENCE-COURANTE     PIC X(04).
           05 WS-IDX-TYPE-COURANT    PIC 9(01) VALUE 0.

      *> Cumuls par agence (200 au plus, comme la table d'agences
      *> du run nocturne) puis par type : 1 = 'C', 2 = 'E',
      *> 3 = 'P'.
       01 WS-TABLE-AGENCES.
           05 WS-NB-AGENCES          PIC 9(3) VALUE 0.
           05 WS-AGENCE-T OCCURS 200 TIMES INDEXED BY IDX-AGENCE.
               10 WS-CODE-AGENCE-T       PIC X(04).
               10 WS-TYPE-T OCCURS 3 TIMES INDEXED BY IDX-TYPE.
                   15 WS-NB-COMPTES-T        PIC 9(7).
                   15 WS-TOTAL-SOLDES-T      PIC S9(13)V99.
                   15 WS-ENCOURS-CREDITEUR-T PIC 9(13)V99.
                   15 WS-NB-DECOUVERTS-T     PIC 9(7).
                   15 WS-TOTAL-DECOUVERTS-T  PIC 9(13)V99.
                   15 WS-INTERETS-COURUS-T   PIC S9(11)V99.
                   15 WS-INTERETS-YTD-T      PIC S9(11)V99.
                   15 WS-FRAIS-YTD-T         PIC 9(11)V99.
                   15 WS-RETENUE-YTD-T       PIC 9(11)V99.
                   15 WS-INTERETS-MOIS-T     PIC S9(11)V99.
                   15 WS-FRAIS-MOIS-T        PIC S9(11)V99.
                   15 WS-RETENUE-MOIS-T      PIC S9(11)V99.
                   15 WS-NB-DORMANTS-T       PIC 9(7).
                   15 WS-NB-OUVERTURES-T     PIC 9(7).
                   15 WS-NB-FERMETURES-T     PIC 9(7).

       01 WS-LIBELLES-TYPES      PIC X(03) VALUE 'CEP'.

       01 WS-TOTAUX-INSTANTANE.
           05 WS-CT-NB-MASTER-LUS    PIC 9(7) VALUE 0.
           05 WS-CT-NB-SANS-YTD      PIC 9(7) VALUE 0.
           05 WS-CT-NB-YTD-LUS       PIC 9(7) VALUE 0.
           05 WS-CT-NB-NON-VENTILES  PIC 9(7) VALUE 0.
           05 WS-CT-NB-BASES-RETIREES PIC 9(7) VALUE 0.
           05 WS-CT-NB-OUVERTURES    PIC 9(7) VALUE 0.
           05 WS-CT-NB-FERMETURES    PIC 9(7) VALUE 0.
           05 WS-CT-NB-ECRITS        PIC 9(7) VALUE 0.
           05 WS-CT-NB-REMPLACES     PIC 9(7) VALUE 0.
           05 WS-CT-NB-ANOMALIES     PIC 9(7) VALUE 0.
           05 WS-CT-TOTAL-SOLDES     PIC S9(13)V99 VALUE 0.

       PROCEDURE DIVISION.
       MAIN-SECTION.
           DISPLAY "========================================".
           DISPLAY "  INSTANTANE MENSUEL DU PORTEFEUILLE ".
           DISPLAY "========================================".

           ACCEPT WS-DATE-TRAITEMENT FROM DATE YYYYMMDD.
           MOVE WS-DATE-TRAITEMENT(1:6) TO WS-MOIS-INSTANTANE.
           PERFORM CHARGER-PARAMETRES.
           DISPLAY "Mois de l'instantané : " WS-MOIS-INSTANTANE.

           OPEN INPUT FICHIER-MASTER.
           IF WS-FS-MASTER <> '00'
               DISPLAY "Erreur ouverture FICHIER-MASTER, statut : "
                       WS-FS-MASTER
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT FICHIER-MASTER-YTD.
           IF WS-FS-MASTER-YTD <> '00'
               DISPLAY "Erreur ouverture FICHIER-MASTER-YTD, statut : "
                       WS-FS-MASTER-YTD
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT FICHIER-INTERETS-COURUS.
           IF WS-FS-INTERETS-COURUS = '00'
               MOVE 'O' TO WS-COURUS-DISPO
           ELSE
               DISPLAY "Intérêts courus indisponibles (statut "
                       WS-FS-INTERETS-COURUS "), courus à zéro."
           END-IF.

      *> Premier instantané : l'historique est créé vide.
           OPEN I-O FICHIER-HISTO-MENSUEL.
           IF WS-FS-HISTO-MENSUEL = '35'
               OPEN OUTPUT FICHIER-HISTO-MENSUEL
               CLOSE FICHIER-HISTO-MENSUEL
               OPEN I-O FICHIER-HISTO-MENSUEL
           END-IF.
           IF WS-FS-HISTO-MENSUEL <> '00'
               DISPLAY "Erreur ouverture FICHIER-HISTO-MENSUEL, "
                       "statut : " WS-FS-HISTO-MENSUEL
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *> Sans base, les parts du mois égalent les cumuls annuels :
      *> la base est créée vide au premier instantané.
           OPEN I-O FICHIER-BASE-MENSUELLE.
           IF WS-FS-BASE-MENSUELLE = '35'
               OPEN OUTPUT FICHIER-BASE-MENSUELLE
               CLOSE FICHIER-BASE-MENSUELLE
               OPEN I-O FICHIER-BASE-MENSUELLE
           END-IF.
           IF WS-FS-BASE-MENSUELLE <> '00'
               DISPLAY "Erreur ouverture FICHIER-BASE-MENSUELLE, "
                       "statut : " WS-FS-BASE-MENSUELLE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM JUSQUA-FIN-MASTER
               UNTIL WS-EOF = 'O'.

           OPEN INPUT FICHIER-OUVERTURES.
           IF WS-FS-OUVERTURES = '00'
               MOVE 'N' TO WS-EOF
               PERFORM LIRE-OUVERTURE
                   UNTIL WS-EOF = 'O'
               CLOSE FICHIER-OUVERTURES
           ELSE
               DISPLAY "Registre des ouvertures introuvable (statut "
                       WS-FS-OUVERTURES "), ouvertures à zéro."
               ADD 1 TO WS-CT-NB-ANOMALIES
           END-IF.

           OPEN INPUT FICHIER-FERMETURES.
           IF WS-FS-FERMETURES = '00'
               MOVE 'N' TO WS-EOF
               PERFORM LIRE-FERMETURE
                   UNTIL WS-EOF = 'O'
               CLOSE FICHIER-FERMETURES
           ELSE
               DISPLAY "Registre des fermetures introuvable (statut "
                       WS-FS-FERMETURES "), fermetures à zéro."
               ADD 1 TO WS-CT-NB-ANOMALIES
           END-IF.

      *> Cumuls annuels de tous les comptes du master YTD, fermés
      *> compris, puis retrait des bases des comptes disparus.
           MOVE 'N' TO WS-EOF.
           MOVE LOW-VALUES TO NUM-COMPTE-M.
           START FICHIER-MASTER-YTD KEY IS >= NUM-COMPTE-M
               INVALID KEY
                   MOVE 'O' TO WS-EOF
           END-START.
           PERFORM LIRE-CUMUL-ANNUEL
               UNTIL WS-EOF = 'O'.

           MOVE 'N' TO WS-EOF.
           MOVE LOW-VALUES TO NUM-COMPTE-HB.
           START FICHIER-BASE-MENSUELLE KEY IS >= NUM-COMPTE-HB
               INVALID KEY
                   MOVE 'O' TO WS-EOF
           END-START.
           PERFORM LIRE-BASE-MENSUELLE
               UNTIL WS-EOF = 'O'.

           PERFORM ECRIRE-INSTANTANES-AGENCE
               VARYING IDX-AGENCE FROM 1 BY 1
               UNTIL IDX-AGENCE > WS-NB-AGENCES.

           CLOSE FICHIER-MASTER FICHIER-MASTER-YTD
                 FICHIER-HISTO-MENSUEL FICHIER-BASE-MENSUELLE.
           IF WS-COURUS-DISPO = 'O'
               CLOSE FICHIER-INTERETS-COURUS
           END-IF.

           PERFORM AFFICHER-TOTAUX-INSTANTANE.

           IF WS-CT-NB-ANOMALIES > 0
               DISPLAY "Anomalies détectées, code retour forcé à 8."
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.

           PERFORM ECRIRE-RUN-CONTROLE.

           DISPLAY "Instantané mensuel terminé.".
           STOP RUN.


       ECRIRE-RUN-CONTROLE.
           OPEN EXTEND FICHIER-RUN-CONTROLE.
           IF WS-FS-RUN-CONTROLE <> '00'
               DISPLAY "Historique des runs indisponible, statut : "
                       WS-FS-RUN-CONTROLE
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-JOB-ID          TO PROGRAMME-RUN.
           MOVE WS-DATE-TRAITEMENT TO DATE-RUN.
           ACCEPT WS-HEURE-RUN-CTL FROM TIME.
           MOVE WS-HEURE-RUN-CTL   TO HEURE-RUN.
           MOVE WS-CT-NB-MASTER-LUS TO NB-LUS-RUN.
           COMPUTE NB-TRAITES-RUN =
               WS-CT-NB-ECRITS + WS-CT-NB-REMPLACES.
           MOVE WS-CT-NB-ANOMALIES TO NB-REJETES-RUN.
           MOVE WS-CT-NB-OUVERTURES TO NB-DIVERS-1-RUN.
           MOVE WS-CT-NB-FERMETURES TO NB-DIVERS-2-RUN.
           MOVE WS-CT-TOTAL-SOLDES TO MONTANT-1-RUN.
           MOVE 0                  TO MONTANT-2-RUN.
           MOVE 0                  TO MONTANT-3-RUN.
           MOVE 0                  TO MONTANT-4-RUN.
           MOVE RETURN-CODE        TO CODE-RETOUR-RUN.
           WRITE ENREGISTREMENT-RUN-CONTROLE.
           CLOSE FICHIER-RUN-CONTROLE.

       CHARGER-PARAMETRES.
           OPEN INPUT FICHIER-PARAMETRES.
           IF WS-FS-PARAMETRES = '00'
               PERFORM UNTIL WS-FS-PARAMETRES = '10'
                   READ FICHIER-PARAMETRES NEXT RECORD
                       AT END
                           MOVE '10' TO WS-FS-PARAMETRES
                       NOT AT END
                           PERFORM APPLIQUER-PARAMETRE
                   END-READ
               END-PERFORM
               CLOSE FICHIER-PARAMETRES
           ELSE
               DISPLAY "Paramètres introuvables, instantané du mois "
                       "de la date de run.".

      *> CPTEPRM est partagé avec l'édition des tendances : les
      *> clés de l'édition sont ignorées ici.
       APPLIQUER-PARAMETRE.
           EVALUATE CLE-PARAMETRE-IN
               WHEN 'MOIS-INSTANTANE'
                   MOVE VALEUR-PARAMETRE-IN(1:6)
                           TO WS-MOIS-INSTANTANE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       JUSQUA-FIN-MASTER.
           READ FICHIER-MASTER NEXT RECORD
               AT END
                   MOVE 'O' TO WS-EOF
               NOT AT END
                   ADD 1 TO WS-CT-NB-MASTER-LUS
                   PERFORM CUMULER-COMPTE
           END-READ.

       CUMULER-COMPTE.
           MOVE TYPE-COMPTE TO WS-TYPE-COURANT.
           MOVE CODE-AGENCE TO WS-AGENCE-COURANTE.
           PERFORM POSITIONNER-AGENCE-TYPE.
           IF WS-IDX-TYPE-COURANT = 0
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-NB-COMPTES-T(IDX-AGENCE IDX-TYPE).
           ADD SOLDE-COMPTE TO WS-TOTAL-SOLDES-T(IDX-AGENCE IDX-TYPE).
           ADD SOLDE-COMPTE TO WS-CT-TOTAL-SOLDES.
           IF SOLDE-COMPTE < 0
               ADD 1 TO WS-NB-DECOUVERTS-T(IDX-AGENCE IDX-TYPE)
               SUBTRACT SOLDE-COMPTE
                   FROM WS-TOTAL-DECOUVERTS-T(IDX-AGENCE IDX-TYPE)
           ELSE
               ADD SOLDE-COMPTE
                   TO WS-ENCOURS-CREDITEUR-T(IDX-AGENCE IDX-TYPE)
           END-IF.

      *> Compte ouvert dans la journée, pas encore passé au run
      *> nocturne : aucun cumul annuel. Les cumuls eux-mêmes sont
      *> repris à la lecture séquentielle du master YTD.
           MOVE NUM-COMPTE TO NUM-COMPTE-M.
           READ FICHIER-MASTER-YTD
               INVALID KEY
                   ADD 1 TO WS-CT-NB-SANS-YTD
               NOT INVALID KEY
                   IF STATUT-COMPTE-M = 'D' OR STATUT-COMPTE-M = 'N'
                           OR STATUT-COMPTE-M = 'P'
                       ADD 1 TO WS-NB-DORMANTS-T(IDX-AGENCE IDX-TYPE)
                   END-IF
           END-READ.

           IF WS-COURUS-DISPO = 'O'
               MOVE NUM-COMPTE TO NUM-COMPTE-IC
               READ FICHIER-INTERETS-COURUS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD INTERETS-CREDIT-COURUS-IC
                           TO WS-INTERETS-COURUS-T(IDX-AGENCE IDX-TYPE)
                       SUBTRACT INTERETS-DEBIT-COURUS-IC
                           FROM WS-INTERETS-COURUS-T(IDX-AGENCE
                                                     IDX-TYPE)
               END-READ
           END-IF.

      *> Agence et type de WS-AGENCE-COURANTE / WS-TYPE-COURANT dans
      *> la table ; WS-IDX-TYPE-COURANT à 0 si le compte ne peut pas
      *> y être porté (type inconnu, table pleine).
       POSITIONNER-AGENCE-TYPE.
           MOVE 0 TO WS-IDX-TYPE-COURANT.
           EVALUATE WS-TYPE-COURANT
               WHEN 'C'
                   MOVE 1 TO WS-IDX-TYPE-COURANT
               WHEN 'E'
                   MOVE 2 TO WS-IDX-TYPE-COURANT
               WHEN 'P'
                   MOVE 3 TO WS-IDX-TYPE-COURANT
               WHEN OTHER
                   ADD 1 TO WS-CT-NB-ANOMALIES
                   DISPLAY "Type de compte inconnu ignoré : "
                           WS-TYPE-COURANT " agence "
                           WS-AGENCE-COURANTE
                   EXIT PARAGRAPH
           END-EVALUATE.

           PERFORM VARYING IDX-AGENCE FROM 1 BY 1
                   UNTIL IDX-AGENCE > WS-NB-AGENCES
               IF WS-CODE-AGENCE-T(IDX-AGENCE) = WS-AGENCE-COURANTE
                   EXIT PERFORM
               END-IF
           END-PERFORM.

           IF IDX-AGENCE > WS-NB-AGENCES
               IF WS-NB-AGENCES < 200
                   ADD 1 TO WS-NB-AGENCES
                   SET IDX-AGENCE TO WS-NB-AGENCES
                   MOVE WS-AGENCE-COURANTE
                           TO WS-CODE-AGENCE-T(IDX-AGENCE)
                   PERFORM RAZ-CUMULS-TYPE
                       VARYING IDX-TYPE FROM 1 BY 1
                       UNTIL IDX-TYPE > 3
               ELSE
                   ADD 1 TO WS-CT-NB-ANOMALIES
                   DISPLAY "Agence ignorée (table pleine, 200 max) : "
                           WS-AGENCE-COURANTE
                   MOVE 0 TO WS-IDX-TYPE-COURANT
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           SET IDX-TYPE TO WS-IDX-TYPE-COURANT.

       RAZ-CUMULS-TYPE.
           MOVE 0 TO WS-NB-COMPTES-T(IDX-AGENCE IDX-TYPE).
           MOVE 0 TO WS-TOTAL-SOLDES-T(IDX-AGENCE IDX-TYPE).
           MOVE 0 TO WS-ENCOURS-CREDITEUR-T(IDX-AGENCE IDX-TYPE).
           MOVE 0 TO WS-NB-DECOUVERTS-T(IDX-AGENCE IDX-TYPE).
           MOVE 0 TO WS-TOTAL-DECOUVERTS-T(IDX-AGENCE IDX-TYPE).
           MOVE 0 TO WS-INTERETS-COURUS-T(IDX-AGENCE IDX-TYPE).
           MOVE 0 TO WS-INTERETS-YTD-T(IDX-AGENCE IDX-TYPE).
           MOVE 0 TO WS-FRAIS-YTD-T(IDX-AGENCE IDX-TYPE).
           MOVE 0 TO WS-RETENUE-YTD-T(IDX-AGENCE IDX-TYPE).
           MOVE 0 TO WS-INTERETS-MOIS-T(IDX-AGENCE IDX-TYPE).
           MOVE 0 TO WS-FRAIS-MOIS-T(IDX-AGENCE IDX-TYPE).
           MOVE 0 TO WS-RETENUE-MOIS-T(IDX-AGENCE IDX-TYPE).
           MOVE 0 TO WS-NB-DORMANTS-T(IDX-AGENCE IDX-TYPE).
           MOVE 0 TO WS-NB-OUVERTURES-T(IDX-AGENCE IDX-TYPE).
           MOVE 0 TO WS-NB-FERMETURES-T(IDX-AGENCE IDX-TYPE).

       LIRE-OUVERTURE.
           READ FICHIER-OUVERTURES NEXT RECORD
               AT END
                   MOVE 'O' TO WS-EOF
               NOT AT END
                   IF DATE-OUVERTURE-O(1:6) = WS-MOIS-INSTANTANE
                       MOVE TYPE-COMPTE-O TO WS-TYPE-COURANT
                       MOVE CODE-AGENCE-O TO WS-AGENCE-COURANTE
                       PERFORM POSITIONNER-AGENCE-TYPE
                       IF WS-IDX-TYPE-COURANT > 0
                           ADD 1 TO WS-NB-OUVERTURES-T(IDX-AGENCE
                                                       IDX-TYPE)
                           ADD 1 TO WS-CT-NB-OUVERTURES
                       END-IF
                   END-IF
           END-READ.

      *> Une agence dont tous les comptes ont fermé dans le mois
      *> apparaît quand même, avec ses seules fermetures.
       LIRE-FERMETURE.
           READ FICHIER-FERMETURES NEXT RECORD
               AT END
                   MOVE 'O' TO WS-EOF
               NOT AT END
                   IF DATE-CLOTURE-F(1:6) = WS-MOIS-INSTANTANE
                       MOVE TYPE-COMPTE-F TO WS-TYPE-COURANT
                       MOVE CODE-AGENCE-F TO WS-AGENCE-COURANTE
                       PERFORM POSITIONNER-AGENCE-TYPE
                       IF WS-IDX-TYPE-COURANT > 0
                           ADD 1 TO WS-NB-FERMETURES-T(IDX-AGENCE
                                                       IDX-TYPE)
                           ADD 1 TO WS-CT-NB-FERMETURES
                           PERFORM AMORCER-BASE-FERMETURE
                       END-IF
                   END-IF
           END-READ.

      *> Compte fermé dans le mois sans base (ouvert dans le mois, ou
      *> premier instantané) : base à zéro portant l'agence et le
      *> type du registre, pour ventiler son cumul annuel.
       AMORCER-BASE-FERMETURE.
           MOVE NUM-COMPTE-F TO NUM-COMPTE-HB.
           READ FICHIER-BASE-MENSUELLE
               INVALID KEY
                   MOVE 'N' TO WS-BASE-TROUVEE
               NOT INVALID KEY
                   MOVE 'O' TO WS-BASE-TROUVEE
           END-READ.
           IF WS-BASE-TROUVEE = 'O'
               EXIT PARAGRAPH
           END-IF.

           MOVE NUM-COMPTE-F  TO NUM-COMPTE-HB.
           MOVE CODE-AGENCE-F TO CODE-AGENCE-HB.
           MOVE TYPE-COMPTE-F TO TYPE-COMPTE-HB.
           PERFORM RAZ-CUMULS-BASE.
           WRITE ENREGISTREMENT-BASE-MENSUELLE
               INVALID KEY
                   ADD 1 TO WS-CT-NB-ANOMALIES
                   DISPLAY "Erreur écriture base mensuelle pour "
                           NUM-COMPTE-HB
           END-WRITE.

       RAZ-CUMULS-BASE.
           MOVE 0 TO MOIS-HB.
           MOVE 0 TO INTERETS-YTD-HB.
           MOVE 0 TO FRAIS-YTD-HB.
           MOVE 0 TO RETENUE-YTD-HB.
           MOVE 0 TO MOIS-PREC-HB.
           MOVE 0 TO INTERETS-YTD-PREC-HB.
           MOVE 0 TO FRAIS-YTD-PREC-HB.
           MOVE 0 TO RETENUE-YTD-PREC-HB.

       LIRE-CUMUL-ANNUEL.
           READ FICHIER-MASTER-YTD NEXT RECORD
               AT END
                   MOVE 'O' TO WS-EOF
               NOT AT END
                   ADD 1 TO WS-CT-NB-YTD-LUS
                   PERFORM VENTILER-CUMUL-ANNUEL
           END-READ.

      *> Agence et type du master, sinon de la base (compte fermé).
      *> Un compte hors master et sans base (fermé avant le premier
      *> instantané) n'est pas ventilé.
       VENTILER-CUMUL-ANNUEL.
           MOVE NUM-COMPTE-M TO NUM-COMPTE-HB.
           READ FICHIER-BASE-MENSUELLE
               INVALID KEY
                   MOVE 'N' TO WS-BASE-TROUVEE
               NOT INVALID KEY
                   MOVE 'O' TO WS-BASE-TROUVEE
           END-READ.

           MOVE NUM-COMPTE-M TO NUM-COMPTE.
           READ FICHIER-MASTER
               INVALID KEY
                   MOVE 'N' TO WS-MASTER-TROUVE
               NOT INVALID KEY
                   MOVE 'O' TO WS-MASTER-TROUVE
           END-READ.

           EVALUATE TRUE
               WHEN WS-MASTER-TROUVE = 'O'
                   MOVE TYPE-COMPTE TO WS-TYPE-COURANT
                   MOVE CODE-AGENCE TO WS-AGENCE-COURANTE
               WHEN WS-BASE-TROUVEE = 'O'
                   MOVE TYPE-COMPTE-HB TO WS-TYPE-COURANT
                   MOVE CODE-AGENCE-HB TO WS-AGENCE-COURANTE
               WHEN OTHER
                   ADD 1 TO WS-CT-NB-NON-VENTILES
                   EXIT PARAGRAPH
           END-EVALUATE.
           PERFORM POSITIONNER-AGENCE-TYPE.
           IF WS-IDX-TYPE-COURANT = 0
               EXIT PARAGRAPH
           END-IF.

           IF WS-BASE-TROUVEE = 'N'
               MOVE NUM-COMPTE-M TO NUM-COMPTE-HB
               PERFORM RAZ-CUMULS-BASE
           END-IF.
      *> Premier passage du mois : les cumuls relevés au dernier
      *> instantané deviennent la base. Une resoumission du mois
      *> repart de la base conservée.
           IF MOIS-HB NOT = WS-MOIS-INSTANTANE
               MOVE MOIS-HB         TO MOIS-PREC-HB
               MOVE INTERETS-YTD-HB TO INTERETS-YTD-PREC-HB
               MOVE FRAIS-YTD-HB    TO FRAIS-YTD-PREC-HB
               MOVE RETENUE-YTD-HB  TO RETENUE-YTD-PREC-HB
           END-IF.
      *> Base d'une autre année : les cumuls annuels sont repartis
      *> de zéro (CLOANYTD).
           IF MOIS-PREC-HB(1:4) NOT = WS-MOIS-INSTANTANE(1:4)
               MOVE 0 TO INTERETS-YTD-PREC-HB
               MOVE 0 TO FRAIS-YTD-PREC-HB
               MOVE 0 TO RETENUE-YTD-PREC-HB
           END-IF.

           ADD YTD-INTERET-CUMULE
               TO WS-INTERETS-YTD-T(IDX-AGENCE IDX-TYPE).
           ADD YTD-FRAIS-CUMULE
               TO WS-FRAIS-YTD-T(IDX-AGENCE IDX-TYPE).
           ADD YTD-RETENUE-CUMULE
               TO WS-RETENUE-YTD-T(IDX-AGENCE IDX-TYPE).
           COMPUTE WS-INTERETS-MOIS-T(IDX-AGENCE IDX-TYPE) =
               WS-INTERETS-MOIS-T(IDX-AGENCE IDX-TYPE)
               + YTD-INTERET-CUMULE - INTERETS-YTD-PREC-HB.
           COMPUTE WS-FRAIS-MOIS-T(IDX-AGENCE IDX-TYPE) =
               WS-FRAIS-MOIS-T(IDX-AGENCE IDX-TYPE)
               + YTD-FRAIS-CUMULE - FRAIS-YTD-PREC-HB.
           COMPUTE WS-RETENUE-MOIS-T(IDX-AGENCE IDX-TYPE) =
               WS-RETENUE-MOIS-T(IDX-AGENCE IDX-TYPE)
               + YTD-RETENUE-CUMULE - RETENUE-YTD-PREC-HB.

           MOVE WS-AGENCE-COURANTE TO CODE-AGENCE-HB.
           MOVE WS-TYPE-COURANT    TO TYPE-COMPTE-HB.
           MOVE WS-MOIS-INSTANTANE TO MOIS-HB.
           MOVE YTD-INTERET-CUMULE TO INTERETS-YTD-HB.
           MOVE YTD-FRAIS-CUMULE   TO FRAIS-YTD-HB.
           MOVE YTD-RETENUE-CUMULE TO RETENUE-YTD-HB.
           IF WS-BASE-TROUVEE = 'O'
               REWRITE ENREGISTREMENT-BASE-MENSUELLE
                   INVALID KEY
                       ADD 1 TO WS-CT-NB-ANOMALIES
                       DISPLAY "Erreur écriture base mensuelle pour "
                               NUM-COMPTE-HB
               END-REWRITE
           ELSE
               WRITE ENREGISTREMENT-BASE-MENSUELLE
                   INVALID KEY
                       ADD 1 TO WS-CT-NB-ANOMALIES
                       DISPLAY "Erreur écriture base mensuelle pour "
                               NUM-COMPTE-HB
               END-WRITE
           END-IF.

      *> Base non relevée ce mois : compte sorti du master YTD
      *> (déshérence, épuration).
       LIRE-BASE-MENSUELLE.
           READ FICHIER-BASE-MENSUELLE NEXT RECORD
               AT END
                   MOVE 'O' TO WS-EOF
               NOT AT END
                   IF MOIS-HB < WS-MOIS-INSTANTANE
                       PERFORM RETIRER-BASE-MENSUELLE
                   END-IF
           END-READ.

       RETIRER-BASE-MENSUELLE.
           DELETE FICHIER-BASE-MENSUELLE RECORD
               INVALID KEY
                   ADD 1 TO WS-CT-NB-ANOMALIES
                   DISPLAY "Erreur suppression base mensuelle pour "
                           NUM-COMPTE-HB
               NOT INVALID KEY
                   ADD 1 TO WS-CT-NB-BASES-RETIREES
           END-DELETE.

       ECRIRE-INSTANTANES-AGENCE.
           PERFORM ECRIRE-INSTANTANE
               VARYING IDX-TYPE FROM 1 BY 1
               UNTIL IDX-TYPE > 3.

      *> Un type sans compte, mouvement ni cumul annuel dans l'agence
      *> n'est pas historisé.
       ECRIRE-INSTANTANE.
           IF WS-NB-COMPTES-T(IDX-AGENCE IDX-TYPE) = 0
                   AND WS-NB-OUVERTURES-T(IDX-AGENCE IDX-TYPE) = 0
                   AND WS-NB-FERMETURES-T(IDX-AGENCE IDX-TYPE) = 0
                   AND WS-INTERETS-YTD-T(IDX-AGENCE IDX-TYPE) = 0
                   AND WS-FRAIS-YTD-T(IDX-AGENCE IDX-TYPE) = 0
                   AND WS-RETENUE-YTD-T(IDX-AGENCE IDX-TYPE) = 0
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-INTERETS-MOIS-T(IDX-AGENCE IDX-TYPE)
                   TO INTERETS-MOIS-HM.
           MOVE WS-FRAIS-MOIS-T(IDX-AGENCE IDX-TYPE)
                   TO FRAIS-MOIS-HM.
           MOVE WS-RETENUE-MOIS-T(IDX-AGENCE IDX-TYPE)
                   TO RETENUE-MOIS-HM.
           MOVE WS-MOIS-INSTANTANE TO MOIS-HM.
           MOVE WS-CODE-AGENCE-T(IDX-AGENCE) TO CODE-AGENCE-HM.
           MOVE WS-LIBELLES-TYPES(IDX-TYPE:1) TO TYPE-COMPTE-HM.
           MOVE WS-NB-COMPTES-T(IDX-AGENCE IDX-TYPE)
                   TO NB-COMPTES-HM.
           MOVE WS-TOTAL-SOLDES-T(IDX-AGENCE IDX-TYPE)
                   TO TOTAL-SOLDES-HM.
           MOVE WS-ENCOURS-CREDITEUR-T(IDX-AGENCE IDX-TYPE)
                   TO ENCOURS-CREDITEUR-HM.
           MOVE WS-NB-DECOUVERTS-T(IDX-AGENCE IDX-TYPE)
                   TO NB-DECOUVERTS-HM.
           MOVE WS-TOTAL-DECOUVERTS-T(IDX-AGENCE IDX-TYPE)
                   TO TOTAL-DECOUVERTS-HM.
           MOVE WS-INTERETS-COURUS-T(IDX-AGENCE IDX-TYPE)
                   TO INTERETS-COURUS-HM.
           MOVE WS-INTERETS-YTD-T(IDX-AGENCE IDX-TYPE)
                   TO INTERETS-YTD-HM.
           MOVE WS-FRAIS-YTD-T(IDX-AGENCE IDX-TYPE)
                   TO FRAIS-YTD-HM.
           MOVE WS-RETENUE-YTD-T(IDX-AGENCE IDX-TYPE)
                   TO RETENUE-YTD-HM.
           MOVE WS-NB-DORMANTS-T(IDX-AGENCE IDX-TYPE)
                   TO NB-DORMANTS-HM.
           MOVE WS-NB-OUVERTURES-T(IDX-AGENCE IDX-TYPE)
                   TO NB-OUVERTURES-HM.
           MOVE WS-NB-FERMETURES-T(IDX-AGENCE IDX-TYPE)
                   TO NB-FERMETURES-HM.
           MOVE WS-DATE-TRAITEMENT TO DATE-INSTANTANE-HM.

           WRITE ENREGISTREMENT-HISTO-MENSUEL
               INVALID KEY
                   PERFORM REMPLACER-INSTANTANE
               NOT INVALID KEY
                   ADD 1 TO WS-CT-NB-ECRITS
           END-WRITE.

      *> Mois déjà historisé (resoumission) : l'instantané du jour
      *> remplace le précédent.
       REMPLACER-INSTANTANE.
           REWRITE ENREGISTREMENT-HISTO-MENSUEL
               INVALID KEY
                   ADD 1 TO WS-CT-NB-ANOMALIES
                   DISPLAY "Erreur écriture historique mensuel pour "
                           CLE-HISTO-MENSUEL
               NOT INVALID KEY
                   ADD 1 TO WS-CT-NB-REMPLACES
           END-REWRITE.

       AFFICHER-TOTAUX-INSTANTANE.
           DISPLAY "========================================".
           DISPLAY "  TOTAUX DE CONTRÔLE DE L'INSTANTANE ".
           DISPLAY "========================================".
           DISPLAY "Comptes du master lus             : "
                   WS-CT-NB-MASTER-LUS.
           DISPLAY "Comptes sans cumul annuel         : "
                   WS-CT-NB-SANS-YTD.
           DISPLAY "Cumuls annuels lus                : "
                   WS-CT-NB-YTD-LUS.
           DISPLAY "Cumuls annuels non ventilés       : "
                   WS-CT-NB-NON-VENTILES.
           DISPLAY "Bases retirées (comptes disparus) : "
                   WS-CT-NB-BASES-RETIREES.
           DISPLAY "Ouvertures du mois               : "
                   WS-CT-NB-OUVERTURES.
           DISPLAY "Fermetures du mois                : "
                   WS-CT-NB-FERMETURES.
           DISPLAY "Agences                           : "
                   WS-NB-AGENCES.
           DISPLAY "Instantanés écrits                : "
                   WS-CT-NB-ECRITS.
           DISPLAY "Instantanés remplacés             : "
                   WS-CT-NB-REMPLACES.
           DISPLAY "Anomalies                         : "
                   WS-CT-NB-ANOMALIES.
           DISPLAY "Total des soldes                  : "
                   WS-CT-TOTAL-SOLDES.
           DISPLAY "========================================".
