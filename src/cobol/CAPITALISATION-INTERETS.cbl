       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAPITALISATION-INTERETS.
       AUTHOR. CHATGPT.

      *> Capitalisation des intérêts courus non échus : le run
      *> nocturne cumule chaque nuit sur CPTEICN les intérêts
      *> créditeurs (nets de retenue) et débiteurs de chaque compte
      *> sans toucher au master ; ce traitement, passé après les
      *> mouvements et avant le run nocturne, porte le cumul net au
      *> SOLDE-COMPTE du master CPTEIN dès que la période du compte
      *> est échue, puis remet les cumuls à zéro.
      *>   - période mensuelle pour tous les comptes ; trimestrielle
      *>     pour les épargnes 'E'/'P' si CAPI-TRIM-EPARGNE = 'O' ;
      *>   - une période est échue quand son mois (trimestre) de
      *>     début est antérieur à celui du run : la capitalisation
      *>     arrête les courus à la veille, un passage manqué est
      *>     rattrapé au suivant et un second passage ne trouve plus
      *>     rien à porter ;
      *>   - une ligne d'audit CPTEAUD par compte capitalisé, paires
      *>     comptables nature 'K' par agence sur CPTEGLK (compte
      *>     d'intérêts courus vers comptes clientèle), état CPTECAP
      *>     et ligne de contrôle CPTERUN 'STEP006 '.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FICHIER-MASTER ASSIGN TO CPTEIN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NUM-COMPTE
               FILE STATUS IS WS-FS-MASTER.
           SELECT FICHIER-INTERETS-COURUS ASSIGN TO CPTEICN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NUM-COMPTE-IC
               FILE STATUS IS WS-FS-INTERETS-COURUS.
           SELECT FICHIER-MASTER-YTD ASSIGN TO CPTEYTD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NUM-COMPTE-M
               FILE STATUS IS WS-FS-MASTER-YTD.
           SELECT FICHIER-PARAMETRES ASSIGN TO CPTEPRM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PARAMETRES.
           SELECT FICHIER-REGLES-GL ASSIGN TO CPTERGL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REGLES-GL.
           SELECT FICHIER-AUDIT ASSIGN TO CPTEAUD
               ORGANIZATION IS SEQUENTIAL.
           SELECT FICHIER-INTERFACE-GL ASSIGN TO CPTEGLK
               ORGANIZATION IS SEQUENTIAL.
           SELECT FICHIER-RAPPORT ASSIGN TO CPTECAP
               ORGANIZATION IS SEQUENTIAL.
           SELECT FICHIER-RUN-CONTROLE ASSIGN TO CPTERUN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-RUN-CONTROLE.

       DATA DIVISION.
       FILE SECTION.

       FD FICHIER-MASTER.
       COPY COMPTE-ENTREE.

       FD FICHIER-INTERETS-COURUS.
       COPY COMPTE-INTERETS-COURUS.

       FD FICHIER-MASTER-YTD.
       COPY COMPTE-YTD.

       FD FICHIER-PARAMETRES.
       01 ENREGISTREMENT-PARAMETRE.
           05 CLE-PARAMETRE-IN    PIC X(20).
           05 VALEUR-PARAMETRE-IN PIC X(20).

      *> Mêmes règles d'imputation que la chaîne nocturne ; la
      *> nature 'K' (capitalisation) s'y ajoute.
       FD FICHIER-REGLES-GL.
       01 ENREGISTREMENT-REGLE-GL.
           05 NATURE-REGLE-IN     PIC X(01).
           05 SENS-REGLE-IN       PIC X(01).
           05 COMPTE-REGLE-IN     PIC X(08).

       FD FICHIER-AUDIT.
       COPY COMPTE-AUDIT.

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

       FD FICHIER-RAPPORT.
       01 LIGNE-RAPPORT           PIC X(132).

      *> Historique commun des runs de la chaîne, en ajout : une
      *> ligne de contrôle par exécution, recoupée en fin de chaîne
      *> par VERIFICATION-CHAINE.
       FD FICHIER-RUN-CONTROLE.
       COPY COMPTE-RUN-CONTROLE.

       WORKING-STORAGE SECTION.
       01 WS-EOF                 PIC X VALUE 'N'.
       01 WS-FS-MASTER           PIC X(02) VALUE '00'.
       01 WS-FS-INTERETS-COURUS  PIC X(02) VALUE '00'.
       01 WS-FS-MASTER-YTD       PIC X(02) VALUE '00'.
       01 WS-FS-PARAMETRES       PIC X(02) VALUE '00'.
       01 WS-FS-REGLES-GL        PIC X(02) VALUE '00'.
       01 WS-DATE-TRAITEMENT     PIC 9(8) VALUE 0.
       01 WS-DATE-TRAITEMENT-DEC REDEFINES WS-DATE-TRAITEMENT.
           05 WS-ANNEE-TRT       PIC 9(4).
           05 WS-MOIS-TRT        PIC 9(2).
           05 WS-JOUR-TRT        PIC 9(2).
       01 WS-HEURE-TRAITEMENT    PIC 9(8) VALUE 0.
       01 WS-JOB-ID              PIC X(08) VALUE 'STEP006 '.
       01 WS-FS-RUN-CONTROLE     PIC X(02) VALUE '00'.
       01 WS-HEURE-RUN-CTL       PIC 9(8) VALUE 0.

      *> 'O' : les épargnes 'E'/'P' ne sont capitalisées qu'au
      *> changement de trimestre civil ; les courants 'C' restent
      *> mensuels dans tous les cas.
       01 WS-CAPI-TRIM-EPARGNE   PIC X VALUE 'N'.

      *> Mois et trimestre exprimés en rang absolu (année * 12 + mois,
      *> année * 4 + trimestre) pour se comparer d'une année à
      *> l'autre.
       01 WS-PERIODES.
           05 WS-RANG-MOIS-RUN       PIC 9(6) VALUE 0.
           05 WS-RANG-TRIM-RUN       PIC 9(6) VALUE 0.
           05 WS-RANG-MOIS-PERIODE   PIC 9(6) VALUE 0.
           05 WS-RANG-TRIM-PERIODE   PIC 9(6) VALUE 0.
           05 WS-TRIMESTRE           PIC 9(1) VALUE 0.
           05 WS-DATE-PERIODE        PIC 9(8) VALUE 0.
           05 WS-DATE-PERIODE-DEC REDEFINES WS-DATE-PERIODE.
               10 WS-ANNEE-PER       PIC 9(4).
               10 WS-MOIS-PER        PIC 9(2).
               10 WS-JOUR-PER        PIC 9(2).

       01 WS-COMPTE-COURANT.
           05 WS-COURUS-TROUVES     PIC X VALUE 'N'.
           05 WS-CAPITALISATION-DUE PIC X VALUE 'N'.
           05 WS-MAJ-REUSSIE        PIC X VALUE 'N'.
           05 WS-MONTANT-NET        PIC S9(9)V99 VALUE 0.
           05 WS-SOLDE-AVANT        PIC S9(7)V99 VALUE 0.
           05 WS-NOUVEAU-SOLDE      PIC S9(7)V99 VALUE 0.

      *> Comptes d'imputation par défaut : le compte d'intérêts
      *> courus non échus, alimenté par le run nocturne, est soldé
      *> vers les comptes clientèle, nature 'K'.
       01 WS-REGLES-GL.
           05 WS-CPT-CAPI-DEBIT     PIC X(08) VALUE '25180000'.
           05 WS-CPT-CAPI-CREDIT    PIC X(08) VALUE '25110000'.

       01 WS-TABLE-AGENCES.
           05 WS-NB-AGENCES PIC 9(4) VALUE 0.
           05 WS-AGENCE-ENTREE OCCURS 200 TIMES
                   INDEXED BY IDX-AGENCE.
               10 WS-CODE-AGENCE-T   PIC X(04).
               10 WS-NB-COMPTES-T    PIC 9(7).
               10 WS-CAPITALISE-T    PIC S9(11)V99.

       01 WS-TOTAUX-CAPITALISATION.
           05 WS-CT-NB-LUS           PIC 9(7) VALUE 0.
           05 WS-CT-NB-CAPITALISES   PIC 9(7) VALUE 0.
           05 WS-CT-NB-REPORTES      PIC 9(7) VALUE 0.
           05 WS-CT-NB-SANS-COURUS   PIC 9(7) VALUE 0.
           05 WS-CT-NB-ANOMALIES     PIC 9(7) VALUE 0.
           05 WS-CT-TOTAL-NET        PIC S9(11)V99 VALUE 0.
           05 WS-CT-TOTAL-CREDIT     PIC 9(11)V99 VALUE 0.
           05 WS-CT-TOTAL-DEBIT      PIC 9(11)V99 VALUE 0.
           05 WS-CT-TOTAL-REPORTE    PIC S9(11)V99 VALUE 0.

       01 WS-LIGNE-ENTETE-RAPPORT.
           05 FILLER PIC X(39) VALUE
               "CAPITALISATION DES INTERETS COURUS AU ".
           05 WS-RAP-DATE-EDITION PIC 9(8).
           05 FILLER PIC X(85) VALUE SPACES.

       01 WS-LIGNE-PERIODICITE.
           05 FILLER PIC X(30) VALUE
               "  PERIODICITE EPARGNE (E/P) : ".
           05 WS-RAP-PERIODICITE  PIC X(13).
           05 FILLER PIC X(89) VALUE SPACES.

       01 WS-LIGNE-DETAIL-RAPPORT.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-RAP-AGENCE       PIC X(04).
           05 FILLER              PIC X(03) VALUE SPACES.
           05 WS-RAP-NUM-COMPTE   PIC X(10).
           05 FILLER              PIC X(03) VALUE SPACES.
           05 WS-RAP-TYPE         PIC X(01).
           05 FILLER              PIC X(03) VALUE SPACES.
           05 WS-RAP-CREDIT       PIC Z(8)9.99.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-RAP-DEBIT        PIC Z(8)9.99.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-RAP-NET          PIC Z(8)9.99-.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-RAP-SOLDE-AVANT  PIC Z(6)9.99-.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-RAP-SOLDE-APRES  PIC Z(6)9.99-.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-RAP-DISPOSITION  PIC X(30).
           05 FILLER              PIC X(07) VALUE SPACES.

       01 WS-LIGNE-COMPTAGE.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-RAP-LIBELLE      PIC X(34).
           05 WS-RAP-NOMBRE       PIC Z(6)9.
           05 FILLER              PIC X(89) VALUE SPACES.

       01 WS-LIGNE-MONTANT.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-RAP-LIBELLE-MT   PIC X(34).
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-RAP-MONTANT      PIC Z(10)9.99-.
           05 FILLER              PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-SECTION.
           DISPLAY "========================================".
           DISPLAY "  CAPITALISATION DES INTERETS COURUS ".
           DISPLAY "========================================".

           ACCEPT WS-DATE-TRAITEMENT FROM DATE YYYYMMDD.
           ACCEPT WS-HEURE-TRAITEMENT FROM TIME.
           PERFORM CHARGER-PARAMETRES.
           PERFORM CHARGER-REGLES-GL.

           COMPUTE WS-TRIMESTRE = (WS-MOIS-TRT - 1) / 3.
           COMPUTE WS-RANG-MOIS-RUN = WS-ANNEE-TRT * 12 + WS-MOIS-TRT.
           COMPUTE WS-RANG-TRIM-RUN = WS-ANNEE-TRT * 4 + WS-TRIMESTRE.

           OPEN I-O FICHIER-MASTER.
           IF WS-FS-MASTER <> '00'
               DISPLAY "Erreur ouverture FICHIER-MASTER, statut : "
                       WS-FS-MASTER
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
      *> Pas encore de courus (premier passage avant le premier run
      *> nocturne) : le fichier est créé vide, rien à capitaliser.
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
           OPEN I-O FICHIER-MASTER-YTD.
           IF WS-FS-MASTER-YTD <> '00'
               DISPLAY "Erreur ouverture FICHIER-MASTER-YTD, statut : "
                       WS-FS-MASTER-YTD
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN EXTEND FICHIER-AUDIT.
           OPEN OUTPUT FICHIER-INTERFACE-GL
                OUTPUT FICHIER-RAPPORT.

           MOVE WS-DATE-TRAITEMENT TO WS-RAP-DATE-EDITION.
           WRITE LIGNE-RAPPORT FROM WS-LIGNE-ENTETE-RAPPORT.
           IF WS-CAPI-TRIM-EPARGNE = 'O'
               MOVE 'TRIMESTRIELLE' TO WS-RAP-PERIODICITE
           ELSE
               MOVE 'MENSUELLE    ' TO WS-RAP-PERIODICITE
           END-IF.
           WRITE LIGNE-RAPPORT FROM WS-LIGNE-PERIODICITE.

           PERFORM JUSQUA-FIN-MASTER
               UNTIL WS-EOF = 'O'.

           PERFORM EDITER-INTERFACE-GL.
           PERFORM EDITER-COMPTAGES.

           CLOSE FICHIER-MASTER FICHIER-INTERETS-COURUS
                 FICHIER-MASTER-YTD FICHIER-AUDIT
                 FICHIER-INTERFACE-GL FICHIER-RAPPORT.

           PERFORM AFFICHER-TOTAUX-CAPITALISATION.

           IF WS-CT-NB-ANOMALIES > 0
               DISPLAY "Anomalies détectées, code retour forcé à 8."
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.

           PERFORM ECRIRE-RUN-CONTROLE.

           DISPLAY "Capitalisation des intérêts terminée.".
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
           MOVE WS-CT-NB-LUS       TO NB-LUS-RUN.
           MOVE WS-CT-NB-CAPITALISES TO NB-TRAITES-RUN.
           MOVE WS-CT-NB-ANOMALIES TO NB-REJETES-RUN.
           MOVE WS-CT-NB-REPORTES  TO NB-DIVERS-1-RUN.
           MOVE WS-CT-NB-SANS-COURUS TO NB-DIVERS-2-RUN.
           MOVE WS-CT-TOTAL-NET    TO MONTANT-1-RUN.
           MOVE WS-CT-TOTAL-CREDIT TO MONTANT-2-RUN.
           MOVE WS-CT-TOTAL-DEBIT  TO MONTANT-3-RUN.
           MOVE WS-CT-TOTAL-REPORTE TO MONTANT-4-RUN.
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
               DISPLAY "Paramètres introuvables, capitalisation "
                       "mensuelle pour tous les comptes.".

       APPLIQUER-PARAMETRE.
           EVALUATE CLE-PARAMETRE-IN
               WHEN 'CAPI-TRIM-EPARGNE'
                   IF VALEUR-PARAMETRE-IN(1:1) = 'O'
                       MOVE 'O' TO WS-CAPI-TRIM-EPARGNE
                   ELSE
                       MOVE 'N' TO WS-CAPI-TRIM-EPARGNE
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

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
               WHEN 'K' ALSO 'D'
                   MOVE COMPTE-REGLE-IN TO WS-CPT-CAPI-DEBIT
               WHEN 'K' ALSO 'C'
                   MOVE COMPTE-REGLE-IN TO WS-CPT-CAPI-CREDIT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       JUSQUA-FIN-MASTER.
           READ FICHIER-MASTER NEXT RECORD
               AT END
                   MOVE 'O' TO WS-EOF
               NOT AT END
                   ADD 1 TO WS-CT-NB-LUS
                   PERFORM TRAITER-COMPTE
           END-READ.

       TRAITER-COMPTE.
           PERFORM LIRE-INTERETS-COURUS.
           IF WS-COURUS-TROUVES = 'N'
               ADD 1 TO WS-CT-NB-SANS-COURUS
               EXIT PARAGRAPH
           END-IF.

           COMPUTE WS-MONTANT-NET =
               INTERETS-CREDIT-COURUS-IC - INTERETS-DEBIT-COURUS-IC.

           PERFORM EVALUER-ECHEANCE.
           IF WS-CAPITALISATION-DUE = 'N'
               ADD 1 TO WS-CT-NB-REPORTES
               ADD WS-MONTANT-NET TO WS-CT-TOTAL-REPORTE
               EXIT PARAGRAPH
           END-IF.

      *> Période échue sans montant net (compensation exacte ou
      *> aucun intérêt couru) : rien à porter, la période suivante
      *> est simplement ouverte.
           IF WS-MONTANT-NET = 0
               PERFORM SOLDER-PERIODE
               EXIT PARAGRAPH
           END-IF.

           PERFORM CAPITALISER-COMPTE.

       LIRE-INTERETS-COURUS.
           MOVE 'O' TO WS-COURUS-TROUVES.
           MOVE NUM-COMPTE TO NUM-COMPTE-IC.
           READ FICHIER-INTERETS-COURUS
               INVALID KEY
                   MOVE 'N' TO WS-COURUS-TROUVES
           END-READ.

       EVALUER-ECHEANCE.
           MOVE 'N' TO WS-CAPITALISATION-DUE.
           MOVE DATE-DEBUT-PERIODE-IC TO WS-DATE-PERIODE.
           IF (TYPE-COMPTE = 'E' OR TYPE-COMPTE = 'P')
                   AND WS-CAPI-TRIM-EPARGNE = 'O'
               COMPUTE WS-TRIMESTRE = (WS-MOIS-PER - 1) / 3
               COMPUTE WS-RANG-TRIM-PERIODE =
                   WS-ANNEE-PER * 4 + WS-TRIMESTRE
               IF WS-RANG-TRIM-PERIODE < WS-RANG-TRIM-RUN
                   MOVE 'O' TO WS-CAPITALISATION-DUE
               END-IF
           ELSE
               COMPUTE WS-RANG-MOIS-PERIODE =
                   WS-ANNEE-PER * 12 + WS-MOIS-PER
               IF WS-RANG-MOIS-PERIODE < WS-RANG-MOIS-RUN
                   MOVE 'O' TO WS-CAPITALISATION-DUE
               END-IF
           END-IF.

      *> Le master est réécrit en premier : SEULEMENT s'il l'a été,
      *> le solde de référence YTD, l'audit, la comptabilité et la
      *> remise à zéro des courus suivent. Un échec laisse les
      *> courus intacts, repris au passage suivant.
       CAPITALISER-COMPTE.
           MOVE SOLDE-COMPTE TO WS-SOLDE-AVANT.
           COMPUTE WS-NOUVEAU-SOLDE = SOLDE-COMPTE + WS-MONTANT-NET
               ON SIZE ERROR
                   ADD 1 TO WS-CT-NB-ANOMALIES
                   MOVE WS-SOLDE-AVANT TO WS-NOUVEAU-SOLDE
                   MOVE 'SOLDE HORS CAPACITE - REPORTE'
                           TO WS-RAP-DISPOSITION
                   PERFORM ECRIRE-DETAIL-RAPPORT
                   EXIT PARAGRAPH
           END-COMPUTE.

           MOVE WS-NOUVEAU-SOLDE TO SOLDE-COMPTE.
           MOVE 'O' TO WS-MAJ-REUSSIE.
           REWRITE ENREGISTREMENT-ENTREE
               INVALID KEY
                   MOVE 'N' TO WS-MAJ-REUSSIE
                   DISPLAY "Erreur réécriture master pour "
                           NUM-COMPTE
                   ADD 1 TO WS-CT-NB-ANOMALIES
           END-REWRITE.

           IF WS-MAJ-REUSSIE = 'N'
               MOVE WS-SOLDE-AVANT TO SOLDE-COMPTE
               MOVE WS-SOLDE-AVANT TO WS-NOUVEAU-SOLDE
               MOVE 'ECHEC MAJ MASTER - REPORTE   '
                       TO WS-RAP-DISPOSITION
               PERFORM ECRIRE-DETAIL-RAPPORT
               EXIT PARAGRAPH
           END-IF.

           PERFORM DECALER-SOLDE-REFERENCE.
           PERFORM ECRIRE-AUDIT.
           PERFORM ACCUMULER-AGENCE.

           ADD 1 TO WS-CT-NB-CAPITALISES.
           ADD WS-MONTANT-NET TO WS-CT-TOTAL-NET.
           ADD INTERETS-CREDIT-COURUS-IC TO WS-CT-TOTAL-CREDIT.
           ADD INTERETS-DEBIT-COURUS-IC  TO WS-CT-TOTAL-DEBIT.

           MOVE 'CAPITALISE                    '
                   TO WS-RAP-DISPOSITION.
           PERFORM ECRIRE-DETAIL-RAPPORT.

           PERFORM SOLDER-PERIODE.

      *> Le run nocturne repère l'activité d'un compte à un solde
      *> d'entrée différent de SOLDE-PRECEDENT-M : la référence est
      *> décalée du montant porté, sans quoi la capitalisation
      *> réveillerait les comptes dormants. Compte encore inconnu
      *> du YTD : le run nocturne l'initialisera sur le solde lu.
       DECALER-SOLDE-REFERENCE.
           MOVE NUM-COMPTE TO NUM-COMPTE-M.
           READ FICHIER-MASTER-YTD
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           ADD WS-MONTANT-NET TO SOLDE-PRECEDENT-M.
           REWRITE ENREGISTREMENT-MASTER-YTD
               INVALID KEY
                   DISPLAY "Erreur réécriture YTD pour "
                           NUM-COMPTE-M
                   ADD 1 TO WS-CT-NB-ANOMALIES
           END-REWRITE.

      *> Clôture de la période du compte : cumuls remis à zéro,
      *> nouvelle période ouverte à la date du run.
       SOLDER-PERIODE.
           MOVE WS-DATE-TRAITEMENT TO DATE-DERNIERE-CAPI-IC.
           MOVE WS-MONTANT-NET     TO MONTANT-DERNIERE-CAPI-IC.
           MOVE 0                  TO INTERETS-CREDIT-COURUS-IC.
           MOVE 0                  TO INTERETS-DEBIT-COURUS-IC.
           MOVE WS-DATE-TRAITEMENT TO DATE-DEBUT-PERIODE-IC.
           REWRITE ENREGISTREMENT-INTERETS-COURUS
               INVALID KEY
                   DISPLAY "Erreur mise à jour intérêts courus "
                           "pour " NUM-COMPTE-IC
                   ADD 1 TO WS-CT-NB-ANOMALIES
           END-REWRITE.

      *> Une ligne par variation de solde : les intérêts figurent
      *> déjà jour par jour sur les lignes du run nocturne, la ligne
      *> de capitalisation ne porte que le mouvement du solde
      *> (INTERET-A à zéro pour ne pas les compter deux fois).
       ECRIRE-AUDIT.
           MOVE NUM-COMPTE         TO NUM-COMPTE-A.
           MOVE WS-SOLDE-AVANT     TO SOLDE-AVANT-A.
           MOVE WS-NOUVEAU-SOLDE   TO SOLDE-APRES-A.
           MOVE 0                  TO INTERET-A.
           MOVE 0                  TO FRAIS-A.
           MOVE TYPE-COMPTE        TO TYPE-COMPTE-A.
           MOVE WS-DATE-TRAITEMENT TO DATE-TRAITEMENT-A.
           MOVE WS-HEURE-TRAITEMENT TO HEURE-TRAITEMENT-A.
           MOVE WS-JOB-ID          TO JOB-ID-A.
           MOVE 0                  TO FRAIS-EXONERE-A.
           MOVE SPACES             TO MOTIF-EXONERATION-A.
           MOVE CODE-AGENCE        TO CODE-AGENCE-A.

           WRITE ENREGISTREMENT-AUDIT.

       ACCUMULER-AGENCE.
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
                   MOVE 0           TO WS-NB-COMPTES-T(IDX-AGENCE)
                   MOVE 0           TO WS-CAPITALISE-T(IDX-AGENCE)
               ELSE
                   DISPLAY "Agence ignorée (table pleine, 200 max) : "
                           CODE-AGENCE
                   ADD 1 TO WS-CT-NB-ANOMALIES
               END-IF
           END-IF.

           IF IDX-AGENCE <= WS-NB-AGENCES
               ADD 1 TO WS-NB-COMPTES-T(IDX-AGENCE)
               ADD WS-MONTANT-NET TO WS-CAPITALISE-T(IDX-AGENCE)
           END-IF.

       EDITER-INTERFACE-GL.
           PERFORM VARYING IDX-AGENCE FROM 1 BY 1
                   UNTIL IDX-AGENCE > WS-NB-AGENCES
               IF WS-CAPITALISE-T(IDX-AGENCE) <> 0
                   PERFORM ECRIRE-PAIRE-CAPITALISATION
               END-IF
           END-PERFORM.

           PERFORM ECRIRE-TRAILER-GL.

           DISPLAY "Interface comptable émise, total trailer : "
                   "capitalisé " WS-CT-TOTAL-NET.

      *> Courus de l'agence portés aux comptes clientèle : débit du
      *> compte d'intérêts courus, crédit clientèle. Un net négatif
      *> (agence à dominante découvert) s'écrit en montant positif
      *> avec les sens inversés, comme la paire 'I' du run nocturne.
       ECRIRE-PAIRE-CAPITALISATION.
           MOVE 'E'                TO TYPE-ENREG-GL.
           MOVE WS-DATE-TRAITEMENT TO DATE-ECRITURE-GL.
           MOVE WS-CODE-AGENCE-T(IDX-AGENCE) TO CODE-AGENCE-GL.
           MOVE 'K'                TO NATURE-GL.
           IF WS-CAPITALISE-T(IDX-AGENCE) > 0
               MOVE 'D' TO SENS-GL
               MOVE WS-CAPITALISE-T(IDX-AGENCE) TO MONTANT-GL
           ELSE
               MOVE 'C' TO SENS-GL
               COMPUTE MONTANT-GL =
                   0 - WS-CAPITALISE-T(IDX-AGENCE)
           END-IF.
           MOVE WS-CPT-CAPI-DEBIT  TO COMPTE-COMPTABLE-GL.
           WRITE ENREGISTREMENT-GL.
           IF SENS-GL = 'D'
               MOVE 'C' TO SENS-GL
           ELSE
               MOVE 'D' TO SENS-GL
           END-IF.
           MOVE WS-CPT-CAPI-CREDIT TO COMPTE-COMPTABLE-GL.
           WRITE ENREGISTREMENT-GL.

       ECRIRE-TRAILER-GL.
           MOVE 'T'                TO TYPE-ENREG-GL.
           MOVE WS-DATE-TRAITEMENT TO DATE-ECRITURE-GL.
           MOVE '****'             TO CODE-AGENCE-GL.
           MOVE 'K'                TO NATURE-GL.
           MOVE SPACE              TO SENS-GL.
           MOVE SPACES             TO COMPTE-COMPTABLE-GL.
           MOVE WS-CT-TOTAL-NET    TO MONTANT-GL.
           WRITE ENREGISTREMENT-GL.

       ECRIRE-DETAIL-RAPPORT.
           MOVE CODE-AGENCE               TO WS-RAP-AGENCE.
           MOVE NUM-COMPTE                TO WS-RAP-NUM-COMPTE.
           MOVE TYPE-COMPTE               TO WS-RAP-TYPE.
           MOVE INTERETS-CREDIT-COURUS-IC TO WS-RAP-CREDIT.
           MOVE INTERETS-DEBIT-COURUS-IC  TO WS-RAP-DEBIT.
           MOVE WS-MONTANT-NET            TO WS-RAP-NET.
           MOVE WS-SOLDE-AVANT            TO WS-RAP-SOLDE-AVANT.
           MOVE WS-NOUVEAU-SOLDE          TO WS-RAP-SOLDE-APRES.
           WRITE LIGNE-RAPPORT FROM WS-LIGNE-DETAIL-RAPPORT.

       EDITER-COMPTAGES.
           MOVE "COMPTES LUS AU MASTER             "
                   TO WS-RAP-LIBELLE.
           MOVE WS-CT-NB-LUS TO WS-RAP-NOMBRE.
           WRITE LIGNE-RAPPORT FROM WS-LIGNE-COMPTAGE.
           MOVE "COMPTES CAPITALISES               "
                   TO WS-RAP-LIBELLE.
           MOVE WS-CT-NB-CAPITALISES TO WS-RAP-NOMBRE.
           WRITE LIGNE-RAPPORT FROM WS-LIGNE-COMPTAGE.
           MOVE "COMPTES EN COURS DE PERIODE       "
                   TO WS-RAP-LIBELLE.
           MOVE WS-CT-NB-REPORTES TO WS-RAP-NOMBRE.
           WRITE LIGNE-RAPPORT FROM WS-LIGNE-COMPTAGE.
           MOVE "COMPTES SANS INTERETS COURUS      "
                   TO WS-RAP-LIBELLE.
           MOVE WS-CT-NB-SANS-COURUS TO WS-RAP-NOMBRE.
           WRITE LIGNE-RAPPORT FROM WS-LIGNE-COMPTAGE.
           MOVE "ANOMALIES A INSTRUIRE             "
                   TO WS-RAP-LIBELLE.
           MOVE WS-CT-NB-ANOMALIES TO WS-RAP-NOMBRE.
           WRITE LIGNE-RAPPORT FROM WS-LIGNE-COMPTAGE.
           MOVE "INTERETS CREDITEURS CAPITALISES : "
                   TO WS-RAP-LIBELLE-MT.
           MOVE WS-CT-TOTAL-CREDIT TO WS-RAP-MONTANT.
           WRITE LIGNE-RAPPORT FROM WS-LIGNE-MONTANT.
           MOVE "INTERETS DEBITEURS CAPITALISES  : "
                   TO WS-RAP-LIBELLE-MT.
           MOVE WS-CT-TOTAL-DEBIT TO WS-RAP-MONTANT.
           WRITE LIGNE-RAPPORT FROM WS-LIGNE-MONTANT.
           MOVE "MONTANT NET PORTE AUX SOLDES    : "
                   TO WS-RAP-LIBELLE-MT.
           MOVE WS-CT-TOTAL-NET TO WS-RAP-MONTANT.
           WRITE LIGNE-RAPPORT FROM WS-LIGNE-MONTANT.
           MOVE "COURUS RESTANT SUR LA PERIODE   : "
                   TO WS-RAP-LIBELLE-MT.
           MOVE WS-CT-TOTAL-REPORTE TO WS-RAP-MONTANT.
           WRITE LIGNE-RAPPORT FROM WS-LIGNE-MONTANT.

       AFFICHER-TOTAUX-CAPITALISATION.
           DISPLAY "========================================".
           DISPLAY "  TOTAUX DE CONTRÔLE DE CAPITALISATION ".
           DISPLAY "========================================".
           DISPLAY "Comptes lus au master             : "
                   WS-CT-NB-LUS.
           DISPLAY "Comptes capitalisés               : "
                   WS-CT-NB-CAPITALISES.
           DISPLAY "Comptes en cours de période       : "
                   WS-CT-NB-REPORTES.
           DISPLAY "Comptes sans intérêts courus      : "
                   WS-CT-NB-SANS-COURUS.
           DISPLAY "Intérêts créditeurs capitalisés   : "
                   WS-CT-TOTAL-CREDIT.
           DISPLAY "Intérêts débiteurs capitalisés    : "
                   WS-CT-TOTAL-DEBIT.
           DISPLAY "Montant net porté aux soldes      : "
                   WS-CT-TOTAL-NET.
           DISPLAY "Courus restant sur la période     : "
                   WS-CT-TOTAL-REPORTE.
           DISPLAY "Anomalies à instruire             : "
                   WS-CT-NB-ANOMALIES.
           DISPLAY "========================================".
