       IDENTIFICATION DIVISION.
       PROGRAM-ID. SURVEILLANCE-LBC.
       AUTHOR. CHATGPT.

      *> Surveillance anti-blanchiment des mouvements imputés : les
      *> écritures du journal CPTEJRN (contre-passations et
      *> écritures contre-passées exclues) sont relues sur une
      *> fenêtre glissante de NB-JOURS-FENETRE-LBC jours se
      *> terminant au jour du run, compte par compte, pour repérer :
      *>   - 'SE' un dépôt ou retrait espèces (DP/RT) du jour égal
      *>     ou supérieur au seuil déclaratif SEUIL-DECLARATION-LBC ;
      *>   - 'FR' au moins NB-OPS-FRACTION-LBC opérations espèces
      *>     juste sous le seuil (à partir de TAUX-FRACTION-LBC du
      *>     seuil) sur la fenêtre, sur un même compte ;
      *>   - 'FC' le même fractionnement réparti sur plusieurs
      *>     comptes d'un même ID-CLIENT-CLI ;
      *>   - 'DR' un mouvement du jour sur un compte dormant ('D',
      *>     'N' ou 'P' au master YTD, avant que le run nocturne ne
      *>     le réactive) ;
      *>   - 'OR' un virement (VE/VC) du jour d'au moins
      *>     SEUIL-VIREMENT-LBC sur un compte ouvert depuis moins de
      *>     NB-JOURS-OUVERTURE-LBC jours (registre CPTEOUV).
      *> Fractionnement et ouverture ne sont relevés que si une
      *> opération du jour y participe : une situation déjà connue
      *> n'est pas signalée à nouveau faute de fait nouveau.
      *> Les alertes sont portées sur CPTELBC avec le nom et
      *> l'adresse du titulaire (CPTECLI) ; une alerte de même type
      *> et référence encore ouverte ou en examen est seulement mise
      *> à jour (dernière détection, nombre de détections). Etat
      *> CPTELBR pour la conformité, ligne de contrôle CPTERUN
      *> 'STEP006C'.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FICHIER-JOURNAL ASSIGN TO CPTEJRN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLE-JRN
               FILE STATUS IS WS-FS-JOURNAL.
           SELECT FICHIER-MASTER-YTD ASSIGN TO CPTEYTD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NUM-COMPTE-M
               FILE STATUS IS WS-FS-MASTER-YTD.
           SELECT FICHIER-CLIENTS ASSIGN TO CPTECLI
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NUM-COMPTE-CLI
               FILE STATUS IS WS-FS-CLIENTS.
           SELECT FICHIER-ALERTES ASSIGN TO CPTELBC
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLE-ALR
               FILE STATUS IS WS-FS-ALERTES.
           SELECT FICHIER-OUVERTURES ASSIGN TO CPTEOUV
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-OUVERTURES.
           SELECT FICHIER-PARAMETRES ASSIGN TO CPTEPRM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PARAMETRES.
           SELECT FICHIER-RAPPORT ASSIGN TO CPTELBR
               ORGANIZATION IS SEQUENTIAL.
           SELECT FICHIER-RUN-CONTROLE ASSIGN TO CPTERUN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-RUN-CONTROLE.

       DATA DIVISION.
       FILE SECTION.

       FD FICHIER-JOURNAL.
       COPY COMPTE-JOURNAL.

      *> Lu avant le run nocturne, qui remet en 'A' tout compte
      *> dormant ayant bougé.
       FD FICHIER-MASTER-YTD.
       COPY COMPTE-YTD.

       FD FICHIER-CLIENTS.
       COPY CLIENT-REFERENCE.

       FD FICHIER-ALERTES.
       COPY COMPTE-ALERTE-LBC.

      *> Registre des ouvertures tenu par la maintenance (même
      *> dessin qu'à l'écriture).
       FD FICHIER-OUVERTURES.
       01 ENREGISTREMENT-OUVERTURE.
           05 NUM-COMPTE-O       PIC X(10).
           05 TAUX-INTERET-O     PIC 9V999.
           05 TYPE-COMPTE-O      PIC X(01).
           05 CODE-AGENCE-O      PIC X(04).
           05 DATE-OUVERTURE-O   PIC 9(8).

       FD FICHIER-PARAMETRES.
       01 ENREGISTREMENT-PARAMETRE.
           05 CLE-PARAMETRE-IN    PIC X(20).
           05 VALEUR-PARAMETRE-IN PIC X(20).

       FD FICHIER-RAPPORT.
       01 LIGNE-RAPPORT           PIC X(132).

      *> Historique commun des runs de la chaîne, en ajout : une
      *> ligne de contrôle par exécution, recoupée en fin de chaîne
      *> par VERIFICATION-CHAINE.
       FD FICHIER-RUN-CONTROLE.
       COPY COMPTE-RUN-CONTROLE.

       WORKING-STORAGE SECTION.
       01 WS-EOF                 PIC X VALUE 'N'.
       01 WS-FS-JOURNAL          PIC X(02) VALUE '00'.
       01 WS-FS-MASTER-YTD       PIC X(02) VALUE '00'.
       01 WS-YTD-DISPO           PIC X VALUE 'N'.
       01 WS-FS-CLIENTS          PIC X(02) VALUE '00'.
       01 WS-CLIENTS-DISPO       PIC X VALUE 'N'.
       01 WS-CLIENT-TROUVE       PIC X VALUE 'N'.
       01 WS-FS-ALERTES          PIC X(02) VALUE '00'.
       01 WS-FS-OUVERTURES       PIC X(02) VALUE '00'.
       01 WS-FS-PARAMETRES       PIC X(02) VALUE '00'.
       01 WS-DATE-TRAITEMENT     PIC 9(8) VALUE 0.
       01 WS-JOB-ID              PIC X(08) VALUE 'STEP006C'.
       01 WS-FS-RUN-CONTROLE     PIC X(02) VALUE '00'.
       01 WS-HEURE-RUN-CTL       PIC 9(8) VALUE 0.

      *> Seuils de CPTEPRM (montants sur 9 chiffres dont 2
      *> décimales implicites, taux sur 4 chiffres dont 3).
       01 WS-PARAMETRES-LBC.
           05 WS-SEUIL-DECLARATION-X PIC X(9) VALUE '001000000'.
           05 WS-SEUIL-DECLARATION REDEFINES WS-SEUIL-DECLARATION-X
                                  PIC 9(7)V99.
           05 WS-TAUX-FRACTION-X  PIC X(4) VALUE '0800'.
           05 WS-TAUX-FRACTION REDEFINES WS-TAUX-FRACTION-X
                                  PIC 9V999.
           05 WS-SEUIL-VIREMENT-X PIC X(9) VALUE '000500000'.
           05 WS-SEUIL-VIREMENT REDEFINES WS-SEUIL-VIREMENT-X
                                  PIC 9(7)V99.
           05 WS-NB-OPS-FRACTION  PIC 9(2) VALUE 3.
           05 WS-NB-JOURS-FENETRE PIC 9(3) VALUE 7.
           05 WS-NB-JOURS-OUVERTURE PIC 9(3) VALUE 30.
           05 WS-SEUIL-FRACTION   PIC 9(7)V99 VALUE 0.

       01 WS-BORNES-DATES.
           05 WS-DATE-DEBUT-FENETRE   PIC 9(8) VALUE 0.
           05 WS-DATE-DEBUT-OUVERTURE PIC 9(8) VALUE 0.

      *> Ouvertures récentes (registre CPTEOUV), pour la règle 'OR'.
       01 WS-TABLE-OUVERTURES.
           05 WS-NB-OUVERTURES PIC 9(5) VALUE 0.
           05 WS-OUVERTURE-ENTREE OCCURS 5000 TIMES
                   INDEXED BY IDX-OUVERTURE.
               10 WS-COMPTE-OUV-T    PIC X(10).
               10 WS-DATE-OUV-T      PIC 9(8).

      *> Cumuls du compte en cours de lecture au journal (les
      *> écritures d'un compte se suivent, clé en tête).
       01 WS-COMPTE-SURVEILLE.
           05 WS-COMPTE-SUIVI        PIC X(10) VALUE SPACES.
           05 WS-AGENCE-SUIVI        PIC X(04) VALUE SPACES.
           05 WS-NB-SEUIL-JOUR       PIC 9(5) VALUE 0.
           05 WS-MT-SEUIL-JOUR       PIC 9(9)V99 VALUE 0.
           05 WS-NB-FRACTION         PIC 9(5) VALUE 0.
           05 WS-MT-FRACTION         PIC 9(9)V99 VALUE 0.
           05 WS-NB-FRACTION-JOUR    PIC 9(5) VALUE 0.
           05 WS-NB-MVT-JOUR         PIC 9(5) VALUE 0.
           05 WS-MT-MVT-JOUR         PIC 9(9)V99 VALUE 0.
           05 WS-NB-VIREMENT-JOUR    PIC 9(5) VALUE 0.
           05 WS-MT-VIREMENT-JOUR    PIC 9(9)V99 VALUE 0.

      *> Opérations sous le seuil regroupées par titulaire, pour la
      *> règle 'FC' (comptes ayant au moins une telle opération).
       01 WS-TABLE-CLIENTS.
           05 WS-NB-CLIENTS PIC 9(5) VALUE 0.
           05 WS-CLIENT-ENTREE OCCURS 2000 TIMES
                   INDEXED BY IDX-CLIENT.
               10 WS-ID-CLIENT-T     PIC X(08).
               10 WS-NB-COMPTES-T    PIC 9(3).
               10 WS-DERNIER-COMPTE-T PIC X(10).
               10 WS-AGENCE-T        PIC X(04).
               10 WS-NB-FRACTION-T   PIC 9(5).
               10 WS-MT-FRACTION-T   PIC 9(9)V99.
               10 WS-FRACTION-JOUR-T PIC X(01).

       01 WS-ALERTE-DETECTEE.
           05 WS-ALR-TYPE            PIC X(02) VALUE SPACES.
           05 WS-ALR-REFERENCE       PIC X(10) VALUE SPACES.
           05 WS-ALR-COMPTE          PIC X(10) VALUE SPACES.
           05 WS-ALR-AGENCE          PIC X(04) VALUE SPACES.
           05 WS-ALR-MONTANT         PIC 9(9)V99 VALUE 0.
           05 WS-ALR-NB-OPS          PIC 9(5) VALUE 0.
           05 WS-ALERTE-VIVANTE      PIC X VALUE 'N'.
           05 WS-FIN-ALERTES         PIC X VALUE 'N'.
           05 WS-DISPOSITION         PIC X(12) VALUE SPACES.

       01 WS-TOTAUX-SURVEILLANCE.
           05 WS-CT-NB-JRN-LUS       PIC 9(7) VALUE 0.
           05 WS-CT-NB-RETENUS       PIC 9(7) VALUE 0.
           05 WS-CT-NB-COMPTES       PIC 9(7) VALUE 0.
           05 WS-CT-NB-NOUVELLES     PIC 9(7) VALUE 0.
           05 WS-CT-NB-DEJA-SUIVIES  PIC 9(7) VALUE 0.
           05 WS-CT-NB-SE            PIC 9(7) VALUE 0.
           05 WS-CT-NB-FR            PIC 9(7) VALUE 0.
           05 WS-CT-NB-FC            PIC 9(7) VALUE 0.
           05 WS-CT-NB-DR            PIC 9(7) VALUE 0.
           05 WS-CT-NB-OR            PIC 9(7) VALUE 0.
           05 WS-CT-NB-ERREURS       PIC 9(7) VALUE 0.
           05 WS-CT-MT-NOUVELLES     PIC 9(11)V99 VALUE 0.

       01 WS-LIGNE-ENTETE-RAPPORT.
           05 FILLER PIC X(34) VALUE
               "ALERTES ANTI-BLANCHIMENT DU       ".
           05 FILLER PIC X(01) VALUE SPACE.
           05 WS-RAP-DATE-EDITION PIC 9(8).
           05 FILLER PIC X(89) VALUE SPACES.

       01 WS-LIGNE-COLONNES-RAPPORT.
           05 FILLER PIC X(40) VALUE
               "  TY   REFERENCE   COMPTE      AGCE  TIT".
           05 FILLER PIC X(40) VALUE
               "ULAIRE                            MONTAN".
           05 FILLER PIC X(40) VALUE
               "T  NB OP  DISPOSITION   MOTIF           ".
           05 FILLER PIC X(12) VALUE SPACES.

       01 WS-LIGNE-DETAIL-RAPPORT.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-RAP-TYPE         PIC X(02).
           05 FILLER              PIC X(03) VALUE SPACES.
           05 WS-RAP-REFERENCE    PIC X(10).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-RAP-COMPTE       PIC X(10).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-RAP-AGENCE       PIC X(04).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-RAP-NOM          PIC X(30).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-RAP-MONTANT-ALR  PIC Z(8)9.99.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-RAP-NB-OPS       PIC Z(4)9.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-RAP-DISPOSITION  PIC X(12).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-RAP-MOTIF        PIC X(28).

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
           DISPLAY "  SURVEILLANCE ANTI-BLANCHIMENT ".
           DISPLAY "========================================".

           ACCEPT WS-DATE-TRAITEMENT FROM DATE YYYYMMDD.
           PERFORM CHARGER-PARAMETRES.
           PERFORM CALCULER-BORNES.

           OPEN INPUT FICHIER-JOURNAL.
           IF WS-FS-JOURNAL <> '00'
               DISPLAY "Erreur ouverture FICHIER-JOURNAL, statut : "
                       WS-FS-JOURNAL
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *> Aucune alerte encore levée : le fichier est créé vide.
           OPEN I-O FICHIER-ALERTES.
           IF WS-FS-ALERTES = '35'
               OPEN OUTPUT FICHIER-ALERTES
               CLOSE FICHIER-ALERTES
               OPEN I-O FICHIER-ALERTES
           END-IF.
           IF WS-FS-ALERTES <> '00'
               DISPLAY "Erreur ouverture FICHIER-ALERTES, statut : "
                       WS-FS-ALERTES
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT FICHIER-MASTER-YTD.
           IF WS-FS-MASTER-YTD = '00'
               MOVE 'O' TO WS-YTD-DISPO
           ELSE
               DISPLAY "Master YTD indisponible (statut "
                       WS-FS-MASTER-YTD "), comptes dormants non "
                       "surveillés."
           END-IF.

           OPEN INPUT FICHIER-CLIENTS.
           IF WS-FS-CLIENTS = '00'
               MOVE 'O' TO WS-CLIENTS-DISPO
           ELSE
               DISPLAY "Référentiel clients indisponible (statut "
                       WS-FS-CLIENTS "), alertes sans adresse et "
                       "fractionnement par client non surveillé."
           END-IF.

           PERFORM CHARGER-OUVERTURES.

           OPEN OUTPUT FICHIER-RAPPORT.
           MOVE WS-DATE-TRAITEMENT TO WS-RAP-DATE-EDITION.
           WRITE LIGNE-RAPPORT FROM WS-LIGNE-ENTETE-RAPPORT.
           WRITE LIGNE-RAPPORT FROM WS-LIGNE-COLONNES-RAPPORT.

           PERFORM JUSQUA-FIN-JOURNAL
               UNTIL WS-EOF = 'O'.
           IF WS-COMPTE-SUIVI <> SPACES
               PERFORM TERMINER-COMPTE
           END-IF.

           PERFORM EXAMINER-CLIENTS.
           PERFORM EDITER-COMPTAGES.

           CLOSE FICHIER-JOURNAL FICHIER-ALERTES FICHIER-RAPPORT.
           IF WS-YTD-DISPO = 'O'
               CLOSE FICHIER-MASTER-YTD
           END-IF.
           IF WS-CLIENTS-DISPO = 'O'
               CLOSE FICHIER-CLIENTS
           END-IF.

           PERFORM AFFICHER-TOTAUX-SURVEILLANCE.

           IF WS-CT-NB-ERREURS > 0
               DISPLAY "Alertes non enregistrées, code retour "
                       "forcé à 8."
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.

           PERFORM ECRIRE-RUN-CONTROLE.

           DISPLAY "Surveillance anti-blanchiment terminée.".
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
           MOVE WS-CT-NB-JRN-LUS   TO NB-LUS-RUN.
           MOVE WS-CT-NB-RETENUS   TO NB-TRAITES-RUN.
           MOVE WS-CT-NB-ERREURS   TO NB-REJETES-RUN.
           MOVE WS-CT-NB-NOUVELLES TO NB-DIVERS-1-RUN.
           MOVE WS-CT-NB-DEJA-SUIVIES TO NB-DIVERS-2-RUN.
           MOVE WS-CT-MT-NOUVELLES TO MONTANT-1-RUN.
           MOVE 0                  TO MONTANT-2-RUN.
           MOVE 0                  TO MONTANT-3-RUN.
           MOVE 0                  TO MONTANT-4-RUN.
           MOVE RETURN-CODE        TO CODE-RETOUR-RUN.
           WRITE ENREGISTREMENT-RUN-CONTROLE.
           CLOSE FICHIER-RUN-CONTROLE.

      *> Fenêtre glissante close au jour du run, et début de la
      *> période d'ouverture récente.
       CALCULER-BORNES.
           IF WS-NB-JOURS-FENETRE < 1
               MOVE 1 TO WS-NB-JOURS-FENETRE
           END-IF.
           COMPUTE WS-DATE-DEBUT-FENETRE =
               FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-DATE-TRAITEMENT)
                   - WS-NB-JOURS-FENETRE + 1).
           COMPUTE WS-DATE-DEBUT-OUVERTURE =
               FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-DATE-TRAITEMENT)
                   - WS-NB-JOURS-OUVERTURE).
           COMPUTE WS-SEUIL-FRACTION ROUNDED =
               WS-SEUIL-DECLARATION * WS-TAUX-FRACTION.

      *> Seules les ouvertures de la période sont gardées ; sans
      *> registre, la règle 'OR' ne lève rien.
       CHARGER-OUVERTURES.
           OPEN INPUT FICHIER-OUVERTURES.
           IF WS-FS-OUVERTURES <> '00'
               DISPLAY "Registre des ouvertures indisponible (statut "
                       WS-FS-OUVERTURES "), virements après "
                       "ouverture non surveillés."
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-FS-OUVERTURES <> '00'
               READ FICHIER-OUVERTURES
                   AT END
                       MOVE '10' TO WS-FS-OUVERTURES
                   NOT AT END
                       PERFORM RETENIR-OUVERTURE
               END-READ
           END-PERFORM.
           CLOSE FICHIER-OUVERTURES.

       RETENIR-OUVERTURE.
           IF DATE-OUVERTURE-O < WS-DATE-DEBUT-OUVERTURE
               EXIT PARAGRAPH
           END-IF.
           IF WS-NB-OUVERTURES < 5000
               ADD 1 TO WS-NB-OUVERTURES
               SET IDX-OUVERTURE TO WS-NB-OUVERTURES
               MOVE NUM-COMPTE-O TO WS-COMPTE-OUV-T(IDX-OUVERTURE)
               MOVE DATE-OUVERTURE-O TO WS-DATE-OUV-T(IDX-OUVERTURE)
           ELSE
               DISPLAY "Ouverture ignorée (table pleine, 5000 max) : "
                       NUM-COMPTE-O
           END-IF.

       JUSQUA-FIN-JOURNAL.
           READ FICHIER-JOURNAL NEXT RECORD
               AT END
                   MOVE 'O' TO WS-EOF
               NOT AT END
                   ADD 1 TO WS-CT-NB-JRN-LUS
                   PERFORM TRAITER-ECRITURE
           END-READ.

      *> Rupture sur le compte, puis cumul des écritures de la
      *> fenêtre : seules comptent les opérations restées imputées.
       TRAITER-ECRITURE.
           IF NUM-COMPTE-JRN <> WS-COMPTE-SUIVI
               IF WS-COMPTE-SUIVI <> SPACES
                   PERFORM TERMINER-COMPTE
               END-IF
               PERFORM INITIALISER-COMPTE
           END-IF.
           IF STATUT-JRN = 'C' OR CODE-OPERATION-JRN = 'CP'
                   OR DATE-IMPUTATION-JRN < WS-DATE-DEBUT-FENETRE
                   OR DATE-IMPUTATION-JRN > WS-DATE-TRAITEMENT
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-CT-NB-RETENUS.
           MOVE CODE-AGENCE-JRN TO WS-AGENCE-SUIVI.

           IF DATE-IMPUTATION-JRN = WS-DATE-TRAITEMENT
               ADD 1 TO WS-NB-MVT-JOUR
               ADD MONTANT-JRN TO WS-MT-MVT-JOUR
               IF (CODE-OPERATION-JRN = 'DP'
                       OR CODE-OPERATION-JRN = 'RT')
                       AND MONTANT-JRN >= WS-SEUIL-DECLARATION
                   ADD 1 TO WS-NB-SEUIL-JOUR
                   ADD MONTANT-JRN TO WS-MT-SEUIL-JOUR
               END-IF
               IF (CODE-OPERATION-JRN = 'VE'
                       OR CODE-OPERATION-JRN = 'VC')
                       AND MONTANT-JRN >= WS-SEUIL-VIREMENT
                   ADD 1 TO WS-NB-VIREMENT-JOUR
                   ADD MONTANT-JRN TO WS-MT-VIREMENT-JOUR
               END-IF
           END-IF.

           IF (CODE-OPERATION-JRN = 'DP' OR CODE-OPERATION-JRN = 'RT')
                   AND MONTANT-JRN >= WS-SEUIL-FRACTION
                   AND MONTANT-JRN < WS-SEUIL-DECLARATION
               ADD 1 TO WS-NB-FRACTION
               ADD MONTANT-JRN TO WS-MT-FRACTION
               IF DATE-IMPUTATION-JRN = WS-DATE-TRAITEMENT
                   ADD 1 TO WS-NB-FRACTION-JOUR
               END-IF
           END-IF.

       INITIALISER-COMPTE.
           MOVE NUM-COMPTE-JRN TO WS-COMPTE-SUIVI.
           MOVE SPACES TO WS-AGENCE-SUIVI.
           MOVE 0 TO WS-NB-SEUIL-JOUR.
           MOVE 0 TO WS-MT-SEUIL-JOUR.
           MOVE 0 TO WS-NB-FRACTION.
           MOVE 0 TO WS-MT-FRACTION.
           MOVE 0 TO WS-NB-FRACTION-JOUR.
           MOVE 0 TO WS-NB-MVT-JOUR.
           MOVE 0 TO WS-MT-MVT-JOUR.
           MOVE 0 TO WS-NB-VIREMENT-JOUR.
           MOVE 0 TO WS-MT-VIREMENT-JOUR.

      *> Règles du compte, évaluées une fois toutes ses écritures de
      *> la fenêtre lues.
       TERMINER-COMPTE.
           IF WS-AGENCE-SUIVI = SPACES
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-CT-NB-COMPTES.
           MOVE WS-COMPTE-SUIVI TO WS-ALR-REFERENCE.
           MOVE WS-COMPTE-SUIVI TO WS-ALR-COMPTE.
           MOVE WS-AGENCE-SUIVI TO WS-ALR-AGENCE.

           IF WS-NB-SEUIL-JOUR > 0
               MOVE 'SE'             TO WS-ALR-TYPE
               MOVE WS-MT-SEUIL-JOUR TO WS-ALR-MONTANT
               MOVE WS-NB-SEUIL-JOUR TO WS-ALR-NB-OPS
               PERFORM LEVER-ALERTE
           END-IF.

           IF WS-NB-FRACTION >= WS-NB-OPS-FRACTION
                   AND WS-NB-FRACTION-JOUR > 0
               MOVE 'FR'             TO WS-ALR-TYPE
               MOVE WS-MT-FRACTION   TO WS-ALR-MONTANT
               MOVE WS-NB-FRACTION   TO WS-ALR-NB-OPS
               PERFORM LEVER-ALERTE
           END-IF.

           IF WS-NB-MVT-JOUR > 0 AND WS-YTD-DISPO = 'O'
               MOVE WS-COMPTE-SUIVI TO NUM-COMPTE-M
               READ FICHIER-MASTER-YTD
                   INVALID KEY
                       MOVE 'A' TO STATUT-COMPTE-M
               END-READ
               IF STATUT-COMPTE-M = 'D' OR STATUT-COMPTE-M = 'N'
                       OR STATUT-COMPTE-M = 'P'
                   MOVE 'DR'           TO WS-ALR-TYPE
                   MOVE WS-MT-MVT-JOUR TO WS-ALR-MONTANT
                   MOVE WS-NB-MVT-JOUR TO WS-ALR-NB-OPS
                   PERFORM LEVER-ALERTE
               END-IF
           END-IF.

           IF WS-NB-VIREMENT-JOUR > 0
               PERFORM VARYING IDX-OUVERTURE FROM 1 BY 1
                       UNTIL IDX-OUVERTURE > WS-NB-OUVERTURES
                   IF WS-COMPTE-OUV-T(IDX-OUVERTURE) = WS-COMPTE-SUIVI
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               IF IDX-OUVERTURE <= WS-NB-OUVERTURES
                   MOVE 'OR'                TO WS-ALR-TYPE
                   MOVE WS-MT-VIREMENT-JOUR TO WS-ALR-MONTANT
                   MOVE WS-NB-VIREMENT-JOUR TO WS-ALR-NB-OPS
                   PERFORM LEVER-ALERTE
               END-IF
           END-IF.

           IF WS-NB-FRACTION > 0 AND WS-CLIENTS-DISPO = 'O'
               PERFORM CUMULER-CLIENT
           END-IF.

       CUMULER-CLIENT.
           MOVE WS-COMPTE-SUIVI TO NUM-COMPTE-CLI.
           PERFORM LIRE-CLIENT.
           IF WS-CLIENT-TROUVE = 'N'
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING IDX-CLIENT FROM 1 BY 1
                   UNTIL IDX-CLIENT > WS-NB-CLIENTS
               IF WS-ID-CLIENT-T(IDX-CLIENT) = ID-CLIENT-CLI
                   EXIT PERFORM
               END-IF
           END-PERFORM.

           IF IDX-CLIENT > WS-NB-CLIENTS
               IF WS-NB-CLIENTS < 2000
                   ADD 1 TO WS-NB-CLIENTS
                   SET IDX-CLIENT TO WS-NB-CLIENTS
                   MOVE ID-CLIENT-CLI TO WS-ID-CLIENT-T(IDX-CLIENT)
                   MOVE 0   TO WS-NB-COMPTES-T(IDX-CLIENT)
                   MOVE 0   TO WS-NB-FRACTION-T(IDX-CLIENT)
                   MOVE 0   TO WS-MT-FRACTION-T(IDX-CLIENT)
                   MOVE 'N' TO WS-FRACTION-JOUR-T(IDX-CLIENT)
               ELSE
                   DISPLAY "Client ignoré (table pleine, 2000 max) : "
                           ID-CLIENT-CLI
               END-IF
           END-IF.

           IF IDX-CLIENT <= WS-NB-CLIENTS
               ADD 1 TO WS-NB-COMPTES-T(IDX-CLIENT)
               MOVE WS-COMPTE-SUIVI TO WS-DERNIER-COMPTE-T(IDX-CLIENT)
               MOVE WS-AGENCE-SUIVI TO WS-AGENCE-T(IDX-CLIENT)
               ADD WS-NB-FRACTION TO WS-NB-FRACTION-T(IDX-CLIENT)
               ADD WS-MT-FRACTION TO WS-MT-FRACTION-T(IDX-CLIENT)
               IF WS-NB-FRACTION-JOUR > 0
                   MOVE 'O' TO WS-FRACTION-JOUR-T(IDX-CLIENT)
               END-IF
           END-IF.

      *> Un fractionnement tenu sur un seul compte est déjà relevé
      *> en 'FR' : 'FC' ne vise que les opérations réparties.
       EXAMINER-CLIENTS.
           PERFORM VARYING IDX-CLIENT FROM 1 BY 1
                   UNTIL IDX-CLIENT > WS-NB-CLIENTS
               IF WS-NB-COMPTES-T(IDX-CLIENT) > 1
                       AND WS-NB-FRACTION-T(IDX-CLIENT)
                           >= WS-NB-OPS-FRACTION
                       AND WS-FRACTION-JOUR-T(IDX-CLIENT) = 'O'
                   MOVE 'FC' TO WS-ALR-TYPE
                   MOVE WS-ID-CLIENT-T(IDX-CLIENT)
                           TO WS-ALR-REFERENCE
                   MOVE WS-DERNIER-COMPTE-T(IDX-CLIENT)
                           TO WS-ALR-COMPTE
                   MOVE WS-AGENCE-T(IDX-CLIENT) TO WS-ALR-AGENCE
                   MOVE WS-MT-FRACTION-T(IDX-CLIENT)
                           TO WS-ALR-MONTANT
                   MOVE WS-NB-FRACTION-T(IDX-CLIENT)
                           TO WS-ALR-NB-OPS
                   PERFORM LEVER-ALERTE
               END-IF
           END-PERFORM.

      *> Une alerte de même type et référence encore ouverte ou en
      *> examen est mise à jour au lieu d'être levée de nouveau ; une
      *> relance du step le même jour ne compte pas de détection en
      *> plus.
       LEVER-ALERTE.
           MOVE 'N' TO WS-ALERTE-VIVANTE.
           MOVE 'N' TO WS-FIN-ALERTES.
           MOVE WS-ALR-TYPE      TO TYPE-ALERTE-ALR.
           MOVE WS-ALR-REFERENCE TO REFERENCE-ALR.
           MOVE 0                TO DATE-ALERTE-ALR.
           START FICHIER-ALERTES KEY IS >= CLE-ALR
               INVALID KEY
                   MOVE 'O' TO WS-FIN-ALERTES
           END-START.
           PERFORM CHERCHER-ALERTE-VIVANTE
               UNTIL WS-FIN-ALERTES = 'O'.

           IF WS-ALERTE-VIVANTE = 'O'
               PERFORM METTRE-A-JOUR-ALERTE
           ELSE
               PERFORM CREER-ALERTE
           END-IF.
           PERFORM EDITER-LIGNE-ALERTE.

       CHERCHER-ALERTE-VIVANTE.
           READ FICHIER-ALERTES NEXT RECORD
               AT END
                   MOVE 'O' TO WS-FIN-ALERTES
               NOT AT END
                   IF TYPE-ALERTE-ALR <> WS-ALR-TYPE
                           OR REFERENCE-ALR <> WS-ALR-REFERENCE
                       MOVE 'O' TO WS-FIN-ALERTES
                   ELSE
                       IF STATUT-ALR = 'O' OR STATUT-ALR = 'E'
                           MOVE 'O' TO WS-ALERTE-VIVANTE
                           MOVE 'O' TO WS-FIN-ALERTES
                       END-IF
                   END-IF
           END-READ.

       METTRE-A-JOUR-ALERTE.
           ADD 1 TO WS-CT-NB-DEJA-SUIVIES.
           MOVE 'DEJA SUIVIE' TO WS-DISPOSITION.
           IF DATE-DERNIERE-DETECT-ALR < WS-DATE-TRAITEMENT
               ADD 1 TO NB-DETECTIONS-ALR
               MOVE WS-DATE-TRAITEMENT TO DATE-DERNIERE-DETECT-ALR
           END-IF.
           MOVE WS-ALR-COMPTE  TO NUM-COMPTE-ALR.
           MOVE WS-ALR-MONTANT TO MONTANT-ALR.
           MOVE WS-ALR-NB-OPS  TO NB-OPERATIONS-ALR.
           REWRITE ENREGISTREMENT-ALERTE
               INVALID KEY
                   ADD 1 TO WS-CT-NB-ERREURS
                   MOVE 'ERREUR MAJ' TO WS-DISPOSITION
                   DISPLAY "Erreur réécriture alerte " WS-ALR-TYPE
                           " " WS-ALR-REFERENCE ", statut : "
                           WS-FS-ALERTES
           END-REWRITE.

       CREER-ALERTE.
           MOVE SPACES             TO ENREGISTREMENT-ALERTE.
           MOVE WS-ALR-TYPE        TO TYPE-ALERTE-ALR.
           MOVE WS-ALR-REFERENCE   TO REFERENCE-ALR.
           MOVE WS-DATE-TRAITEMENT TO DATE-ALERTE-ALR.
           MOVE WS-ALR-COMPTE      TO NUM-COMPTE-ALR.
           MOVE WS-ALR-AGENCE      TO CODE-AGENCE-ALR.
           MOVE WS-ALR-MONTANT     TO MONTANT-ALR.
           MOVE WS-ALR-NB-OPS      TO NB-OPERATIONS-ALR.
           MOVE 'O'                TO STATUT-ALR.
           MOVE WS-DATE-TRAITEMENT TO DATE-DERNIERE-DETECT-ALR.
           MOVE 1                  TO NB-DETECTIONS-ALR.
           MOVE WS-DATE-TRAITEMENT TO DATE-STATUT-ALR.
           MOVE WS-ALR-COMPTE      TO NUM-COMPTE-CLI.
           PERFORM LIRE-CLIENT.
           IF WS-CLIENT-TROUVE = 'O'
               MOVE ID-CLIENT-CLI   TO ID-CLIENT-ALR
               MOVE NOM-CLIENT-CLI  TO NOM-CLIENT-ALR
               MOVE ADRESSE-1-CLI   TO ADRESSE-1-ALR
               MOVE ADRESSE-2-CLI   TO ADRESSE-2-ALR
               MOVE CODE-POSTAL-CLI TO CODE-POSTAL-ALR
               MOVE VILLE-CLI       TO VILLE-ALR
           END-IF.
           WRITE ENREGISTREMENT-ALERTE
               INVALID KEY
                   ADD 1 TO WS-CT-NB-ERREURS
                   MOVE 'ERREUR CREAT' TO WS-DISPOSITION
                   DISPLAY "Erreur écriture alerte " WS-ALR-TYPE
                           " " WS-ALR-REFERENCE ", statut : "
                           WS-FS-ALERTES
               NOT INVALID KEY
                   ADD 1 TO WS-CT-NB-NOUVELLES
                   ADD WS-ALR-MONTANT TO WS-CT-MT-NOUVELLES
                   MOVE 'NOUVELLE' TO WS-DISPOSITION
                   EVALUATE WS-ALR-TYPE
                       WHEN 'SE'
                           ADD 1 TO WS-CT-NB-SE
                       WHEN 'FR'
                           ADD 1 TO WS-CT-NB-FR
                       WHEN 'FC'
                           ADD 1 TO WS-CT-NB-FC
                       WHEN 'DR'
                           ADD 1 TO WS-CT-NB-DR
                       WHEN OTHER
                           ADD 1 TO WS-CT-NB-OR
                   END-EVALUATE
           END-WRITE.

      *> Titulaire du compte placé en NUM-COMPTE-CLI.
       LIRE-CLIENT.
           MOVE 'N' TO WS-CLIENT-TROUVE.
           IF WS-CLIENTS-DISPO = 'N'
               EXIT PARAGRAPH
           END-IF.
           READ FICHIER-CLIENTS
               INVALID KEY
                   MOVE 'N' TO WS-CLIENT-TROUVE
               NOT INVALID KEY
                   MOVE 'O' TO WS-CLIENT-TROUVE
           END-READ.

       EDITER-LIGNE-ALERTE.
           MOVE TYPE-ALERTE-ALR   TO WS-RAP-TYPE.
           MOVE REFERENCE-ALR     TO WS-RAP-REFERENCE.
           MOVE NUM-COMPTE-ALR    TO WS-RAP-COMPTE.
           MOVE CODE-AGENCE-ALR   TO WS-RAP-AGENCE.
           MOVE NOM-CLIENT-ALR    TO WS-RAP-NOM.
           MOVE WS-ALR-MONTANT    TO WS-RAP-MONTANT-ALR.
           MOVE WS-ALR-NB-OPS     TO WS-RAP-NB-OPS.
           MOVE WS-DISPOSITION    TO WS-RAP-DISPOSITION.
           EVALUATE WS-ALR-TYPE
               WHEN 'SE'
                   MOVE 'ESPECES AU-DESSUS DU SEUIL' TO WS-RAP-MOTIF
               WHEN 'FR'
                   MOVE 'FRACTIONNEMENT SUR COMPTE'  TO WS-RAP-MOTIF
               WHEN 'FC'
                   MOVE 'FRACTIONNEMENT MULTI-COMPTES'
                           TO WS-RAP-MOTIF
               WHEN 'DR'
                   MOVE 'DORMANT REDEVENU ACTIF'     TO WS-RAP-MOTIF
               WHEN OTHER
                   MOVE 'VIREMENT APRES OUVERTURE'   TO WS-RAP-MOTIF
           END-EVALUATE.
           WRITE LIGNE-RAPPORT FROM WS-LIGNE-DETAIL-RAPPORT.

           DISPLAY "Alerte " WS-ALR-TYPE " : " WS-ALR-REFERENCE
                   " | Compte : " WS-ALR-COMPTE
                   " | Montant : " WS-ALR-MONTANT
                   " | " WS-DISPOSITION.

       EDITER-COMPTAGES.
           MOVE "ECRITURES DU JOURNAL LUES         "
                   TO WS-RAP-LIBELLE.
           MOVE WS-CT-NB-JRN-LUS TO WS-RAP-NOMBRE.
           WRITE LIGNE-RAPPORT FROM WS-LIGNE-COMPTAGE.
           MOVE "MOUVEMENTS DE LA FENETRE          "
                   TO WS-RAP-LIBELLE.
           MOVE WS-CT-NB-RETENUS TO WS-RAP-NOMBRE.
           WRITE LIGNE-RAPPORT FROM WS-LIGNE-COMPTAGE.
           MOVE "COMPTES EXAMINES                  "
                   TO WS-RAP-LIBELLE.
           MOVE WS-CT-NB-COMPTES TO WS-RAP-NOMBRE.
           WRITE LIGNE-RAPPORT FROM WS-LIGNE-COMPTAGE.
           MOVE "NOUVELLES ALERTES                 "
                   TO WS-RAP-LIBELLE.
           MOVE WS-CT-NB-NOUVELLES TO WS-RAP-NOMBRE.
           WRITE LIGNE-RAPPORT FROM WS-LIGNE-COMPTAGE.
           MOVE "  SEUIL DECLARATIF (SE)           "
                   TO WS-RAP-LIBELLE.
           MOVE WS-CT-NB-SE TO WS-RAP-NOMBRE.
           WRITE LIGNE-RAPPORT FROM WS-LIGNE-COMPTAGE.
           MOVE "  FRACTIONNEMENT COMPTE (FR)      "
                   TO WS-RAP-LIBELLE.
           MOVE WS-CT-NB-FR TO WS-RAP-NOMBRE.
           WRITE LIGNE-RAPPORT FROM WS-LIGNE-COMPTAGE.
           MOVE "  FRACTIONNEMENT CLIENT (FC)      "
                   TO WS-RAP-LIBELLE.
           MOVE WS-CT-NB-FC TO WS-RAP-NOMBRE.
           WRITE LIGNE-RAPPORT FROM WS-LIGNE-COMPTAGE.
           MOVE "  DORMANT REDEVENU ACTIF (DR)     "
                   TO WS-RAP-LIBELLE.
           MOVE WS-CT-NB-DR TO WS-RAP-NOMBRE.
           WRITE LIGNE-RAPPORT FROM WS-LIGNE-COMPTAGE.
           MOVE "  VIREMENT APRES OUVERTURE (OR)   "
                   TO WS-RAP-LIBELLE.
           MOVE WS-CT-NB-OR TO WS-RAP-NOMBRE.
           WRITE LIGNE-RAPPORT FROM WS-LIGNE-COMPTAGE.
           MOVE "ALERTES DEJA SUIVIES, MISES A JOUR"
                   TO WS-RAP-LIBELLE.
           MOVE WS-CT-NB-DEJA-SUIVIES TO WS-RAP-NOMBRE.
           WRITE LIGNE-RAPPORT FROM WS-LIGNE-COMPTAGE.
           MOVE "MONTANT DES NOUVELLES ALERTES     "
                   TO WS-RAP-LIBELLE-MT.
           MOVE WS-CT-MT-NOUVELLES TO WS-RAP-MONTANT.
           WRITE LIGNE-RAPPORT FROM WS-LIGNE-MONTANT.

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
               DISPLAY "Paramètres de surveillance introuvables, "
                       "valeurs par défaut utilisées.".

      *> CPTEPRM est partagé avec le traitement nocturne : les clés
      *> des autres programmes de la chaîne ne sont pas des erreurs
      *> ici, elles sont ignorées sans message.
       APPLIQUER-PARAMETRE.
           EVALUATE CLE-PARAMETRE-IN
               WHEN 'SEUIL-DECLARATION-LBC'
                   MOVE VALEUR-PARAMETRE-IN(1:9)
                           TO WS-SEUIL-DECLARATION-X
               WHEN 'TAUX-FRACTION-LBC'
                   MOVE VALEUR-PARAMETRE-IN(1:4)
                           TO WS-TAUX-FRACTION-X
               WHEN 'NB-OPS-FRACTION-LBC'
                   MOVE VALEUR-PARAMETRE-IN(1:2)
                           TO WS-NB-OPS-FRACTION
               WHEN 'NB-JOURS-FENETRE-LBC'
                   MOVE VALEUR-PARAMETRE-IN(1:3)
                           TO WS-NB-JOURS-FENETRE
               WHEN 'SEUIL-VIREMENT-LBC'
                   MOVE VALEUR-PARAMETRE-IN(1:9)
                           TO WS-SEUIL-VIREMENT-X
               WHEN 'NB-JOURS-OUVERTURE-LBC'
                   MOVE VALEUR-PARAMETRE-IN(1:3)
                           TO WS-NB-JOURS-OUVERTURE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       AFFICHER-TOTAUX-SURVEILLANCE.
           DISPLAY "========================================".
           DISPLAY "  TOTAUX DE CONTRÔLE DE LA SURVEILLANCE ".
           DISPLAY "========================================".
           DISPLAY "Ecritures du journal lues         : "
                   WS-CT-NB-JRN-LUS.
           DISPLAY "Mouvements de la fenêtre          : "
                   WS-CT-NB-RETENUS.
           DISPLAY "Comptes examinés                  : "
                   WS-CT-NB-COMPTES.
           DISPLAY "Nouvelles alertes                 : "
                   WS-CT-NB-NOUVELLES.
           DISPLAY "Alertes déjà suivies, mises à jour: "
                   WS-CT-NB-DEJA-SUIVIES.
           DISPLAY "Erreurs d'écriture des alertes    : "
                   WS-CT-NB-ERREURS.
           DISPLAY "Montant des nouvelles alertes     : "
                   WS-CT-MT-NOUVELLES.
           DISPLAY "Fenêtre du " WS-DATE-DEBUT-FENETRE " au "
                   WS-DATE-TRAITEMENT ", seuil déclaratif "
                   WS-SEUIL-DECLARATION ", fractionnement dès "
                   WS-SEUIL-FRACTION.
           DISPLAY "========================================".
