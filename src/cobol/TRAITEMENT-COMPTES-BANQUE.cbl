               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NUM-COMPTE-M
               FILE STATUS IS WS-FS-MASTER-YTD.
           SELECT FICHIER-INTERETS-COURUS ASSIGN TO CPTEICN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NUM-COMPTE-IC
               FILE STATUS IS WS-FS-INTERETS-COURUS.
           SELECT FICHIER-AUTORISATIONS ASSIGN TO CPTEAUT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NUM-COMPTE-AUT
               FILE STATUS IS WS-FS-AUTORISATIONS.
           SELECT FICHIER-EXONERATIONS ASSIGN TO CPTEEXO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLE-EXO
               FILE STATUS IS WS-FS-EXONERATIONS.
           SELECT FICHIER-CLIENTS ASSIGN TO CPTECLI
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NUM-COMPTE-CLI
               FILE STATUS IS WS-FS-CLIENTS.
           SELECT FICHIER-DATES-VALEUR ASSIGN TO CPTEDVL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLE-DV
               FILE STATUS IS WS-FS-DATES-VALEUR.
           SELECT FICHIER-CKPT ASSIGN TO CPTECKP
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-CKPT.
               ORGANIZATION IS SEQUENTIAL.
           SELECT FICHIER-RAPPORT-ECHEANCE ASSIGN TO CPTEECH
               ORGANIZATION IS SEQUENTIAL.
           SELECT FICHIER-RAPPORT-VALEUR ASSIGN TO CPTEDVR
               ORGANIZATION IS SEQUENTIAL.
           SELECT FICHIER-REGLES-GL ASSIGN TO CPTERGL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REGLES-GL.
       FD FICHIER-MASTER-YTD.
       COPY COMPTE-YTD.

       FD FICHIER-INTERETS-COURUS.
       COPY COMPTE-INTERETS-COURUS.

       FD FICHIER-REJETS.
       01 ENREGISTREMENT-REJET.
           05 NUM-COMPTE-R       PIC X(10).
           05 DATE-ECHEANCE-RC   PIC 9(8).
           05 COMPTEUR-RECYCLE-RC PIC 9(02).

      *> Plafonds de découvert des comptes courants (maintenance
      *> STEP003), lus pour ventiler le découvert entre la part
      *> autorisée et le dépassement.
       FD FICHIER-AUTORISATIONS.
       COPY COMPTE-AUTORISATION.

      *> Exonérations de frais par compte ou par titulaire
      *> (maintenance STEP003), appliquées avant imputation des
      *> frais du barème ; le référentiel clients donne le
      *> titulaire du compte.
       FD FICHIER-EXONERATIONS.
       COPY COMPTE-EXONERATION.

       FD FICHIER-CLIENTS.
       COPY CLIENT-REFERENCE.

      *> Décalages de date de valeur portés par l'application des
      *> mouvements (STEP005) : ceux du compte encore en attente
      *> sont ajustés en intérêts puis marqués 'A'.
       FD FICHIER-DATES-VALEUR.
       COPY COMPTE-DATE-VALEUR.

       FD FICHIER-CKPT.
       01 ENREGISTREMENT-CKPT.
           05 NUM-COMPTE-CKPT           PIC X(10).
                                        PIC 9(7).
               10 CT-PROV-TRANCHE-CKPT OCCURS 4 TIMES
                                        PIC 9(11)V99.
           05 CT-DEC-AUTORISE-CKPT      PIC 9(11)V99.
           05 CT-DEC-NON-AUTORISE-CKPT  PIC 9(11)V99.
           05 CT-NB-AJUSTEMENTS-CKPT    PIC 9(7).
           05 CT-TOTAL-AJUSTEMENT-CKPT  PIC S9(9)V99.
           05 NB-AGENCES-CKPT           PIC 9(4).
           05 AGENCE-CKPT OCCURS 200 TIMES.
               10 CODE-AGENCE-CKPT         PIC X(04).
                                           PIC 9(7).
               10 PROV-TRANCHE-AG-CKPT OCCURS 4 TIMES
                                           PIC 9(11)V99.
               10 AJUSTEMENT-AGENCE-CKPT   PIC S9(9)V99.

       FD FICHIER-AUDIT.
       COPY COMPTE-AUDIT.
       FD FICHIER-RAPPORT-ECHEANCE.
       01 LIGNE-ECHEANCE          PIC X(132).

       FD FICHIER-RAPPORT-VALEUR.
       01 LIGNE-VALEUR            PIC X(132).

      *> Règles d'imputation comptable : nature 'I' (intérêts) ou
      *> 'F' (frais), sens 'D'/'C', compte du plan comptable.
       FD FICHIER-REGLES-GL.
      *> Synthèse de tranche, consommée par CONSOLIDATION-TRANCHES
      *> quand le run est découpé par plages d'agences : un
      *> enregistrement 'C' (totaux de contrôle de l'instance) puis
      *> un 'A' par agence de la table. LRECL 162.
       FD FICHIER-SYNTHESE.
       01 ENREGISTREMENT-SYNTHESE-CTL.
           05 TYPE-ENREG-SYN-C    PIC X(01).
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


      *> Historique commun des runs de la chaîne, en ajout : une
       01 WS-NOUVEAU-SOLDE       PIC S9(7)V99 VALUE 0.
       01 WS-TAUX-PLAN-APPLIQUE  PIC 9V999 VALUE 0.
       01 WS-FS-MASTER-YTD       PIC X(02) VALUE '00'.
      *> Les intérêts du run ne vont plus au master : ils courent
      *> sur CPTEICN jusqu'à la capitalisation de fin de période.
       01 WS-FS-INTERETS-COURUS  PIC X(02) VALUE '00'.
       01 WS-COURUS-INEXISTANTS  PIC X VALUE 'N'.
       01 WS-FS-AUTORISATIONS    PIC X(02) VALUE '00'.
       01 WS-AUTORISATIONS-DISPO PIC X VALUE 'N'.
       01 WS-FS-EXONERATIONS     PIC X(02) VALUE '00'.
       01 WS-EXONERATIONS-DISPO  PIC X VALUE 'N'.
       01 WS-EXONERATION-TROUVEE PIC X VALUE 'N'.
       01 WS-FS-CLIENTS          PIC X(02) VALUE '00'.
       01 WS-CLIENTS-DISPO       PIC X VALUE 'N'.
      *> Part des frais du barème abandonnée au compte (pourcentage
      *> de l'exonération en vigueur) et montant correspondant,
      *> porté sur la piste d'audit à côté des frais prélevés.
       01 WS-TAUX-EXO-APPLIQUE   PIC 9(3) VALUE 0.
       01 WS-FRAIS-EXONERE       PIC 9(5)V99 VALUE 0.
       01 WS-MOTIF-EXONERATION   PIC X(02) VALUE SPACES.
       01 WS-FS-DATES-VALEUR     PIC X(02) VALUE '00'.
       01 WS-DATES-VALEUR-DISPO  PIC X VALUE 'N'.
       01 WS-DATE-TRAITEMENT     PIC 9(8) VALUE 0.
       01 WS-DATE-TRAITEMENT-DEC REDEFINES WS-DATE-TRAITEMENT.
           05 WS-ANNEE-TRT       PIC 9(4).
           05 WS-TAUX-DECOUVERT-X PIC X(4) VALUE '0120'.
           05 WS-TAUX-DECOUVERT REDEFINES WS-TAUX-DECOUVERT-X
                                  PIC 9V999.
      *> Taux majoré appliqué à la part du découvert qui excède
      *> l'autorisation en vigueur (tout le découvert d'un compte
      *> courant sans autorisation en vigueur ; les comptes 'E' /
      *> 'P', et tous les comptes si CPTEAUT est indisponible,
      *> restent au taux de découvert).
           05 WS-TAUX-DEPASSEMENT-X PIC X(4) VALUE '0180'.
           05 WS-TAUX-DEPASSEMENT REDEFINES WS-TAUX-DEPASSEMENT-X
                                  PIC 9V999.
      *> Base de calcul des intérêts prorata temporis (365 ou 360).
           05 WS-BASE-JOURS       PIC 9(3) VALUE 365.
      *> Taux de retenue à la source sur les intérêts crédités des
           05 FILLER              PIC X(21) VALUE SPACES.

      *> Comptes d'imputation par défaut, remplacés par CPTERGL
      *> quand le fichier de règles est présent. Les intérêts du
      *> run sont courus, pas encore portés aux comptes : leur
      *> contrepartie (et celle de la retenue prélevée dessus) est
      *> le compte d'intérêts courus non échus, soldé vers les
      *> comptes clientèle par la capitalisation (nature 'K').
       01 WS-REGLES-GL.
           05 WS-FS-REGLES-GL       PIC X(02) VALUE '00'.
           05 WS-CPT-INTERET-DEBIT  PIC X(08) VALUE '60610000'.
           05 WS-CPT-INTERET-CREDIT PIC X(08) VALUE '25180000'.
           05 WS-CPT-FRAIS-DEBIT    PIC X(08) VALUE '25110000'.
           05 WS-CPT-FRAIS-CREDIT   PIC X(08) VALUE '70810000'.
      *> Retenue à la source : débit clientèle, crédit Etat (taxes
      *> à reverser), nature 'R' de l'interface CPTEGL.
           05 WS-CPT-RETENUE-DEBIT  PIC X(08) VALUE '25180000'.
           05 WS-CPT-RETENUE-CREDIT PIC X(08) VALUE '44310000'.
      *> Dotation aux provisions sur découverts : débit charge,
      *> crédit dépréciation clientèle, nature 'P' (CPTEPRV).
           05 WS-CPT-PROV-DEBIT     PIC X(08) VALUE '68150000'.
           05 WS-CPT-PROV-CREDIT    PIC X(08) VALUE '49110000'.
      *> Ajustements d'intérêts de date de valeur : par défaut les
      *> comptes des intérêts du run, sous une nature 'V' séparée
      *> pour que la comptabilité les suive à part.
           05 WS-CPT-AJUST-DEBIT    PIC X(08) VALUE '60610000'.
           05 WS-CPT-AJUST-CREDIT   PIC X(08) VALUE '25180000'.

      *> Jours écoulés entre DATE-DERNIER-RUN et la date de run :
      *> 1 pour un compte jamais traité, 0 pour une re-soumission le
           05 WS-CT-NB-DECOUVERTS   PIC 9(7) VALUE 0.
           05 WS-CT-INTERET-DEBIT   PIC 9(9)V99 VALUE 0.
           05 WS-ENTETE-DEC-ECRITE  PIC X VALUE 'N'.
      *> Ventilation du découvert courant : part couverte par
      *> l'autorisation en vigueur et dépassement, en valeur absolue.
           05 WS-LIMITE-AUTORISEE   PIC 9(7)V99 VALUE 0.
           05 WS-DECOUVERT-AUTORISE PIC 9(7)V99 VALUE 0.
           05 WS-DECOUVERT-NON-AUTORISE PIC 9(7)V99 VALUE 0.
           05 WS-CT-DEC-AUTORISE    PIC 9(11)V99 VALUE 0.
           05 WS-CT-DEC-NON-AUTORISE PIC 9(11)V99 VALUE 0.
      *> Classement du découvert courant par ancienneté (1 à 4) et
      *> dotation de provision sur le solde débiteur.
           05 WS-TRANCHE-DECOUVERT  PIC 9(1) VALUE 0.
           05 FILLER PIC X(41) VALUE
               "  AGENCE    COMPTE         JOURS   SOLDE".
           05 FILLER PIC X(23) VALUE "        INT. DEBITEURS".
           05 FILLER PIC X(21) VALUE SPACES.
           05 FILLER PIC X(24) VALUE "    AUTORISE  NON AUTOR.".
           05 FILLER PIC X(23) VALUE SPACES.

       01 WS-LIGNE-DETAIL-DECOUVERT.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-DEC-TRANCHE      PIC 9(1).
           05 FILLER              PIC X(11) VALUE "  PROV : ".
           05 WS-DEC-PROVISION    PIC Z(6)9.99.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-DEC-AUTORISE     PIC Z(6)9.99.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-DEC-NON-AUTORISE PIC Z(6)9.99.
           05 FILLER              PIC X(22) VALUE SPACES.

       01 WS-LIGNE-AGENCE-DECOUVERT.
           05 FILLER              PIC X(15) VALUE "  TOTAL AGENCE ".
           05 WS-DEC-INTERET-TOTAL PIC Z(8)9.99.
           05 FILLER              PIC X(54) VALUE SPACES.

       01 WS-LIGNE-TOTAL-AUTORISATION.
           05 FILLER              PIC X(37) VALUE
               "  TOTAL GENERAL - DECOUVERT AUTORISE ".
           05 WS-DEC-AUTORISE-TOTAL PIC Z(10)9.99.
           05 FILLER              PIC X(22) VALUE
               "  HORS AUTORISATION : ".
           05 WS-DEC-NON-AUTORISE-TOTAL PIC Z(10)9.99.
           05 FILLER              PIC X(45) VALUE SPACES.

      *> Ajustements d'intérêts de date de valeur : pour chaque
      *> mouvement antidaté (ou postdaté) encore en attente sur
      *> CPTEDVL, montant x jours d'écart x taux du compte / base,
      *> au profit du client pour un crédit antidaté ou un débit
      *> postdaté. Le taux est celui que le compte supporte ce
      *> soir : découvert ou dépassement s'il est débiteur, palier
      *> du plan 'P' en cours, taux du master sinon.
       01 WS-AJUSTEMENT-VALEUR.
           05 WS-AJUSTEMENT         PIC S9(7)V99 VALUE 0.
           05 WS-AJUSTEMENT-MVT     PIC S9(7)V99 VALUE 0.
           05 WS-TAUX-AJUSTEMENT    PIC 9V999 VALUE 0.
      *> Intérêts du run + ajustements : base de la retenue et des
      *> courus du compte.
           05 WS-INTERET-TOTAL      PIC S9(7)V99 VALUE 0.
           05 WS-FIN-DATES-VALEUR   PIC X VALUE 'N'.
           05 WS-CT-NB-AJUSTEMENTS  PIC 9(7) VALUE 0.
           05 WS-CT-TOTAL-AJUSTEMENT PIC S9(9)V99 VALUE 0.
           05 WS-ENTETE-DVR-ECRITE  PIC X VALUE 'N'.

       01 WS-LIGNE-ENTETE-VALEUR.
           05 FILLER PIC X(45) VALUE
               "RAPPORT DES AJUSTEMENTS DE DATE DE VALEUR AU ".
           05 WS-DVR-DATE-EDITION PIC 9(8).
           05 FILLER PIC X(79) VALUE SPACES.

       01 WS-LIGNE-COLONNES-VALEUR.
           05 FILLER PIC X(41) VALUE
               "  AGENCE  COMPTE       OP      MONTANT   ".
           05 FILLER PIC X(49) VALUE
               "VALEUR     IMPUTAT.   JOURS    TAUX    AJUSTEMENT".
           05 FILLER PIC X(42) VALUE SPACES.

       01 WS-LIGNE-DETAIL-VALEUR.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-DVR-AGENCE       PIC X(04).
           05 FILLER              PIC X(04) VALUE SPACES.
           05 WS-DVR-NUM-COMPTE   PIC X(10).
           05 FILLER              PIC X(03) VALUE SPACES.
           05 WS-DVR-OPERATION    PIC X(02).
           05 FILLER              PIC X(03) VALUE SPACES.
           05 WS-DVR-MONTANT      PIC Z(6)9.99.
           05 FILLER              PIC X(03) VALUE SPACES.
           05 WS-DVR-DATE-VALEUR  PIC 9(8).
           05 FILLER              PIC X(03) VALUE SPACES.
           05 WS-DVR-DATE-IMPUT   PIC 9(8).
           05 FILLER              PIC X(03) VALUE SPACES.
           05 WS-DVR-JOURS        PIC Z(4)9-.
           05 FILLER              PIC X(03) VALUE SPACES.
           05 WS-DVR-TAUX         PIC 9.999.
           05 FILLER              PIC X(03) VALUE SPACES.
           05 WS-DVR-AJUSTEMENT   PIC Z(6)9.99-.
           05 FILLER              PIC X(41) VALUE SPACES.

       01 WS-LIGNE-TOTAL-VALEUR.
           05 FILLER              PIC X(32) VALUE
               "  TOTAL AJUSTEMENTS DE VALEUR : ".
           05 WS-DVR-NB-TOTAL     PIC Z(6)9.
           05 FILLER              PIC X(16) VALUE
               "  MONTANT NET : ".
           05 WS-DVR-MONTANT-TOTAL PIC Z(8)9.99-.
           05 FILLER              PIC X(64) VALUE SPACES.

       01 WS-CHECKPOINT.
           05 WS-FS-CKPT              PIC X(02) VALUE '00'.
           05 WS-CKPT-INTERVALLE      PIC 9(4) VALUE 1000.
                                      PIC 9(7).
               10 WS-PROV-TRANCHE-T OCCURS 4 TIMES
                                      PIC 9(11)V99.
               10 WS-AJUSTEMENT-AGENCE-T PIC S9(9)V99.
      *> Colonnes de simulation, jamais sauvegardées au checkpoint :
      *> un run à blanc n'écrit pas de checkpoint.
               10 WS-INTERET-PROPOSE-T PIC S9(9)V99.
                    EXTEND FICHIER-RAPPORT-DORMANCE
                    EXTEND FICHIER-RAPPORT-DECOUVERT
                    EXTEND FICHIER-RAPPORT-ECHEANCE
                    EXTEND FICHIER-RAPPORT-VALEUR
               DISPLAY "Reprise sur checkpoint : " WS-NB-A-IGNORER
                       " enreg. déjà traités, dernier compte "
                       NUM-COMPTE-CKPT
               END-IF
               MOVE CT-NB-DECOUVERTS-CKPT  TO WS-CT-NB-DECOUVERTS
               MOVE CT-INTERET-DEBIT-CKPT  TO WS-CT-INTERET-DEBIT
               MOVE CT-DEC-AUTORISE-CKPT   TO WS-CT-DEC-AUTORISE
               MOVE CT-DEC-NON-AUTORISE-CKPT
                                       TO WS-CT-DEC-NON-AUTORISE
               IF WS-CT-NB-DECOUVERTS > 0
                   MOVE 'O' TO WS-ENTETE-DEC-ECRITE
               END-IF
                       OR WS-CT-NB-PLANS-PREAVIS > 0
                   MOVE 'O' TO WS-ENTETE-ECH-ECRITE
               END-IF
               MOVE CT-NB-AJUSTEMENTS-CKPT TO WS-CT-NB-AJUSTEMENTS
               MOVE CT-TOTAL-AJUSTEMENT-CKPT
                                       TO WS-CT-TOTAL-AJUSTEMENT
               IF WS-CT-NB-AJUSTEMENTS > 0
                   MOVE 'O' TO WS-ENTETE-DVR-ECRITE
               END-IF
               PERFORM RESTAURER-TABLE-AGENCES
               PERFORM IGNORER-ENREGISTREMENTS-TRAITES
           ELSE
                    OUTPUT FICHIER-RAPPORT-DORMANCE
                    OUTPUT FICHIER-RAPPORT-DECOUVERT
                    OUTPUT FICHIER-RAPPORT-ECHEANCE
                    OUTPUT FICHIER-RAPPORT-VALEUR
           END-IF.

           IF WS-FS-ENTREE <> '00'
               OPEN I-O FICHIER-MASTER-YTD
           END-IF.

           IF WS-MODE-SIMULATION = 'N'
               OPEN I-O FICHIER-INTERETS-COURUS
               IF WS-FS-INTERETS-COURUS = '35'
                   OPEN OUTPUT FICHIER-INTERETS-COURUS
                   CLOSE FICHIER-INTERETS-COURUS
                   OPEN I-O FICHIER-INTERETS-COURUS
               END-IF
               IF WS-FS-INTERETS-COURUS <> '00'
                   DISPLAY "Erreur ouverture FICHIER-INTERETS-COURUS, "
                           "statut : " WS-FS-INTERETS-COURUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

      *> Lecture seule, y compris en simulation ; sans le fichier,
      *> aucun dépassement n'est calculé : tout découvert est
      *> facturé au taux de découvert.
           OPEN INPUT FICHIER-AUTORISATIONS.
           IF WS-FS-AUTORISATIONS = '00'
               MOVE 'O' TO WS-AUTORISATIONS-DISPO
           ELSE
               DISPLAY "Autorisations de découvert indisponibles "
                       "(statut " WS-FS-AUTORISATIONS
                       "), découverts au taux de découvert."
           END-IF.

      *> Lecture seule, y compris en simulation ; sans le fichier,
      *> les frais du barème sont prélevés en entier. Sans le
      *> référentiel clients, seules les exonérations par compte
      *> jouent.
           OPEN INPUT FICHIER-EXONERATIONS.
           IF WS-FS-EXONERATIONS = '00'
               MOVE 'O' TO WS-EXONERATIONS-DISPO
               OPEN INPUT FICHIER-CLIENTS
               IF WS-FS-CLIENTS = '00'
                   MOVE 'O' TO WS-CLIENTS-DISPO
               ELSE
                   DISPLAY "Référentiel clients indisponible "
                           "(statut " WS-FS-CLIENTS
                           "), exonérations par titulaire ignorées."
               END-IF
           ELSE
               DISPLAY "Exonérations de frais indisponibles "
                       "(statut " WS-FS-EXONERATIONS
                       "), frais du barème prélevés en entier."
           END-IF.

      *> Les ajustements de date de valeur marquent CPTEDVL : pas
      *> d'ouverture en simulation, aucun ajustement n'est calculé.
      *> Sans le fichier (aucun mouvement encore appliqué depuis sa
      *> mise en place), le run se poursuit sans ajustement.
           IF WS-MODE-SIMULATION = 'N'
               OPEN I-O FICHIER-DATES-VALEUR
               IF WS-FS-DATES-VALEUR = '00'
                   MOVE 'O' TO WS-DATES-VALEUR-DISPO
               ELSE
                   DISPLAY "Dates de valeur indisponibles (statut "
                           WS-FS-DATES-VALEUR
                           "), aucun ajustement calculé."
               END-IF
           END-IF.

           OPEN EXTEND FICHIER-AUDIT.

           PERFORM JUSQUA-FIN-FICHIER
               PERFORM ECRIRE-TOTAL-DORMANCE
               PERFORM EDITER-TOTAUX-DECOUVERT
               PERFORM ECRIRE-TOTAL-ECHEANCE
               PERFORM ECRIRE-TOTAL-VALEUR
           END-IF.

           CLOSE FICHIER-ENTREE FICHIER-SORTIE FICHIER-REJETS
                 FICHIER-MASTER-YTD FICHIER-AUDIT
                 FICHIER-RAPPORT-DORMANCE
                 FICHIER-RAPPORT-DECOUVERT
                 FICHIER-RAPPORT-ECHEANCE
                 FICHIER-RAPPORT-VALEUR.
           IF WS-AUTORISATIONS-DISPO = 'O'
               CLOSE FICHIER-AUTORISATIONS
           END-IF.
           IF WS-EXONERATIONS-DISPO = 'O'
               CLOSE FICHIER-EXONERATIONS
           END-IF.
           IF WS-CLIENTS-DISPO = 'O'
               CLOSE FICHIER-CLIENTS
           END-IF.
           IF WS-DATES-VALEUR-DISPO = 'O'
               CLOSE FICHIER-DATES-VALEUR
           END-IF.

           IF WS-MODE-SIMULATION = 'N'
               CLOSE FICHIER-INTERETS-COURUS
               PERFORM EFFACER-CHECKPOINT
               PERFORM VIDER-FICHIER-RECYCLE
           END-IF.

       CALCULS-COMPTE.
           MOVE 'N' TO WS-PLAN-ECHU.
           MOVE 0      TO WS-TAUX-EXO-APPLIQUE.
           MOVE 0      TO WS-FRAIS-EXONERE.
           MOVE SPACES TO WS-MOTIF-EXONERATION.
           PERFORM LIRE-MASTER-YTD.
           PERFORM CALCULER-JOURS-INTERET.
           PERFORM EVALUER-DORMANCE.

           IF WS-COMPTE-A-DECOUVERT = 'O'
      *> Solde négatif : intérêts débiteurs au taux de découvert
      *> sur la part autorisée et au taux de dépassement sur
      *> l'excédent (WS-INTERET ressort négatif), ligne découvert
      *> du barème pour les comptes courants non dormants.
               COMPUTE WS-INTERET ROUNDED = 0 -
                   (WS-DECOUVERT-AUTORISE * WS-TAUX-DECOUVERT
                   + WS-DECOUVERT-NON-AUTORISE * WS-TAUX-DEPASSEMENT)
                   * WS-NB-JOURS-INTERET / WS-BASE-JOURS
               IF TYPE-COMPTE = 'C' AND WS-COMPTE-DORMANT = 'N'
                   PERFORM RECHERCHER-FRAIS-BAREME
      *> intérêts (produit nul ci-dessus) ni frais.
           IF WS-NB-JOURS-INTERET = 0
               MOVE 0 TO WS-FRAIS
               MOVE 0 TO WS-FRAIS-EXONERE
               MOVE 0 TO WS-TAUX-EXO-APPLIQUE
               MOVE SPACES TO WS-MOTIF-EXONERATION
           END-IF.

           PERFORM CALCULER-AJUSTEMENT-VALEUR.
           COMPUTE WS-INTERET-TOTAL = WS-INTERET + WS-AJUSTEMENT.

           PERFORM CALCULER-RETENUE.

           COMPUTE WS-NOUVEAU-SOLDE =
               SOLDE-COMPTE + WS-INTERET-TOTAL - WS-FRAIS
               - WS-RETENUE.

           IF WS-COMPTE-A-DECOUVERT = 'O'
               COMPUTE WS-INTERET-DEBIT = 0 - WS-INTERET
               ADD 1 TO WS-CT-NB-DECOUVERTS
               ADD WS-INTERET-DEBIT TO WS-CT-INTERET-DEBIT
               ADD WS-DECOUVERT-AUTORISE TO WS-CT-DEC-AUTORISE
               ADD WS-DECOUVERT-NON-AUTORISE
                       TO WS-CT-DEC-NON-AUTORISE
               PERFORM CLASSER-DECOUVERT
               PERFORM ECRIRE-RAPPORT-DECOUVERT
           ELSE
               PERFORM CALCULER-PROPOSITION
           ELSE
               PERFORM MAJ-MASTER-YTD
               PERFORM CUMULER-INTERETS-COURUS
               PERFORM ECRIRE-AUDIT
               MOVE NUM-COMPTE         TO NUM-COMPTE-S
               MOVE WS-NOUVEAU-SOLDE   TO NOUVEAU-SOLDE-S
           ADD WS-FRAIS        TO WS-CT-TOTAL-FRAIS.
           ADD WS-RETENUE      TO WS-CT-TOTAL-RETENUE.
           ADD WS-NOUVEAU-SOLDE TO WS-CT-TOTAL-NOUV-SOLDE.
           ADD WS-AJUSTEMENT   TO WS-CT-TOTAL-AJUSTEMENT.

           PERFORM ACCUMULER-AGENCE.

                   " | Jours : " WS-NB-JOURS-INTERET
                   " | Intérêt : " WS-INTERET
                   " | Frais : " WS-FRAIS
                   " | Ajust. valeur : " WS-AJUSTEMENT
                   " | Retenue : " WS-RETENUE
                   " | Nouveau solde : " WS-NOUVEAU-SOLDE.

      *> Retenue à la source sur le seul intérêt créditeur des
      *> comptes 'E' et 'P' : jamais sur les comptes courants, ni
      *> sur les intérêts débiteurs de découvert. Les ajustements
      *> de date de valeur sont des intérêts : ils entrent dans la
      *> base, en plus comme en moins.
       CALCULER-RETENUE.
           IF (TYPE-COMPTE = 'E' OR TYPE-COMPTE = 'P')
                   AND WS-INTERET-TOTAL > 0
                   AND WS-TAUX-RETENUE > 0
               COMPUTE WS-RETENUE ROUNDED =
                   WS-INTERET-TOTAL * WS-TAUX-RETENUE
           ELSE
               MOVE 0 TO WS-RETENUE
           END-IF.

      *> Décalages en attente du compte, lus en séquence de clé à
      *> partir du compte : chacun est ajusté, marqué 'A' avec sa
      *> date et son montant (jamais ajusté deux fois, reprise
      *> comprise) et porté au rapport CPTEDVR.
       CALCULER-AJUSTEMENT-VALEUR.
           MOVE 0 TO WS-AJUSTEMENT.
           IF WS-DATES-VALEUR-DISPO = 'N'
               EXIT PARAGRAPH
           END-IF.
           PERFORM CHOISIR-TAUX-AJUSTEMENT.
           MOVE NUM-COMPTE TO NUM-COMPTE-DV.
           MOVE 0 TO DATE-LOT-DV.
           MOVE 0 TO NO-SEQUENCE-DV.
           MOVE 0 TO NO-LIGNE-DV.
           MOVE 'N' TO WS-FIN-DATES-VALEUR.
           START FICHIER-DATES-VALEUR KEY IS >= CLE-DV
               INVALID KEY
                   MOVE 'O' TO WS-FIN-DATES-VALEUR
           END-START.
           PERFORM UNTIL WS-FIN-DATES-VALEUR = 'O'
               READ FICHIER-DATES-VALEUR NEXT RECORD
                   AT END
                       MOVE 'O' TO WS-FIN-DATES-VALEUR
                   NOT AT END
                       IF NUM-COMPTE-DV <> NUM-COMPTE
                           MOVE 'O' TO WS-FIN-DATES-VALEUR
                       ELSE
                           IF STATUT-DV = SPACE
                               PERFORM AJUSTER-DATE-VALEUR
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       CHOISIR-TAUX-AJUSTEMENT.
           EVALUATE TRUE
               WHEN WS-COMPTE-A-DECOUVERT = 'O'
                       AND WS-DECOUVERT-NON-AUTORISE > 0
                   MOVE WS-TAUX-DEPASSEMENT TO WS-TAUX-AJUSTEMENT
               WHEN WS-COMPTE-A-DECOUVERT = 'O'
                   MOVE WS-TAUX-DECOUVERT TO WS-TAUX-AJUSTEMENT
               WHEN TYPE-COMPTE = 'P' AND WS-PLAN-ECHU = 'N'
                   MOVE WS-TAUX-PLAN-APPLIQUE TO WS-TAUX-AJUSTEMENT
               WHEN OTHER
                   MOVE TAUX-INTERET TO WS-TAUX-AJUSTEMENT
           END-EVALUATE.

       AJUSTER-DATE-VALEUR.
           COMPUTE WS-AJUSTEMENT-MVT ROUNDED =
               MONTANT-DV * NB-JOURS-DV * WS-TAUX-AJUSTEMENT
               / WS-BASE-JOURS.
           IF SENS-DV = 'D'
               COMPUTE WS-AJUSTEMENT-MVT = 0 - WS-AJUSTEMENT-MVT
           END-IF.
           ADD WS-AJUSTEMENT-MVT TO WS-AJUSTEMENT.

           MOVE 'A'                TO STATUT-DV.
           MOVE WS-DATE-TRAITEMENT TO DATE-AJUSTEMENT-DV.
           MOVE WS-AJUSTEMENT-MVT  TO MONTANT-AJUSTEMENT-DV.
           REWRITE ENREGISTREMENT-DATE-VALEUR
               INVALID KEY
                   DISPLAY "Erreur mise à jour date de valeur pour "
                           NUM-COMPTE-DV
           END-REWRITE.

           ADD 1 TO WS-CT-NB-AJUSTEMENTS.
           PERFORM ECRIRE-RAPPORT-VALEUR.

       ECRIRE-RAPPORT-VALEUR.
           IF WS-ENTETE-DVR-ECRITE = 'N'
               MOVE WS-DATE-TRAITEMENT TO WS-DVR-DATE-EDITION
               WRITE LIGNE-VALEUR FROM WS-LIGNE-ENTETE-VALEUR
               WRITE LIGNE-VALEUR FROM WS-LIGNE-COLONNES-VALEUR
               MOVE 'O' TO WS-ENTETE-DVR-ECRITE
           END-IF.
           MOVE CODE-AGENCE        TO WS-DVR-AGENCE.
           MOVE NUM-COMPTE-DV      TO WS-DVR-NUM-COMPTE.
           MOVE CODE-OPERATION-DV  TO WS-DVR-OPERATION.
           MOVE MONTANT-DV         TO WS-DVR-MONTANT.
           MOVE DATE-VALEUR-DV     TO WS-DVR-DATE-VALEUR.
           MOVE DATE-IMPUTATION-DV TO WS-DVR-DATE-IMPUT.
           MOVE NB-JOURS-DV        TO WS-DVR-JOURS.
           MOVE WS-TAUX-AJUSTEMENT TO WS-DVR-TAUX.
           MOVE WS-AJUSTEMENT-MVT  TO WS-DVR-AJUSTEMENT.
           WRITE LIGNE-VALEUR FROM WS-LIGNE-DETAIL-VALEUR.

       ECRIRE-TOTAL-VALEUR.
           IF WS-ENTETE-DVR-ECRITE = 'N'
               MOVE WS-DATE-TRAITEMENT TO WS-DVR-DATE-EDITION
               WRITE LIGNE-VALEUR FROM WS-LIGNE-ENTETE-VALEUR
           END-IF.
           MOVE WS-CT-NB-AJUSTEMENTS   TO WS-DVR-NB-TOTAL.
           MOVE WS-CT-TOTAL-AJUSTEMENT TO WS-DVR-MONTANT-TOTAL.
           WRITE LIGNE-VALEUR FROM WS-LIGNE-TOTAL-VALEUR.

       LIRE-MASTER-YTD.
           MOVE 'N' TO WS-YTD-INEXISTANT.
           MOVE NUM-COMPTE TO NUM-COMPTE-M.
                   FUNCTION INTEGER-OF-DATE(WS-DATE-TRAITEMENT)
                   - FUNCTION INTEGER-OF-DATE(DATE-DEBUT-DECOUVERT-M)
                   + 1
               PERFORM VENTILER-DECOUVERT
           ELSE
               MOVE 'N' TO WS-COMPTE-A-DECOUVERT
               MOVE 0   TO WS-NB-JOURS-DECOUVERT
               MOVE 0   TO DATE-DEBUT-DECOUVERT-M
               MOVE 0   TO WS-DECOUVERT-AUTORISE
               MOVE 0   TO WS-DECOUVERT-NON-AUTORISE
           END-IF.

      *> Seuls les comptes courants portent une autorisation ; elle
      *> ne vaut que jusqu'à sa date d'expiration incluse. Les
      *> autres types, et tout compte quand les autorisations sont
      *> indisponibles, restent en entier au taux de découvert.
       VENTILER-DECOUVERT.
           IF TYPE-COMPTE NOT = 'C' OR WS-AUTORISATIONS-DISPO NOT = 'O'
               COMPUTE WS-DECOUVERT-AUTORISE = 0 - SOLDE-COMPTE
               MOVE 0 TO WS-DECOUVERT-NON-AUTORISE
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO WS-LIMITE-AUTORISEE.
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
           IF 0 - SOLDE-COMPTE > WS-LIMITE-AUTORISEE
               MOVE WS-LIMITE-AUTORISEE TO WS-DECOUVERT-AUTORISE
               COMPUTE WS-DECOUVERT-NON-AUTORISE =
                   0 - SOLDE-COMPTE - WS-LIMITE-AUTORISEE
           ELSE
               COMPUTE WS-DECOUVERT-AUTORISE = 0 - SOLDE-COMPTE
               MOVE 0 TO WS-DECOUVERT-NON-AUTORISE
           END-IF.

      *> Classement par ancienneté du découvert (bornes CPTEPRM) et
           MOVE WS-INTERET-DEBIT      TO WS-DEC-INTERET.
           MOVE WS-TRANCHE-DECOUVERT  TO WS-DEC-TRANCHE.
           MOVE WS-PROVISION          TO WS-DEC-PROVISION.
           MOVE WS-DECOUVERT-AUTORISE TO WS-DEC-AUTORISE.
           MOVE WS-DECOUVERT-NON-AUTORISE TO WS-DEC-NON-AUTORISE.
           WRITE LIGNE-DECOUVERT FROM WS-LIGNE-DETAIL-DECOUVERT.

       EDITER-TOTAUX-DECOUVERT.
           MOVE WS-CT-NB-DECOUVERTS TO WS-DEC-NB-TOTAL.
           MOVE WS-CT-INTERET-DEBIT TO WS-DEC-INTERET-TOTAL.
           WRITE LIGNE-DECOUVERT FROM WS-LIGNE-TOTAL-DECOUVERT.
           MOVE WS-CT-DEC-AUTORISE     TO WS-DEC-AUTORISE-TOTAL.
           MOVE WS-CT-DEC-NON-AUTORISE TO WS-DEC-NON-AUTORISE-TOTAL.
           WRITE LIGNE-DECOUVERT FROM WS-LIGNE-TOTAL-AUTORISATION.

      *> Ventilation de l'agence courante (IDX-AGENCE) par tranche
      *> d'ancienneté, tranches vides omises.
           WRITE LIGNE-DORMANCE FROM WS-LIGNE-TOTAL-DORMANCE.

       MAJ-MASTER-YTD.
           ADD WS-INTERET-TOTAL TO YTD-INTERET-CUMULE.
           ADD WS-FRAIS    TO YTD-FRAIS-CUMULE.
           ADD WS-RETENUE  TO YTD-RETENUE-CUMULE.
           MOVE WS-DATE-TRAITEMENT TO DATE-DERNIER-RUN.
      *> Mémorise le solde du master tel que lu ce run : le master
      *> ne bouge qu'au gré des mouvements postés en amont (les
      *> intérêts/frais ne lui sont pas réappliqués ; la
      *> capitalisation, elle, décale aussi ce solde de référence
      *> du montant porté), c'est donc la bonne référence de la
      *> détection d'activité du run suivant.
           MOVE SOLDE-COMPTE       TO SOLDE-PRECEDENT-M.

           IF WS-YTD-INEXISTANT = 'O'
               END-REWRITE
           END-IF.

      *> Intérêts du run portés aux courus non échus du compte :
      *> créditeurs nets de la retenue (déjà reversée au Trésor),
      *> débiteurs en valeur absolue. Le premier cumul ouvre la
      *> période de capitalisation du compte.
       CUMULER-INTERETS-COURUS.
           MOVE 'N' TO WS-COURUS-INEXISTANTS.
           MOVE NUM-COMPTE TO NUM-COMPTE-IC.
           READ FICHIER-INTERETS-COURUS
               INVALID KEY
                   MOVE 'O' TO WS-COURUS-INEXISTANTS
                   MOVE 0 TO INTERETS-CREDIT-COURUS-IC
                   MOVE 0 TO INTERETS-DEBIT-COURUS-IC
                   MOVE WS-DATE-TRAITEMENT TO DATE-DEBUT-PERIODE-IC
                   MOVE 0 TO DATE-DERNIERE-CAPI-IC
                   MOVE 0 TO MONTANT-DERNIERE-CAPI-IC
           END-READ.

           IF WS-INTERET-TOTAL > 0
               COMPUTE INTERETS-CREDIT-COURUS-IC =
                   INTERETS-CREDIT-COURUS-IC + WS-INTERET-TOTAL
                   - WS-RETENUE
           ELSE
               SUBTRACT WS-INTERET-TOTAL
                   FROM INTERETS-DEBIT-COURUS-IC
           END-IF.
           MOVE WS-DATE-TRAITEMENT TO DATE-DERNIER-CUMUL-IC.

           IF WS-COURUS-INEXISTANTS = 'O'
               WRITE ENREGISTREMENT-INTERETS-COURUS
                   INVALID KEY
                       DISPLAY "Erreur écriture intérêts courus "
                               "pour " NUM-COMPTE-IC
               END-WRITE
           ELSE
               REWRITE ENREGISTREMENT-INTERETS-COURUS
                   INVALID KEY
                       DISPLAY "Erreur mise à jour intérêts courus "
                               "pour " NUM-COMPTE-IC
               END-REWRITE
           END-IF.

       ACCUMULER-AGENCE.
           PERFORM VARYING IDX-AGENCE FROM 1 BY 1
                   UNTIL IDX-AGENCE > WS-NB-AGENCES
                   MOVE 0           TO WS-NB-DECOUVERTS-T(IDX-AGENCE)
                   MOVE 0           TO WS-INTERET-DEBIT-T(IDX-AGENCE)
                   MOVE 0           TO WS-RETENUE-AGENCE-T(IDX-AGENCE)
                   MOVE 0         TO WS-AJUSTEMENT-AGENCE-T(IDX-AGENCE)
                   PERFORM VARYING WS-IDX-TRANCHE FROM 1 BY 1
                           UNTIL WS-IDX-TRANCHE > 4
                       MOVE 0 TO WS-NB-DEC-TRANCHE-T(IDX-AGENCE
               ADD WS-INTERET TO WS-INTERET-AGENCE-T(IDX-AGENCE)
               ADD WS-FRAIS   TO WS-FRAIS-AGENCE-T(IDX-AGENCE)
               ADD WS-RETENUE TO WS-RETENUE-AGENCE-T(IDX-AGENCE)
               ADD WS-AJUSTEMENT
                       TO WS-AJUSTEMENT-AGENCE-T(IDX-AGENCE)
               IF WS-COMPTE-A-DECOUVERT = 'O'
                   ADD 1 TO WS-NB-DECOUVERTS-T(IDX-AGENCE)
                   ADD WS-INTERET-DEBIT
                   MOVE COMPTE-REGLE-IN TO WS-CPT-PROV-DEBIT
               WHEN 'P' ALSO 'C'
                   MOVE COMPTE-REGLE-IN TO WS-CPT-PROV-CREDIT
               WHEN 'V' ALSO 'D'
                   MOVE COMPTE-REGLE-IN TO WS-CPT-AJUST-DEBIT
               WHEN 'V' ALSO 'C'
                   MOVE COMPTE-REGLE-IN TO WS-CPT-AJUST-CREDIT
               WHEN OTHER
                   DISPLAY "Règle d'imputation inconnue ignorée : "
                           NATURE-REGLE-IN " " SENS-REGLE-IN
               IF WS-RETENUE-AGENCE-T(IDX-AGENCE) <> 0
                   PERFORM ECRIRE-PAIRE-RETENUE
               END-IF
               IF WS-AJUSTEMENT-AGENCE-T(IDX-AGENCE) <> 0
                   PERFORM ECRIRE-PAIRE-AJUSTEMENT
               END-IF
           END-PERFORM.

           PERFORM ECRIRE-TRAILERS-GL.
           DISPLAY "Interface comptable émise, totaux trailer : "
                   "intérêts " WS-CT-TOTAL-INTERET
                   " / frais " WS-CT-TOTAL-FRAIS
                   " / retenue " WS-CT-TOTAL-RETENUE
                   " / ajustements valeur " WS-CT-TOTAL-AJUSTEMENT.

      *> Charge d'intérêts de l'agence : débit du compte de charge,
      *> crédit des comptes clientèle, même montant — l'écriture est
           MOVE WS-CPT-RETENUE-CREDIT TO COMPTE-COMPTABLE-GL.
           WRITE ENREGISTREMENT-GL.

      *> Ajustements de date de valeur de l'agence : écriture du
      *> même modèle que les intérêts (sens inversés sur un cumul
      *> net négatif), sous la nature 'V'.
       ECRIRE-PAIRE-AJUSTEMENT.
           MOVE 'E'                TO TYPE-ENREG-GL.
           MOVE WS-DATE-TRAITEMENT TO DATE-ECRITURE-GL.
           MOVE WS-CODE-AGENCE-T(IDX-AGENCE) TO CODE-AGENCE-GL.
           MOVE 'V'                TO NATURE-GL.
           IF WS-AJUSTEMENT-AGENCE-T(IDX-AGENCE) > 0
               MOVE 'D' TO SENS-GL
               MOVE WS-AJUSTEMENT-AGENCE-T(IDX-AGENCE) TO MONTANT-GL
           ELSE
               MOVE 'C' TO SENS-GL
               COMPUTE MONTANT-GL =
                   0 - WS-AJUSTEMENT-AGENCE-T(IDX-AGENCE)
           END-IF.
           MOVE WS-CPT-AJUST-DEBIT TO COMPTE-COMPTABLE-GL.
           WRITE ENREGISTREMENT-GL.
           IF SENS-GL = 'D'
               MOVE 'C' TO SENS-GL
           ELSE
               MOVE 'D' TO SENS-GL
           END-IF.
           MOVE WS-CPT-AJUST-CREDIT TO COMPTE-COMPTABLE-GL.
           WRITE ENREGISTREMENT-GL.

      *> Trailers de contrôle : doivent être égaux aux totaux de
      *> AFFICHER-TOTAUX-CONTROLE, la comptabilité les rapproche
      *> avant intégration au grand livre.
           MOVE 'R'                TO NATURE-GL.
           MOVE WS-CT-TOTAL-RETENUE TO MONTANT-GL.
           WRITE ENREGISTREMENT-GL.
           MOVE 'V'                TO NATURE-GL.
           MOVE WS-CT-TOTAL-AJUSTEMENT TO MONTANT-GL.
           WRITE ENREGISTREMENT-GL.

      *> Bordereau de reversement au Trésor : un total de retenue
      *> par agence puis le total général, égal au trailer 'R'.
               WHEN 'TAUX-DECOUVERT'
                   MOVE VALEUR-PARAMETRE-IN(1:4)
                           TO WS-TAUX-DECOUVERT-X
               WHEN 'TAUX-DEPASSEMENT'
                   MOVE VALEUR-PARAMETRE-IN(1:4)
                           TO WS-TAUX-DEPASSEMENT-X
               WHEN 'BASE-JOURS'
                   MOVE VALEUR-PARAMETRE-IN(1:3)
                           TO WS-BASE-JOURS
                   MOVE WS-FRAIS-BAREME(IDX-BAREME) TO WS-FRAIS
               END-IF
           END-PERFORM.
           IF WS-EXONERATIONS-DISPO = 'O'
               PERFORM APPLIQUER-EXONERATION
           END-IF.

      *> Exonération du compte, à défaut celle de son titulaire,
      *> en vigueur à la date du run (bornes incluses) : la part
      *> abandonnée est retirée des frais avant imputation.
       APPLIQUER-EXONERATION.
           MOVE 'N' TO WS-EXONERATION-TROUVEE.
           MOVE 'C'        TO PORTEE-EXO.
           MOVE NUM-COMPTE TO REFERENCE-EXO.
           PERFORM LIRE-EXONERATION.
           IF WS-EXONERATION-TROUVEE = 'N' AND WS-CLIENTS-DISPO = 'O'
               MOVE NUM-COMPTE TO NUM-COMPTE-CLI
               READ FICHIER-CLIENTS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'T'           TO PORTEE-EXO
                       MOVE ID-CLIENT-CLI TO REFERENCE-EXO
                       PERFORM LIRE-EXONERATION
               END-READ
           END-IF.
           IF WS-EXONERATION-TROUVEE = 'N'
               EXIT PARAGRAPH
           END-IF.
           MOVE TAUX-EXONERATION-EXO TO WS-TAUX-EXO-APPLIQUE.
           MOVE CODE-MOTIF-EXO       TO WS-MOTIF-EXONERATION.
           COMPUTE WS-FRAIS-EXONERE ROUNDED =
               WS-FRAIS * WS-TAUX-EXO-APPLIQUE / 100.
           SUBTRACT WS-FRAIS-EXONERE FROM WS-FRAIS.

       LIRE-EXONERATION.
           READ FICHIER-EXONERATIONS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF DATE-DEBUT-EXO <= WS-DATE-TRAITEMENT
                           AND DATE-FIN-EXO >= WS-DATE-TRAITEMENT
                       MOVE 'O' TO WS-EXONERATION-TROUVEE
                   END-IF
           END-READ.

      *> Un ajustement de date de valeur a sa propre ligne, écrite
      *> juste après celle du run et enchaînée sur son solde après :
      *> le relevé retrouve ainsi le nouveau solde en dernière ligne.
       ECRIRE-AUDIT.
           MOVE NUM-COMPTE         TO NUM-COMPTE-A.
           MOVE SOLDE-COMPTE       TO SOLDE-AVANT-A.
           COMPUTE SOLDE-APRES-A = WS-NOUVEAU-SOLDE - WS-AJUSTEMENT.
           MOVE WS-INTERET         TO INTERET-A.
           MOVE WS-FRAIS           TO FRAIS-A.
           MOVE TYPE-COMPTE        TO TYPE-COMPTE-A.
           MOVE WS-DATE-TRAITEMENT TO DATE-TRAITEMENT-A.
           MOVE WS-HEURE-TRAITEMENT TO HEURE-TRAITEMENT-A.
           MOVE WS-JOB-ID          TO JOB-ID-A.
           MOVE WS-FRAIS-EXONERE   TO FRAIS-EXONERE-A.
           MOVE WS-MOTIF-EXONERATION TO MOTIF-EXONERATION-A.
           MOVE CODE-AGENCE        TO CODE-AGENCE-A.

           WRITE ENREGISTREMENT-AUDIT.

           IF WS-AJUSTEMENT <> 0
               MOVE SOLDE-APRES-A      TO SOLDE-AVANT-A
               MOVE WS-NOUVEAU-SOLDE   TO SOLDE-APRES-A
               MOVE WS-AJUSTEMENT      TO INTERET-A
               MOVE 0                  TO FRAIS-A
               MOVE 0                  TO FRAIS-EXONERE-A
               MOVE SPACES             TO MOTIF-EXONERATION-A
               WRITE ENREGISTREMENT-AUDIT
           END-IF.

       LIRE-CHECKPOINT.
           OPEN INPUT FICHIER-CKPT.
           IF WS-FS-CKPT = '00'
                                   TO CT-NB-DECOUVERTS-CKPT
           MOVE WS-CT-INTERET-DEBIT
                                   TO CT-INTERET-DEBIT-CKPT
           MOVE WS-CT-DEC-AUTORISE        TO CT-DEC-AUTORISE-CKPT
           MOVE WS-CT-DEC-NON-AUTORISE
                                   TO CT-DEC-NON-AUTORISE-CKPT
           MOVE WS-CT-NB-AJUSTEMENTS      TO CT-NB-AJUSTEMENTS-CKPT
           MOVE WS-CT-TOTAL-AJUSTEMENT
                                   TO CT-TOTAL-AJUSTEMENT-CKPT
           MOVE WS-CT-NB-PLANS-ECHUS      TO CT-NB-ECHUS-CKPT
           MOVE WS-CT-NB-PLANS-PREAVIS    TO CT-NB-PREAVIS-CKPT
           MOVE WS-CT-NB-HORS-TRANCHE
                               TO INTERET-DEBIT-AG-CKPT(WS-IDX-CKPT)
               MOVE WS-RETENUE-AGENCE-T(WS-IDX-CKPT)
                               TO RETENUE-AGENCE-CKPT(WS-IDX-CKPT)
               MOVE WS-AJUSTEMENT-AGENCE-T(WS-IDX-CKPT)
                               TO AJUSTEMENT-AGENCE-CKPT(WS-IDX-CKPT)
               PERFORM VARYING WS-IDX-TRANCHE FROM 1 BY 1
                       UNTIL WS-IDX-TRANCHE > 4
                   MOVE WS-NB-DEC-TRANCHE-T(WS-IDX-CKPT
                               TO WS-INTERET-DEBIT-T(WS-IDX-CKPT)
               MOVE RETENUE-AGENCE-CKPT(WS-IDX-CKPT)
                               TO WS-RETENUE-AGENCE-T(WS-IDX-CKPT)
               MOVE AJUSTEMENT-AGENCE-CKPT(WS-IDX-CKPT)
                               TO WS-AJUSTEMENT-AGENCE-T(WS-IDX-CKPT)
               PERFORM VARYING WS-IDX-TRANCHE FROM 1 BY 1
                       UNTIL WS-IDX-TRANCHE > 4
                   MOVE NB-DEC-TRANCHE-AG-CKPT(WS-IDX-CKPT
                           TO WS-FRAIS-PROPOSE
               END-IF
           END-PERFORM.
      *> Même exonération que sur le barème en vigueur.
           IF WS-TAUX-EXO-APPLIQUE > 0
               COMPUTE WS-FRAIS-PROPOSE ROUNDED = WS-FRAIS-PROPOSE
                   - WS-FRAIS-PROPOSE * WS-TAUX-EXO-APPLIQUE / 100
           END-IF.

       EDITER-RAPPORT-SIMULATION.
           OPEN OUTPUT FICHIER-RAPPORT-SIMULATION.
           MOVE WS-CT-TOTAL-NOUV-SOLDE TO TOTAL-NOUV-SOLDE-SYN.
           MOVE WS-CT-TOTAL-PROVISION  TO TOTAL-PROVISION-SYN.
           MOVE WS-CT-INTERET-DEBIT    TO TOTAL-INT-DEBIT-SYN.
           MOVE WS-CT-TOTAL-AJUSTEMENT TO TOTAL-AJUSTEMENT-SYN.
           WRITE ENREGISTREMENT-SYNTHESE-CTL.

           PERFORM VARYING IDX-AGENCE FROM 1 BY 1
                       TO NB-DECOUVERTS-A-SYN
               MOVE WS-INTERET-DEBIT-T(IDX-AGENCE)
                       TO INTERET-DEBIT-SYN
               MOVE WS-AJUSTEMENT-AGENCE-T(IDX-AGENCE)
                       TO AJUSTEMENT-AGENCE-SYN
               PERFORM VARYING WS-IDX-TRANCHE FROM 1 BY 1
                       UNTIL WS-IDX-TRANCHE > 4
                   MOVE WS-NB-DEC-TRANCHE-T(IDX-AGENCE
                   WS-CT-TOTAL-FRAIS.
           DISPLAY "Total retenue à la source         : "
                   WS-CT-TOTAL-RETENUE.
           DISPLAY "Ajustements de date de valeur     : "
                   WS-CT-NB-AJUSTEMENTS.
           DISPLAY "Total ajustements de valeur       : "
                   WS-CT-TOTAL-AJUSTEMENT.
           DISPLAY "Total dotations aux provisions    : "
                   WS-CT-TOTAL-PROVISION.
           DISPLAY "Total nouveaux soldes écrits      : "
