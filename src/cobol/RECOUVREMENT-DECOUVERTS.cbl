       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECOUVREMENT-DECOUVERTS.
       AUTHOR. CHATGPT.

      *> Recouvrement amiable des découverts, en aval du run
      *> nocturne qui tient DATE-DEBUT-DECOUVERT-M au master YTD :
      *> chaque compte débiteur du master CPTEIN progresse dans la
      *> filière de relance selon l'ancienneté de son découvert
      *> (seuils CPTEPRM, en jours, même décompte que CPTEDEC) :
      *>   niveau 1 : première relance (NB-JOURS-RELANCE-1) ;
      *>   niveau 2 : mise en demeure (NB-JOURS-RELANCE-2) ;
      *>   niveau 3 : dernier avis avant contentieux
      *>              (NB-JOURS-RELANCE-3), le compte est transmis
      *>              au service recouvrement (liste CPTECTX).
      *> Un cran au plus par passage, et jamais moins de
      *> DELAI-ENTRE-RELANCES jours après la lettre précédente.
      *> L'historique CPTEREC garde le niveau atteint sur l'épisode
      *> de découvert : une lettre n'est jamais émise deux fois, et
      *> le niveau retombe à 0 dès que le compte redevient
      *> créditeur. Un découvert contenu dans une autorisation en
      *> cours de validité (CPTEAUT) n'est pas relancé.
      *> Les lettres partent en extrait de publipostage CPTELET
      *> avec le nom et l'adresse du titulaire (CPTECLI) ; ligne de
      *> contrôle CPTERUN 'STEP020 '.

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
           SELECT FICHIER-RECOUVREMENT ASSIGN TO CPTEREC
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NUM-COMPTE-REC
               FILE STATUS IS WS-FS-RECOUVREMENT.
           SELECT FICHIER-AUTORISATIONS ASSIGN TO CPTEAUT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NUM-COMPTE-AUT
               FILE STATUS IS WS-FS-AUTORISATIONS.
           SELECT FICHIER-CLIENTS ASSIGN TO CPTECLI
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NUM-COMPTE-CLI
               FILE STATUS IS WS-FS-CLIENTS.
           SELECT FICHIER-PARAMETRES ASSIGN TO CPTEPRM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PARAMETRES.
           SELECT FICHIER-LETTRES ASSIGN TO CPTELET
               ORGANIZATION IS SEQUENTIAL.
           SELECT FICHIER-CONTENTIEUX ASSIGN TO CPTECTX
               ORGANIZATION IS SEQUENTIAL.
           SELECT FICHIER-RUN-CONTROLE ASSIGN TO CPTERUN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-RUN-CONTROLE.

       DATA DIVISION.
       FILE SECTION.

       FD FICHIER-MASTER.
       COPY COMPTE-ENTREE.

      *> Lu après le run nocturne : DATE-DEBUT-DECOUVERT-M y est à
      *> jour du solde de la nuit.
       FD FICHIER-MASTER-YTD.
       COPY COMPTE-YTD.

       FD FICHIER-RECOUVREMENT.
       COPY COMPTE-RECOUVREMENT.

       FD FICHIER-AUTORISATIONS.
       COPY COMPTE-AUTORISATION.

       FD FICHIER-CLIENTS.
       COPY CLIENT-REFERENCE.

       FD FICHIER-PARAMETRES.
       01 ENREGISTREMENT-PARAMETRE.
           05 CLE-PARAMETRE-IN    PIC X(20).
           05 VALEUR-PARAMETRE-IN PIC X(20).

      *> Extrait de publipostage : une ligne par lettre à émettre,
      *> le modèle de lettre est choisi sur NIVEAU-RELANCE-L.
       FD FICHIER-LETTRES.
       01 ENREGISTREMENT-LETTRE.
           05 NUM-COMPTE-L       PIC X(10).
           05 NIVEAU-RELANCE-L   PIC 9(01).
           05 CODE-AGENCE-L      PIC X(04).
           05 NOM-CLIENT-L       PIC X(30).
           05 ADRESSE-1-L        PIC X(30).
           05 ADRESSE-2-L        PIC X(30).
           05 CODE-POSTAL-L      PIC X(05).
           05 VILLE-L            PIC X(20).
           05 SOLDE-COMPTE-L     PIC S9(7)V99.
           05 DATE-DEBUT-DECOUVERT-L PIC 9(8).
           05 NB-JOURS-DECOUVERT-L   PIC 9(5).
           05 DATE-LETTRE-L      PIC 9(8).

      *> Comptes passés ce jour au dernier avis : liste remise au
      *> service recouvrement pour ouverture du dossier contentieux.
       FD FICHIER-CONTENTIEUX.
       01 LIGNE-CONTENTIEUX       PIC X(132).

      *> Historique commun des runs de la chaîne, en ajout : une
      *> ligne de contrôle par exécution, recoupée en fin de chaîne
      *> par VERIFICATION-CHAINE.
       FD FICHIER-RUN-CONTROLE.
       COPY COMPTE-RUN-CONTROLE.

       WORKING-STORAGE SECTION.
       01 WS-EOF                 PIC X VALUE 'N'.
       01 WS-FS-MASTER           PIC X(02) VALUE '00'.
       01 WS-FS-MASTER-YTD       PIC X(02) VALUE '00'.
       01 WS-FS-RECOUVREMENT     PIC X(02) VALUE '00'.
       01 WS-FS-AUTORISATIONS    PIC X(02) VALUE '00'.
       01 WS-AUTORISATIONS-DISPO PIC X VALUE 'N'.
       01 WS-FS-CLIENTS          PIC X(02) VALUE '00'.
       01 WS-CLIENTS-DISPO       PIC X VALUE 'N'.
       01 WS-CLIENT-TROUVE       PIC X VALUE 'N'.
      *> Nom du titulaire relevé à l'écriture de la lettre : la
      *> zone de la lettre n'est plus garantie après le WRITE.
       01 WS-NOM-TITULAIRE       PIC X(30) VALUE SPACES.
       01 WS-FS-PARAMETRES       PIC X(02) VALUE '00'.
       01 WS-DATE-TRAITEMENT     PIC 9(8) VALUE 0.
       01 WS-JOB-ID              PIC X(08) VALUE 'STEP020 '.
       01 WS-FS-RUN-CONTROLE     PIC X(02) VALUE '00'.
       01 WS-HEURE-RUN-CTL       PIC 9(8) VALUE 0.

      *> Seuils de la filière, en jours de découvert ; doivent être
      *> strictement croissants.
       01 WS-SEUILS-RELANCE.
           05 WS-NB-JOURS-RELANCE-1  PIC 9(4) VALUE 15.
           05 WS-NB-JOURS-RELANCE-2  PIC 9(4) VALUE 30.
           05 WS-NB-JOURS-RELANCE-3  PIC 9(4) VALUE 60.
           05 WS-DELAI-ENTRE-RELANCES PIC 9(4) VALUE 10.

       01 WS-COMPTE-COURANT.
           05 WS-YTD-TROUVE          PIC X VALUE 'N'.
           05 WS-HISTO-TROUVE        PIC X VALUE 'N'.
           05 WS-NOUVEL-EPISODE      PIC X VALUE 'N'.
           05 WS-NIVEAU-ACTUEL       PIC 9(01) VALUE 0.
           05 WS-NIVEAU-SUIVANT      PIC 9(01) VALUE 0.
           05 WS-SEUIL-NIVEAU        PIC 9(4) VALUE 0.
           05 WS-DATE-DERNIERE-LETTRE PIC 9(8) VALUE 0.
           05 WS-NB-JOURS-DECOUVERT  PIC S9(5) VALUE 0.
           05 WS-NB-JOURS-DEPUIS     PIC S9(5) VALUE 0.
           05 WS-LIMITE-AUTORISEE    PIC 9(7)V99 VALUE 0.

       01 WS-TOTAUX-RECOUVREMENT.
           05 WS-CT-NB-MASTER-LUS    PIC 9(7) VALUE 0.
           05 WS-CT-NB-DECOUVERTS    PIC 9(7) VALUE 0.
           05 WS-CT-NB-AUTORISES     PIC 9(7) VALUE 0.
           05 WS-CT-NB-RELANCE-1     PIC 9(7) VALUE 0.
           05 WS-CT-NB-RELANCE-2     PIC 9(7) VALUE 0.
           05 WS-CT-NB-RELANCE-3     PIC 9(7) VALUE 0.
           05 WS-CT-NB-LETTRES       PIC 9(7) VALUE 0.
           05 WS-CT-NB-DEJA-CONTENTIEUX PIC 9(7) VALUE 0.
           05 WS-CT-NB-RETOURS-CREDIT PIC 9(7) VALUE 0.
           05 WS-CT-NB-ANOMALIES     PIC 9(7) VALUE 0.
           05 WS-CT-NB-ERREURS       PIC 9(7) VALUE 0.
           05 WS-CT-MT-CONTENTIEUX   PIC S9(11)V99 VALUE 0.

       01 WS-LIGNE-ENTETE-CONTENTIEUX.
           05 FILLER PIC X(34) VALUE
               "COMPTES TRANSMIS AU CONTENTIEUX DU".
           05 FILLER PIC X(01) VALUE SPACE.
           05 WS-CTX-DATE-EDITION PIC 9(8).
           05 FILLER PIC X(89) VALUE SPACES.

       01 WS-LIGNE-SEUILS.
           05 FILLER PIC X(26) VALUE "  SEUILS (JOURS) : REL 1 ".
           05 WS-CTX-SEUIL-1      PIC Z(3)9.
           05 FILLER PIC X(09) VALUE "  REL 2 ".
           05 WS-CTX-SEUIL-2      PIC Z(3)9.
           05 FILLER PIC X(09) VALUE "  REL 3 ".
           05 WS-CTX-SEUIL-3      PIC Z(3)9.
           05 FILLER PIC X(09) VALUE "  DELAI ".
           05 WS-CTX-DELAI        PIC Z(3)9.
           05 FILLER PIC X(63) VALUE SPACES.

       01 WS-LIGNE-COLONNES-CONTENTIEUX.
           05 FILLER PIC X(40) VALUE
               "  AGCE  COMPTE      TITULAIRE           ".
           05 FILLER PIC X(40) VALUE
               "                  SOLDE  JOURS  DEBUT   ".
           05 FILLER PIC X(22) VALUE
               "   RELANCE1   RELANCE2".
           05 FILLER PIC X(30) VALUE SPACES.

       01 WS-LIGNE-DETAIL-CONTENTIEUX.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-CTX-AGENCE       PIC X(04).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-CTX-NUM-COMPTE   PIC X(10).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-CTX-NOM          PIC X(30).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-CTX-SOLDE        PIC Z(6)9.99-.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-CTX-JOURS        PIC Z(4)9.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-CTX-DEBUT        PIC 9(8).
           05 FILLER              PIC X(03) VALUE SPACES.
           05 WS-CTX-RELANCE-1    PIC 9(8).
           05 FILLER              PIC X(03) VALUE SPACES.
           05 WS-CTX-RELANCE-2    PIC 9(8).
           05 FILLER              PIC X(30) VALUE SPACES.

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
           DISPLAY "  RECOUVREMENT AMIABLE DES DECOUVERTS ".
           DISPLAY "========================================".

           ACCEPT WS-DATE-TRAITEMENT FROM DATE YYYYMMDD.
           PERFORM CHARGER-PARAMETRES.

           IF WS-NB-JOURS-RELANCE-1 = 0
                   OR WS-NB-JOURS-RELANCE-1 >= WS-NB-JOURS-RELANCE-2
                   OR WS-NB-JOURS-RELANCE-2 >= WS-NB-JOURS-RELANCE-3
               DISPLAY "Seuils de relance incohérents (doivent "
                       "être croissants), traitement abandonné."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

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

      *> Aucune relance encore émise : le fichier est créé vide.
           OPEN I-O FICHIER-RECOUVREMENT.
           IF WS-FS-RECOUVREMENT = '35'
               OPEN OUTPUT FICHIER-RECOUVREMENT
               CLOSE FICHIER-RECOUVREMENT
               OPEN I-O FICHIER-RECOUVREMENT
           END-IF.
           IF WS-FS-RECOUVREMENT <> '00'
               DISPLAY "Erreur ouverture FICHIER-RECOUVREMENT, "
                       "statut : " WS-FS-RECOUVREMENT
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT FICHIER-AUTORISATIONS.
           IF WS-FS-AUTORISATIONS = '00'
               MOVE 'O' TO WS-AUTORISATIONS-DISPO
           ELSE
               DISPLAY "Autorisations de découvert indisponibles "
                       "(statut " WS-FS-AUTORISATIONS "), tout "
                       "découvert est relancé."
           END-IF.

           OPEN INPUT FICHIER-CLIENTS.
           IF WS-FS-CLIENTS = '00'
               MOVE 'O' TO WS-CLIENTS-DISPO
           ELSE
               DISPLAY "Référentiel clients indisponible (statut "
                       WS-FS-CLIENTS "), lettres émises sans "
                       "adresse."
           END-IF.

           OPEN OUTPUT FICHIER-LETTRES
                OUTPUT FICHIER-CONTENTIEUX.

           MOVE WS-DATE-TRAITEMENT TO WS-CTX-DATE-EDITION.
           WRITE LIGNE-CONTENTIEUX FROM WS-LIGNE-ENTETE-CONTENTIEUX.
           MOVE WS-NB-JOURS-RELANCE-1   TO WS-CTX-SEUIL-1.
           MOVE WS-NB-JOURS-RELANCE-2   TO WS-CTX-SEUIL-2.
           MOVE WS-NB-JOURS-RELANCE-3   TO WS-CTX-SEUIL-3.
           MOVE WS-DELAI-ENTRE-RELANCES TO WS-CTX-DELAI.
           WRITE LIGNE-CONTENTIEUX FROM WS-LIGNE-SEUILS.
           WRITE LIGNE-CONTENTIEUX FROM WS-LIGNE-COLONNES-CONTENTIEUX.

           PERFORM JUSQUA-FIN-MASTER
               UNTIL WS-EOF = 'O'.

           PERFORM EDITER-COMPTAGES.

           CLOSE FICHIER-MASTER FICHIER-MASTER-YTD
                 FICHIER-RECOUVREMENT FICHIER-LETTRES
                 FICHIER-CONTENTIEUX.
           IF WS-AUTORISATIONS-DISPO = 'O'
               CLOSE FICHIER-AUTORISATIONS
           END-IF.
           IF WS-CLIENTS-DISPO = 'O'
               CLOSE FICHIER-CLIENTS
           END-IF.

           PERFORM AFFICHER-TOTAUX-RECOUVREMENT.

           IF WS-CT-NB-ANOMALIES > 0 OR WS-CT-NB-ERREURS > 0
               DISPLAY "Anomalies détectées, code retour forcé à 8."
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.

           PERFORM ECRIRE-RUN-CONTROLE.

           DISPLAY "Recouvrement amiable des découverts terminé.".
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
           MOVE WS-CT-NB-DECOUVERTS TO NB-TRAITES-RUN.
           COMPUTE NB-REJETES-RUN =
               WS-CT-NB-ANOMALIES + WS-CT-NB-ERREURS.
           MOVE WS-CT-NB-LETTRES   TO NB-DIVERS-1-RUN.
           MOVE WS-CT-NB-RELANCE-3 TO NB-DIVERS-2-RUN.
           MOVE WS-CT-MT-CONTENTIEUX TO MONTANT-1-RUN.
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
               DISPLAY "Paramètres de relance introuvables, "
                       "seuils par défaut retenus.".

      *> CPTEPRM est partagé avec le traitement nocturne : les clés
      *> des autres programmes de la chaîne sont ignorées ici.
       APPLIQUER-PARAMETRE.
           EVALUATE CLE-PARAMETRE-IN
               WHEN 'NB-JOURS-RELANCE-1'
                   MOVE VALEUR-PARAMETRE-IN(1:4)
                           TO WS-NB-JOURS-RELANCE-1
               WHEN 'NB-JOURS-RELANCE-2'
                   MOVE VALEUR-PARAMETRE-IN(1:4)
                           TO WS-NB-JOURS-RELANCE-2
               WHEN 'NB-JOURS-RELANCE-3'
                   MOVE VALEUR-PARAMETRE-IN(1:4)
                           TO WS-NB-JOURS-RELANCE-3
               WHEN 'DELAI-ENTRE-RELANCES'
                   MOVE VALEUR-PARAMETRE-IN(1:4)
                           TO WS-DELAI-ENTRE-RELANCES
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       JUSQUA-FIN-MASTER.
           READ FICHIER-MASTER NEXT RECORD
               AT END
                   MOVE 'O' TO WS-EOF
               NOT AT END
                   ADD 1 TO WS-CT-NB-MASTER-LUS
                   PERFORM TRAITER-COMPTE
           END-READ.

       TRAITER-COMPTE.
           PERFORM LIRE-HISTORIQUE.

      *> Compte créditeur : une filière en cours est close, la
      *> prochaine relance repartira du premier niveau.
           IF SOLDE-COMPTE >= 0
               IF WS-HISTO-TROUVE = 'O'
                       AND NIVEAU-RELANCE-REC > 0
                   PERFORM REMETTRE-A-ZERO-NIVEAU
               END-IF
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-CT-NB-DECOUVERTS.
           PERFORM LIRE-MASTER-YTD.
           IF WS-YTD-TROUVE = 'N'
                   OR DATE-DEBUT-DECOUVERT-M NOT NUMERIC
                   OR DATE-DEBUT-DECOUVERT-M = 0
               ADD 1 TO WS-CT-NB-ANOMALIES
               DISPLAY "Découvert sans date de début au master YTD : "
                       NUM-COMPTE
               EXIT PARAGRAPH
           END-IF.

           COMPUTE WS-NB-JOURS-DECOUVERT =
               FUNCTION INTEGER-OF-DATE(WS-DATE-TRAITEMENT)
               - FUNCTION INTEGER-OF-DATE(DATE-DEBUT-DECOUVERT-M)
               + 1.

      *> Un autre début de découvert que celui de l'historique : le
      *> compte est repassé créditeur entre deux passages, la
      *> filière repart de zéro sur ce nouvel épisode.
           MOVE 'N' TO WS-NOUVEL-EPISODE.
           MOVE 0   TO WS-NIVEAU-ACTUEL.
           IF WS-HISTO-TROUVE = 'N'
               MOVE 'O' TO WS-NOUVEL-EPISODE
           ELSE
               IF DATE-DEBUT-DECOUVERT-REC <> DATE-DEBUT-DECOUVERT-M
                   MOVE 'O' TO WS-NOUVEL-EPISODE
               ELSE
                   MOVE NIVEAU-RELANCE-REC TO WS-NIVEAU-ACTUEL
               END-IF
           END-IF.

           IF WS-NIVEAU-ACTUEL = 3
               ADD 1 TO WS-CT-NB-DEJA-CONTENTIEUX
               EXIT PARAGRAPH
           END-IF.

           PERFORM VERIFIER-AUTORISATION.
           IF 0 - SOLDE-COMPTE <= WS-LIMITE-AUTORISEE
               ADD 1 TO WS-CT-NB-AUTORISES
               EXIT PARAGRAPH
           END-IF.

           COMPUTE WS-NIVEAU-SUIVANT = WS-NIVEAU-ACTUEL + 1.
           EVALUATE WS-NIVEAU-SUIVANT
               WHEN 1
                   MOVE WS-NB-JOURS-RELANCE-1 TO WS-SEUIL-NIVEAU
                   MOVE 0 TO WS-DATE-DERNIERE-LETTRE
               WHEN 2
                   MOVE WS-NB-JOURS-RELANCE-2 TO WS-SEUIL-NIVEAU
                   MOVE DATE-RELANCE-1-REC TO WS-DATE-DERNIERE-LETTRE
               WHEN OTHER
                   MOVE WS-NB-JOURS-RELANCE-3 TO WS-SEUIL-NIVEAU
                   MOVE DATE-RELANCE-2-REC TO WS-DATE-DERNIERE-LETTRE
           END-EVALUATE.

           IF WS-NB-JOURS-DECOUVERT < WS-SEUIL-NIVEAU
               EXIT PARAGRAPH
           END-IF.

      *> Le titulaire dispose au moins du délai entre deux lettres
      *> pour régulariser, même si le découvert a déjà franchi
      *> le seuil suivant (rattrapage, seuils rapprochés).
           IF WS-DATE-DERNIERE-LETTRE > 0
               COMPUTE WS-NB-JOURS-DEPUIS =
                   FUNCTION INTEGER-OF-DATE(WS-DATE-TRAITEMENT)
                   - FUNCTION INTEGER-OF-DATE(WS-DATE-DERNIERE-LETTRE)
               IF WS-NB-JOURS-DEPUIS < WS-DELAI-ENTRE-RELANCES
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           PERFORM EMETTRE-RELANCE.

       LIRE-HISTORIQUE.
           MOVE NUM-COMPTE TO NUM-COMPTE-REC.
           READ FICHIER-RECOUVREMENT
               INVALID KEY
                   MOVE 'N' TO WS-HISTO-TROUVE
               NOT INVALID KEY
                   MOVE 'O' TO WS-HISTO-TROUVE
           END-READ.

       LIRE-MASTER-YTD.
           MOVE NUM-COMPTE TO NUM-COMPTE-M.
           READ FICHIER-MASTER-YTD
               INVALID KEY
                   MOVE 'N' TO WS-YTD-TROUVE
               NOT INVALID KEY
                   MOVE 'O' TO WS-YTD-TROUVE
           END-READ.

      *> Même règle que le run nocturne : seuls les comptes courants
      *> portent une autorisation, valable jusqu'à son expiration
      *> incluse.
       VERIFIER-AUTORISATION.
           MOVE 0 TO WS-LIMITE-AUTORISEE.
           IF TYPE-COMPTE = 'C' AND WS-AUTORISATIONS-DISPO = 'O'
               MOVE NUM-COMPTE TO NUM-COMPTE-AUT
               READ FICHIER-AUTORISATIONS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF DATE-EXPIRATION-AUT >= WS-DATE-TRAITEMENT
                           MOVE MONTANT-AUTORISE-AUT
                                   TO WS-LIMITE-AUTORISEE
                       END-IF
               END-READ
           END-IF.

       REMETTRE-A-ZERO-NIVEAU.
           MOVE 0                  TO NIVEAU-RELANCE-REC.
           MOVE WS-DATE-TRAITEMENT TO DATE-RETOUR-CREDIT-REC.
           MOVE WS-DATE-TRAITEMENT TO DATE-MAJ-REC.
           REWRITE ENREGISTREMENT-RECOUVREMENT
               INVALID KEY
                   ADD 1 TO WS-CT-NB-ERREURS
                   DISPLAY "Erreur réécriture historique pour "
                           NUM-COMPTE-REC
               NOT INVALID KEY
                   ADD 1 TO WS-CT-NB-RETOURS-CREDIT
           END-REWRITE.

      *> L'historique est mis à jour AVANT l'écriture de la lettre :
      *> un historique non enregistré laisse la relance au passage
      *> suivant plutôt que de risquer une lettre en double.
       EMETTRE-RELANCE.
           IF WS-NOUVEL-EPISODE = 'O'
               IF WS-HISTO-TROUVE = 'N'
                   MOVE NUM-COMPTE TO NUM-COMPTE-REC
                   MOVE 0 TO DATE-RETOUR-CREDIT-REC
                   MOVE 0 TO NB-EPISODES-REC
               END-IF
               MOVE DATE-DEBUT-DECOUVERT-M
                       TO DATE-DEBUT-DECOUVERT-REC
               MOVE 0 TO DATE-RELANCE-1-REC
               MOVE 0 TO DATE-RELANCE-2-REC
               MOVE 0 TO DATE-RELANCE-3-REC
               ADD 1 TO NB-EPISODES-REC
           END-IF.

           MOVE CODE-AGENCE        TO CODE-AGENCE-REC.
           MOVE WS-NIVEAU-SUIVANT  TO NIVEAU-RELANCE-REC.
           EVALUATE WS-NIVEAU-SUIVANT
               WHEN 1
                   MOVE WS-DATE-TRAITEMENT TO DATE-RELANCE-1-REC
               WHEN 2
                   MOVE WS-DATE-TRAITEMENT TO DATE-RELANCE-2-REC
               WHEN OTHER
                   MOVE WS-DATE-TRAITEMENT TO DATE-RELANCE-3-REC
           END-EVALUATE.
           MOVE SOLDE-COMPTE       TO SOLDE-DERNIERE-RELANCE-REC.
           MOVE WS-DATE-TRAITEMENT TO DATE-MAJ-REC.

           IF WS-HISTO-TROUVE = 'O'
               REWRITE ENREGISTREMENT-RECOUVREMENT
                   INVALID KEY
                       ADD 1 TO WS-CT-NB-ERREURS
                       DISPLAY "Erreur réécriture historique pour "
                               NUM-COMPTE-REC
                       EXIT PARAGRAPH
               END-REWRITE
           ELSE
               WRITE ENREGISTREMENT-RECOUVREMENT
                   INVALID KEY
                       ADD 1 TO WS-CT-NB-ERREURS
                       DISPLAY "Erreur écriture historique pour "
                               NUM-COMPTE-REC
                       EXIT PARAGRAPH
               END-WRITE
           END-IF.

           PERFORM ECRIRE-LETTRE.
           ADD 1 TO WS-CT-NB-LETTRES.
           EVALUATE WS-NIVEAU-SUIVANT
               WHEN 1
                   ADD 1 TO WS-CT-NB-RELANCE-1
               WHEN 2
                   ADD 1 TO WS-CT-NB-RELANCE-2
               WHEN OTHER
                   ADD 1 TO WS-CT-NB-RELANCE-3
                   ADD SOLDE-COMPTE TO WS-CT-MT-CONTENTIEUX
                   PERFORM EDITER-LIGNE-CONTENTIEUX
           END-EVALUATE.

       ECRIRE-LETTRE.
           PERFORM LIRE-CLIENT.
           MOVE NUM-COMPTE         TO NUM-COMPTE-L.
           MOVE WS-NIVEAU-SUIVANT  TO NIVEAU-RELANCE-L.
           MOVE CODE-AGENCE        TO CODE-AGENCE-L.
           IF WS-CLIENT-TROUVE = 'O'
               MOVE NOM-CLIENT-CLI  TO WS-NOM-TITULAIRE
               MOVE NOM-CLIENT-CLI  TO NOM-CLIENT-L
               MOVE ADRESSE-1-CLI   TO ADRESSE-1-L
               MOVE ADRESSE-2-CLI   TO ADRESSE-2-L
               MOVE CODE-POSTAL-CLI TO CODE-POSTAL-L
               MOVE VILLE-CLI       TO VILLE-L
           ELSE
      *> Sans fiche client, l'extrait part quand même : l'agence
      *> complètera l'adresse à la main, et l'anomalie est comptée.
               MOVE SPACES TO WS-NOM-TITULAIRE
               MOVE SPACES TO NOM-CLIENT-L
               MOVE SPACES TO ADRESSE-1-L
               MOVE SPACES TO ADRESSE-2-L
               MOVE SPACES TO CODE-POSTAL-L
               MOVE SPACES TO VILLE-L
               ADD 1 TO WS-CT-NB-ANOMALIES
               DISPLAY "Relance sans fiche client : " NUM-COMPTE
           END-IF.
           MOVE SOLDE-COMPTE           TO SOLDE-COMPTE-L.
           MOVE DATE-DEBUT-DECOUVERT-M TO DATE-DEBUT-DECOUVERT-L.
           MOVE WS-NB-JOURS-DECOUVERT  TO NB-JOURS-DECOUVERT-L.
           MOVE WS-DATE-TRAITEMENT     TO DATE-LETTRE-L.
           WRITE ENREGISTREMENT-LETTRE.

      *> Titulaire du compte en cours de lecture au master.
       LIRE-CLIENT.
           MOVE 'N' TO WS-CLIENT-TROUVE.
           IF WS-CLIENTS-DISPO = 'N'
               EXIT PARAGRAPH
           END-IF.
           MOVE NUM-COMPTE TO NUM-COMPTE-CLI.
           READ FICHIER-CLIENTS
               INVALID KEY
                   MOVE 'N' TO WS-CLIENT-TROUVE
               NOT INVALID KEY
                   MOVE 'O' TO WS-CLIENT-TROUVE
           END-READ.

       EDITER-LIGNE-CONTENTIEUX.
           MOVE CODE-AGENCE            TO WS-CTX-AGENCE.
           MOVE NUM-COMPTE             TO WS-CTX-NUM-COMPTE.
           MOVE WS-NOM-TITULAIRE       TO WS-CTX-NOM.
           MOVE SOLDE-COMPTE           TO WS-CTX-SOLDE.
           MOVE WS-NB-JOURS-DECOUVERT  TO WS-CTX-JOURS.
           MOVE DATE-DEBUT-DECOUVERT-M TO WS-CTX-DEBUT.
           MOVE DATE-RELANCE-1-REC     TO WS-CTX-RELANCE-1.
           MOVE DATE-RELANCE-2-REC     TO WS-CTX-RELANCE-2.
           WRITE LIGNE-CONTENTIEUX FROM WS-LIGNE-DETAIL-CONTENTIEUX.

           DISPLAY "Contentieux : " NUM-COMPTE
                   " | Agence : " CODE-AGENCE
                   " | Solde : " SOLDE-COMPTE
                   " | Jours : " WS-NB-JOURS-DECOUVERT.

       EDITER-COMPTAGES.
           MOVE "COMPTES DU MASTER LUS             "
                   TO WS-RAP-LIBELLE.
           MOVE WS-CT-NB-MASTER-LUS TO WS-RAP-NOMBRE.
           WRITE LIGNE-CONTENTIEUX FROM WS-LIGNE-COMPTAGE.
           MOVE "COMPTES A DECOUVERT               "
                   TO WS-RAP-LIBELLE.
           MOVE WS-CT-NB-DECOUVERTS TO WS-RAP-NOMBRE.
           WRITE LIGNE-CONTENTIEUX FROM WS-LIGNE-COMPTAGE.
           MOVE "  DANS L'AUTORISATION, NON RELANCES"
                   TO WS-RAP-LIBELLE.
           MOVE WS-CT-NB-AUTORISES TO WS-RAP-NOMBRE.
           WRITE LIGNE-CONTENTIEUX FROM WS-LIGNE-COMPTAGE.
           MOVE "  DEJA AU CONTENTIEUX             "
                   TO WS-RAP-LIBELLE.
           MOVE WS-CT-NB-DEJA-CONTENTIEUX TO WS-RAP-NOMBRE.
           WRITE LIGNE-CONTENTIEUX FROM WS-LIGNE-COMPTAGE.
           MOVE "PREMIERES RELANCES EMISES         "
                   TO WS-RAP-LIBELLE.
           MOVE WS-CT-NB-RELANCE-1 TO WS-RAP-NOMBRE.
           WRITE LIGNE-CONTENTIEUX FROM WS-LIGNE-COMPTAGE.
           MOVE "MISES EN DEMEURE EMISES           "
                   TO WS-RAP-LIBELLE.
           MOVE WS-CT-NB-RELANCE-2 TO WS-RAP-NOMBRE.
           WRITE LIGNE-CONTENTIEUX FROM WS-LIGNE-COMPTAGE.
           MOVE "DERNIERS AVIS / PASSAGES CONTENT. "
                   TO WS-RAP-LIBELLE.
           MOVE WS-CT-NB-RELANCE-3 TO WS-RAP-NOMBRE.
           WRITE LIGNE-CONTENTIEUX FROM WS-LIGNE-COMPTAGE.
           MOVE "RETOURS EN CREDIT (NIVEAU A ZERO) "
                   TO WS-RAP-LIBELLE.
           MOVE WS-CT-NB-RETOURS-CREDIT TO WS-RAP-NOMBRE.
           WRITE LIGNE-CONTENTIEUX FROM WS-LIGNE-COMPTAGE.
           MOVE "ANOMALIES A INSTRUIRE             "
                   TO WS-RAP-LIBELLE.
           COMPUTE WS-RAP-NOMBRE =
               WS-CT-NB-ANOMALIES + WS-CT-NB-ERREURS.
           WRITE LIGNE-CONTENTIEUX FROM WS-LIGNE-COMPTAGE.
           MOVE "SOLDES TRANSMIS AU CONTENTIEUX    "
                   TO WS-RAP-LIBELLE-MT.
           MOVE WS-CT-MT-CONTENTIEUX TO WS-RAP-MONTANT.
           WRITE LIGNE-CONTENTIEUX FROM WS-LIGNE-MONTANT.

       AFFICHER-TOTAUX-RECOUVREMENT.
           DISPLAY "========================================".
           DISPLAY "  TOTAUX DE CONTRÔLE DU RECOUVREMENT ".
           DISPLAY "========================================".
           DISPLAY "Comptes du master lus             : "
                   WS-CT-NB-MASTER-LUS.
           DISPLAY "Comptes à découvert               : "
                   WS-CT-NB-DECOUVERTS.
           DISPLAY "Dans l'autorisation               : "
                   WS-CT-NB-AUTORISES.
           DISPLAY "Déjà au contentieux               : "
                   WS-CT-NB-DEJA-CONTENTIEUX.
           DISPLAY "Premières relances                : "
                   WS-CT-NB-RELANCE-1.
           DISPLAY "Mises en demeure                  : "
                   WS-CT-NB-RELANCE-2.
           DISPLAY "Derniers avis (contentieux)       : "
                   WS-CT-NB-RELANCE-3.
           DISPLAY "Retours en crédit                 : "
                   WS-CT-NB-RETOURS-CREDIT.
           DISPLAY "Anomalies à instruire             : "
                   WS-CT-NB-ANOMALIES.
           DISPLAY "Erreurs d'écriture historique     : "
                   WS-CT-NB-ERREURS.
           DISPLAY "Soldes transmis au contentieux    : "
                   WS-CT-MT-CONTENTIEUX.
           DISPLAY "========================================".
