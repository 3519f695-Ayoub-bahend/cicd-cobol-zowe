       IDENTIFICATION DIVISION.
       PROGRAM-ID. RAPPROCHEMENT-INTERFACE-GL.
       AUTHOR. CHATGPT.

      *> Rapprochement des interfaces grand livre émises (CPTEGL du
      *> run nocturne, CPTEGLK de la capitalisation, CPTEGLM des
      *> contre-passations, CPTEGLD de la déshérence) avec les
      *> accusés de réception renvoyés par la comptabilité
      *> (CPTEACK).
      *> Les deux flux arrivent triés sur la même clé (date de run,
      *> type de ligne, agence, nature, sens, compte, montant) : une
      *> ligne émise sans son double à l'accusé est absente, une
      *> ligne d'accusé sans émission est inconnue, un trailer
      *> refusé ou absent est un écart de totaux.
      *> Le registre CPTESGL suit chaque fichier émis : un fichier
      *> sans accusé au-delà de NB-JOURS-ACCUSE-GL jours est
      *> signalé, un fichier acquitté n'est rapproché qu'une fois,
      *> ses écarts restent listés jusqu'à régularisation.
      *> Avec REGULARISATION-GL = 'O' (soumission après correction
      *> des règles CPTERGL), les lignes rejetées ou absentes sont
      *> réimputées selon les règles du jour sur CPTEGLR, à renvoyer
      *> à la comptabilité. CPTEGLR (nature 'G') est lui-même suivi
      *> et rapproché comme les autres interfaces.
      *> RC=8 sur tout fichier en écart ou non acquitté, pour
      *> l'alerte de l'ordonnanceur.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FICHIER-EMIS-GL ASSIGN TO CPTEGLE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-EMIS-GL.
           SELECT FICHIER-ACCUSES ASSIGN TO CPTEACK
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-ACCUSES.
           SELECT FICHIER-SUIVI-GL ASSIGN TO CPTESGL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLE-SUIVI-GL
               FILE STATUS IS WS-FS-SUIVI-GL.
           SELECT FICHIER-REGLES-GL ASSIGN TO CPTERGL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REGLES-GL.
           SELECT FICHIER-REGULARISATION ASSIGN TO CPTEGLR
               ORGANIZATION IS SEQUENTIAL.
           SELECT FICHIER-PARAMETRES ASSIGN TO CPTEPRM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PARAMETRES.
           SELECT FICHIER-RAPPORT ASSIGN TO CPTERAP
               ORGANIZATION IS SEQUENTIAL.
           SELECT FICHIER-RUN-CONTROLE ASSIGN TO CPTERUN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-RUN-CONTROLE.

       DATA DIVISION.
       FILE SECTION.

      *> Lignes émises, dessin commun des interfaces CPTEGL.
       FD FICHIER-EMIS-GL.
       01 ENREGISTREMENT-GL-E.
           05 TYPE-ENREG-E        PIC X(01).
           05 DATE-ECRITURE-E     PIC 9(8).
           05 CODE-AGENCE-E       PIC X(04).
           05 NATURE-E            PIC X(01).
           05 SENS-E              PIC X(01).
           05 COMPTE-COMPTABLE-E  PIC X(08).
           05 MONTANT-E           PIC S9(9)V99.

      *> Accusé de la comptabilité : chaque ligne reçue (écritures
      *> et trailers) renvoyée telle quelle, suivie de son sort.
       FD FICHIER-ACCUSES.
       01 ENREGISTREMENT-ACCUSE.
           05 TYPE-ENREG-ACK      PIC X(01).
           05 DATE-ECRITURE-ACK   PIC 9(8).
           05 CODE-AGENCE-ACK     PIC X(04).
           05 NATURE-ACK          PIC X(01).
           05 SENS-ACK            PIC X(01).
           05 COMPTE-COMPTABLE-ACK PIC X(08).
           05 MONTANT-ACK         PIC S9(9)V99.
      *>   'A' = intégrée au grand livre, 'R' = rejetée
           05 STATUT-ACK          PIC X(01).
           05 CODE-REJET-ACK      PIC X(04).
           05 DATE-INTEGRATION-ACK PIC 9(8).
           05 FILLER              PIC X(03).

       FD FICHIER-SUIVI-GL.
       COPY COMPTE-SUIVI-GL.

      *> Règles d'imputation comptable : nature, sens 'D'/'C',
      *> compte du plan comptable.
       FD FICHIER-REGLES-GL.
       01 ENREGISTREMENT-REGLE-GL.
           05 NATURE-REGLE-IN     PIC X(01).
           05 SENS-REGLE-IN       PIC X(01).
           05 COMPTE-REGLE-IN     PIC X(08).

      *> Régularisation : même dessin que CPTEGL, lignes rejetées
      *> ou absentes datées du jour en nature 'G', puis un trailer
      *> nature 'G' portant la somme des montants renvoyés. Vide
      *> sans régularisation demandée.
       FD FICHIER-REGULARISATION.
       01 ENREGISTREMENT-GL.
           05 TYPE-ENREG-GL       PIC X(01).
           05 DATE-ECRITURE-GL    PIC 9(8).
           05 CODE-AGENCE-GL      PIC X(04).
           05 NATURE-GL           PIC X(01).
           05 SENS-GL             PIC X(01).
           05 COMPTE-COMPTABLE-GL PIC X(08).
           05 MONTANT-GL          PIC S9(9)V99.

       FD FICHIER-PARAMETRES.
       01 ENREGISTREMENT-PARAMETRE.
           05 CLE-PARAMETRE-IN    PIC X(20).
           05 VALEUR-PARAMETRE-IN PIC X(20).

       FD FICHIER-RAPPORT.
       01 LIGNE-RAPPORT             PIC X(132).

      *> Historique commun des runs de la chaîne, en ajout.
       FD FICHIER-RUN-CONTROLE.
       COPY COMPTE-RUN-CONTROLE.

       WORKING-STORAGE SECTION.
       01 WS-FS-EMIS-GL          PIC X(02) VALUE '00'.
       01 WS-FS-ACCUSES          PIC X(02) VALUE '00'.
       01 WS-FS-SUIVI-GL         PIC X(02) VALUE '00'.
       01 WS-FS-REGLES-GL        PIC X(02) VALUE '00'.
       01 WS-FS-PARAMETRES       PIC X(02) VALUE '00'.
       01 WS-DATE-TRAITEMENT     PIC 9(8) VALUE 0.
       01 WS-JOB-ID              PIC X(08) VALUE 'RAPGL   '.
       01 WS-FS-RUN-CONTROLE     PIC X(02) VALUE '00'.
       01 WS-HEURE-RUN-CTL       PIC 9(8) VALUE 0.
       01 WS-FIN-REGISTRE        PIC X VALUE 'N'.

       01 WS-PARAMETRES-RAPPROCHEMENT.
      *> Jours après la date de run au-delà desquels un fichier
      *> sans accusé est signalé.
           05 WS-NB-JOURS-ACCUSE     PIC 9(4) VALUE 3.
      *> Fichiers émis avant cette date ignorés (mise en place du
      *> circuit d'accusés), 0 = tous.
           05 WS-DATE-DEBUT-RAPPRO   PIC 9(8) VALUE 0.
           05 WS-REGULARISATION      PIC X VALUE 'N'.

       01 WS-CLES-RAPPROCHEMENT.
           05 WS-CLE-EMIS        PIC X(34) VALUE LOW-VALUES.
           05 WS-CLE-ACK         PIC X(34) VALUE LOW-VALUES.

      *> Ligne en cours de rapprochement, au dessin de l'accusé
      *> (zones d'accusé à blanc pour une ligne émise seule).
       01 WS-LIGNE-COURANTE.
           05 WS-LIGNE-EMISE.
               10 WS-LIG-TYPE        PIC X(01).
               10 WS-LIG-DATE        PIC 9(8).
               10 WS-LIG-AGENCE      PIC X(04).
               10 WS-LIG-NATURE      PIC X(01).
               10 WS-LIG-SENS        PIC X(01).
               10 WS-LIG-COMPTE      PIC X(08).
               10 WS-LIG-MONTANT     PIC S9(9)V99.
           05 WS-LIG-STATUT-ACK      PIC X(01).
           05 WS-LIG-CODE-REJET      PIC X(04).
           05 WS-LIG-DATE-INTEGRATION PIC 9(8).
           05 FILLER                 PIC X(03).

      *> Fichier du registre en mémoire : réécrit dès que la ligne
      *> suivante relève d'un autre fichier.
       01 WS-REGISTRE-COURANT.
           05 WS-CLE-SGL-DEMANDEE.
               10 WS-CODE-INTERFACE  PIC X(01).
               10 WS-DATE-RUN-DEMANDEE PIC 9(8).
           05 WS-SGL-CHARGE          PIC X VALUE 'N'.
           05 WS-SGL-MODIFIE         PIC X VALUE 'N'.
           05 WS-A-RAPPROCHER        PIC X VALUE 'N'.
           05 WS-NB-JOURS-ATTENTE    PIC S9(5) VALUE 0.
           05 WS-NB-ECARTS-FICHIER   PIC 9(7) VALUE 0.

      *> Règles d'imputation du jour, pour la réimputation des
      *> lignes à régulariser ; une nature/sens sans règle garde
      *> le compte d'origine.
       01 WS-TABLE-REGLES.
           05 WS-NB-REGLES           PIC 9(3) VALUE 0.
           05 WS-REGLE OCCURS 30 TIMES INDEXED BY IDX-REGLE.
               10 WS-NATURE-REGLE-T  PIC X(01).
               10 WS-SENS-REGLE-T    PIC X(01).
               10 WS-COMPTE-REGLE-T  PIC X(08).

       01 WS-TOTAUX-RAPPROCHEMENT.
           05 WS-CT-NB-EMIS-LUS      PIC 9(7) VALUE 0.
           05 WS-CT-NB-ACCUSES-LUS   PIC 9(7) VALUE 0.
           05 WS-CT-NB-ACCEPTEES     PIC 9(7) VALUE 0.
           05 WS-CT-NB-FICHIERS-ACQUITTES PIC 9(7) VALUE 0.
           05 WS-CT-NB-FICHIERS-CONFORMES PIC 9(7) VALUE 0.
           05 WS-CT-NB-FICHIERS-ECART PIC 9(7) VALUE 0.
           05 WS-CT-NB-FICHIERS-REGUL PIC 9(7) VALUE 0.
           05 WS-CT-NB-NON-ACQUITTES PIC 9(7) VALUE 0.
           05 WS-CT-NB-EN-ATTENTE    PIC 9(7) VALUE 0.
           05 WS-CT-NB-ANOMALIES     PIC 9(7) VALUE 0.
           05 WS-CT-NB-LIGNES-REGUL  PIC 9(7) VALUE 0.
           05 WS-CT-NB-ERREURS       PIC 9(7) VALUE 0.
           05 WS-CT-MT-REGUL         PIC S9(11)V99 VALUE 0.

       01 WS-LIGNE-ENTETE-RAPPORT.
           05 FILLER PIC X(49) VALUE
               "RAPPROCHEMENT INTERFACE GRAND LIVRE / ACCUSES AU ".
           05 WS-RAP-DATE-EDITION PIC 9(8).
           05 FILLER PIC X(75) VALUE SPACES.

       01 WS-LIGNE-PARAMETRES.
           05 FILLER PIC X(28) VALUE "  DELAI D'ACCUSE (JOURS) : ".
           05 WS-PRM-DELAI        PIC Z(3)9.
           05 FILLER PIC X(28) VALUE "   DEBUT DU RAPPROCHEMENT : ".
           05 WS-PRM-DEBUT        PIC 9(8).
           05 FILLER PIC X(20) VALUE "   REGULARISATION : ".
           05 WS-PRM-REGUL        PIC X(01).
           05 FILLER PIC X(43) VALUE SPACES.

       01 WS-LIGNE-TITRE.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-TIT-LIBELLE      PIC X(40).
           05 FILLER              PIC X(90) VALUE SPACES.

       01 WS-LIGNE-COLONNES-ANOMALIE.
           05 FILLER PIC X(40) VALUE
               "  INTERF.  DATE      AGCE  N S  COMPTE  ".
           05 FILLER PIC X(40) VALUE
               "        MONTANT  ANOMALIE               ".
           05 FILLER PIC X(07) VALUE "   REJ.".
           05 FILLER PIC X(45) VALUE SPACES.

       01 WS-LIGNE-ANOMALIE.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-ANO-INTERFACE    PIC X(07).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-ANO-DATE         PIC 9(8).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-ANO-AGENCE       PIC X(04).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-ANO-NATURE       PIC X(01).
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-ANO-SENS         PIC X(01).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-ANO-COMPTE       PIC X(08).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-ANO-MONTANT      PIC Z(8)9.99-.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-ANO-LIBELLE      PIC X(24).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-ANO-CODE-REJET   PIC X(04).
           05 FILLER              PIC X(45) VALUE SPACES.

       01 WS-LIGNE-FICHIER.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-FIC-INTERFACE    PIC X(07).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-FIC-DATE-RUN     PIC 9(8).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-FIC-SITUATION    PIC X(30).
           05 FILLER              PIC X(10) VALUE " ACCUSE : ".
           05 WS-FIC-DATE-ACCUSE  PIC 9(8).
           05 FILLER              PIC X(10) VALUE " EMISES : ".
           05 WS-FIC-EMISES       PIC Z(6)9.
           05 FILLER              PIC X(12) VALUE " REJETEES : ".
           05 WS-FIC-REJETEES     PIC Z(6)9.
           05 FILLER              PIC X(12) VALUE " ABSENTES : ".
           05 WS-FIC-ABSENTES     PIC Z(6)9.
           05 FILLER              PIC X(08) VALUE SPACES.

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
           DISPLAY "  RAPPROCHEMENT INTERFACE GRAND LIVRE ".
           DISPLAY "========================================".

           ACCEPT WS-DATE-TRAITEMENT FROM DATE YYYYMMDD.
           PERFORM CHARGER-PARAMETRES.
           DISPLAY "Régularisation demandée : " WS-REGULARISATION.

           PERFORM CHARGER-REGLES-GL.

      *> Premier passage : aucun fichier encore suivi, le registre
      *> est créé vide.
           OPEN I-O FICHIER-SUIVI-GL.
           IF WS-FS-SUIVI-GL = '35'
               OPEN OUTPUT FICHIER-SUIVI-GL
               CLOSE FICHIER-SUIVI-GL
               OPEN I-O FICHIER-SUIVI-GL
           END-IF.
           IF WS-FS-SUIVI-GL <> '00'
               DISPLAY "Erreur ouverture FICHIER-SUIVI-GL, statut : "
                       WS-FS-SUIVI-GL
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT FICHIER-ACCUSES.
           IF WS-FS-ACCUSES <> '00'
               DISPLAY "Erreur ouverture FICHIER-ACCUSES, statut : "
                       WS-FS-ACCUSES
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM ENREGISTRER-ACCUSE
               UNTIL WS-FS-ACCUSES = '10'.
           CLOSE FICHIER-ACCUSES.
           PERFORM ECRIRE-FICHIER-SGL.

           OPEN INPUT FICHIER-EMIS-GL.
           IF WS-FS-EMIS-GL <> '00'
               DISPLAY "Erreur ouverture FICHIER-EMIS-GL, statut : "
                       WS-FS-EMIS-GL
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT FICHIER-ACCUSES.
           OPEN OUTPUT FICHIER-REGULARISATION
                OUTPUT FICHIER-RAPPORT.

           MOVE WS-DATE-TRAITEMENT TO WS-RAP-DATE-EDITION.
           WRITE LIGNE-RAPPORT FROM WS-LIGNE-ENTETE-RAPPORT.
           MOVE WS-NB-JOURS-ACCUSE   TO WS-PRM-DELAI.
           MOVE WS-DATE-DEBUT-RAPPRO TO WS-PRM-DEBUT.
           MOVE WS-REGULARISATION    TO WS-PRM-REGUL.
           WRITE LIGNE-RAPPORT FROM WS-LIGNE-PARAMETRES.
           MOVE "ANOMALIES DE RAPPROCHEMENT" TO WS-TIT-LIBELLE.
           WRITE LIGNE-RAPPORT FROM WS-LIGNE-TITRE.
           WRITE LIGNE-RAPPORT FROM WS-LIGNE-COLONNES-ANOMALIE.

           PERFORM LIRE-EMIS.
           PERFORM LIRE-ACCUSE.
           PERFORM RAPPROCHER-LIGNES
               UNTIL WS-CLE-EMIS = HIGH-VALUES
                   AND WS-CLE-ACK = HIGH-VALUES.
           PERFORM ECRIRE-FICHIER-SGL.
           MOVE 'N' TO WS-SGL-CHARGE.

           IF WS-REGULARISATION = 'O'
               PERFORM ECRIRE-TRAILER-REGUL
           END-IF.

           MOVE "SITUATION DES FICHIERS" TO WS-TIT-LIBELLE.
           WRITE LIGNE-RAPPORT FROM WS-LIGNE-TITRE.
           MOVE LOW-VALUES TO CLE-SUIVI-GL.
           START FICHIER-SUIVI-GL KEY IS >= CLE-SUIVI-GL
               INVALID KEY
                   MOVE 'O' TO WS-FIN-REGISTRE
           END-START.
           PERFORM BALAYER-REGISTRE
               UNTIL WS-FIN-REGISTRE = 'O'.

           PERFORM EDITER-COMPTAGES.

           CLOSE FICHIER-EMIS-GL FICHIER-ACCUSES FICHIER-SUIVI-GL
                 FICHIER-REGULARISATION FICHIER-RAPPORT.

           PERFORM AFFICHER-TOTAUX-RAPPROCHEMENT.

           IF WS-CT-NB-FICHIERS-ECART > 0
                   OR WS-CT-NB-NON-ACQUITTES > 0
                   OR WS-CT-NB-ERREURS > 0
               DISPLAY "Interface non rapprochée, code retour "
                       "forcé à 8."
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.

           PERFORM ECRIRE-RUN-CONTROLE.

           DISPLAY "Rapprochement interface grand livre terminé.".
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
           MOVE WS-CT-NB-EMIS-LUS  TO NB-LUS-RUN.
           MOVE WS-CT-NB-ACCEPTEES TO NB-TRAITES-RUN.
           MOVE WS-CT-NB-ANOMALIES TO NB-REJETES-RUN.
           MOVE WS-CT-NB-FICHIERS-ECART TO NB-DIVERS-1-RUN.
           MOVE WS-CT-NB-NON-ACQUITTES  TO NB-DIVERS-2-RUN.
           MOVE WS-CT-MT-REGUL     TO MONTANT-1-RUN.
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
               DISPLAY "Paramètres de rapprochement introuvables, "
                       "valeurs par défaut retenues.".

       APPLIQUER-PARAMETRE.
           EVALUATE CLE-PARAMETRE-IN
               WHEN 'NB-JOURS-ACCUSE-GL'
                   MOVE VALEUR-PARAMETRE-IN(1:4)
                           TO WS-NB-JOURS-ACCUSE
               WHEN 'DATE-DEBUT-RAPPRO-GL'
                   MOVE VALEUR-PARAMETRE-IN(1:8)
                           TO WS-DATE-DEBUT-RAPPRO
               WHEN 'REGULARISATION-GL'
                   MOVE VALEUR-PARAMETRE-IN(1:1)
                           TO WS-REGULARISATION
               WHEN OTHER
                   DISPLAY "Paramètre inconnu ignoré : "
                           CLE-PARAMETRE-IN
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
                       "d'origine conservés.".

       APPLIQUER-REGLE-GL.
           IF WS-NB-REGLES >= 30
               DISPLAY "Table des règles pleine, règle ignorée : "
                       NATURE-REGLE-IN " " SENS-REGLE-IN
           ELSE
               ADD 1 TO WS-NB-REGLES
               MOVE NATURE-REGLE-IN TO WS-NATURE-REGLE-T(WS-NB-REGLES)
               MOVE SENS-REGLE-IN   TO WS-SENS-REGLE-T(WS-NB-REGLES)
               MOVE COMPTE-REGLE-IN TO WS-COMPTE-REGLE-T(WS-NB-REGLES)
           END-IF.

      *> Premier passage sur les accusés : tout fichier dont au
      *> moins une ligne est revenue passe en 'A', le rapprochement
      *> ligne à ligne sait alors qu'une ligne sans accusé est
      *> absente et non en attente.
       ENREGISTRER-ACCUSE.
           READ FICHIER-ACCUSES NEXT RECORD
               AT END
                   MOVE '10' TO WS-FS-ACCUSES
               NOT AT END
                   ADD 1 TO WS-CT-NB-ACCUSES-LUS
                   PERFORM MARQUER-FICHIER-ACQUITTE
           END-READ.

       MARQUER-FICHIER-ACQUITTE.
           MOVE ENREGISTREMENT-ACCUSE TO WS-LIGNE-COURANTE.
           IF WS-LIG-DATE < WS-DATE-DEBUT-RAPPRO
               EXIT PARAGRAPH
           END-IF.
           PERFORM CHARGER-FICHIER-SGL.
           IF STATUT-SGL = 'E' OR STATUT-SGL = 'N'
               MOVE 'A' TO STATUT-SGL
               IF WS-LIG-DATE-INTEGRATION NUMERIC
                       AND WS-LIG-DATE-INTEGRATION > 0
                   MOVE WS-LIG-DATE-INTEGRATION TO DATE-ACCUSE-SGL
               ELSE
                   MOVE WS-DATE-TRAITEMENT TO DATE-ACCUSE-SGL
               END-IF
               MOVE 'O' TO WS-SGL-MODIFIE
               ADD 1 TO WS-CT-NB-FICHIERS-ACQUITTES
           END-IF.

      *> Fichier du registre auquel appartient la ligne courante
      *> (nature 'S' : déshérence, 'K' : capitalisation, 'X' :
      *> contre-passations, 'G' : régularisation, sinon run
      *> nocturne). Trailers compris, chaque interface porte sa
      *> propre nature. Un fichier jamais vu est enregistré émis,
      *> en attente d'accusé.
       CHARGER-FICHIER-SGL.
           EVALUATE WS-LIG-NATURE
               WHEN 'S'
                   MOVE 'D' TO WS-CODE-INTERFACE
               WHEN 'K'
                   MOVE 'K' TO WS-CODE-INTERFACE
               WHEN 'X'
                   MOVE 'M' TO WS-CODE-INTERFACE
               WHEN 'G'
                   MOVE 'Q' TO WS-CODE-INTERFACE
               WHEN OTHER
                   MOVE 'G' TO WS-CODE-INTERFACE
           END-EVALUATE.
           MOVE WS-LIG-DATE TO WS-DATE-RUN-DEMANDEE.
           IF WS-SGL-CHARGE = 'O'
                   AND CLE-SUIVI-GL = WS-CLE-SGL-DEMANDEE
               EXIT PARAGRAPH
           END-IF.

           PERFORM ECRIRE-FICHIER-SGL.
           MOVE WS-CLE-SGL-DEMANDEE TO CLE-SUIVI-GL.
           READ FICHIER-SUIVI-GL
               INVALID KEY
                   PERFORM CREER-FICHIER-SGL
           END-READ.
           MOVE 'O' TO WS-SGL-CHARGE.
           MOVE 'N' TO WS-SGL-MODIFIE.

       CREER-FICHIER-SGL.
           MOVE WS-CLE-SGL-DEMANDEE TO CLE-SUIVI-GL.
           MOVE 'E'                TO STATUT-SGL.
           MOVE WS-DATE-TRAITEMENT TO DATE-ENREG-SGL.
           MOVE 0                  TO DATE-ACCUSE-SGL.
           MOVE 0                  TO NB-LIGNES-EMISES-SGL.
           MOVE 0                  TO NB-ACCEPTEES-SGL.
           MOVE 0                  TO NB-REJETEES-SGL.
           MOVE 0                  TO NB-ABSENTES-SGL.
           MOVE 0                  TO NB-INCONNUES-SGL.
           MOVE 0                  TO NB-ECARTS-TRAILER-SGL.
           MOVE 0                  TO MONTANT-A-REGUL-SGL.
           MOVE 0                  TO DATE-REGUL-SGL.
           MOVE WS-DATE-TRAITEMENT TO DATE-MAJ-SGL.
           WRITE ENREGISTREMENT-SUIVI-GL
               INVALID KEY
                   ADD 1 TO WS-CT-NB-ERREURS
                   DISPLAY "Erreur écriture registre pour "
                           CLE-SUIVI-GL
           END-WRITE.

       ECRIRE-FICHIER-SGL.
           IF WS-SGL-CHARGE = 'O' AND WS-SGL-MODIFIE = 'O'
               MOVE WS-DATE-TRAITEMENT TO DATE-MAJ-SGL
               REWRITE ENREGISTREMENT-SUIVI-GL
                   INVALID KEY
                       ADD 1 TO WS-CT-NB-ERREURS
                       DISPLAY "Erreur réécriture registre pour "
                               CLE-SUIVI-GL
               END-REWRITE
           END-IF.
           MOVE 'N' TO WS-SGL-MODIFIE.

      *> Clé de rapprochement : date, type de ligne, puis agence,
      *> nature, sens, compte et montant, dans l'ordre du tri.
       LIRE-EMIS.
           READ FICHIER-EMIS-GL NEXT RECORD
               AT END
                   MOVE HIGH-VALUES TO WS-CLE-EMIS
               NOT AT END
                   ADD 1 TO WS-CT-NB-EMIS-LUS
                   MOVE ENREGISTREMENT-GL-E(2:8) TO WS-CLE-EMIS(1:8)
                   MOVE ENREGISTREMENT-GL-E(1:1) TO WS-CLE-EMIS(9:1)
                   MOVE ENREGISTREMENT-GL-E(10:25)
                           TO WS-CLE-EMIS(10:25)
           END-READ.

       LIRE-ACCUSE.
           READ FICHIER-ACCUSES NEXT RECORD
               AT END
                   MOVE HIGH-VALUES TO WS-CLE-ACK
               NOT AT END
                   MOVE ENREGISTREMENT-ACCUSE(2:8) TO WS-CLE-ACK(1:8)
                   MOVE ENREGISTREMENT-ACCUSE(1:1) TO WS-CLE-ACK(9:1)
                   MOVE ENREGISTREMENT-ACCUSE(10:25)
                           TO WS-CLE-ACK(10:25)
           END-READ.

       RAPPROCHER-LIGNES.
           EVALUATE TRUE
               WHEN WS-CLE-EMIS = WS-CLE-ACK
                   PERFORM TRAITER-LIGNE-APPARIEE
                   PERFORM LIRE-EMIS
                   PERFORM LIRE-ACCUSE
               WHEN WS-CLE-EMIS < WS-CLE-ACK
                   PERFORM TRAITER-EMIS-SEULE
                   PERFORM LIRE-EMIS
               WHEN OTHER
                   PERFORM TRAITER-ACCUSE-SEUL
                   PERFORM LIRE-ACCUSE
           END-EVALUATE.

      *> Seuls les fichiers acquittés non encore soldés ('A', ou
      *> 'X' dont les écarts sont relistés) se rapprochent ; les
      *> compteurs du registre ne sont arrêtés qu'au passage 'A'.
       PREPARER-FICHIER-LIGNE.
           MOVE 'N' TO WS-A-RAPPROCHER.
           IF WS-LIG-DATE < WS-DATE-DEBUT-RAPPRO
               EXIT PARAGRAPH
           END-IF.
           PERFORM CHARGER-FICHIER-SGL.
           IF STATUT-SGL = 'A' OR STATUT-SGL = 'X'
               MOVE 'O' TO WS-A-RAPPROCHER
               IF STATUT-SGL = 'A' AND WS-LIG-TYPE = 'E'
                   ADD 1 TO NB-LIGNES-EMISES-SGL
                   MOVE 'O' TO WS-SGL-MODIFIE
               END-IF
           END-IF.

       TRAITER-LIGNE-APPARIEE.
           MOVE ENREGISTREMENT-ACCUSE TO WS-LIGNE-COURANTE.
           PERFORM PREPARER-FICHIER-LIGNE.
           IF WS-A-RAPPROCHER = 'N'
               EXIT PARAGRAPH
           END-IF.

           IF WS-LIG-STATUT-ACK = 'A'
               ADD 1 TO WS-CT-NB-ACCEPTEES
               IF STATUT-SGL = 'A' AND WS-LIG-TYPE = 'E'
                   ADD 1 TO NB-ACCEPTEES-SGL
               END-IF
               EXIT PARAGRAPH
           END-IF.

           IF WS-LIG-TYPE = 'E'
               MOVE "LIGNE REJETEE" TO WS-ANO-LIBELLE
               IF STATUT-SGL = 'A'
                   ADD 1 TO NB-REJETEES-SGL
               END-IF
               PERFORM SIGNALER-A-REGULARISER
           ELSE
               MOVE "TRAILER REFUSE" TO WS-ANO-LIBELLE
               PERFORM SIGNALER-ECART-TRAILER
           END-IF.

       TRAITER-EMIS-SEULE.
           MOVE ENREGISTREMENT-GL-E TO WS-LIGNE-EMISE.
           MOVE SPACES TO WS-LIG-STATUT-ACK.
           MOVE SPACES TO WS-LIG-CODE-REJET.
           MOVE 0      TO WS-LIG-DATE-INTEGRATION.
           PERFORM PREPARER-FICHIER-LIGNE.
           IF WS-A-RAPPROCHER = 'N'
               EXIT PARAGRAPH
           END-IF.

           IF WS-LIG-TYPE = 'E'
               MOVE "ABSENTE DE L'ACCUSE" TO WS-ANO-LIBELLE
               IF STATUT-SGL = 'A'
                   ADD 1 TO NB-ABSENTES-SGL
               END-IF
               PERFORM SIGNALER-A-REGULARISER
           ELSE
               MOVE "TRAILER ABSENT" TO WS-ANO-LIBELLE
               PERFORM SIGNALER-ECART-TRAILER
           END-IF.

      *> Ligne renvoyée par la comptabilité sans équivalent émis
      *> (montant ou compte altéré, ligne étrangère) : signalée,
      *> jamais régularisée.
       TRAITER-ACCUSE-SEUL.
           MOVE ENREGISTREMENT-ACCUSE TO WS-LIGNE-COURANTE.
           PERFORM PREPARER-FICHIER-LIGNE.
           IF WS-A-RAPPROCHER = 'N'
               EXIT PARAGRAPH
           END-IF.

           MOVE "ACCUSE SANS EMISSION" TO WS-ANO-LIBELLE.
           IF STATUT-SGL = 'A'
               ADD 1 TO NB-INCONNUES-SGL
               MOVE 'O' TO WS-SGL-MODIFIE
           END-IF.
           PERFORM EDITER-LIGNE-ANOMALIE.

       SIGNALER-A-REGULARISER.
           IF STATUT-SGL = 'A'
               ADD WS-LIG-MONTANT TO MONTANT-A-REGUL-SGL
               MOVE 'O' TO WS-SGL-MODIFIE
           END-IF.
           PERFORM EDITER-LIGNE-ANOMALIE.
           IF WS-REGULARISATION = 'O'
               PERFORM ECRIRE-LIGNE-REGUL
           END-IF.

       SIGNALER-ECART-TRAILER.
           IF STATUT-SGL = 'A'
               ADD 1 TO NB-ECARTS-TRAILER-SGL
               MOVE 'O' TO WS-SGL-MODIFIE
           END-IF.
           PERFORM EDITER-LIGNE-ANOMALIE.

       EDITER-LIGNE-ANOMALIE.
           ADD 1 TO WS-CT-NB-ANOMALIES.
           EVALUATE WS-CODE-INTERFACE
               WHEN 'D'
                   MOVE "CPTEGLD" TO WS-ANO-INTERFACE
               WHEN 'K'
                   MOVE "CPTEGLK" TO WS-ANO-INTERFACE
               WHEN 'M'
                   MOVE "CPTEGLM" TO WS-ANO-INTERFACE
               WHEN 'Q'
                   MOVE "CPTEGLR" TO WS-ANO-INTERFACE
               WHEN OTHER
                   MOVE "CPTEGL " TO WS-ANO-INTERFACE
           END-EVALUATE.
           MOVE WS-LIG-DATE       TO WS-ANO-DATE.
           MOVE WS-LIG-AGENCE     TO WS-ANO-AGENCE.
           MOVE WS-LIG-NATURE     TO WS-ANO-NATURE.
           MOVE WS-LIG-SENS       TO WS-ANO-SENS.
           MOVE WS-LIG-COMPTE     TO WS-ANO-COMPTE.
           MOVE WS-LIG-MONTANT    TO WS-ANO-MONTANT.
           MOVE WS-LIG-CODE-REJET TO WS-ANO-CODE-REJET.
           WRITE LIGNE-RAPPORT FROM WS-LIGNE-ANOMALIE.

      *> Ligne renvoyée seule : sa contrepartie déjà intégrée, la
      *> paire se retrouve équilibrée au grand livre. Le compte est
      *> celui de la règle du jour pour la nature d'origine ; date
      *> du jour et nature 'G' rattachent la ligne au fichier
      *> CPTEGLR du jour, dont l'accusé est rapproché à son tour.
       ECRIRE-LIGNE-REGUL.
           MOVE WS-LIGNE-EMISE TO ENREGISTREMENT-GL.
           MOVE 'E'            TO TYPE-ENREG-GL.
           MOVE WS-DATE-TRAITEMENT TO DATE-ECRITURE-GL.
           MOVE 'G'            TO NATURE-GL.
           PERFORM VARYING IDX-REGLE FROM 1 BY 1
                   UNTIL IDX-REGLE > WS-NB-REGLES
               IF WS-NATURE-REGLE-T(IDX-REGLE) = WS-LIG-NATURE
                       AND WS-SENS-REGLE-T(IDX-REGLE) = WS-LIG-SENS
                   MOVE WS-COMPTE-REGLE-T(IDX-REGLE)
                           TO COMPTE-COMPTABLE-GL
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           WRITE ENREGISTREMENT-GL.
           ADD 1 TO WS-CT-NB-LIGNES-REGUL.
           ADD WS-LIG-MONTANT TO WS-CT-MT-REGUL.

       ECRIRE-TRAILER-REGUL.
           MOVE 'T'                TO TYPE-ENREG-GL.
           MOVE WS-DATE-TRAITEMENT TO DATE-ECRITURE-GL.
           MOVE '****'             TO CODE-AGENCE-GL.
           MOVE 'G'                TO NATURE-GL.
           MOVE SPACE              TO SENS-GL.
           MOVE SPACES             TO COMPTE-COMPTABLE-GL.
           MOVE WS-CT-MT-REGUL     TO MONTANT-GL.
           WRITE ENREGISTREMENT-GL.

      *> Dernier passage : sort de chaque fichier du registre.
       BALAYER-REGISTRE.
           READ FICHIER-SUIVI-GL NEXT RECORD
               AT END
                   MOVE 'O' TO WS-FIN-REGISTRE
               NOT AT END
                   PERFORM STATUER-FICHIER
           END-READ.

       STATUER-FICHIER.
           MOVE 'N' TO WS-SGL-MODIFIE.
           COMPUTE WS-NB-ECARTS-FICHIER =
               NB-REJETEES-SGL + NB-ABSENTES-SGL
               + NB-INCONNUES-SGL + NB-ECARTS-TRAILER-SGL.

           EVALUATE STATUT-SGL
               WHEN 'A'
                   IF WS-NB-ECARTS-FICHIER = 0
                       MOVE 'C' TO STATUT-SGL
                       MOVE "CONFORME" TO WS-FIC-SITUATION
                       ADD 1 TO WS-CT-NB-FICHIERS-CONFORMES
                   ELSE
                       PERFORM STATUER-FICHIER-EN-ECART
                   END-IF
                   MOVE 'O' TO WS-SGL-MODIFIE
               WHEN 'X'
                   PERFORM STATUER-FICHIER-EN-ECART
               WHEN 'E'
               WHEN 'N'
                   COMPUTE WS-NB-JOURS-ATTENTE =
                       FUNCTION INTEGER-OF-DATE(WS-DATE-TRAITEMENT)
                       - FUNCTION INTEGER-OF-DATE(DATE-RUN-SGL)
                   IF WS-NB-JOURS-ATTENTE > WS-NB-JOURS-ACCUSE
                       IF STATUT-SGL = 'E'
                           MOVE 'N' TO STATUT-SGL
                           MOVE 'O' TO WS-SGL-MODIFIE
                       END-IF
                       MOVE "NON ACQUITTE HORS DELAI"
                               TO WS-FIC-SITUATION
                       ADD 1 TO WS-CT-NB-NON-ACQUITTES
                   ELSE
                       ADD 1 TO WS-CT-NB-EN-ATTENTE
                       EXIT PARAGRAPH
                   END-IF
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE.

           IF WS-SGL-MODIFIE = 'O'
               MOVE WS-DATE-TRAITEMENT TO DATE-MAJ-SGL
               REWRITE ENREGISTREMENT-SUIVI-GL
                   INVALID KEY
                       ADD 1 TO WS-CT-NB-ERREURS
                       DISPLAY "Erreur réécriture registre pour "
                               CLE-SUIVI-GL
               END-REWRITE
           END-IF.
           PERFORM EDITER-LIGNE-FICHIER.

      *> Ecarts régularisés par la soumission du jour, ou laissés
      *> en attente (et relistés chaque jour) jusqu'à correction des
      *> règles.
       STATUER-FICHIER-EN-ECART.
           IF WS-REGULARISATION = 'O'
               MOVE 'R' TO STATUT-SGL
               MOVE WS-DATE-TRAITEMENT TO DATE-REGUL-SGL
               MOVE "ECARTS REGULARISES CE JOUR" TO WS-FIC-SITUATION
               ADD 1 TO WS-CT-NB-FICHIERS-REGUL
               MOVE 'O' TO WS-SGL-MODIFIE
           ELSE
               IF STATUT-SGL = 'A'
                   MOVE 'X' TO STATUT-SGL
                   MOVE "ECARTS A REGULARISER" TO WS-FIC-SITUATION
               ELSE
                   MOVE "ECARTS EN ATTENTE DE REGUL."
                           TO WS-FIC-SITUATION
               END-IF
               ADD 1 TO WS-CT-NB-FICHIERS-ECART
           END-IF.

       EDITER-LIGNE-FICHIER.
           EVALUATE CODE-INTERFACE-SGL
               WHEN 'D'
                   MOVE "CPTEGLD" TO WS-FIC-INTERFACE
               WHEN 'K'
                   MOVE "CPTEGLK" TO WS-FIC-INTERFACE
               WHEN 'M'
                   MOVE "CPTEGLM" TO WS-FIC-INTERFACE
               WHEN 'Q'
                   MOVE "CPTEGLR" TO WS-FIC-INTERFACE
               WHEN OTHER
                   MOVE "CPTEGL " TO WS-FIC-INTERFACE
           END-EVALUATE.
           MOVE DATE-RUN-SGL         TO WS-FIC-DATE-RUN.
           MOVE DATE-ACCUSE-SGL      TO WS-FIC-DATE-ACCUSE.
           MOVE NB-LIGNES-EMISES-SGL TO WS-FIC-EMISES.
           MOVE NB-REJETEES-SGL      TO WS-FIC-REJETEES.
           MOVE NB-ABSENTES-SGL      TO WS-FIC-ABSENTES.
           WRITE LIGNE-RAPPORT FROM WS-LIGNE-FICHIER.

       EDITER-COMPTAGES.
           MOVE "LIGNES EMISES LUES                "
                   TO WS-RAP-LIBELLE.
           MOVE WS-CT-NB-EMIS-LUS TO WS-RAP-NOMBRE.
           WRITE LIGNE-RAPPORT FROM WS-LIGNE-COMPTAGE.
           MOVE "LIGNES D'ACCUSE LUES              "
                   TO WS-RAP-LIBELLE.
           MOVE WS-CT-NB-ACCUSES-LUS TO WS-RAP-NOMBRE.
           WRITE LIGNE-RAPPORT FROM WS-LIGNE-COMPTAGE.
           MOVE "FICHIERS ACQUITTES CE JOUR        "
                   TO WS-RAP-LIBELLE.
           MOVE WS-CT-NB-FICHIERS-ACQUITTES TO WS-RAP-NOMBRE.
           WRITE LIGNE-RAPPORT FROM WS-LIGNE-COMPTAGE.
           MOVE "FICHIERS CONFORMES                "
                   TO WS-RAP-LIBELLE.
           MOVE WS-CT-NB-FICHIERS-CONFORMES TO WS-RAP-NOMBRE.
           WRITE LIGNE-RAPPORT FROM WS-LIGNE-COMPTAGE.
           MOVE "FICHIERS AVEC ECARTS              "
                   TO WS-RAP-LIBELLE.
           MOVE WS-CT-NB-FICHIERS-ECART TO WS-RAP-NOMBRE.
           WRITE LIGNE-RAPPORT FROM WS-LIGNE-COMPTAGE.
           MOVE "FICHIERS REGULARISES              "
                   TO WS-RAP-LIBELLE.
           MOVE WS-CT-NB-FICHIERS-REGUL TO WS-RAP-NOMBRE.
           WRITE LIGNE-RAPPORT FROM WS-LIGNE-COMPTAGE.
           MOVE "FICHIERS NON ACQUITTES HORS DELAI "
                   TO WS-RAP-LIBELLE.
           MOVE WS-CT-NB-NON-ACQUITTES TO WS-RAP-NOMBRE.
           WRITE LIGNE-RAPPORT FROM WS-LIGNE-COMPTAGE.
           MOVE "FICHIERS EN ATTENTE D'ACCUSE      "
                   TO WS-RAP-LIBELLE.
           MOVE WS-CT-NB-EN-ATTENTE TO WS-RAP-NOMBRE.
           WRITE LIGNE-RAPPORT FROM WS-LIGNE-COMPTAGE.
           MOVE "ANOMALIES SIGNALEES               "
                   TO WS-RAP-LIBELLE.
           MOVE WS-CT-NB-ANOMALIES TO WS-RAP-NOMBRE.
           WRITE LIGNE-RAPPORT FROM WS-LIGNE-COMPTAGE.
           MOVE "LIGNES DE REGULARISATION EMISES   "
                   TO WS-RAP-LIBELLE.
           MOVE WS-CT-NB-LIGNES-REGUL TO WS-RAP-NOMBRE.
           WRITE LIGNE-RAPPORT FROM WS-LIGNE-COMPTAGE.
           MOVE "MONTANT REGULARISE                "
                   TO WS-RAP-LIBELLE-MT.
           MOVE WS-CT-MT-REGUL TO WS-RAP-MONTANT.
           WRITE LIGNE-RAPPORT FROM WS-LIGNE-MONTANT.

       AFFICHER-TOTAUX-RAPPROCHEMENT.
           DISPLAY "========================================".
           DISPLAY "  TOTAUX DE CONTRÔLE DU RAPPROCHEMENT GL ".
           DISPLAY "========================================".
           DISPLAY "Lignes émises lues                : "
                   WS-CT-NB-EMIS-LUS.
           DISPLAY "Lignes d'accusé lues              : "
                   WS-CT-NB-ACCUSES-LUS.
           DISPLAY "Lignes intégrées rapprochées      : "
                   WS-CT-NB-ACCEPTEES.
           DISPLAY "Fichiers acquittés ce jour        : "
                   WS-CT-NB-FICHIERS-ACQUITTES.
           DISPLAY "Fichiers conformes                : "
                   WS-CT-NB-FICHIERS-CONFORMES.
           DISPLAY "Fichiers avec écarts              : "
                   WS-CT-NB-FICHIERS-ECART.
           DISPLAY "Fichiers régularisés              : "
                   WS-CT-NB-FICHIERS-REGUL.
           DISPLAY "Fichiers non acquittés hors délai : "
                   WS-CT-NB-NON-ACQUITTES.
           DISPLAY "Fichiers en attente d'accusé      : "
                   WS-CT-NB-EN-ATTENTE.
           DISPLAY "Anomalies signalées               : "
                   WS-CT-NB-ANOMALIES.
           DISPLAY "Lignes de régularisation émises   : "
                   WS-CT-NB-LIGNES-REGUL.
           DISPLAY "Montant régularisé                : "
                   WS-CT-MT-REGUL.
           DISPLAY "Erreurs d'écriture du registre    : "
                   WS-CT-NB-ERREURS.
           DISPLAY "========================================".
