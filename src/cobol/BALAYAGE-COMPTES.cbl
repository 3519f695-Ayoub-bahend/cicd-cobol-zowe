       IDENTIFICATION DIVISION.
       PROGRAM-ID. BALAYAGE-COMPTES.
       AUTHOR. CHATGPT.

      *> Balayage automatique épargne -> courant : chaque nuit,
      *> pour chaque convention active de CPTEBAL, le courant passé
      *> sous son plancher (zéro par défaut) est renfloué depuis
      *> l'épargne du même titulaire, juste du montant nécessaire et
      *> sans entamer le minimum à laisser sur l'épargne. Les
      *> transferts sont traduits en un lot de mouvements au dessin
      *> CPTEMVT (entête '0', paire de détails 'VE' sur l'épargne /
      *> 'VC' sur le courant, trailer '9' avec comptage et total de
      *> contrôle), appliqué ensuite au master par
      *> MAJ-MOUVEMENTS-COMPTES comme un lot d'agence : journal,
      *> contrôles et historique des runs restent ainsi cohérents
      *> avec la vérification de fin de chaîne.
      *>   - le balayage passe après les mouvements du jour et la
      *>     capitalisation, avant le calcul nocturne : le découvert
      *>     couvert n'est ni facturé ni compté en intérêts
      *>     débiteurs ;
      *>   - épargne insuffisante : le disponible au-dessus du
      *>     minimum est balayé (balayage partiel), rien s'il est
      *>     nul ;
      *>   - une convention dont un compte a quitté le master ou
      *>     changé de type est suspendue jusqu'à un nouvel
      *>     événement 'BA' de la maintenance ;
      *>   - état CPTEBLR des balayages de la nuit pour les agences
      *>     (détail puis récapitulatif par agence du courant),
      *>     ligne de contrôle CPTERUN 'STEP006A'.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FICHIER-CONVENTIONS ASSIGN TO CPTEBAL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ID-CLIENT-BAL
               FILE STATUS IS WS-FS-CONVENTIONS.
           SELECT FICHIER-MASTER ASSIGN TO CPTEIN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NUM-COMPTE
               FILE STATUS IS WS-FS-MASTER.
           SELECT FICHIER-CLIENTS ASSIGN TO CPTECLI
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NUM-COMPTE-CLI
               FILE STATUS IS WS-FS-CLIENTS.
           SELECT FICHIER-LOT-BALAYAGES ASSIGN TO CPTEBLM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-LOT-BALAYAGES.
           SELECT FICHIER-RAPPORT ASSIGN TO CPTEBLR
               ORGANIZATION IS SEQUENTIAL.
           SELECT FICHIER-RUN-CONTROLE ASSIGN TO CPTERUN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-RUN-CONTROLE.

       DATA DIVISION.
       FILE SECTION.

       FD FICHIER-CONVENTIONS.
       COPY COMPTE-CONVENTION-BALAYAGE.

      *> Lecture seule : le master n'est mis à jour qu'à
      *> l'application du lot.
       FD FICHIER-MASTER.
       COPY COMPTE-ENTREE.

      *> Nom du titulaire sur l'état des agences, facultatif.
       FD FICHIER-CLIENTS.
       COPY CLIENT-REFERENCE.

      *> Lot de balayages de la nuit, même dessin et même
      *> encadrement qu'un lot d'agence.
       FD FICHIER-LOT-BALAYAGES.
       COPY COMPTE-MOUVEMENT.

       FD FICHIER-RAPPORT.
       01 LIGNE-RAPPORT           PIC X(132).

      *> Historique commun des runs de la chaîne, en ajout : une
      *> ligne de contrôle par exécution, recoupée en fin de chaîne
      *> par VERIFICATION-CHAINE.
       FD FICHIER-RUN-CONTROLE.
       COPY COMPTE-RUN-CONTROLE.

       WORKING-STORAGE SECTION.
       01 WS-EOF                 PIC X VALUE 'N'.
       01 WS-FS-CONVENTIONS      PIC X(02) VALUE '00'.
       01 WS-FS-MASTER           PIC X(02) VALUE '00'.
       01 WS-FS-CLIENTS          PIC X(02) VALUE '00'.
       01 WS-CLIENTS-DISPO       PIC X VALUE 'N'.
       01 WS-FS-LOT-BALAYAGES    PIC X(02) VALUE '00'.
       01 WS-DATE-TRAITEMENT     PIC 9(8) VALUE 0.
       01 WS-JOB-ID              PIC X(08) VALUE 'STEP006A'.
       01 WS-FS-RUN-CONTROLE     PIC X(02) VALUE '00'.
       01 WS-HEURE-RUN-CTL       PIC 9(8) VALUE 0.

      *> Séquence réservée aux lots de balayage, distincte de celle
      *> des virements permanents (999999) et hors de la plage des
      *> lots d'agence : le lot, daté du jour du run, est porté à
      *> son propre registre à l'application.
       01 WS-NO-SEQUENCE-LOT     PIC 9(6) VALUE 999998.

       01 WS-CONVENTION-COURANTE.
           05 WS-COMPTES-PRESENTS    PIC X VALUE 'O'.
           05 WS-AGENCE-COURANT      PIC X(04) VALUE SPACES.
           05 WS-AGENCE-EPARGNE      PIC X(04) VALUE SPACES.
           05 WS-SOLDE-COURANT       PIC S9(7)V99 VALUE 0.
           05 WS-BESOIN              PIC S9(9)V99 VALUE 0.
           05 WS-DISPONIBLE          PIC S9(9)V99 VALUE 0.
           05 WS-MONTANT-BALAYE      PIC 9(7)V99 VALUE 0.
           05 WS-NOM-TITULAIRE       PIC X(30) VALUE SPACES.
           05 WS-DISPOSITION         PIC X(12) VALUE SPACES.
           05 WS-MOTIF               PIC X(25) VALUE SPACES.

       01 WS-CONTROLE-LOT.
           05 WS-NB-DETAILS-LOT      PIC 9(7) VALUE 0.
           05 WS-HASH-MONTANTS       PIC 9(11)V99 VALUE 0.

       01 WS-TABLE-AGENCES.
           05 WS-NB-AGENCES PIC 9(4) VALUE 0.
           05 WS-AGENCE-ENTREE OCCURS 200 TIMES
                   INDEXED BY IDX-AGENCE.
               10 WS-CODE-AGENCE-T   PIC X(04).
               10 WS-NB-BALAYAGES-T  PIC 9(7).
               10 WS-BALAYE-T        PIC 9(11)V99.

       01 WS-TOTAUX-BALAYAGES.
           05 WS-CT-NB-LUS           PIC 9(7) VALUE 0.
           05 WS-CT-NB-INACTIVES     PIC 9(7) VALUE 0.
           05 WS-CT-NB-SANS-BESOIN   PIC 9(7) VALUE 0.
           05 WS-CT-NB-BALAYES       PIC 9(7) VALUE 0.
           05 WS-CT-NB-PARTIELS      PIC 9(7) VALUE 0.
           05 WS-CT-NB-INSUFFISANTS  PIC 9(7) VALUE 0.
           05 WS-CT-NB-SUSPENDUES    PIC 9(7) VALUE 0.
           05 WS-CT-NB-ERREURS       PIC 9(7) VALUE 0.
           05 WS-CT-TOTAL-BALAYE     PIC 9(11)V99 VALUE 0.

       01 WS-LIGNE-ENTETE-RAPPORT.
           05 FILLER PIC X(34) VALUE
               "BALAYAGES EPARGNE VERS COURANT DU ".
           05 FILLER PIC X(01) VALUE SPACE.
           05 WS-RAP-DATE-EDITION PIC 9(8).
           05 FILLER PIC X(89) VALUE SPACES.

       01 WS-LIGNE-COLONNES-RAPPORT.
           05 FILLER PIC X(40) VALUE
               "  AGCE  TITULAIRE                       ".
           05 FILLER PIC X(40) VALUE
               "COURANT     EPARGNE     SOLDE COURANT   ".
           05 FILLER PIC X(40) VALUE
               " BALAYE  DISPOSITION   MOTIF            ".
           05 FILLER PIC X(12) VALUE SPACES.

       01 WS-LIGNE-DETAIL-RAPPORT.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-RAP-AGENCE       PIC X(04).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-RAP-NOM          PIC X(30).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-RAP-COURANT      PIC X(10).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-RAP-EPARGNE      PIC X(10).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-RAP-SOLDE        PIC Z(6)9.99-.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-RAP-BALAYE       PIC Z(6)9.99.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-RAP-DISPOSITION  PIC X(12).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-RAP-MOTIF        PIC X(25).
           05 FILLER              PIC X(04) VALUE SPACES.

       01 WS-LIGNE-AGENCE.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 FILLER              PIC X(07) VALUE "AGENCE ".
           05 WS-RAP-AGENCE-T     PIC X(04).
           05 FILLER              PIC X(13) VALUE
               "  BALAYAGES :".
           05 WS-RAP-NB-AGENCE    PIC Z(6)9.
           05 FILLER              PIC X(12) VALUE
               "  MONTANT : ".
           05 WS-RAP-MT-AGENCE    PIC Z(10)9.99.
           05 FILLER              PIC X(73) VALUE SPACES.

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
           DISPLAY "  BALAYAGE EPARGNE VERS COURANT ".
           DISPLAY "========================================".

           ACCEPT WS-DATE-TRAITEMENT FROM DATE YYYYMMDD.

      *> Aucune convention encore saisie : le fichier est créé vide
      *> et le lot ne porte que son entête et son trailer.
           OPEN I-O FICHIER-CONVENTIONS.
           IF WS-FS-CONVENTIONS = '35'
               OPEN OUTPUT FICHIER-CONVENTIONS
               CLOSE FICHIER-CONVENTIONS
               OPEN I-O FICHIER-CONVENTIONS
           END-IF.
           IF WS-FS-CONVENTIONS <> '00'
               DISPLAY "Erreur ouverture FICHIER-CONVENTIONS, "
                       "statut : " WS-FS-CONVENTIONS
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

           OPEN INPUT FICHIER-CLIENTS.
           IF WS-FS-CLIENTS = '00'
               MOVE 'O' TO WS-CLIENTS-DISPO
           ELSE
               DISPLAY "Référentiel clients indisponible (statut "
                       WS-FS-CLIENTS "), état édité sans nom."
           END-IF.

           OPEN OUTPUT FICHIER-LOT-BALAYAGES.
           IF WS-FS-LOT-BALAYAGES <> '00'
               DISPLAY "Erreur ouverture FICHIER-LOT-BALAYAGES, "
                       "statut : " WS-FS-LOT-BALAYAGES
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT FICHIER-RAPPORT.

           MOVE WS-DATE-TRAITEMENT TO WS-RAP-DATE-EDITION.
           WRITE LIGNE-RAPPORT FROM WS-LIGNE-ENTETE-RAPPORT.
           WRITE LIGNE-RAPPORT FROM WS-LIGNE-COLONNES-RAPPORT.

           PERFORM ECRIRE-ENTETE-LOT.

           PERFORM JUSQUA-FIN-CONVENTIONS
               UNTIL WS-EOF = 'O'.

           PERFORM ECRIRE-TRAILER-LOT.
           PERFORM EDITER-RECAP-AGENCES.
           PERFORM EDITER-COMPTAGES.

           CLOSE FICHIER-CONVENTIONS FICHIER-MASTER
                 FICHIER-LOT-BALAYAGES FICHIER-RAPPORT.
           IF WS-CLIENTS-DISPO = 'O'
               CLOSE FICHIER-CLIENTS
           END-IF.

           PERFORM AFFICHER-TOTAUX-BALAYAGES.

           IF WS-CT-NB-SUSPENDUES > 0 OR WS-CT-NB-ERREURS > 0
               DISPLAY "Conventions suspendues ou en erreur, code "
                       "retour forcé à 8."
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.

           PERFORM ECRIRE-RUN-CONTROLE.

           DISPLAY "Balayage épargne vers courant terminé.".
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
           MOVE WS-CT-NB-BALAYES   TO NB-TRAITES-RUN.
           MOVE WS-CT-NB-SUSPENDUES TO NB-REJETES-RUN.
           MOVE WS-CT-NB-PARTIELS  TO NB-DIVERS-1-RUN.
           MOVE WS-CT-NB-INSUFFISANTS TO NB-DIVERS-2-RUN.
           MOVE WS-CT-TOTAL-BALAYE TO MONTANT-1-RUN.
           MOVE WS-HASH-MONTANTS   TO MONTANT-2-RUN.
           MOVE 0                  TO MONTANT-3-RUN.
           MOVE 0                  TO MONTANT-4-RUN.
           MOVE RETURN-CODE        TO CODE-RETOUR-RUN.
           WRITE ENREGISTREMENT-RUN-CONTROLE.
           CLOSE FICHIER-RUN-CONTROLE.

       JUSQUA-FIN-CONVENTIONS.
           READ FICHIER-CONVENTIONS NEXT RECORD
               AT END
                   MOVE 'O' TO WS-EOF
               NOT AT END
                   ADD 1 TO WS-CT-NB-LUS
                   PERFORM TRAITER-CONVENTION
           END-READ.

      *> Seuls le balayage, l'épargne insuffisante et la suspension
      *> sont édités : un courant au-dessus de son plancher ne
      *> concerne pas l'agence.
       TRAITER-CONVENTION.
           IF STATUT-BAL <> 'A'
               ADD 1 TO WS-CT-NB-INACTIVES
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-MOTIF.
           MOVE 0      TO WS-MONTANT-BALAYE.

           PERFORM CONTROLER-COURANT.
           IF WS-COMPTES-PRESENTS = 'N'
               PERFORM SUSPENDRE-CONVENTION
               EXIT PARAGRAPH
           END-IF.
           IF WS-SOLDE-COURANT >= PLANCHER-COURANT-BAL
               ADD 1 TO WS-CT-NB-SANS-BESOIN
               EXIT PARAGRAPH
           END-IF.

           PERFORM CONTROLER-EPARGNE.
           IF WS-COMPTES-PRESENTS = 'N'
               PERFORM SUSPENDRE-CONVENTION
               EXIT PARAGRAPH
           END-IF.

           COMPUTE WS-BESOIN =
               PLANCHER-COURANT-BAL - WS-SOLDE-COURANT.
           COMPUTE WS-DISPONIBLE =
               SOLDE-COMPTE - MINIMUM-EPARGNE-BAL.
           IF WS-DISPONIBLE <= 0
               ADD 1 TO WS-CT-NB-INSUFFISANTS
               MOVE 'NON BALAYE'   TO WS-DISPOSITION
               MOVE 'EPARGNE AU MINIMUM' TO WS-MOTIF
               PERFORM EDITER-LIGNE-BALAYAGE
               EXIT PARAGRAPH
           END-IF.

           IF WS-DISPONIBLE < WS-BESOIN
               MOVE WS-DISPONIBLE TO WS-MONTANT-BALAYE
               ADD 1 TO WS-CT-NB-PARTIELS
               MOVE 'PARTIEL'      TO WS-DISPOSITION
               MOVE 'EPARGNE INSUFFISANTE' TO WS-MOTIF
           ELSE
               MOVE WS-BESOIN     TO WS-MONTANT-BALAYE
               MOVE 'BALAYE'       TO WS-DISPOSITION
           END-IF.
           PERFORM EXECUTER-BALAYAGE.
           PERFORM EDITER-LIGNE-BALAYAGE.

      *> Courant lu en premier : son solde et son agence sont gardés
      *> avant que la zone du master passe sur l'épargne.
       CONTROLER-COURANT.
           MOVE 'O' TO WS-COMPTES-PRESENTS.
           MOVE NUM-COMPTE-COURANT-BAL TO NUM-COMPTE.
           READ FICHIER-MASTER
               INVALID KEY
                   MOVE 'N' TO WS-COMPTES-PRESENTS
                   MOVE 'COURANT INCONNU' TO WS-MOTIF
                   MOVE SPACES TO WS-AGENCE-COURANT
                   MOVE 0      TO WS-SOLDE-COURANT
               NOT INVALID KEY
                   MOVE CODE-AGENCE  TO WS-AGENCE-COURANT
                   MOVE SOLDE-COMPTE TO WS-SOLDE-COURANT
                   IF TYPE-COMPTE <> 'C'
                       MOVE 'N' TO WS-COMPTES-PRESENTS
                       MOVE 'COURANT CHANGE DE TYPE' TO WS-MOTIF
                   END-IF
           END-READ.

       CONTROLER-EPARGNE.
           MOVE NUM-COMPTE-EPARGNE-BAL TO NUM-COMPTE.
           READ FICHIER-MASTER
               INVALID KEY
                   MOVE 'N' TO WS-COMPTES-PRESENTS
                   MOVE 'EPARGNE INCONNUE' TO WS-MOTIF
               NOT INVALID KEY
                   MOVE CODE-AGENCE TO WS-AGENCE-EPARGNE
                   IF TYPE-COMPTE <> 'E'
                       MOVE 'N' TO WS-COMPTES-PRESENTS
                       MOVE 'EPARGNE CHANGEE DE TYPE' TO WS-MOTIF
                   END-IF
           END-READ.

       SUSPENDRE-CONVENTION.
           MOVE 'S' TO STATUT-BAL.
           ADD 1 TO WS-CT-NB-SUSPENDUES.
           MOVE 'SUSPENDUE' TO WS-DISPOSITION.
           PERFORM REECRIRE-CONVENTION.
           PERFORM EDITER-LIGNE-BALAYAGE.

      *> Paire VE / VC datée valeur du jour, chaque détail à
      *> l'agence de son compte.
       EXECUTER-BALAYAGE.
           MOVE SPACES                 TO ENREGISTREMENT-MOUVEMENT.
           MOVE '1'                    TO TYPE-ENREG-MVT.
           MOVE NUM-COMPTE-EPARGNE-BAL TO NUM-COMPTE-MVT.
           MOVE 'VE'                   TO CODE-OPERATION-MVT.
           MOVE WS-MONTANT-BALAYE      TO MONTANT-MVT.
           MOVE WS-DATE-TRAITEMENT     TO DATE-VALEUR-MVT.
           MOVE WS-AGENCE-EPARGNE      TO CODE-AGENCE-MVT.
           WRITE ENREGISTREMENT-MOUVEMENT.

           MOVE SPACES                 TO ENREGISTREMENT-MOUVEMENT.
           MOVE '1'                    TO TYPE-ENREG-MVT.
           MOVE NUM-COMPTE-COURANT-BAL TO NUM-COMPTE-MVT.
           MOVE 'VC'                   TO CODE-OPERATION-MVT.
           MOVE WS-MONTANT-BALAYE      TO MONTANT-MVT.
           MOVE WS-DATE-TRAITEMENT     TO DATE-VALEUR-MVT.
           MOVE WS-AGENCE-COURANT      TO CODE-AGENCE-MVT.
           WRITE ENREGISTREMENT-MOUVEMENT.

           ADD 2 TO WS-NB-DETAILS-LOT.
           COMPUTE WS-HASH-MONTANTS = WS-HASH-MONTANTS
               + WS-MONTANT-BALAYE + WS-MONTANT-BALAYE.
           ADD 1 TO WS-CT-NB-BALAYES.
           ADD WS-MONTANT-BALAYE TO WS-CT-TOTAL-BALAYE.
           PERFORM ACCUMULER-AGENCE.

           MOVE WS-DATE-TRAITEMENT TO DATE-DERNIER-BAL.
           MOVE WS-MONTANT-BALAYE  TO MONTANT-DERNIER-BAL.
           PERFORM REECRIRE-CONVENTION.

      *> Le balayage reste au lot même si la convention n'a pu être
      *> réécrite : seule la trace du dernier balayage manque, le
      *> step finit en RC=8 pour instruction.
       REECRIRE-CONVENTION.
           REWRITE ENREGISTREMENT-CONVENTION
               INVALID KEY
                   ADD 1 TO WS-CT-NB-ERREURS
                   DISPLAY "Erreur réécriture convention "
                           ID-CLIENT-BAL ", statut : "
                           WS-FS-CONVENTIONS
           END-REWRITE.

       ACCUMULER-AGENCE.
           PERFORM VARYING IDX-AGENCE FROM 1 BY 1
                   UNTIL IDX-AGENCE > WS-NB-AGENCES
               IF WS-CODE-AGENCE-T(IDX-AGENCE) = WS-AGENCE-COURANT
                   EXIT PERFORM
               END-IF
           END-PERFORM.

           IF IDX-AGENCE > WS-NB-AGENCES
               IF WS-NB-AGENCES < 200
                   ADD 1 TO WS-NB-AGENCES
                   SET IDX-AGENCE TO WS-NB-AGENCES
                   MOVE WS-AGENCE-COURANT
                           TO WS-CODE-AGENCE-T(IDX-AGENCE)
                   MOVE 0 TO WS-NB-BALAYAGES-T(IDX-AGENCE)
                   MOVE 0 TO WS-BALAYE-T(IDX-AGENCE)
               ELSE
                   DISPLAY "Agence ignorée (table pleine, 200 max) : "
                           WS-AGENCE-COURANT
               END-IF
           END-IF.

           IF IDX-AGENCE <= WS-NB-AGENCES
               ADD 1 TO WS-NB-BALAYAGES-T(IDX-AGENCE)
               ADD WS-MONTANT-BALAYE TO WS-BALAYE-T(IDX-AGENCE)
           END-IF.

       ECRIRE-ENTETE-LOT.
           MOVE SPACES             TO ENREGISTREMENT-MOUVEMENT.
           MOVE '0'                TO TYPE-ENREG-MVT.
           MOVE WS-DATE-TRAITEMENT TO DATE-LOT-MVT.
           MOVE WS-NO-SEQUENCE-LOT TO NO-SEQUENCE-LOT-MVT.
           WRITE ENREGISTREMENT-MOUVEMENT.

       ECRIRE-TRAILER-LOT.
           MOVE SPACES             TO ENREGISTREMENT-MOUVEMENT.
           MOVE '9'                TO TYPE-ENREG-MVT.
           MOVE WS-NB-DETAILS-LOT  TO NB-DETAILS-LOT-MVT.
           MOVE WS-HASH-MONTANTS   TO TOTAL-MONTANTS-LOT-MVT.
           WRITE ENREGISTREMENT-MOUVEMENT.

       LIRE-TITULAIRE.
           MOVE SPACES TO WS-NOM-TITULAIRE.
           IF WS-CLIENTS-DISPO = 'N'
               EXIT PARAGRAPH
           END-IF.
           MOVE NUM-COMPTE-COURANT-BAL TO NUM-COMPTE-CLI.
           READ FICHIER-CLIENTS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE NOM-CLIENT-CLI TO WS-NOM-TITULAIRE
           END-READ.

       EDITER-LIGNE-BALAYAGE.
           PERFORM LIRE-TITULAIRE.
           MOVE WS-AGENCE-COURANT      TO WS-RAP-AGENCE.
           MOVE WS-NOM-TITULAIRE       TO WS-RAP-NOM.
           MOVE NUM-COMPTE-COURANT-BAL TO WS-RAP-COURANT.
           MOVE NUM-COMPTE-EPARGNE-BAL TO WS-RAP-EPARGNE.
           MOVE WS-SOLDE-COURANT       TO WS-RAP-SOLDE.
           MOVE WS-MONTANT-BALAYE      TO WS-RAP-BALAYE.
           MOVE WS-DISPOSITION         TO WS-RAP-DISPOSITION.
           MOVE WS-MOTIF               TO WS-RAP-MOTIF.
           WRITE LIGNE-RAPPORT FROM WS-LIGNE-DETAIL-RAPPORT.

           DISPLAY "Balayage : " NUM-COMPTE-EPARGNE-BAL
                   " -> " NUM-COMPTE-COURANT-BAL
                   " | Montant : " WS-MONTANT-BALAYE
                   " | " WS-DISPOSITION
                   " | " WS-MOTIF.

       EDITER-RECAP-AGENCES.
           PERFORM VARYING IDX-AGENCE FROM 1 BY 1
                   UNTIL IDX-AGENCE > WS-NB-AGENCES
               MOVE WS-CODE-AGENCE-T(IDX-AGENCE)  TO WS-RAP-AGENCE-T
               MOVE WS-NB-BALAYAGES-T(IDX-AGENCE) TO WS-RAP-NB-AGENCE
               MOVE WS-BALAYE-T(IDX-AGENCE)       TO WS-RAP-MT-AGENCE
               WRITE LIGNE-RAPPORT FROM WS-LIGNE-AGENCE
           END-PERFORM.

       EDITER-COMPTAGES.
           MOVE "CONVENTIONS LUES                  "
                   TO WS-RAP-LIBELLE.
           MOVE WS-CT-NB-LUS TO WS-RAP-NOMBRE.
           WRITE LIGNE-RAPPORT FROM WS-LIGNE-COMPTAGE.
           MOVE "CONVENTIONS INACTIVES             "
                   TO WS-RAP-LIBELLE.
           MOVE WS-CT-NB-INACTIVES TO WS-RAP-NOMBRE.
           WRITE LIGNE-RAPPORT FROM WS-LIGNE-COMPTAGE.
           MOVE "COURANTS AU-DESSUS DU PLANCHER    "
                   TO WS-RAP-LIBELLE.
           MOVE WS-CT-NB-SANS-BESOIN TO WS-RAP-NOMBRE.
           WRITE LIGNE-RAPPORT FROM WS-LIGNE-COMPTAGE.
           MOVE "BALAYAGES EXECUTES                "
                   TO WS-RAP-LIBELLE.
           MOVE WS-CT-NB-BALAYES TO WS-RAP-NOMBRE.
           WRITE LIGNE-RAPPORT FROM WS-LIGNE-COMPTAGE.
           MOVE "  DONT BALAYAGES PARTIELS         "
                   TO WS-RAP-LIBELLE.
           MOVE WS-CT-NB-PARTIELS TO WS-RAP-NOMBRE.
           WRITE LIGNE-RAPPORT FROM WS-LIGNE-COMPTAGE.
           MOVE "EPARGNES AU MINIMUM, NON BALAYEES "
                   TO WS-RAP-LIBELLE.
           MOVE WS-CT-NB-INSUFFISANTS TO WS-RAP-NOMBRE.
           WRITE LIGNE-RAPPORT FROM WS-LIGNE-COMPTAGE.
           MOVE "CONVENTIONS SUSPENDUES            "
                   TO WS-RAP-LIBELLE.
           MOVE WS-CT-NB-SUSPENDUES TO WS-RAP-NOMBRE.
           WRITE LIGNE-RAPPORT FROM WS-LIGNE-COMPTAGE.
           MOVE "DETAILS DU LOT (VE + VC)          "
                   TO WS-RAP-LIBELLE.
           MOVE WS-NB-DETAILS-LOT TO WS-RAP-NOMBRE.
           WRITE LIGNE-RAPPORT FROM WS-LIGNE-COMPTAGE.
           MOVE "MONTANT TOTAL BALAYE              "
                   TO WS-RAP-LIBELLE-MT.
           MOVE WS-CT-TOTAL-BALAYE TO WS-RAP-MONTANT.
           WRITE LIGNE-RAPPORT FROM WS-LIGNE-MONTANT.

       AFFICHER-TOTAUX-BALAYAGES.
           DISPLAY "========================================".
           DISPLAY "  TOTAUX DE CONTRÔLE DES BALAYAGES ".
           DISPLAY "========================================".
           DISPLAY "Conventions lues                  : "
                   WS-CT-NB-LUS.
           DISPLAY "Conventions inactives             : "
                   WS-CT-NB-INACTIVES.
           DISPLAY "Courants au-dessus du plancher    : "
                   WS-CT-NB-SANS-BESOIN.
           DISPLAY "Balayages exécutés                : "
                   WS-CT-NB-BALAYES.
           DISPLAY "  dont balayages partiels         : "
                   WS-CT-NB-PARTIELS.
           DISPLAY "Epargnes au minimum, non balayées : "
                   WS-CT-NB-INSUFFISANTS.
           DISPLAY "Conventions suspendues            : "
                   WS-CT-NB-SUSPENDUES.
           DISPLAY "Erreurs de réécriture             : "
                   WS-CT-NB-ERREURS.
           DISPLAY "Détails du lot (VE + VC)          : "
                   WS-NB-DETAILS-LOT.
           DISPLAY "Total de contrôle du lot          : "
                   WS-HASH-MONTANTS.
           DISPLAY "Montant total balayé              : "
                   WS-CT-TOTAL-BALAYE.
           DISPLAY "Contrôle : lus = inactives + au-dessus du "
                   "plancher + balayés + non balayées + suspendues".
           DISPLAY "========================================".
