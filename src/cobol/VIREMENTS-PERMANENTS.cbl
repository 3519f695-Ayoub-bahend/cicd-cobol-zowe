       IDENTIFICATION DIVISION.
       PROGRAM-ID. VIREMENTS-PERMANENTS.
       AUTHOR. CHATGPT.

      *> Exécution des virements permanents : chaque nuit ouvrée,
      *> les ordres actifs de CPTEVIR arrivés à échéance sont
      *> traduits en un lot de mouvements au dessin CPTEMVT (entête
      *> '0', paire de détails 'VE' sur le compte débité / 'VC' sur
      *> le compte crédité, trailer '9' avec comptage et total de
      *> contrôle), appliqué ensuite au master par
      *> MAJ-MOUVEMENTS-COMPTES avec les mêmes contrôles de lot, de
      *> registre et de provision qu'un lot d'agence.
      *>   - la provision est vérifiée ici comme à l'application
      *>     (solde des épargnes et des plans, pénalité de sortie
      *>     comprise ; découvert autorisé des courants), diminuée
      *>     des virements déjà retenus cette nuit sur le même
      *>     compte : un ordre retenu n'est pas refusé ensuite ;
      *>   - provision insuffisante : l'échéance est représentée
      *>     les nuits ouvrées suivantes, et l'ordre est suspendu à
      *>     la NB-ESSAIS-VIREMENT-ième présentation refusée, ou dès
      *>     que l'un des deux comptes n'est plus au master ;
      *>   - une échéance tombant un samedi ou un dimanche est
      *>     exécutée le premier jour ouvré suivant ; le jour
      *>     d'échéance est ramené au dernier jour des mois plus
      *>     courts, sans décaler les échéances suivantes ;
      *>   - état CPTEVPR des ordres exécutés, représentés,
      *>     suspendus ou terminés, ligne de contrôle CPTERUN
      *>     'STEP004 '.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FICHIER-VIREMENTS ASSIGN TO CPTEVIR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLE-VIR
               FILE STATUS IS WS-FS-VIREMENTS.
           SELECT FICHIER-MASTER ASSIGN TO CPTEIN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NUM-COMPTE
               FILE STATUS IS WS-FS-MASTER.
           SELECT FICHIER-AUTORISATIONS ASSIGN TO CPTEAUT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NUM-COMPTE-AUT
               FILE STATUS IS WS-FS-AUTORISATIONS.
           SELECT FICHIER-PARAMETRES ASSIGN TO CPTEPRM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PARAMETRES.
           SELECT FICHIER-LOT-VIREMENTS ASSIGN TO CPTEVPM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-LOT-VIREMENTS.
           SELECT FICHIER-RAPPORT ASSIGN TO CPTEVPR
               ORGANIZATION IS SEQUENTIAL.
           SELECT FICHIER-RUN-CONTROLE ASSIGN TO CPTERUN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-RUN-CONTROLE.

       DATA DIVISION.
       FILE SECTION.

       FD FICHIER-VIREMENTS.
       COPY COMPTE-VIREMENT-PERMANENT.

      *> Lecture seule : le master n'est mis à jour qu'à
      *> l'application du lot.
       FD FICHIER-MASTER.
       COPY COMPTE-ENTREE.

       FD FICHIER-AUTORISATIONS.
       COPY COMPTE-AUTORISATION.

       FD FICHIER-PARAMETRES.
       01 ENREGISTREMENT-PARAMETRE.
           05 CLE-PARAMETRE-IN    PIC X(20).
           05 VALEUR-PARAMETRE-IN PIC X(20).

      *> Lot de mouvements du jour, même dessin et même encadrement
      *> qu'un lot d'agence.
       FD FICHIER-LOT-VIREMENTS.
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
       01 WS-FS-VIREMENTS        PIC X(02) VALUE '00'.
       01 WS-FS-MASTER           PIC X(02) VALUE '00'.
       01 WS-FS-AUTORISATIONS    PIC X(02) VALUE '00'.
       01 WS-AUTORISATIONS-DISPO PIC X VALUE 'N'.
       01 WS-LIMITE-AUTORISEE    PIC 9(7)V99 VALUE 0.
       01 WS-FS-PARAMETRES       PIC X(02) VALUE '00'.
       01 WS-FS-LOT-VIREMENTS    PIC X(02) VALUE '00'.
       01 WS-DATE-TRAITEMENT     PIC 9(8) VALUE 0.
       01 WS-JOB-ID              PIC X(08) VALUE 'STEP004 '.
       01 WS-FS-RUN-CONTROLE     PIC X(02) VALUE '00'.
       01 WS-HEURE-RUN-CTL       PIC 9(8) VALUE 0.

      *> Séquence réservée aux lots de virements permanents, hors de
      *> la plage des lots d'agence : le lot, daté du jour du run,
      *> est porté à son propre registre à l'application.
       01 WS-NO-SEQUENCE-LOT     PIC 9(6) VALUE 999999.

      *> Présentations refusées d'une même échéance avant la
      *> suspension de l'ordre (paramètre NB-ESSAIS-VIREMENT).
       01 WS-NB-ESSAIS-MAX       PIC 9(2) VALUE 3.

      *> Même pénalité de sortie anticipée des plans 'P' qu'à
      *> l'application des mouvements (TAUX-PENALITE-RET).
       01 WS-PENALITE-PLAN.
           05 WS-TAUX-PENALITE-X  PIC X(4) VALUE '0020'.
           05 WS-TAUX-PENALITE REDEFINES WS-TAUX-PENALITE-X
                                  PIC 9V999.
           05 WS-PENALITE         PIC 9(7)V99 VALUE 0.

      *> Jour de la semaine du run, reste de la division par 7 du
      *> rang du jour (le 1er janvier 1601, rang 1, était un lundi) :
      *> 1 = lundi ... 6 = samedi, 0 = dimanche.
       01 WS-CALENDRIER.
           05 WS-JOUR-OUVRE          PIC X VALUE 'O'.
           05 WS-RANG-JOUR           PIC 9(7) VALUE 0.
           05 WS-NB-SEMAINES         PIC 9(7) VALUE 0.
           05 WS-JOUR-SEMAINE        PIC 9(1) VALUE 0.
           05 WS-NB-MOIS-PERIODE     PIC 9(2) VALUE 0.
           05 WS-DATE-CALCUL         PIC 9(8) VALUE 0.
           05 WS-DATE-CALCUL-DEC REDEFINES WS-DATE-CALCUL.
               10 WS-ANNEE-CALC      PIC 9(4).
               10 WS-MOIS-CALC       PIC 9(2).
               10 WS-JOUR-CALC       PIC 9(2).
           05 WS-DATE-MOIS-SUIVANT   PIC 9(8) VALUE 0.
           05 WS-MOIS-SUIVANT-DEC REDEFINES WS-DATE-MOIS-SUIVANT.
               10 WS-ANNEE-SUIV      PIC 9(4).
               10 WS-MOIS-SUIV       PIC 9(2).
               10 WS-JOUR-SUIV       PIC 9(2).
           05 WS-DATE-FIN-MOIS       PIC 9(8) VALUE 0.
           05 WS-DATE-FIN-MOIS-DEC REDEFINES WS-DATE-FIN-MOIS.
               10 FILLER             PIC 9(6).
               10 WS-DERNIER-JOUR    PIC 9(2).

      *> Débits déjà retenus cette nuit sur le compte débité en
      *> cours, pénalités comprises : les ordres d'un même compte se
      *> suivent dans CPTEVIR.
       01 WS-PROVISION.
           05 WS-COMPTE-RESERVE      PIC X(10) VALUE SPACES.
           05 WS-MONTANT-RESERVE     PIC 9(9)V99 VALUE 0.
           05 WS-SOLDE-DISPONIBLE    PIC S9(9)V99 VALUE 0.
           05 WS-PROVISION-SUFFISANTE PIC X VALUE 'O'.

       01 WS-ORDRE-COURANT.
           05 WS-COMPTES-PRESENTS    PIC X VALUE 'O'.
           05 WS-AGENCE-DEBIT        PIC X(04) VALUE SPACES.
           05 WS-AGENCE-CREDIT       PIC X(04) VALUE SPACES.
           05 WS-ECHEANCE-TRAITEE    PIC 9(8) VALUE 0.
           05 WS-DISPOSITION         PIC X(12) VALUE SPACES.
           05 WS-MOTIF               PIC X(40) VALUE SPACES.

       01 WS-CONTROLE-LOT.
           05 WS-NB-DETAILS-LOT      PIC 9(7) VALUE 0.
           05 WS-HASH-MONTANTS       PIC 9(11)V99 VALUE 0.

       01 WS-TOTAUX-VIREMENTS.
           05 WS-CT-NB-LUS           PIC 9(7) VALUE 0.
           05 WS-CT-NB-EXECUTES      PIC 9(7) VALUE 0.
           05 WS-CT-NB-REPRESENTES   PIC 9(7) VALUE 0.
           05 WS-CT-NB-SUSPENDUS     PIC 9(7) VALUE 0.
           05 WS-CT-NB-TERMINES      PIC 9(7) VALUE 0.
           05 WS-CT-NB-REPORTES      PIC 9(7) VALUE 0.
           05 WS-CT-NB-ERREURS       PIC 9(7) VALUE 0.
           05 WS-CT-TOTAL-VIRE       PIC 9(11)V99 VALUE 0.

       01 WS-LIGNE-ENTETE-RAPPORT.
           05 FILLER PIC X(34) VALUE
               "VIREMENTS PERMANENTS DE LA NUIT DU".
           05 FILLER PIC X(01) VALUE SPACE.
           05 WS-RAP-DATE-EDITION PIC 9(8).
           05 FILLER PIC X(89) VALUE SPACES.

       01 WS-LIGNE-COLONNES-RAPPORT.
           05 FILLER PIC X(40) VALUE
               "  DEBITE       CREDITE         MONTANT  ".
           05 FILLER PIC X(40) VALUE
               "F   ECHEANCE   NB   DISPOSITION   MOTIF ".
           05 FILLER PIC X(52) VALUE SPACES.

       01 WS-LIGNE-DETAIL-RAPPORT.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-RAP-DEBIT        PIC X(10).
           05 FILLER              PIC X(03) VALUE SPACES.
           05 WS-RAP-CREDIT       PIC X(10).
           05 FILLER              PIC X(03) VALUE SPACES.
           05 WS-RAP-MONTANT-VIR  PIC Z(6)9.99.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-RAP-FREQUENCE    PIC X(01).
           05 FILLER              PIC X(03) VALUE SPACES.
           05 WS-RAP-ECHEANCE     PIC 9(8).
           05 FILLER              PIC X(03) VALUE SPACES.
           05 WS-RAP-ESSAIS       PIC Z9.
           05 FILLER              PIC X(03) VALUE SPACES.
           05 WS-RAP-DISPOSITION  PIC X(12).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-RAP-MOTIF        PIC X(40).
           05 FILLER              PIC X(18) VALUE SPACES.

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
           DISPLAY "  EXECUTION DES VIREMENTS PERMANENTS ".
           DISPLAY "========================================".

           ACCEPT WS-DATE-TRAITEMENT FROM DATE YYYYMMDD.
           PERFORM CHARGER-PARAMETRES.
           PERFORM DETERMINER-JOUR-OUVRE.

      *> Aucun ordre encore saisi : le fichier est créé vide et le
      *> lot ne porte que son entête et son trailer.
           OPEN I-O FICHIER-VIREMENTS.
           IF WS-FS-VIREMENTS = '35'
               OPEN OUTPUT FICHIER-VIREMENTS
               CLOSE FICHIER-VIREMENTS
               OPEN I-O FICHIER-VIREMENTS
           END-IF.
           IF WS-FS-VIREMENTS <> '00'
               DISPLAY "Erreur ouverture FICHIER-VIREMENTS, statut : "
                       WS-FS-VIREMENTS
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

      *> Même repli qu'à l'application des mouvements : sans
      *> autorisations, le plafond de découvert est nul.
           OPEN INPUT FICHIER-AUTORISATIONS.
           IF WS-FS-AUTORISATIONS = '00'
               MOVE 'O' TO WS-AUTORISATIONS-DISPO
           ELSE
               DISPLAY "Autorisations de découvert indisponibles "
                       "(statut " WS-FS-AUTORISATIONS
                       "), plafond nul appliqué."
           END-IF.

           OPEN OUTPUT FICHIER-LOT-VIREMENTS.
           IF WS-FS-LOT-VIREMENTS <> '00'
               DISPLAY "Erreur ouverture FICHIER-LOT-VIREMENTS, "
                       "statut : " WS-FS-LOT-VIREMENTS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT FICHIER-RAPPORT.

           MOVE WS-DATE-TRAITEMENT TO WS-RAP-DATE-EDITION.
           WRITE LIGNE-RAPPORT FROM WS-LIGNE-ENTETE-RAPPORT.
           WRITE LIGNE-RAPPORT FROM WS-LIGNE-COLONNES-RAPPORT.

           PERFORM ECRIRE-ENTETE-LOT.

           PERFORM JUSQUA-FIN-VIREMENTS
               UNTIL WS-EOF = 'O'.

           PERFORM ECRIRE-TRAILER-LOT.
           PERFORM EDITER-COMPTAGES.

           CLOSE FICHIER-VIREMENTS FICHIER-MASTER
                 FICHIER-LOT-VIREMENTS FICHIER-RAPPORT.
           IF WS-AUTORISATIONS-DISPO = 'O'
               CLOSE FICHIER-AUTORISATIONS
           END-IF.

           PERFORM AFFICHER-TOTAUX-VIREMENTS.

           IF WS-CT-NB-SUSPENDUS > 0 OR WS-CT-NB-ERREURS > 0
               DISPLAY "Ordres suspendus ou en erreur, code retour "
                       "forcé à 8."
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.

           PERFORM ECRIRE-RUN-CONTROLE.

           DISPLAY "Exécution des virements permanents terminée.".
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
           MOVE WS-CT-NB-EXECUTES  TO NB-TRAITES-RUN.
           MOVE WS-CT-NB-SUSPENDUS TO NB-REJETES-RUN.
           MOVE WS-CT-NB-REPRESENTES TO NB-DIVERS-1-RUN.
           MOVE WS-CT-NB-TERMINES  TO NB-DIVERS-2-RUN.
           MOVE WS-CT-TOTAL-VIRE   TO MONTANT-1-RUN.
           MOVE WS-HASH-MONTANTS   TO MONTANT-2-RUN.
           MOVE 0                  TO MONTANT-3-RUN.
           MOVE 0                  TO MONTANT-4-RUN.
           MOVE RETURN-CODE        TO CODE-RETOUR-RUN.
           WRITE ENREGISTREMENT-RUN-CONTROLE.
           CLOSE FICHIER-RUN-CONTROLE.

      *> Samedi et dimanche : les échéances dues attendent le
      *> premier run d'un jour ouvré.
       DETERMINER-JOUR-OUVRE.
           COMPUTE WS-RANG-JOUR =
               FUNCTION INTEGER-OF-DATE(WS-DATE-TRAITEMENT).
           DIVIDE 7 INTO WS-RANG-JOUR
               GIVING WS-NB-SEMAINES REMAINDER WS-JOUR-SEMAINE.
           IF WS-JOUR-SEMAINE = 6 OR WS-JOUR-SEMAINE = 0
               MOVE 'N' TO WS-JOUR-OUVRE
               DISPLAY "Jour non ouvré : aucune échéance exécutée "
                       "ce jour."
           END-IF.

       JUSQUA-FIN-VIREMENTS.
           READ FICHIER-VIREMENTS NEXT RECORD
               AT END
                   MOVE 'O' TO WS-EOF
               NOT AT END
                   ADD 1 TO WS-CT-NB-LUS
                   PERFORM TRAITER-VIREMENT
           END-READ.

       TRAITER-VIREMENT.
           IF STATUT-VIR <> 'A'
                   OR DATE-PROCHAINE-VIR > WS-DATE-TRAITEMENT
               EXIT PARAGRAPH
           END-IF.
           MOVE DATE-PROCHAINE-VIR TO WS-ECHEANCE-TRAITEE.
           MOVE SPACES TO WS-MOTIF.

           IF DATE-FIN-VIR > 0
                   AND DATE-PROCHAINE-VIR > DATE-FIN-VIR
               MOVE 'T' TO STATUT-VIR
               ADD 1 TO WS-CT-NB-TERMINES
               MOVE 'TERMINE'  TO WS-DISPOSITION
               MOVE 'DATE DE FIN DEPASSEE' TO WS-MOTIF
               PERFORM REECRIRE-VIREMENT
               PERFORM EDITER-LIGNE-VIREMENT
               EXIT PARAGRAPH
           END-IF.

           IF WS-JOUR-OUVRE = 'N'
               ADD 1 TO WS-CT-NB-REPORTES
               EXIT PARAGRAPH
           END-IF.

           PERFORM CONTROLER-COMPTES-VIREMENT.
           IF WS-COMPTES-PRESENTS = 'N'
               MOVE 'S' TO STATUT-VIR
               ADD 1 TO WS-CT-NB-SUSPENDUS
               MOVE 'SUSPENDU' TO WS-DISPOSITION
               PERFORM REECRIRE-VIREMENT
               PERFORM EDITER-LIGNE-VIREMENT
               EXIT PARAGRAPH
           END-IF.

           PERFORM CONTROLER-PROVISION.
           IF WS-PROVISION-SUFFISANTE = 'O'
               PERFORM EXECUTER-VIREMENT
           ELSE
               PERFORM REFUSER-PRESENTATION
           END-IF.
           PERFORM REECRIRE-VIREMENT.
           PERFORM EDITER-LIGNE-VIREMENT.

      *> Compte crédité lu en premier : la zone du master reste
      *> ensuite positionnée sur le compte débité pour le contrôle
      *> de provision.
       CONTROLER-COMPTES-VIREMENT.
           MOVE 'O' TO WS-COMPTES-PRESENTS.
           MOVE NUM-COMPTE-CREDIT-VIR TO NUM-COMPTE.
           READ FICHIER-MASTER
               INVALID KEY
                   MOVE 'N' TO WS-COMPTES-PRESENTS
                   MOVE 'COMPTE CREDITE INCONNU AU MASTER'
                           TO WS-MOTIF
               NOT INVALID KEY
                   MOVE CODE-AGENCE TO WS-AGENCE-CREDIT
           END-READ.
           IF WS-COMPTES-PRESENTS = 'N'
               EXIT PARAGRAPH
           END-IF.
           MOVE NUM-COMPTE-DEBIT-VIR TO NUM-COMPTE.
           READ FICHIER-MASTER
               INVALID KEY
                   MOVE 'N' TO WS-COMPTES-PRESENTS
                   MOVE 'COMPTE DEBITE INCONNU AU MASTER'
                           TO WS-MOTIF
               NOT INVALID KEY
                   MOVE CODE-AGENCE TO WS-AGENCE-DEBIT
           END-READ.

      *> Mêmes règles que les refus 14 et 15 de l'application, sur
      *> le solde diminué des virements déjà retenus cette nuit.
       CONTROLER-PROVISION.
           IF NUM-COMPTE-DEBIT-VIR <> WS-COMPTE-RESERVE
               MOVE NUM-COMPTE-DEBIT-VIR TO WS-COMPTE-RESERVE
               MOVE 0 TO WS-MONTANT-RESERVE
           END-IF.
           MOVE 'O' TO WS-PROVISION-SUFFISANTE.
           MOVE 0 TO WS-PENALITE.
           IF TYPE-COMPTE = 'P'
                   AND WS-TAUX-PENALITE > 0
                   AND DATE-ECHEANCE NUMERIC
                   AND DATE-ECHEANCE > WS-DATE-TRAITEMENT
               COMPUTE WS-PENALITE ROUNDED =
                   MONTANT-VIR * WS-TAUX-PENALITE
           END-IF.
           COMPUTE WS-SOLDE-DISPONIBLE =
               SOLDE-COMPTE - WS-MONTANT-RESERVE.

           IF TYPE-COMPTE = 'C'
               PERFORM LIRE-AUTORISATION
               IF WS-SOLDE-DISPONIBLE - MONTANT-VIR
                       < 0 - WS-LIMITE-AUTORISEE
                   MOVE 'N' TO WS-PROVISION-SUFFISANTE
                   MOVE 'DEPASSEMENT DECOUVERT AUTORISE'
                           TO WS-MOTIF
               END-IF
           ELSE
               IF MONTANT-VIR + WS-PENALITE > WS-SOLDE-DISPONIBLE
                   MOVE 'N' TO WS-PROVISION-SUFFISANTE
                   MOVE 'SOLDE INSUFFISANT' TO WS-MOTIF
               END-IF
           END-IF.

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

      *> Paire VE / VC datée valeur du jour ; l'échéance suivante
      *> est calculée sur l'échéance théorique, pas sur le jour
      *> d'exécution, pour qu'un report de week-end ne décale pas
      *> l'échéancier.
       EXECUTER-VIREMENT.
           MOVE SPACES                TO ENREGISTREMENT-MOUVEMENT.
           MOVE '1'                   TO TYPE-ENREG-MVT.
           MOVE NUM-COMPTE-DEBIT-VIR  TO NUM-COMPTE-MVT.
           MOVE 'VE'                  TO CODE-OPERATION-MVT.
           MOVE MONTANT-VIR           TO MONTANT-MVT.
           MOVE WS-DATE-TRAITEMENT    TO DATE-VALEUR-MVT.
           MOVE WS-AGENCE-DEBIT       TO CODE-AGENCE-MVT.
           WRITE ENREGISTREMENT-MOUVEMENT.

           MOVE SPACES                TO ENREGISTREMENT-MOUVEMENT.
           MOVE '1'                   TO TYPE-ENREG-MVT.
           MOVE NUM-COMPTE-CREDIT-VIR TO NUM-COMPTE-MVT.
           MOVE 'VC'                  TO CODE-OPERATION-MVT.
           MOVE MONTANT-VIR           TO MONTANT-MVT.
           MOVE WS-DATE-TRAITEMENT    TO DATE-VALEUR-MVT.
           MOVE WS-AGENCE-CREDIT      TO CODE-AGENCE-MVT.
           WRITE ENREGISTREMENT-MOUVEMENT.

           ADD 2 TO WS-NB-DETAILS-LOT.
           COMPUTE WS-HASH-MONTANTS =
               WS-HASH-MONTANTS + MONTANT-VIR + MONTANT-VIR.
           COMPUTE WS-MONTANT-RESERVE =
               WS-MONTANT-RESERVE + MONTANT-VIR + WS-PENALITE.
           ADD 1 TO WS-CT-NB-EXECUTES.
           ADD MONTANT-VIR TO WS-CT-TOTAL-VIRE.

           MOVE 0                  TO NB-ESSAIS-VIR.
           MOVE WS-DATE-TRAITEMENT TO DATE-DERNIERE-EXEC-VIR.
           MOVE 'EXECUTE'          TO WS-DISPOSITION.
           PERFORM CALCULER-ECHEANCE-SUIVANTE.
           IF DATE-FIN-VIR > 0
                   AND DATE-PROCHAINE-VIR > DATE-FIN-VIR
               MOVE 'T' TO STATUT-VIR
               ADD 1 TO WS-CT-NB-TERMINES
               MOVE 'DERNIERE ECHEANCE, ORDRE TERMINE' TO WS-MOTIF
           END-IF.

      *> L'échéance reste due et sera représentée au prochain run
      *> ouvré, jusqu'à NB-ESSAIS-VIREMENT refus.
       REFUSER-PRESENTATION.
           ADD 1 TO NB-ESSAIS-VIR.
           IF NB-ESSAIS-VIR >= WS-NB-ESSAIS-MAX
               MOVE 'S' TO STATUT-VIR
               ADD 1 TO WS-CT-NB-SUSPENDUS
               MOVE 'SUSPENDU' TO WS-DISPOSITION
           ELSE
               ADD 1 TO WS-CT-NB-REPRESENTES
               MOVE 'REPRESENTE' TO WS-DISPOSITION
           END-IF.

       CALCULER-ECHEANCE-SUIVANTE.
           EVALUATE FREQUENCE-VIR
               WHEN 'H'
                   COMPUTE DATE-PROCHAINE-VIR =
                       FUNCTION DATE-OF-INTEGER(
                           FUNCTION INTEGER-OF-DATE(DATE-PROCHAINE-VIR)
                           + 7)
                   EXIT PARAGRAPH
               WHEN 'T'
                   MOVE 3  TO WS-NB-MOIS-PERIODE
               WHEN 'S'
                   MOVE 6  TO WS-NB-MOIS-PERIODE
               WHEN 'A'
                   MOVE 12 TO WS-NB-MOIS-PERIODE
               WHEN OTHER
                   MOVE 1  TO WS-NB-MOIS-PERIODE
           END-EVALUATE.

           MOVE DATE-PROCHAINE-VIR TO WS-DATE-CALCUL.
           ADD WS-NB-MOIS-PERIODE TO WS-MOIS-CALC.
           IF WS-MOIS-CALC > 12
               SUBTRACT 12 FROM WS-MOIS-CALC
               ADD 1 TO WS-ANNEE-CALC
           END-IF.
           PERFORM CALCULER-FIN-DE-MOIS.
           IF JOUR-ECHEANCE-VIR > WS-DERNIER-JOUR
               MOVE WS-DERNIER-JOUR   TO WS-JOUR-CALC
           ELSE
               MOVE JOUR-ECHEANCE-VIR TO WS-JOUR-CALC
           END-IF.
           MOVE WS-DATE-CALCUL TO DATE-PROCHAINE-VIR.

      *> Dernier jour du mois de WS-DATE-CALCUL : veille du premier
      *> jour du mois suivant.
       CALCULER-FIN-DE-MOIS.
           MOVE WS-ANNEE-CALC TO WS-ANNEE-SUIV.
           COMPUTE WS-MOIS-SUIV = WS-MOIS-CALC + 1.
           IF WS-MOIS-SUIV > 12
               MOVE 1 TO WS-MOIS-SUIV
               ADD 1 TO WS-ANNEE-SUIV
           END-IF.
           MOVE 1 TO WS-JOUR-SUIV.
           COMPUTE WS-DATE-FIN-MOIS =
               FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-DATE-MOIS-SUIVANT) - 1).

      *> Un ordre exécuté mais non réécrit serait présenté de
      *> nouveau la nuit suivante : le step finit en RC=8 pour
      *> instruction.
       REECRIRE-VIREMENT.
           REWRITE ENREGISTREMENT-VIREMENT
               INVALID KEY
                   ADD 1 TO WS-CT-NB-ERREURS
                   DISPLAY "Erreur réécriture ordre "
                           NUM-COMPTE-DEBIT-VIR " -> "
                           NUM-COMPTE-CREDIT-VIR ", statut : "
                           WS-FS-VIREMENTS
           END-REWRITE.

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

       EDITER-LIGNE-VIREMENT.
           MOVE NUM-COMPTE-DEBIT-VIR  TO WS-RAP-DEBIT.
           MOVE NUM-COMPTE-CREDIT-VIR TO WS-RAP-CREDIT.
           MOVE MONTANT-VIR           TO WS-RAP-MONTANT-VIR.
           MOVE FREQUENCE-VIR         TO WS-RAP-FREQUENCE.
           MOVE WS-ECHEANCE-TRAITEE   TO WS-RAP-ECHEANCE.
           MOVE NB-ESSAIS-VIR         TO WS-RAP-ESSAIS.
           MOVE WS-DISPOSITION        TO WS-RAP-DISPOSITION.
           MOVE WS-MOTIF              TO WS-RAP-MOTIF.
           WRITE LIGNE-RAPPORT FROM WS-LIGNE-DETAIL-RAPPORT.

           DISPLAY "Virement permanent : " NUM-COMPTE-DEBIT-VIR
                   " -> " NUM-COMPTE-CREDIT-VIR
                   " | Montant : " MONTANT-VIR
                   " | " WS-DISPOSITION
                   " | Prochaine échéance : " DATE-PROCHAINE-VIR.

       EDITER-COMPTAGES.
           MOVE "ORDRES LUS                        "
                   TO WS-RAP-LIBELLE.
           MOVE WS-CT-NB-LUS TO WS-RAP-NOMBRE.
           WRITE LIGNE-RAPPORT FROM WS-LIGNE-COMPTAGE.
           MOVE "ORDRES EXECUTES                   "
                   TO WS-RAP-LIBELLE.
           MOVE WS-CT-NB-EXECUTES TO WS-RAP-NOMBRE.
           WRITE LIGNE-RAPPORT FROM WS-LIGNE-COMPTAGE.
           MOVE "ECHEANCES A REPRESENTER           "
                   TO WS-RAP-LIBELLE.
           MOVE WS-CT-NB-REPRESENTES TO WS-RAP-NOMBRE.
           WRITE LIGNE-RAPPORT FROM WS-LIGNE-COMPTAGE.
           MOVE "ORDRES SUSPENDUS                  "
                   TO WS-RAP-LIBELLE.
           MOVE WS-CT-NB-SUSPENDUS TO WS-RAP-NOMBRE.
           WRITE LIGNE-RAPPORT FROM WS-LIGNE-COMPTAGE.
           MOVE "ORDRES TERMINES                   "
                   TO WS-RAP-LIBELLE.
           MOVE WS-CT-NB-TERMINES TO WS-RAP-NOMBRE.
           WRITE LIGNE-RAPPORT FROM WS-LIGNE-COMPTAGE.
           MOVE "ECHEANCES REPORTEES (NON OUVRE)   "
                   TO WS-RAP-LIBELLE.
           MOVE WS-CT-NB-REPORTES TO WS-RAP-NOMBRE.
           WRITE LIGNE-RAPPORT FROM WS-LIGNE-COMPTAGE.
           MOVE "DETAILS DU LOT (VE + VC)          "
                   TO WS-RAP-LIBELLE.
           MOVE WS-NB-DETAILS-LOT TO WS-RAP-NOMBRE.
           WRITE LIGNE-RAPPORT FROM WS-LIGNE-COMPTAGE.
           MOVE "MONTANT TOTAL VIRE                "
                   TO WS-RAP-LIBELLE-MT.
           MOVE WS-CT-TOTAL-VIRE TO WS-RAP-MONTANT.
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
               DISPLAY "Paramètres de virements introuvables, "
                       "valeurs par défaut utilisées.".

      *> CPTEPRM est partagé avec le traitement nocturne : les clés
      *> des autres programmes de la chaîne ne sont pas des erreurs
      *> ici, elles sont ignorées sans message.
       APPLIQUER-PARAMETRE.
           EVALUATE CLE-PARAMETRE-IN
               WHEN 'NB-ESSAIS-VIREMENT'
                   MOVE VALEUR-PARAMETRE-IN(1:2)
                           TO WS-NB-ESSAIS-MAX
               WHEN 'TAUX-PENALITE-RET'
                   MOVE VALEUR-PARAMETRE-IN(1:4)
                           TO WS-TAUX-PENALITE-X
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       AFFICHER-TOTAUX-VIREMENTS.
           DISPLAY "========================================".
           DISPLAY "  TOTAUX DE CONTRÔLE DES VIREMENTS ".
           DISPLAY "========================================".
           DISPLAY "Ordres lus                        : "
                   WS-CT-NB-LUS.
           DISPLAY "Ordres exécutés                   : "
                   WS-CT-NB-EXECUTES.
           DISPLAY "Echéances à représenter           : "
                   WS-CT-NB-REPRESENTES.
           DISPLAY "Ordres suspendus                  : "
                   WS-CT-NB-SUSPENDUS.
           DISPLAY "Ordres terminés                   : "
                   WS-CT-NB-TERMINES.
           DISPLAY "Echéances reportées (non ouvré)   : "
                   WS-CT-NB-REPORTES.
           DISPLAY "Erreurs de réécriture des ordres  : "
                   WS-CT-NB-ERREURS.
           DISPLAY "Détails du lot (VE + VC)          : "
                   WS-NB-DETAILS-LOT.
           DISPLAY "Total de contrôle du lot          : "
                   WS-HASH-MONTANTS.
           DISPLAY "Montant total viré                : "
                   WS-CT-TOTAL-VIRE.
           DISPLAY "Contrôle : détails = 2 x exécutés, total de "
                   "contrôle = 2 x montant viré".
           DISPLAY "========================================".
