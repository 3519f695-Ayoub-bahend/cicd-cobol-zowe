      *> présent dans un fichier mais pas dans l'autre est signalé
      *> sur la page : plus besoin de lancer le rapprochement pour
      *> répondre à un appel d'agence.
      *> La page liste aussi les mouvements imputés au compte sur une
      *> période, lus au journal CPTEJRN avec leur référence (lot et
      *> rang du détail, à citer pour une contre-passation) : dates
      *> de début et de fin en carte après le compte, le mois civil
      *> précédent à défaut.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NUM-COMPTE-M
               FILE STATUS IS WS-FS-MASTER-YTD.
           SELECT FICHIER-JOURNAL ASSIGN TO CPTEJRN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLE-JRN
               FILE STATUS IS WS-FS-JOURNAL.
           SELECT FICHIER-AUDIT ASSIGN TO CPTEAUD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-AUDIT.
       FD FICHIER-CARTES.
       01 ENREGISTREMENT-CARTE.
           05 NUM-COMPTE-CAR     PIC X(10).
      *> Période des mouvements du journal (AAAAMMJJ), facultative.
           05 DATE-DEBUT-CAR     PIC 9(8).
           05 DATE-FIN-CAR       PIC 9(8).

       FD FICHIER-MASTER.
       COPY COMPTE-ENTREE.
       FD FICHIER-MASTER-YTD.
       COPY COMPTE-YTD.

       FD FICHIER-JOURNAL.
       COPY COMPTE-JOURNAL.

       FD FICHIER-AUDIT.
       COPY COMPTE-AUDIT.

       01 WS-FS-MASTER-YTD       PIC X(02) VALUE '00'.
       01 WS-FS-AUDIT            PIC X(02) VALUE '00'.
       01 WS-FS-PARAMETRES       PIC X(02) VALUE '00'.
       01 WS-FS-JOURNAL          PIC X(02) VALUE '00'.
       01 WS-JOURNAL-DISPO       PIC X VALUE 'N'.
       01 WS-DATE-TRAITEMENT     PIC 9(8) VALUE 0.
       01 WS-DATE-TRAITEMENT-DEC REDEFINES WS-DATE-TRAITEMENT.
           05 WS-ANNEE-TRT       PIC 9(4).
           05 WS-MOIS-TRT        PIC 9(2).
           05 WS-JOUR-TRT        PIC 9(2).

      *> Période par défaut des mouvements du journal : le mois
      *> civil précédant la date d'édition.
       01 WS-PERIODE-DEFAUT.
           05 WS-DEBUT-DEFAUT     PIC 9(8) VALUE 0.
           05 WS-DEBUT-DEFAUT-DEC REDEFINES WS-DEBUT-DEFAUT.
               10 WS-ANNEE-DEFAUT PIC 9(4).
               10 WS-MOIS-DEFAUT  PIC 9(2).
               10 WS-JOUR-DEFAUT  PIC 9(2).
           05 WS-FIN-DEFAUT       PIC 9(8) VALUE 0.
           05 WS-PREMIER-DU-MOIS  PIC 9(8) VALUE 0.

      *> Nombre de lignes d'audit récentes retenues par compte
      *> (1 à 10, borné à la taille de la table).
           05 WS-DEMANDE-ENTREE OCCURS 100 TIMES
                   INDEXED BY IDX-DEMANDE.
               10 WS-NUM-COMPTE-DEM PIC X(10).
               10 WS-DATE-DEBUT-DEM PIC 9(8).
               10 WS-DATE-FIN-DEM   PIC 9(8).
               10 WS-NB-AUDIT-DEM   PIC 9(4).
               10 WS-AUDIT-DEM OCCURS 10 TIMES
                       INDEXED BY IDX-AUDIT-DEM.
           05 WS-YTD-TROUVE      PIC X VALUE 'N'.
           05 WS-NB-A-EDITER     PIC 9(4) VALUE 0.
           05 WS-IDX-EDITION     PIC 9(4) VALUE 0.
           05 WS-FIN-JOURNAL     PIC X VALUE 'N'.
           05 WS-NB-MVT-PERIODE  PIC 9(7) VALUE 0.
           05 WS-CREDITS-PERIODE PIC 9(9)V99 VALUE 0.
           05 WS-DEBITS-PERIODE  PIC 9(9)V99 VALUE 0.

       01 WS-TOTAUX-POSITION.
           05 WS-CT-NB-CARTES-LUES  PIC 9(7) VALUE 0.
           05 WS-CT-NB-SANS-MASTER  PIC 9(7) VALUE 0.
           05 WS-CT-NB-SANS-YTD     PIC 9(7) VALUE 0.
           05 WS-CT-NB-AUDIT-LUS    PIC 9(7) VALUE 0.
           05 WS-CT-NB-JOURNAL-EDITES PIC 9(7) VALUE 0.

       01 WS-LIGNE-TIRETS.
           05 FILLER PIC X(132) VALUE ALL "-".
               "  DERNIERES VARIATIONS :  AUCUNE LIGNE D'AUDIT".
           05 FILLER              PIC X(82) VALUE SPACES.

       01 WS-LIGNE-PERIODE-JOURNAL.
           05 FILLER              PIC X(35) VALUE
               "  MOUVEMENTS DU JOURNAL :  PERIODE ".
           05 WS-POS-JRN-DEBUT    PIC 9(8).
           05 FILLER              PIC X(04) VALUE " AU ".
           05 WS-POS-JRN-FIN      PIC 9(8).
           05 FILLER              PIC X(77) VALUE SPACES.

       01 WS-LIGNE-COLONNES-JOURNAL.
           05 FILLER PIC X(42) VALUE
               "  IMPUTAT.  LOT/SEQUENCE/LIGNE       OP  S".
           05 FILLER PIC X(42) VALUE
               "     MONTANT  VALEUR    SOLDE APRES  SUIVI".
           05 FILLER PIC X(48) VALUE SPACES.

       01 WS-LIGNE-DETAIL-JOURNAL.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-POS-JRN-IMPUTATION PIC 9(8).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-POS-JRN-LOT      PIC 9(8).
           05 FILLER              PIC X(01) VALUE "/".
           05 WS-POS-JRN-SEQUENCE PIC 9(6).
           05 FILLER              PIC X(01) VALUE "/".
           05 WS-POS-JRN-LIGNE    PIC 9(7).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-POS-JRN-OPERATION PIC X(02).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-POS-JRN-SENS     PIC X(01).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-POS-JRN-MONTANT  PIC Z(6)9.99.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-POS-JRN-VALEUR   PIC 9(8).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-POS-JRN-SOLDE    PIC Z(6)9.99-.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-POS-JRN-SUIVI    PIC X(18).
           05 WS-POS-JRN-REFERENCE.
               10 WS-POS-JRN-REF-LOT   PIC 9(8).
               10 WS-POS-JRN-REF-SEP-1 PIC X(01).
               10 WS-POS-JRN-REF-SEQ   PIC 9(6).
               10 WS-POS-JRN-REF-SEP-2 PIC X(01).
               10 WS-POS-JRN-REF-LIGNE PIC 9(7).
           05 FILLER              PIC X(12) VALUE SPACES.

       01 WS-LIGNE-TOTAL-JOURNAL.
           05 FILLER              PIC X(26) VALUE
               "  TOTAL PERIODE :  NOMBRE ".
           05 WS-POS-JRN-NOMBRE   PIC Z(6)9.
           05 FILLER              PIC X(12) VALUE "  CREDITS : ".
           05 WS-POS-JRN-CREDITS  PIC Z(8)9.99.
           05 FILLER              PIC X(11) VALUE "  DEBITS : ".
           05 WS-POS-JRN-DEBITS   PIC Z(8)9.99.
           05 FILLER              PIC X(52) VALUE SPACES.

       01 WS-LIGNE-SANS-JOURNAL.
           05 FILLER              PIC X(26) VALUE
               "  MOUVEMENTS DU JOURNAL : ".
           05 FILLER              PIC X(32) VALUE
               " AUCUN MOUVEMENT SUR LA PERIODE".
           05 FILLER              PIC X(74) VALUE SPACES.

       01 WS-LIGNE-JOURNAL-INDISPO.
           05 FILLER              PIC X(26) VALUE
               "  MOUVEMENTS DU JOURNAL : ".
           05 FILLER              PIC X(38) VALUE
               " *** JOURNAL CPTEJRN INDISPONIBLE ***".
           05 FILLER              PIC X(68) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-SECTION.
           DISPLAY "========================================".
               DISPLAY "NB-LIGNES-AUDIT hors bornes, 5 retenu."
               MOVE 5 TO WS-NB-LIGNES-AUDIT
           END-IF.
           PERFORM CALCULER-PERIODE-DEFAUT.

           PERFORM CHARGER-CARTES.
           IF WS-NB-DEMANDES = 0
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
      *> Journal absent : les pages sont éditées sans les
      *> mouvements de la période, signalés indisponibles.
           OPEN INPUT FICHIER-JOURNAL.
           IF WS-FS-JOURNAL = '00'
               MOVE 'O' TO WS-JOURNAL-DISPO
           ELSE
               DISPLAY "Journal des mouvements indisponible (statut "
                       WS-FS-JOURNAL "), pages éditées sans "
                       "mouvements de période."
           END-IF.
           OPEN OUTPUT FICHIER-POSITIONS.

           PERFORM EDITER-UNE-POSITION

           CLOSE FICHIER-MASTER FICHIER-MASTER-YTD
                 FICHIER-POSITIONS.
           IF WS-JOURNAL-DISPO = 'O'
               CLOSE FICHIER-JOURNAL
           END-IF.

           PERFORM AFFICHER-TOTAUX-POSITION.

               MOVE NUM-COMPTE-CAR
                       TO WS-NUM-COMPTE-DEM(IDX-DEMANDE)
               MOVE 0 TO WS-NB-AUDIT-DEM(IDX-DEMANDE)
               PERFORM RETENIR-PERIODE-DEMANDE
           ELSE
               DISPLAY "Carte ignorée (table pleine, 100 max) : "
                       NUM-COMPTE-CAR
           END-IF.

      *> Début seul en carte : période jusqu'à la date d'édition.
      *> Aucune date : mois civil précédent.
       RETENIR-PERIODE-DEMANDE.
           IF DATE-DEBUT-CAR NUMERIC AND DATE-DEBUT-CAR > 0
               MOVE DATE-DEBUT-CAR
                       TO WS-DATE-DEBUT-DEM(IDX-DEMANDE)
               IF DATE-FIN-CAR NUMERIC AND DATE-FIN-CAR > 0
                   MOVE DATE-FIN-CAR
                           TO WS-DATE-FIN-DEM(IDX-DEMANDE)
               ELSE
                   MOVE WS-DATE-TRAITEMENT
                           TO WS-DATE-FIN-DEM(IDX-DEMANDE)
               END-IF
           ELSE
               MOVE WS-DEBUT-DEFAUT TO WS-DATE-DEBUT-DEM(IDX-DEMANDE)
               MOVE WS-FIN-DEFAUT   TO WS-DATE-FIN-DEM(IDX-DEMANDE)
           END-IF.

       CALCULER-PERIODE-DEFAUT.
           MOVE WS-DATE-TRAITEMENT TO WS-PREMIER-DU-MOIS.
           MOVE '01' TO WS-PREMIER-DU-MOIS(7:2).
           COMPUTE WS-FIN-DEFAUT = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-PREMIER-DU-MOIS) - 1).
           MOVE WS-FIN-DEFAUT TO WS-DEBUT-DEFAUT.
           MOVE 1 TO WS-JOUR-DEFAUT.

      *> Une seule lecture séquentielle de la piste d'audit : pour
      *> chaque compte demandé, les N dernières lignes sont
      *> conservées (décalage quand la fenêtre est pleine).
           PERFORM EDITER-SECTION-MASTER.
           PERFORM EDITER-SECTION-YTD.
           PERFORM EDITER-SECTION-AUDIT.
           PERFORM EDITER-SECTION-JOURNAL.

       EDITER-SECTION-MASTER.
           MOVE 'O' TO WS-MASTER-TROUVE.
               WRITE LIGNE-POSITION FROM WS-LIGNE-DETAIL-AUDIT
           END-PERFORM.

      *> Lecture du journal par START sur le compte (clé en tête) ;
      *> la période porte sur la date d'imputation.
       EDITER-SECTION-JOURNAL.
           IF WS-JOURNAL-DISPO = 'N'
               WRITE LIGNE-POSITION FROM WS-LIGNE-JOURNAL-INDISPO
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO WS-NB-MVT-PERIODE.
           MOVE 0 TO WS-CREDITS-PERIODE.
           MOVE 0 TO WS-DEBITS-PERIODE.
           MOVE WS-DATE-DEBUT-DEM(IDX-DEMANDE) TO WS-POS-JRN-DEBUT.
           MOVE WS-DATE-FIN-DEM(IDX-DEMANDE)   TO WS-POS-JRN-FIN.
           WRITE LIGNE-POSITION FROM WS-LIGNE-PERIODE-JOURNAL.

           MOVE 'N' TO WS-FIN-JOURNAL.
           MOVE WS-NUM-COMPTE-DEM(IDX-DEMANDE) TO NUM-COMPTE-JRN.
           MOVE 0 TO DATE-LOT-JRN.
           MOVE 0 TO NO-SEQUENCE-JRN.
           MOVE 0 TO NO-LIGNE-JRN.
           START FICHIER-JOURNAL KEY IS >= CLE-JRN
               INVALID KEY
                   MOVE 'O' TO WS-FIN-JOURNAL
           END-START.
           PERFORM LIRE-JOURNAL-COMPTE
               UNTIL WS-FIN-JOURNAL = 'O'.

           IF WS-NB-MVT-PERIODE = 0
               WRITE LIGNE-POSITION FROM WS-LIGNE-SANS-JOURNAL
           ELSE
               MOVE WS-NB-MVT-PERIODE  TO WS-POS-JRN-NOMBRE
               MOVE WS-CREDITS-PERIODE TO WS-POS-JRN-CREDITS
               MOVE WS-DEBITS-PERIODE  TO WS-POS-JRN-DEBITS
               WRITE LIGNE-POSITION FROM WS-LIGNE-TOTAL-JOURNAL
           END-IF.

       LIRE-JOURNAL-COMPTE.
           READ FICHIER-JOURNAL NEXT RECORD
               AT END
                   MOVE 'O' TO WS-FIN-JOURNAL
               NOT AT END
                   IF NUM-COMPTE-JRN <> WS-NUM-COMPTE-DEM(IDX-DEMANDE)
                       MOVE 'O' TO WS-FIN-JOURNAL
                   ELSE
                       IF DATE-IMPUTATION-JRN
                               >= WS-DATE-DEBUT-DEM(IDX-DEMANDE)
                           AND DATE-IMPUTATION-JRN
                               <= WS-DATE-FIN-DEM(IDX-DEMANDE)
                           PERFORM EDITER-LIGNE-JOURNAL
                       END-IF
                   END-IF
           END-READ.

       EDITER-LIGNE-JOURNAL.
           IF WS-NB-MVT-PERIODE = 0
               WRITE LIGNE-POSITION FROM WS-LIGNE-COLONNES-JOURNAL
           END-IF.
           ADD 1 TO WS-NB-MVT-PERIODE.
           ADD 1 TO WS-CT-NB-JOURNAL-EDITES.
           IF SENS-JRN = 'C'
               ADD MONTANT-JRN TO WS-CREDITS-PERIODE
           ELSE
               ADD MONTANT-JRN TO WS-DEBITS-PERIODE
           END-IF.
           MOVE DATE-IMPUTATION-JRN TO WS-POS-JRN-IMPUTATION.
           MOVE DATE-LOT-JRN        TO WS-POS-JRN-LOT.
           MOVE NO-SEQUENCE-JRN     TO WS-POS-JRN-SEQUENCE.
           MOVE NO-LIGNE-JRN        TO WS-POS-JRN-LIGNE.
           MOVE CODE-OPERATION-JRN  TO WS-POS-JRN-OPERATION.
           MOVE SENS-JRN            TO WS-POS-JRN-SENS.
           MOVE MONTANT-JRN         TO WS-POS-JRN-MONTANT.
           MOVE DATE-VALEUR-JRN     TO WS-POS-JRN-VALEUR.
           MOVE SOLDE-APRES-JRN     TO WS-POS-JRN-SOLDE.
           EVALUATE TRUE
               WHEN STATUT-JRN = 'C'
                   MOVE "CONTRE-PASSE PAR " TO WS-POS-JRN-SUIVI
                   PERFORM EDITER-REFERENCE-JOURNAL
               WHEN CODE-OPERATION-JRN = 'CP'
                   MOVE "ANNULE           " TO WS-POS-JRN-SUIVI
                   PERFORM EDITER-REFERENCE-JOURNAL
               WHEN OTHER
                   MOVE SPACES TO WS-POS-JRN-SUIVI
                   MOVE SPACES TO WS-POS-JRN-REFERENCE
           END-EVALUATE.
           WRITE LIGNE-POSITION FROM WS-LIGNE-DETAIL-JOURNAL.

       EDITER-REFERENCE-JOURNAL.
           MOVE DATE-LOT-REF-JRN    TO WS-POS-JRN-REF-LOT.
           MOVE "/"                 TO WS-POS-JRN-REF-SEP-1.
           MOVE NO-SEQUENCE-REF-JRN TO WS-POS-JRN-REF-SEQ.
           MOVE "/"                 TO WS-POS-JRN-REF-SEP-2.
           MOVE NO-LIGNE-REF-JRN    TO WS-POS-JRN-REF-LIGNE.

       AFFICHER-TOTAUX-POSITION.
           DISPLAY "========================================".
           DISPLAY "  TOTAUX DE CONTRÔLE DES POSITIONS ".
                   WS-CT-NB-SANS-YTD.
           DISPLAY "Lignes d'audit parcourues         : "
                   WS-CT-NB-AUDIT-LUS.
           DISPLAY "Mouvements du journal édités      : "
                   WS-CT-NB-JOURNAL-EDITES.
           DISPLAY "========================================".
