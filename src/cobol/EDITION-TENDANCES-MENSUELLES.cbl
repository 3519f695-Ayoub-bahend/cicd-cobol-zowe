       IDENTIFICATION DIVISION.
       PROGRAM-ID. EDITION-TENDANCES-MENSUELLES.
       AUTHOR. CHATGPT.

      *> État des tendances mensuelles du portefeuille : pour chaque
      *> agence et type de compte de l'historique CPTEHMS, les
      *> indicateurs du mois comparés au mois précédent (M-1) et au
      *> même mois de l'année précédente (M-12), avec la variation
      *> en pourcentage. Une variation au-delà du seuil
      *> SEUIL-ECART-PCT (en valeur absolue) est signalée en bout
      *> de ligne. Un bloc de total réseau termine l'état.
      *> Variation non significative (N/S) quand la période de
      *> comparaison n'a pas été historisée ou vaut zéro.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FICHIER-HISTO-MENSUEL ASSIGN TO CPTEHMS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLE-HISTO-MENSUEL
               FILE STATUS IS WS-FS-HISTO-MENSUEL.
           SELECT FICHIER-PARAMETRES ASSIGN TO CPTEPRM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PARAMETRES.
           SELECT FICHIER-ETAT ASSIGN TO CPTETND
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD FICHIER-HISTO-MENSUEL.
       COPY COMPTE-HISTO-MENSUEL.

       FD FICHIER-PARAMETRES.
       01 ENREGISTREMENT-PARAMETRE.
           05 CLE-PARAMETRE-IN    PIC X(20).
           05 VALEUR-PARAMETRE-IN PIC X(20).

       FD FICHIER-ETAT.
       01 LIGNE-ETAT             PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-EOF                 PIC X VALUE 'N'.
       01 WS-FS-HISTO-MENSUEL    PIC X(02) VALUE '00'.
       01 WS-FS-PARAMETRES       PIC X(02) VALUE '00'.
       01 WS-DATE-TRAITEMENT     PIC 9(8) VALUE 0.

      *> Mois édité (AAAAMM, par défaut celui de la date de run) et
      *> ses deux périodes de comparaison.
       01 WS-MOIS-EDITE          PIC 9(6) VALUE 0.
       01 WS-MOIS-M1             PIC 9(6) VALUE 0.
       01 WS-MOIS-M1-R REDEFINES WS-MOIS-M1.
           05 WS-ANNEE-M1            PIC 9(4).
           05 WS-NUM-MOIS-M1         PIC 9(2).
       01 WS-MOIS-M12            PIC 9(6) VALUE 0.
       01 WS-MOIS-M12-R REDEFINES WS-MOIS-M12.
           05 WS-ANNEE-M12           PIC 9(4).
           05 WS-NUM-MOIS-M12        PIC 9(2).

      *> Seuil de signalement des variations, en pourcentage.
       01 WS-SEUIL-ECART         PIC 9(3) VALUE 10.

       01 WS-CLE-EN-COURS.
           05 WS-MOIS-EN-COURS       PIC 9(6).
           05 WS-AGENCE-EN-COURS     PIC X(04).
           05 WS-TYPE-EN-COURS       PIC X(01).

      *> Indicateurs de l'agence/type en cours : colonne 1 = mois
      *> édité, 2 = M-1, 3 = M-12.
       01 WS-NO-IND              PIC 9(2) VALUE 0.
       01 WS-COLONNE             PIC 9(1) VALUE 0.
       01 WS-M1-TROUVE           PIC X VALUE 'N'.
       01 WS-M12-TROUVE          PIC X VALUE 'N'.
       01 WS-INDICATEURS.
           05 WS-INDICATEUR-T OCCURS 12 TIMES.
               10 WS-VALEUR-IND-T OCCURS 3 TIMES
                                     PIC S9(13)V99.

      *> Total réseau : chaque période cumule les agences/types
      *> pour lesquels elle a été historisée.
       01 WS-RESEAU.
           05 WS-NB-M1-RESEAU        PIC 9(7) VALUE 0.
           05 WS-NB-M12-RESEAU       PIC 9(7) VALUE 0.
           05 WS-VALEURS-RESEAU.
               10 WS-RESEAU-T OCCURS 12 TIMES.
                   15 WS-VALEUR-RES-T OCCURS 3 TIMES
                                     PIC S9(13)V99.

       01 WS-LIBELLES-INDICATEURS.
           05 FILLER PIC X(22) VALUE "NOMBRE DE COMPTES".
           05 FILLER PIC X(22) VALUE "SOLDE NET".
           05 FILLER PIC X(22) VALUE "ENCOURS CREDITEUR".
           05 FILLER PIC X(22) VALUE "NOMBRE DE DECOUVERTS".
           05 FILLER PIC X(22) VALUE "MONTANT DES DECOUVERTS".
           05 FILLER PIC X(22) VALUE "INTERETS COURUS".
           05 FILLER PIC X(22) VALUE "INTERETS DU MOIS".
           05 FILLER PIC X(22) VALUE "FRAIS DU MOIS".
           05 FILLER PIC X(22) VALUE "RETENUE DU MOIS".
           05 FILLER PIC X(22) VALUE "COMPTES DORMANTS".
           05 FILLER PIC X(22) VALUE "OUVERTURES DU MOIS".
           05 FILLER PIC X(22) VALUE "FERMETURES DU MOIS".
       01 WS-LIBELLES-INDICATEURS-R
               REDEFINES WS-LIBELLES-INDICATEURS.
           05 WS-LIBELLE-IND-T PIC X(22) OCCURS 12 TIMES.

      *> Calcul d'une variation : valeur du mois contre une base.
       01 WS-CALCUL-ECART.
           05 WS-VAL-ACTUELLE        PIC S9(13)V99 VALUE 0.
           05 WS-VAL-BASE            PIC S9(13)V99 VALUE 0.
           05 WS-VAL-BASE-ABS        PIC 9(13)V99 VALUE 0.
           05 WS-BASE-TROUVEE        PIC X VALUE 'N'.
           05 WS-ECART-PCT           PIC S9(5)V9 VALUE 0.
           05 WS-PCT-EDITE           PIC ZZZZ9.9-.
           05 WS-PCT-TEXTE           PIC X(08) VALUE SPACES.
           05 WS-HORS-SEUIL          PIC X VALUE 'N'.
           05 WS-HORS-SEUIL-M1       PIC X VALUE 'N'.

       01 WS-PAGINATION.
           05 WS-NB-LIGNES        PIC 9(4) VALUE 99.
           05 WS-LIGNES-PAR-PAGE  PIC 9(4) VALUE 55.
           05 WS-NB-PAGES         PIC 9(4) VALUE 0.

       01 WS-TOTAUX-EDITION.
           05 WS-CT-NB-INSTANTANES   PIC 9(7) VALUE 0.
           05 WS-CT-NB-SANS-M1       PIC 9(7) VALUE 0.
           05 WS-CT-NB-SANS-M12      PIC 9(7) VALUE 0.
           05 WS-CT-NB-EXCEPTIONS    PIC 9(7) VALUE 0.

       01 WS-LIGNE-ENTETE-1.
           05 FILLER PIC X(40) VALUE
               "TENDANCES MENSUELLES DU PORTEFEUILLE - M".
           05 FILLER PIC X(05) VALUE "OIS  ".
           05 WS-ENT-MOIS         PIC 9(6).
           05 FILLER              PIC X(08) VALUE "  (M-1  ".
           05 WS-ENT-MOIS-M1      PIC 9(6).
           05 FILLER              PIC X(08) VALUE ", M-12  ".
           05 WS-ENT-MOIS-M12     PIC 9(6).
           05 FILLER              PIC X(09) VALUE ")  SEUIL ".
           05 WS-ENT-SEUIL        PIC ZZ9.
           05 FILLER              PIC X(01) VALUE "%".
           05 FILLER              PIC X(29) VALUE SPACES.
           05 FILLER              PIC X(05) VALUE "PAGE ".
           05 WS-ENT-NO-PAGE      PIC ZZZ9.
           05 FILLER              PIC X(02) VALUE SPACES.

       01 WS-LIGNE-TIRETS.
           05 FILLER PIC X(132) VALUE ALL "-".

       01 WS-LIGNE-COLONNES.
           05 FILLER PIC X(40) VALUE
               "  AGCE  T  INDICATEUR                   ".
           05 FILLER PIC X(40) VALUE
               " MOIS EDITE                M-1     VAR %".
           05 FILLER PIC X(40) VALUE
               "               M-12     VAR %   ECART   ".
           05 FILLER PIC X(12) VALUE SPACES.

       01 WS-LIGNE-DETAIL.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-DET-AGENCE       PIC X(04).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-DET-TYPE         PIC X(01).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-DET-LIBELLE      PIC X(22).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-DET-MOIS         PIC Z(12)9.99-.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-DET-M1-X         PIC X(17).
           05 WS-DET-M1 REDEFINES WS-DET-M1-X
                                  PIC Z(12)9.99-.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-DET-PCT-M1       PIC X(08).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-DET-M12-X        PIC X(17).
           05 WS-DET-M12 REDEFINES WS-DET-M12-X
                                  PIC Z(12)9.99-.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-DET-PCT-M12      PIC X(08).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-DET-ECART        PIC X(10).
           05 FILLER              PIC X(10) VALUE SPACES.

       01 WS-LIGNE-COMPTAGE.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-CPT-LIBELLE      PIC X(34).
           05 WS-CPT-VALEUR       PIC Z(6)9.
           05 FILLER              PIC X(89) VALUE SPACES.

       01 WS-LIGNE-AUCUNE.
           05 FILLER PIC X(40) VALUE
               "  AUCUN INSTANTANE HISTORISE POUR LE MOI".
           05 FILLER PIC X(01) VALUE "S".
           05 FILLER PIC X(91) VALUE SPACES.

       01 WS-LIGNE-VIDE          PIC X(132) VALUE SPACES.
      *> Ligne en attente d'écriture : l'entête de page est éditée
      *> avant de la recopier dans la zone enregistrement.
       01 WS-LIGNE-A-ECRIRE      PIC X(132) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-SECTION.
           DISPLAY "========================================".
           DISPLAY "  EDITION DES TENDANCES MENSUELLES ".
           DISPLAY "========================================".

           ACCEPT WS-DATE-TRAITEMENT FROM DATE YYYYMMDD.
           MOVE WS-DATE-TRAITEMENT(1:6) TO WS-MOIS-EDITE.
           PERFORM CHARGER-PARAMETRES.

           MOVE WS-MOIS-EDITE TO WS-MOIS-M1.
           IF WS-NUM-MOIS-M1 = 1
               SUBTRACT 1 FROM WS-ANNEE-M1
               MOVE 12 TO WS-NUM-MOIS-M1
           ELSE
               SUBTRACT 1 FROM WS-NUM-MOIS-M1
           END-IF.
           MOVE WS-MOIS-EDITE TO WS-MOIS-M12.
           SUBTRACT 1 FROM WS-ANNEE-M12.
           DISPLAY "Mois édité : " WS-MOIS-EDITE
                   " (M-1 " WS-MOIS-M1 ", M-12 " WS-MOIS-M12
                   ", seuil " WS-SEUIL-ECART " %)".

           OPEN INPUT FICHIER-HISTO-MENSUEL.
           IF WS-FS-HISTO-MENSUEL <> '00'
               DISPLAY "Erreur ouverture FICHIER-HISTO-MENSUEL, "
                       "statut : " WS-FS-HISTO-MENSUEL
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT FICHIER-ETAT.
           MOVE 0 TO WS-NB-M1-RESEAU.
           MOVE 0 TO WS-NB-M12-RESEAU.
           PERFORM RAZ-RESEAU
               VARYING WS-NO-IND FROM 1 BY 1
               UNTIL WS-NO-IND > 12.

           MOVE WS-MOIS-EDITE TO MOIS-HM.
           MOVE LOW-VALUES TO CODE-AGENCE-HM.
           MOVE LOW-VALUES TO TYPE-COMPTE-HM.
           START FICHIER-HISTO-MENSUEL
                   KEY IS NOT LESS THAN CLE-HISTO-MENSUEL
               INVALID KEY
                   MOVE 'O' TO WS-EOF
           END-START.

           PERFORM JUSQUA-FIN-MOIS
               UNTIL WS-EOF = 'O'.

           IF WS-CT-NB-INSTANTANES = 0
               MOVE WS-LIGNE-AUCUNE TO WS-LIGNE-A-ECRIRE
               PERFORM ECRIRE-LIGNE-ETAT
           ELSE
               PERFORM EDITER-TOTAL-RESEAU
           END-IF.

           CLOSE FICHIER-HISTO-MENSUEL FICHIER-ETAT.

           DISPLAY "========================================".
           DISPLAY "  TOTAUX DE CONTRÔLE DES TENDANCES ".
           DISPLAY "========================================".
           DISPLAY "Agences/types édités              : "
                   WS-CT-NB-INSTANTANES.
           DISPLAY "Sans instantané M-1               : "
                   WS-CT-NB-SANS-M1.
           DISPLAY "Sans instantané M-12              : "
                   WS-CT-NB-SANS-M12.
           DISPLAY "Variations hors seuil             : "
                   WS-CT-NB-EXCEPTIONS.
           DISPLAY "Pages éditées                     : "
                   WS-NB-PAGES.
           DISPLAY "========================================".

      *> Mois non historisé : instantané absent ou en échec.
           IF WS-CT-NB-INSTANTANES = 0
               DISPLAY "Aucun instantané pour le mois "
                       WS-MOIS-EDITE ", code retour forcé à 8."
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.

           DISPLAY "Edition des tendances terminée.".
           STOP RUN.

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
               DISPLAY "Paramètres introuvables, mois de la date de "
                       "run et seuil par défaut.".

       APPLIQUER-PARAMETRE.
           EVALUATE CLE-PARAMETRE-IN
               WHEN 'MOIS-INSTANTANE'
                   MOVE VALEUR-PARAMETRE-IN(1:6) TO WS-MOIS-EDITE
               WHEN 'SEUIL-ECART-PCT'
                   MOVE VALEUR-PARAMETRE-IN(1:3) TO WS-SEUIL-ECART
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       JUSQUA-FIN-MOIS.
           READ FICHIER-HISTO-MENSUEL NEXT RECORD
               AT END
                   MOVE 'O' TO WS-EOF
               NOT AT END
                   IF MOIS-HM NOT = WS-MOIS-EDITE
                       MOVE 'O' TO WS-EOF
                   ELSE
                       PERFORM TRAITER-INSTANTANE
                   END-IF
           END-READ.

      *> Les lectures M-1 et M-12 déplacent la position de lecture :
      *> elle est rétablie après la clé en cours.
       TRAITER-INSTANTANE.
           ADD 1 TO WS-CT-NB-INSTANTANES.
           MOVE CLE-HISTO-MENSUEL TO WS-CLE-EN-COURS.
           PERFORM RAZ-INDICATEUR
               VARYING WS-NO-IND FROM 1 BY 1
               UNTIL WS-NO-IND > 12.
           MOVE 1 TO WS-COLONNE.
           PERFORM RELEVER-INDICATEURS.

           MOVE 'N' TO WS-M1-TROUVE.
           MOVE WS-CLE-EN-COURS TO CLE-HISTO-MENSUEL.
           MOVE WS-MOIS-M1 TO MOIS-HM.
           READ FICHIER-HISTO-MENSUEL
               INVALID KEY
                   ADD 1 TO WS-CT-NB-SANS-M1
               NOT INVALID KEY
                   MOVE 'O' TO WS-M1-TROUVE
                   ADD 1 TO WS-NB-M1-RESEAU
                   MOVE 2 TO WS-COLONNE
                   PERFORM RELEVER-INDICATEURS
           END-READ.

           MOVE 'N' TO WS-M12-TROUVE.
           MOVE WS-CLE-EN-COURS TO CLE-HISTO-MENSUEL.
           MOVE WS-MOIS-M12 TO MOIS-HM.
           READ FICHIER-HISTO-MENSUEL
               INVALID KEY
                   ADD 1 TO WS-CT-NB-SANS-M12
               NOT INVALID KEY
                   MOVE 'O' TO WS-M12-TROUVE
                   ADD 1 TO WS-NB-M12-RESEAU
                   MOVE 3 TO WS-COLONNE
                   PERFORM RELEVER-INDICATEURS
           END-READ.

           PERFORM EDITER-BLOC.
           PERFORM CUMULER-RESEAU
               VARYING WS-NO-IND FROM 1 BY 1
               UNTIL WS-NO-IND > 12.

           MOVE WS-CLE-EN-COURS TO CLE-HISTO-MENSUEL.
           START FICHIER-HISTO-MENSUEL
                   KEY IS GREATER THAN CLE-HISTO-MENSUEL
               INVALID KEY
                   MOVE 'O' TO WS-EOF
           END-START.

      *> Enregistrement lu vers la colonne WS-COLONNE, dans l'ordre
      *> des libellés.
       RELEVER-INDICATEURS.
           MOVE NB-COMPTES-HM
                   TO WS-VALEUR-IND-T(1 WS-COLONNE).
           MOVE TOTAL-SOLDES-HM
                   TO WS-VALEUR-IND-T(2 WS-COLONNE).
           MOVE ENCOURS-CREDITEUR-HM
                   TO WS-VALEUR-IND-T(3 WS-COLONNE).
           MOVE NB-DECOUVERTS-HM
                   TO WS-VALEUR-IND-T(4 WS-COLONNE).
           MOVE TOTAL-DECOUVERTS-HM
                   TO WS-VALEUR-IND-T(5 WS-COLONNE).
           MOVE INTERETS-COURUS-HM
                   TO WS-VALEUR-IND-T(6 WS-COLONNE).
           MOVE INTERETS-MOIS-HM
                   TO WS-VALEUR-IND-T(7 WS-COLONNE).
           MOVE FRAIS-MOIS-HM
                   TO WS-VALEUR-IND-T(8 WS-COLONNE).
           MOVE RETENUE-MOIS-HM
                   TO WS-VALEUR-IND-T(9 WS-COLONNE).
           MOVE NB-DORMANTS-HM
                   TO WS-VALEUR-IND-T(10 WS-COLONNE).
           MOVE NB-OUVERTURES-HM
                   TO WS-VALEUR-IND-T(11 WS-COLONNE).
           MOVE NB-FERMETURES-HM
                   TO WS-VALEUR-IND-T(12 WS-COLONNE).

       CUMULER-RESEAU.
           ADD WS-VALEUR-IND-T(WS-NO-IND 1)
               TO WS-VALEUR-RES-T(WS-NO-IND 1).
           IF WS-M1-TROUVE = 'O'
               ADD WS-VALEUR-IND-T(WS-NO-IND 2)
                   TO WS-VALEUR-RES-T(WS-NO-IND 2)
           END-IF.
           IF WS-M12-TROUVE = 'O'
               ADD WS-VALEUR-IND-T(WS-NO-IND 3)
                   TO WS-VALEUR-RES-T(WS-NO-IND 3)
           END-IF.

       RAZ-INDICATEUR.
           MOVE 0 TO WS-VALEUR-IND-T(WS-NO-IND 1).
           MOVE 0 TO WS-VALEUR-IND-T(WS-NO-IND 2).
           MOVE 0 TO WS-VALEUR-IND-T(WS-NO-IND 3).

       RAZ-RESEAU.
           MOVE 0 TO WS-VALEUR-RES-T(WS-NO-IND 1).
           MOVE 0 TO WS-VALEUR-RES-T(WS-NO-IND 2).
           MOVE 0 TO WS-VALEUR-RES-T(WS-NO-IND 3).

      *> Le bloc réseau réutilise l'édition d'un bloc agence/type,
      *> après recopie des cumuls dans la table des indicateurs.
       EDITER-TOTAL-RESEAU.
           MOVE "TOUT" TO WS-AGENCE-EN-COURS.
           MOVE "*"    TO WS-TYPE-EN-COURS.
           MOVE WS-VALEURS-RESEAU TO WS-INDICATEURS.
           MOVE 'N' TO WS-M1-TROUVE.
           IF WS-NB-M1-RESEAU > 0
               MOVE 'O' TO WS-M1-TROUVE
           END-IF.
           MOVE 'N' TO WS-M12-TROUVE.
           IF WS-NB-M12-RESEAU > 0
               MOVE 'O' TO WS-M12-TROUVE
           END-IF.
           PERFORM EDITER-BLOC.

           MOVE WS-LIGNE-VIDE TO WS-LIGNE-A-ECRIRE.
           PERFORM ECRIRE-LIGNE-ETAT.
           MOVE "AGENCES/TYPES EDITES" TO WS-CPT-LIBELLE.
           MOVE WS-CT-NB-INSTANTANES   TO WS-CPT-VALEUR.
           MOVE WS-LIGNE-COMPTAGE      TO WS-LIGNE-A-ECRIRE.
           PERFORM ECRIRE-LIGNE-ETAT.
           MOVE "SANS INSTANTANE M-1"  TO WS-CPT-LIBELLE.
           MOVE WS-CT-NB-SANS-M1       TO WS-CPT-VALEUR.
           MOVE WS-LIGNE-COMPTAGE      TO WS-LIGNE-A-ECRIRE.
           PERFORM ECRIRE-LIGNE-ETAT.
           MOVE "SANS INSTANTANE M-12" TO WS-CPT-LIBELLE.
           MOVE WS-CT-NB-SANS-M12      TO WS-CPT-VALEUR.
           MOVE WS-LIGNE-COMPTAGE      TO WS-LIGNE-A-ECRIRE.
           PERFORM ECRIRE-LIGNE-ETAT.
           MOVE "VARIATIONS HORS SEUIL" TO WS-CPT-LIBELLE.
           MOVE WS-CT-NB-EXCEPTIONS    TO WS-CPT-VALEUR.
           MOVE WS-LIGNE-COMPTAGE      TO WS-LIGNE-A-ECRIRE.
           PERFORM ECRIRE-LIGNE-ETAT.

       EDITER-BLOC.
           MOVE WS-LIGNE-VIDE TO WS-LIGNE-A-ECRIRE.
           PERFORM ECRIRE-LIGNE-ETAT.
           PERFORM EDITER-LIGNE-INDICATEUR
               VARYING WS-NO-IND FROM 1 BY 1
               UNTIL WS-NO-IND > 12.

      *> Agence et type portés sur la première ligne du bloc
      *> seulement.
       EDITER-LIGNE-INDICATEUR.
           IF WS-NO-IND = 1
               MOVE WS-AGENCE-EN-COURS TO WS-DET-AGENCE
               MOVE WS-TYPE-EN-COURS   TO WS-DET-TYPE
           ELSE
               MOVE SPACES TO WS-DET-AGENCE
               MOVE SPACES TO WS-DET-TYPE
           END-IF.
           MOVE WS-LIBELLE-IND-T(WS-NO-IND) TO WS-DET-LIBELLE.
           MOVE WS-VALEUR-IND-T(WS-NO-IND 1) TO WS-DET-MOIS.
           MOVE WS-VALEUR-IND-T(WS-NO-IND 1) TO WS-VAL-ACTUELLE.

           IF WS-M1-TROUVE = 'O'
               MOVE WS-VALEUR-IND-T(WS-NO-IND 2) TO WS-DET-M1
           ELSE
               MOVE SPACES TO WS-DET-M1-X
           END-IF.
           MOVE WS-VALEUR-IND-T(WS-NO-IND 2) TO WS-VAL-BASE.
           MOVE WS-M1-TROUVE TO WS-BASE-TROUVEE.
           PERFORM CALCULER-ECART.
           MOVE WS-PCT-TEXTE  TO WS-DET-PCT-M1.
           MOVE WS-HORS-SEUIL TO WS-HORS-SEUIL-M1.

           IF WS-M12-TROUVE = 'O'
               MOVE WS-VALEUR-IND-T(WS-NO-IND 3) TO WS-DET-M12
           ELSE
               MOVE SPACES TO WS-DET-M12-X
           END-IF.
           MOVE WS-VALEUR-IND-T(WS-NO-IND 3) TO WS-VAL-BASE.
           MOVE WS-M12-TROUVE TO WS-BASE-TROUVEE.
           PERFORM CALCULER-ECART.
           MOVE WS-PCT-TEXTE  TO WS-DET-PCT-M12.

           MOVE SPACES TO WS-DET-ECART.
           IF WS-HORS-SEUIL-M1 = 'O' AND WS-HORS-SEUIL = 'O'
               MOVE "<< M-1/12" TO WS-DET-ECART
           ELSE
               IF WS-HORS-SEUIL-M1 = 'O'
                   MOVE "<< M-1" TO WS-DET-ECART
               END-IF
               IF WS-HORS-SEUIL = 'O'
                   MOVE "<< M-12" TO WS-DET-ECART
               END-IF
           END-IF.
           IF WS-DET-ECART NOT = SPACES
               ADD 1 TO WS-CT-NB-EXCEPTIONS
           END-IF.

           MOVE WS-LIGNE-DETAIL TO WS-LIGNE-A-ECRIRE.
           PERFORM ECRIRE-LIGNE-ETAT.

      *> Variation de WS-VAL-ACTUELLE par rapport à WS-VAL-BASE, en
      *> pourcentage de la base en valeur absolue (une base négative,
      *> solde net débiteur, garde le sens de l'évolution).
       CALCULER-ECART.
           MOVE "     N/S" TO WS-PCT-TEXTE.
           MOVE 'N' TO WS-HORS-SEUIL.
           IF WS-BASE-TROUVEE NOT = 'O' OR WS-VAL-BASE = 0
               EXIT PARAGRAPH
           END-IF.
           IF WS-VAL-BASE < 0
               COMPUTE WS-VAL-BASE-ABS = 0 - WS-VAL-BASE
           ELSE
               MOVE WS-VAL-BASE TO WS-VAL-BASE-ABS
           END-IF.
           COMPUTE WS-ECART-PCT ROUNDED =
               (WS-VAL-ACTUELLE - WS-VAL-BASE) * 100
               / WS-VAL-BASE-ABS
               ON SIZE ERROR
                   EXIT PARAGRAPH
           END-COMPUTE.
           MOVE WS-ECART-PCT TO WS-PCT-EDITE.
           MOVE WS-PCT-EDITE TO WS-PCT-TEXTE.
           IF WS-ECART-PCT > WS-SEUIL-ECART
                   OR WS-ECART-PCT + WS-SEUIL-ECART < 0
               MOVE 'O' TO WS-HORS-SEUIL
           END-IF.

       ECRIRE-LIGNE-ETAT.
           IF WS-NB-LIGNES >= WS-LIGNES-PAR-PAGE
               PERFORM EDITER-ENTETE-PAGE
           END-IF.
           WRITE LIGNE-ETAT FROM WS-LIGNE-A-ECRIRE.
           ADD 1 TO WS-NB-LIGNES.

       EDITER-ENTETE-PAGE.
           ADD 1 TO WS-NB-PAGES.
           MOVE WS-MOIS-EDITE  TO WS-ENT-MOIS.
           MOVE WS-MOIS-M1     TO WS-ENT-MOIS-M1.
           MOVE WS-MOIS-M12    TO WS-ENT-MOIS-M12.
           MOVE WS-SEUIL-ECART TO WS-ENT-SEUIL.
           MOVE WS-NB-PAGES    TO WS-ENT-NO-PAGE.
           WRITE LIGNE-ETAT FROM WS-LIGNE-ENTETE-1.
           WRITE LIGNE-ETAT FROM WS-LIGNE-TIRETS.
           WRITE LIGNE-ETAT FROM WS-LIGNE-COLONNES.
           MOVE 3 TO WS-NB-LIGNES.
