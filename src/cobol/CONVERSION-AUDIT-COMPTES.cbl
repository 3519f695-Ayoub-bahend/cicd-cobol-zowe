       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVERSION-AUDIT-COMPTES.
       AUTHOR. CHATGPT.

      *> Conversion unique de la piste d'audit de l'ancien dessin
      *> (69 octets) vers le nouveau (82 octets : frais exonérés,
      *> motif d'exonération, agence du compte). S'exécute sur une
      *> copie séquentielle (cf. CNVAUD) : toutes les lignes sont
      *> recopiées telles quelles, aucune n'est purgée.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FICHIER-AUDIT-ANCIEN ASSIGN TO CPTEAUDA
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-ANCIEN.
           SELECT FICHIER-AUDIT-NOUVEAU ASSIGN TO CPTEAUDN
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD FICHIER-AUDIT-ANCIEN.
       01 ENREGISTREMENT-AUDIT-ANCIEN.
           05 NUM-COMPTE-X        PIC X(10).
           05 SOLDE-AVANT-X       PIC S9(7)V99.
           05 SOLDE-APRES-X       PIC S9(7)V99.
           05 INTERET-X           PIC S9(7)V99.
           05 FRAIS-X             PIC 9(5)V99.
           05 TYPE-COMPTE-X       PIC X(01).
           05 DATE-TRAITEMENT-X   PIC 9(8).
           05 HEURE-TRAITEMENT-X  PIC 9(8).
           05 JOB-ID-X            PIC X(08).

       FD FICHIER-AUDIT-NOUVEAU.
       COPY COMPTE-AUDIT.

       WORKING-STORAGE SECTION.
       01 WS-EOF                 PIC X VALUE 'N'.
       01 WS-FS-ANCIEN           PIC X(02) VALUE '00'.

       01 WS-TOTAUX-CONVERSION.
           05 WS-CT-NB-LUS           PIC 9(9) VALUE 0.
           05 WS-CT-NB-CONVERTIS     PIC 9(9) VALUE 0.
           05 WS-CT-INTERET-ANCIEN   PIC S9(13)V99 VALUE 0.
           05 WS-CT-INTERET-NOUVEAU  PIC S9(13)V99 VALUE 0.
           05 WS-CT-FRAIS-ANCIEN     PIC 9(13)V99 VALUE 0.
           05 WS-CT-FRAIS-NOUVEAU    PIC 9(13)V99 VALUE 0.
           05 WS-CONVERSION-EN-ECHEC PIC X VALUE 'N'.

       PROCEDURE DIVISION.
       MAIN-SECTION.
           DISPLAY "========================================".
           DISPLAY "  CONVERSION DE LA PISTE D'AUDIT (69 -> 82) ".
           DISPLAY "========================================".

           OPEN INPUT FICHIER-AUDIT-ANCIEN.
           IF WS-FS-ANCIEN <> '00'
               DISPLAY "Erreur ouverture FICHIER-AUDIT-ANCIEN, "
                       "statut : " WS-FS-ANCIEN
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT FICHIER-AUDIT-NOUVEAU.

           PERFORM JUSQUA-FIN-CONVERSION
               UNTIL WS-EOF = 'O'.

           CLOSE FICHIER-AUDIT-ANCIEN FICHIER-AUDIT-NOUVEAU.

           IF WS-CT-NB-LUS <> WS-CT-NB-CONVERTIS
                   OR WS-CT-INTERET-ANCIEN <> WS-CT-INTERET-NOUVEAU
                   OR WS-CT-FRAIS-ANCIEN <> WS-CT-FRAIS-NOUVEAU
               DISPLAY "Écart de conversion : ne PAS remplacer la "
                       "piste d'audit."
               MOVE 'O' TO WS-CONVERSION-EN-ECHEC
           END-IF.

           PERFORM AFFICHER-TOTAUX-CONVERSION.

           IF WS-CONVERSION-EN-ECHEC = 'O'
               MOVE 16 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.

           DISPLAY "Conversion de la piste d'audit terminée.".
           STOP RUN.

       JUSQUA-FIN-CONVERSION.
           READ FICHIER-AUDIT-ANCIEN NEXT RECORD
               AT END
                   MOVE 'O' TO WS-EOF
               NOT AT END
                   ADD 1 TO WS-CT-NB-LUS
                   ADD INTERET-X TO WS-CT-INTERET-ANCIEN
                   ADD FRAIS-X   TO WS-CT-FRAIS-ANCIEN
                   PERFORM CONVERTIR-ENREGISTREMENT
           END-READ.

       CONVERTIR-ENREGISTREMENT.
           MOVE NUM-COMPTE-X       TO NUM-COMPTE-A.
           MOVE SOLDE-AVANT-X      TO SOLDE-AVANT-A.
           MOVE SOLDE-APRES-X      TO SOLDE-APRES-A.
           MOVE INTERET-X          TO INTERET-A.
           MOVE FRAIS-X            TO FRAIS-A.
           MOVE TYPE-COMPTE-X      TO TYPE-COMPTE-A.
           MOVE DATE-TRAITEMENT-X  TO DATE-TRAITEMENT-A.
           MOVE HEURE-TRAITEMENT-X TO HEURE-TRAITEMENT-A.
           MOVE JOB-ID-X           TO JOB-ID-A.
      *> Aucune exonération n'existait avant le nouveau dessin ;
      *> l'agence n'était pas tracée, elle reste à blanc sur
      *> l'historique.
           MOVE 0                  TO FRAIS-EXONERE-A.
           MOVE SPACES             TO MOTIF-EXONERATION-A.
           MOVE SPACES             TO CODE-AGENCE-A.

           WRITE ENREGISTREMENT-AUDIT.

           ADD 1 TO WS-CT-NB-CONVERTIS.
           ADD INTERET-A TO WS-CT-INTERET-NOUVEAU.
           ADD FRAIS-A   TO WS-CT-FRAIS-NOUVEAU.

       AFFICHER-TOTAUX-CONVERSION.
           DISPLAY "========================================".
           DISPLAY "  TOTAUX DE CONTRÔLE DE CONVERSION ".
           DISPLAY "========================================".
           DISPLAY "Lignes lues (ancien)              : "
                   WS-CT-NB-LUS.
           DISPLAY "Lignes converties                 : "
                   WS-CT-NB-CONVERTIS.
           DISPLAY "Intérêts ancien / nouveau         : "
                   WS-CT-INTERET-ANCIEN " / "
                   WS-CT-INTERET-NOUVEAU.
           DISPLAY "Frais ancien / nouveau            : "
                   WS-CT-FRAIS-ANCIEN " / "
                   WS-CT-FRAIS-NOUVEAU.
           DISPLAY "========================================".
