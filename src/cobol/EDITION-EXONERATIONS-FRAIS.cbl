       IDENTIFICATION DIVISION.
       PROGRAM-ID. EDITION-EXONERATIONS-FRAIS.
       AUTHOR. CHATGPT.

      *> État mensuel du coût des exonérations de frais : à partir
      *> des lignes d'audit portant des frais exonérés
      *> (FRAIS-EXONERE-A), une ligne par agence et par motif
      *> d'exonération (comptes concernés, lignes, frais
      *> effectivement facturés, frais abandonnés), un sous-total
      *> par agence, puis un récapitulatif par motif toutes agences
      *> confondues et le total général de la période.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> CPTEAUDX est l'extrait de la piste d'audit limité aux
      *> lignes exonérées et trié par CODE-AGENCE-A,
      *> MOTIF-EXONERATION-A puis NUM-COMPTE-A (step SORT du JCL
      *> RAPEXO) : les ruptures agence, motif et compte reposent
      *> sur cet ordre.
           SELECT FICHIER-AUDIT-EXONERE ASSIGN TO CPTEAUDX
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-AUDIT.
           SELECT FICHIER-PARAMETRES ASSIGN TO CPTEPRM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PARAMETRES.
           SELECT FICHIER-ETAT ASSIGN TO CPTEEXR
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD FICHIER-AUDIT-EXONERE.
       COPY COMPTE-AUDIT.

       FD FICHIER-PARAMETRES.
       01 ENREGISTREMENT-PARAM-EXO.
           05 DATE-DEBUT-PRM     PIC 9(8).
           05 DATE-FIN-PRM       PIC 9(8).

       FD FICHIER-ETAT.
       01 LIGNE-ETAT             PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-EOF                 PIC X VALUE 'N'.
       01 WS-FS-AUDIT            PIC X(02) VALUE '00'.
       01 WS-FS-PARAMETRES       PIC X(02) VALUE '00'.

       01 WS-PERIODE.
           05 WS-DATE-DEBUT      PIC 9(8) VALUE 0.
           05 WS-DATE-FIN        PIC 9(8) VALUE 0.

      *> Rupture motif sous la rupture agence ; le compte en cours
      *> sert seulement à dénombrer les comptes distincts du groupe.
       01 WS-RUPTURES.
           05 WS-AGENCE-EN-COURS  PIC X(04) VALUE SPACES.
           05 WS-MOTIF-EN-COURS   PIC X(02) VALUE SPACES.
           05 WS-COMPTE-EN-COURS  PIC X(10) VALUE SPACES.
           05 WS-GROUPE-OUVERT    PIC X VALUE 'N'.
           05 WS-AGENCE-OUVERTE   PIC X VALUE 'N'.

       01 WS-CUMULS-GROUPE.
           05 WS-NB-COMPTES-G    PIC 9(7) VALUE 0.
           05 WS-NB-LIGNES-G     PIC 9(7) VALUE 0.
           05 WS-FRAIS-G         PIC 9(9)V99 VALUE 0.
           05 WS-EXONERE-G       PIC 9(9)V99 VALUE 0.

       01 WS-CUMULS-AGENCE.
           05 WS-NB-COMPTES-AG   PIC 9(7) VALUE 0.
           05 WS-NB-LIGNES-AG    PIC 9(7) VALUE 0.
           05 WS-FRAIS-AG        PIC 9(9)V99 VALUE 0.
           05 WS-EXONERE-AG      PIC 9(9)V99 VALUE 0.

       01 WS-CUMULS-GENERAL.
           05 WS-NB-COMPTES-GEN  PIC 9(7) VALUE 0.
           05 WS-NB-LIGNES-GEN   PIC 9(7) VALUE 0.
           05 WS-FRAIS-GEN       PIC 9(11)V99 VALUE 0.
           05 WS-EXONERE-GEN     PIC 9(11)V99 VALUE 0.

      *> Récapitulatif par motif toutes agences confondues, alimenté
      *> à chaque fin de groupe agence/motif.
       01 WS-TABLE-MOTIFS.
           05 WS-NB-MOTIFS PIC 9(4) VALUE 0.
           05 WS-MOTIF-ENTREE OCCURS 20 TIMES
                   INDEXED BY IDX-MOTIF.
               10 WS-CODE-MOTIF-T    PIC X(02).
               10 WS-NB-COMPTES-T    PIC 9(7).
               10 WS-NB-LIGNES-T     PIC 9(7).
               10 WS-FRAIS-T         PIC 9(11)V99.
               10 WS-EXONERE-T       PIC 9(11)V99.

       01 WS-LIBELLE-MOTIF       PIC X(20) VALUE SPACES.

       01 WS-PAGINATION.
           05 WS-NB-LIGNES        PIC 9(4) VALUE 99.
           05 WS-LIGNES-PAR-PAGE  PIC 9(4) VALUE 55.
           05 WS-NB-PAGES         PIC 9(4) VALUE 0.

       01 WS-TOTAUX-EDITION.
           05 WS-CT-NB-AUDIT-LUS     PIC 9(7) VALUE 0.
           05 WS-CT-NB-AUDIT-RETENUS PIC 9(7) VALUE 0.
           05 WS-CT-NB-GROUPES       PIC 9(7) VALUE 0.
           05 WS-CT-NB-AGENCES       PIC 9(7) VALUE 0.

       01 WS-LIGNE-ENTETE-1.
           05 FILLER PIC X(35) VALUE
               "EXONERATIONS DE FRAIS - PERIODE DU ".
           05 WS-ENT-DATE-DEBUT  PIC 9(8).
           05 FILLER             PIC X(04) VALUE " AU ".
           05 WS-ENT-DATE-FIN    PIC 9(8).
           05 FILLER             PIC X(66) VALUE SPACES.
           05 FILLER             PIC X(05) VALUE "PAGE ".
           05 WS-ENT-NO-PAGE     PIC ZZZ9.
           05 FILLER             PIC X(02) VALUE SPACES.

       01 WS-LIGNE-TIRETS.
           05 FILLER PIC X(132) VALUE ALL "-".

       01 WS-LIGNE-COLONNES.
           05 FILLER PIC X(40) VALUE
               "  AGCE   MO   LIBELLE MOTIF          COM".
           05 FILLER PIC X(40) VALUE
               "PTES    LIGNES       FACTURES       EXON".
           05 FILLER PIC X(04) VALUE "ERES".
           05 FILLER PIC X(48) VALUE SPACES.

       01 WS-LIGNE-DETAIL.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-DET-AGENCE       PIC X(04).
           05 FILLER              PIC X(03) VALUE SPACES.
           05 WS-DET-MOTIF        PIC X(02).
           05 FILLER              PIC X(03) VALUE SPACES.
           05 WS-DET-LIBELLE      PIC X(20).
           05 FILLER              PIC X(03) VALUE SPACES.
           05 WS-DET-NB-COMPTES   PIC Z(6)9.
           05 FILLER              PIC X(03) VALUE SPACES.
           05 WS-DET-NB-LIGNES    PIC Z(6)9.
           05 FILLER              PIC X(03) VALUE SPACES.
           05 WS-DET-FRAIS        PIC Z(8)9.99.
           05 FILLER              PIC X(03) VALUE SPACES.
           05 WS-DET-EXONERE      PIC Z(8)9.99.
           05 FILLER              PIC X(48) VALUE SPACES.

       01 WS-LIGNE-TOTAL-AGENCE.
           05 FILLER              PIC X(15) VALUE "  TOTAL AGENCE ".
           05 WS-TAG-AGENCE       PIC X(04).
           05 FILLER              PIC X(18) VALUE SPACES.
           05 WS-TAG-NB-COMPTES   PIC Z(6)9.
           05 FILLER              PIC X(03) VALUE SPACES.
           05 WS-TAG-NB-LIGNES    PIC Z(6)9.
           05 FILLER              PIC X(03) VALUE SPACES.
           05 WS-TAG-FRAIS        PIC Z(8)9.99.
           05 FILLER              PIC X(03) VALUE SPACES.
           05 WS-TAG-EXONERE      PIC Z(8)9.99.
           05 FILLER              PIC X(48) VALUE SPACES.

       01 WS-LIGNE-TITRE-RECAP.
           05 FILLER PIC X(40) VALUE
               "RECAPITULATIF PAR MOTIF - TOUTES AGENCES".
           05 FILLER PIC X(92) VALUE SPACES.

       01 WS-LIGNE-TOTAL-GENERAL.
           05 FILLER              PIC X(37) VALUE
               "  TOTAL GENERAL DE LA PERIODE".
           05 WS-TGN-NB-COMPTES   PIC Z(6)9.
           05 FILLER              PIC X(03) VALUE SPACES.
           05 WS-TGN-NB-LIGNES    PIC Z(6)9.
           05 FILLER              PIC X(03) VALUE SPACES.
           05 WS-TGN-FRAIS        PIC Z(10)9.99.
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-TGN-EXONERE      PIC Z(10)9.99.
           05 FILLER              PIC X(46) VALUE SPACES.

       01 WS-LIGNE-AUCUNE.
           05 FILLER PIC X(40) VALUE
               "  AUCUNE EXONERATION SUR LA PERIODE".
           05 FILLER PIC X(92) VALUE SPACES.

       01 WS-LIGNE-VIDE          PIC X(132) VALUE SPACES.
      *> Ligne en attente d'écriture : l'entête de page est éditée
      *> avant de la recopier dans la zone enregistrement.
       01 WS-LIGNE-A-ECRIRE      PIC X(132) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-SECTION.
           DISPLAY "========================================".
           DISPLAY "  EDITION DES EXONERATIONS DE FRAIS ".
           DISPLAY "========================================".

           PERFORM LIRE-PARAMETRES-PERIODE.

           OPEN INPUT FICHIER-AUDIT-EXONERE.
           IF WS-FS-AUDIT <> '00'
               DISPLAY "Erreur ouverture FICHIER-AUDIT-EXONERE, "
                       "statut : " WS-FS-AUDIT
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT FICHIER-ETAT.

           PERFORM JUSQUA-FIN-AUDIT
               UNTIL WS-EOF = 'O'.

           IF WS-GROUPE-OUVERT = 'O'
               PERFORM CLOTURER-GROUPE
           END-IF.
           IF WS-AGENCE-OUVERTE = 'O'
               PERFORM CLOTURER-AGENCE
           END-IF.

           PERFORM EDITER-RECAPITULATIF.

           CLOSE FICHIER-AUDIT-EXONERE FICHIER-ETAT.

           DISPLAY "========================================".
           DISPLAY "  TOTAUX DE CONTRÔLE DES EXONÉRATIONS ".
           DISPLAY "========================================".
           DISPLAY "Lignes exonérées lues             : "
                   WS-CT-NB-AUDIT-LUS.
           DISPLAY "Lignes dans la période            : "
                   WS-CT-NB-AUDIT-RETENUS.
           DISPLAY "Agences éditées                   : "
                   WS-CT-NB-AGENCES.
           DISPLAY "Lignes agence/motif éditées       : "
                   WS-CT-NB-GROUPES.
           DISPLAY "Frais exonérés de la période      : "
                   WS-EXONERE-GEN.
           DISPLAY "Pages éditées                     : "
                   WS-NB-PAGES.
           DISPLAY "========================================".

           MOVE 0 TO RETURN-CODE.
           DISPLAY "Edition des exonérations terminée.".
           STOP RUN.

       LIRE-PARAMETRES-PERIODE.
           OPEN INPUT FICHIER-PARAMETRES.
           IF WS-FS-PARAMETRES <> '00'
               DISPLAY "Paramètres de période absents, statut : "
                       WS-FS-PARAMETRES
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           READ FICHIER-PARAMETRES NEXT RECORD
               AT END
                   DISPLAY "Fichier de paramètres vide."
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               NOT AT END
                   MOVE DATE-DEBUT-PRM TO WS-DATE-DEBUT
                   MOVE DATE-FIN-PRM   TO WS-DATE-FIN
           END-READ.
           CLOSE FICHIER-PARAMETRES.

           IF WS-DATE-DEBUT > WS-DATE-FIN
               DISPLAY "Période invalide : " WS-DATE-DEBUT
                       " > " WS-DATE-FIN
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           DISPLAY "Période éditée : du " WS-DATE-DEBUT
                   " au " WS-DATE-FIN.

       JUSQUA-FIN-AUDIT.
           READ FICHIER-AUDIT-EXONERE NEXT RECORD
               AT END
                   MOVE 'O' TO WS-EOF
               NOT AT END
                   ADD 1 TO WS-CT-NB-AUDIT-LUS
                   IF DATE-TRAITEMENT-A >= WS-DATE-DEBUT
                           AND DATE-TRAITEMENT-A <= WS-DATE-FIN
                           AND FRAIS-EXONERE-A > 0
                       ADD 1 TO WS-CT-NB-AUDIT-RETENUS
                       PERFORM TRAITER-LIGNE-AUDIT
                   END-IF
           END-READ.

       TRAITER-LIGNE-AUDIT.
           IF CODE-AGENCE-A <> WS-AGENCE-EN-COURS
                   OR WS-AGENCE-OUVERTE = 'N'
               IF WS-GROUPE-OUVERT = 'O'
                   PERFORM CLOTURER-GROUPE
               END-IF
               IF WS-AGENCE-OUVERTE = 'O'
                   PERFORM CLOTURER-AGENCE
               END-IF
               PERFORM OUVRIR-AGENCE
               PERFORM OUVRIR-GROUPE
           ELSE
               IF MOTIF-EXONERATION-A <> WS-MOTIF-EN-COURS
                   PERFORM CLOTURER-GROUPE
                   PERFORM OUVRIR-GROUPE
               END-IF
           END-IF.

           IF NUM-COMPTE-A <> WS-COMPTE-EN-COURS
               MOVE NUM-COMPTE-A TO WS-COMPTE-EN-COURS
               ADD 1 TO WS-NB-COMPTES-G
           END-IF.
           ADD 1               TO WS-NB-LIGNES-G.
           ADD FRAIS-A         TO WS-FRAIS-G.
           ADD FRAIS-EXONERE-A TO WS-EXONERE-G.

       OUVRIR-AGENCE.
           MOVE CODE-AGENCE-A TO WS-AGENCE-EN-COURS.
           MOVE 'O' TO WS-AGENCE-OUVERTE.
           MOVE 0 TO WS-NB-COMPTES-AG.
           MOVE 0 TO WS-NB-LIGNES-AG.
           MOVE 0 TO WS-FRAIS-AG.
           MOVE 0 TO WS-EXONERE-AG.
           ADD 1 TO WS-CT-NB-AGENCES.
           MOVE WS-LIGNE-VIDE TO WS-LIGNE-A-ECRIRE.
           PERFORM ECRIRE-LIGNE-ETAT.

       OUVRIR-GROUPE.
           MOVE MOTIF-EXONERATION-A TO WS-MOTIF-EN-COURS.
           MOVE SPACES TO WS-COMPTE-EN-COURS.
           MOVE 'O' TO WS-GROUPE-OUVERT.
           MOVE 0 TO WS-NB-COMPTES-G.
           MOVE 0 TO WS-NB-LIGNES-G.
           MOVE 0 TO WS-FRAIS-G.
           MOVE 0 TO WS-EXONERE-G.

       CLOTURER-GROUPE.
           MOVE WS-AGENCE-EN-COURS TO WS-DET-AGENCE.
           MOVE WS-MOTIF-EN-COURS  TO WS-DET-MOTIF.
           PERFORM DETERMINER-LIBELLE-MOTIF.
           MOVE WS-LIBELLE-MOTIF   TO WS-DET-LIBELLE.
           MOVE WS-NB-COMPTES-G    TO WS-DET-NB-COMPTES.
           MOVE WS-NB-LIGNES-G     TO WS-DET-NB-LIGNES.
           MOVE WS-FRAIS-G         TO WS-DET-FRAIS.
           MOVE WS-EXONERE-G       TO WS-DET-EXONERE.
           MOVE WS-LIGNE-DETAIL    TO WS-LIGNE-A-ECRIRE.
           PERFORM ECRIRE-LIGNE-ETAT.

           ADD WS-NB-COMPTES-G TO WS-NB-COMPTES-AG.
           ADD WS-NB-LIGNES-G  TO WS-NB-LIGNES-AG.
           ADD WS-FRAIS-G      TO WS-FRAIS-AG.
           ADD WS-EXONERE-G    TO WS-EXONERE-AG.

           PERFORM CUMULER-MOTIF.

           ADD 1 TO WS-CT-NB-GROUPES.
           MOVE 'N' TO WS-GROUPE-OUVERT.

       CLOTURER-AGENCE.
           MOVE WS-AGENCE-EN-COURS TO WS-TAG-AGENCE.
           MOVE WS-NB-COMPTES-AG   TO WS-TAG-NB-COMPTES.
           MOVE WS-NB-LIGNES-AG    TO WS-TAG-NB-LIGNES.
           MOVE WS-FRAIS-AG        TO WS-TAG-FRAIS.
           MOVE WS-EXONERE-AG      TO WS-TAG-EXONERE.
           MOVE WS-LIGNE-TOTAL-AGENCE TO WS-LIGNE-A-ECRIRE.
           PERFORM ECRIRE-LIGNE-ETAT.

           ADD WS-NB-COMPTES-AG TO WS-NB-COMPTES-GEN.
           ADD WS-NB-LIGNES-AG  TO WS-NB-LIGNES-GEN.
           ADD WS-FRAIS-AG      TO WS-FRAIS-GEN.
           ADD WS-EXONERE-AG    TO WS-EXONERE-GEN.

           MOVE 'N' TO WS-AGENCE-OUVERTE.

      *> Motif absent de la table : nouvelle entrée ; au-delà de la
      *> capacité, le groupe reste dans le total général mais sort
      *> du récapitulatif (signalé en log).
       CUMULER-MOTIF.
           PERFORM VARYING IDX-MOTIF FROM 1 BY 1
                   UNTIL IDX-MOTIF > WS-NB-MOTIFS
               IF WS-CODE-MOTIF-T(IDX-MOTIF) = WS-MOTIF-EN-COURS
                   EXIT PERFORM
               END-IF
           END-PERFORM.

           IF IDX-MOTIF > WS-NB-MOTIFS
               IF WS-NB-MOTIFS >= 20
                   DISPLAY "Table des motifs saturée, motif hors "
                           "récapitulatif : " WS-MOTIF-EN-COURS
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-NB-MOTIFS
               SET IDX-MOTIF TO WS-NB-MOTIFS
               MOVE WS-MOTIF-EN-COURS TO WS-CODE-MOTIF-T(IDX-MOTIF)
               MOVE 0 TO WS-NB-COMPTES-T(IDX-MOTIF)
               MOVE 0 TO WS-NB-LIGNES-T(IDX-MOTIF)
               MOVE 0 TO WS-FRAIS-T(IDX-MOTIF)
               MOVE 0 TO WS-EXONERE-T(IDX-MOTIF)
           END-IF.

           ADD WS-NB-COMPTES-G TO WS-NB-COMPTES-T(IDX-MOTIF).
           ADD WS-NB-LIGNES-G  TO WS-NB-LIGNES-T(IDX-MOTIF).
           ADD WS-FRAIS-G      TO WS-FRAIS-T(IDX-MOTIF).
           ADD WS-EXONERE-G    TO WS-EXONERE-T(IDX-MOTIF).

       DETERMINER-LIBELLE-MOTIF.
           EVALUATE WS-MOTIF-EN-COURS
               WHEN 'PE'
                   MOVE "PERSONNEL BANQUE" TO WS-LIBELLE-MOTIF
               WHEN 'ET'
                   MOVE "ETUDIANT" TO WS-LIBELLE-MOTIF
               WHEN 'GC'
                   MOVE "GESTE COMMERCIAL" TO WS-LIBELLE-MOTIF
               WHEN 'NC'
                   MOVE "NOUVEAU CLIENT" TO WS-LIBELLE-MOTIF
               WHEN OTHER
                   MOVE "MOTIF NON REFERENCE" TO WS-LIBELLE-MOTIF
           END-EVALUATE.

       EDITER-RECAPITULATIF.
           IF WS-CT-NB-GROUPES = 0
               MOVE WS-LIGNE-AUCUNE TO WS-LIGNE-A-ECRIRE
               PERFORM ECRIRE-LIGNE-ETAT
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-LIGNE-VIDE TO WS-LIGNE-A-ECRIRE.
           PERFORM ECRIRE-LIGNE-ETAT.
           MOVE WS-LIGNE-TITRE-RECAP TO WS-LIGNE-A-ECRIRE.
           PERFORM ECRIRE-LIGNE-ETAT.

           PERFORM EDITER-LIGNE-MOTIF
               VARYING IDX-MOTIF FROM 1 BY 1
               UNTIL IDX-MOTIF > WS-NB-MOTIFS.

           MOVE WS-LIGNE-VIDE TO WS-LIGNE-A-ECRIRE.
           PERFORM ECRIRE-LIGNE-ETAT.
           MOVE WS-NB-COMPTES-GEN TO WS-TGN-NB-COMPTES.
           MOVE WS-NB-LIGNES-GEN  TO WS-TGN-NB-LIGNES.
           MOVE WS-FRAIS-GEN      TO WS-TGN-FRAIS.
           MOVE WS-EXONERE-GEN    TO WS-TGN-EXONERE.
           MOVE WS-LIGNE-TOTAL-GENERAL TO WS-LIGNE-A-ECRIRE.
           PERFORM ECRIRE-LIGNE-ETAT.

       EDITER-LIGNE-MOTIF.
           MOVE WS-CODE-MOTIF-T(IDX-MOTIF) TO WS-MOTIF-EN-COURS.
           PERFORM DETERMINER-LIBELLE-MOTIF.
           MOVE "TOUT"                     TO WS-DET-AGENCE.
           MOVE WS-MOTIF-EN-COURS          TO WS-DET-MOTIF.
           MOVE WS-LIBELLE-MOTIF           TO WS-DET-LIBELLE.
           MOVE WS-NB-COMPTES-T(IDX-MOTIF) TO WS-DET-NB-COMPTES.
           MOVE WS-NB-LIGNES-T(IDX-MOTIF)  TO WS-DET-NB-LIGNES.
           MOVE WS-FRAIS-T(IDX-MOTIF)      TO WS-DET-FRAIS.
           MOVE WS-EXONERE-T(IDX-MOTIF)    TO WS-DET-EXONERE.
           MOVE WS-LIGNE-DETAIL            TO WS-LIGNE-A-ECRIRE.
           PERFORM ECRIRE-LIGNE-ETAT.

       ECRIRE-LIGNE-ETAT.
           IF WS-NB-LIGNES >= WS-LIGNES-PAR-PAGE
               PERFORM EDITER-ENTETE-PAGE
           END-IF.
           WRITE LIGNE-ETAT FROM WS-LIGNE-A-ECRIRE.
           ADD 1 TO WS-NB-LIGNES.

       EDITER-ENTETE-PAGE.
           ADD 1 TO WS-NB-PAGES.
           MOVE WS-DATE-DEBUT TO WS-ENT-DATE-DEBUT.
           MOVE WS-DATE-FIN   TO WS-ENT-DATE-FIN.
           MOVE WS-NB-PAGES   TO WS-ENT-NO-PAGE.
           WRITE LIGNE-ETAT FROM WS-LIGNE-ENTETE-1.
           WRITE LIGNE-ETAT FROM WS-LIGNE-TIRETS.
           WRITE LIGNE-ETAT FROM WS-LIGNE-COLONNES.
           MOVE 3 TO WS-NB-LIGNES.
