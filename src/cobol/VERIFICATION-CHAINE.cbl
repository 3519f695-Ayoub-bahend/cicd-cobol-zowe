      *>   1. cohérence interne du run nocturne : traités + rejetés
      *>      + hors tranche = lus + recyclés repris ;
      *>   2. les mouvements appliqués (crédits - débits -
      *>      pénalités), les intérêts capitalisés et les
      *>      transferts de déshérence expliquent la variation du
      *>      total des soldes du master entre le run nocturne
      *>      précédent et celui de la nuit ;
      *>   3. les ouvertures/clôtures de la maintenance et les
      *>      clôtures de déshérence expliquent la variation du
      *>      nombre d'enregistrements lus au master.
           05 WS-F03-CLOTURES       PIC S9(9) VALUE 0.
           05 WS-FDS-TRANSFERTS     PIC S9(15)V99 VALUE 0.
           05 WS-FDS-NB-CLOS        PIC S9(9) VALUE 0.
           05 WS-F06-CAPITALISE     PIC S9(15)V99 VALUE 0.

       01 WS-CUMULS-PRECEDENT.
           05 WS-P10-LUS-NETS       PIC S9(9) VALUE 0.
                           WS-F05-DELTA-SOLDES + MONTANT-1-RUN
                           - MONTANT-2-RUN - MONTANT-3-RUN
                   END-IF
               WHEN 'STEP006 '
                   IF DATE-RUN > WS-DATE-RUN-PRECEDENT
                           AND DATE-RUN <= WS-DATE-NUIT
                       ADD MONTANT-1-RUN   TO WS-F06-CAPITALISE
                   END-IF
               WHEN 'STEP003 '
                   IF DATE-RUN > WS-DATE-RUN-PRECEDENT
                           AND DATE-RUN <= WS-DATE-NUIT
           END-IF.
           WRITE LIGNE-RAPPORT FROM WS-LIGNE-CONTROLE.

      *> Contrôle 2 : mouvements appliqués, intérêts capitalisés
      *> et transferts de déshérence doivent expliquer la variation
      *> du total des soldes lus au master entre les deux runs
      *> nocturnes.
       VERIFIER-VARIATION-SOLDES.
           COMPUTE WS-SOLDES-ATTENDUS =
               WS-P10-SOLDES-LUS + WS-F05-DELTA-SOLDES
               + WS-F06-CAPITALISE - WS-FDS-TRANSFERTS.
           MOVE "SOLDES LUS (PRECEDENT+MVTS+CAPI-DESHERENCE) "
                   TO WS-RAP-LIBELLE.
           MOVE WS-SOLDES-ATTENDUS TO WS-RAP-ATTENDU.
           MOVE WS-N10-SOLDES-LUS  TO WS-RAP-CONSTATE.
