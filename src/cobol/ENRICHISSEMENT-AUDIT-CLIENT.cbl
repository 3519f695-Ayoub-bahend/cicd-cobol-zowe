       FD FICHIER-CLIENTS.
       COPY CLIENT-REFERENCE.

      *> Enregistrement d'audit (82 octets) prolongé de l'ID-CLIENT
      *> en positions 83-90, clé majeure du tri des relevés.
       FD FICHIER-AUDIT-ENRICHI.
       01 ENREGISTREMENT-AUDIT-ENRICHI.
           05 CORPS-AUDIT-E      PIC X(82).
           05 ID-CLIENT-E        PIC X(08).

       WORKING-STORAGE SECTION.
