       FD FICHIER-AUDIT-TRIE.
       COPY COMPTE-AUDIT.
      *> Vue prolongée du même enregistrement : l'ID-CLIENT ajouté
      *> par la pré-passe occupe les positions 83-90.
       01 ENREGISTREMENT-AUDIT-ETENDU.
           05 FILLER             PIC X(82).
           05 ID-CLIENT-AUD      PIC X(08).

       FD FICHIER-MASTER-YTD.
