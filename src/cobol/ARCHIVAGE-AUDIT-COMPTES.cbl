      *> être relue par les outils de recherche et d'édition des
      *> relevés sans conversion.
       FD FICHIER-ARCHIVE.
       01 ENREGISTREMENT-ARCHIVE    PIC X(82).

       FD FICHIER-RETENU.
       01 ENREGISTREMENT-RETENU     PIC X(82).

       FD FICHIER-PARAMETRES.
       01 ENREGISTREMENT-PARAMETRE.
