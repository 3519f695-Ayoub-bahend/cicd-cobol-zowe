      *****************************************************************
      * COPYBOOK : COMPTE-AUDIT.cpy
      * Description : Enregistrement de la piste d'audit (CPTEAUD),
      *               une ligne par variation de solde (82 octets)
      *****************************************************************

       01 ENREGISTREMENT-AUDIT.
           05 DATE-TRAITEMENT-A   PIC 9(8).
           05 HEURE-TRAITEMENT-A  PIC 9(8).
           05 JOB-ID-A            PIC X(08).
      *> Frais abandonnés au titre d'une exonération (CPTEEXO), en
      *> plus des frais réellement prélevés en FRAIS-A, avec leur
      *> motif ; zéro et blanc sans exonération.
           05 FRAIS-EXONERE-A     PIC 9(5)V99.
           05 MOTIF-EXONERATION-A PIC X(02).
      *> Agence du compte au moment de la ligne.
           05 CODE-AGENCE-A       PIC X(04).
