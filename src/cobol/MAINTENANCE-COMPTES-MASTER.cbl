      *> ouvertures, clôtures et modifications arrivent par le
      *> fichier d'événements CPTEEVT au lieu d'être chargées à la
      *> main dans le KSDS. Une clôture est refusée tant que le
      *> solde n'est pas nul ou que des intérêts courus CPTEICN
      *> restent à capitaliser ; chaque compte clos est recopié vers
      *> le registre des fermetures CPTEFER, que le rapprochement
      *> mensuel consulte pour distinguer une clôture légitime d'un
      *> YTD orphelin inexpliqué. Les autorisations de découvert des
      *> comptes courants (plafond + date d'expiration) sont tenues
      *> sur CPTEAUT par le même fichier d'événements, de même que
      *> les ordres de virement permanent CPTEVIR exécutés ensuite
      *> par VIREMENTS-PERMANENTS, et les conventions de balayage
      *> CPTEBAL d'une épargne vers le courant d'un même titulaire,
      *> appliquées par BALAYAGE-COMPTES. Chaque ouverture est
      *> portée au registre des ouvertures CPTEOUV, et la
      *> conformité fait suivre les alertes anti-blanchiment
      *> CPTELBC par le même fichier d'événements, comme les
      *> agences tiennent les exonérations de frais CPTEEXO d'un
      *> compte ou d'un titulaire. Tout événement, appliqué ou
      *> rejeté, est tracé sur l'état de maintenance CPTEMNT.

       ENVIRONMENT DIVISION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NUM-COMPTE
               FILE STATUS IS WS-FS-MASTER.
           SELECT FICHIER-AUTORISATIONS ASSIGN TO CPTEAUT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NUM-COMPTE-AUT
               FILE STATUS IS WS-FS-AUTORISATIONS.
           SELECT FICHIER-VIREMENTS ASSIGN TO CPTEVIR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLE-VIR
               FILE STATUS IS WS-FS-VIREMENTS.
           SELECT FICHIER-CONVENTIONS ASSIGN TO CPTEBAL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ID-CLIENT-BAL
               FILE STATUS IS WS-FS-CONVENTIONS.
           SELECT FICHIER-CLIENTS ASSIGN TO CPTECLI
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NUM-COMPTE-CLI
               FILE STATUS IS WS-FS-CLIENTS.
           SELECT FICHIER-ALERTES ASSIGN TO CPTELBC
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLE-ALR
               FILE STATUS IS WS-FS-ALERTES.
           SELECT FICHIER-EXONERATIONS ASSIGN TO CPTEEXO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLE-EXO
               FILE STATUS IS WS-FS-EXONERATIONS.
           SELECT FICHIER-INTERETS-COURUS ASSIGN TO CPTEICN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NUM-COMPTE-IC
               FILE STATUS IS WS-FS-INTERETS-COURUS.
           SELECT FICHIER-FERMETURES ASSIGN TO CPTEFER
               ORGANIZATION IS SEQUENTIAL.
           SELECT FICHIER-OUVERTURES ASSIGN TO CPTEOUV
               ORGANIZATION IS SEQUENTIAL.
           SELECT FICHIER-RAPPORT ASSIGN TO CPTEMNT
               ORGANIZATION IS SEQUENTIAL.
           SELECT FICHIER-RUN-CONTROLE ASSIGN TO CPTERUN
      *> Un événement par ligne : 'OU' (ouverture, solde initial à
      *> zéro, alimenté ensuite par les mouvements), 'CL' (clôture)
      *> ou 'MO' (modification d'un champ, même convention champ +
      *> valeur que les corrections de CORREJB), 'AD' (autorisation
      *> de découvert d'un compte 'C' : plafond en VALEUR-EVT sur 9
      *> chiffres dont 2 décimales implicites, expiration en
      *> DATE-ECHEANCE-EVT ; un plafond nul révoque l'autorisation),
      *> 'VP' (virement permanent depuis NUM-COMPTE-EVT : compte
      *> crédité en CHAMP-EVT(1:10) et fréquence H/M/T/S/A en
      *> CHAMP-EVT(11:1) ; montant en VALEUR-EVT(1:9) dont 2
      *> décimales implicites, première échéance AAAAMMJJ en
      *> VALEUR-EVT(10:8), jour d'échéance en VALEUR-EVT(18:2), à
      *> blanc pour le jour de la première échéance ; date de fin
      *> facultative en DATE-ECHEANCE-EVT ; un montant nul révoque
      *> l'ordre), 'BA' (convention de balayage du courant
      *> NUM-COMPTE-EVT : épargne source en CHAMP-EVT(1:10), à blanc
      *> pour résilier ; minimum laissé sur l'épargne en
      *> VALEUR-EVT(1:9) et plancher visé sur le courant en
      *> VALEUR-EVT(10:9), à blanc pour zéro, 2 décimales
      *> implicites), 'AL' (suivi d'une alerte anti-blanchiment de
      *> référence NUM-COMPTE-EVT, compte ou ID-CLIENT : type
      *> d'alerte en CHAMP-EVT(1:2), date de l'alerte en
      *> VALEUR-EVT(1:8), nouveau statut E/C/D en VALEUR-EVT(9:1)),
      *> 'EX' (exonération de frais : portée en CHAMP-EVT(1:1), 'C'
      *> pour le compte NUM-COMPTE-EVT, 'T' pour tous les comptes de
      *> son titulaire ; motif PE/ET/GC/NC en CHAMP-EVT(2:2) ;
      *> pourcentage abandonné en VALEUR-EVT(1:3), 000 pour
      *> supprimer ; début AAAAMMJJ en VALEUR-EVT(4:8), à blanc pour
      *> le jour même ; fin en DATE-ECHEANCE-EVT, à blanc pour une
      *> exonération sans échéance).
       FD FICHIER-EVENEMENTS.
       01 ENREGISTREMENT-EVENEMENT.
           05 NUM-COMPTE-EVT     PIC X(10).
       FD FICHIER-MASTER.
       COPY COMPTE-ENTREE.

       FD FICHIER-AUTORISATIONS.
       COPY COMPTE-AUTORISATION.

       FD FICHIER-VIREMENTS.
       COPY COMPTE-VIREMENT-PERMANENT.

       FD FICHIER-CONVENTIONS.
       COPY COMPTE-CONVENTION-BALAYAGE.

      *> Lecture seule : titulaire des comptes d'une convention de
      *> balayage ou d'une exonération par titulaire.
       FD FICHIER-CLIENTS.
       COPY CLIENT-REFERENCE.

       FD FICHIER-ALERTES.
       COPY COMPTE-ALERTE-LBC.

       FD FICHIER-EXONERATIONS.
       COPY COMPTE-EXONERATION.

      *> Intérêts courus : une clôture attend qu'ils soient portés
      *> au solde, l'enregistrement disparaît avec le compte.
       FD FICHIER-INTERETS-COURUS.
       COPY COMPTE-INTERETS-COURUS.

      *> Registre des fermetures, ouvert en ajout : copie du compte
      *> tel que clos, datée du jour de l'événement. Consommé par
      *> RAPPROCHEMENT-MASTERS pour justifier les YTD orphelins.
           05 CODE-AGENCE-F      PIC X(04).
           05 DATE-CLOTURE-F     PIC 9(8).

      *> Registre des ouvertures, ouvert en ajout : compte ouvert,
      *> daté du jour de l'événement. Consommé par SURVEILLANCE-LBC
      *> (virements importants peu après l'ouverture).
       FD FICHIER-OUVERTURES.
       01 ENREGISTREMENT-OUVERTURE.
           05 NUM-COMPTE-O       PIC X(10).
           05 TAUX-INTERET-O     PIC 9V999.
           05 TYPE-COMPTE-O      PIC X(01).
           05 CODE-AGENCE-O      PIC X(04).
           05 DATE-OUVERTURE-O   PIC 9(8).

       FD FICHIER-RAPPORT.
       01 LIGNE-RAPPORT           PIC X(132).

       01 WS-EOF                 PIC X VALUE 'N'.
       01 WS-FS-EVENEMENTS       PIC X(02) VALUE '00'.
       01 WS-FS-MASTER           PIC X(02) VALUE '00'.
       01 WS-FS-AUTORISATIONS    PIC X(02) VALUE '00'.
       01 WS-AUTORISATION-TROUVEE PIC X VALUE 'N'.
       01 WS-FS-VIREMENTS        PIC X(02) VALUE '00'.
       01 WS-VIREMENT-TROUVE     PIC X VALUE 'N'.
       01 WS-FS-CONVENTIONS      PIC X(02) VALUE '00'.
       01 WS-CONVENTION-TROUVEE  PIC X VALUE 'N'.
       01 WS-FS-CLIENTS          PIC X(02) VALUE '00'.
       01 WS-CLIENTS-DISPO       PIC X VALUE 'N'.
       01 WS-ID-CLIENT-COURANT   PIC X(08) VALUE SPACES.
       01 WS-FS-ALERTES          PIC X(02) VALUE '00'.
       01 WS-FS-EXONERATIONS     PIC X(02) VALUE '00'.
       01 WS-EXONERATION-TROUVEE PIC X VALUE 'N'.
       01 WS-FS-INTERETS-COURUS  PIC X(02) VALUE '00'.
       01 WS-DATE-TRAITEMENT     PIC 9(8) VALUE 0.
       01 WS-FS-RUN-CONTROLE     PIC X(02) VALUE '00'.
       01 WS-HEURE-RUN-CTL       PIC 9(8) VALUE 0.
           05 WS-VALEUR-DATE-X   PIC X(8).
           05 WS-VALEUR-DATE REDEFINES WS-VALEUR-DATE-X
                                 PIC 9(8).
           05 WS-VALEUR-DATE-DEC REDEFINES WS-VALEUR-DATE-X.
               10 WS-VALEUR-ANNEE PIC 9(4).
               10 WS-VALEUR-MOIS  PIC 9(2).
               10 WS-VALEUR-JOUR  PIC 9(2).
           05 WS-VALEUR-FIN-X    PIC X(8).
           05 WS-VALEUR-FIN REDEFINES WS-VALEUR-FIN-X
                                 PIC 9(8).
           05 WS-VALEUR-JOUR-ECH-X PIC X(2).
           05 WS-VALEUR-JOUR-ECH REDEFINES WS-VALEUR-JOUR-ECH-X
                                 PIC 9(2).
           05 WS-VALEUR-MONTANT-X PIC X(9).
           05 WS-VALEUR-MONTANT REDEFINES WS-VALEUR-MONTANT-X
                                 PIC 9(7)V99.
           05 WS-VALEUR-PLANCHER-X PIC X(9).
           05 WS-VALEUR-PLANCHER REDEFINES WS-VALEUR-PLANCHER-X
                                 PIC 9(7)V99.
           05 WS-VALEUR-POURCENT-X PIC X(3).
           05 WS-VALEUR-POURCENT REDEFINES WS-VALEUR-POURCENT-X
                                 PIC 9(3).

       01 WS-VALIDATION-EVT.
           05 WS-EVENEMENT-VALIDE PIC X VALUE 'O'.
           05 WS-CT-NB-OUVERTURES    PIC 9(7) VALUE 0.
           05 WS-CT-NB-CLOTURES      PIC 9(7) VALUE 0.
           05 WS-CT-NB-MODIFICATIONS PIC 9(7) VALUE 0.
           05 WS-CT-NB-AUTORISATIONS PIC 9(7) VALUE 0.
           05 WS-CT-NB-VIREMENTS     PIC 9(7) VALUE 0.
           05 WS-CT-NB-CONVENTIONS   PIC 9(7) VALUE 0.
           05 WS-CT-NB-ALERTES       PIC 9(7) VALUE 0.
           05 WS-CT-NB-EXONERATIONS  PIC 9(7) VALUE 0.
           05 WS-CT-NB-EVT-REJETES   PIC 9(7) VALUE 0.

       01 WS-LIGNE-ENTETE-RAPPORT.
               STOP RUN
           END-IF.

           OPEN I-O FICHIER-AUTORISATIONS.
           IF WS-FS-AUTORISATIONS = '35'
               OPEN OUTPUT FICHIER-AUTORISATIONS
               CLOSE FICHIER-AUTORISATIONS
               OPEN I-O FICHIER-AUTORISATIONS
           END-IF.
           IF WS-FS-AUTORISATIONS <> '00'
               DISPLAY "Erreur ouverture FICHIER-AUTORISATIONS, "
                       "statut : " WS-FS-AUTORISATIONS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN I-O FICHIER-VIREMENTS.
           IF WS-FS-VIREMENTS = '35'
               OPEN OUTPUT FICHIER-VIREMENTS
               CLOSE FICHIER-VIREMENTS
               OPEN I-O FICHIER-VIREMENTS
           END-IF.
           IF WS-FS-VIREMENTS <> '00'
               DISPLAY "Erreur ouverture FICHIER-VIREMENTS, "
                       "statut : " WS-FS-VIREMENTS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN I-O FICHIER-CONVENTIONS.
           IF WS-FS-CONVENTIONS = '35'
               OPEN OUTPUT FICHIER-CONVENTIONS
               CLOSE FICHIER-CONVENTIONS
               OPEN I-O FICHIER-CONVENTIONS
           END-IF.
           IF WS-FS-CONVENTIONS <> '00'
               DISPLAY "Erreur ouverture FICHIER-CONVENTIONS, "
                       "statut : " WS-FS-CONVENTIONS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *> Sans référentiel clients, le titulaire des comptes ne peut
      *> être vérifié : seuls les événements 'BA' et les 'EX' par
      *> titulaire sont rejetés.
           OPEN INPUT FICHIER-CLIENTS.
           IF WS-FS-CLIENTS = '00'
               MOVE 'O' TO WS-CLIENTS-DISPO
           ELSE
               DISPLAY "Référentiel clients indisponible (statut "
                       WS-FS-CLIENTS "), conventions de balayage "
                       "et exonérations par titulaire rejetées."
           END-IF.

           OPEN I-O FICHIER-ALERTES.
           IF WS-FS-ALERTES = '35'
               OPEN OUTPUT FICHIER-ALERTES
               CLOSE FICHIER-ALERTES
               OPEN I-O FICHIER-ALERTES
           END-IF.
           IF WS-FS-ALERTES <> '00'
               DISPLAY "Erreur ouverture FICHIER-ALERTES, "
                       "statut : " WS-FS-ALERTES
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN I-O FICHIER-EXONERATIONS.
           IF WS-FS-EXONERATIONS = '35'
               OPEN OUTPUT FICHIER-EXONERATIONS
               CLOSE FICHIER-EXONERATIONS
               OPEN I-O FICHIER-EXONERATIONS
           END-IF.
           IF WS-FS-EXONERATIONS <> '00'
               DISPLAY "Erreur ouverture FICHIER-EXONERATIONS, "
                       "statut : " WS-FS-EXONERATIONS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN I-O FICHIER-INTERETS-COURUS.
           IF WS-FS-INTERETS-COURUS = '35'
               OPEN OUTPUT FICHIER-INTERETS-COURUS
               CLOSE FICHIER-INTERETS-COURUS
               OPEN I-O FICHIER-INTERETS-COURUS
           END-IF.
           IF WS-FS-INTERETS-COURUS <> '00'
               DISPLAY "Erreur ouverture FICHIER-INTERETS-COURUS, "
                       "statut : " WS-FS-INTERETS-COURUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN EXTEND FICHIER-FERMETURES.
           OPEN EXTEND FICHIER-OUVERTURES.
           OPEN OUTPUT FICHIER-RAPPORT.

           MOVE WS-DATE-TRAITEMENT TO WS-RAP-DATE-EDITION.
           PERFORM EDITER-COMPTAGES.

           CLOSE FICHIER-EVENEMENTS FICHIER-MASTER
                 FICHIER-AUTORISATIONS FICHIER-VIREMENTS
                 FICHIER-CONVENTIONS FICHIER-ALERTES
                 FICHIER-EXONERATIONS FICHIER-INTERETS-COURUS
                 FICHIER-FERMETURES FICHIER-OUVERTURES
                 FICHIER-RAPPORT.
           IF WS-CLIENTS-DISPO = 'O'
               CLOSE FICHIER-CLIENTS
           END-IF.

           PERFORM AFFICHER-TOTAUX-MAINTENANCE.

           MOVE WS-HEURE-RUN-CTL   TO HEURE-RUN.
           MOVE WS-CT-NB-EVT-LUS   TO NB-LUS-RUN.
           COMPUTE NB-TRAITES-RUN = WS-CT-NB-OUVERTURES
               + WS-CT-NB-CLOTURES + WS-CT-NB-MODIFICATIONS
               + WS-CT-NB-AUTORISATIONS + WS-CT-NB-VIREMENTS
               + WS-CT-NB-CONVENTIONS + WS-CT-NB-ALERTES
               + WS-CT-NB-EXONERATIONS.
           MOVE WS-CT-NB-EVT-REJETES TO NB-REJETES-RUN.
           MOVE WS-CT-NB-OUVERTURES TO NB-DIVERS-1-RUN.
           MOVE WS-CT-NB-CLOTURES  TO NB-DIVERS-2-RUN.
                   PERFORM CLOTURER-COMPTE
               WHEN 'MO'
                   PERFORM MODIFIER-COMPTE
               WHEN 'AD'
                   PERFORM AUTORISER-DECOUVERT
               WHEN 'VP'
                   PERFORM TENIR-VIREMENT-PERMANENT
               WHEN 'BA'
                   PERFORM TENIR-CONVENTION-BALAYAGE
               WHEN 'AL'
                   PERFORM SUIVRE-ALERTE-LBC
               WHEN 'EX'
                   PERFORM TENIR-EXONERATION-FRAIS
               WHEN OTHER
                   MOVE 'N' TO WS-EVENEMENT-VALIDE
                   MOVE '20' TO WS-CODE-REJET
           END-WRITE.
           IF WS-EVENEMENT-VALIDE = 'O'
               ADD 1 TO WS-CT-NB-OUVERTURES
               MOVE NUM-COMPTE         TO NUM-COMPTE-O
               MOVE TAUX-INTERET       TO TAUX-INTERET-O
               MOVE TYPE-COMPTE        TO TYPE-COMPTE-O
               MOVE CODE-AGENCE        TO CODE-AGENCE-O
               MOVE WS-DATE-TRAITEMENT TO DATE-OUVERTURE-O
               WRITE ENREGISTREMENT-OUVERTURE
           END-IF.

       CLOTURER-COMPTE.
               EXIT PARAGRAPH
           END-IF.

      *> Des intérêts courus non encore capitalisés ne seraient plus
      *> jamais portés au solde une fois le compte sorti du master :
      *> la clôture attend la capitalisation, puis le versement du
      *> solde qu'elle a fait naître.
           MOVE NUM-COMPTE-EVT TO NUM-COMPTE-IC.
           READ FICHIER-INTERETS-COURUS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF INTERETS-CREDIT-COURUS-IC <> 0
                      OR INTERETS-DEBIT-COURUS-IC <> 0
                       MOVE 'N' TO WS-EVENEMENT-VALIDE
                       MOVE '40' TO WS-CODE-REJET
                       MOVE 'INTERETS COURUS NON CAPITALISES'
                               TO WS-LIBELLE-REJET
                   END-IF
           END-READ.
           IF WS-EVENEMENT-VALIDE = 'N'
               EXIT PARAGRAPH
           END-IF.

      *> Le registre n'est servi qu'APRES la suppression réussie :
      *> une clôture portée au registre pour un compte toujours au
      *> master ferait ensuite conclure "CLOTURE OK" à tort au
           IF WS-EVENEMENT-VALIDE = 'O'
               WRITE ENREGISTREMENT-FERMETURE
               ADD 1 TO WS-CT-NB-CLOTURES
      *> L'autorisation éventuelle disparaît avec le compte, pour
      *> qu'une réouverture sous le même numéro reparte sans plafond.
               MOVE NUM-COMPTE-EVT TO NUM-COMPTE-AUT
               DELETE FICHIER-AUTORISATIONS RECORD
                   INVALID KEY
                       CONTINUE
               END-DELETE
      *> De même pour la ligne d'intérêts courus, soldée : une
      *> réouverture ne doit pas hériter de sa période en cours.
               MOVE NUM-COMPTE-EVT TO NUM-COMPTE-IC
               DELETE FICHIER-INTERETS-COURUS RECORD
                   INVALID KEY
                       CONTINUE
               END-DELETE
           END-IF.

       MODIFIER-COMPTE.
                           TO WS-LIBELLE-REJET
           END-EVALUATE.

      *> Autorisation de découvert : réservée aux comptes courants
      *> du master ; le plafond est créé ou remplacé avec sa date
      *> d'expiration (jour inclus, pas dans le passé), un plafond
      *> nul supprime l'autorisation existante.
       AUTORISER-DECOUVERT.
           PERFORM LIRE-COMPTE-MASTER.
           IF WS-COMPTE-TROUVE = 'N'
               MOVE 'N' TO WS-EVENEMENT-VALIDE
               MOVE '22' TO WS-CODE-REJET
               MOVE 'COMPTE INCONNU AU MASTER' TO WS-LIBELLE-REJET
               EXIT PARAGRAPH
           END-IF.

           IF TYPE-COMPTE <> 'C'
               MOVE 'N' TO WS-EVENEMENT-VALIDE
               MOVE '27' TO WS-CODE-REJET
               MOVE 'AUTORISATION RESERVEE AUX COMPTES C'
                       TO WS-LIBELLE-REJET
               EXIT PARAGRAPH
           END-IF.

           MOVE VALEUR-EVT(1:9) TO WS-VALEUR-MONTANT-X.
           IF WS-VALEUR-MONTANT-X NOT NUMERIC
               MOVE 'N' TO WS-EVENEMENT-VALIDE
               MOVE '28' TO WS-CODE-REJET
               MOVE 'MONTANT AUTORISE NON NUMERIQUE'
                       TO WS-LIBELLE-REJET
               EXIT PARAGRAPH
           END-IF.

           MOVE 'O' TO WS-AUTORISATION-TROUVEE.
           MOVE NUM-COMPTE-EVT TO NUM-COMPTE-AUT.
           READ FICHIER-AUTORISATIONS
               INVALID KEY
                   MOVE 'N' TO WS-AUTORISATION-TROUVEE
           END-READ.

           IF WS-VALEUR-MONTANT = 0
               IF WS-AUTORISATION-TROUVEE = 'O'
                   DELETE FICHIER-AUTORISATIONS RECORD
                       INVALID KEY
                           MOVE 'N' TO WS-EVENEMENT-VALIDE
                           MOVE '29' TO WS-CODE-REJET
                           MOVE 'ERREUR SUPPRESSION AUTORISATION'
                                   TO WS-LIBELLE-REJET
                   END-DELETE
               END-IF
               IF WS-EVENEMENT-VALIDE = 'O'
                   ADD 1 TO WS-CT-NB-AUTORISATIONS
               END-IF
               EXIT PARAGRAPH
           END-IF.

           IF DATE-ECHEANCE-EVT NOT NUMERIC
               MOVE 'N' TO WS-EVENEMENT-VALIDE
               MOVE '28' TO WS-CODE-REJET
               MOVE 'EXPIRATION AUTORISATION INVALIDE'
                       TO WS-LIBELLE-REJET
               EXIT PARAGRAPH
           END-IF.
           MOVE DATE-ECHEANCE-EVT TO WS-VALEUR-DATE-X.
           IF WS-VALEUR-DATE < WS-DATE-TRAITEMENT
               MOVE 'N' TO WS-EVENEMENT-VALIDE
               MOVE '28' TO WS-CODE-REJET
               MOVE 'EXPIRATION AUTORISATION INVALIDE'
                       TO WS-LIBELLE-REJET
               EXIT PARAGRAPH
           END-IF.

           MOVE NUM-COMPTE-EVT     TO NUM-COMPTE-AUT.
           MOVE WS-VALEUR-MONTANT  TO MONTANT-AUTORISE-AUT.
           MOVE WS-VALEUR-DATE     TO DATE-EXPIRATION-AUT.
           MOVE WS-DATE-TRAITEMENT TO DATE-MAJ-AUT.
           IF WS-AUTORISATION-TROUVEE = 'O'
               REWRITE ENREGISTREMENT-AUTORISATION
                   INVALID KEY
                       MOVE 'N' TO WS-EVENEMENT-VALIDE
                       MOVE '29' TO WS-CODE-REJET
                       MOVE 'ERREUR ECRITURE AUTORISATION'
                               TO WS-LIBELLE-REJET
               END-REWRITE
           ELSE
               WRITE ENREGISTREMENT-AUTORISATION
                   INVALID KEY
                       MOVE 'N' TO WS-EVENEMENT-VALIDE
                       MOVE '29' TO WS-CODE-REJET
                       MOVE 'ERREUR ECRITURE AUTORISATION'
                               TO WS-LIBELLE-REJET
               END-WRITE
           END-IF.
           IF WS-EVENEMENT-VALIDE = 'O'
               ADD 1 TO WS-CT-NB-AUTORISATIONS
           END-IF.

      *> Virement permanent : les deux comptes doivent être au
      *> master. L'ordre est créé, ou remplacé et réactivé s'il
      *> était suspendu ou terminé, avec une première échéance qui
      *> ne peut être dans le passé ; un montant nul le révoque.
       TENIR-VIREMENT-PERMANENT.
           PERFORM LIRE-COMPTE-MASTER.
           IF WS-COMPTE-TROUVE = 'N'
               MOVE 'N' TO WS-EVENEMENT-VALIDE
               MOVE '22' TO WS-CODE-REJET
               MOVE 'COMPTE INCONNU AU MASTER' TO WS-LIBELLE-REJET
               EXIT PARAGRAPH
           END-IF.

           MOVE VALEUR-EVT(1:9) TO WS-VALEUR-MONTANT-X.
           IF WS-VALEUR-MONTANT-X NOT NUMERIC
               MOVE 'N' TO WS-EVENEMENT-VALIDE
               MOVE '32' TO WS-CODE-REJET
               MOVE 'MONTANT VIREMENT NON NUMERIQUE'
                       TO WS-LIBELLE-REJET
               EXIT PARAGRAPH
           END-IF.

           MOVE 'O' TO WS-VIREMENT-TROUVE.
           MOVE NUM-COMPTE-EVT  TO NUM-COMPTE-DEBIT-VIR.
           MOVE CHAMP-EVT(1:10) TO NUM-COMPTE-CREDIT-VIR.
           READ FICHIER-VIREMENTS
               INVALID KEY
                   MOVE 'N' TO WS-VIREMENT-TROUVE
           END-READ.

           IF WS-VALEUR-MONTANT = 0
               IF WS-VIREMENT-TROUVE = 'O'
                   DELETE FICHIER-VIREMENTS RECORD
                       INVALID KEY
                           MOVE 'N' TO WS-EVENEMENT-VALIDE
                           MOVE '29' TO WS-CODE-REJET
                           MOVE 'ERREUR SUPPRESSION VIREMENT'
                                   TO WS-LIBELLE-REJET
                   END-DELETE
               END-IF
               IF WS-EVENEMENT-VALIDE = 'O'
                   ADD 1 TO WS-CT-NB-VIREMENTS
               END-IF
               EXIT PARAGRAPH
           END-IF.

           PERFORM CONTROLER-VIREMENT-PERMANENT.
           IF WS-EVENEMENT-VALIDE = 'N'
               EXIT PARAGRAPH
           END-IF.

           MOVE NUM-COMPTE-EVT     TO NUM-COMPTE-DEBIT-VIR.
           MOVE CHAMP-EVT(1:10)    TO NUM-COMPTE-CREDIT-VIR.
           MOVE WS-VALEUR-MONTANT  TO MONTANT-VIR.
           MOVE CHAMP-EVT(11:1)    TO FREQUENCE-VIR.
           MOVE WS-VALEUR-JOUR-ECH TO JOUR-ECHEANCE-VIR.
           MOVE WS-VALEUR-DATE     TO DATE-PROCHAINE-VIR.
           MOVE WS-VALEUR-FIN      TO DATE-FIN-VIR.
           MOVE 'A'                TO STATUT-VIR.
           MOVE 0                  TO NB-ESSAIS-VIR.
           MOVE WS-DATE-TRAITEMENT TO DATE-MAJ-VIR.
           IF WS-VIREMENT-TROUVE = 'O'
               REWRITE ENREGISTREMENT-VIREMENT
                   INVALID KEY
                       MOVE 'N' TO WS-EVENEMENT-VALIDE
                       MOVE '29' TO WS-CODE-REJET
                       MOVE 'ERREUR ECRITURE VIREMENT'
                               TO WS-LIBELLE-REJET
               END-REWRITE
           ELSE
               MOVE 0 TO DATE-DERNIERE-EXEC-VIR
               WRITE ENREGISTREMENT-VIREMENT
                   INVALID KEY
                       MOVE 'N' TO WS-EVENEMENT-VALIDE
                       MOVE '29' TO WS-CODE-REJET
                       MOVE 'ERREUR ECRITURE VIREMENT'
                               TO WS-LIBELLE-REJET
               END-WRITE
           END-IF.
           IF WS-EVENEMENT-VALIDE = 'O'
               ADD 1 TO WS-CT-NB-VIREMENTS
           END-IF.

      *> Compte crédité distinct et présent au master, fréquence
      *> connue, échéances valides ; le jour d'échéance, à blanc,
      *> est celui de la première échéance.
       CONTROLER-VIREMENT-PERMANENT.
           IF CHAMP-EVT(1:10) = NUM-COMPTE-EVT
               MOVE 'N' TO WS-EVENEMENT-VALIDE
               MOVE '30' TO WS-CODE-REJET
               MOVE 'COMPTE CREDITE IDENTIQUE AU DEBITE'
                       TO WS-LIBELLE-REJET
               EXIT PARAGRAPH
           END-IF.
           MOVE CHAMP-EVT(1:10) TO NUM-COMPTE.
           READ FICHIER-MASTER
               INVALID KEY
                   MOVE 'N' TO WS-EVENEMENT-VALIDE
                   MOVE '30' TO WS-CODE-REJET
                   MOVE 'COMPTE CREDITE INCONNU AU MASTER'
                           TO WS-LIBELLE-REJET
           END-READ.
           IF WS-EVENEMENT-VALIDE = 'N'
               EXIT PARAGRAPH
           END-IF.

           IF CHAMP-EVT(11:1) <> 'H' AND CHAMP-EVT(11:1) <> 'M'
                   AND CHAMP-EVT(11:1) <> 'T'
                   AND CHAMP-EVT(11:1) <> 'S'
                   AND CHAMP-EVT(11:1) <> 'A'
               MOVE 'N' TO WS-EVENEMENT-VALIDE
               MOVE '31' TO WS-CODE-REJET
               MOVE 'FREQUENCE VIREMENT INCONNUE'
                       TO WS-LIBELLE-REJET
               EXIT PARAGRAPH
           END-IF.

           MOVE VALEUR-EVT(10:8) TO WS-VALEUR-DATE-X.
           IF WS-VALEUR-DATE-X NOT NUMERIC
                   OR WS-VALEUR-MOIS < 1 OR WS-VALEUR-MOIS > 12
                   OR WS-VALEUR-JOUR < 1 OR WS-VALEUR-JOUR > 31
                   OR WS-VALEUR-DATE < WS-DATE-TRAITEMENT
               MOVE 'N' TO WS-EVENEMENT-VALIDE
               MOVE '33' TO WS-CODE-REJET
               MOVE 'PREMIERE ECHEANCE INVALIDE'
                       TO WS-LIBELLE-REJET
               EXIT PARAGRAPH
           END-IF.

           MOVE VALEUR-EVT(18:2) TO WS-VALEUR-JOUR-ECH-X.
           IF WS-VALEUR-JOUR-ECH-X = SPACES
               MOVE WS-VALEUR-JOUR TO WS-VALEUR-JOUR-ECH
           END-IF.
           IF WS-VALEUR-JOUR-ECH-X NOT NUMERIC
                   OR WS-VALEUR-JOUR-ECH < 1
                   OR WS-VALEUR-JOUR-ECH > 31
               MOVE 'N' TO WS-EVENEMENT-VALIDE
               MOVE '33' TO WS-CODE-REJET
               MOVE 'JOUR D ECHEANCE INVALIDE' TO WS-LIBELLE-REJET
               EXIT PARAGRAPH
           END-IF.

           IF DATE-ECHEANCE-EVT = SPACES
               MOVE 0 TO WS-VALEUR-FIN
           ELSE
               MOVE DATE-ECHEANCE-EVT TO WS-VALEUR-FIN-X
           END-IF.
           IF WS-VALEUR-FIN-X NOT NUMERIC
                   OR (WS-VALEUR-FIN > 0
                       AND WS-VALEUR-FIN < WS-VALEUR-DATE)
               MOVE 'N' TO WS-EVENEMENT-VALIDE
               MOVE '33' TO WS-CODE-REJET
               MOVE 'DATE DE FIN VIREMENT INVALIDE'
                       TO WS-LIBELLE-REJET
               EXIT PARAGRAPH
           END-IF.

      *> Convention de balayage : le courant et l'épargne doivent
      *> être au master, de types 'C' et 'E', et appartenir au même
      *> titulaire au référentiel clients. Une convention par
      *> titulaire : un nouvel événement la remplace et la réactive,
      *> une épargne à blanc la résilie.
       TENIR-CONVENTION-BALAYAGE.
           PERFORM LIRE-COMPTE-MASTER.
           IF WS-COMPTE-TROUVE = 'N'
               MOVE 'N' TO WS-EVENEMENT-VALIDE
               MOVE '22' TO WS-CODE-REJET
               MOVE 'COMPTE INCONNU AU MASTER' TO WS-LIBELLE-REJET
               EXIT PARAGRAPH
           END-IF.
           IF TYPE-COMPTE <> 'C'
               MOVE 'N' TO WS-EVENEMENT-VALIDE
               MOVE '34' TO WS-CODE-REJET
               MOVE 'COMPTE BALAYE NON COURANT' TO WS-LIBELLE-REJET
               EXIT PARAGRAPH
           END-IF.
           IF WS-CLIENTS-DISPO = 'N'
               MOVE 'N' TO WS-EVENEMENT-VALIDE
               MOVE '35' TO WS-CODE-REJET
               MOVE 'REFERENTIEL CLIENTS INDISPONIBLE'
                       TO WS-LIBELLE-REJET
               EXIT PARAGRAPH
           END-IF.
           MOVE NUM-COMPTE-EVT TO NUM-COMPTE-CLI.
           READ FICHIER-CLIENTS
               INVALID KEY
                   MOVE 'N' TO WS-EVENEMENT-VALIDE
                   MOVE '35' TO WS-CODE-REJET
                   MOVE 'COURANT ABSENT DU REFERENTIEL CLIENTS'
                           TO WS-LIBELLE-REJET
               NOT INVALID KEY
                   MOVE ID-CLIENT-CLI TO WS-ID-CLIENT-COURANT
           END-READ.
           IF WS-EVENEMENT-VALIDE = 'N'
               EXIT PARAGRAPH
           END-IF.

           MOVE 'O' TO WS-CONVENTION-TROUVEE.
           MOVE WS-ID-CLIENT-COURANT TO ID-CLIENT-BAL.
           READ FICHIER-CONVENTIONS
               INVALID KEY
                   MOVE 'N' TO WS-CONVENTION-TROUVEE
           END-READ.

           IF CHAMP-EVT(1:10) = SPACES
               IF WS-CONVENTION-TROUVEE = 'O'
                   DELETE FICHIER-CONVENTIONS RECORD
                       INVALID KEY
                           MOVE 'N' TO WS-EVENEMENT-VALIDE
                           MOVE '29' TO WS-CODE-REJET
                           MOVE 'ERREUR SUPPRESSION CONVENTION'
                                   TO WS-LIBELLE-REJET
                   END-DELETE
               END-IF
               IF WS-EVENEMENT-VALIDE = 'O'
                   ADD 1 TO WS-CT-NB-CONVENTIONS
               END-IF
               EXIT PARAGRAPH
           END-IF.

           PERFORM CONTROLER-CONVENTION-BALAYAGE.
           IF WS-EVENEMENT-VALIDE = 'N'
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-ID-CLIENT-COURANT TO ID-CLIENT-BAL.
           MOVE CHAMP-EVT(1:10)    TO NUM-COMPTE-EPARGNE-BAL.
           MOVE NUM-COMPTE-EVT     TO NUM-COMPTE-COURANT-BAL.
           MOVE WS-VALEUR-MONTANT  TO MINIMUM-EPARGNE-BAL.
           MOVE WS-VALEUR-PLANCHER TO PLANCHER-COURANT-BAL.
           MOVE 'A'                TO STATUT-BAL.
           MOVE WS-DATE-TRAITEMENT TO DATE-MAJ-BAL.
           IF WS-CONVENTION-TROUVEE = 'O'
               REWRITE ENREGISTREMENT-CONVENTION
                   INVALID KEY
                       MOVE 'N' TO WS-EVENEMENT-VALIDE
                       MOVE '29' TO WS-CODE-REJET
                       MOVE 'ERREUR ECRITURE CONVENTION'
                               TO WS-LIBELLE-REJET
               END-REWRITE
           ELSE
               MOVE 0 TO DATE-DERNIER-BAL
               MOVE 0 TO MONTANT-DERNIER-BAL
               WRITE ENREGISTREMENT-CONVENTION
                   INVALID KEY
                       MOVE 'N' TO WS-EVENEMENT-VALIDE
                       MOVE '29' TO WS-CODE-REJET
                       MOVE 'ERREUR ECRITURE CONVENTION'
                               TO WS-LIBELLE-REJET
               END-WRITE
           END-IF.
           IF WS-EVENEMENT-VALIDE = 'O'
               ADD 1 TO WS-CT-NB-CONVENTIONS
           END-IF.

      *> Epargne source présente au master, de type 'E', au même
      *> titulaire que le courant ; montants numériques.
       CONTROLER-CONVENTION-BALAYAGE.
           MOVE CHAMP-EVT(1:10) TO NUM-COMPTE.
           READ FICHIER-MASTER
               INVALID KEY
                   MOVE 'N' TO WS-EVENEMENT-VALIDE
                   MOVE '34' TO WS-CODE-REJET
                   MOVE 'EPARGNE SOURCE INCONNUE AU MASTER'
                           TO WS-LIBELLE-REJET
           END-READ.
           IF WS-EVENEMENT-VALIDE = 'N'
               EXIT PARAGRAPH
           END-IF.
           IF TYPE-COMPTE <> 'E'
               MOVE 'N' TO WS-EVENEMENT-VALIDE
               MOVE '34' TO WS-CODE-REJET
               MOVE 'COMPTE SOURCE NON EPARGNE' TO WS-LIBELLE-REJET
               EXIT PARAGRAPH
           END-IF.

           MOVE CHAMP-EVT(1:10) TO NUM-COMPTE-CLI.
           READ FICHIER-CLIENTS
               INVALID KEY
                   MOVE 'N' TO WS-EVENEMENT-VALIDE
                   MOVE '35' TO WS-CODE-REJET
                   MOVE 'EPARGNE ABSENTE DU REFERENTIEL CLIENTS'
                           TO WS-LIBELLE-REJET
               NOT INVALID KEY
                   IF ID-CLIENT-CLI <> WS-ID-CLIENT-COURANT
                       MOVE 'N' TO WS-EVENEMENT-VALIDE
                       MOVE '35' TO WS-CODE-REJET
                       MOVE 'COMPTES DE TITULAIRES DIFFERENTS'
                               TO WS-LIBELLE-REJET
                   END-IF
           END-READ.
           IF WS-EVENEMENT-VALIDE = 'N'
               EXIT PARAGRAPH
           END-IF.

           MOVE VALEUR-EVT(1:9) TO WS-VALEUR-MONTANT-X.
           MOVE VALEUR-EVT(10:9) TO WS-VALEUR-PLANCHER-X.
           IF WS-VALEUR-PLANCHER-X = SPACES
               MOVE 0 TO WS-VALEUR-PLANCHER
           END-IF.
           IF WS-VALEUR-MONTANT-X NOT NUMERIC
                   OR WS-VALEUR-PLANCHER-X NOT NUMERIC
               MOVE 'N' TO WS-EVENEMENT-VALIDE
               MOVE '36' TO WS-CODE-REJET
               MOVE 'MONTANTS BALAYAGE NON NUMERIQUES'
                       TO WS-LIBELLE-REJET
               EXIT PARAGRAPH
           END-IF.

      *> Suivi d'alerte anti-blanchiment : une alerte ouverte passe
      *> en examen, une alerte ouverte ou en examen est classée sans
      *> suite ou déclarée ; une alerte close ne se rouvre pas, la
      *> surveillance en lève une nouvelle sur des faits nouveaux.
       SUIVRE-ALERTE-LBC.
           MOVE VALEUR-EVT(1:8) TO WS-VALEUR-DATE-X.
           IF WS-VALEUR-DATE-X NOT NUMERIC
               MOVE 'N' TO WS-EVENEMENT-VALIDE
               MOVE '37' TO WS-CODE-REJET
               MOVE 'DATE ALERTE INVALIDE' TO WS-LIBELLE-REJET
               EXIT PARAGRAPH
           END-IF.
           MOVE CHAMP-EVT(1:2) TO TYPE-ALERTE-ALR.
           MOVE NUM-COMPTE-EVT TO REFERENCE-ALR.
           MOVE WS-VALEUR-DATE TO DATE-ALERTE-ALR.
           READ FICHIER-ALERTES
               INVALID KEY
                   MOVE 'N' TO WS-EVENEMENT-VALIDE
                   MOVE '37' TO WS-CODE-REJET
                   MOVE 'ALERTE INCONNUE' TO WS-LIBELLE-REJET
           END-READ.
           IF WS-EVENEMENT-VALIDE = 'N'
               EXIT PARAGRAPH
           END-IF.

           IF (VALEUR-EVT(9:1) <> 'E' AND VALEUR-EVT(9:1) <> 'C'
                   AND VALEUR-EVT(9:1) <> 'D')
                   OR (STATUT-ALR <> 'O' AND STATUT-ALR <> 'E')
                   OR (VALEUR-EVT(9:1) = 'E' AND STATUT-ALR = 'E')
               MOVE 'N' TO WS-EVENEMENT-VALIDE
               MOVE '38' TO WS-CODE-REJET
               MOVE 'CHANGEMENT DE STATUT ALERTE INVALIDE'
                       TO WS-LIBELLE-REJET
               EXIT PARAGRAPH
           END-IF.

           MOVE VALEUR-EVT(9:1)    TO STATUT-ALR.
           MOVE WS-DATE-TRAITEMENT TO DATE-STATUT-ALR.
           REWRITE ENREGISTREMENT-ALERTE
               INVALID KEY
                   MOVE 'N' TO WS-EVENEMENT-VALIDE
                   MOVE '29' TO WS-CODE-REJET
                   MOVE 'ERREUR ECRITURE ALERTE' TO WS-LIBELLE-REJET
           END-REWRITE.
           IF WS-EVENEMENT-VALIDE = 'O'
               ADD 1 TO WS-CT-NB-ALERTES
           END-IF.

      *> Exonération de frais : le compte doit être au master (de
      *> type 'C' pour une exonération propre au compte, seul type
      *> qui paie des frais). Une exonération par compte ou par
      *> titulaire : un nouvel événement la remplace, un pourcentage
      *> nul la supprime.
       TENIR-EXONERATION-FRAIS.
           PERFORM LIRE-COMPTE-MASTER.
           IF WS-COMPTE-TROUVE = 'N'
               MOVE 'N' TO WS-EVENEMENT-VALIDE
               MOVE '22' TO WS-CODE-REJET
               MOVE 'COMPTE INCONNU AU MASTER' TO WS-LIBELLE-REJET
               EXIT PARAGRAPH
           END-IF.

           EVALUATE CHAMP-EVT(1:1)
               WHEN 'C'
                   IF TYPE-COMPTE <> 'C'
                       MOVE 'N' TO WS-EVENEMENT-VALIDE
                       MOVE '39' TO WS-CODE-REJET
                       MOVE 'EXONERATION RESERVEE AUX COMPTES C'
                               TO WS-LIBELLE-REJET
                   ELSE
                       MOVE 'C'            TO PORTEE-EXO
                       MOVE NUM-COMPTE-EVT TO REFERENCE-EXO
                   END-IF
               WHEN 'T'
                   PERFORM LIRE-TITULAIRE-EXONERATION
               WHEN OTHER
                   MOVE 'N' TO WS-EVENEMENT-VALIDE
                   MOVE '39' TO WS-CODE-REJET
                   MOVE 'PORTEE EXONERATION INVALIDE'
                           TO WS-LIBELLE-REJET
           END-EVALUATE.
           IF WS-EVENEMENT-VALIDE = 'N'
               EXIT PARAGRAPH
           END-IF.

           MOVE VALEUR-EVT(1:3) TO WS-VALEUR-POURCENT-X.
           IF WS-VALEUR-POURCENT-X NOT NUMERIC
               MOVE 'N' TO WS-EVENEMENT-VALIDE
               MOVE '40' TO WS-CODE-REJET
               MOVE 'POURCENTAGE EXONERATION INVALIDE'
                       TO WS-LIBELLE-REJET
               EXIT PARAGRAPH
           END-IF.
           IF WS-VALEUR-POURCENT > 100
               MOVE 'N' TO WS-EVENEMENT-VALIDE
               MOVE '40' TO WS-CODE-REJET
               MOVE 'POURCENTAGE EXONERATION INVALIDE'
                       TO WS-LIBELLE-REJET
               EXIT PARAGRAPH
           END-IF.

           MOVE 'O' TO WS-EXONERATION-TROUVEE.
           READ FICHIER-EXONERATIONS
               INVALID KEY
                   MOVE 'N' TO WS-EXONERATION-TROUVEE
           END-READ.

           IF WS-VALEUR-POURCENT = 0
               IF WS-EXONERATION-TROUVEE = 'O'
                   DELETE FICHIER-EXONERATIONS RECORD
                       INVALID KEY
                           MOVE 'N' TO WS-EVENEMENT-VALIDE
                           MOVE '29' TO WS-CODE-REJET
                           MOVE 'ERREUR SUPPRESSION EXONERATION'
                                   TO WS-LIBELLE-REJET
                   END-DELETE
               END-IF
               IF WS-EVENEMENT-VALIDE = 'O'
                   ADD 1 TO WS-CT-NB-EXONERATIONS
               END-IF
               EXIT PARAGRAPH
           END-IF.

           PERFORM CONTROLER-EXONERATION-FRAIS.
           IF WS-EVENEMENT-VALIDE = 'N'
               EXIT PARAGRAPH
           END-IF.

           MOVE CHAMP-EVT(2:2)     TO CODE-MOTIF-EXO.
           MOVE WS-VALEUR-POURCENT TO TAUX-EXONERATION-EXO.
           MOVE WS-VALEUR-DATE     TO DATE-DEBUT-EXO.
           MOVE WS-VALEUR-FIN      TO DATE-FIN-EXO.
           MOVE WS-DATE-TRAITEMENT TO DATE-MAJ-EXO.
           IF WS-EXONERATION-TROUVEE = 'O'
               REWRITE ENREGISTREMENT-EXONERATION
                   INVALID KEY
                       MOVE 'N' TO WS-EVENEMENT-VALIDE
                       MOVE '29' TO WS-CODE-REJET
                       MOVE 'ERREUR ECRITURE EXONERATION'
                               TO WS-LIBELLE-REJET
               END-REWRITE
           ELSE
               WRITE ENREGISTREMENT-EXONERATION
                   INVALID KEY
                       MOVE 'N' TO WS-EVENEMENT-VALIDE
                       MOVE '29' TO WS-CODE-REJET
                       MOVE 'ERREUR ECRITURE EXONERATION'
                               TO WS-LIBELLE-REJET
               END-WRITE
           END-IF.
           IF WS-EVENEMENT-VALIDE = 'O'
               ADD 1 TO WS-CT-NB-EXONERATIONS
           END-IF.

      *> Exonération du titulaire : clé sur l'ID-CLIENT-CLI du
      *> compte cité au référentiel clients.
       LIRE-TITULAIRE-EXONERATION.
           IF WS-CLIENTS-DISPO = 'N'
               MOVE 'N' TO WS-EVENEMENT-VALIDE
               MOVE '35' TO WS-CODE-REJET
               MOVE 'REFERENTIEL CLIENTS INDISPONIBLE'
                       TO WS-LIBELLE-REJET
               EXIT PARAGRAPH
           END-IF.
           MOVE NUM-COMPTE-EVT TO NUM-COMPTE-CLI.
           READ FICHIER-CLIENTS
               INVALID KEY
                   MOVE 'N' TO WS-EVENEMENT-VALIDE
                   MOVE '35' TO WS-CODE-REJET
                   MOVE 'COMPTE ABSENT DU REFERENTIEL CLIENTS'
                           TO WS-LIBELLE-REJET
               NOT INVALID KEY
                   MOVE 'T'           TO PORTEE-EXO
                   MOVE ID-CLIENT-CLI TO REFERENCE-EXO
           END-READ.

      *> Motif connu ; début à blanc = jour même ; fin à blanc =
      *> sans échéance, sinon ni avant le début ni dans le passé.
       CONTROLER-EXONERATION-FRAIS.
           IF CHAMP-EVT(2:2) <> 'PE' AND CHAMP-EVT(2:2) <> 'ET'
                   AND CHAMP-EVT(2:2) <> 'GC'
                   AND CHAMP-EVT(2:2) <> 'NC'
               MOVE 'N' TO WS-EVENEMENT-VALIDE
               MOVE '39' TO WS-CODE-REJET
               MOVE 'MOTIF EXONERATION INCONNU' TO WS-LIBELLE-REJET
               EXIT PARAGRAPH
           END-IF.

           MOVE VALEUR-EVT(4:8) TO WS-VALEUR-DATE-X.
           IF WS-VALEUR-DATE-X = SPACES
               MOVE WS-DATE-TRAITEMENT TO WS-VALEUR-DATE
           END-IF.
           MOVE DATE-ECHEANCE-EVT TO WS-VALEUR-FIN-X.
           IF WS-VALEUR-FIN-X = SPACES
               MOVE 99991231 TO WS-VALEUR-FIN
           END-IF.
           IF WS-VALEUR-DATE-X NOT NUMERIC
                   OR WS-VALEUR-FIN-X NOT NUMERIC
               MOVE 'N' TO WS-EVENEMENT-VALIDE
               MOVE '40' TO WS-CODE-REJET
               MOVE 'DATES EXONERATION INVALIDES' TO WS-LIBELLE-REJET
               EXIT PARAGRAPH
           END-IF.
           IF WS-VALEUR-FIN < WS-VALEUR-DATE
                   OR WS-VALEUR-FIN < WS-DATE-TRAITEMENT
               MOVE 'N' TO WS-EVENEMENT-VALIDE
               MOVE '40' TO WS-CODE-REJET
               MOVE 'DATES EXONERATION INVALIDES' TO WS-LIBELLE-REJET
               EXIT PARAGRAPH
           END-IF.

       TRACER-EVENEMENT-APPLIQUE.
           MOVE NUM-COMPTE-EVT     TO WS-RAP-NUM-COMPTE.
           MOVE CODE-EVENEMENT-EVT TO WS-RAP-CODE-EVT.
           MOVE 'APPLIQUE'         TO WS-RAP-DISPOSITION.
           MOVE SPACES             TO WS-RAP-MOTIF.
           IF CODE-EVENEMENT-EVT = 'MO' OR CODE-EVENEMENT-EVT = 'VP'
                   OR CODE-EVENEMENT-EVT = 'BA'
                   OR CODE-EVENEMENT-EVT = 'AL'
                   OR CODE-EVENEMENT-EVT = 'EX'
               MOVE CHAMP-EVT TO WS-RAP-MOTIF
           END-IF.
           WRITE LIGNE-RAPPORT FROM WS-LIGNE-DETAIL-RAPPORT.
                   TO WS-RAP-LIBELLE.
           MOVE WS-CT-NB-MODIFICATIONS TO WS-RAP-NOMBRE.
           WRITE LIGNE-RAPPORT FROM WS-LIGNE-COMPTAGE.
           MOVE "AUTORISATIONS DECOUVERT TENUES    "
                   TO WS-RAP-LIBELLE.
           MOVE WS-CT-NB-AUTORISATIONS TO WS-RAP-NOMBRE.
           WRITE LIGNE-RAPPORT FROM WS-LIGNE-COMPTAGE.
           MOVE "VIREMENTS PERMANENTS TENUS        "
                   TO WS-RAP-LIBELLE.
           MOVE WS-CT-NB-VIREMENTS TO WS-RAP-NOMBRE.
           WRITE LIGNE-RAPPORT FROM WS-LIGNE-COMPTAGE.
           MOVE "CONVENTIONS DE BALAYAGE TENUES    "
                   TO WS-RAP-LIBELLE.
           MOVE WS-CT-NB-CONVENTIONS TO WS-RAP-NOMBRE.
           WRITE LIGNE-RAPPORT FROM WS-LIGNE-COMPTAGE.
           MOVE "ALERTES LBC SUIVIES               "
                   TO WS-RAP-LIBELLE.
           MOVE WS-CT-NB-ALERTES TO WS-RAP-NOMBRE.
           WRITE LIGNE-RAPPORT FROM WS-LIGNE-COMPTAGE.
           MOVE "EXONERATIONS DE FRAIS TENUES      "
                   TO WS-RAP-LIBELLE.
           MOVE WS-CT-NB-EXONERATIONS TO WS-RAP-NOMBRE.
           WRITE LIGNE-RAPPORT FROM WS-LIGNE-COMPTAGE.
           MOVE "EVENEMENTS REJETES                "
                   TO WS-RAP-LIBELLE.
           MOVE WS-CT-NB-EVT-REJETES TO WS-RAP-NOMBRE.
                   WS-CT-NB-CLOTURES.
           DISPLAY "Comptes modifiés                  : "
                   WS-CT-NB-MODIFICATIONS.
           DISPLAY "Autorisations de découvert tenues : "
                   WS-CT-NB-AUTORISATIONS.
           DISPLAY "Virements permanents tenus        : "
                   WS-CT-NB-VIREMENTS.
           DISPLAY "Conventions de balayage tenues    : "
                   WS-CT-NB-CONVENTIONS.
           DISPLAY "Alertes LBC suivies               : "
                   WS-CT-NB-ALERTES.
           DISPLAY "Exonérations de frais tenues      : "
                   WS-CT-NB-EXONERATIONS.
           DISPLAY "Evénements rejetés                : "
                   WS-CT-NB-EVT-REJETES.
           DISPLAY "Contrôle : lus = ouverts + clôturés + "
                   "modifiés + autorisations + virements + "
                   "conventions + alertes + exonérations + "
                   "rejetés".
           DISPLAY "========================================".
