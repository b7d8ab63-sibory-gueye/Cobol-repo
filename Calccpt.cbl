           IDENTIFICATION DIVISION.
           PROGRAM-ID. Calccpt.
           AUTHOR SIBORY G.
      *    Report en comptabilité générale des pourcentages calculés
      *    par code de taux : pour une journée close par Cloture,
      *    relève dans le journal des calculs CALCLOG les
      *    pourcentages réussis dont la ligne porte un code de taux
      *    de TAUX.DAT, les impute aux comptes général débit et
      *    crédit que la table de correspondance CPTTAUX.DAT
      *    (maintenue par Cptmnt) associe au code, et produit le
      *    fichier d'écritures équilibré CPTGL.aaaammjj.DAT totalisé
      *    par compte et par sens, à charger dans la comptabilité,
      *    ainsi que la liste de contrôle paginée
      *    CALCCPT.aaaammjj.RPT ; chaque journée reportée est
      *    consignée dans le journal des reports CPTJRNL.DAT, qui
      *    interdit de la reporter deux fois :
      *    Calccpt [AAAAMMJJ [FICHIER-JOURNAL]]
      *    Par défaut le journal lu est le journal vivant
      *    CALCLOG.DAT ; une journée que Calcarch en a déjà purgée
      *    (date antérieure à la dernière date charnière consignée
      *    au manifeste CALCMAN.DAT) se reporte depuis la
      *    reconstruction CALCRTV.DAT produite par Calcrtv, nommée
      *    en second paramètre.
      *    Un montant positif débite le compte débit et crédite le
      *    compte crédit du code, un montant négatif l'inverse ; les
      *    calculs horodatés après la clôture de la journée sont
      *    reportés mais signalés dans la liste. Le code retour
      *    remis à l'ordonnanceur vaut 0 si la journée est reportée,
      *    4 si elle l'était déjà, 8 si un fichier est illisible ou
      *    ne peut être écrit, 12 si le report est refusé (journée
      *    non close, journal absent ou journée purgée du journal
      *    vivant, code de taux sans correspondance ou montant
      *    illisible : aucune écriture n'est alors produite, la
      *    liste de contrôle détaille les lignes en cause)


       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Journal des calculs ; par défaut le journal vivant
      *    CALCLOG.DAT, mais un autre fichier au même dessin (par
      *    exemple la reconstruction CALCRTV.DAT produite par
      *    Calcrtv) peut être nommé sur la ligne de commande
           SELECT CALCLOG-FILE ASSIGN USING WS-NOM-JOURNAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CALCLOG-STATUS.

      *    Manifeste des purges du journal vivant tenu par Calcarch
           SELECT MANIFESTE-FILE ASSIGN TO "CALCMAN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MANIFESTE-STATUS.

           SELECT CLOTURE-FILE ASSIGN TO "CLOTURE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLOTURE-STATUS.

      *    Table de correspondance comptable des codes de taux
           SELECT COMPTE-FILE ASSIGN TO "CPTTAUX.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COMPTE-STATUS.

      *    Journal des reports en comptabilité, en ajout d'une
      *    exécution à l'autre
           SELECT REPORT-JOURNAL-FILE ASSIGN TO "CPTJRNL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CPTJRNL-STATUS.

      *    Fichier d'écritures pour la comptabilité, nommé d'après
      *    la date reportée (le nom est construit à l'exécution dans
      *    WS-NOM-ECRITURES)
           SELECT ECRITURE-FILE ASSIGN USING WS-NOM-ECRITURES
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ECRITURE-STATUS.

      *    Fichier d'impression de la liste de contrôle, nommé
      *    d'après la date reportée (le nom est construit à
      *    l'exécution dans WS-NOM-IMPRESSION)
           SELECT IMPRESSION-FILE ASSIGN USING WS-NOM-IMPRESSION
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IMPRESSION-STATUS.

       DATA DIVISION.

       FILE SECTION.
      *    Fichier journal des calculs (piste d'audit), même dessin
      *    que dans Exocalc ; pour un pourcentage calculé par code,
      *    CLR-REFERENCE porte le code de taux
       FD  CALCLOG-FILE.
       01  CALCLOG-RECORD.
           05  CLR-TIMESTAMP PIC X(21).
           05  FILLER PIC X(1).
           05  CLR-OPERATOR-ID PIC X(8).
           05  FILLER PIC X(1).
           05  CLR-OPERATION PIC X(15).
           05  FILLER PIC X(1).
           05  CLR-NBR1 PIC X(20).
           05  FILLER PIC X(1).
           05  CLR-NBR2 PIC X(20).
           05  FILLER PIC X(1).
           05  CLR-RESULT PIC X(20).
           05  FILLER PIC X(1).
           05  CLR-STATUT PIC X(7).
           05  FILLER PIC X(1).
           05  CLR-RESULT2 PIC X(20).
           05  FILLER PIC X(1).
           05  CLR-REFERENCE PIC X(7).

      *    Manifeste des purges (même dessin que dans Calcarch) :
      *    seule la date charnière est interprétée ici, les
      *    enregistrements antérieurs à cette date ont quitté le
      *    journal vivant
       FD  MANIFESTE-FILE.
       01  MANIFESTE-RECORD.
           05  MAN-TIMESTAMP PIC X(21).
           05  FILLER PIC X(1).
           05  MAN-NOM-ARCHIVE PIC X(21).
           05  FILLER PIC X(1).
           05  MAN-DATE-CHARNIERE PIC 9(8).
           05  FILLER PIC X(1).
           05  MAN-NB-LUS PIC 9(6).
           05  FILLER PIC X(1).
           05  MAN-NB-ARCHIVES PIC 9(6).
           05  FILLER PIC X(1).
           05  MAN-NB-CONSERVES PIC 9(6).
           05  FILLER PIC X(1).
           05  MAN-PREMIER PIC X(21).
           05  FILLER PIC X(1).
           05  MAN-DERNIER PIC X(21).

      *    Fichier des clôtures de journée (même dessin que dans
      *    Cloture)
       FD  CLOTURE-FILE.
       01  CLOTURE-RECORD.
           05  CLO-DATE PIC 9(8).
           05  FILLER PIC X(1).
           05  CLO-TIMESTAMP PIC X(21).

      *    Table de correspondance comptable (même dessin que dans
      *    Cptmnt)
       FD  COMPTE-FILE.
       01  COMPTE-RECORD.
           05  CPT-CODE-TAUX PIC X(6).
           05  FILLER PIC X(1).
           05  CPT-COMPTE-DEBIT PIC X(10).
           05  FILLER PIC X(1).
           05  CPT-COMPTE-CREDIT PIC X(10).
           05  FILLER PIC X(1).
           05  CPT-LIBELLE PIC X(30).

      *    Journal des reports : date reportée, horodatage du
      *    report, nombre de calculs reportés, nombre de lignes
      *    d'écriture, total des débits (égal à celui des crédits)
      *    et nom du fichier d'écritures produit
       FD  REPORT-JOURNAL-FILE.
       01  REPORT-JOURNAL-RECORD.
           05  CPJ-DATE PIC 9(8).
           05  FILLER PIC X(1) VALUE SPACE.
           05  CPJ-HORODATAGE PIC X(21).
           05  FILLER PIC X(1) VALUE SPACE.
           05  CPJ-NB-CALCULS PIC 9(6).
           05  FILLER PIC X(1) VALUE SPACE.
           05  CPJ-NB-LIGNES PIC 9(6).
           05  FILLER PIC X(1) VALUE SPACE.
           05  CPJ-TOTAL PIC 9(15)V99.
           05  FILLER PIC X(1) VALUE SPACE.
           05  CPJ-FICHIER PIC X(30).

      *    Fichier d'écritures : un enregistrement d'en-tête "E"
      *    (date comptable, horodatage de création, application
      *    d'origine), une ligne "D" par compte et par sens (date
      *    comptable, compte, sens D ou C, montant, nombre de
      *    calculs cumulés) et un enregistrement de fin "T" (nombre
      *    de lignes "D", total des débits, total des crédits)
       FD  ECRITURE-FILE.
       01  ECRITURE-ENTETE.
           05  GLE-TYPE PIC X(1).
           05  FILLER PIC X(1).
           05  GLE-DATE PIC 9(8).
           05  FILLER PIC X(1).
           05  GLE-HORODATAGE PIC X(21).
           05  FILLER PIC X(1).
           05  GLE-ORIGINE PIC X(8).
       01  ECRITURE-DETAIL.
           05  GLD-TYPE PIC X(1).
           05  FILLER PIC X(1).
           05  GLD-DATE PIC 9(8).
           05  FILLER PIC X(1).
           05  GLD-COMPTE PIC X(10).
           05  FILLER PIC X(1).
           05  GLD-SENS PIC X(1).
           05  FILLER PIC X(1).
           05  GLD-MONTANT PIC 9(13)V99.
           05  FILLER PIC X(1).
           05  GLD-NB-CALCULS PIC 9(6).
       01  ECRITURE-FIN.
           05  GLF-TYPE PIC X(1).
           05  FILLER PIC X(1).
           05  GLF-NB-LIGNES PIC 9(6).
           05  FILLER PIC X(1).
           05  GLF-TOTAL-DEBIT PIC 9(15)V99.
           05  FILLER PIC X(1).
           05  GLF-TOTAL-CREDIT PIC 9(15)V99.

       FD  IMPRESSION-FILE.
       01  IMPRESSION-RECORD PIC X(132).

       WORKING-STORAGE SECTION.

      *    Les variables pour les fichiers
       01  WS-CALCLOG-STATUS PIC X(2).
       01  WS-CLOTURE-STATUS PIC X(2).
       01  WS-COMPTE-STATUS PIC X(2).
       01  WS-CPTJRNL-STATUS PIC X(2).
       01  WS-ECRITURE-STATUS PIC X(2).
       01  WS-CALCLOG-EOF PIC X(1) VALUE "N".
       01  WS-CLOTURE-EOF PIC X(1) VALUE "N".
       01  WS-COMPTE-EOF PIC X(1) VALUE "N".
       01  WS-CPTJRNL-EOF PIC X(1) VALUE "N".
       01  WS-NOM-ECRITURES PIC X(18).
       01  WS-ECRITURE-OK PIC X(1) VALUE "N".
       01  WS-MANIFESTE-STATUS PIC X(2).
       01  WS-MANIFESTE-EOF PIC X(1) VALUE "N".

      *    La date reportée (AAAAMMJJ) et le nom du journal à lire ;
      *    la ligne de commande porte DATE [FICHIER-JOURNAL]
       01  WS-LIGNE-COMMANDE PIC X(32) VALUE SPACES.
       01  WS-NOM-JOURNAL PIC X(21) VALUE "CALCLOG.DAT".
       01  WS-SAISIE-JOURNAL PIC X(21) VALUE SPACES.
       01  WS-DATE-DEMANDEE PIC X(8) VALUE SPACES.
       01  WS-DATE-NUM REDEFINES WS-DATE-DEMANDEE PIC 9(8).
       01  WS-DATE-EDITEE PIC X(10).

      *    L'état de la journée : close (avec l'horodatage de la
      *    clôture), déjà reportée, et reportée par cette exécution
      *    (report consigné au journal des reports)
       01  WS-JOURNEE-CLOSE PIC X(1) VALUE "N".
       01  WS-HORODATAGE-CLOTURE PIC X(21) VALUE SPACES.
       01  WS-DEJA-REPORTEE PIC X(1) VALUE "N".
       01  WS-HORODATAGE-REPORT PIC X(21) VALUE SPACES.
       01  WS-FICHIER-REPORTE PIC X(30) VALUE SPACES.
       01  WS-REPORT-ENREGISTRE PIC X(1) VALUE "N".

      *    La dernière date charnière consignée au manifeste des
      *    purges et l'archive qui a reçu les journées antérieures
       01  WS-DATE-PURGE PIC 9(8) VALUE 0.
       01  WS-ARCHIVE-PURGE PIC X(21) VALUE SPACES.
       01  WS-DATE-PURGE-EDITEE PIC X(10).

      *    La table en mémoire de la correspondance comptable
       01  WS-TABLE-COMPTES.
           05  WS-COMPTE-ENTREE OCCURS 200 TIMES.
               10  WS-CP-CODE PIC X(6).
               10  WS-CP-DEBIT PIC X(10).
               10  WS-CP-CREDIT PIC X(10).
       01  WS-NB-COMPTES PIC 9(3) VALUE 0.
       01  WS-IDX-COMPTE PIC 9(3).
       01  WS-CODE-TROUVE PIC X(1) VALUE "N".

      *    La table des postes d'écriture : un poste par compte et
      *    par sens, dans l'ordre de leur première apparition
       01  WS-TABLE-POSTES.
           05  WS-POSTE-ENTREE OCCURS 400 TIMES.
               10  WS-PO-COMPTE PIC X(10).
               10  WS-PO-SENS PIC X(1).
               10  WS-PO-MONTANT PIC 9(13)V99.
               10  WS-PO-NB PIC 9(6).
       01  WS-NB-POSTES PIC 9(3) VALUE 0.
       01  WS-IDX-POSTE PIC 9(3).
       01  WS-POSTE-TROUVE PIC X(1) VALUE "N".
       01  WS-POSTE-COMPTE PIC X(10).
       01  WS-POSTE-SENS PIC X(1).

      *    La table des codes de taux sans correspondance relevés
      *    dans la journée, avec leur nombre de calculs
       01  WS-TABLE-INCONNUS.
           05  WS-INCONNU-ENTREE OCCURS 50 TIMES.
               10  WS-IN-CODE PIC X(6).
               10  WS-IN-NB PIC 9(6).
       01  WS-NB-INCONNUS PIC 9(2) VALUE 0.
       01  WS-IDX-INCONNU PIC 9(2).
       01  WS-INCONNU-TROUVE PIC X(1) VALUE "N".

      *    Le calcul en cours de report
       01  WS-CODE-LIGNE PIC X(6).
       01  WS-MONTANT PIC S9(13)V99 VALUE 0.
       01  WS-MONTANT-ABS PIC 9(13)V99 VALUE 0.
       01  WS-MONTANT-LISIBLE PIC X(1) VALUE "Y".
       01  WS-COMPTE-A-DEBITER PIC X(10).
       01  WS-COMPTE-A-CREDITER PIC X(10).

      *    Les compteurs, les totaux et le code retour
       01  WS-NB-LIGNES-JOUR PIC 9(6) VALUE 0.
       01  WS-NB-CALCULS PIC 9(6) VALUE 0.
       01  WS-NB-SANS-CODE PIC 9(6) VALUE 0.
       01  WS-NB-APRES-CLOTURE PIC 9(6) VALUE 0.
       01  WS-NB-SANS-COMPTE PIC 9(6) VALUE 0.
       01  WS-NB-ILLISIBLES PIC 9(6) VALUE 0.
       01  WS-NB-LIGNES-ECRITES PIC 9(6) VALUE 0.
       01  WS-TOTAL-DEBIT PIC 9(15)V99 VALUE 0.
       01  WS-TOTAL-CREDIT PIC 9(15)V99 VALUE 0.
       01  WS-CODE-RETOUR PIC 9(2) VALUE 0.

      *    Les zones d'édition
       01  WS-NB-EDIT PIC Z(5)9.
       01  WS-NB-EDIT2 PIC Z(5)9.
       01  WS-MONTANT-EDIT PIC -(13)9.99.
       01  WS-TOTAL-EDIT PIC Z(14)9.99.
       01  WS-TOTAL-EDIT2 PIC Z(14)9.99.
       01  WS-TS-A-EDITER PIC X(21).
       01  WS-HEURE-EDITEE PIC X(8).
       01  WS-MOTIF PIC X(40).

      *    Les variables pour le fichier d'impression de la liste
      *    de contrôle : pages de longueur fixe, en-tête de page
      *    avec le nom du programme, la date et l'heure d'exécution,
      *    la journée reportée et le numéro de page ; l'en-tête de
      *    colonnes de la partie en cours est répété en haut de
      *    chaque page
       01  WS-IMPRESSION-STATUS PIC X(2).
       01  WS-IMPRESSION-OUVERTE PIC X(1) VALUE "N".
       01  WS-NOM-IMPRESSION PIC X(21).
       01  WS-LIGNE-IMPRESSION PIC X(132).
       01  WS-LIGNE-EN-TETE PIC X(132).
       01  WS-ENTETE-COLONNES PIC X(132) VALUE SPACES.
       01  WS-LIGNES-PAR-PAGE PIC 9(2) VALUE 60.
       01  WS-NB-LIGNES-PAGE PIC 9(2) VALUE 0.
       01  WS-NO-PAGE PIC 9(4) VALUE 0.
       01  WS-PAGE-EDIT PIC Z(3)9.
       01  WS-HORODATAGE-EXEC PIC X(21).

       PROCEDURE DIVISION.

           PERFORM SAISIR-DATE-CONTROLE
           PERFORM CONTROLER-CLOTURE
           IF WS-CODE-RETOUR = 0 THEN
                PERFORM CONTROLER-JOURNAL-REPORTS
           END-IF
           IF WS-CODE-RETOUR = 0 THEN
                PERFORM CONTROLER-PURGE
           END-IF
           IF WS-CODE-RETOUR = 0 THEN
                PERFORM CHARGER-COMPTES
           END-IF
           IF WS-CODE-RETOUR = 0 THEN
                PERFORM EDITER-EN-TETE
                IF WS-CODE-RETOUR = 0 THEN
                     PERFORM RELEVER-CALCULS
                END-IF
                IF WS-CODE-RETOUR = 0 THEN
                     PERFORM EDITER-POSTES
                END-IF
                IF WS-CODE-RETOUR = 0 THEN
                     PERFORM ECRIRE-ECRITURES
                END-IF
                IF WS-CODE-RETOUR = 0 THEN
                     PERFORM ENREGISTRER-REPORT
                END-IF
                PERFORM EDITER-BILAN
           END-IF
           MOVE WS-CODE-RETOUR TO RETURN-CODE
           STOP RUN.

      *    Paragraphe pour saisir la date reportée, depuis la ligne
      *    de commande ou au clavier, en reprenant la saisie tant
      *    qu'elle n'est pas une date numérique AAAAMMJJ
           SAISIR-DATE-CONTROLE.
           ACCEPT WS-LIGNE-COMMANDE FROM COMMAND-LINE.
           UNSTRING WS-LIGNE-COMMANDE DELIMITED BY ALL SPACE
                INTO WS-DATE-DEMANDEE WS-SAISIE-JOURNAL.
           IF WS-SAISIE-JOURNAL NOT = SPACES THEN
                MOVE WS-SAISIE-JOURNAL TO WS-NOM-JOURNAL
           END-IF.
           IF WS-DATE-DEMANDEE = SPACES
                OR WS-DATE-DEMANDEE IS NOT NUMERIC THEN
                PERFORM SAISIR-DATE-CLAVIER
           END-IF.
           STRING WS-DATE-DEMANDEE(7:2) "/"
                WS-DATE-DEMANDEE(5:2) "/"
                WS-DATE-DEMANDEE(1:4)
                DELIMITED BY SIZE INTO WS-DATE-EDITEE.

      *    Paragraphe pour saisir la date reportée au clavier
           SAISIR-DATE-CLAVIER.
           DISPLAY "Date à reporter en comptabilité (AAAAMMJJ) :".
           ACCEPT WS-DATE-DEMANDEE.
           IF WS-DATE-DEMANDEE IS NOT NUMERIC THEN
                DISPLAY "Erreur de saisie !"
                PERFORM SAISIR-DATE-CLAVIER
           END-IF.

      *    Paragraphe pour vérifier que la journée a été close par
      *    Cloture : une journée encore ouverte peut recevoir des
      *    calculs, son report est refusé (fichier des clôtures
      *    absent : aucune journée n'est close)
           CONTROLER-CLOTURE.
           MOVE "N" TO WS-JOURNEE-CLOSE.
           OPEN INPUT CLOTURE-FILE.
           IF WS-CLOTURE-STATUS = "00" THEN
                PERFORM LIRE-CLOTURE
                PERFORM COMPARER-CLOTURE
                     UNTIL WS-CLOTURE-EOF = "Y"
                     OR WS-JOURNEE-CLOSE = "Y"
                CLOSE CLOTURE-FILE
           ELSE
                IF WS-CLOTURE-STATUS NOT = "35" THEN
                     DISPLAY "Erreur ! Impossible d'ouvrir"
                          " CLOTURE.DAT (statut "
                          FUNCTION TRIM(WS-CLOTURE-STATUS) ")"
                     MOVE 8 TO WS-CODE-RETOUR
                END-IF
           END-IF.
           IF WS-CODE-RETOUR = 0 AND WS-JOURNEE-CLOSE = "N" THEN
                DISPLAY "Report refusé : la journée du "
                     WS-DATE-EDITEE " n'est pas close."
                MOVE 12 TO WS-CODE-RETOUR
           END-IF.

      *    Paragraphe pour lire un enregistrement du fichier des
      *    clôtures
           LIRE-CLOTURE.
           READ CLOTURE-FILE
                AT END MOVE "Y" TO WS-CLOTURE-EOF
           END-READ.

      *    Paragraphe pour comparer la clôture lue avec la date
      *    reportée, puis lire la suivante
           COMPARER-CLOTURE.
           IF CLO-DATE IS NUMERIC AND CLO-DATE = WS-DATE-NUM THEN
                MOVE "Y" TO WS-JOURNEE-CLOSE
                MOVE CLO-TIMESTAMP TO WS-HORODATAGE-CLOTURE
           ELSE
                PERFORM LIRE-CLOTURE
           END-IF.

      *    Paragraphe pour vérifier au journal des reports que la
      *    journée n'a pas déjà été reportée (journal absent : aucun
      *    report encore fait)
           CONTROLER-JOURNAL-REPORTS.
           MOVE "N" TO WS-DEJA-REPORTEE.
           OPEN INPUT REPORT-JOURNAL-FILE.
           IF WS-CPTJRNL-STATUS = "00" THEN
                PERFORM LIRE-JOURNAL-REPORTS
                PERFORM COMPARER-REPORT
                     UNTIL WS-CPTJRNL-EOF = "Y"
                     OR WS-DEJA-REPORTEE = "Y"
                CLOSE REPORT-JOURNAL-FILE
           ELSE
                IF WS-CPTJRNL-STATUS NOT = "35" THEN
                     DISPLAY "Erreur ! Impossible d'ouvrir"
                          " CPTJRNL.DAT (statut "
                          FUNCTION TRIM(WS-CPTJRNL-STATUS) ")"
                     MOVE 8 TO WS-CODE-RETOUR
                END-IF
           END-IF.
           IF WS-DEJA-REPORTEE = "Y" THEN
                MOVE WS-HORODATAGE-REPORT TO WS-TS-A-EDITER
                PERFORM EDITER-HEURE
                DISPLAY "La journée du " WS-DATE-EDITEE
                     " a déjà été reportée le "
                     WS-HORODATAGE-REPORT(7:2) "/"
                     WS-HORODATAGE-REPORT(5:2) "/"
                     WS-HORODATAGE-REPORT(1:4) " à "
                     WS-HEURE-EDITEE " ("
                     FUNCTION TRIM(WS-FICHIER-REPORTE)
                     "), aucun nouveau report."
                MOVE 4 TO WS-CODE-RETOUR
           END-IF.

      *    Paragraphe pour vérifier au manifeste des purges que la
      *    journée est toujours dans le journal vivant : Calcarch
      *    archive les enregistrements antérieurs à la date
      *    charnière, une journée plus ancienne que la dernière date
      *    charnière consignée n'y est donc plus et son report est
      *    refusé (manifeste absent : aucune purge faite ; un
      *    journal nommé sur la ligne de commande n'est pas
      *    concerné)
           CONTROLER-PURGE.
           MOVE 0 TO WS-DATE-PURGE.
           IF WS-NOM-JOURNAL = "CALCLOG.DAT" THEN
                OPEN INPUT MANIFESTE-FILE
                IF WS-MANIFESTE-STATUS = "00" THEN
                     PERFORM LIRE-MANIFESTE
                     PERFORM RETENIR-PURGE
                          UNTIL WS-MANIFESTE-EOF = "Y"
                     CLOSE MANIFESTE-FILE
                ELSE
                     IF WS-MANIFESTE-STATUS NOT = "35" THEN
                          DISPLAY "Erreur ! Impossible d'ouvrir"
                               " CALCMAN.DAT (statut "
                               FUNCTION TRIM(WS-MANIFESTE-STATUS) ")"
                          MOVE 8 TO WS-CODE-RETOUR
                     END-IF
                END-IF
           END-IF.
           IF WS-CODE-RETOUR = 0 AND WS-DATE-NUM < WS-DATE-PURGE
                THEN
                MOVE SPACES TO WS-DATE-PURGE-EDITEE
                STRING WS-DATE-PURGE(7:2) "/" WS-DATE-PURGE(5:2) "/"
                     WS-DATE-PURGE(1:4)
                     DELIMITED BY SIZE INTO WS-DATE-PURGE-EDITEE
                DISPLAY "Report refusé : la journée du "
                     WS-DATE-EDITEE " a été purgée du journal"
                     " vivant (archives antérieures au "
                     WS-DATE-PURGE-EDITEE ", dernière : "
                     FUNCTION TRIM(WS-ARCHIVE-PURGE) ")."
                DISPLAY "La reconstruire avec Calcrtv puis la"
                     " reporter par : Calccpt " WS-DATE-DEMANDEE
                     " CALCRTV.DAT"
                MOVE 12 TO WS-CODE-RETOUR
           END-IF.

      *    Paragraphe pour lire un enregistrement du manifeste des
      *    purges
           LIRE-MANIFESTE.
           READ MANIFESTE-FILE
                AT END MOVE "Y" TO WS-MANIFESTE-EOF
           END-READ.

      *    Paragraphe pour retenir la date charnière la plus récente
      *    du manifeste, puis lire l'enregistrement suivant
           RETENIR-PURGE.
           IF MAN-DATE-CHARNIERE IS NUMERIC
                AND MAN-DATE-CHARNIERE > WS-DATE-PURGE THEN
                MOVE MAN-DATE-CHARNIERE TO WS-DATE-PURGE
                MOVE MAN-NOM-ARCHIVE TO WS-ARCHIVE-PURGE
           END-IF.
           PERFORM LIRE-MANIFESTE.

      *    Paragraphe pour lire un enregistrement du journal des
      *    reports
           LIRE-JOURNAL-REPORTS.
           READ REPORT-JOURNAL-FILE
                AT END MOVE "Y" TO WS-CPTJRNL-EOF
           END-READ.

      *    Paragraphe pour comparer le report lu avec la date
      *    reportée, puis lire le suivant
           COMPARER-REPORT.
           IF CPJ-DATE IS NUMERIC AND CPJ-DATE = WS-DATE-NUM THEN
                MOVE "Y" TO WS-DEJA-REPORTEE
                MOVE CPJ-HORODATAGE TO WS-HORODATAGE-REPORT
                MOVE CPJ-FICHIER TO WS-FICHIER-REPORTE
           ELSE
                PERFORM LIRE-JOURNAL-REPORTS
           END-IF.

      *    Paragraphe pour charger la table de correspondance
      *    comptable en mémoire (table absente : aucun code n'a de
      *    correspondance, un seul calcul par code suffit alors à
      *    refuser le report)
           CHARGER-COMPTES.
           MOVE 0 TO WS-NB-COMPTES.
           OPEN INPUT COMPTE-FILE.
           IF WS-COMPTE-STATUS = "00" THEN
                PERFORM LIRE-COMPTE
                PERFORM RANGER-COMPTE
                     UNTIL WS-COMPTE-EOF = "Y"
                CLOSE COMPTE-FILE
           ELSE
                IF WS-COMPTE-STATUS NOT = "35" THEN
                     DISPLAY "Erreur ! Impossible d'ouvrir"
                          " CPTTAUX.DAT (statut "
                          FUNCTION TRIM(WS-COMPTE-STATUS) ")"
                     MOVE 8 TO WS-CODE-RETOUR
                END-IF
           END-IF.

      *    Paragraphe pour lire un enregistrement de la table de
      *    correspondance
           LIRE-COMPTE.
           READ COMPTE-FILE
                AT END MOVE "Y" TO WS-COMPTE-EOF
           END-READ.

      *    Paragraphe pour ranger la correspondance lue dans la
      *    table, puis lire la suivante
           RANGER-COMPTE.
           IF WS-NB-COMPTES < 200 THEN
                ADD 1 TO WS-NB-COMPTES
                MOVE CPT-CODE-TAUX TO WS-CP-CODE(WS-NB-COMPTES)
                MOVE CPT-COMPTE-DEBIT TO WS-CP-DEBIT(WS-NB-COMPTES)
                MOVE CPT-COMPTE-CREDIT TO WS-CP-CREDIT(WS-NB-COMPTES)
           ELSE
                DISPLAY "Erreur ! Table de correspondance pleine,"
                     " correspondance ignorée : " CPT-CODE-TAUX
           END-IF.
           PERFORM LIRE-COMPTE.

      *    Paragraphe pour chercher le code de taux de la ligne
      *    dans la table de correspondance
           CHERCHER-COMPTE.
           MOVE "N" TO WS-CODE-TROUVE.
           PERFORM COMPARER-COMPTE
                VARYING WS-IDX-COMPTE FROM 1 BY 1
                UNTIL WS-IDX-COMPTE > WS-NB-COMPTES
                OR WS-CODE-TROUVE = "Y".
           IF WS-CODE-TROUVE = "Y" THEN
                SUBTRACT 1 FROM WS-IDX-COMPTE
           END-IF.

      *    Paragraphe pour comparer une entrée de la table de
      *    correspondance avec le code de taux de la ligne
           COMPARER-COMPTE.
           IF WS-CP-CODE(WS-IDX-COMPTE) = WS-CODE-LIGNE THEN
                MOVE "Y" TO WS-CODE-TROUVE
           END-IF.

      *    Paragraphe pour éditer l'en-tête de la liste de contrôle
           EDITER-EN-TETE.
           PERFORM OUVRIR-IMPRESSION.
           MOVE "======================================"
                TO WS-LIGNE-IMPRESSION.
           PERFORM IMPRIMER-LIGNE.
           MOVE SPACES TO WS-LIGNE-IMPRESSION.
           STRING "Report en comptabilité du " WS-DATE-EDITEE
                DELIMITED BY SIZE INTO WS-LIGNE-IMPRESSION.
           PERFORM IMPRIMER-LIGNE.
           MOVE "======================================"
                TO WS-LIGNE-IMPRESSION.
           PERFORM IMPRIMER-LIGNE.
           MOVE WS-HORODATAGE-CLOTURE TO WS-TS-A-EDITER.
           PERFORM EDITER-HEURE.
           MOVE SPACES TO WS-LIGNE-IMPRESSION.
           STRING "Journée close à " WS-HEURE-EDITEE
                DELIMITED BY SIZE INTO WS-LIGNE-IMPRESSION.
           PERFORM IMPRIMER-LIGNE.
           MOVE SPACES TO WS-LIGNE-IMPRESSION.
           STRING "Journal des calculs lu : "
                FUNCTION TRIM(WS-NOM-JOURNAL)
                DELIMITED BY SIZE INTO WS-LIGNE-IMPRESSION.
           PERFORM IMPRIMER-LIGNE.
           IF WS-NB-COMPTES = 0 THEN
                MOVE "Table de correspondance CPTTAUX.DAT vide ou"
                     TO WS-LIGNE-IMPRESSION
                PERFORM IMPRIMER-LIGNE
                MOVE "absente" TO WS-LIGNE-IMPRESSION
                PERFORM IMPRIMER-LIGNE
           END-IF.

      *    Paragraphe pour relever les calculs à reporter de la
      *    journée dans le journal et les éditer un par ligne
      *    (journal absent : report refusé, la journée est à
      *    reporter depuis une reconstruction Calcrtv ; journal
      *    illisible : code retour 8) ; un code sans correspondance
      *    ou un montant illisible refuse le report
           RELEVER-CALCULS.
           MOVE SPACES TO WS-ENTETE-COLONNES.
           MOVE SPACES TO WS-LIGNE-IMPRESSION.
           PERFORM IMPRIMER-LIGNE.
           MOVE "Pourcentages calculés par code de taux"
                TO WS-LIGNE-IMPRESSION.
           PERFORM IMPRIMER-LIGNE.
           MOVE SPACES TO WS-ENTETE-COLONNES.
           MOVE "Heure    Opérateur Code" TO WS-ENTETE-COLONNES.
           MOVE "Montant" TO WS-ENTETE-COLONNES(45:7).
           MOVE "Débit" TO WS-ENTETE-COLONNES(55:6).
           MOVE "Crédit" TO WS-ENTETE-COLONNES(67:7).
           MOVE "Observation" TO WS-ENTETE-COLONNES(79:11).
           MOVE WS-ENTETE-COLONNES TO WS-LIGNE-IMPRESSION.
           PERFORM IMPRIMER-LIGNE.
           OPEN INPUT CALCLOG-FILE.
           IF WS-CALCLOG-STATUS = "00" THEN
                PERFORM LIRE-CALCLOG
                PERFORM TRAITER-LIGNE-CALCLOG
                     UNTIL WS-CALCLOG-EOF = "Y"
                CLOSE CALCLOG-FILE
           ELSE IF WS-CALCLOG-STATUS = "35" THEN
                DISPLAY "Report refusé : journal "
                     FUNCTION TRIM(WS-NOM-JOURNAL) " absent."
                DISPLAY "Reconstruire la journée avec Calcrtv puis"
                     " la reporter par : Calccpt " WS-DATE-DEMANDEE
                     " CALCRTV.DAT"
                MOVE 12 TO WS-CODE-RETOUR
                MOVE SPACES TO WS-LIGNE-IMPRESSION
                STRING "Journal " FUNCTION TRIM(WS-NOM-JOURNAL)
                     " absent, aucun calcul relevé : journée à"
                     DELIMITED BY SIZE INTO WS-LIGNE-IMPRESSION
                PERFORM IMPRIMER-LIGNE
                MOVE "reporter depuis une reconstruction Calcrtv"
                     TO WS-LIGNE-IMPRESSION
                PERFORM IMPRIMER-LIGNE
           ELSE
                DISPLAY "Erreur ! Impossible d'ouvrir "
                     FUNCTION TRIM(WS-NOM-JOURNAL)
                     " (statut " FUNCTION TRIM(WS-CALCLOG-STATUS) ")"
                MOVE 8 TO WS-CODE-RETOUR
                MOVE SPACES TO WS-LIGNE-IMPRESSION
                STRING "Journal " FUNCTION TRIM(WS-NOM-JOURNAL)
                     " illisible, aucun calcul relevé"
                     DELIMITED BY SIZE INTO WS-LIGNE-IMPRESSION
                PERFORM IMPRIMER-LIGNE
           END-IF.
           IF WS-NB-CALCULS = 0 AND WS-NB-SANS-COMPTE = 0
                AND WS-NB-ILLISIBLES = 0
                AND WS-CODE-RETOUR = 0 THEN
                MOVE "Aucun pourcentage par code dans la journée."
                     TO WS-LIGNE-IMPRESSION
                PERFORM IMPRIMER-LIGNE
           END-IF.
           IF WS-CODE-RETOUR = 0 AND (WS-NB-SANS-COMPTE > 0
                OR WS-NB-ILLISIBLES > 0) THEN
                MOVE 12 TO WS-CODE-RETOUR
           END-IF.
           IF WS-NB-INCONNUS > 0 THEN
                PERFORM EDITER-CODES-INCONNUS
           END-IF.

      *    Paragraphe pour lire une ligne du journal CALCLOG
           LIRE-CALCLOG.
           READ CALCLOG-FILE
                AT END MOVE "Y" TO WS-CALCLOG-EOF
           END-READ.

      *    Paragraphe pour traiter une ligne CALCLOG de la journée :
      *    seuls les pourcentages réussis portant un code de taux
      *    sont reportés (un pourcentage saisi directement n'a pas
      *    de compte) ; puis lire la suivante
           TRAITER-LIGNE-CALCLOG.
           IF CLR-TIMESTAMP(1:8) = WS-DATE-DEMANDEE THEN
                ADD 1 TO WS-NB-LIGNES-JOUR
                IF CLR-OPERATION = "POURCENTAGE"
                     AND CLR-STATUT = "OK" THEN
                     IF CLR-REFERENCE = SPACES THEN
                          ADD 1 TO WS-NB-SANS-CODE
                     ELSE
                          PERFORM REPORTER-CALCUL
                     END-IF
                END-IF
           END-IF.
           PERFORM LIRE-CALCLOG.

      *    Paragraphe pour reporter un pourcentage calculé par code :
      *    montant arrondi au centime, comptes du code, imputation
      *    aux postes selon le signe du montant, puis édition de la
      *    ligne de contrôle
           REPORTER-CALCUL.
           MOVE CLR-REFERENCE(1:6) TO WS-CODE-LIGNE.
           MOVE SPACES TO WS-MOTIF.
           MOVE SPACES TO WS-COMPTE-A-DEBITER.
           MOVE SPACES TO WS-COMPTE-A-CREDITER.
           MOVE 0 TO WS-MONTANT.
           MOVE "Y" TO WS-MONTANT-LISIBLE.
           PERFORM CHERCHER-COMPTE.
           IF FUNCTION TEST-NUMVAL(CLR-RESULT) NOT = 0 THEN
                MOVE "N" TO WS-MONTANT-LISIBLE
                ADD 1 TO WS-NB-ILLISIBLES
                MOVE "montant illisible, report refusé" TO WS-MOTIF
           ELSE IF WS-CODE-TROUVE = "N" THEN
                ADD 1 TO WS-NB-SANS-COMPTE
                PERFORM RANGER-CODE-INCONNU
                COMPUTE WS-MONTANT ROUNDED =
                     FUNCTION NUMVAL(CLR-RESULT)
                MOVE "code sans correspondance, report refusé"
                     TO WS-MOTIF
           ELSE
                ADD 1 TO WS-NB-CALCULS
                COMPUTE WS-MONTANT ROUNDED =
                     FUNCTION NUMVAL(CLR-RESULT)
                IF WS-MONTANT < 0 THEN
                     COMPUTE WS-MONTANT-ABS = 0 - WS-MONTANT
                     MOVE WS-CP-CREDIT(WS-IDX-COMPTE)
                          TO WS-COMPTE-A-DEBITER
                     MOVE WS-CP-DEBIT(WS-IDX-COMPTE)
                          TO WS-COMPTE-A-CREDITER
                ELSE
                     MOVE WS-MONTANT TO WS-MONTANT-ABS
                     MOVE WS-CP-DEBIT(WS-IDX-COMPTE)
                          TO WS-COMPTE-A-DEBITER
                     MOVE WS-CP-CREDIT(WS-IDX-COMPTE)
                          TO WS-COMPTE-A-CREDITER
                END-IF
                MOVE WS-COMPTE-A-DEBITER TO WS-POSTE-COMPTE
                MOVE "D" TO WS-POSTE-SENS
                PERFORM IMPUTER-POSTE
                MOVE WS-COMPTE-A-CREDITER TO WS-POSTE-COMPTE
                MOVE "C" TO WS-POSTE-SENS
                PERFORM IMPUTER-POSTE
                ADD WS-MONTANT-ABS TO WS-TOTAL-DEBIT
                ADD WS-MONTANT-ABS TO WS-TOTAL-CREDIT
                IF WS-HORODATAGE-CLOTURE NOT = SPACES
                     AND CLR-TIMESTAMP > WS-HORODATAGE-CLOTURE THEN
                     ADD 1 TO WS-NB-APRES-CLOTURE
                     MOVE "calcul postérieur à la clôture"
                          TO WS-MOTIF
                END-IF
           END-IF.
           PERFORM EDITER-LIGNE-CALCUL.

      *    Paragraphe pour éditer la ligne de contrôle d'un calcul
      *    relevé
           EDITER-LIGNE-CALCUL.
           MOVE CLR-TIMESTAMP TO WS-TS-A-EDITER.
           PERFORM EDITER-HEURE.
           MOVE SPACES TO WS-LIGNE-IMPRESSION.
           STRING WS-HEURE-EDITEE " " CLR-OPERATOR-ID "  "
                WS-CODE-LIGNE
                DELIMITED BY SIZE INTO WS-LIGNE-IMPRESSION.
           IF WS-MONTANT-LISIBLE = "N" THEN
                MOVE CLR-RESULT TO WS-LIGNE-IMPRESSION(32:20)
           ELSE
                MOVE WS-MONTANT TO WS-MONTANT-EDIT
                MOVE WS-MONTANT-EDIT TO WS-LIGNE-IMPRESSION(34:17)
           END-IF.
           MOVE WS-COMPTE-A-DEBITER TO WS-LIGNE-IMPRESSION(54:10).
           MOVE WS-COMPTE-A-CREDITER TO WS-LIGNE-IMPRESSION(65:10).
           MOVE WS-MOTIF TO WS-LIGNE-IMPRESSION(76:40).
           PERFORM IMPRIMER-LIGNE.

      *    Paragraphe pour imputer le montant du calcul au poste du
      *    compte et du sens donnés, en créant le poste à sa
      *    première imputation
           IMPUTER-POSTE.
           MOVE "N" TO WS-POSTE-TROUVE.
           PERFORM COMPARER-POSTE
                VARYING WS-IDX-POSTE FROM 1 BY 1
                UNTIL WS-IDX-POSTE > WS-NB-POSTES
                OR WS-POSTE-TROUVE = "Y".
           IF WS-POSTE-TROUVE = "Y" THEN
                SUBTRACT 1 FROM WS-IDX-POSTE
           ELSE
                IF WS-NB-POSTES < 400 THEN
                     ADD 1 TO WS-NB-POSTES
                     MOVE WS-NB-POSTES TO WS-IDX-POSTE
                     MOVE WS-POSTE-COMPTE TO WS-PO-COMPTE(WS-IDX-POSTE)
                     MOVE WS-POSTE-SENS TO WS-PO-SENS(WS-IDX-POSTE)
                     MOVE 0 TO WS-PO-MONTANT(WS-IDX-POSTE)
                     MOVE 0 TO WS-PO-NB(WS-IDX-POSTE)
                     MOVE "Y" TO WS-POSTE-TROUVE
                ELSE
                     DISPLAY "Erreur ! Table des postes pleine,"
                          " report refusé : " WS-POSTE-COMPTE
                     MOVE 12 TO WS-CODE-RETOUR
                END-IF
           END-IF.
           IF WS-POSTE-TROUVE = "Y" THEN
                ADD WS-MONTANT-ABS TO WS-PO-MONTANT(WS-IDX-POSTE)
                ADD 1 TO WS-PO-NB(WS-IDX-POSTE)
           END-IF.

      *    Paragraphe pour comparer un poste de la table avec le
      *    compte et le sens à imputer
           COMPARER-POSTE.
           IF WS-PO-COMPTE(WS-IDX-POSTE) = WS-POSTE-COMPTE
                AND WS-PO-SENS(WS-IDX-POSTE) = WS-POSTE-SENS THEN
                MOVE "Y" TO WS-POSTE-TROUVE
           END-IF.

      *    Paragraphe pour relever un code de taux sans
      *    correspondance, une seule fois par code
           RANGER-CODE-INCONNU.
           MOVE "N" TO WS-INCONNU-TROUVE.
           PERFORM COMPARER-CODE-INCONNU
                VARYING WS-IDX-INCONNU FROM 1 BY 1
                UNTIL WS-IDX-INCONNU > WS-NB-INCONNUS
                OR WS-INCONNU-TROUVE = "Y".
           IF WS-INCONNU-TROUVE = "Y" THEN
                SUBTRACT 1 FROM WS-IDX-INCONNU
                ADD 1 TO WS-IN-NB(WS-IDX-INCONNU)
           ELSE
                IF WS-NB-INCONNUS < 50 THEN
                     ADD 1 TO WS-NB-INCONNUS
                     MOVE WS-CODE-LIGNE TO WS-IN-CODE(WS-NB-INCONNUS)
                     MOVE 1 TO WS-IN-NB(WS-NB-INCONNUS)
                END-IF
           END-IF.

      *    Paragraphe pour comparer une entrée de la table des codes
      *    sans correspondance avec le code de la ligne
           COMPARER-CODE-INCONNU.
           IF WS-IN-CODE(WS-IDX-INCONNU) = WS-CODE-LIGNE THEN
                MOVE "Y" TO WS-INCONNU-TROUVE
           END-IF.

      *    Paragraphe pour éditer la partie des codes de taux sans
      *    correspondance, à ajouter par Cptmnt avant de relancer le
      *    report
           EDITER-CODES-INCONNUS.
           MOVE SPACES TO WS-ENTETE-COLONNES.
           MOVE SPACES TO WS-LIGNE-IMPRESSION.
           PERFORM IMPRIMER-LIGNE.
           MOVE "Codes de taux sans correspondance comptable"
                TO WS-LIGNE-IMPRESSION.
           PERFORM IMPRIMER-LIGNE.
           MOVE "Code   Calculs" TO WS-ENTETE-COLONNES.
           MOVE WS-ENTETE-COLONNES TO WS-LIGNE-IMPRESSION.
           PERFORM IMPRIMER-LIGNE.
           PERFORM EDITER-CODE-INCONNU
                VARYING WS-IDX-INCONNU FROM 1 BY 1
                UNTIL WS-IDX-INCONNU > WS-NB-INCONNUS.

      *    Paragraphe pour éditer un code sans correspondance
           EDITER-CODE-INCONNU.
           MOVE WS-IN-NB(WS-IDX-INCONNU) TO WS-NB-EDIT.
           MOVE SPACES TO WS-LIGNE-IMPRESSION.
           STRING WS-IN-CODE(WS-IDX-INCONNU) " " WS-NB-EDIT
                DELIMITED BY SIZE INTO WS-LIGNE-IMPRESSION.
           PERFORM IMPRIMER-LIGNE.

      *    Paragraphe pour éditer les totaux par compte et par sens,
      *    tels qu'ils partent dans le fichier d'écritures
           EDITER-POSTES.
           MOVE SPACES TO WS-ENTETE-COLONNES.
           MOVE SPACES TO WS-LIGNE-IMPRESSION.
           PERFORM IMPRIMER-LIGNE.
           MOVE "Totaux par compte" TO WS-LIGNE-IMPRESSION.
           PERFORM IMPRIMER-LIGNE.
           MOVE "Compte     Sens Calculs" TO WS-ENTETE-COLONNES.
           MOVE "Débit" TO WS-ENTETE-COLONNES(39:6).
           MOVE "Crédit" TO WS-ENTETE-COLONNES(59:7).
           MOVE WS-ENTETE-COLONNES TO WS-LIGNE-IMPRESSION.
           PERFORM IMPRIMER-LIGNE.
           PERFORM EDITER-POSTE
                VARYING WS-IDX-POSTE FROM 1 BY 1
                UNTIL WS-IDX-POSTE > WS-NB-POSTES.
           MOVE WS-TOTAL-DEBIT TO WS-TOTAL-EDIT.
           MOVE WS-TOTAL-CREDIT TO WS-TOTAL-EDIT2.
           MOVE SPACES TO WS-LIGNE-IMPRESSION.
           MOVE "Total" TO WS-LIGNE-IMPRESSION(1:5).
           MOVE WS-TOTAL-EDIT TO WS-LIGNE-IMPRESSION(26:18).
           MOVE WS-TOTAL-EDIT2 TO WS-LIGNE-IMPRESSION(46:18).
           PERFORM IMPRIMER-LIGNE.

      *    Paragraphe pour éditer un poste de la table
           EDITER-POSTE.
           MOVE WS-PO-NB(WS-IDX-POSTE) TO WS-NB-EDIT.
           MOVE WS-PO-MONTANT(WS-IDX-POSTE) TO WS-TOTAL-EDIT.
           MOVE SPACES TO WS-LIGNE-IMPRESSION.
           STRING WS-PO-COMPTE(WS-IDX-POSTE) " "
                WS-PO-SENS(WS-IDX-POSTE) "   " WS-NB-EDIT
                DELIMITED BY SIZE INTO WS-LIGNE-IMPRESSION.
           IF WS-PO-SENS(WS-IDX-POSTE) = "D" THEN
                MOVE WS-TOTAL-EDIT TO WS-LIGNE-IMPRESSION(26:18)
           ELSE
                MOVE WS-TOTAL-EDIT TO WS-LIGNE-IMPRESSION(46:18)
           END-IF.
           PERFORM IMPRIMER-LIGNE.

      *    Paragraphe pour écrire le fichier d'écritures de la
      *    journée : en-tête, une ligne par poste, enregistrement de
      *    fin ; le fichier n'est produit que si les débits et les
      *    crédits s'équilibrent (une journée sans calcul produit un
      *    fichier sans ligne, pour que la comptabilité sache que
      *    la journée est traitée)
           ECRIRE-ECRITURES.
           IF WS-TOTAL-DEBIT NOT = WS-TOTAL-CREDIT THEN
                DISPLAY "Erreur ! Écritures déséquilibrées, report"
                     " refusé"
                MOVE 12 TO WS-CODE-RETOUR
           ELSE
                MOVE SPACES TO WS-NOM-ECRITURES
                STRING "CPTGL." WS-DATE-DEMANDEE ".DAT"
                     DELIMITED BY SIZE INTO WS-NOM-ECRITURES
                MOVE 0 TO WS-NB-LIGNES-ECRITES
                OPEN OUTPUT ECRITURE-FILE
                IF WS-ECRITURE-STATUS NOT = "00" THEN
                     DISPLAY "Erreur ! Impossible d'ouvrir "
                          FUNCTION TRIM(WS-NOM-ECRITURES)
                          " (statut "
                          FUNCTION TRIM(WS-ECRITURE-STATUS) ")"
                     MOVE 8 TO WS-CODE-RETOUR
                ELSE
                     MOVE "Y" TO WS-ECRITURE-OK
                     MOVE SPACES TO ECRITURE-ENTETE
                     MOVE "E" TO GLE-TYPE
                     MOVE WS-DATE-NUM TO GLE-DATE
                     MOVE WS-HORODATAGE-EXEC TO GLE-HORODATAGE
                     MOVE "EXOCALC" TO GLE-ORIGINE
                     WRITE ECRITURE-ENTETE
                     PERFORM CONTROLER-ECRITURE
                     PERFORM ECRIRE-POSTE
                          VARYING WS-IDX-POSTE FROM 1 BY 1
                          UNTIL WS-IDX-POSTE > WS-NB-POSTES
                     MOVE SPACES TO ECRITURE-FIN
                     MOVE "T" TO GLF-TYPE
                     MOVE WS-NB-LIGNES-ECRITES TO GLF-NB-LIGNES
                     MOVE WS-TOTAL-DEBIT TO GLF-TOTAL-DEBIT
                     MOVE WS-TOTAL-CREDIT TO GLF-TOTAL-CREDIT
                     WRITE ECRITURE-FIN
                     PERFORM CONTROLER-ECRITURE
                     CLOSE ECRITURE-FILE
                     IF WS-ECRITURE-OK = "N" THEN
                          MOVE 8 TO WS-CODE-RETOUR
                     END-IF
                END-IF
           END-IF.

      *    Paragraphe pour écrire la ligne d'écriture d'un poste
           ECRIRE-POSTE.
           MOVE SPACES TO ECRITURE-DETAIL.
           MOVE "D" TO GLD-TYPE.
           MOVE WS-DATE-NUM TO GLD-DATE.
           MOVE WS-PO-COMPTE(WS-IDX-POSTE) TO GLD-COMPTE.
           MOVE WS-PO-SENS(WS-IDX-POSTE) TO GLD-SENS.
           MOVE WS-PO-MONTANT(WS-IDX-POSTE) TO GLD-MONTANT.
           MOVE WS-PO-NB(WS-IDX-POSTE) TO GLD-NB-CALCULS.
           WRITE ECRITURE-DETAIL.
           PERFORM CONTROLER-ECRITURE.
           ADD 1 TO WS-NB-LIGNES-ECRITES.

      *    Paragraphe pour contrôler l'écriture dans le fichier
      *    d'écritures
           CONTROLER-ECRITURE.
           IF WS-ECRITURE-STATUS NOT = "00" THEN
                MOVE "N" TO WS-ECRITURE-OK
                DISPLAY "Erreur ! Échec d'écriture dans "
                     FUNCTION TRIM(WS-NOM-ECRITURES)
                     " (statut " FUNCTION TRIM(WS-ECRITURE-STATUS)
                     ")"
           END-IF.

      *    Paragraphe pour consigner le report de la journée dans le
      *    journal des reports (statut "35" : premier report, le
      *    journal est créé) ; sans cette trace la journée pourrait
      *    être reportée une seconde fois, l'échec est donc fatal
           ENREGISTRER-REPORT.
           OPEN EXTEND REPORT-JOURNAL-FILE.
           IF WS-CPTJRNL-STATUS = "35" THEN
                OPEN OUTPUT REPORT-JOURNAL-FILE
           END-IF.
           IF WS-CPTJRNL-STATUS NOT = "00" THEN
                DISPLAY "Erreur ! Impossible d'ouvrir CPTJRNL.DAT"
                     " (statut " FUNCTION TRIM(WS-CPTJRNL-STATUS)
                     ")"
                MOVE 8 TO WS-CODE-RETOUR
           ELSE
                MOVE SPACES TO REPORT-JOURNAL-RECORD
                MOVE WS-DATE-NUM TO CPJ-DATE
                MOVE WS-HORODATAGE-EXEC TO CPJ-HORODATAGE
                MOVE WS-NB-CALCULS TO CPJ-NB-CALCULS
                MOVE WS-NB-LIGNES-ECRITES TO CPJ-NB-LIGNES
                MOVE WS-TOTAL-DEBIT TO CPJ-TOTAL
                MOVE WS-NOM-ECRITURES TO CPJ-FICHIER
                WRITE REPORT-JOURNAL-RECORD
                IF WS-CPTJRNL-STATUS NOT = "00" THEN
                     DISPLAY "Erreur ! Échec d'écriture dans"
                          " CPTJRNL.DAT (statut "
                          FUNCTION TRIM(WS-CPTJRNL-STATUS) ")"
                     MOVE 8 TO WS-CODE-RETOUR
                ELSE
                     MOVE "Y" TO WS-REPORT-ENREGISTRE
                END-IF
                CLOSE REPORT-JOURNAL-FILE
           END-IF.

      *    Paragraphe pour éditer l'heure d'un horodatage
           EDITER-HEURE.
           MOVE SPACES TO WS-HEURE-EDITEE.
           STRING WS-TS-A-EDITER(9:2) ":"
                WS-TS-A-EDITER(11:2) ":"
                WS-TS-A-EDITER(13:2)
                DELIMITED BY SIZE INTO WS-HEURE-EDITEE.

      *    Paragraphe pour éditer le bilan du report et le verdict
           EDITER-BILAN.
           MOVE SPACES TO WS-ENTETE-COLONNES.
           MOVE SPACES TO WS-LIGNE-IMPRESSION.
           PERFORM IMPRIMER-LIGNE.
           MOVE "======================================"
                TO WS-LIGNE-IMPRESSION.
           PERFORM IMPRIMER-LIGNE.
           MOVE WS-NB-LIGNES-JOUR TO WS-NB-EDIT.
           MOVE SPACES TO WS-LIGNE-IMPRESSION.
           STRING "Lignes CALCLOG de la journée      : "
                FUNCTION TRIM(WS-NB-EDIT)
                DELIMITED BY SIZE INTO WS-LIGNE-IMPRESSION.
           PERFORM IMPRIMER-LIGNE.
           MOVE WS-NB-CALCULS TO WS-NB-EDIT.
           MOVE WS-NB-APRES-CLOTURE TO WS-NB-EDIT2.
           MOVE SPACES TO WS-LIGNE-IMPRESSION.
           STRING "Pourcentages par code imputés     : "
                FUNCTION TRIM(WS-NB-EDIT)
                " (après clôture : " FUNCTION TRIM(WS-NB-EDIT2) ")"
                DELIMITED BY SIZE INTO WS-LIGNE-IMPRESSION.
           PERFORM IMPRIMER-LIGNE.
           MOVE WS-NB-SANS-CODE TO WS-NB-EDIT.
           MOVE SPACES TO WS-LIGNE-IMPRESSION.
           STRING "Pourcentages sans code (ignorés)  : "
                FUNCTION TRIM(WS-NB-EDIT)
                DELIMITED BY SIZE INTO WS-LIGNE-IMPRESSION.
           PERFORM IMPRIMER-LIGNE.
           MOVE WS-NB-SANS-COMPTE TO WS-NB-EDIT.
           MOVE SPACES TO WS-LIGNE-IMPRESSION.
           STRING "Calculs sans correspondance       : "
                FUNCTION TRIM(WS-NB-EDIT)
                DELIMITED BY SIZE INTO WS-LIGNE-IMPRESSION.
           PERFORM IMPRIMER-LIGNE.
           MOVE WS-NB-ILLISIBLES TO WS-NB-EDIT.
           MOVE SPACES TO WS-LIGNE-IMPRESSION.
           STRING "Montants illisibles               : "
                FUNCTION TRIM(WS-NB-EDIT)
                DELIMITED BY SIZE INTO WS-LIGNE-IMPRESSION.
           PERFORM IMPRIMER-LIGNE.
           MOVE WS-TOTAL-DEBIT TO WS-TOTAL-EDIT.
           MOVE WS-TOTAL-CREDIT TO WS-TOTAL-EDIT2.
           MOVE SPACES TO WS-LIGNE-IMPRESSION.
           STRING "Total débit / crédit              : "
                FUNCTION TRIM(WS-TOTAL-EDIT) " / "
                FUNCTION TRIM(WS-TOTAL-EDIT2)
                DELIMITED BY SIZE INTO WS-LIGNE-IMPRESSION.
           PERFORM IMPRIMER-LIGNE.
           MOVE SPACES TO WS-LIGNE-IMPRESSION.
           EVALUATE TRUE
                WHEN WS-REPORT-ENREGISTRE = "Y"
                     MOVE WS-NB-LIGNES-ECRITES TO WS-NB-EDIT
                     STRING "Journée reportée dans "
                          FUNCTION TRIM(WS-NOM-ECRITURES) ", "
                          FUNCTION TRIM(WS-NB-EDIT)
                          " ligne(s) d'écriture"
                          DELIMITED BY SIZE INTO WS-LIGNE-IMPRESSION
                WHEN WS-CODE-RETOUR = 12
                     MOVE "REPORT REFUSÉ : aucune écriture produite"
                          TO WS-LIGNE-IMPRESSION
                WHEN OTHER
                     MOVE "REPORT NON FAIT : erreur de fichier"
                          TO WS-LIGNE-IMPRESSION
           END-EVALUATE.
           PERFORM IMPRIMER-LIGNE.
           MOVE "======================================"
                TO WS-LIGNE-IMPRESSION.
           PERFORM IMPRIMER-LIGNE.
           PERFORM FERMER-IMPRESSION.

      *    Paragraphe pour ouvrir le fichier d'impression de la
      *    liste de contrôle, nommé d'après la date reportée
           OUVRIR-IMPRESSION.
           MOVE FUNCTION CURRENT-DATE TO WS-HORODATAGE-EXEC.
           MOVE SPACES TO WS-NOM-IMPRESSION.
           STRING "CALCCPT." WS-DATE-DEMANDEE ".RPT"
                DELIMITED BY SIZE INTO WS-NOM-IMPRESSION.
           MOVE 0 TO WS-NO-PAGE.
           MOVE 0 TO WS-NB-LIGNES-PAGE.
           MOVE SPACES TO WS-ENTETE-COLONNES.
           OPEN OUTPUT IMPRESSION-FILE.
           IF WS-IMPRESSION-STATUS = "00" THEN
                MOVE "Y" TO WS-IMPRESSION-OUVERTE
           ELSE
                MOVE "N" TO WS-IMPRESSION-OUVERTE
                MOVE 8 TO WS-CODE-RETOUR
                DISPLAY "Erreur ! Impossible d'ouvrir "
                     FUNCTION TRIM(WS-NOM-IMPRESSION)
                     " (statut " FUNCTION TRIM(WS-IMPRESSION-STATUS)
                     ")"
           END-IF.

      *    Paragraphe pour afficher une ligne de la liste et
      *    l'écrire dans le fichier d'impression, en commençant une
      *    nouvelle page quand la page en cours est pleine
           IMPRIMER-LIGNE.
           DISPLAY FUNCTION TRIM(WS-LIGNE-IMPRESSION TRAILING).
           IF WS-IMPRESSION-OUVERTE = "Y" THEN
                IF WS-NO-PAGE = 0
                     OR WS-NB-LIGNES-PAGE >= WS-LIGNES-PAR-PAGE THEN
                     PERFORM IMPRIMER-EN-TETE-PAGE
                END-IF
                MOVE WS-LIGNE-IMPRESSION TO IMPRESSION-RECORD
                WRITE IMPRESSION-RECORD AFTER ADVANCING 1 LINE
                PERFORM CONTROLER-IMPRESSION
                ADD 1 TO WS-NB-LIGNES-PAGE
           END-IF.

      *    Paragraphe pour écrire l'en-tête d'une nouvelle page :
      *    programme, titre et numéro de page, date et heure
      *    d'exécution et journée reportée, puis l'en-tête de
      *    colonnes de la partie en cours (sauf si la ligne à
      *    imprimer est cet en-tête lui-même)
           IMPRIMER-EN-TETE-PAGE.
           ADD 1 TO WS-NO-PAGE.
           MOVE WS-NO-PAGE TO WS-PAGE-EDIT.
           MOVE SPACES TO WS-LIGNE-EN-TETE.
           MOVE "Calccpt" TO WS-LIGNE-EN-TETE(1:8).
           MOVE "REPORT EN COMPTABILITE GENERALE"
                TO WS-LIGNE-EN-TETE(40:50).
           MOVE "Page" TO WS-LIGNE-EN-TETE(123:4).
           MOVE WS-PAGE-EDIT TO WS-LIGNE-EN-TETE(128:4).
           MOVE WS-LIGNE-EN-TETE TO IMPRESSION-RECORD.
           IF WS-NO-PAGE = 1 THEN
                WRITE IMPRESSION-RECORD AFTER ADVANCING 1 LINE
           ELSE
                WRITE IMPRESSION-RECORD AFTER ADVANCING PAGE
           END-IF.
           PERFORM CONTROLER-IMPRESSION.
           MOVE SPACES TO WS-LIGNE-EN-TETE.
           STRING "Exécuté le " WS-HORODATAGE-EXEC(7:2) "/"
                WS-HORODATAGE-EXEC(5:2) "/" WS-HORODATAGE-EXEC(1:4)
                " à " WS-HORODATAGE-EXEC(9:2) ":"
                WS-HORODATAGE-EXEC(11:2) ":" WS-HORODATAGE-EXEC(13:2)
                "     Journée du " WS-DATE-EDITEE
                DELIMITED BY SIZE INTO WS-LIGNE-EN-TETE.
           MOVE WS-LIGNE-EN-TETE TO IMPRESSION-RECORD.
           WRITE IMPRESSION-RECORD AFTER ADVANCING 1 LINE.
           PERFORM CONTROLER-IMPRESSION.
           MOVE ALL "-" TO IMPRESSION-RECORD.
           WRITE IMPRESSION-RECORD AFTER ADVANCING 1 LINE.
           PERFORM CONTROLER-IMPRESSION.
           MOVE 3 TO WS-NB-LIGNES-PAGE.
           IF WS-ENTETE-COLONNES NOT = SPACES
                AND WS-ENTETE-COLONNES NOT = WS-LIGNE-IMPRESSION THEN
                MOVE WS-ENTETE-COLONNES TO IMPRESSION-RECORD
                WRITE IMPRESSION-RECORD AFTER ADVANCING 1 LINE
                PERFORM CONTROLER-IMPRESSION
                ADD 1 TO WS-NB-LIGNES-PAGE
           END-IF.

      *    Paragraphe pour contrôler l'écriture dans le fichier
      *    d'impression
           CONTROLER-IMPRESSION.
           IF WS-IMPRESSION-STATUS NOT = "00" THEN
                DISPLAY "Erreur ! Échec d'écriture dans "
                     FUNCTION TRIM(WS-NOM-IMPRESSION)
                     " (statut " FUNCTION TRIM(WS-IMPRESSION-STATUS)
                     ")"
                MOVE 8 TO WS-CODE-RETOUR
           END-IF.

      *    Paragraphe pour terminer le fichier d'impression par la
      *    ligne de fin de liste et le fermer
           FERMER-IMPRESSION.
           IF WS-IMPRESSION-OUVERTE = "Y" THEN
                IF WS-NO-PAGE = 0
                     OR WS-NB-LIGNES-PAGE >= WS-LIGNES-PAR-PAGE THEN
                     MOVE SPACES TO WS-ENTETE-COLONNES
                     PERFORM IMPRIMER-EN-TETE-PAGE
                END-IF
                MOVE WS-NO-PAGE TO WS-PAGE-EDIT
                MOVE SPACES TO WS-LIGNE-EN-TETE
                STRING "*** Fin du rapport "
                     FUNCTION TRIM(WS-NOM-IMPRESSION) ", "
                     FUNCTION TRIM(WS-PAGE-EDIT) " page(s) ***"
                     DELIMITED BY SIZE INTO WS-LIGNE-EN-TETE
                MOVE WS-LIGNE-EN-TETE TO IMPRESSION-RECORD
                WRITE IMPRESSION-RECORD AFTER ADVANCING 1 LINE
                PERFORM CONTROLER-IMPRESSION
                CLOSE IMPRESSION-FILE
                MOVE "N" TO WS-IMPRESSION-OUVERTE
                DISPLAY "Rapport imprimé dans "
                     FUNCTION TRIM(WS-NOM-IMPRESSION)
           END-IF.
