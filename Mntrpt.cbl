           IDENTIFICATION DIVISION.
           PROGRAM-ID. Mntrpt.
           AUTHOR SIBORY G.
      *    Liste des mises à jour des fichiers de référence tracées
      *    dans le fichier d'audit des maintenances MNTAUDIT.DAT
      *    (écrit par Opermnt, Tauxmnt, Limmnt, Calbmnt, Devmnt et
      *    Cptmnt), pour la revue trimestrielle des contrôles :
      *    sélection par plage de dates et, en option, par fichier
      *    et par mainteneur ; chaque mise à jour retenue est listée
      *    avec ses images avant et après dans MNTRPT.RPT, le bilan
      *    par fichier est affiché en fin de traitement


       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT-FILE ASSIGN TO "MNTAUDIT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT RAPPORT-FILE ASSIGN TO "MNTRPT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RAPPORT-STATUS.

       DATA DIVISION.

       FILE SECTION.
      *    Fichier d'audit des maintenances (même dessin que dans
      *    Opermnt, Tauxmnt, Limmnt et Calbmnt)
       FD  AUDIT-FILE.
       01  AUDIT-RECORD.
           05  MAU-TIMESTAMP PIC X(21).
           05  FILLER PIC X(1).
           05  MAU-MAINTENEUR PIC X(8).
           05  FILLER PIC X(1).
           05  MAU-FICHIER PIC X(12).
           05  FILLER PIC X(1).
           05  MAU-ACTION PIC X(10).
           05  FILLER PIC X(1).
           05  MAU-CLE PIC X(20).
           05  FILLER PIC X(1).
           05  MAU-AVANT PIC X(80).
           05  FILLER PIC X(1).
           05  MAU-APRES PIC X(80).

      *    Liste des mises à jour retenues
       FD  RAPPORT-FILE.
       01  RAPPORT-RECORD PIC X(100).

       WORKING-STORAGE SECTION.

      *    Les variables pour les fichiers
       01  WS-AUDIT-STATUS PIC X(2).
       01  WS-AUDIT-EOF PIC X(1) VALUE "N".
       01  WS-RAPPORT-STATUS PIC X(2).
       01  WS-LIGNE-RAPPORT PIC X(100).

      *    Les critères de sélection ; la ligne de commande porte
      *    DATE-DEBUT DATE-FIN [FICHIER] [MAINTENEUR], un fichier
      *    "*" valant tous les fichiers quand seul le mainteneur
      *    est à retenir
       01  WS-LIGNE-COMMANDE PIC X(64) VALUE SPACES.
       01  WS-DATE-DEBUT PIC X(8) VALUE SPACES.
       01  WS-DATE-FIN PIC X(8) VALUE SPACES.
       01  WS-FICHIER-DEMANDE PIC X(12) VALUE SPACES.
       01  WS-MAINTENEUR-DEMANDE PIC X(8) VALUE SPACES.
       01  WS-DATE-LIGNE PIC X(8).

      *    Les compteurs de la liste, au total et par fichier de
      *    référence
       01  WS-NB-LUS PIC 9(6) VALUE 0.
       01  WS-NB-RETENUS PIC 9(6) VALUE 0.
       01  WS-NB-OPERMAST PIC 9(6) VALUE 0.
       01  WS-NB-TAUX PIC 9(6) VALUE 0.
       01  WS-NB-LIMITES PIC 9(6) VALUE 0.
       01  WS-NB-CALBUS PIC 9(6) VALUE 0.
       01  WS-NB-DEVISES PIC 9(6) VALUE 0.
       01  WS-NB-CPTTAUX PIC 9(6) VALUE 0.
       01  WS-NB-AUTRES PIC 9(6) VALUE 0.
       01  WS-NB-EDIT PIC Z(5)9.

      *    L'horodatage édité d'une mise à jour (JJ/MM/AAAA HH:MM:SS)
       01  WS-HORODATAGE-EDITE PIC X(19).

      *    Le code retour remis à l'ordonnanceur : 0 liste produite,
      *    8 fichier illisible
       01  WS-CODE-RETOUR PIC 9(2) VALUE 0.

       PROCEDURE DIVISION.

           PERFORM SAISIR-CRITERES
           PERFORM LISTER-MISES-A-JOUR
           MOVE WS-CODE-RETOUR TO RETURN-CODE
           STOP RUN.

      *    Paragraphe pour saisir les critères de sélection, depuis
      *    la ligne de commande ou au clavier
           SAISIR-CRITERES.
           ACCEPT WS-LIGNE-COMMANDE FROM COMMAND-LINE.
           UNSTRING WS-LIGNE-COMMANDE DELIMITED BY ALL SPACE
                INTO WS-DATE-DEBUT WS-DATE-FIN
                WS-FICHIER-DEMANDE WS-MAINTENEUR-DEMANDE.
           IF WS-DATE-DEBUT IS NOT NUMERIC
                OR WS-DATE-FIN IS NOT NUMERIC THEN
                PERFORM SAISIR-DATE-DEBUT
                PERFORM SAISIR-DATE-FIN
                DISPLAY "Fichier (OPERMAST.DAT, TAUX.DAT,"
                     " LIMITES.DAT, CALBUS.DAT, DEVISES.DAT,"
                     " CPTTAUX.DAT ; vide = tous) :"
                ACCEPT WS-FICHIER-DEMANDE
                DISPLAY "Mainteneur (vide = tous) :"
                ACCEPT WS-MAINTENEUR-DEMANDE
           END-IF.
           IF WS-FICHIER-DEMANDE = "*" THEN
                MOVE SPACES TO WS-FICHIER-DEMANDE
           END-IF.

      *    Paragraphe pour saisir la date de début, en reprenant la
      *    saisie tant qu'elle n'est pas numérique
           SAISIR-DATE-DEBUT.
           DISPLAY "Date de début (AAAAMMJJ) :".
           ACCEPT WS-DATE-DEBUT.
           IF WS-DATE-DEBUT IS NOT NUMERIC THEN
                DISPLAY "Erreur de saisie !"
                PERFORM SAISIR-DATE-DEBUT
           END-IF.

      *    Paragraphe pour saisir la date de fin, en reprenant la
      *    saisie tant qu'elle n'est pas numérique
           SAISIR-DATE-FIN.
           DISPLAY "Date de fin (AAAAMMJJ) :".
           ACCEPT WS-DATE-FIN.
           IF WS-DATE-FIN IS NOT NUMERIC THEN
                DISPLAY "Erreur de saisie !"
                PERFORM SAISIR-DATE-FIN
           END-IF.

      *    Paragraphe pour balayer le fichier d'audit et lister les
      *    mises à jour retenues (fichier absent : aucune mise à
      *    jour tracée à ce jour)
           LISTER-MISES-A-JOUR.
           OPEN INPUT AUDIT-FILE.
           IF WS-AUDIT-STATUS = "35" THEN
                DISPLAY "Aucune mise à jour tracée, MNTAUDIT.DAT"
                     " absent."
           ELSE IF WS-AUDIT-STATUS NOT = "00" THEN
                DISPLAY "Erreur ! Impossible d'ouvrir MNTAUDIT.DAT"
                     " (statut " FUNCTION TRIM(WS-AUDIT-STATUS) ")"
                MOVE 8 TO WS-CODE-RETOUR
           ELSE
                OPEN OUTPUT RAPPORT-FILE
                IF WS-RAPPORT-STATUS NOT = "00" THEN
                     DISPLAY "Erreur ! Impossible d'ouvrir"
                          " MNTRPT.RPT (statut "
                          FUNCTION TRIM(WS-RAPPORT-STATUS) ")"
                     MOVE 8 TO WS-CODE-RETOUR
                     CLOSE AUDIT-FILE
                ELSE
                     PERFORM ECRIRE-EN-TETE
                     PERFORM LIRE-AUDIT
                     PERFORM SELECTIONNER-MISE-A-JOUR
                          UNTIL WS-AUDIT-EOF = "Y"
                     CLOSE AUDIT-FILE
                     PERFORM ECRIRE-PIED
                     CLOSE RAPPORT-FILE
                     PERFORM EDITER-BILAN
                END-IF
           END-IF.

      *    Paragraphe pour lire un enregistrement du fichier d'audit
           LIRE-AUDIT.
           READ AUDIT-FILE
                AT END MOVE "Y" TO WS-AUDIT-EOF
           END-READ.

      *    Paragraphe pour retenir la mise à jour lue si elle tombe
      *    dans la plage de dates et répond aux critères de fichier
      *    et de mainteneur, puis lire la suivante
           SELECTIONNER-MISE-A-JOUR.
           ADD 1 TO WS-NB-LUS.
           MOVE MAU-TIMESTAMP(1:8) TO WS-DATE-LIGNE.
           IF WS-DATE-LIGNE >= WS-DATE-DEBUT
                AND WS-DATE-LIGNE <= WS-DATE-FIN
                AND (WS-FICHIER-DEMANDE = SPACES
                     OR MAU-FICHIER = WS-FICHIER-DEMANDE)
                AND (WS-MAINTENEUR-DEMANDE = SPACES
                     OR MAU-MAINTENEUR = WS-MAINTENEUR-DEMANDE) THEN
                PERFORM LISTER-MISE-A-JOUR
           END-IF.
           PERFORM LIRE-AUDIT.

      *    Paragraphe pour écrire l'en-tête de la liste
           ECRIRE-EN-TETE.
           MOVE ALL "=" TO WS-LIGNE-RAPPORT.
           PERFORM ECRIRE-RAPPORT.
           MOVE SPACES TO WS-LIGNE-RAPPORT.
           STRING "Mises à jour des fichiers de référence du "
                WS-DATE-DEBUT " au " WS-DATE-FIN
                DELIMITED BY SIZE INTO WS-LIGNE-RAPPORT.
           PERFORM ECRIRE-RAPPORT.
           MOVE SPACES TO WS-LIGNE-RAPPORT.
           IF WS-FICHIER-DEMANDE = SPACES THEN
                STRING "Fichier : tous" DELIMITED BY SIZE
                     INTO WS-LIGNE-RAPPORT
           ELSE
                STRING "Fichier : " FUNCTION TRIM(WS-FICHIER-DEMANDE)
                     DELIMITED BY SIZE INTO WS-LIGNE-RAPPORT
           END-IF.
           PERFORM ECRIRE-RAPPORT.
           MOVE SPACES TO WS-LIGNE-RAPPORT.
           IF WS-MAINTENEUR-DEMANDE = SPACES THEN
                STRING "Mainteneur : tous" DELIMITED BY SIZE
                     INTO WS-LIGNE-RAPPORT
           ELSE
                STRING "Mainteneur : "
                     FUNCTION TRIM(WS-MAINTENEUR-DEMANDE)
                     DELIMITED BY SIZE INTO WS-LIGNE-RAPPORT
           END-IF.
           PERFORM ECRIRE-RAPPORT.
           MOVE ALL "=" TO WS-LIGNE-RAPPORT.
           PERFORM ECRIRE-RAPPORT.

      *    Paragraphe pour lister une mise à jour retenue : une
      *    ligne d'identification puis ses images avant et après
           LISTER-MISE-A-JOUR.
           ADD 1 TO WS-NB-RETENUS.
           EVALUATE MAU-FICHIER
                WHEN "OPERMAST.DAT" ADD 1 TO WS-NB-OPERMAST
                WHEN "TAUX.DAT" ADD 1 TO WS-NB-TAUX
                WHEN "LIMITES.DAT" ADD 1 TO WS-NB-LIMITES
                WHEN "CALBUS.DAT" ADD 1 TO WS-NB-CALBUS
                WHEN "DEVISES.DAT" ADD 1 TO WS-NB-DEVISES
                WHEN "CPTTAUX.DAT" ADD 1 TO WS-NB-CPTTAUX
                WHEN OTHER ADD 1 TO WS-NB-AUTRES
           END-EVALUATE.
           MOVE SPACES TO WS-HORODATAGE-EDITE.
           STRING MAU-TIMESTAMP(7:2) "/" MAU-TIMESTAMP(5:2) "/"
                MAU-TIMESTAMP(1:4) " " MAU-TIMESTAMP(9:2) ":"
                MAU-TIMESTAMP(11:2) ":" MAU-TIMESTAMP(13:2)
                DELIMITED BY SIZE INTO WS-HORODATAGE-EDITE.
           MOVE ALL "." TO WS-LIGNE-RAPPORT.
           PERFORM ECRIRE-RAPPORT.
           MOVE SPACES TO WS-LIGNE-RAPPORT.
           STRING WS-HORODATAGE-EDITE " " MAU-MAINTENEUR " "
                MAU-FICHIER " " MAU-ACTION " Clé : "
                FUNCTION TRIM(MAU-CLE)
                DELIMITED BY SIZE INTO WS-LIGNE-RAPPORT.
           PERFORM ECRIRE-RAPPORT.
           MOVE SPACES TO WS-LIGNE-RAPPORT.
           IF MAU-AVANT = SPACES THEN
                STRING "  Avant : (néant)" DELIMITED BY SIZE
                     INTO WS-LIGNE-RAPPORT
           ELSE
                STRING "  Avant : " MAU-AVANT DELIMITED BY SIZE
                     INTO WS-LIGNE-RAPPORT
           END-IF.
           PERFORM ECRIRE-RAPPORT.
           MOVE SPACES TO WS-LIGNE-RAPPORT.
           STRING "  Après : " MAU-APRES DELIMITED BY SIZE
                INTO WS-LIGNE-RAPPORT.
           PERFORM ECRIRE-RAPPORT.

      *    Paragraphe pour écrire le pied de la liste
           ECRIRE-PIED.
           MOVE ALL "=" TO WS-LIGNE-RAPPORT.
           PERFORM ECRIRE-RAPPORT.
           MOVE WS-NB-RETENUS TO WS-NB-EDIT.
           MOVE SPACES TO WS-LIGNE-RAPPORT.
           STRING "Mises à jour listées : " FUNCTION TRIM(WS-NB-EDIT)
                DELIMITED BY SIZE INTO WS-LIGNE-RAPPORT.
           PERFORM ECRIRE-RAPPORT.

      *    Paragraphe pour écrire une ligne de la liste
           ECRIRE-RAPPORT.
           MOVE WS-LIGNE-RAPPORT TO RAPPORT-RECORD.
           WRITE RAPPORT-RECORD.
           IF WS-RAPPORT-STATUS NOT = "00" THEN
                DISPLAY "Erreur ! Échec d'écriture dans MNTRPT.RPT"
                     " (statut " FUNCTION TRIM(WS-RAPPORT-STATUS)
                     ")"
                MOVE 8 TO WS-CODE-RETOUR
           END-IF.

      *    Paragraphe pour afficher le bilan de la sélection, par
      *    fichier de référence
           EDITER-BILAN.
           DISPLAY "======================================".
           DISPLAY "Audit des maintenances du " WS-DATE-DEBUT
                " au " WS-DATE-FIN.
           DISPLAY "======================================".
           MOVE WS-NB-LUS TO WS-NB-EDIT.
           DISPLAY "Entrées d'audit lues      : "
                FUNCTION TRIM(WS-NB-EDIT).
           MOVE WS-NB-RETENUS TO WS-NB-EDIT.
           DISPLAY "Mises à jour retenues     : "
                FUNCTION TRIM(WS-NB-EDIT).
           DISPLAY "......................................".
           MOVE WS-NB-OPERMAST TO WS-NB-EDIT.
           DISPLAY "OPERMAST.DAT              : "
                FUNCTION TRIM(WS-NB-EDIT).
           MOVE WS-NB-TAUX TO WS-NB-EDIT.
           DISPLAY "TAUX.DAT                  : "
                FUNCTION TRIM(WS-NB-EDIT).
           MOVE WS-NB-LIMITES TO WS-NB-EDIT.
           DISPLAY "LIMITES.DAT               : "
                FUNCTION TRIM(WS-NB-EDIT).
           MOVE WS-NB-CALBUS TO WS-NB-EDIT.
           DISPLAY "CALBUS.DAT                : "
                FUNCTION TRIM(WS-NB-EDIT).
           MOVE WS-NB-DEVISES TO WS-NB-EDIT.
           DISPLAY "DEVISES.DAT               : "
                FUNCTION TRIM(WS-NB-EDIT).
           MOVE WS-NB-CPTTAUX TO WS-NB-EDIT.
           DISPLAY "CPTTAUX.DAT               : "
                FUNCTION TRIM(WS-NB-EDIT).
           IF WS-NB-AUTRES > 0 THEN
                MOVE WS-NB-AUTRES TO WS-NB-EDIT
                DISPLAY "Autres fichiers           : "
                     FUNCTION TRIM(WS-NB-EDIT)
           END-IF.
           DISPLAY "Liste détaillée écrite dans MNTRPT.RPT".
           DISPLAY "======================================".
