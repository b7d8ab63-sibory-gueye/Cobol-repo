      *    par exemple un samedi travaillé) ; les dates absentes du
      *    calendrier suivent la règle générale (samedi et dimanche
      *    chômés, le reste ouvré), appliquée par Cloture et par le
      *    mode batch d'Exocalc ; chaque ajout et chaque
      *    modification part dans le fichier d'audit des
      *    maintenances MNTAUDIT.DAT (images avant et après)


       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CALENDRIER-STATUS.

      *    Fichier d'audit des maintenances, commun aux programmes
      *    de maintenance des fichiers de référence, en ajout d'une
      *    exécution à l'autre
           SELECT AUDIT-FILE ASSIGN TO "MNTAUDIT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.

       FILE SECTION.
           05  FILLER PIC X(1) VALUE SPACE.
           05  CAL-LIBELLE PIC X(30).

      *    Fichier d'audit des maintenances : horodatage, mainteneur,
      *    fichier mis à jour, action, clé de l'enregistrement,
      *    images avant et après la mise à jour (même dessin dans
      *    Opermnt, Tauxmnt et Limmnt)
       FD  AUDIT-FILE.
       01  AUDIT-RECORD.
           05  MAU-TIMESTAMP PIC X(21).
           05  FILLER PIC X(1) VALUE SPACE.
           05  MAU-MAINTENEUR PIC X(8).
           05  FILLER PIC X(1) VALUE SPACE.
           05  MAU-FICHIER PIC X(12).
           05  FILLER PIC X(1) VALUE SPACE.
           05  MAU-ACTION PIC X(10).
           05  FILLER PIC X(1) VALUE SPACE.
           05  MAU-CLE PIC X(20).
           05  FILLER PIC X(1) VALUE SPACE.
           05  MAU-AVANT PIC X(80).
           05  FILLER PIC X(1) VALUE SPACE.
           05  MAU-APRES PIC X(80).

       WORKING-STORAGE SECTION.

      *    Les variables pour la lecture et l'écriture du calendrier
       01  WS-CALENDRIER-STATUS PIC X(2).
       01  WS-CALENDRIER-EOF PIC X(1) VALUE "N".
       01  WS-SAUVEGARDE-OK PIC X(1) VALUE "N".

      *    Les variables pour l'écriture du fichier d'audit des
      *    maintenances
       01  WS-AUDIT-STATUS PIC X(2).
       01  WS-MAINTENEUR PIC X(8) VALUE SPACES.
       01  WS-AUDIT-ACTION PIC X(10).
       01  WS-IMAGE-AVANT PIC X(80).
       01  WS-IMAGE-APRES PIC X(80).

      *    L'image d'une date du calendrier telle qu'elle part dans
      *    l'audit
       01  WS-IMAGE-DATE.
           05  WS-IMG-DATE PIC 9(8).
           05  FILLER PIC X(1) VALUE SPACE.
           05  WS-IMG-TYPE PIC X(1).
           05  FILLER PIC X(1) VALUE SPACE.
           05  WS-IMG-LIBELLE PIC X(30).

      *    La table en mémoire, rechargée au démarrage et réécrite
      *    après chaque mise à jour
       01  WS-DATE-TROUVEE PIC X(1).
       01  WS-IDX-TROUVE PIC 9(3).

      *    L'image de la table telle qu'elle a été chargée ou
      *    sauvegardée en dernier : une mise à jour dont la
      *    sauvegarde échoue est annulée en mémoire en revenant
      *    à cette image
       01  WS-TABLE-CALENDRIER-SAUVEE PIC X(7800).
       01  WS-NB-DATES-SAUVE PIC 9(3) VALUE 0.

      *    Les variables pour les diverses intéractions avec le menu
       01  WS-CHOIX-MENU PIC 9(1).
       01  WS-MESS PIC X(18) VALUE "Erreur de saisie !".

       PROCEDURE DIVISION.

           PERFORM SAISIR-MAINTENEUR
           PERFORM CHARGER-CALENDRIER
           PERFORM AFFICHER-MENU
                UNTIL WS-FIN-PROGRAMME = "Y"
           STOP RUN.

      *    Paragraphe pour saisir l'identifiant du mainteneur,
      *    reporté dans le fichier d'audit des maintenances
           SAISIR-MAINTENEUR.
           DISPLAY "Identifiant du mainteneur :".
           ACCEPT WS-MAINTENEUR.
           IF WS-MAINTENEUR = SPACES THEN
                PERFORM MESSAGE-ERREUR
                PERFORM SAISIR-MAINTENEUR
           END-IF.

      *    Paragraphe pour charger le calendrier en mémoire au
      *    démarrage (fichier absent : on démarre avec une table
      *    vide, le fichier sera créé à la première sauvegarde)
                          FUNCTION TRIM(WS-CALENDRIER-STATUS) ")"
                END-IF
           END-IF.
           MOVE WS-TABLE-CALENDRIER TO WS-TABLE-CALENDRIER-SAUVEE.
           MOVE WS-NB-DATES TO WS-NB-DATES-SAUVE.

      *    Paragraphe pour lire un enregistrement du calendrier
           LIRE-CALENDRIER.

      *    Paragraphe pour sauvegarder la table en mémoire dans le
      *    fichier ; vérifie le statut des WRITE pour ne pas
      *    annoncer une sauvegarde réussie qui ne l'est pas ; en
      *    cas d'échec la mise à jour est annulée en mémoire
           SAUVER-CALENDRIER.
           MOVE "N" TO WS-SAUVEGARDE-OK.
           OPEN OUTPUT CALENDRIER-FILE.
           IF WS-CALENDRIER-STATUS NOT = "00" THEN
                DISPLAY "Erreur ! Impossible d'ouvrir CALBUS.DAT"
                     " (statut "
                     FUNCTION TRIM(WS-CALENDRIER-STATUS) ")"
           ELSE
                MOVE "Y" TO WS-SAUVEGARDE-OK
                PERFORM ECRIRE-DATE
                     VARYING WS-IDX-DATE FROM 1 BY 1
                     UNTIL WS-IDX-DATE > WS-NB-DATES
                CLOSE CALENDRIER-FILE
                DISPLAY "Calendrier d'exploitation mis à jour."
           END-IF.
           IF WS-SAUVEGARDE-OK = "Y" THEN
                MOVE WS-TABLE-CALENDRIER TO WS-TABLE-CALENDRIER-SAUVEE
                MOVE WS-NB-DATES TO WS-NB-DATES-SAUVE
           ELSE
                MOVE WS-TABLE-CALENDRIER-SAUVEE TO WS-TABLE-CALENDRIER
                MOVE WS-NB-DATES-SAUVE TO WS-NB-DATES
                DISPLAY "Mise à jour annulée : la table en"
                     " mémoire revient à sa dernière sauvegarde."
           END-IF.

      *    Paragraphe pour écrire une entrée de la table dans le
      *    fichier
           MOVE WS-CAL-LIBELLE(WS-IDX-DATE) TO CAL-LIBELLE.
           WRITE CALENDRIER-RECORD.
           IF WS-CALENDRIER-STATUS NOT = "00" THEN
                MOVE "N" TO WS-SAUVEGARDE-OK
                DISPLAY "Erreur ! Échec d'écriture dans CALBUS.DAT"
                     " (statut "
                     FUNCTION TRIM(WS-CALENDRIER-STATUS) ")"
                MOVE WS-NB-DATES TO WS-IDX-TROUVE
                PERFORM SAISIR-DETAIL-DATE
                PERFORM SAUVER-CALENDRIER
                MOVE "AJOUT" TO WS-AUDIT-ACTION
                MOVE SPACES TO WS-IMAGE-AVANT
                PERFORM AUDITER-MISE-A-JOUR
           END-IF.

      *    Paragraphe pour modifier une date du calendrier (type et
           IF WS-DATE-TROUVEE = "N" THEN
                DISPLAY "Erreur ! Date absente du calendrier."
           ELSE
                PERFORM CONSTRUIRE-IMAGE-DATE
                MOVE WS-IMAGE-DATE TO WS-IMAGE-AVANT
                PERFORM SAISIR-DETAIL-DATE
                PERFORM SAUVER-CALENDRIER
                MOVE "MODIF" TO WS-AUDIT-ACTION
                PERFORM AUDITER-MISE-A-JOUR
           END-IF.

      *    Paragraphe pour saisir le détail d'une date dans l'entrée
           DISPLAY WS-CAL-DATE(WS-IDX-DATE) " "
                WS-CAL-TYPE(WS-IDX-DATE) " "
                WS-CAL-LIBELLE(WS-IDX-DATE).

      *    Paragraphe pour auditer la mise à jour de la date
      *    désignée par l'indice trouvé, son image avant ayant été
      *    prise avant la saisie
           AUDITER-MISE-A-JOUR.
           PERFORM CONSTRUIRE-IMAGE-DATE.
           MOVE WS-IMAGE-DATE TO WS-IMAGE-APRES.
           PERFORM ECRIRE-AUDIT-MAINTENANCE.

      *    Paragraphe pour construire l'image d'audit de la date
      *    désignée par l'indice trouvé
           CONSTRUIRE-IMAGE-DATE.
           MOVE SPACES TO WS-IMAGE-DATE.
           MOVE WS-CAL-DATE(WS-IDX-TROUVE) TO WS-IMG-DATE.
           MOVE WS-CAL-TYPE(WS-IDX-TROUVE) TO WS-IMG-TYPE.
           MOVE WS-CAL-LIBELLE(WS-IDX-TROUVE) TO WS-IMG-LIBELLE.

      *    Paragraphe pour écrire une entrée dans le fichier d'audit
      *    des maintenances (statut "35" : première écriture, le
      *    fichier est créé) ; une mise à jour dont la sauvegarde a
      *    échoué n'est pas auditée, le fichier n'ayant pas changé
      *    comme prévu
           ECRIRE-AUDIT-MAINTENANCE.
           IF WS-SAUVEGARDE-OK = "Y" THEN
                OPEN EXTEND AUDIT-FILE
                IF WS-AUDIT-STATUS = "35" THEN
                     OPEN OUTPUT AUDIT-FILE
                END-IF
                IF WS-AUDIT-STATUS NOT = "00" THEN
                     DISPLAY "Erreur ! Impossible d'ouvrir"
                          " MNTAUDIT.DAT (statut "
                          FUNCTION TRIM(WS-AUDIT-STATUS) ")"
                ELSE
                     MOVE SPACES TO AUDIT-RECORD
                     MOVE FUNCTION CURRENT-DATE TO MAU-TIMESTAMP
                     MOVE WS-MAINTENEUR TO MAU-MAINTENEUR
                     MOVE "CALBUS.DAT" TO MAU-FICHIER
                     MOVE WS-AUDIT-ACTION TO MAU-ACTION
                     MOVE WS-CAL-DATE(WS-IDX-TROUVE) TO MAU-CLE
                     MOVE WS-IMAGE-AVANT TO MAU-AVANT
                     MOVE WS-IMAGE-APRES TO MAU-APRES
                     WRITE AUDIT-RECORD
                     IF WS-AUDIT-STATUS NOT = "00" THEN
                          DISPLAY "Erreur ! Échec d'écriture dans"
                               " MNTAUDIT.DAT (statut "
                               FUNCTION TRIM(WS-AUDIT-STATUS) ")"
                     END-IF
                     CLOSE AUDIT-FILE
                END-IF
           END-IF.
