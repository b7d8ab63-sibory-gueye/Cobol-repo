      *    Maintenance de la table des taux codifiés (TVA, remises,
      *    commissions) servie à l'opération POURCENTAGE d'Exocalc :
      *    ajout, modification et consultation des taux et de leurs
      *    dates d'effet ; chaque ajout et chaque modification part
      *    dans le fichier d'audit des maintenances MNTAUDIT.DAT
      *    (qui a changé quoi, images avant et après)


       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TAUX-STATUS.

      *    Fichier d'audit des maintenances, commun aux programmes
      *    de maintenance des fichiers de référence, en ajout d'une
      *    exécution à l'autre
           SELECT AUDIT-FILE ASSIGN TO "MNTAUDIT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.

       FILE SECTION.
           05  FILLER PIC X(1) VALUE SPACE.
           05  TX-DATE-FIN PIC 9(8).

      *    Fichier d'audit des maintenances : horodatage, mainteneur,
      *    fichier mis à jour, action, clé de l'enregistrement,
      *    images avant et après la mise à jour (même dessin dans
      *    Opermnt, Limmnt et Calbmnt)
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

      *    Les variables pour la lecture et l'écriture de la table
       01  WS-TAUX-STATUS PIC X(2).
       01  WS-TAUX-EOF PIC X(1) VALUE "N".
       01  WS-SAUVEGARDE-OK PIC X(1) VALUE "N".

      *    Les variables pour l'écriture du fichier d'audit des
      *    maintenances
       01  WS-AUDIT-STATUS PIC X(2).
       01  WS-MAINTENEUR PIC X(8) VALUE SPACES.
       01  WS-AUDIT-ACTION PIC X(10).
       01  WS-AUDIT-CLE PIC X(20).
       01  WS-IMAGE-AVANT PIC X(80).
       01  WS-IMAGE-APRES PIC X(80).

      *    L'image d'une période de taux telle qu'elle part dans
      *    l'audit (valeur éditée pour rester lisible)
       01  WS-IMAGE-TAUX.
           05  WS-IMG-CODE PIC X(6).
           05  FILLER PIC X(1) VALUE SPACE.
           05  WS-IMG-LIBELLE PIC X(30).
           05  FILLER PIC X(1) VALUE SPACE.
           05  WS-IMG-VALEUR PIC -(3)9.9999.
           05  FILLER PIC X(1) VALUE SPACE.
           05  WS-IMG-DEBUT PIC 9(8).
           05  FILLER PIC X(1) VALUE SPACE.
           05  WS-IMG-FIN PIC 9(8).

      *    La table en mémoire, rechargée au démarrage et réécrite
      *    après chaque mise à jour
       01  WS-NB-PERIODES PIC 9(3) VALUE 0.
       01  WS-PERIODE-ADMISE PIC X(1).

      *    L'image de la table telle qu'elle a été chargée ou
      *    sauvegardée en dernier : une mise à jour dont la
      *    sauvegarde échoue est annulée en mémoire en revenant
      *    à cette image
       01  WS-TABLE-TAUX-SAUVEE PIC X(5900).
       01  WS-NB-TAUX-SAUVE PIC 9(3) VALUE 0.

      *    Les anciennes valeurs d'une période en cours de
      *    modification, pour la rétablir si la saisie est refusée
       01  WS-ANC-LIBELLE PIC X(30).

       PROCEDURE DIVISION.

           PERFORM SAISIR-MAINTENEUR
           PERFORM CHARGER-TAUX
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

      *    Paragraphe pour charger la table des taux en mémoire au
      *    démarrage (fichier absent : on démarre avec une table
      *    vide, le fichier sera créé à la première sauvegarde)
                          ")"
                END-IF
           END-IF.
           MOVE WS-TABLE-TAUX TO WS-TABLE-TAUX-SAUVEE.
           MOVE WS-NB-TAUX TO WS-NB-TAUX-SAUVE.

      *    Paragraphe pour lire un enregistrement de la table
           LIRE-TAUX.

      *    Paragraphe pour sauvegarder la table en mémoire dans le
      *    fichier ; vérifie le statut des WRITE pour ne pas
      *    annoncer une sauvegarde réussie qui ne l'est pas ; en
      *    cas d'échec la mise à jour est annulée en mémoire
           SAUVER-TAUX.
           MOVE "N" TO WS-SAUVEGARDE-OK.
           OPEN OUTPUT TAUX-FILE.
           IF WS-TAUX-STATUS NOT = "00" THEN
                DISPLAY "Erreur ! Impossible d'ouvrir TAUX.DAT"
                     " (statut " FUNCTION TRIM(WS-TAUX-STATUS) ")"
           ELSE
                MOVE "Y" TO WS-SAUVEGARDE-OK
                PERFORM ECRIRE-TAUX
                     VARYING WS-IDX-TAUX FROM 1 BY 1
                     UNTIL WS-IDX-TAUX > WS-NB-TAUX
                CLOSE TAUX-FILE
                DISPLAY "Table des taux mise à jour."
           END-IF.
           IF WS-SAUVEGARDE-OK = "Y" THEN
                MOVE WS-TABLE-TAUX TO WS-TABLE-TAUX-SAUVEE
                MOVE WS-NB-TAUX TO WS-NB-TAUX-SAUVE
           ELSE
                MOVE WS-TABLE-TAUX-SAUVEE TO WS-TABLE-TAUX
                MOVE WS-NB-TAUX-SAUVE TO WS-NB-TAUX
                DISPLAY "Mise à jour annulée : la table en"
                     " mémoire revient à sa dernière sauvegarde."
           END-IF.

      *    Paragraphe pour écrire une entrée de la table dans le
      *    fichier
           MOVE WS-TX-FIN(WS-IDX-TAUX) TO TX-DATE-FIN.
           WRITE TAUX-RECORD.
           IF WS-TAUX-STATUS NOT = "00" THEN
                MOVE "N" TO WS-SAUVEGARDE-OK
                DISPLAY "Erreur ! Échec d'écriture dans TAUX.DAT"
                     " (statut " FUNCTION TRIM(WS-TAUX-STATUS) ")"
           END-IF.
                PERFORM CONTROLER-PERIODE-SAISIE
                IF WS-PERIODE-ADMISE = "Y" THEN
                     PERFORM SAUVER-TAUX
                     MOVE "AJOUT" TO WS-AUDIT-ACTION
                     PERFORM CONSTRUIRE-CLE-AUDIT
                     MOVE SPACES TO WS-IMAGE-AVANT
                     PERFORM CONSTRUIRE-IMAGE-TAUX
                     MOVE WS-IMAGE-TAUX TO WS-IMAGE-APRES
                     PERFORM ECRIRE-AUDIT-MAINTENANCE
                ELSE
                     SUBTRACT 1 FROM WS-NB-TAUX
                     DISPLAY "La période n'est pas ajoutée."
           MOVE WS-TX-VALEUR(WS-IDX-TROUVE) TO WS-ANC-VALEUR.
           MOVE WS-TX-DEBUT(WS-IDX-TROUVE) TO WS-ANC-DEBUT.
           MOVE WS-TX-FIN(WS-IDX-TROUVE) TO WS-ANC-FIN.
           PERFORM CONSTRUIRE-CLE-AUDIT.
           PERFORM CONSTRUIRE-IMAGE-TAUX.
           MOVE WS-IMAGE-TAUX TO WS-IMAGE-AVANT.
           PERFORM SAISIR-DETAIL-TAUX.
           PERFORM CONTROLER-PERIODE-SAISIE.
           IF WS-PERIODE-ADMISE = "Y" THEN
                PERFORM SAUVER-TAUX
                MOVE "MODIF" TO WS-AUDIT-ACTION
                PERFORM CONSTRUIRE-IMAGE-TAUX
                MOVE WS-IMAGE-TAUX TO WS-IMAGE-APRES
                PERFORM ECRIRE-AUDIT-MAINTENANCE
           ELSE
                MOVE WS-ANC-LIBELLE TO WS-TX-LIBELLE(WS-IDX-TROUVE)
                MOVE WS-ANC-VALEUR TO WS-TX-VALEUR(WS-IDX-TROUVE)
                FUNCTION TRIM(WS-VALEUR-EDIT) " % du "
                WS-TX-DEBUT(WS-IDX-TAUX) " au "
                WS-TX-FIN(WS-IDX-TAUX).

      *    Paragraphe pour construire la clé d'audit de la période
      *    désignée par l'indice trouvé : le code et la date de
      *    début d'effet (la clé logique de la table) ; pour une
      *    modification, c'est la date de début d'avant la saisie
           CONSTRUIRE-CLE-AUDIT.
           MOVE SPACES TO WS-AUDIT-CLE.
           STRING WS-TX-CODE(WS-IDX-TROUVE) DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                WS-TX-DEBUT(WS-IDX-TROUVE) DELIMITED BY SIZE
                INTO WS-AUDIT-CLE.

      *    Paragraphe pour construire l'image d'audit de la période
      *    désignée par l'indice trouvé
           CONSTRUIRE-IMAGE-TAUX.
           MOVE SPACES TO WS-IMAGE-TAUX.
           MOVE WS-TX-CODE(WS-IDX-TROUVE) TO WS-IMG-CODE.
           MOVE WS-TX-LIBELLE(WS-IDX-TROUVE) TO WS-IMG-LIBELLE.
           MOVE WS-TX-VALEUR(WS-IDX-TROUVE) TO WS-IMG-VALEUR.
           MOVE WS-TX-DEBUT(WS-IDX-TROUVE) TO WS-IMG-DEBUT.
           MOVE WS-TX-FIN(WS-IDX-TROUVE) TO WS-IMG-FIN.

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
                     MOVE "TAUX.DAT" TO MAU-FICHIER
                     MOVE WS-AUDIT-ACTION TO MAU-ACTION
                     MOVE WS-AUDIT-CLE TO MAU-CLE
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
