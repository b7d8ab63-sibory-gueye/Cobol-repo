      *    désactivation, réactivation et consultation des
      *    identifiants admis au démarrage d'Exocalc, changement du
      *    mot de passe et déverrouillage des identifiants bloqués
      *    après trois échecs d'authentification ; chaque mise à
      *    jour part dans le fichier d'audit des maintenances
      *    MNTAUDIT.DAT (qui a changé quoi, images avant et après,
      *    le mot de passe n'y figurant jamais en clair)


       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPER-STATUS.

      *    Fichier d'audit des maintenances, commun aux programmes
      *    de maintenance des fichiers de référence, en ajout d'une
      *    exécution à l'autre
           SELECT AUDIT-FILE ASSIGN TO "MNTAUDIT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.

       FILE SECTION.
           05  FILLER PIC X(1) VALUE SPACE.
           05  OM-VERROU PIC X(1).

      *    Fichier d'audit des maintenances : horodatage, mainteneur,
      *    fichier mis à jour, action, clé de l'enregistrement,
      *    images avant et après la mise à jour (même dessin dans
      *    Tauxmnt, Limmnt et Calbmnt)
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

      *    Les variables pour la lecture et l'écriture du fichier
      *    maître
       01  WS-OPER-STATUS PIC X(2).
       01  WS-OPER-EOF PIC X(1) VALUE "N".
       01  WS-SAUVEGARDE-OK PIC X(1) VALUE "N".

      *    Les variables pour l'écriture du fichier d'audit des
      *    maintenances
       01  WS-AUDIT-STATUS PIC X(2).
       01  WS-MAINTENEUR PIC X(8) VALUE SPACES.
       01  WS-AUDIT-ACTION PIC X(10).
       01  WS-IMAGE-AVANT PIC X(80).
       01  WS-IMAGE-APRES PIC X(80).

      *    L'image d'un opérateur telle qu'elle part dans l'audit :
      *    le mot de passe y est masqué (astérisques s'il est
      *    défini, blanc sinon), un changement de mot de passe se
      *    lit à l'action MOTPASSE
       01  WS-IMAGE-OPERATEUR.
           05  WS-IMG-ID PIC X(8).
           05  FILLER PIC X(1) VALUE SPACE.
           05  WS-IMG-NOM PIC X(30).
           05  FILLER PIC X(1) VALUE SPACE.
           05  WS-IMG-DEPT PIC X(10).
           05  FILLER PIC X(1) VALUE SPACE.
           05  WS-IMG-ACTIF PIC X(1).
           05  FILLER PIC X(1) VALUE SPACE.
           05  WS-IMG-NIVEAU PIC 9(1).
           05  FILLER PIC X(1) VALUE SPACE.
           05  WS-IMG-MDP PIC X(8).
           05  FILLER PIC X(1) VALUE SPACE.
           05  WS-IMG-ECHECS PIC 9(1).
           05  FILLER PIC X(1) VALUE SPACE.
           05  WS-IMG-VERROU PIC X(1).

      *    La table en mémoire du fichier maître, rechargée au
      *    démarrage et réécrite après chaque mise à jour
       01  WS-OPER-TROUVE PIC X(1).
       01  WS-IDX-TROUVE PIC 9(3).

      *    L'image de la table telle qu'elle a été chargée ou
      *    sauvegardée en dernier : une mise à jour dont la
      *    sauvegarde échoue est annulée en mémoire en revenant
      *    à cette image
       01  WS-TABLE-OPERATEURS-SAUVEE PIC X(12000).
       01  WS-NB-OPERATEURS-SAUVE PIC 9(3) VALUE 0.

      *    Les variables pour les diverses intéractions avec le menu
       01  WS-CHOIX-MENU PIC 9(1).
       01  WS-MESS PIC X(18) VALUE "Erreur de saisie !".

       PROCEDURE DIVISION.

           PERFORM SAISIR-MAINTENEUR
           PERFORM CHARGER-OPERATEURS
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

      *    Paragraphe pour charger le fichier maître en mémoire au
      *    démarrage (fichier absent : on démarre avec une table
      *    vide, le fichier sera créé à la première sauvegarde)
                          FUNCTION TRIM(WS-OPER-STATUS) ")"
                END-IF
           END-IF.
           MOVE WS-TABLE-OPERATEURS TO WS-TABLE-OPERATEURS-SAUVEE.
           MOVE WS-NB-OPERATEURS TO WS-NB-OPERATEURS-SAUVE.

      *    Paragraphe pour lire un enregistrement du fichier maître
           LIRE-OPERATEUR.

      *    Paragraphe pour sauvegarder la table en mémoire dans le
      *    fichier maître ; vérifie le statut des WRITE pour ne pas
      *    annoncer une sauvegarde réussie qui ne l'est pas ; en
      *    cas d'échec la mise à jour est annulée en mémoire
           SAUVER-OPERATEURS.
           MOVE "N" TO WS-SAUVEGARDE-OK.
           OPEN OUTPUT OPERATEUR-FILE.
           IF WS-OPER-STATUS NOT = "00" THEN
                DISPLAY "Erreur ! Impossible d'ouvrir OPERMAST.DAT"
                     " (statut " FUNCTION TRIM(WS-OPER-STATUS) ")"
           ELSE
                MOVE "Y" TO WS-SAUVEGARDE-OK
                PERFORM ECRIRE-OPERATEUR
                     VARYING WS-IDX-OPER FROM 1 BY 1
                     UNTIL WS-IDX-OPER > WS-NB-OPERATEURS
                CLOSE OPERATEUR-FILE
                DISPLAY "Fichier maître des opérateurs mis à jour."
           END-IF.
           IF WS-SAUVEGARDE-OK = "Y" THEN
                MOVE WS-TABLE-OPERATEURS TO WS-TABLE-OPERATEURS-SAUVEE
                MOVE WS-NB-OPERATEURS TO WS-NB-OPERATEURS-SAUVE
           ELSE
                MOVE WS-TABLE-OPERATEURS-SAUVEE TO WS-TABLE-OPERATEURS
                MOVE WS-NB-OPERATEURS-SAUVE TO WS-NB-OPERATEURS
                DISPLAY "Mise à jour annulée : la table en"
                     " mémoire revient à sa dernière sauvegarde."
           END-IF.

      *    Paragraphe pour écrire une entrée de la table dans le
      *    fichier maître
           MOVE WS-OPER-VERROU(WS-IDX-OPER) TO OM-VERROU.
           WRITE OPERATEUR-RECORD.
           IF WS-OPER-STATUS NOT = "00" THEN
                MOVE "N" TO WS-SAUVEGARDE-OK
                DISPLAY "Erreur ! Échec d'écriture dans OPERMAST.DAT"
                     " (statut " FUNCTION TRIM(WS-OPER-STATUS) ")"
           END-IF.
                     MOVE 0 TO WS-OPER-ECHECS(WS-NB-OPERATEURS)
                     MOVE "N" TO WS-OPER-VERROU(WS-NB-OPERATEURS)
                     PERFORM SAUVER-OPERATEURS
                     MOVE WS-NB-OPERATEURS TO WS-IDX-TROUVE
                     MOVE "AJOUT" TO WS-AUDIT-ACTION
                     MOVE SPACES TO WS-IMAGE-AVANT
                     PERFORM CONSTRUIRE-IMAGE-OPERATEUR
                     MOVE WS-IMAGE-OPERATEUR TO WS-IMAGE-APRES
                     PERFORM ECRIRE-AUDIT-MAINTENANCE
                END-IF
           END-IF.

                DISPLAY "Erreur ! Opérateur inconnu : "
                     FUNCTION TRIM(WS-SAISIE-ID)
           ELSE
                PERFORM CONSTRUIRE-IMAGE-OPERATEUR
                MOVE WS-IMAGE-OPERATEUR TO WS-IMAGE-AVANT
                DISPLAY "Nouveau mot de passe (8 caractères) :"
                PERFORM SAISIR-MOT-PASSE
                MOVE WS-SAISIE-MDP TO WS-OPER-MDP(WS-IDX-TROUVE)
                MOVE 0 TO WS-OPER-ECHECS(WS-IDX-TROUVE)
                PERFORM SAUVER-OPERATEURS
                MOVE "MOTPASSE" TO WS-AUDIT-ACTION
                PERFORM AUDITER-MISE-A-JOUR
           END-IF.

      *    Paragraphe pour déverrouiller un identifiant bloqué après
                DISPLAY "Erreur ! Opérateur inconnu : "
                     FUNCTION TRIM(WS-SAISIE-ID)
           ELSE
                PERFORM CONSTRUIRE-IMAGE-OPERATEUR
                MOVE WS-IMAGE-OPERATEUR TO WS-IMAGE-AVANT
                MOVE "N" TO WS-OPER-VERROU(WS-IDX-TROUVE)
                MOVE 0 TO WS-OPER-ECHECS(WS-IDX-TROUVE)
                PERFORM SAUVER-OPERATEURS
                MOVE "DEVERROU" TO WS-AUDIT-ACTION
                PERFORM AUDITER-MISE-A-JOUR
           END-IF.

      *    Paragraphe pour désactiver un opérateur (l'enregistrement
                DISPLAY "Erreur ! Opérateur inconnu : "
                     FUNCTION TRIM(WS-SAISIE-ID)
           ELSE
                PERFORM CONSTRUIRE-IMAGE-OPERATEUR
                MOVE WS-IMAGE-OPERATEUR TO WS-IMAGE-AVANT
                MOVE "N" TO WS-OPER-ACTIF(WS-IDX-TROUVE)
                PERFORM SAUVER-OPERATEURS
                MOVE "DESACTIV" TO WS-AUDIT-ACTION
                PERFORM AUDITER-MISE-A-JOUR
           END-IF.

      *    Paragraphe pour réactiver un opérateur désactivé
                DISPLAY "Erreur ! Opérateur inconnu : "
                     FUNCTION TRIM(WS-SAISIE-ID)
           ELSE
                PERFORM CONSTRUIRE-IMAGE-OPERATEUR
                MOVE WS-IMAGE-OPERATEUR TO WS-IMAGE-AVANT
                MOVE "Y" TO WS-OPER-ACTIF(WS-IDX-TROUVE)
                PERFORM SAUVER-OPERATEURS
                MOVE "REACTIV" TO WS-AUDIT-ACTION
                PERFORM AUDITER-MISE-A-JOUR
           END-IF.

      *    Paragraphe pour lister le contenu du fichier maître
                     WS-OPER-ACTIF(WS-IDX-OPER) " "
                     WS-OPER-NIVEAU(WS-IDX-OPER)
           END-IF.

      *    Paragraphe pour auditer la mise à jour de l'opérateur
      *    désigné par l'indice trouvé, son image avant ayant été
      *    prise avant la mise à jour
           AUDITER-MISE-A-JOUR.
           PERFORM CONSTRUIRE-IMAGE-OPERATEUR.
           MOVE WS-IMAGE-OPERATEUR TO WS-IMAGE-APRES.
           PERFORM ECRIRE-AUDIT-MAINTENANCE.

      *    Paragraphe pour construire l'image d'audit de l'opérateur
      *    désigné par l'indice trouvé, mot de passe masqué
           CONSTRUIRE-IMAGE-OPERATEUR.
           MOVE SPACES TO WS-IMAGE-OPERATEUR.
           MOVE WS-OPER-ID(WS-IDX-TROUVE) TO WS-IMG-ID.
           MOVE WS-OPER-NOM(WS-IDX-TROUVE) TO WS-IMG-NOM.
           MOVE WS-OPER-DEPT(WS-IDX-TROUVE) TO WS-IMG-DEPT.
           MOVE WS-OPER-ACTIF(WS-IDX-TROUVE) TO WS-IMG-ACTIF.
           MOVE WS-OPER-NIVEAU(WS-IDX-TROUVE) TO WS-IMG-NIVEAU.
           IF WS-OPER-MDP(WS-IDX-TROUVE) NOT = SPACES THEN
                MOVE ALL "*" TO WS-IMG-MDP
           END-IF.
           MOVE WS-OPER-ECHECS(WS-IDX-TROUVE) TO WS-IMG-ECHECS.
           MOVE WS-OPER-VERROU(WS-IDX-TROUVE) TO WS-IMG-VERROU.

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
                     MOVE "OPERMAST.DAT" TO MAU-FICHIER
                     MOVE WS-AUDIT-ACTION TO MAU-ACTION
                     MOVE WS-OPER-ID(WS-IDX-TROUVE) TO MAU-CLE
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
