      *    Maintenance du fichier des limites de valeur servies au
      *    contrôle de saisie d'Exocalc : pour chaque niveau
      *    d'habilitation, et en option par opération (code "00" =
      *    toutes opérations, "01" à "09" ou "13" pour la
      *    conversion de devises = l'opération seule),
      *    l'opérande maximal et le résultat maximal admis en valeur
      *    absolue ; ajout, modification et consultation ; chaque
      *    ajout et chaque modification part dans le fichier d'audit
      *    des maintenances MNTAUDIT.DAT (images avant et après)


       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIMITE-STATUS.

      *    Fichier d'audit des maintenances, commun aux programmes
      *    de maintenance des fichiers de référence, en ajout d'une
      *    exécution à l'autre
           SELECT AUDIT-FILE ASSIGN TO "MNTAUDIT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.

       FILE SECTION.
       01  LIMITE-RECORD.
           05  LIM-NIVEAU PIC 9(1).
           05  FILLER PIC X(1) VALUE SPACE.
      *    "00" : limite générale du niveau ; "01" à "09" ou "13" :
      *    limite propre à l'opération, qui prime sur la limite
      *    générale
           05  LIM-OPERATION PIC X(2).
           05  FILLER PIC X(1) VALUE SPACE.
           05  LIM-MAX-OPERANDE PIC 9(13)V9999.
           05  FILLER PIC X(1) VALUE SPACE.
           05  LIM-MAX-RESULTAT PIC 9(13)V9999.

      *    Fichier d'audit des maintenances : horodatage, mainteneur,
      *    fichier mis à jour, action, clé de l'enregistrement,
      *    images avant et après la mise à jour (même dessin dans
      *    Opermnt, Tauxmnt et Calbmnt)
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
       01  WS-LIMITE-STATUS PIC X(2).
       01  WS-LIMITE-EOF PIC X(1) VALUE "N".
       01  WS-SAUVEGARDE-OK PIC X(1) VALUE "N".

      *    Les variables pour l'écriture du fichier d'audit des
      *    maintenances
       01  WS-AUDIT-STATUS PIC X(2).
       01  WS-MAINTENEUR PIC X(8) VALUE SPACES.
       01  WS-AUDIT-ACTION PIC X(10).
       01  WS-AUDIT-CLE PIC X(20).
       01  WS-IMAGE-AVANT PIC X(80).
       01  WS-IMAGE-APRES PIC X(80).

      *    L'image d'une limite telle qu'elle part dans l'audit
      *    (valeurs éditées pour rester lisibles)
       01  WS-IMAGE-LIMITE.
           05  WS-IMG-NIVEAU PIC 9(1).
           05  FILLER PIC X(1) VALUE SPACE.
           05  WS-IMG-OPE PIC X(2).
           05  FILLER PIC X(1) VALUE SPACE.
           05  WS-IMG-OPERANDE PIC Z(12)9.9999.
           05  FILLER PIC X(1) VALUE SPACE.
           05  WS-IMG-RESULTAT PIC Z(12)9.9999.

      *    La table en mémoire, rechargée au démarrage et réécrite
      *    après chaque mise à jour
       01  WS-LIM-TROUVEE PIC X(1).
       01  WS-IDX-TROUVE PIC 9(2).

      *    L'image de la table telle qu'elle a été chargée ou
      *    sauvegardée en dernier : une mise à jour dont la
      *    sauvegarde échoue est annulée en mémoire en revenant
      *    à cette image
       01  WS-TABLE-LIMITES-SAUVEE PIC X(1850).
       01  WS-NB-LIMITES-SAUVE PIC 9(2) VALUE 0.

      *    Les variables pour les diverses intéractions avec le menu
       01  WS-CHOIX-MENU PIC 9(1).
       01  WS-MESS PIC X(18) VALUE "Erreur de saisie !".

       PROCEDURE DIVISION.

           PERFORM SAISIR-MAINTENEUR
           PERFORM CHARGER-LIMITES
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

      *    Paragraphe pour charger le fichier des limites en mémoire
      *    au démarrage (fichier absent : on démarre avec une table
      *    vide, le fichier sera créé à la première sauvegarde)
                          FUNCTION TRIM(WS-LIMITE-STATUS) ")"
                END-IF
           END-IF.
           MOVE WS-TABLE-LIMITES TO WS-TABLE-LIMITES-SAUVEE.
           MOVE WS-NB-LIMITES TO WS-NB-LIMITES-SAUVE.

      *    Paragraphe pour lire un enregistrement du fichier des
      *    limites

      *    Paragraphe pour sauvegarder la table en mémoire dans le
      *    fichier ; vérifie le statut des WRITE pour ne pas
      *    annoncer une sauvegarde réussie qui ne l'est pas ; en
      *    cas d'échec la mise à jour est annulée en mémoire
           SAUVER-LIMITES.
           MOVE "N" TO WS-SAUVEGARDE-OK.
           OPEN OUTPUT LIMITE-FILE.
           IF WS-LIMITE-STATUS NOT = "00" THEN
                DISPLAY "Erreur ! Impossible d'ouvrir LIMITES.DAT"
                     " (statut " FUNCTION TRIM(WS-LIMITE-STATUS) ")"
           ELSE
                MOVE "Y" TO WS-SAUVEGARDE-OK
                PERFORM ECRIRE-LIMITE
                     VARYING WS-IDX-LIM FROM 1 BY 1
                     UNTIL WS-IDX-LIM > WS-NB-LIMITES
                CLOSE LIMITE-FILE
                DISPLAY "Fichier des limites mis à jour."
           END-IF.
           IF WS-SAUVEGARDE-OK = "Y" THEN
                MOVE WS-TABLE-LIMITES TO WS-TABLE-LIMITES-SAUVEE
                MOVE WS-NB-LIMITES TO WS-NB-LIMITES-SAUVE
           ELSE
                MOVE WS-TABLE-LIMITES-SAUVEE TO WS-TABLE-LIMITES
                MOVE WS-NB-LIMITES-SAUVE TO WS-NB-LIMITES
                DISPLAY "Mise à jour annulée : la table en"
                     " mémoire revient à sa dernière sauvegarde."
           END-IF.

      *    Paragraphe pour écrire une entrée de la table dans le
      *    fichier
           MOVE WS-LIM-RESULTAT(WS-IDX-LIM) TO LIM-MAX-RESULTAT.
           WRITE LIMITE-RECORD.
           IF WS-LIMITE-STATUS NOT = "00" THEN
                MOVE "N" TO WS-SAUVEGARDE-OK
                DISPLAY "Erreur ! Échec d'écriture dans LIMITES.DAT"
                     " (statut " FUNCTION TRIM(WS-LIMITE-STATUS) ")"
           END-IF.

      *    Paragraphe pour saisir le code opération ("00" = toutes),
      *    en reprenant la saisie tant qu'il n'est pas de "00" à
      *    "09" ou "13" (conversion de devises)
           SAISIR-OPE.
           ACCEPT WS-SAISIE-OPE.
           IF WS-SAISIE-OPE IS NOT NUMERIC
                OR (WS-SAISIE-OPE > "09"
                     AND WS-SAISIE-OPE NOT = "13") THEN
                PERFORM MESSAGE-ERREUR
                PERFORM SAISIR-OPE
           END-IF.
           AJOUTER-LIMITE.
           DISPLAY "Niveau d'habilitation (1 ou 2) :".
           PERFORM SAISIR-NIVEAU.
           DISPLAY "Opération (00 = toutes, 01 à 09, 13) :".
           PERFORM SAISIR-OPE.
           PERFORM CHERCHER-LIMITE.
           IF WS-LIM-TROUVEE = "Y" THEN
                MOVE WS-NB-LIMITES TO WS-IDX-TROUVE
                PERFORM SAISIR-DETAIL-LIMITE
                PERFORM SAUVER-LIMITES
                MOVE "AJOUT" TO WS-AUDIT-ACTION
                MOVE SPACES TO WS-IMAGE-AVANT
                PERFORM AUDITER-MISE-A-JOUR
           END-IF.

      *    Paragraphe pour modifier une limite existante
           MODIFIER-LIMITE.
           DISPLAY "Niveau d'habilitation (1 ou 2) :".
           PERFORM SAISIR-NIVEAU.
           DISPLAY "Opération (00 = toutes, 01 à 09, 13) :".
           PERFORM SAISIR-OPE.
           PERFORM CHERCHER-LIMITE.
           IF WS-LIM-TROUVEE = "N" THEN
                DISPLAY "Erreur ! Aucune limite pour ce couple"
                     " niveau/opération."
           ELSE
                PERFORM CONSTRUIRE-IMAGE-LIMITE
                MOVE WS-IMAGE-LIMITE TO WS-IMAGE-AVANT
                PERFORM SAISIR-DETAIL-LIMITE
                PERFORM SAUVER-LIMITES
                MOVE "MODIF" TO WS-AUDIT-ACTION
                PERFORM AUDITER-MISE-A-JOUR
           END-IF.

      *    Paragraphe pour saisir les valeurs maximales de l'entrée
                FUNCTION TRIM(WS-VALEUR-EDIT)
                " résultat max "
                FUNCTION TRIM(WS-VALEUR-EDIT2).

      *    Paragraphe pour auditer la mise à jour de la limite
      *    désignée par l'indice trouvé, son image avant ayant été
      *    prise avant la saisie
           AUDITER-MISE-A-JOUR.
           MOVE SPACES TO WS-AUDIT-CLE.
           STRING WS-LIM-NIVEAU(WS-IDX-TROUVE) DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                WS-LIM-OPE(WS-IDX-TROUVE) DELIMITED BY SIZE
                INTO WS-AUDIT-CLE.
           PERFORM CONSTRUIRE-IMAGE-LIMITE.
           MOVE WS-IMAGE-LIMITE TO WS-IMAGE-APRES.
           PERFORM ECRIRE-AUDIT-MAINTENANCE.

      *    Paragraphe pour construire l'image d'audit de la limite
      *    désignée par l'indice trouvé
           CONSTRUIRE-IMAGE-LIMITE.
           MOVE SPACES TO WS-IMAGE-LIMITE.
           MOVE WS-LIM-NIVEAU(WS-IDX-TROUVE) TO WS-IMG-NIVEAU.
           MOVE WS-LIM-OPE(WS-IDX-TROUVE) TO WS-IMG-OPE.
           MOVE WS-LIM-OPERANDE(WS-IDX-TROUVE) TO WS-IMG-OPERANDE.
           MOVE WS-LIM-RESULTAT(WS-IDX-TROUVE) TO WS-IMG-RESULTAT.

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
                     MOVE "LIMITES.DAT" TO MAU-FICHIER
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
