           IDENTIFICATION DIVISION.
           PROGRAM-ID. Cptmnt.
           AUTHOR SIBORY G.
      *    Maintenance de la table de correspondance comptable des
      *    codes de taux : pour chaque code de la table des taux
      *    TAUX.DAT, le compte général à débiter et le compte à
      *    créditer quand un pourcentage calculé avec ce code est
      *    reporté en comptabilité par Calccpt ; ajout, modification
      *    et consultation ; chaque ajout et chaque modification part
      *    dans le fichier d'audit des maintenances MNTAUDIT.DAT
      *    (qui a changé quoi, images avant et après)


       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COMPTE-FILE ASSIGN TO "CPTTAUX.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COMPTE-STATUS.

      *    Table des taux, lue seulement pour vérifier qu'un code
      *    ajouté y existe
           SELECT TAUX-FILE ASSIGN TO "TAUX.DAT"
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
      *    Table de correspondance comptable, à raison d'un
      *    enregistrement par code de taux (la clé est le code, son
      *    unicité est garantie ici à la mise à jour)
       FD  COMPTE-FILE.
       01  COMPTE-RECORD.
           05  CPT-CODE-TAUX PIC X(6).
           05  FILLER PIC X(1) VALUE SPACE.
           05  CPT-COMPTE-DEBIT PIC X(10).
           05  FILLER PIC X(1) VALUE SPACE.
           05  CPT-COMPTE-CREDIT PIC X(10).
           05  FILLER PIC X(1) VALUE SPACE.
           05  CPT-LIBELLE PIC X(30).

      *    Table des taux (même dessin que dans Tauxmnt) ; seul le
      *    code est interprété ici
       FD  TAUX-FILE.
       01  TAUX-RECORD.
           05  TX-CODE PIC X(6).
           05  FILLER PIC X(1).
           05  TX-LIBELLE PIC X(30).
           05  FILLER PIC X(1).
           05  TX-VALEUR PIC S9(3)V9999.
           05  FILLER PIC X(1).
           05  TX-DATE-DEBUT PIC 9(8).
           05  FILLER PIC X(1).
           05  TX-DATE-FIN PIC 9(8).

      *    Fichier d'audit des maintenances : horodatage, mainteneur,
      *    fichier mis à jour, action, clé de l'enregistrement,
      *    images avant et après la mise à jour (même dessin dans
      *    Opermnt, Tauxmnt, Limmnt, Calbmnt et Devmnt)
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
       01  WS-COMPTE-STATUS PIC X(2).
       01  WS-COMPTE-EOF PIC X(1) VALUE "N".
       01  WS-SAUVEGARDE-OK PIC X(1) VALUE "N".

      *    Les variables pour la lecture de la table des taux
       01  WS-TAUX-STATUS PIC X(2).
       01  WS-TAUX-EOF PIC X(1) VALUE "N".
       01  WS-TAUX-PRESENT PIC X(1) VALUE "N".
       01  WS-TAUX-TROUVE PIC X(1) VALUE "N".

      *    Les variables pour l'écriture du fichier d'audit des
      *    maintenances
       01  WS-AUDIT-STATUS PIC X(2).
       01  WS-MAINTENEUR PIC X(8) VALUE SPACES.
       01  WS-AUDIT-ACTION PIC X(10).
       01  WS-AUDIT-CLE PIC X(20).
       01  WS-IMAGE-AVANT PIC X(80).
       01  WS-IMAGE-APRES PIC X(80).

      *    L'image d'une correspondance telle qu'elle part dans
      *    l'audit
       01  WS-IMAGE-COMPTE.
           05  WS-IMG-CODE PIC X(6).
           05  FILLER PIC X(1) VALUE SPACE.
           05  WS-IMG-DEBIT PIC X(10).
           05  FILLER PIC X(1) VALUE SPACE.
           05  WS-IMG-CREDIT PIC X(10).
           05  FILLER PIC X(1) VALUE SPACE.
           05  WS-IMG-LIBELLE PIC X(30).

      *    La table en mémoire, rechargée au démarrage et réécrite
      *    après chaque mise à jour
       01  WS-TABLE-COMPTES.
           05  WS-COMPTE-ENTREE OCCURS 200 TIMES.
               10  WS-CP-CODE PIC X(6).
               10  WS-CP-DEBIT PIC X(10).
               10  WS-CP-CREDIT PIC X(10).
               10  WS-CP-LIBELLE PIC X(30).
       01  WS-NB-COMPTES PIC 9(3) VALUE 0.
       01  WS-IDX-COMPTE PIC 9(3).
       01  WS-CODE-TROUVE PIC X(1).
       01  WS-IDX-TROUVE PIC 9(3).

      *    L'image de la table telle qu'elle a été chargée ou
      *    sauvegardée en dernier : une mise à jour dont la
      *    sauvegarde échoue est annulée en mémoire en revenant
      *    à cette image
       01  WS-TABLE-COMPTES-SAUVEE PIC X(11200).
       01  WS-NB-COMPTES-SAUVE PIC 9(3) VALUE 0.

      *    Les variables pour les diverses intéractions avec le menu
       01  WS-CHOIX-MENU PIC 9(1).
       01  WS-MESS PIC X(18) VALUE "Erreur de saisie !".
       01  WS-FIN-PROGRAMME PIC X(1) VALUE "N".

      *    Les zones de saisie d'une correspondance
       01  WS-SAISIE-CODE PIC X(6).
       01  WS-SAISIE-COMPTE PIC X(10).

       PROCEDURE DIVISION.

           PERFORM SAISIR-MAINTENEUR
           PERFORM CHARGER-COMPTES
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

      *    Paragraphe pour charger la table de correspondance en
      *    mémoire au démarrage (fichier absent : on démarre avec
      *    une table vide, le fichier sera créé à la première
      *    sauvegarde)
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
                END-IF
           END-IF.
           MOVE WS-TABLE-COMPTES TO WS-TABLE-COMPTES-SAUVEE.
           MOVE WS-NB-COMPTES TO WS-NB-COMPTES-SAUVE.

      *    Paragraphe pour lire un enregistrement de la table
           LIRE-COMPTE.
           READ COMPTE-FILE
                AT END MOVE "Y" TO WS-COMPTE-EOF
           END-READ.

      *    Paragraphe pour ranger l'enregistrement lu dans la table
      *    en mémoire, puis lire le suivant
           RANGER-COMPTE.
           IF WS-NB-COMPTES < 200 THEN
                ADD 1 TO WS-NB-COMPTES
                MOVE CPT-CODE-TAUX TO WS-CP-CODE(WS-NB-COMPTES)
                MOVE CPT-COMPTE-DEBIT TO WS-CP-DEBIT(WS-NB-COMPTES)
                MOVE CPT-COMPTE-CREDIT TO WS-CP-CREDIT(WS-NB-COMPTES)
                MOVE CPT-LIBELLE TO WS-CP-LIBELLE(WS-NB-COMPTES)
           ELSE
                DISPLAY "Erreur ! Table de correspondance pleine,"
                     " enregistrement ignoré : " CPT-CODE-TAUX
           END-IF.
           PERFORM LIRE-COMPTE.

      *    Paragraphe pour sauvegarder la table en mémoire dans le
      *    fichier ; vérifie le statut des WRITE pour ne pas
      *    annoncer une sauvegarde réussie qui ne l'est pas ; en
      *    cas d'échec la mise à jour est annulée en mémoire
           SAUVER-COMPTES.
           MOVE "N" TO WS-SAUVEGARDE-OK.
           OPEN OUTPUT COMPTE-FILE.
           IF WS-COMPTE-STATUS NOT = "00" THEN
                DISPLAY "Erreur ! Impossible d'ouvrir CPTTAUX.DAT"
                     " (statut " FUNCTION TRIM(WS-COMPTE-STATUS) ")"
           ELSE
                MOVE "Y" TO WS-SAUVEGARDE-OK
                PERFORM ECRIRE-COMPTE
                     VARYING WS-IDX-COMPTE FROM 1 BY 1
                     UNTIL WS-IDX-COMPTE > WS-NB-COMPTES
                CLOSE COMPTE-FILE
                DISPLAY "Table de correspondance comptable mise à"
                     " jour."
           END-IF.
           IF WS-SAUVEGARDE-OK = "Y" THEN
                MOVE WS-TABLE-COMPTES TO WS-TABLE-COMPTES-SAUVEE
                MOVE WS-NB-COMPTES TO WS-NB-COMPTES-SAUVE
           ELSE
                MOVE WS-TABLE-COMPTES-SAUVEE TO WS-TABLE-COMPTES
                MOVE WS-NB-COMPTES-SAUVE TO WS-NB-COMPTES
                DISPLAY "Mise à jour annulée : la table en"
                     " mémoire revient à sa dernière sauvegarde."
           END-IF.

      *    Paragraphe pour écrire une entrée de la table dans le
      *    fichier
           ECRIRE-COMPTE.
           MOVE SPACES TO COMPTE-RECORD.
           MOVE WS-CP-CODE(WS-IDX-COMPTE) TO CPT-CODE-TAUX.
           MOVE WS-CP-DEBIT(WS-IDX-COMPTE) TO CPT-COMPTE-DEBIT.
           MOVE WS-CP-CREDIT(WS-IDX-COMPTE) TO CPT-COMPTE-CREDIT.
           MOVE WS-CP-LIBELLE(WS-IDX-COMPTE) TO CPT-LIBELLE.
           WRITE COMPTE-RECORD.
           IF WS-COMPTE-STATUS NOT = "00" THEN
                MOVE "N" TO WS-SAUVEGARDE-OK
                DISPLAY "Erreur ! Échec d'écriture dans CPTTAUX.DAT"
                     " (statut " FUNCTION TRIM(WS-COMPTE-STATUS) ")"
           END-IF.

      *    Paragraphe pour afficher le menu principal et traiter le
      *    choix de l'utilisateur
           AFFICHER-MENU.
           DISPLAY "......................................".
           DISPLAY "Correspondance comptable des codes de taux".
           DISPLAY "1 - Ajouter            2 - Modifier".
           DISPLAY "3 - Lister             4 - Quitter".
           DISPLAY "......................................".
           PERFORM SAISIR-CHOIX-MENU.
           EVALUATE WS-CHOIX-MENU
                WHEN 1 PERFORM AJOUTER-COMPTE
                WHEN 2 PERFORM MODIFIER-COMPTE
                WHEN 3 PERFORM LISTER-COMPTES
                WHEN 4 MOVE "Y" TO WS-FIN-PROGRAMME
                WHEN OTHER PERFORM MESSAGE-ERREUR
           END-EVALUATE.

      *    Paragraphe pour les messages d'erreur
           MESSAGE-ERREUR.
           DISPLAY WS-MESS.

      *    Paragraphe pour saisir le choix du menu principal, en
      *    reprenant la saisie tant qu'elle n'est pas numérique
           SAISIR-CHOIX-MENU.
           ACCEPT WS-CHOIX-MENU.
           IF WS-CHOIX-MENU IS NOT NUMERIC THEN
                PERFORM MESSAGE-ERREUR
                PERFORM SAISIR-CHOIX-MENU
           END-IF.

      *    Paragraphe pour saisir un code de taux, passé en
      *    majuscules ; il doit commencer par une lettre, comme le
      *    demande Exocalc pour reconnaître un code à la saisie
           SAISIR-CODE.
           DISPLAY "Code de taux :".
           ACCEPT WS-SAISIE-CODE.
           MOVE FUNCTION UPPER-CASE(WS-SAISIE-CODE) TO WS-SAISIE-CODE.
           IF WS-SAISIE-CODE(1:1) IS NOT ALPHABETIC
                OR WS-SAISIE-CODE(1:1) = SPACE THEN
                PERFORM MESSAGE-ERREUR
                PERFORM SAISIR-CODE
           END-IF.

      *    Paragraphe pour chercher le code saisi dans la table en
      *    mémoire ; positionne l'indicateur trouvé et l'indice
           CHERCHER-CODE.
           MOVE "N" TO WS-CODE-TROUVE.
           MOVE 0 TO WS-IDX-TROUVE.
           PERFORM COMPARER-CODE
                VARYING WS-IDX-COMPTE FROM 1 BY 1
                UNTIL WS-IDX-COMPTE > WS-NB-COMPTES
                OR WS-CODE-TROUVE = "Y".

      *    Paragraphe pour comparer une entrée de la table avec le
      *    code saisi
           COMPARER-CODE.
           IF WS-CP-CODE(WS-IDX-COMPTE) = WS-SAISIE-CODE THEN
                MOVE "Y" TO WS-CODE-TROUVE
                MOVE WS-IDX-COMPTE TO WS-IDX-TROUVE
           END-IF.

      *    Paragraphe pour vérifier que le code saisi existe dans la
      *    table des taux, quelle que soit sa période d'effet (un
      *    code peut être mis en correspondance avant d'entrer en
      *    vigueur)
           VERIFIER-CODE-TAUX.
           MOVE "N" TO WS-TAUX-TROUVE.
           MOVE "N" TO WS-TAUX-PRESENT.
           MOVE "N" TO WS-TAUX-EOF.
           OPEN INPUT TAUX-FILE.
           IF WS-TAUX-STATUS = "00" THEN
                MOVE "Y" TO WS-TAUX-PRESENT
                PERFORM LIRE-TAUX
                PERFORM COMPARER-TAUX
                     UNTIL WS-TAUX-EOF = "Y"
                     OR WS-TAUX-TROUVE = "Y"
                CLOSE TAUX-FILE
           ELSE
                IF WS-TAUX-STATUS NOT = "35" THEN
                     DISPLAY "Erreur ! Impossible d'ouvrir TAUX.DAT"
                          " (statut " FUNCTION TRIM(WS-TAUX-STATUS)
                          ")"
                END-IF
           END-IF.

      *    Paragraphe pour lire un enregistrement de la table des
      *    taux
           LIRE-TAUX.
           READ TAUX-FILE
                AT END MOVE "Y" TO WS-TAUX-EOF
           END-READ.

      *    Paragraphe pour comparer le taux lu avec le code saisi,
      *    puis lire le suivant
           COMPARER-TAUX.
           IF TX-CODE = WS-SAISIE-CODE THEN
                MOVE "Y" TO WS-TAUX-TROUVE
           ELSE
                PERFORM LIRE-TAUX
           END-IF.

      *    Paragraphe pour ajouter une correspondance ; le code doit
      *    exister dans la table des taux et ne pas être déjà mis en
      *    correspondance
           AJOUTER-COMPTE.
           IF WS-NB-COMPTES >= 200 THEN
                DISPLAY "Erreur ! Table de correspondance pleine !"
           ELSE
                PERFORM SAISIR-CODE
                PERFORM CHERCHER-CODE
                IF WS-CODE-TROUVE = "Y" THEN
                     DISPLAY "Erreur ! Code déjà en correspondance : "
                          WS-SAISIE-CODE
                ELSE
                     PERFORM VERIFIER-CODE-TAUX
                     IF WS-TAUX-TROUVE = "N" THEN
                          DISPLAY "Erreur ! Code absent de TAUX.DAT : "
                               WS-SAISIE-CODE
                     ELSE
                          ADD 1 TO WS-NB-COMPTES
                          MOVE WS-SAISIE-CODE
                               TO WS-CP-CODE(WS-NB-COMPTES)
                          MOVE WS-NB-COMPTES TO WS-IDX-TROUVE
                          PERFORM SAISIR-DETAIL-COMPTE
                          PERFORM SAUVER-COMPTES
                          MOVE "AJOUT" TO WS-AUDIT-ACTION
                          MOVE WS-SAISIE-CODE TO WS-AUDIT-CLE
                          MOVE SPACES TO WS-IMAGE-AVANT
                          PERFORM CONSTRUIRE-IMAGE-COMPTE
                          MOVE WS-IMAGE-COMPTE TO WS-IMAGE-APRES
                          PERFORM ECRIRE-AUDIT-MAINTENANCE
                     END-IF
                END-IF
           END-IF.

      *    Paragraphe pour modifier une correspondance existante
      *    (comptes et libellé ; le code ne change pas)
           MODIFIER-COMPTE.
           PERFORM SAISIR-CODE.
           PERFORM CHERCHER-CODE.
           IF WS-CODE-TROUVE = "N" THEN
                DISPLAY "Erreur ! Code sans correspondance : "
                     WS-SAISIE-CODE
           ELSE
                MOVE WS-SAISIE-CODE TO WS-AUDIT-CLE
                PERFORM CONSTRUIRE-IMAGE-COMPTE
                MOVE WS-IMAGE-COMPTE TO WS-IMAGE-AVANT
                PERFORM SAISIR-DETAIL-COMPTE
                PERFORM SAUVER-COMPTES
                MOVE "MODIF" TO WS-AUDIT-ACTION
                PERFORM CONSTRUIRE-IMAGE-COMPTE
                MOVE WS-IMAGE-COMPTE TO WS-IMAGE-APRES
                PERFORM ECRIRE-AUDIT-MAINTENANCE
           END-IF.

      *    Paragraphe pour saisir le détail d'une correspondance
      *    dans l'entrée de la table désignée par l'indice trouvé :
      *    compte à débiter, compte à créditer (distincts l'un de
      *    l'autre) et libellé
           SAISIR-DETAIL-COMPTE.
           DISPLAY "Compte général à débiter :".
           PERFORM SAISIR-NUMERO-COMPTE.
           MOVE WS-SAISIE-COMPTE TO WS-CP-DEBIT(WS-IDX-TROUVE).
           DISPLAY "Compte général à créditer :".
           PERFORM SAISIR-NUMERO-COMPTE.
           MOVE WS-SAISIE-COMPTE TO WS-CP-CREDIT(WS-IDX-TROUVE).
           IF WS-CP-CREDIT(WS-IDX-TROUVE)
                = WS-CP-DEBIT(WS-IDX-TROUVE) THEN
                DISPLAY "Erreur ! Les comptes à débiter et à"
                     " créditer doivent être différents !"
                PERFORM SAISIR-DETAIL-COMPTE
           ELSE
                DISPLAY "Libellé :"
                ACCEPT WS-CP-LIBELLE(WS-IDX-TROUVE)
           END-IF.

      *    Paragraphe pour saisir un numéro de compte général, en
      *    reprenant la saisie tant qu'il est à blanc
           SAISIR-NUMERO-COMPTE.
           ACCEPT WS-SAISIE-COMPTE.
           MOVE FUNCTION UPPER-CASE(WS-SAISIE-COMPTE)
                TO WS-SAISIE-COMPTE.
           IF WS-SAISIE-COMPTE = SPACES THEN
                PERFORM MESSAGE-ERREUR
                PERFORM SAISIR-NUMERO-COMPTE
           END-IF.

      *    Paragraphe pour lister le contenu de la table de
      *    correspondance
           LISTER-COMPTES.
           IF WS-NB-COMPTES = 0 THEN
                DISPLAY "Aucune correspondance dans la table."
           ELSE
                PERFORM LISTER-UN-COMPTE
                     VARYING WS-IDX-COMPTE FROM 1 BY 1
                     UNTIL WS-IDX-COMPTE > WS-NB-COMPTES
           END-IF.

      *    Paragraphe pour lister une entrée de la table
           LISTER-UN-COMPTE.
           DISPLAY WS-CP-CODE(WS-IDX-COMPTE) " débit "
                WS-CP-DEBIT(WS-IDX-COMPTE) " crédit "
                WS-CP-CREDIT(WS-IDX-COMPTE) " "
                FUNCTION TRIM(WS-CP-LIBELLE(WS-IDX-COMPTE)).

      *    Paragraphe pour construire l'image d'audit de la
      *    correspondance désignée par l'indice trouvé
           CONSTRUIRE-IMAGE-COMPTE.
           MOVE SPACES TO WS-IMAGE-COMPTE.
           MOVE WS-CP-CODE(WS-IDX-TROUVE) TO WS-IMG-CODE.
           MOVE WS-CP-DEBIT(WS-IDX-TROUVE) TO WS-IMG-DEBIT.
           MOVE WS-CP-CREDIT(WS-IDX-TROUVE) TO WS-IMG-CREDIT.
           MOVE WS-CP-LIBELLE(WS-IDX-TROUVE) TO WS-IMG-LIBELLE.

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
                     MOVE "CPTTAUX.DAT" TO MAU-FICHIER
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
