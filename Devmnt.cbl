           IDENTIFICATION DIVISION.
           PROGRAM-ID. Devmnt.
           AUTHOR SIBORY G.
      *    Maintenance de la table des cours de change servie à
      *    l'opération de conversion de devises d'Exocalc : ajout,
      *    modification et consultation des cours par paire de
      *    devises (codes ISO) et de leurs dates d'effet ; chaque
      *    ajout et chaque modification part dans le fichier d'audit
      *    des maintenances MNTAUDIT.DAT (qui a changé quoi, images
      *    avant et après)


       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DEVISE-FILE ASSIGN TO "DEVISES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEVISE-STATUS.

      *    Fichier d'audit des maintenances, commun aux programmes
      *    de maintenance des fichiers de référence, en ajout d'une
      *    exécution à l'autre
           SELECT AUDIT-FILE ASSIGN TO "MNTAUDIT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.

       FILE SECTION.
      *    Table des cours de change, à raison d'un enregistrement
      *    par paire de devises et par période d'effet (une paire
      *    peut porter plusieurs périodes, son historique ; la clé
      *    logique est la paire plus la date de début, l'unicité et
      *    le non-chevauchement des périodes sont garantis ici à la
      *    mise à jour) ; le cours donne le nombre d'unités de la
      *    devise cible pour une unité de la devise source
       FD  DEVISE-FILE.
       01  DEVISE-RECORD.
           05  DEV-SOURCE PIC X(3).
           05  FILLER PIC X(1) VALUE SPACE.
           05  DEV-CIBLE PIC X(3).
           05  FILLER PIC X(1) VALUE SPACE.
           05  DEV-COURS PIC 9(5)V9999.
           05  FILLER PIC X(1) VALUE SPACE.
      *    Période d'effet du cours (AAAAMMJJ) ; une date de fin à
      *    zéro signifie un cours sans échéance
           05  DEV-DATE-DEBUT PIC 9(8).
           05  FILLER PIC X(1) VALUE SPACE.
           05  DEV-DATE-FIN PIC 9(8).

      *    Fichier d'audit des maintenances : horodatage, mainteneur,
      *    fichier mis à jour, action, clé de l'enregistrement,
      *    images avant et après la mise à jour (même dessin dans
      *    Opermnt, Tauxmnt, Limmnt et Calbmnt)
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
       01  WS-DEVISE-STATUS PIC X(2).
       01  WS-DEVISE-EOF PIC X(1) VALUE "N".
       01  WS-SAUVEGARDE-OK PIC X(1) VALUE "N".

      *    Les variables pour l'écriture du fichier d'audit des
      *    maintenances
       01  WS-AUDIT-STATUS PIC X(2).
       01  WS-MAINTENEUR PIC X(8) VALUE SPACES.
       01  WS-AUDIT-ACTION PIC X(10).
       01  WS-AUDIT-CLE PIC X(20).
       01  WS-IMAGE-AVANT PIC X(80).
       01  WS-IMAGE-APRES PIC X(80).

      *    L'image d'une période de cours telle qu'elle part dans
      *    l'audit (cours édité pour rester lisible)
       01  WS-IMAGE-DEVISE.
           05  WS-IMG-SOURCE PIC X(3).
           05  FILLER PIC X(1) VALUE SPACE.
           05  WS-IMG-CIBLE PIC X(3).
           05  FILLER PIC X(1) VALUE SPACE.
           05  WS-IMG-COURS PIC Z(4)9.9999.
           05  FILLER PIC X(1) VALUE SPACE.
           05  WS-IMG-DEBUT PIC 9(8).
           05  FILLER PIC X(1) VALUE SPACE.
           05  WS-IMG-FIN PIC 9(8).

      *    La table en mémoire, rechargée au démarrage et réécrite
      *    après chaque mise à jour
       01  WS-TABLE-DEVISES.
           05  WS-DEVISE-ENTREE OCCURS 200 TIMES.
               10  WS-DV-SOURCE PIC X(3).
               10  WS-DV-CIBLE PIC X(3).
               10  WS-DV-COURS PIC 9(5)V9999.
               10  WS-DV-DEBUT PIC 9(8).
               10  WS-DV-FIN PIC 9(8).
       01  WS-NB-DEVISES PIC 9(3) VALUE 0.
       01  WS-IDX-DEVISE PIC 9(3).
       01  WS-PAIRE-TROUVEE PIC X(1).
       01  WS-IDX-TROUVE PIC 9(3).
       01  WS-NB-PERIODES PIC 9(3) VALUE 0.
       01  WS-PERIODE-ADMISE PIC X(1).

      *    L'image de la table telle qu'elle a été chargée ou
      *    sauvegardée en dernier : une mise à jour dont la
      *    sauvegarde échoue est annulée en mémoire en revenant
      *    à cette image
       01  WS-TABLE-DEVISES-SAUVEE PIC X(6200).
       01  WS-NB-DEVISES-SAUVE PIC 9(3) VALUE 0.

      *    Les anciennes valeurs d'une période en cours de
      *    modification, pour la rétablir si la saisie est refusée
       01  WS-ANC-COURS PIC 9(5)V9999.
       01  WS-ANC-DEBUT PIC 9(8).
       01  WS-ANC-FIN PIC 9(8).

      *    Les variables pour les diverses intéractions avec le menu
       01  WS-CHOIX-MENU PIC 9(1).
       01  WS-MESS PIC X(18) VALUE "Erreur de saisie !".
       01  WS-FIN-PROGRAMME PIC X(1) VALUE "N".

      *    Les zones de saisie d'un cours
       01  WS-SAISIE-SOURCE PIC X(3).
       01  WS-SAISIE-CIBLE PIC X(3).
       01  WS-SAISIE-DEVISE PIC X(3).
       01  WS-SAISIE-COURS PIC X(14).
       01  WS-COURS-NUM PIC 9(5)V9999.
       01  WS-SAISIE-DATE PIC 9(8).
       01  WS-COURS-EDIT PIC Z(4)9.9999.

       PROCEDURE DIVISION.

           PERFORM SAISIR-MAINTENEUR
           PERFORM CHARGER-DEVISES
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

      *    Paragraphe pour charger la table des cours en mémoire au
      *    démarrage (fichier absent : on démarre avec une table
      *    vide, le fichier sera créé à la première sauvegarde)
           CHARGER-DEVISES.
           MOVE 0 TO WS-NB-DEVISES.
           OPEN INPUT DEVISE-FILE.
           IF WS-DEVISE-STATUS = "00" THEN
                PERFORM LIRE-DEVISE
                PERFORM RANGER-DEVISE
                     UNTIL WS-DEVISE-EOF = "Y"
                CLOSE DEVISE-FILE
           ELSE
                IF WS-DEVISE-STATUS NOT = "35" THEN
                     DISPLAY "Erreur ! Impossible d'ouvrir"
                          " DEVISES.DAT (statut "
                          FUNCTION TRIM(WS-DEVISE-STATUS) ")"
                END-IF
           END-IF.
           MOVE WS-TABLE-DEVISES TO WS-TABLE-DEVISES-SAUVEE.
           MOVE WS-NB-DEVISES TO WS-NB-DEVISES-SAUVE.

      *    Paragraphe pour lire un enregistrement de la table
           LIRE-DEVISE.
           READ DEVISE-FILE
                AT END MOVE "Y" TO WS-DEVISE-EOF
           END-READ.

      *    Paragraphe pour ranger l'enregistrement lu dans la table
      *    en mémoire, puis lire le suivant
           RANGER-DEVISE.
           IF WS-NB-DEVISES < 200 THEN
                ADD 1 TO WS-NB-DEVISES
                MOVE DEV-SOURCE TO WS-DV-SOURCE(WS-NB-DEVISES)
                MOVE DEV-CIBLE TO WS-DV-CIBLE(WS-NB-DEVISES)
                MOVE DEV-COURS TO WS-DV-COURS(WS-NB-DEVISES)
                MOVE DEV-DATE-DEBUT TO WS-DV-DEBUT(WS-NB-DEVISES)
                MOVE DEV-DATE-FIN TO WS-DV-FIN(WS-NB-DEVISES)
           ELSE
                DISPLAY "Erreur ! Table des cours pleine,"
                     " enregistrement ignoré : "
                     DEV-SOURCE "/" DEV-CIBLE
           END-IF.
           PERFORM LIRE-DEVISE.

      *    Paragraphe pour sauvegarder la table en mémoire dans le
      *    fichier ; vérifie le statut des WRITE pour ne pas
      *    annoncer une sauvegarde réussie qui ne l'est pas ; en
      *    cas d'échec la mise à jour est annulée en mémoire
           SAUVER-DEVISES.
           MOVE "N" TO WS-SAUVEGARDE-OK.
           OPEN OUTPUT DEVISE-FILE.
           IF WS-DEVISE-STATUS NOT = "00" THEN
                DISPLAY "Erreur ! Impossible d'ouvrir DEVISES.DAT"
                     " (statut " FUNCTION TRIM(WS-DEVISE-STATUS) ")"
           ELSE
                MOVE "Y" TO WS-SAUVEGARDE-OK
                PERFORM ECRIRE-DEVISE
                     VARYING WS-IDX-DEVISE FROM 1 BY 1
                     UNTIL WS-IDX-DEVISE > WS-NB-DEVISES
                CLOSE DEVISE-FILE
                DISPLAY "Table des cours de change mise à jour."
           END-IF.
           IF WS-SAUVEGARDE-OK = "Y" THEN
                MOVE WS-TABLE-DEVISES TO WS-TABLE-DEVISES-SAUVEE
                MOVE WS-NB-DEVISES TO WS-NB-DEVISES-SAUVE
           ELSE
                MOVE WS-TABLE-DEVISES-SAUVEE TO WS-TABLE-DEVISES
                MOVE WS-NB-DEVISES-SAUVE TO WS-NB-DEVISES
                DISPLAY "Mise à jour annulée : la table en"
                     " mémoire revient à sa dernière sauvegarde."
           END-IF.

      *    Paragraphe pour écrire une entrée de la table dans le
      *    fichier
           ECRIRE-DEVISE.
           MOVE SPACES TO DEVISE-RECORD.
           MOVE WS-DV-SOURCE(WS-IDX-DEVISE) TO DEV-SOURCE.
           MOVE WS-DV-CIBLE(WS-IDX-DEVISE) TO DEV-CIBLE.
           MOVE WS-DV-COURS(WS-IDX-DEVISE) TO DEV-COURS.
           MOVE WS-DV-DEBUT(WS-IDX-DEVISE) TO DEV-DATE-DEBUT.
           MOVE WS-DV-FIN(WS-IDX-DEVISE) TO DEV-DATE-FIN.
           WRITE DEVISE-RECORD.
           IF WS-DEVISE-STATUS NOT = "00" THEN
                MOVE "N" TO WS-SAUVEGARDE-OK
                DISPLAY "Erreur ! Échec d'écriture dans DEVISES.DAT"
                     " (statut " FUNCTION TRIM(WS-DEVISE-STATUS) ")"
           END-IF.

      *    Paragraphe pour afficher le menu principal et traiter le
      *    choix de l'utilisateur
           AFFICHER-MENU.
           DISPLAY "......................................".
           DISPLAY "Maintenance des cours de change".
           DISPLAY "1 - Ajouter            2 - Modifier".
           DISPLAY "3 - Lister             4 - Quitter".
           DISPLAY "......................................".
           PERFORM SAISIR-CHOIX-MENU.
           EVALUATE WS-CHOIX-MENU
                WHEN 1 PERFORM AJOUTER-DEVISE
                WHEN 2 PERFORM MODIFIER-DEVISE
                WHEN 3 PERFORM LISTER-DEVISES
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

      *    Paragraphe pour saisir la paire de devises : deux codes
      *    ISO de trois lettres majuscules, distincts l'un de
      *    l'autre
           SAISIR-PAIRE.
           DISPLAY "Devise source (code ISO, 3 lettres) :".
           PERFORM SAISIR-CODE-DEVISE.
           MOVE WS-SAISIE-DEVISE TO WS-SAISIE-SOURCE.
           DISPLAY "Devise cible (code ISO, 3 lettres) :".
           PERFORM SAISIR-CODE-DEVISE.
           MOVE WS-SAISIE-DEVISE TO WS-SAISIE-CIBLE.
           IF WS-SAISIE-CIBLE = WS-SAISIE-SOURCE THEN
                DISPLAY "Erreur ! Les devises source et cible"
                     " doivent être différentes !"
                PERFORM SAISIR-PAIRE
           END-IF.

      *    Paragraphe pour saisir un code devise, en reprenant la
      *    saisie tant qu'il ne compte pas trois lettres majuscules
           SAISIR-CODE-DEVISE.
           ACCEPT WS-SAISIE-DEVISE.
           IF WS-SAISIE-DEVISE IS NOT ALPHABETIC-UPPER
                OR WS-SAISIE-DEVISE(1:1) = SPACE
                OR WS-SAISIE-DEVISE(2:1) = SPACE
                OR WS-SAISIE-DEVISE(3:1) = SPACE THEN
                PERFORM MESSAGE-ERREUR
                PERFORM SAISIR-CODE-DEVISE
           END-IF.

      *    Paragraphe pour chercher une paire dans la table en
      *    mémoire ; positionne l'indicateur trouvé, l'indice de la
      *    première période de la paire et le nombre de ses
      *    périodes d'effet
           CHERCHER-PAIRE.
           MOVE "N" TO WS-PAIRE-TROUVEE.
           MOVE 0 TO WS-IDX-TROUVE.
           MOVE 0 TO WS-NB-PERIODES.
           PERFORM COMPARER-PAIRE
                VARYING WS-IDX-DEVISE FROM 1 BY 1
                UNTIL WS-IDX-DEVISE > WS-NB-DEVISES.

      *    Paragraphe pour comparer une entrée de la table avec la
      *    paire saisie
           COMPARER-PAIRE.
           IF WS-DV-SOURCE(WS-IDX-DEVISE) = WS-SAISIE-SOURCE
                AND WS-DV-CIBLE(WS-IDX-DEVISE) = WS-SAISIE-CIBLE THEN
                MOVE "Y" TO WS-PAIRE-TROUVEE
                ADD 1 TO WS-NB-PERIODES
                IF WS-IDX-TROUVE = 0 THEN
                     MOVE WS-IDX-DEVISE TO WS-IDX-TROUVE
                END-IF
           END-IF.

      *    Paragraphe pour chercher la période de la paire saisie
      *    qui commence à la date saisie ; positionne l'indice
      *    trouvé (zéro si aucune période ne commence à cette date)
           CHERCHER-PERIODE.
           MOVE 0 TO WS-IDX-TROUVE.
           PERFORM COMPARER-PERIODE
                VARYING WS-IDX-DEVISE FROM 1 BY 1
                UNTIL WS-IDX-DEVISE > WS-NB-DEVISES
                OR WS-IDX-TROUVE > 0.

      *    Paragraphe pour comparer une entrée de la table avec la
      *    paire et la date de début saisies
           COMPARER-PERIODE.
           IF WS-DV-SOURCE(WS-IDX-DEVISE) = WS-SAISIE-SOURCE
                AND WS-DV-CIBLE(WS-IDX-DEVISE) = WS-SAISIE-CIBLE
                AND WS-DV-DEBUT(WS-IDX-DEVISE) = WS-SAISIE-DATE THEN
                MOVE WS-IDX-DEVISE TO WS-IDX-TROUVE
           END-IF.

      *    Paragraphe pour ajouter un cours ; une paire déjà
      *    présente reçoit une nouvelle période d'effet (son
      *    historique), à condition qu'elle ne commence pas à la
      *    même date qu'une période existante et ne chevauche
      *    aucune d'entre elles
           AJOUTER-DEVISE.
           IF WS-NB-DEVISES >= 200 THEN
                DISPLAY "Erreur ! Table des cours pleine !"
           ELSE
                PERFORM SAISIR-PAIRE
                PERFORM CHERCHER-PAIRE
                IF WS-PAIRE-TROUVEE = "Y" THEN
                     DISPLAY "Paire déjà présente, ajout d'une"
                          " nouvelle période d'effet pour "
                          WS-SAISIE-SOURCE "/" WS-SAISIE-CIBLE
                END-IF
                ADD 1 TO WS-NB-DEVISES
                MOVE WS-SAISIE-SOURCE TO WS-DV-SOURCE(WS-NB-DEVISES)
                MOVE WS-SAISIE-CIBLE TO WS-DV-CIBLE(WS-NB-DEVISES)
                MOVE WS-NB-DEVISES TO WS-IDX-TROUVE
                PERFORM SAISIR-DETAIL-DEVISE
                PERFORM CONTROLER-PERIODE-SAISIE
                IF WS-PERIODE-ADMISE = "Y" THEN
                     PERFORM SAUVER-DEVISES
                     MOVE "AJOUT" TO WS-AUDIT-ACTION
                     PERFORM CONSTRUIRE-CLE-AUDIT
                     MOVE SPACES TO WS-IMAGE-AVANT
                     PERFORM CONSTRUIRE-IMAGE-DEVISE
                     MOVE WS-IMAGE-DEVISE TO WS-IMAGE-APRES
                     PERFORM ECRIRE-AUDIT-MAINTENANCE
                ELSE
                     SUBTRACT 1 FROM WS-NB-DEVISES
                     DISPLAY "La période n'est pas ajoutée."
                END-IF
           END-IF.

      *    Paragraphe pour modifier un cours existant (cours et
      *    dates d'effet ; la paire ne change pas) ; quand la paire
      *    porte plusieurs périodes d'effet, la période à modifier
      *    est désignée par sa date de début
           MODIFIER-DEVISE.
           PERFORM SAISIR-PAIRE.
           PERFORM CHERCHER-PAIRE.
           IF WS-PAIRE-TROUVEE = "N" THEN
                DISPLAY "Erreur ! Paire de devises inconnue : "
                     WS-SAISIE-SOURCE "/" WS-SAISIE-CIBLE
           ELSE
                IF WS-NB-PERIODES > 1 THEN
                     PERFORM CHOISIR-PERIODE
                END-IF
                IF WS-IDX-TROUVE > 0 THEN
                     PERFORM MODIFIER-PERIODE
                END-IF
           END-IF.

      *    Paragraphe pour désigner, parmi les périodes d'effet
      *    d'une paire qui en porte plusieurs, celle à modifier (par
      *    sa date de début)
           CHOISIR-PERIODE.
           DISPLAY "Plusieurs périodes d'effet pour cette paire :".
           PERFORM LISTER-PERIODE-PAIRE
                VARYING WS-IDX-DEVISE FROM 1 BY 1
                UNTIL WS-IDX-DEVISE > WS-NB-DEVISES.
           DISPLAY "Date de début de la période à modifier"
                " (AAAAMMJJ) :".
           PERFORM SAISIR-DATE-COURS.
           PERFORM CHERCHER-PERIODE.
           IF WS-IDX-TROUVE = 0 THEN
                DISPLAY "Erreur ! Aucune période de cette paire ne"
                     " commence le " WS-SAISIE-DATE
           END-IF.

      *    Paragraphe pour lister une entrée de la table si elle
      *    porte la paire saisie
           LISTER-PERIODE-PAIRE.
           IF WS-DV-SOURCE(WS-IDX-DEVISE) = WS-SAISIE-SOURCE
                AND WS-DV-CIBLE(WS-IDX-DEVISE) = WS-SAISIE-CIBLE THEN
                PERFORM LISTER-UNE-DEVISE
           END-IF.

      *    Paragraphe pour saisir la nouvelle version de la période
      *    désignée, en la rétablissant telle quelle si la saisie
      *    est refusée (doublon de date de début ou chevauchement)
           MODIFIER-PERIODE.
           MOVE WS-DV-COURS(WS-IDX-TROUVE) TO WS-ANC-COURS.
           MOVE WS-DV-DEBUT(WS-IDX-TROUVE) TO WS-ANC-DEBUT.
           MOVE WS-DV-FIN(WS-IDX-TROUVE) TO WS-ANC-FIN.
           PERFORM CONSTRUIRE-CLE-AUDIT.
           PERFORM CONSTRUIRE-IMAGE-DEVISE.
           MOVE WS-IMAGE-DEVISE TO WS-IMAGE-AVANT.
           PERFORM SAISIR-DETAIL-DEVISE.
           PERFORM CONTROLER-PERIODE-SAISIE.
           IF WS-PERIODE-ADMISE = "Y" THEN
                PERFORM SAUVER-DEVISES
                MOVE "MODIF" TO WS-AUDIT-ACTION
                PERFORM CONSTRUIRE-IMAGE-DEVISE
                MOVE WS-IMAGE-DEVISE TO WS-IMAGE-APRES
                PERFORM ECRIRE-AUDIT-MAINTENANCE
           ELSE
                MOVE WS-ANC-COURS TO WS-DV-COURS(WS-IDX-TROUVE)
                MOVE WS-ANC-DEBUT TO WS-DV-DEBUT(WS-IDX-TROUVE)
                MOVE WS-ANC-FIN TO WS-DV-FIN(WS-IDX-TROUVE)
                DISPLAY "La période n'est pas modifiée."
           END-IF.

      *    Paragraphe pour contrôler la période saisie dans l'entrée
      *    désignée par l'indice trouvé : fin d'effet postérieure au
      *    début, puis contre les autres périodes de la même paire
      *    (même date de début refusée, chevauchement refusé ; une
      *    date de fin à zéro vaut sans échéance)
           CONTROLER-PERIODE-SAISIE.
           MOVE "Y" TO WS-PERIODE-ADMISE.
           IF WS-DV-FIN(WS-IDX-TROUVE) NOT = 0
                AND WS-DV-FIN(WS-IDX-TROUVE)
                < WS-DV-DEBUT(WS-IDX-TROUVE) THEN
                MOVE "N" TO WS-PERIODE-ADMISE
                DISPLAY "Erreur ! La fin d'effet précède le début !"
           ELSE
                PERFORM COMPARER-PERIODE-SAISIE
                     VARYING WS-IDX-DEVISE FROM 1 BY 1
                     UNTIL WS-IDX-DEVISE > WS-NB-DEVISES
                     OR WS-PERIODE-ADMISE = "N"
           END-IF.

      *    Paragraphe pour comparer la période saisie avec une autre
      *    entrée de la table de la même paire
           COMPARER-PERIODE-SAISIE.
           IF WS-DV-SOURCE(WS-IDX-DEVISE) = WS-DV-SOURCE(WS-IDX-TROUVE)
                AND WS-DV-CIBLE(WS-IDX-DEVISE)
                = WS-DV-CIBLE(WS-IDX-TROUVE)
                AND WS-IDX-DEVISE NOT = WS-IDX-TROUVE THEN
                IF WS-DV-DEBUT(WS-IDX-DEVISE)
                     = WS-DV-DEBUT(WS-IDX-TROUVE) THEN
                     MOVE "N" TO WS-PERIODE-ADMISE
                     DISPLAY "Erreur ! Une période de cette paire"
                          " commence déjà à cette date !"
                ELSE
                     IF (WS-DV-FIN(WS-IDX-DEVISE) = 0
                          OR WS-DV-DEBUT(WS-IDX-TROUVE)
                          <= WS-DV-FIN(WS-IDX-DEVISE))
                          AND (WS-DV-FIN(WS-IDX-TROUVE) = 0
                          OR WS-DV-DEBUT(WS-IDX-DEVISE)
                          <= WS-DV-FIN(WS-IDX-TROUVE)) THEN
                          MOVE "N" TO WS-PERIODE-ADMISE
                          DISPLAY "Erreur ! Chevauchement avec une"
                               " autre période d'effet de cette"
                               " paire !"
                     END-IF
                END-IF
           END-IF.

      *    Paragraphe pour saisir le détail d'un cours dans l'entrée
      *    de la table désignée par l'indice trouvé
           SAISIR-DETAIL-DEVISE.
           DISPLAY "Cours (unités de " WS-DV-CIBLE(WS-IDX-TROUVE)
                " pour 1 " WS-DV-SOURCE(WS-IDX-TROUVE) ") :".
           PERFORM SAISIR-VALEUR-COURS.
           MOVE WS-COURS-NUM TO WS-DV-COURS(WS-IDX-TROUVE).
           DISPLAY "Date de début d'effet (AAAAMMJJ) :".
           PERFORM SAISIR-DATE-COURS.
           MOVE WS-SAISIE-DATE TO WS-DV-DEBUT(WS-IDX-TROUVE).
           DISPLAY "Date de fin d'effet (AAAAMMJJ, 0 = sans fin) :".
           PERFORM SAISIR-DATE-COURS.
           MOVE WS-SAISIE-DATE TO WS-DV-FIN(WS-IDX-TROUVE).

      *    Paragraphe pour saisir la valeur du cours, en reprenant
      *    la saisie tant qu'elle n'est pas un nombre strictement
      *    positif (un cours nul convertirait tout montant à zéro)
           SAISIR-VALEUR-COURS.
           ACCEPT WS-SAISIE-COURS.
           IF FUNCTION TEST-NUMVAL(WS-SAISIE-COURS) = 0 THEN
                IF FUNCTION NUMVAL(WS-SAISIE-COURS) > 0
                     AND FUNCTION NUMVAL(WS-SAISIE-COURS) < 100000
                     THEN
                     COMPUTE WS-COURS-NUM =
                          FUNCTION NUMVAL(WS-SAISIE-COURS)
                ELSE
                     PERFORM MESSAGE-ERREUR
                     PERFORM SAISIR-VALEUR-COURS
                END-IF
           ELSE
                PERFORM MESSAGE-ERREUR
                PERFORM SAISIR-VALEUR-COURS
           END-IF.

      *    Paragraphe pour saisir une date d'effet, en reprenant la
      *    saisie tant qu'elle n'est pas numérique
           SAISIR-DATE-COURS.
           ACCEPT WS-SAISIE-DATE.
           IF WS-SAISIE-DATE IS NOT NUMERIC THEN
                PERFORM MESSAGE-ERREUR
                PERFORM SAISIR-DATE-COURS
           END-IF.

      *    Paragraphe pour lister le contenu de la table des cours
           LISTER-DEVISES.
           IF WS-NB-DEVISES = 0 THEN
                DISPLAY "Aucun cours dans la table."
           ELSE
                PERFORM LISTER-UNE-DEVISE
                     VARYING WS-IDX-DEVISE FROM 1 BY 1
                     UNTIL WS-IDX-DEVISE > WS-NB-DEVISES
           END-IF.

      *    Paragraphe pour lister une entrée de la table
           LISTER-UNE-DEVISE.
           MOVE WS-DV-COURS(WS-IDX-DEVISE) TO WS-COURS-EDIT.
           DISPLAY WS-DV-SOURCE(WS-IDX-DEVISE) "/"
                WS-DV-CIBLE(WS-IDX-DEVISE) " "
                FUNCTION TRIM(WS-COURS-EDIT) " du "
                WS-DV-DEBUT(WS-IDX-DEVISE) " au "
                WS-DV-FIN(WS-IDX-DEVISE).

      *    Paragraphe pour construire la clé d'audit de la période
      *    désignée par l'indice trouvé : la paire et la date de
      *    début d'effet (la clé logique de la table) ; pour une
      *    modification, c'est la date de début d'avant la saisie
           CONSTRUIRE-CLE-AUDIT.
           MOVE SPACES TO WS-AUDIT-CLE.
           STRING WS-DV-SOURCE(WS-IDX-TROUVE) DELIMITED BY SIZE
                "/" DELIMITED BY SIZE
                WS-DV-CIBLE(WS-IDX-TROUVE) DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                WS-DV-DEBUT(WS-IDX-TROUVE) DELIMITED BY SIZE
                INTO WS-AUDIT-CLE.

      *    Paragraphe pour construire l'image d'audit de la période
      *    désignée par l'indice trouvé
           CONSTRUIRE-IMAGE-DEVISE.
           MOVE SPACES TO WS-IMAGE-DEVISE.
           MOVE WS-DV-SOURCE(WS-IDX-TROUVE) TO WS-IMG-SOURCE.
           MOVE WS-DV-CIBLE(WS-IDX-TROUVE) TO WS-IMG-CIBLE.
           MOVE WS-DV-COURS(WS-IDX-TROUVE) TO WS-IMG-COURS.
           MOVE WS-DV-DEBUT(WS-IDX-TROUVE) TO WS-IMG-DEBUT.
           MOVE WS-DV-FIN(WS-IDX-TROUVE) TO WS-IMG-FIN.

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
                     MOVE "DEVISES.DAT" TO MAU-FICHIER
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
