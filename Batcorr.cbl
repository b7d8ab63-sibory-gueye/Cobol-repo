      *    lignes corrigées dans un fichier de resoumission ; chaque
      *    modification part dans le fichier d'audit des corrections
      *    BATCHCOR.DAT (qui a changé quoi, ancienne et nouvelle
      *    valeur) ; une ligne de conversion est revalidée contre
      *    la table des cours de change DEVISES.DAT


       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TAUX-STATUS.

      *    Table des cours de change, pour revalider la paire de
      *    devises d'une ligne de conversion
           SELECT DEVISE-FILE ASSIGN TO "DEVISES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEVISE-STATUS.

       DATA DIVISION.

       FILE SECTION.
           05  FILLER PIC X(1).
           05  TX-DATE-FIN PIC 9(8).

      *    Table des cours de change (même dessin que dans Devmnt)
       FD  DEVISE-FILE.
       01  DEVISE-RECORD.
           05  DEV-SOURCE PIC X(3).
           05  FILLER PIC X(1).
           05  DEV-CIBLE PIC X(3).
           05  FILLER PIC X(1).
           05  DEV-COURS PIC 9(5)V9999.
           05  FILLER PIC X(1).
           05  DEV-DATE-DEBUT PIC 9(8).
           05  FILLER PIC X(1).
           05  DEV-DATE-FIN PIC 9(8).

       WORKING-STORAGE SECTION.

      *    Les variables pour les fichiers
       01  WS-TAUX-STATUS PIC X(2).
       01  WS-REJET-EOF PIC X(1) VALUE "N".
       01  WS-TAUX-EOF PIC X(1) VALUE "N".
       01  WS-DEVISE-STATUS PIC X(2).
       01  WS-DEVISE-EOF PIC X(1) VALUE "N".

      *    Les noms des fichiers de travail ; le nom de la
      *    resoumission est dérivé de la racine du nom des rejets
       01  WS-CODE-TAUX PIC X(6) VALUE SPACES.
       01  WS-DATE-JOUR PIC 9(8).

      *    Les variables pour la résolution d'une paire de devises,
      *    comme dans Exocalc
       01  WS-DEVISE-TROUVEE PIC X(1) VALUE "N".
       01  WS-DEVISE-SOURCE PIC X(3) VALUE SPACES.
       01  WS-DEVISE-CIBLE PIC X(3) VALUE SPACES.

      *    Les compteurs de la génération de la resoumission
       01  WS-NB-RESOUMIS PIC 9(3) VALUE 0.
       01  WS-NB-RESTANTS PIC 9(3) VALUE 0.
      *    Paragraphe pour décoder un code motif de rejet en clair
           DECODER-MOTIF.
           EVALUATE WS-REJ-CODE(WS-IDX-REJET)
                WHEN "OPER" MOVE "code opération invalide (0 à 9)"
                     TO WS-LIBELLE-REJET
                WHEN "NBR1" MOVE "premier opérande non numérique"
                     TO WS-LIBELLE-REJET
                     TO WS-LIBELLE-REJET
                WHEN "LIMI" MOVE "opérande au-delà de la limite"
                     TO WS-LIBELLE-REJET
                WHEN "DEVI" MOVE "paire de devises sans cours"
                     TO WS-LIBELLE-REJET
                WHEN OTHER MOVE "motif inconnu"
                     TO WS-LIBELLE-REJET
           END-EVALUATE.
           VALIDER-LIGNE-CORRIGEE.
           MOVE "Y" TO WS-LIGNE-VALIDE.
           MOVE SPACES TO WS-CODE-REJET.
           IF WT-OPERATION IS NOT NUMERIC THEN
                MOVE "N" TO WS-LIGNE-VALIDE
                MOVE "OPER" TO WS-CODE-REJET
           ELSE IF WT-CHAIN NOT = "C" AND WT-CHAIN NOT = "N"
                MOVE "NBR1" TO WS-CODE-REJET
           ELSE IF WN-NBR2 IS NOT NUMERIC
                AND NOT (WN-OPERATION = 6 AND WT-NBR2 = SPACES)
                AND WN-OPERATION NOT = 8
                AND WN-OPERATION NOT = 0 THEN
                MOVE "N" TO WS-LIGNE-VALIDE
                MOVE "NBR2" TO WS-CODE-REJET
           ELSE IF WN-OPERATION = 0 THEN
                PERFORM RESOUDRE-DEVISE
                IF WS-DEVISE-TROUVEE = "N" THEN
                     MOVE "N" TO WS-LIGNE-VALIDE
                     MOVE "DEVI" TO WS-CODE-REJET
                END-IF
           ELSE IF WN-OPERATION = 8
                AND WN-NBR2 IS NOT NUMERIC THEN
                MOVE WT-NBR2(1:6) TO WS-CODE-TAUX
                PERFORM LIRE-TAUX-TABLE
           END-IF.

      *    Paragraphe pour retenir la paire de devises d'une ligne
      *    de conversion (codes ISO accolés en tête de la zone NBR2,
      *    le reste de la zone à blanc) et en chercher le cours
           RESOUDRE-DEVISE.
           MOVE WT-NBR2(1:3) TO WS-DEVISE-SOURCE.
           MOVE WT-NBR2(4:3) TO WS-DEVISE-CIBLE.
           IF WT-NBR2(7:11) = SPACES THEN
                PERFORM CHERCHER-DEVISE
           ELSE
                MOVE "N" TO WS-DEVISE-TROUVEE
           END-IF.

      *    Paragraphe pour chercher la paire de devises dans la
      *    table des cours de change, comme le fait Exocalc (une
      *    date de fin à zéro signifie un cours sans échéance)
           CHERCHER-DEVISE.
           MOVE "N" TO WS-DEVISE-TROUVEE.
           MOVE "N" TO WS-DEVISE-EOF.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-JOUR.
           OPEN INPUT DEVISE-FILE.
           IF WS-DEVISE-STATUS = "00" THEN
                PERFORM LIRE-DEVISE-TABLE
                PERFORM COMPARER-DEVISE-TABLE
                     UNTIL WS-DEVISE-EOF = "Y"
                     OR WS-DEVISE-TROUVEE = "Y"
                CLOSE DEVISE-FILE
           ELSE
                IF WS-DEVISE-STATUS NOT = "35" THEN
                     DISPLAY "Erreur ! Impossible d'ouvrir"
                          " DEVISES.DAT (statut "
                          FUNCTION TRIM(WS-DEVISE-STATUS) ")"
                END-IF
           END-IF.

      *    Paragraphe pour lire un enregistrement de la table des
      *    cours de change
           LIRE-DEVISE-TABLE.
           READ DEVISE-FILE
                AT END MOVE "Y" TO WS-DEVISE-EOF
           END-READ.

      *    Paragraphe pour comparer l'enregistrement lu avec la
      *    paire cherchée, en contrôlant la période d'effet et le
      *    cours, puis lire le suivant
           COMPARER-DEVISE-TABLE.
           IF DEV-SOURCE = WS-DEVISE-SOURCE
                AND DEV-CIBLE = WS-DEVISE-CIBLE
                AND DEV-COURS IS NUMERIC
                AND DEV-DATE-DEBUT IS NUMERIC
                AND DEV-DATE-FIN IS NUMERIC
                AND DEV-COURS > 0
                AND DEV-DATE-DEBUT <= WS-DATE-JOUR
                AND (DEV-DATE-FIN = 0
                     OR DEV-DATE-FIN >= WS-DATE-JOUR)
                THEN
                MOVE "Y" TO WS-DEVISE-TROUVEE
           ELSE
                PERFORM LIRE-DEVISE-TABLE
           END-IF.

      *    Paragraphe pour écrire la trace d'une correction retenue
      *    dans le fichier d'audit (statut "35" : première écriture,
      *    le fichier est créé)
                END-IF
           ELSE
                ADD 1 TO WS-NB-RESTANTS
           END-IF.
