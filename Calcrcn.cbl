      *    un rapport d'exceptions PASS/FAIL ; le code retour remis
      *    à l'ordonnanceur vaut 0 si tout rapproche, 4 si au moins
      *    une exécution ne rapproche pas, 8 si le journal des
      *    exécutions est illisible ; le rapport est aussi écrit,
      *    paginé, dans le fichier d'impression CALCRCN.aaaammjj.RPT
      *    (date du rapprochement)


       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CALCLOG-STATUS.

      *    Fichier d'impression du rapport, nommé d'après
      *    la date du rapprochement (le nom est construit à l'exécution
      *    dans WS-NOM-IMPRESSION)
           SELECT IMPRESSION-FILE ASSIGN USING WS-NOM-IMPRESSION
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IMPRESSION-STATUS.

       DATA DIVISION.

       FILE SECTION.
      *    les enregistrements antérieurs à l'ajout de la zone,
      *    traité comme la soumission par défaut BATCHIN.DAT
           05  RJR-FICHIER PIC X(21).
           05  FILLER PIC X(1).
      *    Résultat du contrôle d'intégrité de la soumission,
      *    département et séquence de son en-tête
           05  RJR-CONTROLE PIC X(4).
           05  FILLER PIC X(1).
           05  RJR-DEPARTEMENT PIC X(10).
           05  FILLER PIC X(1).
           05  RJR-SEQUENCE PIC 9(6).

      *    Rapport batch ; seul l'identifiant opérateur est
      *    interprété ici, le reste de l'enregistrement est ignoré
       FD  BATCH-REPORT-FILE.
       01  BATCH-REPORT-RECORD.
           05  BRR-OPERATOR-ID PIC X(8).
           05  FILLER PIC X(116).

      *    Fichier journal des calculs (piste d'audit) ; seuls
      *    l'horodatage et l'identifiant opérateur sont interprétés
           05  CLR-TIMESTAMP PIC X(21).
           05  FILLER PIC X(1).
           05  CLR-OPERATOR-ID PIC X(8).
           05  FILLER PIC X(116).

       FD  IMPRESSION-FILE.
       01  IMPRESSION-RECORD PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-NB-EDIT3 PIC Z(5)9.
       01  WS-HEURE-EDITEE PIC X(8).

      *    Les variables pour le fichier d'impression du rapport :
      *    pages de longueur fixe, en-tête de page avec le nom du
      *    programme, la date et l'heure d'exécution, la période du
      *    rapport et le numéro de page ; l'en-tête de colonnes de
      *    la partie en cours est répété en haut de chaque page
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

           PERFORM SAISIR-DATE-RAPPROCHEMENT
           IF WS-CODE-RETOUR NOT = 8 THEN
                PERFORM EDITER-EN-TETE
                IF WS-NB-RUNS = 0 THEN
                     MOVE "Aucune exécution batch pour cette date."
                          TO WS-LIGNE-IMPRESSION
                     PERFORM IMPRIMER-LIGNE
                ELSE
                     PERFORM RAPPROCHER-RUN
                          VARYING WS-IDX-RUN FROM 1 BY 1
                WS-DATE-DEMANDEE(5:2) "/"
                WS-DATE-DEMANDEE(1:4)
                DELIMITED BY SIZE INTO WS-DATE-EDITEE.
           PERFORM OUVRIR-IMPRESSION.
           MOVE "======================================"
                TO WS-LIGNE-IMPRESSION.
           PERFORM IMPRIMER-LIGNE.
           MOVE SPACES TO WS-LIGNE-IMPRESSION.
           STRING "Rapprochement batch du " WS-DATE-EDITEE
                DELIMITED BY SIZE INTO WS-LIGNE-IMPRESSION.
           PERFORM IMPRIMER-LIGNE.
           MOVE "======================================"
                TO WS-LIGNE-IMPRESSION.
           PERFORM IMPRIMER-LIGNE.
           MOVE "Verdict, début, opérateur, volumes écrits/relevés"
                TO WS-ENTETE-COLONNES.

      *    Paragraphe pour éditer la ligne de verdict d'une
      *    exécution : volumes annoncés, volumes relevés et
           MOVE WS-RUN-NB-ECRITS(WS-IDX-RUN) TO WS-NB-EDIT.
           MOVE WS-NB-RAPPORT TO WS-NB-EDIT2.
           MOVE WS-NB-JOURNAL TO WS-NB-EDIT3.
           MOVE SPACES TO WS-LIGNE-IMPRESSION.
           IF WS-RUN-RAPPROCHE = "Y" THEN
                MOVE "PASS" TO WS-LIGNE-IMPRESSION(1:4)
           ELSE
                MOVE "FAIL" TO WS-LIGNE-IMPRESSION(1:4)
           END-IF.
           STRING WS-HEURE-EDITEE " "
                WS-RUN-OPER(WS-IDX-RUN)
                " écrits=" FUNCTION TRIM(WS-NB-EDIT)
                " rapport=" FUNCTION TRIM(WS-NB-EDIT2)
                " journal=" FUNCTION TRIM(WS-NB-EDIT3)
                DELIMITED BY SIZE INTO WS-LIGNE-IMPRESSION(6:127).
           PERFORM IMPRIMER-LIGNE.

      *    Paragraphe pour éditer le bilan du rapprochement et
      *    positionner le code retour remis à l'ordonnanceur
           EDITER-BILAN.
           MOVE SPACES TO WS-ENTETE-COLONNES.
           MOVE "======================================"
                TO WS-LIGNE-IMPRESSION.
           PERFORM IMPRIMER-LIGNE.
           MOVE WS-NB-RUNS TO WS-NB-EDIT.
           MOVE SPACES TO WS-LIGNE-IMPRESSION.
           STRING "Exécutions contrôlées : "
                FUNCTION TRIM(WS-NB-EDIT)
                DELIMITED BY SIZE INTO WS-LIGNE-IMPRESSION.
           PERFORM IMPRIMER-LIGNE.
           MOVE WS-NB-ECHECS TO WS-NB-EDIT.
           MOVE SPACES TO WS-LIGNE-IMPRESSION.
           STRING "Exécutions en échec   : "
                FUNCTION TRIM(WS-NB-EDIT)
                DELIMITED BY SIZE INTO WS-LIGNE-IMPRESSION.
           PERFORM IMPRIMER-LIGNE.
           MOVE "======================================"
                TO WS-LIGNE-IMPRESSION.
           PERFORM IMPRIMER-LIGNE.
           PERFORM FERMER-IMPRESSION.
           IF WS-NB-ECHECS > 0 AND WS-CODE-RETOUR < 4 THEN
                MOVE 4 TO WS-CODE-RETOUR
           END-IF.

      *    Paragraphe pour ouvrir le fichier d'impression du
      *    rapport, nommé d'après la date du rapprochement
           OUVRIR-IMPRESSION.
           MOVE FUNCTION CURRENT-DATE TO WS-HORODATAGE-EXEC.
           MOVE SPACES TO WS-NOM-IMPRESSION.
           STRING "CALCRCN." WS-DATE-DEMANDEE ".RPT"
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

      *    Paragraphe pour afficher une ligne du rapport et l'écrire
      *    dans le fichier d'impression, en commençant une nouvelle
      *    page quand la page en cours est pleine
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
      *    d'exécution et période du rapport, puis l'en-tête de
      *    colonnes de la partie en cours (sauf si la ligne à
      *    imprimer est cet en-tête lui-même)
           IMPRIMER-EN-TETE-PAGE.
           ADD 1 TO WS-NO-PAGE.
           MOVE WS-NO-PAGE TO WS-PAGE-EDIT.
           MOVE SPACES TO WS-LIGNE-EN-TETE.
           MOVE "Calcrcn" TO WS-LIGNE-EN-TETE(1:8).
           MOVE "RAPPROCHEMENT DES EXECUTIONS BATCH"
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
                "     Rapprochement du " WS-DATE-EDITEE
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
      *    ligne de fin de rapport et le fermer
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
