           AUTHOR SIBORY G.
      *    Rapport d'activité journalier construit sur le journal
      *    CALCLOG : volumes par opération, volumes et erreurs par
      *    opérateur, taux d'erreur global et répartition par heure ;
      *    le rapport est aussi écrit, paginé, dans le fichier
      *    d'impression CALCRPT.aaaammjj.RPT (date du rapport)


       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLOTURE-STATUS.

      *    Fichier d'impression du rapport, nommé d'après
      *    la date du rapport (le nom est construit à l'exécution
      *    dans WS-NOM-IMPRESSION)
           SELECT IMPRESSION-FILE ASSIGN USING WS-NOM-IMPRESSION
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IMPRESSION-STATUS.

       DATA DIVISION.

       FILE SECTION.
           05  CLR-STATUT PIC X(7).
           05  FILLER PIC X(1).
           05  CLR-RESULT2 PIC X(20).
           05  FILLER PIC X(1).
      *    Paire de devises d'une conversion ou code de taux d'un
      *    pourcentage calculé par code (à blanc sinon)
           05  CLR-REFERENCE PIC X(7).

      *    Ombre indexée du journal, même dessin que dans Exocalc
       FD  CALCIDX-FILE.
           05  CIX-CLE.
               10  CIX-TIMESTAMP PIC X(21).
               10  CIX-SEQUENCE PIC 9(6).
           05  CIX-LIGNE PIC X(146).

      *    Fichier des clôtures de journée (même dessin que dans
      *    Cloture)
           05  FILLER PIC X(1).
           05  CLO-TIMESTAMP PIC X(21).

       FD  IMPRESSION-FILE.
       01  IMPRESSION-RECORD PIC X(132).

       WORKING-STORAGE SECTION.

      *    Les variables pour la lecture du journal

      *    Les compteurs de volume par type d'opération
       01  WS-NB-PAR-OPERATION.
           05  WS-NB-OPE PIC 9(6) OCCURS 12 TIMES VALUE 0.
       01  WS-LIBELLE-OPERATION PIC X(15).
       01  WS-IDX-OPE PIC 9(2).

       01  WS-NB-EDIT PIC Z(5)9.
       01  WS-NB-EDIT2 PIC Z(5)9.

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

      *    Le code retour remis à l'ordonnanceur (8 : fichier
      *    d'impression impossible à ouvrir, rapport non produit)
       01  WS-CODE-RETOUR PIC 9(2) VALUE 0.

       PROCEDURE DIVISION.

           PERFORM SAISIR-DATE-RAPPORT
                     PERFORM EDITER-RAPPORT
                END-IF
           END-IF
           MOVE WS-CODE-RETOUR TO RETURN-CODE
           STOP RUN.

      *    Paragraphe pour choisir l'accès au journal : l'ombre
           END-IF.

      *    Paragraphe pour cumuler la ligne dans le compteur du type
      *    d'opération (la 12e entrée recueille les opérations
      *    inconnues)
           CUMULER-OPERATION.
           EVALUATE CLR-OPERATION
                WHEN "POURCENTAGE" ADD 1 TO WS-NB-OPE(8)
                WHEN "AMORTISSEMENT" ADD 1 TO WS-NB-OPE(9)
                WHEN "INTERETS COMP." ADD 1 TO WS-NB-OPE(10)
                WHEN "CONVERSION" ADD 1 TO WS-NB-OPE(11)
                WHEN OTHER ADD 1 TO WS-NB-OPE(12)
           END-EVALUATE.

      *    Paragraphe pour cumuler la ligne dans la table des
                END-IF
           END-IF.

      *    Paragraphe pour éditer le rapport d'activité journalier,
      *    à l'écran et dans le fichier d'impression
           EDITER-RAPPORT.
           STRING WS-DATE-DEMANDEE(7:2) "/"
                WS-DATE-DEMANDEE(5:2) "/"
                WS-DATE-DEMANDEE(1:4)
                DELIMITED BY SIZE INTO WS-DATE-EDITEE.
           PERFORM OUVRIR-IMPRESSION.
           MOVE "======================================"
                TO WS-LIGNE-IMPRESSION.
           PERFORM IMPRIMER-LIGNE.
           MOVE SPACES TO WS-LIGNE-IMPRESSION.
           STRING "Rapport d'activité du " WS-DATE-EDITEE
                DELIMITED BY SIZE INTO WS-LIGNE-IMPRESSION.
           PERFORM IMPRIMER-LIGNE.
           MOVE "======================================"
                TO WS-LIGNE-IMPRESSION.
           PERFORM IMPRIMER-LIGNE.
           PERFORM CONTROLER-CLOTURE-DATE.
           IF WS-JOURNEE-CLOSE = "N" THEN
                MOVE SPACES TO WS-LIGNE-IMPRESSION
                STRING "Attention ! Journée non clôturée, les"
                     " chiffres peuvent encore évoluer."
                     DELIMITED BY SIZE INTO WS-LIGNE-IMPRESSION
                PERFORM IMPRIMER-LIGNE
           END-IF.
           MOVE WS-NB-TOTAL TO WS-NB-EDIT.
           MOVE SPACES TO WS-LIGNE-IMPRESSION.
           STRING "Opérations journalisées : "
                FUNCTION TRIM(WS-NB-EDIT)
                DELIMITED BY SIZE INTO WS-LIGNE-IMPRESSION.
           PERFORM IMPRIMER-LIGNE.
           IF WS-NB-TOTAL = 0 THEN
                MOVE "Aucune activité pour cette date."
                     TO WS-LIGNE-IMPRESSION
                PERFORM IMPRIMER-LIGNE
           ELSE
                PERFORM EDITER-VOLUMES-OPERATIONS
                PERFORM EDITER-VOLUMES-OPERATEURS
                PERFORM EDITER-TAUX-ERREUR
                PERFORM EDITER-VOLUMES-HEURES
           END-IF.
           MOVE SPACES TO WS-ENTETE-COLONNES.
           MOVE "======================================"
                TO WS-LIGNE-IMPRESSION.
           PERFORM IMPRIMER-LIGNE.
           PERFORM FERMER-IMPRESSION.

      *    Paragraphe pour chercher la date du rapport dans le
      *    fichier des clôtures (fichier absent : aucune journée

      *    Paragraphe pour éditer les volumes par type d'opération
           EDITER-VOLUMES-OPERATIONS.
           MOVE SPACES TO WS-ENTETE-COLONNES.
           MOVE "......................................"
                TO WS-LIGNE-IMPRESSION.
           PERFORM IMPRIMER-LIGNE.
           MOVE "Volume par opération" TO WS-ENTETE-COLONNES.
           MOVE WS-ENTETE-COLONNES TO WS-LIGNE-IMPRESSION.
           PERFORM IMPRIMER-LIGNE.
           PERFORM EDITER-LIGNE-OPERATION
                VARYING WS-IDX-OPE FROM 1 BY 1
                UNTIL WS-IDX-OPE > 12.

      *    Paragraphe pour éditer une ligne de volume d'un type
      *    d'opération (les types sans activité sont omis)
                          TO WS-LIBELLE-OPERATION
                     WHEN 10 MOVE "INTERETS COMP."
                          TO WS-LIBELLE-OPERATION
                     WHEN 11 MOVE "CONVERSION"
                          TO WS-LIBELLE-OPERATION
                     WHEN OTHER MOVE "AUTRES"
                          TO WS-LIBELLE-OPERATION
                END-EVALUATE
                MOVE WS-NB-OPE(WS-IDX-OPE) TO WS-NB-EDIT
                MOVE SPACES TO WS-LIGNE-IMPRESSION
                STRING WS-LIBELLE-OPERATION " : "
                     FUNCTION TRIM(WS-NB-EDIT)
                     DELIMITED BY SIZE INTO WS-LIGNE-IMPRESSION
                PERFORM IMPRIMER-LIGNE
           END-IF.

      *    Paragraphe pour éditer les volumes et erreurs par
      *    opérateur
           EDITER-VOLUMES-OPERATEURS.
           MOVE SPACES TO WS-ENTETE-COLONNES.
           MOVE "......................................"
                TO WS-LIGNE-IMPRESSION.
           PERFORM IMPRIMER-LIGNE.
           MOVE "Volume et erreurs par opérateur"
                TO WS-ENTETE-COLONNES.
           MOVE WS-ENTETE-COLONNES TO WS-LIGNE-IMPRESSION.
           PERFORM IMPRIMER-LIGNE.
           PERFORM EDITER-LIGNE-OPERATEUR
                VARYING WS-IDX-OPER FROM 1 BY 1
                UNTIL WS-IDX-OPER > WS-NB-OPERATEURS.
           EDITER-LIGNE-OPERATEUR.
           MOVE WS-OPER-NB(WS-IDX-OPER) TO WS-NB-EDIT.
           MOVE WS-OPER-NB-ERREURS(WS-IDX-OPER) TO WS-NB-EDIT2.
           MOVE SPACES TO WS-LIGNE-IMPRESSION.
           STRING WS-OPER-ID(WS-IDX-OPER) " : "
                FUNCTION TRIM(WS-NB-EDIT) " opération(s), "
                FUNCTION TRIM(WS-NB-EDIT2) " erreur(s)"
                DELIMITED BY SIZE INTO WS-LIGNE-IMPRESSION.
           PERFORM IMPRIMER-LIGNE.

      *    Paragraphe pour éditer le taux d'erreur de la journée
           EDITER-TAUX-ERREUR.
           MOVE SPACES TO WS-ENTETE-COLONNES.
           MOVE "......................................"
                TO WS-LIGNE-IMPRESSION.
           PERFORM IMPRIMER-LIGNE.
           MOVE WS-NB-ERREURS TO WS-NB-EDIT.
           COMPUTE WS-TAUX-ERREUR ROUNDED =
                WS-NB-ERREURS * 100 / WS-NB-TOTAL.
           MOVE WS-TAUX-ERREUR TO WS-TAUX-EDIT.
           MOVE SPACES TO WS-LIGNE-IMPRESSION.
           STRING "Erreurs : " FUNCTION TRIM(WS-NB-EDIT)
                "  Taux d'erreur : " FUNCTION TRIM(WS-TAUX-EDIT)
                " %"
                DELIMITED BY SIZE INTO WS-LIGNE-IMPRESSION.
           PERFORM IMPRIMER-LIGNE.

      *    Paragraphe pour éditer la répartition des volumes par
      *    heure de la journée
           EDITER-VOLUMES-HEURES.
           MOVE SPACES TO WS-ENTETE-COLONNES.
           MOVE "......................................"
                TO WS-LIGNE-IMPRESSION.
           PERFORM IMPRIMER-LIGNE.
           MOVE "Répartition par heure" TO WS-ENTETE-COLONNES.
           MOVE WS-ENTETE-COLONNES TO WS-LIGNE-IMPRESSION.
           PERFORM IMPRIMER-LIGNE.
           PERFORM EDITER-LIGNE-HEURE
                VARYING WS-IDX-HEURE FROM 1 BY 1
                UNTIL WS-IDX-HEURE > 24.
                MOVE WS-NB-HEURE(WS-IDX-HEURE) TO WS-NB-EDIT
                MOVE WS-IDX-HEURE TO WS-HEURE-NUM
                SUBTRACT 1 FROM WS-HEURE-NUM
                MOVE SPACES TO WS-LIGNE-IMPRESSION
                STRING WS-HEURE-NUM "h : "
                     FUNCTION TRIM(WS-NB-EDIT)
                     DELIMITED BY SIZE INTO WS-LIGNE-IMPRESSION
                PERFORM IMPRIMER-LIGNE
           END-IF.

      *    Paragraphe pour ouvrir le fichier d'impression du
      *    rapport, nommé d'après la date du rapport
           OUVRIR-IMPRESSION.
           MOVE FUNCTION CURRENT-DATE TO WS-HORODATAGE-EXEC.
           MOVE SPACES TO WS-NOM-IMPRESSION.
           STRING "CALCRPT." WS-DATE-DEMANDEE ".RPT"
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
           MOVE "Calcrpt" TO WS-LIGNE-EN-TETE(1:8).
           MOVE "RAPPORT D'ACTIVITE JOURNALIER"
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
                "     Rapport du " WS-DATE-EDITEE
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
