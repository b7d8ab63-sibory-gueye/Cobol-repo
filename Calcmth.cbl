      *    totaux avec le mois précédent, et ventilation des volumes
      *    par département en résolvant chaque identifiant opérateur
      *    dans le fichier maître OPERMAST (refacturation des
      *    départements utilisateurs) ; le rapport est aussi écrit,
      *    paginé, dans le fichier d'impression CALCMTH.aaaamm.RPT
      *    (mois du rapport)


       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPER-STATUS.

      *    Fichier d'impression du rapport, nommé d'après
      *    le mois du rapport (le nom est construit à l'exécution
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

      *    Fichier maître des opérateurs (même dessin que dans
      *    Opermnt) ; seuls l'identifiant et le département sont
           05  FILLER PIC X(1).
           05  OM-NIVEAU PIC 9(1).

       FD  IMPRESSION-FILE.
       01  IMPRESSION-RECORD PIC X(132).

       WORKING-STORAGE SECTION.

      *    Les variables pour les fichiers
       01  WS-ECART-EDIT PIC +(6)9.
       01  WS-DATE-LIGNE PIC X(8).

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

           PERFORM SAISIR-MOIS-RAPPORT
           IF WS-CALCLOG-STATUS = "00" THEN
                PERFORM EDITER-RAPPORT
           END-IF
           MOVE WS-CODE-RETOUR TO RETURN-CODE
           STOP RUN.

      *    Paragraphe pour saisir le mois du rapport, depuis la

      *    Paragraphe pour éditer le rapport de tendance mensuel
           EDITER-RAPPORT.
           PERFORM OUVRIR-IMPRESSION.
           MOVE "======================================"
                TO WS-LIGNE-IMPRESSION.
           PERFORM IMPRIMER-LIGNE.
           MOVE SPACES TO WS-LIGNE-IMPRESSION.
           STRING "Rapport mensuel " WS-MOIS-DEMANDE(5:2) "/"
                WS-MOIS-DEMANDE(1:4)
                DELIMITED BY SIZE INTO WS-LIGNE-IMPRESSION.
           PERFORM IMPRIMER-LIGNE.
           MOVE "======================================"
                TO WS-LIGNE-IMPRESSION.
           PERFORM IMPRIMER-LIGNE.
           MOVE WS-NB-TOTAL TO WS-NB-EDIT.
           MOVE SPACES TO WS-LIGNE-IMPRESSION.
           STRING "Opérations journalisées : "
                FUNCTION TRIM(WS-NB-EDIT)
                DELIMITED BY SIZE INTO WS-LIGNE-IMPRESSION.
           PERFORM IMPRIMER-LIGNE.
           IF WS-NB-TOTAL = 0 THEN
                MOVE "Aucune activité pour ce mois."
                     TO WS-LIGNE-IMPRESSION
                PERFORM IMPRIMER-LIGNE
           ELSE
                PERFORM EDITER-VOLUMES-JOURS
                PERFORM EDITER-TAUX-ERREUR-MOIS
                PERFORM EDITER-VOLUMES-DEPARTEMENTS
           END-IF.
           PERFORM EDITER-COMPARAISON.
           MOVE SPACES TO WS-ENTETE-COLONNES.
           MOVE "======================================"
                TO WS-LIGNE-IMPRESSION.
           PERFORM IMPRIMER-LIGNE.
           PERFORM FERMER-IMPRESSION.

      *    Paragraphe pour éditer les volumes et taux d'erreur jour
      *    par jour
           EDITER-VOLUMES-JOURS.
           MOVE SPACES TO WS-ENTETE-COLONNES.
           MOVE "......................................"
                TO WS-LIGNE-IMPRESSION.
           PERFORM IMPRIMER-LIGNE.
           MOVE "Volume et erreurs par jour" TO WS-ENTETE-COLONNES.
           MOVE WS-ENTETE-COLONNES TO WS-LIGNE-IMPRESSION.
           PERFORM IMPRIMER-LIGNE.
           PERFORM EDITER-LIGNE-JOUR
                VARYING WS-IDX-JOUR FROM 1 BY 1
                UNTIL WS-IDX-JOUR > 31.
                     / WS-JOUR-NB(WS-IDX-JOUR)
                MOVE WS-TAUX-ERREUR TO WS-TAUX-EDIT
                MOVE WS-IDX-JOUR TO WS-JOUR-NUM
                MOVE SPACES TO WS-LIGNE-IMPRESSION
                STRING "Jour " WS-JOUR-NUM " : "
                     FUNCTION TRIM(WS-NB-EDIT) " opération(s), "
                     FUNCTION TRIM(WS-NB-EDIT2) " erreur(s), "
                     FUNCTION TRIM(WS-TAUX-EDIT) " %"
                     DELIMITED BY SIZE INTO WS-LIGNE-IMPRESSION
                PERFORM IMPRIMER-LIGNE
           END-IF.

      *    Paragraphe pour éditer le taux d'erreur du mois
           EDITER-TAUX-ERREUR-MOIS.
           MOVE SPACES TO WS-ENTETE-COLONNES.
           MOVE "......................................"
                TO WS-LIGNE-IMPRESSION.
           PERFORM IMPRIMER-LIGNE.
           MOVE WS-NB-ERREURS TO WS-NB-EDIT.
           COMPUTE WS-TAUX-ERREUR ROUNDED =
                WS-NB-ERREURS * 100 / WS-NB-TOTAL.
           MOVE WS-TAUX-ERREUR TO WS-TAUX-EDIT.
           MOVE SPACES TO WS-LIGNE-IMPRESSION.
           STRING "Erreurs du mois : " FUNCTION TRIM(WS-NB-EDIT)
                "  Taux d'erreur : " FUNCTION TRIM(WS-TAUX-EDIT)
                " %"
                DELIMITED BY SIZE INTO WS-LIGNE-IMPRESSION.
           PERFORM IMPRIMER-LIGNE.

      *    Paragraphe pour éditer la ventilation des volumes par
      *    département
           EDITER-VOLUMES-DEPARTEMENTS.
           MOVE SPACES TO WS-ENTETE-COLONNES.
           MOVE "......................................"
                TO WS-LIGNE-IMPRESSION.
           PERFORM IMPRIMER-LIGNE.
           MOVE "Ventilation par département" TO WS-ENTETE-COLONNES.
           MOVE WS-ENTETE-COLONNES TO WS-LIGNE-IMPRESSION.
           PERFORM IMPRIMER-LIGNE.
           PERFORM EDITER-LIGNE-DEPARTEMENT
                VARYING WS-IDX-DEPT FROM 1 BY 1
                UNTIL WS-IDX-DEPT > WS-NB-DEPARTEMENTS.
           EDITER-LIGNE-DEPARTEMENT.
           MOVE WS-DEPT-NB(WS-IDX-DEPT) TO WS-NB-EDIT.
           MOVE WS-DEPT-NB-ERREURS(WS-IDX-DEPT) TO WS-NB-EDIT2.
           MOVE SPACES TO WS-LIGNE-IMPRESSION.
           STRING WS-DEPT-NOM(WS-IDX-DEPT) " : "
                FUNCTION TRIM(WS-NB-EDIT) " opération(s), "
                FUNCTION TRIM(WS-NB-EDIT2) " erreur(s)"
                DELIMITED BY SIZE INTO WS-LIGNE-IMPRESSION.
           PERFORM IMPRIMER-LIGNE.

      *    Paragraphe pour éditer la comparaison des totaux avec le
      *    mois précédent
           EDITER-COMPARAISON.
           MOVE SPACES TO WS-ENTETE-COLONNES.
           MOVE "......................................"
                TO WS-LIGNE-IMPRESSION.
           PERFORM IMPRIMER-LIGNE.
           MOVE SPACES TO WS-LIGNE-IMPRESSION.
           STRING "Comparaison avec le mois "
                WS-MOIS-PRECEDENT(5:2) "/" WS-MOIS-PRECEDENT(1:4)
                DELIMITED BY SIZE INTO WS-LIGNE-IMPRESSION.
           PERFORM IMPRIMER-LIGNE.
           MOVE WS-NB-TOTAL-PREC TO WS-NB-EDIT.
           MOVE WS-NB-ERREURS-PREC TO WS-NB-EDIT2.
           MOVE SPACES TO WS-LIGNE-IMPRESSION.
           STRING "Mois précédent : " FUNCTION TRIM(WS-NB-EDIT)
                " opération(s), " FUNCTION TRIM(WS-NB-EDIT2)
                " erreur(s)"
                DELIMITED BY SIZE INTO WS-LIGNE-IMPRESSION.
           PERFORM IMPRIMER-LIGNE.
           COMPUTE WS-ECART = WS-NB-TOTAL - WS-NB-TOTAL-PREC.
           MOVE WS-ECART TO WS-ECART-EDIT.
           MOVE SPACES TO WS-LIGNE-IMPRESSION.
           STRING "Écart de volume : "
                FUNCTION TRIM(WS-ECART-EDIT)
                DELIMITED BY SIZE INTO WS-LIGNE-IMPRESSION.
           PERFORM IMPRIMER-LIGNE.

      *    Paragraphe pour ouvrir le fichier d'impression du
      *    rapport, nommé d'après le mois du rapport
           OUVRIR-IMPRESSION.
           MOVE FUNCTION CURRENT-DATE TO WS-HORODATAGE-EXEC.
           MOVE SPACES TO WS-NOM-IMPRESSION.
           STRING "CALCMTH." WS-MOIS-DEMANDE ".RPT"
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
           MOVE "Calcmth" TO WS-LIGNE-EN-TETE(1:8).
           MOVE "RAPPORT DE TENDANCE MENSUEL"
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
                "     Mois du rapport " WS-MOIS-DEMANDE(5:2) "/"
                WS-MOIS-DEMANDE(1:4)
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
