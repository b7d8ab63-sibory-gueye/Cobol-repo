      *    journal vivant avec les seuls enregistrements récents, en
      *    éditant les totaux de contrôle (lus, archivés, conservés) ;
      *    aucune purge n'a lieu tant que l'archive n'est pas
      *    vérifiée ; chaque purge est consignée dans le manifeste
      *    CALCMAN.DAT (archive produite, date charnière, totaux de
      *    contrôle, premier et dernier horodatages archivés) que
      *    Calcvrf rapproche des fichiers présents sur disque ; le
      *    code retour remis à l'ordonnanceur vaut 8 dès qu'un
      *    fichier n'a pu être ouvert ou écrit, notamment quand la
      *    purge n'a pu être consignée au manifeste, ou quand
      *    l'archive du jour existe déjà (une seule purge par jour)


       ENVIRONMENT DIVISION.
               RECORD KEY IS CIX-CLE
               FILE STATUS IS WS-CALCIDX-STATUS.

      *    Manifeste des purges, en ajout d'une exécution à l'autre
           SELECT MANIFESTE-FILE ASSIGN TO "CALCMAN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MANIFESTE-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD  CALCLOG-FILE.
       01  CALCLOG-RECORD.
           05  CLR-TIMESTAMP PIC X(21).
           05  FILLER PIC X(125).

       FD  ARCHIVE-FILE.
       01  ARCHIVE-RECORD PIC X(146).

       FD  TRAVAIL-FILE.
       01  TRAVAIL-RECORD PIC X(146).

      *    Ombre indexée du journal, même dessin que dans Exocalc
       FD  CALCIDX-FILE.
           05  CIX-CLE.
               10  CIX-TIMESTAMP PIC X(21).
               10  CIX-SEQUENCE PIC 9(6).
           05  CIX-LIGNE PIC X(146).

      *    Manifeste des purges : une ligne par purge effectuée
      *    (même dessin dans Calcvrf)
       FD  MANIFESTE-FILE.
       01  MANIFESTE-RECORD.
           05  MAN-TIMESTAMP PIC X(21).
           05  FILLER PIC X(1) VALUE SPACE.
           05  MAN-NOM-ARCHIVE PIC X(21).
           05  FILLER PIC X(1) VALUE SPACE.
           05  MAN-DATE-CHARNIERE PIC 9(8).
           05  FILLER PIC X(1) VALUE SPACE.
           05  MAN-NB-LUS PIC 9(6).
           05  FILLER PIC X(1) VALUE SPACE.
           05  MAN-NB-ARCHIVES PIC 9(6).
           05  FILLER PIC X(1) VALUE SPACE.
           05  MAN-NB-CONSERVES PIC 9(6).
           05  FILLER PIC X(1) VALUE SPACE.
           05  MAN-PREMIER PIC X(21).
           05  FILLER PIC X(1) VALUE SPACE.
           05  MAN-DERNIER PIC X(21).

       WORKING-STORAGE SECTION.

       01  WS-DATE-CHARNIERE-AFF PIC X(8).
       01  WS-NB-PURGES-INDEX PIC 9(6) VALUE 0.

      *    Les variables pour le manifeste des purges : premier et
      *    dernier horodatages partis en archive
       01  WS-MANIFESTE-STATUS PIC X(2).
       01  WS-PREMIER-ARCHIVE PIC X(21) VALUE SPACES.
       01  WS-DERNIER-ARCHIVE PIC X(21) VALUE SPACES.

      *    Le code retour remis à l'ordonnanceur
       01  WS-CODE-RETOUR PIC 9(2) VALUE 0.

       PROCEDURE DIVISION.

           PERFORM SAISIR-RETENTION
           PERFORM CALCULER-DATE-CHARNIERE
           PERFORM CONSTRUIRE-NOM-ARCHIVE
           PERFORM CONTROLER-ARCHIVE-ABSENTE
           IF WS-CODE-RETOUR = 0 THEN
                PERFORM REPARTIR-JOURNAL
           END-IF
           IF WS-REPARTITION-OK = "Y" THEN
                PERFORM PURGER-APRES-VERIFICATION
           END-IF
           MOVE WS-CODE-RETOUR TO RETURN-CODE
           STOP RUN.

      *    Paragraphe pour purger le journal une fois la phase de
           ELSE IF WS-ECRITURE-OK = "N" THEN
                DISPLAY "Erreur ! Écriture en échec, le journal"
                     " n'a pas été modifié."
                MOVE 8 TO WS-CODE-RETOUR
           ELSE
                PERFORM VERIFIER-ARCHIVE
                IF WS-NB-RELUS = WS-NB-ARCHIVES THEN
                     PERFORM REECRIRE-JOURNAL
                     PERFORM PURGER-CALCIDX
                     PERFORM ECRIRE-MANIFESTE
                     PERFORM EDITER-TOTAUX
                ELSE
                     DISPLAY "Erreur ! Archive non vérifiée,"
                          " le journal n'a pas été modifié."
                     MOVE 8 TO WS-CODE-RETOUR
                END-IF
           END-IF.

                DELIMITED BY SIZE INTO WS-NOM-ARCHIVE.
           DISPLAY "Archive : " FUNCTION TRIM(WS-NOM-ARCHIVE).

      *    Paragraphe pour vérifier que l'archive du jour n'existe
      *    pas déjà : elle est consignée au manifeste et retrouvée
      *    par Calcrtv sous ce nom, la recréer effacerait les lignes
      *    d'une purge précédente ; le journal n'est alors pas touché
           CONTROLER-ARCHIVE-ABSENTE.
           OPEN INPUT ARCHIVE-FILE.
           IF WS-ARCHIVE-STATUS = "00" THEN
                CLOSE ARCHIVE-FILE
                DISPLAY "Erreur ! Archive "
                     FUNCTION TRIM(WS-NOM-ARCHIVE)
                     " déjà présente, archivage non fait."
                MOVE 8 TO WS-CODE-RETOUR
           END-IF.

      *    Paragraphe pour répartir le journal entre l'archive et le
      *    fichier de travail des enregistrements conservés (un
      *    horodatage illisible est conservé, jamais archivé en
           IF WS-CALCLOG-STATUS NOT = "00" THEN
                DISPLAY "Erreur ! Impossible d'ouvrir CALCLOG.DAT"
                     " (statut " FUNCTION TRIM(WS-CALCLOG-STATUS) ")"
                MOVE 8 TO WS-CODE-RETOUR
           ELSE
                OPEN OUTPUT ARCHIVE-FILE
                OPEN OUTPUT TRAVAIL-FILE
                     DISPLAY "Erreur ! Impossible d'ouvrir les"
                          " fichiers de travail de l'archivage"
                     MOVE "N" TO WS-ECRITURE-OK
                     MOVE 8 TO WS-CODE-RETOUR
                     CLOSE CALCLOG-FILE
                ELSE
                     PERFORM LIRE-CALCLOG
           IF CLR-TIMESTAMP(1:8) IS NUMERIC
                AND WS-DATE-LIGNE < WS-DATE-CHARNIERE THEN
                ADD 1 TO WS-NB-ARCHIVES
                IF WS-PREMIER-ARCHIVE = SPACES THEN
                     MOVE CLR-TIMESTAMP TO WS-PREMIER-ARCHIVE
                END-IF
                MOVE CLR-TIMESTAMP TO WS-DERNIER-ARCHIVE
                MOVE CALCLOG-RECORD TO ARCHIVE-RECORD
                WRITE ARCHIVE-RECORD
                IF WS-ARCHIVE-STATUS NOT = "00" THEN
           IF WS-ARCHIVE-STATUS NOT = "00" THEN
                DISPLAY "Erreur ! Impossible de relire l'archive"
                     " (statut " FUNCTION TRIM(WS-ARCHIVE-STATUS) ")"
                MOVE 8 TO WS-CODE-RETOUR
           ELSE
                PERFORM COMPTER-ARCHIVE
                     UNTIL WS-CALCLOG-EOF = "Y"
           IF WS-TRAVAIL-STATUS NOT = "00"
                OR WS-CALCLOG-STATUS NOT = "00" THEN
                DISPLAY "Erreur ! Impossible de réécrire le journal"
                MOVE 8 TO WS-CODE-RETOUR
           ELSE
                PERFORM RECOPIER-CONSERVE
                     UNTIL WS-CALCLOG-EOF = "Y"
                          DISPLAY "Erreur ! Échec d'écriture dans"
                               " CALCLOG.DAT (statut "
                               FUNCTION TRIM(WS-CALCLOG-STATUS) ")"
                          MOVE 8 TO WS-CODE-RETOUR
                     END-IF
           END-READ.

                     DISPLAY "Erreur ! Ombre indexée désynchronisée"
                          " du journal, la reconstruire avec"
                          " Calcidx."
                     MOVE 8 TO WS-CODE-RETOUR
                END-IF
           ELSE
                IF WS-CALCIDX-STATUS NOT = "35" THEN
                          " CALCIDX.DAT (statut "
                          FUNCTION TRIM(WS-CALCIDX-STATUS)
                          "), ombre non purgée"
                     MOVE 8 TO WS-CODE-RETOUR
                END-IF
           END-IF.

                DISPLAY "Erreur ! Échec de purge dans CALCIDX.DAT"
                     " (statut " FUNCTION TRIM(WS-CALCIDX-STATUS)
                     ")"
                MOVE 8 TO WS-CODE-RETOUR
                MOVE "Y" TO WS-CALCIDX-EOF
           END-IF.
           IF WS-CALCIDX-EOF = "N" THEN
                PERFORM LIRE-CALCIDX-SUIVANT
           END-IF.

      *    Paragraphe pour consigner la purge au manifeste (statut
      *    "35" : première purge consignée, le fichier est créé)
           ECRIRE-MANIFESTE.
           OPEN EXTEND MANIFESTE-FILE.
           IF WS-MANIFESTE-STATUS = "35" THEN
                OPEN OUTPUT MANIFESTE-FILE
           END-IF.
           IF WS-MANIFESTE-STATUS NOT = "00" THEN
                DISPLAY "Erreur ! Impossible d'ouvrir CALCMAN.DAT"
                     " (statut " FUNCTION TRIM(WS-MANIFESTE-STATUS)
                     ")"
                MOVE 8 TO WS-CODE-RETOUR
           ELSE
                MOVE SPACES TO MANIFESTE-RECORD
                MOVE FUNCTION CURRENT-DATE TO MAN-TIMESTAMP
                MOVE WS-NOM-ARCHIVE TO MAN-NOM-ARCHIVE
                MOVE WS-DATE-CHARNIERE TO MAN-DATE-CHARNIERE
                MOVE WS-NB-LUS TO MAN-NB-LUS
                MOVE WS-NB-ARCHIVES TO MAN-NB-ARCHIVES
                MOVE WS-NB-CONSERVES TO MAN-NB-CONSERVES
                MOVE WS-PREMIER-ARCHIVE TO MAN-PREMIER
                MOVE WS-DERNIER-ARCHIVE TO MAN-DERNIER
                WRITE MANIFESTE-RECORD
                IF WS-MANIFESTE-STATUS NOT = "00" THEN
                     DISPLAY "Erreur ! Échec d'écriture dans"
                          " CALCMAN.DAT (statut "
                          FUNCTION TRIM(WS-MANIFESTE-STATUS) ")"
                     MOVE 8 TO WS-CODE-RETOUR
                END-IF
                CLOSE MANIFESTE-FILE
           END-IF.

      *    Paragraphe pour éditer les totaux de contrôle prouvant
      *    qu'aucun enregistrement n'a été perdu
           EDITER-TOTAUX.
