           IDENTIFICATION DIVISION.
           PROGRAM-ID. Calcvrf.
           AUTHOR SIBORY G.
      *    Vérification de l'intégrité du journal CALCLOG pour les
      *    auditeurs : rapproche chaque ligne du journal vivant de
      *    son entrée CIX-CLE dans l'ombre indexée CALCIDX.DAT
      *    (lignes absentes de l'ombre, entrées en trop, contenu
      *    différent) ; contrôle chaque archive datée consignée au
      *    manifeste CALCMAN.DAT par Calcarch (archive présente,
      *    nombre de lignes et premier et dernier horodatages
      *    conformes au manifeste, totaux lus = archivés +
      *    conservés), les lacunes et chevauchements d'horodatage
      *    d'une purge à l'autre, les archives présentes sur disque
      *    hors manifeste et les lignes présentes à la fois dans une
      *    archive et dans le journal vivant ; écrit le rapport
      *    d'écarts CALCVRF.RPT conclu par RESULTAT PASS ou FAIL ;
      *    code retour 4 dès qu'un écart est relevé (une purge, une
      *    ligne ou une entrée écartée faute de place en table est
      *    un écart : la vérification n'est alors pas complète), 8
      *    si le rapport n'a pu être ouvert ou écrit


       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALCLOG-FILE ASSIGN TO "CALCLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CALCLOG-STATUS.

      *    Ombre indexée du journal, même dessin que dans Exocalc
           SELECT CALCIDX-FILE ASSIGN TO "CALCIDX.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CIX-CLE
               FILE STATUS IS WS-CALCIDX-STATUS.

      *    Manifeste des purges, tenu par Calcarch
           SELECT MANIFESTE-FILE ASSIGN TO "CALCMAN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MANIFESTE-STATUS.

      *    Archive datée contrôlée (le nom du fichier est construit
      *    à l'exécution dans WS-NOM-ARCHIVE)
           SELECT ARCHIVE-FILE ASSIGN USING WS-NOM-ARCHIVE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-STATUS.

      *    Rapport d'écarts pour les auditeurs
           SELECT RAPPORT-FILE ASSIGN TO "CALCVRF.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RAPPORT-STATUS.

       DATA DIVISION.

       FILE SECTION.
      *    Fichier journal des calculs ; seul l'horodatage est
      *    interprété ici, le reste de l'enregistrement est comparé
      *    tel quel
       FD  CALCLOG-FILE.
       01  CALCLOG-RECORD.
           05  CLR-TIMESTAMP PIC X(21).
           05  FILLER PIC X(125).

       FD  CALCIDX-FILE.
       01  CALCIDX-RECORD.
           05  CIX-CLE.
               10  CIX-TIMESTAMP PIC X(21).
               10  CIX-SEQUENCE PIC 9(6).
           05  CIX-LIGNE PIC X(146).

      *    Manifeste des purges (même dessin que dans Calcarch)
       FD  MANIFESTE-FILE.
       01  MANIFESTE-RECORD.
           05  MAN-TIMESTAMP PIC X(21).
           05  FILLER PIC X(1).
           05  MAN-NOM-ARCHIVE PIC X(21).
           05  FILLER PIC X(1).
           05  MAN-DATE-CHARNIERE PIC 9(8).
           05  FILLER PIC X(1).
           05  MAN-NB-LUS PIC 9(6).
           05  FILLER PIC X(1).
           05  MAN-NB-ARCHIVES PIC 9(6).
           05  FILLER PIC X(1).
           05  MAN-NB-CONSERVES PIC 9(6).
           05  FILLER PIC X(1).
           05  MAN-PREMIER PIC X(21).
           05  FILLER PIC X(1).
           05  MAN-DERNIER PIC X(21).

       FD  ARCHIVE-FILE.
       01  ARCHIVE-RECORD.
           05  ARC-TIMESTAMP PIC X(21).
           05  FILLER PIC X(125).

       FD  RAPPORT-FILE.
       01  RAPPORT-RECORD PIC X(132).

       WORKING-STORAGE SECTION.

      *    Les variables pour les fichiers
       01  WS-CALCLOG-STATUS PIC X(2).
       01  WS-CALCIDX-STATUS PIC X(2).
       01  WS-MANIFESTE-STATUS PIC X(2).
       01  WS-ARCHIVE-STATUS PIC X(2).
       01  WS-RAPPORT-STATUS PIC X(2).
       01  WS-CALCLOG-EOF PIC X(1) VALUE "N".
       01  WS-CALCIDX-EOF PIC X(1) VALUE "N".
       01  WS-MANIFESTE-EOF PIC X(1) VALUE "N".
       01  WS-ARCHIVE-EOF PIC X(1) VALUE "N".
       01  WS-NOM-ARCHIVE PIC X(21).
       01  WS-LIGNE-RAPPORT PIC X(132).

      *    Le manifeste des purges chargé en mémoire, dans l'ordre
      *    des purges
       01  WS-TABLE-MANIFESTE.
           05  WS-MANIFESTE-ENTREE OCCURS 200 TIMES.
               10  WS-MNF-NOM PIC X(21).
               10  WS-MNF-CHARNIERE PIC 9(8).
               10  WS-MNF-LUS PIC 9(6).
               10  WS-MNF-ARCHIVES PIC 9(6).
               10  WS-MNF-CONSERVES PIC 9(6).
               10  WS-MNF-PREMIER PIC X(21).
               10  WS-MNF-DERNIER PIC X(21).
       01  WS-NB-MANIFESTE PIC 9(3) VALUE 0.
       01  WS-IDX-MANIFESTE PIC 9(3).
       01  WS-IDX-PRECEDENT PIC 9(3).
       01  WS-IDX-RECHERCHE PIC 9(3).
       01  WS-NOM-CONNU PIC X(1) VALUE "N".

      *    Les relevés d'une archive relue sur disque
       01  WS-ARC-NB-LIGNES PIC 9(6) VALUE 0.
       01  WS-ARC-PREMIER PIC X(21).
       01  WS-ARC-DERNIER PIC X(21).
       01  WS-ARC-PRECEDENT PIC X(21).
       01  WS-MAX-ARCHIVE PIC X(21) VALUE SPACES.
       01  WS-DERNIERE-CHARNIERE PIC 9(8) VALUE 0.
       01  WS-DERNIERS-CONSERVES PIC 9(6) VALUE 0.

      *    Le parcours des jours pour les archives hors manifeste
       01  WS-DATE-JOUR PIC 9(8).
       01  WS-DATE-CONSULTEE PIC 9(8).
       01  WS-JOUR-ENTIER PIC 9(8).
       01  WS-JOUR-FIN-ENTIER PIC 9(8).

      *    Le rapprochement du journal vivant et de l'ombre : les
      *    lignes de même horodatage sont rapprochées par groupe,
      *    journal d'un côté, ombre de l'autre
       01  WS-OMBRE-PRESENTE PIC X(1) VALUE "N".
       01  WS-CLE-JOURNAL PIC X(21).
       01  WS-CLE-INDEX PIC X(21).
       01  WS-CLE-GROUPE PIC X(21).
       01  WS-CLE-PRECEDENTE PIC X(21) VALUE LOW-VALUES.
       01  WS-TABLE-GROUPE-JOURNAL.
           05  WS-GROUPE-JOURNAL OCCURS 100 TIMES.
               10  WS-GJ-LIGNE PIC X(146).
               10  WS-GJ-APPARIEE PIC X(1).
       01  WS-TABLE-GROUPE-INDEX.
           05  WS-GROUPE-INDEX OCCURS 100 TIMES.
               10  WS-GI-LIGNE PIC X(146).
               10  WS-GI-SEQUENCE PIC 9(6).
               10  WS-GI-APPARIEE PIC X(1).
       01  WS-NB-GJ PIC 9(3) VALUE 0.
       01  WS-NB-GI PIC 9(3) VALUE 0.
       01  WS-IDX-GJ PIC 9(3).
       01  WS-IDX-GI PIC 9(3).
       01  WS-IDX-TROUVE PIC 9(3).

      *    Les lignes du journal vivant dont l'horodatage tombe dans
      *    la plage déjà archivée, recherchées ensuite dans les
      *    archives
       01  WS-TABLE-SUSPECTES.
           05  WS-SUSPECTE OCCURS 500 TIMES.
               10  WS-SUS-LIGNE PIC X(146).
               10  WS-SUS-TROUVEE PIC X(1).
       01  WS-NB-SUSPECTES PIC 9(3) VALUE 0.
       01  WS-IDX-SUSPECTE PIC 9(3).

      *    Les compteurs du journal vivant
       01  WS-NB-JOURNAL PIC 9(6) VALUE 0.
       01  WS-NB-ILLISIBLES PIC 9(6) VALUE 0.
       01  WS-NB-INDEX PIC 9(6) VALUE 0.
       01  WS-NB-CONCORDANTS PIC 9(6) VALUE 0.

      *    L'écart à signaler et les compteurs par type d'écart
       01  WS-TYPE-ECART PIC X(12).
       01  WS-DETAIL-ECART PIC X(110).
       01  WS-NB-ABSENTS-OMBRE PIC 9(6) VALUE 0.
       01  WS-NB-EN-TROP PIC 9(6) VALUE 0.
       01  WS-NB-DIFFERENTS PIC 9(6) VALUE 0.
       01  WS-NB-DESORDRES PIC 9(6) VALUE 0.
       01  WS-NB-ECARTS-MANIFESTE PIC 9(6) VALUE 0.
       01  WS-NB-LACUNES PIC 9(6) VALUE 0.
       01  WS-NB-CHEVAUCHEMENTS PIC 9(6) VALUE 0.
       01  WS-NB-DOUBLONS PIC 9(6) VALUE 0.
       01  WS-NB-HORS-MANIFESTE PIC 9(6) VALUE 0.
       01  WS-NB-ERREURS-FICHIER PIC 9(6) VALUE 0.
       01  WS-NB-TABLES-PLEINES PIC 9(6) VALUE 0.
       01  WS-NB-ECARTS PIC 9(6) VALUE 0.
       01  WS-NB-EDIT PIC Z(5)9.
       01  WS-NB-EDIT2 PIC Z(5)9.

      *    Le code retour remis à l'ordonnanceur : 0 PASS, 4 FAIL,
      *    8 rapport impossible à ouvrir ou à écrire
       01  WS-CODE-RETOUR PIC 9(2) VALUE 0.

       PROCEDURE DIVISION.

           PERFORM OUVRIR-RAPPORT
           IF WS-RAPPORT-STATUS = "00" THEN
                PERFORM ECRIRE-EN-TETE
                PERFORM CONTROLER-ARCHIVES
                PERFORM CONTROLER-JOURNAL-OMBRE
                PERFORM CHERCHER-DOUBLONS
                PERFORM EDITER-BILAN
                CLOSE RAPPORT-FILE
           ELSE
                MOVE 8 TO WS-CODE-RETOUR
           END-IF
           MOVE WS-CODE-RETOUR TO RETURN-CODE
           STOP RUN.

      *    Paragraphe pour ouvrir le rapport d'écarts
           OUVRIR-RAPPORT.
           OPEN OUTPUT RAPPORT-FILE.
           IF WS-RAPPORT-STATUS NOT = "00" THEN
                DISPLAY "Erreur ! Impossible d'ouvrir CALCVRF.RPT"
                     " (statut " FUNCTION TRIM(WS-RAPPORT-STATUS)
                     ")"
           END-IF.

      *    Paragraphe pour écrire une ligne du rapport d'écarts
           ECRIRE-RAPPORT.
           MOVE WS-LIGNE-RAPPORT TO RAPPORT-RECORD.
           WRITE RAPPORT-RECORD.
           IF WS-RAPPORT-STATUS NOT = "00" THEN
                DISPLAY "Erreur ! Échec d'écriture dans CALCVRF.RPT"
                     " (statut " FUNCTION TRIM(WS-RAPPORT-STATUS)
                     ")"
                MOVE 8 TO WS-CODE-RETOUR
           END-IF.

      *    Paragraphe pour écrire l'en-tête du rapport
           ECRIRE-EN-TETE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-JOUR.
           MOVE ALL "=" TO WS-LIGNE-RAPPORT.
           PERFORM ECRIRE-RAPPORT.
           MOVE SPACES TO WS-LIGNE-RAPPORT.
           STRING "Vérification de l'intégrité du journal CALCLOG"
                " du " WS-DATE-JOUR
                DELIMITED BY SIZE INTO WS-LIGNE-RAPPORT.
           PERFORM ECRIRE-RAPPORT.
           MOVE ALL "=" TO WS-LIGNE-RAPPORT.
           PERFORM ECRIRE-RAPPORT.

      *    Paragraphe pour inscrire un écart au rapport et le
      *    compter sous son type
           SIGNALER-ECART.
           ADD 1 TO WS-NB-ECARTS.
           EVALUATE WS-TYPE-ECART
                WHEN "ABSENT-OMBRE" ADD 1 TO WS-NB-ABSENTS-OMBRE
                WHEN "EN-TROP" ADD 1 TO WS-NB-EN-TROP
                WHEN "DIFFERENT" ADD 1 TO WS-NB-DIFFERENTS
                WHEN "DESORDRE" ADD 1 TO WS-NB-DESORDRES
                WHEN "MANIFESTE" ADD 1 TO WS-NB-ECARTS-MANIFESTE
                WHEN "LACUNE" ADD 1 TO WS-NB-LACUNES
                WHEN "CHEVAUCHE" ADD 1 TO WS-NB-CHEVAUCHEMENTS
                WHEN "DOUBLON" ADD 1 TO WS-NB-DOUBLONS
                WHEN "HORS-MANIF" ADD 1 TO WS-NB-HORS-MANIFESTE
                WHEN "TABLE-PLEINE" ADD 1 TO WS-NB-TABLES-PLEINES
                WHEN OTHER ADD 1 TO WS-NB-ERREURS-FICHIER
           END-EVALUATE.
           IF WS-CODE-RETOUR < 4 THEN
                MOVE 4 TO WS-CODE-RETOUR
           END-IF.
           MOVE SPACES TO WS-LIGNE-RAPPORT.
           STRING "ECART " WS-TYPE-ECART " " WS-DETAIL-ECART
                DELIMITED BY SIZE INTO WS-LIGNE-RAPPORT.
           PERFORM ECRIRE-RAPPORT.

      *    Paragraphe pour contrôler les archives consignées au
      *    manifeste, puis les archives présentes hors manifeste
      *    (manifeste absent : aucune purge consignée à ce jour)
           CONTROLER-ARCHIVES.
           PERFORM CHARGER-MANIFESTE.
           MOVE SPACES TO WS-LIGNE-RAPPORT.
           MOVE WS-NB-MANIFESTE TO WS-NB-EDIT.
           STRING "Purges consignées au manifeste : "
                FUNCTION TRIM(WS-NB-EDIT)
                DELIMITED BY SIZE INTO WS-LIGNE-RAPPORT.
           PERFORM ECRIRE-RAPPORT.
           PERFORM CONTROLER-ARCHIVE
                VARYING WS-IDX-MANIFESTE FROM 1 BY 1
                UNTIL WS-IDX-MANIFESTE > WS-NB-MANIFESTE.
           IF WS-NB-MANIFESTE > 0 THEN
                PERFORM CHERCHER-HORS-MANIFESTE
           END-IF.

      *    Paragraphe pour charger le manifeste des purges
           CHARGER-MANIFESTE.
           MOVE 0 TO WS-NB-MANIFESTE.
           OPEN INPUT MANIFESTE-FILE.
           IF WS-MANIFESTE-STATUS = "00" THEN
                PERFORM LIRE-MANIFESTE
                PERFORM RANGER-MANIFESTE
                     UNTIL WS-MANIFESTE-EOF = "Y"
                CLOSE MANIFESTE-FILE
           ELSE
                IF WS-MANIFESTE-STATUS NOT = "35" THEN
                     MOVE "FICHIER" TO WS-TYPE-ECART
                     MOVE SPACES TO WS-DETAIL-ECART
                     STRING "CALCMAN.DAT illisible (statut "
                          WS-MANIFESTE-STATUS ")"
                          DELIMITED BY SIZE INTO WS-DETAIL-ECART
                     PERFORM SIGNALER-ECART
                END-IF
           END-IF.

      *    Paragraphe pour lire une ligne du manifeste
           LIRE-MANIFESTE.
           READ MANIFESTE-FILE
                AT END MOVE "Y" TO WS-MANIFESTE-EOF
           END-READ.

      *    Paragraphe pour ranger une purge du manifeste dans la
      *    table, puis lire la suivante
           RANGER-MANIFESTE.
           IF WS-NB-MANIFESTE < 200 THEN
                ADD 1 TO WS-NB-MANIFESTE
                MOVE MAN-NOM-ARCHIVE TO WS-MNF-NOM(WS-NB-MANIFESTE)
                MOVE MAN-DATE-CHARNIERE
                     TO WS-MNF-CHARNIERE(WS-NB-MANIFESTE)
                MOVE MAN-NB-LUS TO WS-MNF-LUS(WS-NB-MANIFESTE)
                MOVE MAN-NB-ARCHIVES
                     TO WS-MNF-ARCHIVES(WS-NB-MANIFESTE)
                MOVE MAN-NB-CONSERVES
                     TO WS-MNF-CONSERVES(WS-NB-MANIFESTE)
                MOVE MAN-PREMIER TO WS-MNF-PREMIER(WS-NB-MANIFESTE)
                MOVE MAN-DERNIER TO WS-MNF-DERNIER(WS-NB-MANIFESTE)
           ELSE
                DISPLAY "Erreur ! Table du manifeste pleine, purge"
                     " ignorée : " FUNCTION TRIM(MAN-NOM-ARCHIVE)
                MOVE "TABLE-PLEINE" TO WS-TYPE-ECART
                MOVE SPACES TO WS-DETAIL-ECART
                STRING "Table du manifeste pleine, purge non"
                     " vérifiée : " MAN-NOM-ARCHIVE
                     DELIMITED BY SIZE INTO WS-DETAIL-ECART
                PERFORM SIGNALER-ECART
           END-IF.
           PERFORM LIRE-MANIFESTE.

      *    Paragraphe pour contrôler une archive du manifeste contre
      *    le fichier présent sur disque, et contre la purge
      *    précédente (chevauchement des plages archivées, lignes
      *    perdues entre deux purges)
           CONTROLER-ARCHIVE.
           MOVE WS-MNF-NOM(WS-IDX-MANIFESTE) TO WS-NOM-ARCHIVE.
           PERFORM RELIRE-ARCHIVE.
           IF WS-MNF-LUS(WS-IDX-MANIFESTE) NOT =
                WS-MNF-ARCHIVES(WS-IDX-MANIFESTE)
                + WS-MNF-CONSERVES(WS-IDX-MANIFESTE) THEN
                MOVE "MANIFESTE" TO WS-TYPE-ECART
                MOVE SPACES TO WS-DETAIL-ECART
                STRING FUNCTION TRIM(WS-NOM-ARCHIVE)
                     " : lus différent de archivés plus conservés"
                     DELIMITED BY SIZE INTO WS-DETAIL-ECART
                PERFORM SIGNALER-ECART
           END-IF.
           IF WS-ARCHIVE-STATUS = "00" THEN
                PERFORM COMPARER-ARCHIVE-MANIFESTE
           END-IF.
           IF WS-IDX-MANIFESTE > 1 THEN
                COMPUTE WS-IDX-PRECEDENT = WS-IDX-MANIFESTE - 1
                IF WS-MNF-DERNIER(WS-IDX-PRECEDENT) >=
                     WS-MNF-PREMIER(WS-IDX-MANIFESTE) THEN
                     MOVE "CHEVAUCHE" TO WS-TYPE-ECART
                     MOVE SPACES TO WS-DETAIL-ECART
                     STRING FUNCTION TRIM(WS-NOM-ARCHIVE)
                          " commence au "
                          WS-MNF-PREMIER(WS-IDX-MANIFESTE)
                          " avant la fin de l'archive précédente"
                          DELIMITED BY SIZE INTO WS-DETAIL-ECART
                     PERFORM SIGNALER-ECART
                END-IF
                IF WS-MNF-LUS(WS-IDX-MANIFESTE) <
                     WS-MNF-CONSERVES(WS-IDX-PRECEDENT) THEN
                     MOVE "LACUNE" TO WS-TYPE-ECART
                     MOVE SPACES TO WS-DETAIL-ECART
                     STRING FUNCTION TRIM(WS-NOM-ARCHIVE)
                          " : moins de lignes lues que de lignes"
                          " conservées à la purge précédente"
                          DELIMITED BY SIZE INTO WS-DETAIL-ECART
                     PERFORM SIGNALER-ECART
                END-IF
           END-IF.
           IF WS-MNF-DERNIER(WS-IDX-MANIFESTE) > WS-MAX-ARCHIVE THEN
                MOVE WS-MNF-DERNIER(WS-IDX-MANIFESTE)
                     TO WS-MAX-ARCHIVE
           END-IF.
           MOVE WS-MNF-CHARNIERE(WS-IDX-MANIFESTE)
                TO WS-DERNIERE-CHARNIERE.
           MOVE WS-MNF-CONSERVES(WS-IDX-MANIFESTE)
                TO WS-DERNIERS-CONSERVES.

      *    Paragraphe pour relire une archive sur disque : nombre de
      *    lignes, premier et dernier horodatages, ordre des
      *    horodatages et lignes postérieures à la date charnière
           RELIRE-ARCHIVE.
           MOVE 0 TO WS-ARC-NB-LIGNES.
           MOVE SPACES TO WS-ARC-PREMIER.
           MOVE SPACES TO WS-ARC-DERNIER.
           MOVE LOW-VALUES TO WS-ARC-PRECEDENT.
           MOVE "N" TO WS-ARCHIVE-EOF.
           OPEN INPUT ARCHIVE-FILE.
           IF WS-ARCHIVE-STATUS = "00" THEN
                PERFORM LIRE-ARCHIVE
                PERFORM RELEVER-LIGNE-ARCHIVE
                     UNTIL WS-ARCHIVE-EOF = "Y"
                CLOSE ARCHIVE-FILE
                MOVE "00" TO WS-ARCHIVE-STATUS
           ELSE
                MOVE "FICHIER" TO WS-TYPE-ECART
                MOVE SPACES TO WS-DETAIL-ECART
                IF WS-ARCHIVE-STATUS = "35" THEN
                     STRING FUNCTION TRIM(WS-NOM-ARCHIVE)
                          " absente du disque"
                          DELIMITED BY SIZE INTO WS-DETAIL-ECART
                ELSE
                     STRING FUNCTION TRIM(WS-NOM-ARCHIVE)
                          " illisible (statut " WS-ARCHIVE-STATUS ")"
                          DELIMITED BY SIZE INTO WS-DETAIL-ECART
                END-IF
                PERFORM SIGNALER-ECART
           END-IF.

      *    Paragraphe pour lire une ligne de l'archive
           LIRE-ARCHIVE.
           READ ARCHIVE-FILE
                AT END MOVE "Y" TO WS-ARCHIVE-EOF
           END-READ.

      *    Paragraphe pour relever une ligne de l'archive, puis lire
      *    la suivante
           RELEVER-LIGNE-ARCHIVE.
           ADD 1 TO WS-ARC-NB-LIGNES.
           IF WS-ARC-PREMIER = SPACES THEN
                MOVE ARC-TIMESTAMP TO WS-ARC-PREMIER
           END-IF.
           MOVE ARC-TIMESTAMP TO WS-ARC-DERNIER.
           IF ARC-TIMESTAMP < WS-ARC-PRECEDENT THEN
                MOVE "DESORDRE" TO WS-TYPE-ECART
                MOVE SPACES TO WS-DETAIL-ECART
                STRING FUNCTION TRIM(WS-NOM-ARCHIVE) " : "
                     ARC-TIMESTAMP " après " WS-ARC-PRECEDENT
                     DELIMITED BY SIZE INTO WS-DETAIL-ECART
                PERFORM SIGNALER-ECART
           END-IF.
           IF ARC-TIMESTAMP(1:8) >=
                WS-MNF-CHARNIERE(WS-IDX-MANIFESTE) THEN
                MOVE "CHEVAUCHE" TO WS-TYPE-ECART
                MOVE SPACES TO WS-DETAIL-ECART
                STRING FUNCTION TRIM(WS-NOM-ARCHIVE) " : "
                     ARC-TIMESTAMP " postérieur à la charnière "
                     WS-MNF-CHARNIERE(WS-IDX-MANIFESTE)
                     DELIMITED BY SIZE INTO WS-DETAIL-ECART
                PERFORM SIGNALER-ECART
           END-IF.
           MOVE ARC-TIMESTAMP TO WS-ARC-PRECEDENT.
           PERFORM LIRE-ARCHIVE.

      *    Paragraphe pour comparer l'archive relue avec les totaux
      *    et les horodatages extrêmes consignés au manifeste
           COMPARER-ARCHIVE-MANIFESTE.
           IF WS-ARC-NB-LIGNES NOT =
                WS-MNF-ARCHIVES(WS-IDX-MANIFESTE) THEN
                MOVE "MANIFESTE" TO WS-TYPE-ECART
                MOVE SPACES TO WS-DETAIL-ECART
                MOVE WS-MNF-ARCHIVES(WS-IDX-MANIFESTE) TO WS-NB-EDIT
                MOVE WS-ARC-NB-LIGNES TO WS-NB-EDIT2
                STRING FUNCTION TRIM(WS-NOM-ARCHIVE)
                     " : archivés au manifeste "
                     FUNCTION TRIM(WS-NB-EDIT) ", sur disque "
                     FUNCTION TRIM(WS-NB-EDIT2)
                     DELIMITED BY SIZE INTO WS-DETAIL-ECART
                PERFORM SIGNALER-ECART
           ELSE IF WS-ARC-PREMIER NOT =
                WS-MNF-PREMIER(WS-IDX-MANIFESTE)
                OR WS-ARC-DERNIER NOT =
                WS-MNF-DERNIER(WS-IDX-MANIFESTE) THEN
                MOVE "MANIFESTE" TO WS-TYPE-ECART
                MOVE SPACES TO WS-DETAIL-ECART
                STRING FUNCTION TRIM(WS-NOM-ARCHIVE)
                     " : premier ou dernier horodatage différent"
                     " du manifeste"
                     DELIMITED BY SIZE INTO WS-DETAIL-ECART
                PERFORM SIGNALER-ECART
           ELSE
                MOVE SPACES TO WS-LIGNE-RAPPORT
                MOVE WS-ARC-NB-LIGNES TO WS-NB-EDIT
                STRING "Archive " FUNCTION TRIM(WS-NOM-ARCHIVE)
                     " conforme au manifeste : "
                     FUNCTION TRIM(WS-NB-EDIT) " ligne(s)"
                     DELIMITED BY SIZE INTO WS-LIGNE-RAPPORT
                PERFORM ECRIRE-RAPPORT
           END-IF.

      *    Paragraphe pour chercher, jour par jour depuis la
      *    première purge consignée, les archives présentes sur
      *    disque que le manifeste ignore (une archive vide laissée
      *    par une exécution sans rien à archiver n'est pas un
      *    écart)
           CHERCHER-HORS-MANIFESTE.
           COMPUTE WS-JOUR-ENTIER = FUNCTION INTEGER-OF-DATE(
                FUNCTION NUMVAL(WS-MNF-NOM(1)(10:8))).
           COMPUTE WS-JOUR-FIN-ENTIER =
                FUNCTION INTEGER-OF-DATE(WS-DATE-JOUR).
           PERFORM CONSULTER-ARCHIVE-JOUR
                UNTIL WS-JOUR-ENTIER > WS-JOUR-FIN-ENTIER.

      *    Paragraphe pour consulter l'archive datée d'un jour si le
      *    manifeste ne la mentionne pas
           CONSULTER-ARCHIVE-JOUR.
           COMPUTE WS-DATE-CONSULTEE =
                FUNCTION DATE-OF-INTEGER(WS-JOUR-ENTIER).
           MOVE SPACES TO WS-NOM-ARCHIVE.
           STRING "CALCARCH." WS-DATE-CONSULTEE ".DAT"
                DELIMITED BY SIZE INTO WS-NOM-ARCHIVE.
           MOVE "N" TO WS-NOM-CONNU.
           PERFORM COMPARER-NOM-ARCHIVE
                VARYING WS-IDX-RECHERCHE FROM 1 BY 1
                UNTIL WS-IDX-RECHERCHE > WS-NB-MANIFESTE
                OR WS-NOM-CONNU = "Y".
           IF WS-NOM-CONNU = "N" THEN
                MOVE "N" TO WS-ARCHIVE-EOF
                OPEN INPUT ARCHIVE-FILE
                IF WS-ARCHIVE-STATUS = "00" THEN
                     PERFORM LIRE-ARCHIVE
                     IF WS-ARCHIVE-EOF = "N" THEN
                          MOVE "HORS-MANIF" TO WS-TYPE-ECART
                          MOVE SPACES TO WS-DETAIL-ECART
                          STRING FUNCTION TRIM(WS-NOM-ARCHIVE)
                               " présente sur disque sans purge"
                               " consignée au manifeste"
                               DELIMITED BY SIZE
                               INTO WS-DETAIL-ECART
                          PERFORM SIGNALER-ECART
                     END-IF
                     CLOSE ARCHIVE-FILE
                END-IF
           END-IF.
           ADD 1 TO WS-JOUR-ENTIER.

      *    Paragraphe pour comparer le nom d'archive consulté avec
      *    une purge du manifeste
           COMPARER-NOM-ARCHIVE.
           IF WS-MNF-NOM(WS-IDX-RECHERCHE) = WS-NOM-ARCHIVE THEN
                MOVE "Y" TO WS-NOM-CONNU
           END-IF.

      *    Paragraphe pour rapprocher le journal vivant de l'ombre
      *    indexée, par groupes de lignes de même horodatage ; sans
      *    ombre, seul le journal vivant est contrôlé
           CONTROLER-JOURNAL-OMBRE.
           OPEN INPUT CALCLOG-FILE.
           IF WS-CALCLOG-STATUS NOT = "00" THEN
                MOVE "FICHIER" TO WS-TYPE-ECART
                MOVE SPACES TO WS-DETAIL-ECART
                STRING "CALCLOG.DAT illisible (statut "
                     WS-CALCLOG-STATUS ")"
                     DELIMITED BY SIZE INTO WS-DETAIL-ECART
                PERFORM SIGNALER-ECART
           ELSE
                PERFORM OUVRIR-OMBRE
                PERFORM LIRE-JOURNAL-LISIBLE
                PERFORM LIRE-OMBRE
                PERFORM RAPPROCHER-GROUPE
                     UNTIL WS-CLE-JOURNAL = HIGH-VALUES
                     AND WS-CLE-INDEX = HIGH-VALUES
                CLOSE CALCLOG-FILE
                IF WS-OMBRE-PRESENTE = "Y" THEN
                     CLOSE CALCIDX-FILE
                END-IF
                PERFORM CONTROLER-CONSERVES
                PERFORM EDITER-RAPPROCHEMENT
           END-IF.

      *    Paragraphe pour ouvrir l'ombre indexée et se placer sur sa
      *    première clé ; une ombre absente ou illisible est un écart
           OUVRIR-OMBRE.
           MOVE "N" TO WS-OMBRE-PRESENTE.
           MOVE "N" TO WS-CALCIDX-EOF.
           OPEN INPUT CALCIDX-FILE.
           IF WS-CALCIDX-STATUS = "00" THEN
                MOVE LOW-VALUES TO CIX-CLE
                START CALCIDX-FILE KEY >= CIX-CLE
                IF WS-CALCIDX-STATUS = "00" THEN
                     MOVE "Y" TO WS-OMBRE-PRESENTE
                ELSE
      *    Ombre vide : toutes les lignes du journal y manquent
                     IF WS-CALCIDX-STATUS = "23" THEN
                          MOVE "Y" TO WS-CALCIDX-EOF
                          MOVE "V" TO WS-OMBRE-PRESENTE
                     END-IF
                     CLOSE CALCIDX-FILE
                END-IF
           END-IF.
           IF WS-OMBRE-PRESENTE = "N" THEN
                MOVE "FICHIER" TO WS-TYPE-ECART
                MOVE SPACES TO WS-DETAIL-ECART
                STRING "CALCIDX.DAT absente ou illisible (statut "
                     WS-CALCIDX-STATUS "), à reconstruire avec"
                     " Calcidx"
                     DELIMITED BY SIZE INTO WS-DETAIL-ECART
                PERFORM SIGNALER-ECART
           END-IF.

      *    Paragraphe pour lire la prochaine ligne du journal vivant
      *    à horodatage lisible (les lignes illisibles ne sont pas
      *    indexées par construction, elles sont seulement comptées)
           LIRE-JOURNAL-LISIBLE.
           PERFORM LIRE-CALCLOG.
           PERFORM PASSER-LIGNE-ILLISIBLE
                UNTIL WS-CALCLOG-EOF = "Y"
                OR CLR-TIMESTAMP(1:8) IS NUMERIC.
           IF WS-CALCLOG-EOF = "Y" THEN
                MOVE HIGH-VALUES TO WS-CLE-JOURNAL
           ELSE
                MOVE CLR-TIMESTAMP TO WS-CLE-JOURNAL
                IF WS-CLE-JOURNAL < WS-CLE-PRECEDENTE THEN
                     MOVE "DESORDRE" TO WS-TYPE-ECART
                     MOVE SPACES TO WS-DETAIL-ECART
                     STRING "CALCLOG.DAT : " WS-CLE-JOURNAL
                          " après " WS-CLE-PRECEDENTE
                          DELIMITED BY SIZE INTO WS-DETAIL-ECART
                     PERFORM SIGNALER-ECART
                END-IF
                MOVE WS-CLE-JOURNAL TO WS-CLE-PRECEDENTE
                IF WS-MAX-ARCHIVE NOT = SPACES
                     AND CLR-TIMESTAMP <= WS-MAX-ARCHIVE THEN
                     PERFORM RETENIR-SUSPECTE
                END-IF
           END-IF.

      *    Paragraphe pour lire une ligne du journal vivant
           LIRE-CALCLOG.
           READ CALCLOG-FILE
                AT END MOVE "Y" TO WS-CALCLOG-EOF
                NOT AT END ADD 1 TO WS-NB-JOURNAL
           END-READ.

      *    Paragraphe pour compter une ligne illisible et lire la
      *    suivante
           PASSER-LIGNE-ILLISIBLE.
           ADD 1 TO WS-NB-ILLISIBLES.
           PERFORM LIRE-CALCLOG.

      *    Paragraphe pour retenir une ligne du journal vivant dont
      *    l'horodatage tombe dans la plage déjà archivée
           RETENIR-SUSPECTE.
           IF WS-NB-SUSPECTES < 500 THEN
                ADD 1 TO WS-NB-SUSPECTES
                MOVE CALCLOG-RECORD TO WS-SUS-LIGNE(WS-NB-SUSPECTES)
                MOVE "N" TO WS-SUS-TROUVEE(WS-NB-SUSPECTES)
           ELSE
                MOVE "CHEVAUCHE" TO WS-TYPE-ECART
                MOVE SPACES TO WS-DETAIL-ECART
                STRING "CALCLOG.DAT : " CLR-TIMESTAMP
                     " dans la plage archivée"
                     DELIMITED BY SIZE INTO WS-DETAIL-ECART
                PERFORM SIGNALER-ECART
           END-IF.

      *    Paragraphe pour lire l'entrée suivante de l'ombre
           LIRE-OMBRE.
           IF WS-OMBRE-PRESENTE = "Y" AND WS-CALCIDX-EOF = "N" THEN
                READ CALCIDX-FILE NEXT
                     AT END MOVE "Y" TO WS-CALCIDX-EOF
                END-READ
                IF WS-CALCIDX-EOF = "N"
                     AND WS-CALCIDX-STATUS NOT = "00" THEN
                     MOVE "Y" TO WS-CALCIDX-EOF
                END-IF
           ELSE
                MOVE "Y" TO WS-CALCIDX-EOF
           END-IF.
           IF WS-CALCIDX-EOF = "Y" THEN
                MOVE HIGH-VALUES TO WS-CLE-INDEX
           ELSE
                ADD 1 TO WS-NB-INDEX
                MOVE CIX-TIMESTAMP TO WS-CLE-INDEX
           END-IF.

      *    Paragraphe pour rapprocher le groupe de lignes du plus
      *    petit horodatage en cours, côté journal et côté ombre
           RAPPROCHER-GROUPE.
           IF WS-CLE-JOURNAL < WS-CLE-INDEX THEN
                MOVE WS-CLE-JOURNAL TO WS-CLE-GROUPE
           ELSE
                MOVE WS-CLE-INDEX TO WS-CLE-GROUPE
           END-IF.
           MOVE 0 TO WS-NB-GJ.
           MOVE 0 TO WS-NB-GI.
           PERFORM CHARGER-GROUPE-JOURNAL
                UNTIL WS-CLE-JOURNAL NOT = WS-CLE-GROUPE.
           PERFORM CHARGER-GROUPE-OMBRE
                UNTIL WS-CLE-INDEX NOT = WS-CLE-GROUPE.
           PERFORM APPARIER-LIGNE-JOURNAL
                VARYING WS-IDX-GJ FROM 1 BY 1
                UNTIL WS-IDX-GJ > WS-NB-GJ.
           PERFORM SIGNALER-RESTE-GROUPE.

      *    Paragraphe pour ranger la ligne courante du journal dans
      *    le groupe, puis lire la suivante
           CHARGER-GROUPE-JOURNAL.
           IF WS-NB-GJ < 100 THEN
                ADD 1 TO WS-NB-GJ
                MOVE CALCLOG-RECORD TO WS-GJ-LIGNE(WS-NB-GJ)
                MOVE "N" TO WS-GJ-APPARIEE(WS-NB-GJ)
           ELSE
                DISPLAY "Erreur ! Plus de 100 lignes au même"
                     " horodatage, ligne non rapprochée : "
                     CLR-TIMESTAMP
                MOVE "TABLE-PLEINE" TO WS-TYPE-ECART
                MOVE SPACES TO WS-DETAIL-ECART
                STRING "Plus de 100 lignes au même horodatage,"
                     " ligne non rapprochée : " CLR-TIMESTAMP
                     DELIMITED BY SIZE INTO WS-DETAIL-ECART
                PERFORM SIGNALER-ECART
           END-IF.
           PERFORM LIRE-JOURNAL-LISIBLE.

      *    Paragraphe pour ranger l'entrée courante de l'ombre dans
      *    le groupe, puis lire la suivante
           CHARGER-GROUPE-OMBRE.
           IF WS-NB-GI < 100 THEN
                ADD 1 TO WS-NB-GI
                MOVE CIX-LIGNE TO WS-GI-LIGNE(WS-NB-GI)
                MOVE CIX-SEQUENCE TO WS-GI-SEQUENCE(WS-NB-GI)
                MOVE "N" TO WS-GI-APPARIEE(WS-NB-GI)
           ELSE
                DISPLAY "Erreur ! Plus de 100 entrées au même"
                     " horodatage, entrée non rapprochée : "
                     CIX-TIMESTAMP
                MOVE "TABLE-PLEINE" TO WS-TYPE-ECART
                MOVE SPACES TO WS-DETAIL-ECART
                STRING "Plus de 100 entrées au même horodatage,"
                     " entrée non rapprochée : " CIX-TIMESTAMP
                     DELIMITED BY SIZE INTO WS-DETAIL-ECART
                PERFORM SIGNALER-ECART
           END-IF.
           PERFORM LIRE-OMBRE.

      *    Paragraphe pour chercher dans le groupe de l'ombre une
      *    entrée identique à la ligne du journal
           APPARIER-LIGNE-JOURNAL.
           MOVE 0 TO WS-IDX-TROUVE.
           PERFORM COMPARER-ENTREE-OMBRE
                VARYING WS-IDX-GI FROM 1 BY 1
                UNTIL WS-IDX-GI > WS-NB-GI
                OR WS-IDX-TROUVE > 0.
           IF WS-IDX-TROUVE > 0 THEN
                MOVE "Y" TO WS-GJ-APPARIEE(WS-IDX-GJ)
                MOVE "Y" TO WS-GI-APPARIEE(WS-IDX-TROUVE)
                ADD 1 TO WS-NB-CONCORDANTS
           END-IF.

      *    Paragraphe pour comparer une entrée libre de l'ombre avec
      *    la ligne du journal
           COMPARER-ENTREE-OMBRE.
           IF WS-GI-APPARIEE(WS-IDX-GI) = "N"
                AND WS-GI-LIGNE(WS-IDX-GI) = WS-GJ-LIGNE(WS-IDX-GJ)
                THEN
                MOVE WS-IDX-GI TO WS-IDX-TROUVE
           END-IF.

      *    Paragraphe pour signaler ce qui reste non apparié dans le
      *    groupe : une ligne du journal et une entrée de l'ombre
      *    restées seules au même horodatage ont un contenu
      *    différent, le surplus d'un côté ou de l'autre est absent
      *    de l'ombre ou en trop dans l'ombre
           SIGNALER-RESTE-GROUPE.
           PERFORM SIGNALER-LIGNE-JOURNAL
                VARYING WS-IDX-GJ FROM 1 BY 1
                UNTIL WS-IDX-GJ > WS-NB-GJ.
           PERFORM SIGNALER-ENTREE-OMBRE
                VARYING WS-IDX-GI FROM 1 BY 1
                UNTIL WS-IDX-GI > WS-NB-GI.

      *    Paragraphe pour signaler une ligne du journal non
      *    appariée, en l'opposant à la première entrée libre de
      *    l'ombre du même horodatage s'il en reste une
           SIGNALER-LIGNE-JOURNAL.
           IF WS-GJ-APPARIEE(WS-IDX-GJ) = "N" THEN
                MOVE 0 TO WS-IDX-TROUVE
                PERFORM CHERCHER-ENTREE-LIBRE
                     VARYING WS-IDX-RECHERCHE FROM 1 BY 1
                     UNTIL WS-IDX-RECHERCHE > WS-NB-GI
                     OR WS-IDX-TROUVE > 0
                PERFORM QUALIFIER-LIGNE-JOURNAL
                IF WS-DETAIL-ECART NOT = SPACES THEN
                     PERFORM SIGNALER-ECART
                END-IF
           END-IF.

      *    Paragraphe pour qualifier l'écart d'une ligne du journal
      *    non appariée (sans ombre, l'écart est déjà signalé une
      *    fois pour tout le fichier)
           QUALIFIER-LIGNE-JOURNAL.
           MOVE SPACES TO WS-DETAIL-ECART.
           IF WS-IDX-TROUVE > 0 THEN
                MOVE "Y" TO WS-GI-APPARIEE(WS-IDX-TROUVE)
                MOVE "DIFFERENT" TO WS-TYPE-ECART
                STRING "clé " WS-CLE-GROUPE "/"
                     WS-GI-SEQUENCE(WS-IDX-TROUVE)
                     " : contenu de l'ombre différent du journal"
                     DELIMITED BY SIZE INTO WS-DETAIL-ECART
           ELSE IF WS-OMBRE-PRESENTE NOT = "N" THEN
                MOVE "ABSENT-OMBRE" TO WS-TYPE-ECART
                STRING "ligne du journal " WS-CLE-GROUPE
                     " sans entrée dans l'ombre"
                     DELIMITED BY SIZE INTO WS-DETAIL-ECART
           END-IF.

      *    Paragraphe pour repérer une entrée libre de l'ombre dans
      *    le groupe
           CHERCHER-ENTREE-LIBRE.
           IF WS-GI-APPARIEE(WS-IDX-RECHERCHE) = "N" THEN
                MOVE WS-IDX-RECHERCHE TO WS-IDX-TROUVE
           END-IF.

      *    Paragraphe pour signaler une entrée de l'ombre restée
      *    sans ligne du journal
           SIGNALER-ENTREE-OMBRE.
           IF WS-GI-APPARIEE(WS-IDX-GI) = "N" THEN
                MOVE "EN-TROP" TO WS-TYPE-ECART
                MOVE SPACES TO WS-DETAIL-ECART
                STRING "clé " WS-CLE-GROUPE "/"
                     WS-GI-SEQUENCE(WS-IDX-GI)
                     " dans l'ombre sans ligne du journal"
                     DELIMITED BY SIZE INTO WS-DETAIL-ECART
                PERFORM SIGNALER-ECART
           END-IF.

      *    Paragraphe pour contrôler le journal vivant contre la
      *    dernière purge : il ne peut compter moins de lignes que
      *    celles qu'elle a conservées
           CONTROLER-CONSERVES.
           IF WS-NB-MANIFESTE > 0
                AND WS-NB-JOURNAL < WS-DERNIERS-CONSERVES THEN
                MOVE "LACUNE" TO WS-TYPE-ECART
                MOVE SPACES TO WS-DETAIL-ECART
                MOVE WS-DERNIERS-CONSERVES TO WS-NB-EDIT
                MOVE WS-NB-JOURNAL TO WS-NB-EDIT2
                STRING "CALCLOG.DAT : " FUNCTION TRIM(WS-NB-EDIT2)
                     " ligne(s) pour " FUNCTION TRIM(WS-NB-EDIT)
                     " conservée(s) à la dernière purge"
                     DELIMITED BY SIZE INTO WS-DETAIL-ECART
                PERFORM SIGNALER-ECART
           END-IF.

      *    Paragraphe pour inscrire au rapport les totaux du
      *    rapprochement du journal et de l'ombre
           EDITER-RAPPROCHEMENT.
           MOVE SPACES TO WS-LIGNE-RAPPORT.
           MOVE WS-NB-JOURNAL TO WS-NB-EDIT.
           MOVE WS-NB-ILLISIBLES TO WS-NB-EDIT2.
           STRING "Lignes du journal vivant : "
                FUNCTION TRIM(WS-NB-EDIT) " dont "
                FUNCTION TRIM(WS-NB-EDIT2)
                " à horodatage illisible, non indexée(s)"
                DELIMITED BY SIZE INTO WS-LIGNE-RAPPORT.
           PERFORM ECRIRE-RAPPORT.
           MOVE SPACES TO WS-LIGNE-RAPPORT.
           MOVE WS-NB-INDEX TO WS-NB-EDIT.
           MOVE WS-NB-CONCORDANTS TO WS-NB-EDIT2.
           STRING "Entrées de l'ombre indexée : "
                FUNCTION TRIM(WS-NB-EDIT) " dont "
                FUNCTION TRIM(WS-NB-EDIT2) " concordante(s)"
                DELIMITED BY SIZE INTO WS-LIGNE-RAPPORT.
           PERFORM ECRIRE-RAPPORT.

      *    Paragraphe pour rechercher dans les archives les lignes du
      *    journal vivant tombant dans la plage archivée : trouvée,
      *    la ligne est en double ; introuvable, elle chevauche la
      *    plage archivée
           CHERCHER-DOUBLONS.
           IF WS-NB-SUSPECTES > 0 THEN
                PERFORM BALAYER-ARCHIVE-DOUBLONS
                     VARYING WS-IDX-MANIFESTE FROM 1 BY 1
                     UNTIL WS-IDX-MANIFESTE > WS-NB-MANIFESTE
                PERFORM SIGNALER-SUSPECTE
                     VARYING WS-IDX-SUSPECTE FROM 1 BY 1
                     UNTIL WS-IDX-SUSPECTE > WS-NB-SUSPECTES
           END-IF.

      *    Paragraphe pour balayer une archive du manifeste à la
      *    recherche des lignes suspectes
           BALAYER-ARCHIVE-DOUBLONS.
           MOVE WS-MNF-NOM(WS-IDX-MANIFESTE) TO WS-NOM-ARCHIVE.
           MOVE "N" TO WS-ARCHIVE-EOF.
           OPEN INPUT ARCHIVE-FILE.
           IF WS-ARCHIVE-STATUS = "00" THEN
                PERFORM LIRE-ARCHIVE
                PERFORM COMPARER-LIGNE-ARCHIVE
                     UNTIL WS-ARCHIVE-EOF = "Y"
                CLOSE ARCHIVE-FILE
           END-IF.

      *    Paragraphe pour comparer une ligne de l'archive avec les
      *    lignes suspectes, puis lire la suivante
           COMPARER-LIGNE-ARCHIVE.
           PERFORM COMPARER-SUSPECTE
                VARYING WS-IDX-SUSPECTE FROM 1 BY 1
                UNTIL WS-IDX-SUSPECTE > WS-NB-SUSPECTES.
           PERFORM LIRE-ARCHIVE.

      *    Paragraphe pour comparer une ligne suspecte avec la ligne
      *    de l'archive
           COMPARER-SUSPECTE.
           IF WS-SUS-LIGNE(WS-IDX-SUSPECTE) = ARCHIVE-RECORD THEN
                MOVE "Y" TO WS-SUS-TROUVEE(WS-IDX-SUSPECTE)
           END-IF.

      *    Paragraphe pour signaler une ligne suspecte
           SIGNALER-SUSPECTE.
           MOVE SPACES TO WS-DETAIL-ECART.
           IF WS-SUS-TROUVEE(WS-IDX-SUSPECTE) = "Y" THEN
                MOVE "DOUBLON" TO WS-TYPE-ECART
                STRING "CALCLOG.DAT : "
                     WS-SUS-LIGNE(WS-IDX-SUSPECTE)(1:21)
                     " présente aussi dans une archive"
                     DELIMITED BY SIZE INTO WS-DETAIL-ECART
           ELSE
                MOVE "CHEVAUCHE" TO WS-TYPE-ECART
                STRING "CALCLOG.DAT : "
                     WS-SUS-LIGNE(WS-IDX-SUSPECTE)(1:21)
                     " dans la plage archivée"
                     DELIMITED BY SIZE INTO WS-DETAIL-ECART
           END-IF.
           PERFORM SIGNALER-ECART.

      *    Paragraphe pour éditer le bilan par type d'écart et le
      *    verdict, au rapport et à l'écran
           EDITER-BILAN.
           MOVE ALL "=" TO WS-LIGNE-RAPPORT.
           PERFORM ECRIRE-RAPPORT.
           DISPLAY "======================================".
           DISPLAY "Vérification de l'intégrité du journal".
           DISPLAY "======================================".
           MOVE "Absents de l'ombre" TO WS-DETAIL-ECART.
           MOVE WS-NB-ABSENTS-OMBRE TO WS-NB-EDIT.
           PERFORM EDITER-LIGNE-BILAN.
           MOVE "En trop dans l'ombre" TO WS-DETAIL-ECART.
           MOVE WS-NB-EN-TROP TO WS-NB-EDIT.
           PERFORM EDITER-LIGNE-BILAN.
           MOVE "Contenus différents" TO WS-DETAIL-ECART.
           MOVE WS-NB-DIFFERENTS TO WS-NB-EDIT.
           PERFORM EDITER-LIGNE-BILAN.
           MOVE "Horodatages hors séquence" TO WS-DETAIL-ECART.
           MOVE WS-NB-DESORDRES TO WS-NB-EDIT.
           PERFORM EDITER-LIGNE-BILAN.
           MOVE "Écarts au manifeste" TO WS-DETAIL-ECART.
           MOVE WS-NB-ECARTS-MANIFESTE TO WS-NB-EDIT.
           PERFORM EDITER-LIGNE-BILAN.
           MOVE "Lacunes" TO WS-DETAIL-ECART.
           MOVE WS-NB-LACUNES TO WS-NB-EDIT.
           PERFORM EDITER-LIGNE-BILAN.
           MOVE "Chevauchements" TO WS-DETAIL-ECART.
           MOVE WS-NB-CHEVAUCHEMENTS TO WS-NB-EDIT.
           PERFORM EDITER-LIGNE-BILAN.
           MOVE "Doublons archive/journal" TO WS-DETAIL-ECART.
           MOVE WS-NB-DOUBLONS TO WS-NB-EDIT.
           PERFORM EDITER-LIGNE-BILAN.
           MOVE "Archives hors manifeste" TO WS-DETAIL-ECART.
           MOVE WS-NB-HORS-MANIFESTE TO WS-NB-EDIT.
           PERFORM EDITER-LIGNE-BILAN.
           MOVE "Fichiers absents ou illisibles" TO WS-DETAIL-ECART.
           MOVE WS-NB-ERREURS-FICHIER TO WS-NB-EDIT.
           PERFORM EDITER-LIGNE-BILAN.
           MOVE "Non vérifiés, tables pleines" TO WS-DETAIL-ECART.
           MOVE WS-NB-TABLES-PLEINES TO WS-NB-EDIT.
           PERFORM EDITER-LIGNE-BILAN.
           MOVE ALL "=" TO WS-LIGNE-RAPPORT.
           PERFORM ECRIRE-RAPPORT.
           MOVE SPACES TO WS-LIGNE-RAPPORT.
           IF WS-NB-ECARTS = 0 THEN
                MOVE "RESULTAT PASS" TO WS-LIGNE-RAPPORT
                DISPLAY "RESULTAT PASS"
           ELSE
                MOVE WS-NB-ECARTS TO WS-NB-EDIT
                STRING "RESULTAT FAIL, " FUNCTION TRIM(WS-NB-EDIT)
                     " écart(s)"
                     DELIMITED BY SIZE INTO WS-LIGNE-RAPPORT
                DISPLAY "RESULTAT FAIL, " FUNCTION TRIM(WS-NB-EDIT)
                     " écart(s), voir CALCVRF.RPT"
           END-IF.
           PERFORM ECRIRE-RAPPORT.
           DISPLAY "======================================".

      *    Paragraphe pour éditer le compteur d'un type d'écart
           EDITER-LIGNE-BILAN.
           MOVE SPACES TO WS-LIGNE-RAPPORT.
           STRING WS-DETAIL-ECART(1:32) ": " WS-NB-EDIT
                DELIMITED BY SIZE INTO WS-LIGNE-RAPPORT.
           PERFORM ECRIRE-RAPPORT.
           DISPLAY WS-DETAIL-ECART(1:32) ": " WS-NB-EDIT.
