           IDENTIFICATION DIVISION.
           PROGRAM-ID. Calccrt.
           AUTHOR SIBORY G.
      *    Certification par rejeu des résultats journalisés : pour
      *    une plage de dates, relit le journal des calculs CALCLOG
      *    (ou un fichier au même dessin, par exemple la
      *    reconstruction CALCRTV.DAT produite par Calcrtv) et
      *    ré-exécute chaque calcul réussi par le point d'entrée
      *    de rejeu d'Exocalc, CALL "EXOCALC-REJEU", avec les
      *    opérandes journalisés, puis compare le résultat et le
      *    reste obtenus au résultat et au reste journalisés ; à
      *    passer avant chaque mise en production d'une
      *    modification des paragraphes de calcul, et à la demande
      *    quand un département conteste un chiffre :
      *    Calccrt DATE-DEBUT DATE-FIN [FICHIER-JOURNAL]
      *    Le journal ne conservant ni la règle d'arrondi ni le mode
      *    quotient/reste d'une division, un résultat qui ne diffère
      *    que d'une unité de la quatrième décimale est rejoué sous
      *    les autres règles d'arrondi, et une division sans reste
      *    journalisé l'est aussi en mode quotient/reste, avant
      *    d'être déclaré différent. Les calculs financiers confiés
      *    à Calcfin et les opérations inconnues du point d'entrée
      *    ne sont pas rejouables. Le point d'entrée de rejeu
      *    n'écrit rien dans CALCLOG ; les lignes sans identifiant
      *    d'opérateur, écrites par les appels sous-programme
      *    EXOCALC-CALC, sont rejouées comme les autres. Le
      *    rapport des écarts et le bilan par type d'opération sont
      *    écrits, paginés, dans le fichier d'impression
      *    CALCCRT.aaaammjj.aaaammjj.RPT
      *    (plage certifiée) ; le code retour remis à l'ordonnanceur
      *    vaut 0 sans écart, 4 si au moins un résultat diffère, 8
      *    si le journal est illisible ou le point d'entrée
      *    introuvable


       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Journal des calculs ; par défaut le journal vivant
      *    CALCLOG.DAT, mais un autre fichier au même dessin peut
      *    être nommé sur la ligne de commande
           SELECT CALCLOG-FILE ASSIGN USING WS-NOM-JOURNAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CALCLOG-STATUS.

      *    Fichier d'impression du rapport, nommé d'après la plage
      *    certifiée (le nom est construit à l'exécution dans
      *    WS-NOM-IMPRESSION)
           SELECT IMPRESSION-FILE ASSIGN USING WS-NOM-IMPRESSION
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IMPRESSION-STATUS.

       DATA DIVISION.

       FILE SECTION.
      *    Fichier journal des calculs (même dessin que dans
      *    Exocalc)
       FD  CALCLOG-FILE.
       01  CALCLOG-RECORD.
           05  CLR-TIMESTAMP PIC X(21).
           05  FILLER PIC X(1).
           05  CLR-OPERATOR-ID PIC X(8).
           05  FILLER PIC X(1).
           05  CLR-OPERATION PIC X(15).
           05  FILLER PIC X(1).
           05  CLR-NBR1 PIC X(20).
           05  FILLER PIC X(1).
           05  CLR-NBR2 PIC X(20).
           05  FILLER PIC X(1).
           05  CLR-RESULT PIC X(20).
           05  FILLER PIC X(1).
           05  CLR-STATUT PIC X(7).
           05  FILLER PIC X(1).
           05  CLR-RESULT2 PIC X(20).
           05  FILLER PIC X(1).
           05  CLR-REFERENCE PIC X(7).

       FD  IMPRESSION-FILE.
       01  IMPRESSION-RECORD PIC X(132).

       WORKING-STORAGE SECTION.

      *    Les variables pour les fichiers
       01  WS-CALCLOG-STATUS PIC X(2).
       01  WS-CALCLOG-EOF PIC X(1) VALUE "N".

      *    La plage de dates demandée (AAAAMMJJ) et le nom du
      *    journal à lire ; la ligne de commande porte
      *    DATE-DEBUT DATE-FIN [FICHIER-JOURNAL]
       01  WS-LIGNE-COMMANDE PIC X(64) VALUE SPACES.
       01  WS-DATE-DEBUT PIC X(8) VALUE SPACES.
       01  WS-DATE-FIN PIC X(8) VALUE SPACES.
       01  WS-DATE-LIGNE PIC X(8).
       01  WS-NOM-JOURNAL PIC X(21) VALUE "CALCLOG.DAT".
       01  WS-SAISIE-JOURNAL PIC X(21) VALUE SPACES.
       01  WS-DEBUT-EDITE PIC X(10).
       01  WS-FIN-EDITEE PIC X(10).

      *    Les paramètres du point d'entrée EXOCALC-REJEU (mêmes
      *    pictures que la LINKAGE SECTION d'Exocalc)
       01  WS-RJ-OPERATION PIC 9(2).
       01  WS-RJ-NBR1 PIC S9(13)V9999.
       01  WS-RJ-NBR2 PIC S9(13)V9999.
       01  WS-RJ-RESULT PIC S9(13)V9999.
       01  WS-RJ-STATUS PIC X(2).
       01  WS-RJ-DIV-MODE PIC X(1).
       01  WS-RJ-RESULT2 PIC S9(13)V9999.
       01  WS-RJ-ARRONDI PIC X(1).

      *    Le résultat et le reste journalisés de la ligne rejouée
      *    (reste absent des lignes antérieures à l'ajout de la
      *    zone : seul le résultat est alors comparé)
       01  WS-JRN-RESULT PIC S9(13)V9999.
       01  WS-JRN-RESULT2 PIC S9(13)V9999.
       01  WS-RESTE-JOURNALISE PIC X(1) VALUE "N".

      *    L'état du rejeu de la ligne : rejouable, concordant, le
      *    premier rejeu (règle par défaut) gardé pour le rapport
      *    quand aucun essai ne concorde, et l'écart toléré pour
      *    essayer une autre règle d'arrondi
       01  WS-REJOUABLE PIC X(1) VALUE "Y".
       01  WS-CONCORDANT PIC X(1) VALUE "N".
       01  WS-AUTRE-ESSAI PIC X(1) VALUE "N".
       01  WS-PREMIER-RESULT PIC S9(13)V9999.
       01  WS-PREMIER-RESULT2 PIC S9(13)V9999.
       01  WS-PREMIER-STATUS PIC X(2).
       01  WS-ECART PIC S9(14)V9999.
       01  WS-ECART-ARRONDI PIC 9(1)V9999 VALUE 0.0001.
       01  WS-ENTREE-ABSENTE PIC X(1) VALUE "N".
       01  WS-MOTIF PIC X(45).

      *    La table du bilan par type d'opération, dans l'ordre de
      *    première apparition
       01  WS-TABLE-TYPES.
           05  WS-TYPE-ENTREE OCCURS 20 TIMES.
               10  WS-TY-OPERATION PIC X(15).
               10  WS-TY-LUES PIC 9(6).
               10  WS-TY-CONCORDANTES PIC 9(6).
               10  WS-TY-DIFFERENTES PIC 9(6).
               10  WS-TY-NON-REJOUABLES PIC 9(6).
       01  WS-NB-TYPES PIC 9(2) VALUE 0.
       01  WS-IDX-TYPE PIC 9(2).
       01  WS-TYPE-TROUVE PIC X(1) VALUE "N".

      *    Les compteurs et le code retour
       01  WS-NB-LUS PIC 9(6) VALUE 0.
       01  WS-NB-PLAGE PIC 9(6) VALUE 0.
       01  WS-NB-NON-OK PIC 9(6) VALUE 0.
       01  WS-NB-CONCORDANTES PIC 9(6) VALUE 0.
       01  WS-NB-AUTRE-REGLE PIC 9(6) VALUE 0.
       01  WS-NB-DIFFERENTES PIC 9(6) VALUE 0.
       01  WS-NB-NON-REJOUABLES PIC 9(6) VALUE 0.
       01  WS-NB-HORS-TABLE PIC 9(6) VALUE 0.
       01  WS-CODE-RETOUR PIC 9(2) VALUE 0.

      *    Les zones d'édition
       01  WS-NB-EDIT PIC Z(5)9.
       01  WS-NB-EDIT2 PIC Z(5)9.
       01  WS-NB-EDIT3 PIC Z(5)9.
       01  WS-NB-EDIT4 PIC Z(5)9.
       01  WS-VALEUR-EDIT PIC -(13)9.9999.
       01  WS-VALEUR-EDIT2 PIC -(13)9.9999.

      *    Les variables pour le fichier d'impression du rapport :
      *    pages de longueur fixe, en-tête de page avec le nom du
      *    programme, la date et l'heure d'exécution, la plage
      *    certifiée et le numéro de page ; l'en-tête de colonnes de
      *    la partie en cours est répété en haut de chaque page
       01  WS-IMPRESSION-STATUS PIC X(2).
       01  WS-IMPRESSION-OUVERTE PIC X(1) VALUE "N".
       01  WS-NOM-IMPRESSION PIC X(30).
       01  WS-LIGNE-IMPRESSION PIC X(132).
       01  WS-LIGNE-EN-TETE PIC X(132).
       01  WS-ENTETE-COLONNES PIC X(132) VALUE SPACES.
       01  WS-LIGNES-PAR-PAGE PIC 9(2) VALUE 60.
       01  WS-NB-LIGNES-PAGE PIC 9(2) VALUE 0.
       01  WS-NO-PAGE PIC 9(4) VALUE 0.
       01  WS-PAGE-EDIT PIC Z(3)9.
       01  WS-HORODATAGE-EXEC PIC X(21).

       PROCEDURE DIVISION.

           PERFORM SAISIR-CRITERES
           PERFORM OUVRIR-JOURNAL
           IF WS-CODE-RETOUR NOT = 8 THEN
                PERFORM EDITER-EN-TETE
                PERFORM REJOUER-PLAGE
                PERFORM EDITER-BILAN
           END-IF
           MOVE WS-CODE-RETOUR TO RETURN-CODE
           STOP RUN.

      *    Paragraphe pour saisir la plage à certifier et le
      *    journal à lire, depuis la ligne de commande ou au clavier
           SAISIR-CRITERES.
           ACCEPT WS-LIGNE-COMMANDE FROM COMMAND-LINE.
           UNSTRING WS-LIGNE-COMMANDE DELIMITED BY ALL SPACE
                INTO WS-DATE-DEBUT WS-DATE-FIN WS-SAISIE-JOURNAL.
           IF WS-SAISIE-JOURNAL NOT = SPACES THEN
                MOVE WS-SAISIE-JOURNAL TO WS-NOM-JOURNAL
           END-IF.
           IF WS-DATE-DEBUT IS NOT NUMERIC
                OR WS-DATE-FIN IS NOT NUMERIC THEN
                PERFORM SAISIR-DATE-DEBUT
                PERFORM SAISIR-DATE-FIN
           END-IF.
           STRING WS-DATE-DEBUT(7:2) "/" WS-DATE-DEBUT(5:2) "/"
                WS-DATE-DEBUT(1:4)
                DELIMITED BY SIZE INTO WS-DEBUT-EDITE.
           STRING WS-DATE-FIN(7:2) "/" WS-DATE-FIN(5:2) "/"
                WS-DATE-FIN(1:4)
                DELIMITED BY SIZE INTO WS-FIN-EDITEE.

      *    Paragraphe pour saisir la date de début, en reprenant la
      *    saisie tant qu'elle n'est pas numérique
           SAISIR-DATE-DEBUT.
           DISPLAY "Date de début (AAAAMMJJ) :".
           ACCEPT WS-DATE-DEBUT.
           IF WS-DATE-DEBUT IS NOT NUMERIC THEN
                DISPLAY "Erreur de saisie !"
                PERFORM SAISIR-DATE-DEBUT
           END-IF.

      *    Paragraphe pour saisir la date de fin, en reprenant la
      *    saisie tant qu'elle n'est pas numérique
           SAISIR-DATE-FIN.
           DISPLAY "Date de fin (AAAAMMJJ) :".
           ACCEPT WS-DATE-FIN.
           IF WS-DATE-FIN IS NOT NUMERIC THEN
                DISPLAY "Erreur de saisie !"
                PERFORM SAISIR-DATE-FIN
           END-IF.

      *    Paragraphe pour ouvrir le journal à certifier (journal
      *    absent ou illisible : code retour 8, rien n'est certifié)
           OUVRIR-JOURNAL.
           OPEN INPUT CALCLOG-FILE.
           IF WS-CALCLOG-STATUS NOT = "00" THEN
                DISPLAY "Erreur ! Impossible d'ouvrir "
                     FUNCTION TRIM(WS-NOM-JOURNAL)
                     " (statut " FUNCTION TRIM(WS-CALCLOG-STATUS) ")"
                MOVE 8 TO WS-CODE-RETOUR
           END-IF.

      *    Paragraphe pour lire une ligne du journal
           LIRE-CALCLOG.
           READ CALCLOG-FILE
                AT END MOVE "Y" TO WS-CALCLOG-EOF
           END-READ.

      *    Paragraphe pour éditer l'en-tête du rapport
           EDITER-EN-TETE.
           PERFORM OUVRIR-IMPRESSION.
           MOVE "======================================"
                TO WS-LIGNE-IMPRESSION.
           PERFORM IMPRIMER-LIGNE.
           MOVE SPACES TO WS-LIGNE-IMPRESSION.
           STRING "Certification par rejeu du " WS-DEBUT-EDITE
                " au " WS-FIN-EDITEE
                DELIMITED BY SIZE INTO WS-LIGNE-IMPRESSION.
           PERFORM IMPRIMER-LIGNE.
           MOVE "======================================"
                TO WS-LIGNE-IMPRESSION.
           PERFORM IMPRIMER-LIGNE.
           MOVE SPACES TO WS-LIGNE-IMPRESSION.
           STRING "Journal rejoué : " FUNCTION TRIM(WS-NOM-JOURNAL)
                DELIMITED BY SIZE INTO WS-LIGNE-IMPRESSION.
           PERFORM IMPRIMER-LIGNE.

      *    Paragraphe pour rejouer les lignes de la plage lues dans
      *    le journal et éditer les lignes en écart ou non
      *    rejouables
           REJOUER-PLAGE.
           MOVE SPACES TO WS-ENTETE-COLONNES.
           MOVE SPACES TO WS-LIGNE-IMPRESSION.
           PERFORM IMPRIMER-LIGNE.
           MOVE "Lignes en écart ou non rejouables"
                TO WS-LIGNE-IMPRESSION.
           PERFORM IMPRIMER-LIGNE.
           MOVE "Horodatage" TO WS-ENTETE-COLONNES(1:10).
           MOVE "Opérateur" TO WS-ENTETE-COLONNES(21:10).
           MOVE "Opération" TO WS-ENTETE-COLONNES(31:10).
           MOVE "Opérande 1" TO WS-ENTETE-COLONNES(48:11).
           MOVE "Opérande 2" TO WS-ENTETE-COLONNES(70:11).
           MOVE "Observation" TO WS-ENTETE-COLONNES(92:11).
           MOVE WS-ENTETE-COLONNES TO WS-LIGNE-IMPRESSION.
           PERFORM IMPRIMER-LIGNE.
           PERFORM LIRE-CALCLOG.
           PERFORM REJOUER-LIGNE UNTIL WS-CALCLOG-EOF = "Y".
           CLOSE CALCLOG-FILE.
           IF WS-NB-DIFFERENTES = 0 AND WS-NB-NON-REJOUABLES = 0
                AND WS-CODE-RETOUR NOT = 8 THEN
                MOVE "Aucune ligne en écart." TO WS-LIGNE-IMPRESSION
                PERFORM IMPRIMER-LIGNE
           END-IF.

      *    Paragraphe pour rejouer une ligne du journal si elle est
      *    dans la plage : seuls les calculs réussis sont rejoués,
      *    y compris ceux des appels sous-programme, sans
      *    identifiant d'opérateur (une ligne en erreur n'a pas de
      *    résultat à certifier) ; puis lire la suivante
           REJOUER-LIGNE.
           ADD 1 TO WS-NB-LUS.
           MOVE CLR-TIMESTAMP(1:8) TO WS-DATE-LIGNE.
           IF WS-DATE-LIGNE < WS-DATE-DEBUT
                OR WS-DATE-LIGNE > WS-DATE-FIN THEN
                CONTINUE
           ELSE IF CLR-STATUT NOT = "OK" THEN
                ADD 1 TO WS-NB-PLAGE
                ADD 1 TO WS-NB-NON-OK
           ELSE
                ADD 1 TO WS-NB-PLAGE
                PERFORM CHERCHER-TYPE
                PERFORM PREPARER-REJEU
                IF WS-REJOUABLE = "Y" THEN
                     PERFORM EXECUTER-REJEU
                END-IF
                IF WS-REJOUABLE = "N" THEN
                     ADD 1 TO WS-NB-NON-REJOUABLES
                     IF WS-TYPE-TROUVE = "Y" THEN
                          ADD 1 TO WS-TY-NON-REJOUABLES(WS-IDX-TYPE)
                     END-IF
                     PERFORM EDITER-ECART
                ELSE IF WS-CONCORDANT = "Y" THEN
                     ADD 1 TO WS-NB-CONCORDANTES
                     IF WS-TYPE-TROUVE = "Y" THEN
                          ADD 1 TO WS-TY-CONCORDANTES(WS-IDX-TYPE)
                     END-IF
                ELSE
                     ADD 1 TO WS-NB-DIFFERENTES
                     IF WS-TYPE-TROUVE = "Y" THEN
                          ADD 1 TO WS-TY-DIFFERENTES(WS-IDX-TYPE)
                     END-IF
                     PERFORM EDITER-ECART
                END-IF
           END-IF.
           PERFORM LIRE-CALCLOG.

      *    Paragraphe pour chercher le type d'opération de la ligne
      *    dans la table du bilan, en l'y ajoutant s'il n'y est pas
      *    encore (table pleine : la ligne est comptée au total
      *    seulement)
           CHERCHER-TYPE.
           MOVE "N" TO WS-TYPE-TROUVE.
           PERFORM COMPARER-TYPE
                VARYING WS-IDX-TYPE FROM 1 BY 1
                UNTIL WS-IDX-TYPE > WS-NB-TYPES
                OR WS-TYPE-TROUVE = "Y".
           IF WS-TYPE-TROUVE = "Y" THEN
                SUBTRACT 1 FROM WS-IDX-TYPE
           ELSE
                IF WS-NB-TYPES < 20 THEN
                     ADD 1 TO WS-NB-TYPES
                     MOVE WS-NB-TYPES TO WS-IDX-TYPE
                     MOVE CLR-OPERATION TO WS-TY-OPERATION(WS-IDX-TYPE)
                     MOVE 0 TO WS-TY-LUES(WS-IDX-TYPE)
                     MOVE 0 TO WS-TY-CONCORDANTES(WS-IDX-TYPE)
                     MOVE 0 TO WS-TY-DIFFERENTES(WS-IDX-TYPE)
                     MOVE 0 TO WS-TY-NON-REJOUABLES(WS-IDX-TYPE)
                     MOVE "Y" TO WS-TYPE-TROUVE
                ELSE
                     ADD 1 TO WS-NB-HORS-TABLE
                END-IF
           END-IF.
           IF WS-TYPE-TROUVE = "Y" THEN
                ADD 1 TO WS-TY-LUES(WS-IDX-TYPE)
           END-IF.

      *    Paragraphe pour comparer une entrée de la table du bilan
      *    avec le type d'opération de la ligne
           COMPARER-TYPE.
           IF WS-TY-OPERATION(WS-IDX-TYPE) = CLR-OPERATION THEN
                MOVE "Y" TO WS-TYPE-TROUVE
           END-IF.

      *    Paragraphe pour préparer le rejeu de la ligne : code
      *    opération du point d'entrée d'après le libellé
      *    journalisé, opérandes, résultat et reste journalisés ;
      *    la ligne est non rejouable si l'opération est inconnue du
      *    point d'entrée ou si une zone numérique est illisible
           PREPARER-REJEU.
           MOVE "Y" TO WS-REJOUABLE.
           MOVE "N" TO WS-CONCORDANT.
           MOVE SPACES TO WS-MOTIF.
           MOVE 0 TO WS-RJ-OPERATION.
           EVALUATE CLR-OPERATION
                WHEN "ADDITION" MOVE 1 TO WS-RJ-OPERATION
                WHEN "SOUSTRACTION" MOVE 2 TO WS-RJ-OPERATION
                WHEN "MULTIPLICATION" MOVE 3 TO WS-RJ-OPERATION
                WHEN "DIVISION" MOVE 4 TO WS-RJ-OPERATION
                WHEN "PUISSANCE" MOVE 5 TO WS-RJ-OPERATION
                WHEN "RACINE CARREE" MOVE 6 TO WS-RJ-OPERATION
                WHEN "MODULO" MOVE 7 TO WS-RJ-OPERATION
                WHEN "POURCENTAGE" MOVE 8 TO WS-RJ-OPERATION
      *    Conversion : le cours appliqué est journalisé en second
      *    opérande, le point d'entrée le reçoit tel quel
                WHEN "CONVERSION" MOVE 13 TO WS-RJ-OPERATION
                WHEN "AMORTISSEMENT"
                WHEN "INTERETS COMP."
                     MOVE "N" TO WS-REJOUABLE
                     MOVE "calcul financier Calcfin, non rejouable"
                          TO WS-MOTIF
                WHEN OTHER
                     MOVE "N" TO WS-REJOUABLE
                     MOVE "opération inconnue du point d'entrée"
                          TO WS-MOTIF
           END-EVALUATE.
           IF WS-REJOUABLE = "Y" THEN
                PERFORM LIRE-VALEURS-JOURNALISEES
           END-IF.

      *    Paragraphe pour convertir les zones numériques signées
      *    de la ligne journalisée (un second opérande à blanc,
      *    celui d'une racine carrée par exemple, vaut zéro)
           LIRE-VALEURS-JOURNALISEES.
           MOVE 0 TO WS-RJ-NBR1.
           MOVE 0 TO WS-RJ-NBR2.
           MOVE 0 TO WS-JRN-RESULT.
           MOVE 0 TO WS-JRN-RESULT2.
           MOVE "N" TO WS-RESTE-JOURNALISE.
           IF FUNCTION TEST-NUMVAL(CLR-NBR1) NOT = 0 THEN
                MOVE "N" TO WS-REJOUABLE
                MOVE "opérande 1 journalisé illisible" TO WS-MOTIF
           ELSE IF CLR-NBR2 NOT = SPACES
                AND FUNCTION TEST-NUMVAL(CLR-NBR2) NOT = 0 THEN
                MOVE "N" TO WS-REJOUABLE
                MOVE "opérande 2 journalisé illisible" TO WS-MOTIF
           ELSE IF FUNCTION TEST-NUMVAL(CLR-RESULT) NOT = 0 THEN
                MOVE "N" TO WS-REJOUABLE
                MOVE "résultat journalisé illisible" TO WS-MOTIF
           ELSE IF CLR-RESULT2 NOT = SPACES
                AND FUNCTION TEST-NUMVAL(CLR-RESULT2) NOT = 0 THEN
                MOVE "N" TO WS-REJOUABLE
                MOVE "reste journalisé illisible" TO WS-MOTIF
           ELSE
                COMPUTE WS-RJ-NBR1 = FUNCTION NUMVAL(CLR-NBR1)
                IF CLR-NBR2 NOT = SPACES THEN
                     COMPUTE WS-RJ-NBR2 = FUNCTION NUMVAL(CLR-NBR2)
                END-IF
                COMPUTE WS-JRN-RESULT = FUNCTION NUMVAL(CLR-RESULT)
                IF CLR-RESULT2 NOT = SPACES THEN
                     MOVE "Y" TO WS-RESTE-JOURNALISE
                     COMPUTE WS-JRN-RESULT2 =
                          FUNCTION NUMVAL(CLR-RESULT2)
                END-IF
           END-IF.

      *    Paragraphe pour rejouer la ligne : d'abord sous la règle
      *    d'arrondi par défaut (en mode quotient/reste pour une
      *    division dont un reste est journalisé), puis, si le
      *    résultat ne diffère que d'une unité de la quatrième
      *    décimale, sous les deux autres règles, et pour une
      *    division sans reste journalisé, en mode quotient/reste ;
      *    quand aucun essai ne concorde, le premier est gardé pour
      *    le rapport
           EXECUTER-REJEU.
           MOVE "N" TO WS-AUTRE-ESSAI.
           MOVE "N" TO WS-RJ-DIV-MODE.
           IF WS-RJ-OPERATION = 4 AND WS-JRN-RESULT2 NOT = 0 THEN
                MOVE "Y" TO WS-RJ-DIV-MODE
           END-IF.
           MOVE "H" TO WS-RJ-ARRONDI.
           PERFORM APPELER-EXOCALC.
           MOVE WS-RJ-RESULT TO WS-PREMIER-RESULT.
           MOVE WS-RJ-RESULT2 TO WS-PREMIER-RESULT2.
           MOVE WS-RJ-STATUS TO WS-PREMIER-STATUS.
           COMPUTE WS-ECART = FUNCTION ABS(WS-RJ-RESULT
                - WS-JRN-RESULT).
           IF WS-CONCORDANT = "N" AND WS-RJ-STATUS = "00"
                AND WS-ECART <= WS-ECART-ARRONDI THEN
                MOVE "Y" TO WS-AUTRE-ESSAI
                MOVE "T" TO WS-RJ-ARRONDI
                PERFORM APPELER-EXOCALC
                IF WS-CONCORDANT = "N" THEN
                     MOVE "B" TO WS-RJ-ARRONDI
                     PERFORM APPELER-EXOCALC
                END-IF
           END-IF.
           IF WS-CONCORDANT = "N" AND WS-RJ-OPERATION = 4
                AND WS-RJ-DIV-MODE = "N"
                AND WS-PREMIER-STATUS = "00" THEN
                MOVE "Y" TO WS-AUTRE-ESSAI
                MOVE "Y" TO WS-RJ-DIV-MODE
                MOVE "H" TO WS-RJ-ARRONDI
                PERFORM APPELER-EXOCALC
           END-IF.
           IF WS-CONCORDANT = "Y" AND WS-AUTRE-ESSAI = "Y" THEN
                ADD 1 TO WS-NB-AUTRE-REGLE
           END-IF.
           IF WS-CONCORDANT = "N" AND WS-REJOUABLE = "Y" THEN
                MOVE WS-PREMIER-RESULT TO WS-RJ-RESULT
                MOVE WS-PREMIER-RESULT2 TO WS-RJ-RESULT2
                MOVE WS-PREMIER-STATUS TO WS-RJ-STATUS
                IF WS-RJ-STATUS NOT = "00" THEN
                     MOVE SPACES TO WS-MOTIF
                     STRING "calcul refusé au rejeu (statut "
                          WS-RJ-STATUS ")"
                          DELIMITED BY SIZE INTO WS-MOTIF
                ELSE IF WS-RJ-RESULT NOT = WS-JRN-RESULT THEN
                     MOVE "résultat différent" TO WS-MOTIF
                ELSE
                     MOVE "reste différent" TO WS-MOTIF
                END-IF
           END-IF.

      *    Paragraphe pour appeler le point d'entrée EXOCALC-REJEU et
      *    comparer son résultat et son reste aux valeurs
      *    journalisées (point d'entrée introuvable : la ligne est
      *    non rejouable et le code retour vaut 8)
           APPELER-EXOCALC.
           MOVE 0 TO WS-RJ-RESULT.
           MOVE 0 TO WS-RJ-RESULT2.
           MOVE "00" TO WS-RJ-STATUS.
           CALL "EXOCALC-REJEU" USING WS-RJ-OPERATION WS-RJ-NBR1
                WS-RJ-NBR2 WS-RJ-RESULT WS-RJ-STATUS WS-RJ-DIV-MODE
                WS-RJ-RESULT2 WS-RJ-ARRONDI
                ON EXCEPTION
                     MOVE "97" TO WS-RJ-STATUS
           END-CALL.
           IF WS-RJ-STATUS = "97" THEN
                IF WS-ENTREE-ABSENTE = "N" THEN
                     DISPLAY "Erreur ! Point d'entrée EXOCALC-REJEU"
                          " introuvable !"
                     MOVE "Y" TO WS-ENTREE-ABSENTE
                END-IF
                MOVE "N" TO WS-REJOUABLE
                MOVE "point d'entrée EXOCALC-REJEU introuvable"
                     TO WS-MOTIF
                MOVE 8 TO WS-CODE-RETOUR
           ELSE IF WS-RJ-STATUS = "00"
                AND WS-RJ-RESULT = WS-JRN-RESULT THEN
                IF WS-RESTE-JOURNALISE = "N"
                     OR WS-RJ-RESULT2 = WS-JRN-RESULT2 THEN
                     MOVE "Y" TO WS-CONCORDANT
                END-IF
           END-IF.

      *    Paragraphe pour éditer une ligne en écart ou non
      *    rejouable : la ligne journalisée et le motif, puis, pour
      *    un écart, les valeurs journalisées et rejouées
           EDITER-ECART.
           MOVE SPACES TO WS-LIGNE-IMPRESSION.
           STRING CLR-TIMESTAMP(7:2) "/" CLR-TIMESTAMP(5:2) "/"
                CLR-TIMESTAMP(1:4) " " CLR-TIMESTAMP(9:2) ":"
                CLR-TIMESTAMP(11:2) ":" CLR-TIMESTAMP(13:2)
                DELIMITED BY SIZE INTO WS-LIGNE-IMPRESSION.
           MOVE CLR-OPERATOR-ID TO WS-LIGNE-IMPRESSION(21:8).
           MOVE CLR-OPERATION TO WS-LIGNE-IMPRESSION(30:15).
           MOVE CLR-NBR1 TO WS-LIGNE-IMPRESSION(46:20).
           MOVE CLR-NBR2 TO WS-LIGNE-IMPRESSION(67:20).
           MOVE WS-MOTIF TO WS-LIGNE-IMPRESSION(88:45).
           PERFORM IMPRIMER-LIGNE.
           IF WS-REJOUABLE = "Y" THEN
                MOVE SPACES TO WS-LIGNE-IMPRESSION
                STRING "journalisé : " FUNCTION TRIM(CLR-RESULT)
                     DELIMITED BY SIZE INTO WS-LIGNE-IMPRESSION(30:50)
                IF WS-RESTE-JOURNALISE = "Y" THEN
                     STRING "reste " FUNCTION TRIM(CLR-RESULT2)
                          DELIMITED BY SIZE
                          INTO WS-LIGNE-IMPRESSION(67:30)
                END-IF
                PERFORM IMPRIMER-LIGNE
                MOVE WS-RJ-RESULT TO WS-VALEUR-EDIT
                MOVE WS-RJ-RESULT2 TO WS-VALEUR-EDIT2
                MOVE SPACES TO WS-LIGNE-IMPRESSION
                STRING "rejoué     : " FUNCTION TRIM(WS-VALEUR-EDIT)
                     DELIMITED BY SIZE INTO WS-LIGNE-IMPRESSION(30:50)
                STRING "reste " FUNCTION TRIM(WS-VALEUR-EDIT2)
                     DELIMITED BY SIZE INTO WS-LIGNE-IMPRESSION(67:30)
                PERFORM IMPRIMER-LIGNE
           END-IF.

      *    Paragraphe pour éditer le bilan par type d'opération, les
      *    totaux et le verdict, et positionner le code retour
           EDITER-BILAN.
           MOVE SPACES TO WS-ENTETE-COLONNES.
           MOVE SPACES TO WS-LIGNE-IMPRESSION.
           PERFORM IMPRIMER-LIGNE.
           MOVE "Bilan par type d'opération" TO WS-LIGNE-IMPRESSION.
           PERFORM IMPRIMER-LIGNE.
           MOVE "Opération" TO WS-ENTETE-COLONNES(1:10).
           MOVE "Lignes" TO WS-ENTETE-COLONNES(21:6).
           MOVE "Concordantes" TO WS-ENTETE-COLONNES(29:12).
           MOVE "Différentes" TO WS-ENTETE-COLONNES(43:12).
           MOVE "Non rejouables" TO WS-ENTETE-COLONNES(56:14).
           MOVE WS-ENTETE-COLONNES TO WS-LIGNE-IMPRESSION.
           PERFORM IMPRIMER-LIGNE.
           PERFORM EDITER-TYPE
                VARYING WS-IDX-TYPE FROM 1 BY 1
                UNTIL WS-IDX-TYPE > WS-NB-TYPES.
           COMPUTE WS-NB-EDIT = WS-NB-CONCORDANTES + WS-NB-DIFFERENTES
                + WS-NB-NON-REJOUABLES.
           MOVE WS-NB-CONCORDANTES TO WS-NB-EDIT2.
           MOVE WS-NB-DIFFERENTES TO WS-NB-EDIT3.
           MOVE WS-NB-NON-REJOUABLES TO WS-NB-EDIT4.
           MOVE SPACES TO WS-LIGNE-IMPRESSION.
           MOVE "Total" TO WS-LIGNE-IMPRESSION(1:5).
           MOVE WS-NB-EDIT TO WS-LIGNE-IMPRESSION(20:6).
           MOVE WS-NB-EDIT2 TO WS-LIGNE-IMPRESSION(34:6).
           MOVE WS-NB-EDIT3 TO WS-LIGNE-IMPRESSION(47:6).
           MOVE WS-NB-EDIT4 TO WS-LIGNE-IMPRESSION(62:6).
           PERFORM IMPRIMER-LIGNE.
           MOVE SPACES TO WS-ENTETE-COLONNES.
           MOVE SPACES TO WS-LIGNE-IMPRESSION.
           PERFORM IMPRIMER-LIGNE.
           MOVE "======================================"
                TO WS-LIGNE-IMPRESSION.
           PERFORM IMPRIMER-LIGNE.
           MOVE WS-NB-LUS TO WS-NB-EDIT.
           MOVE SPACES TO WS-LIGNE-IMPRESSION.
           STRING "Lignes lues dans le journal       : "
                FUNCTION TRIM(WS-NB-EDIT)
                DELIMITED BY SIZE INTO WS-LIGNE-IMPRESSION.
           PERFORM IMPRIMER-LIGNE.
           MOVE WS-NB-PLAGE TO WS-NB-EDIT.
           MOVE WS-NB-NON-OK TO WS-NB-EDIT2.
           MOVE SPACES TO WS-LIGNE-IMPRESSION.
           STRING "Lignes de la plage                : "
                FUNCTION TRIM(WS-NB-EDIT)
                " (en erreur, non rejouées : "
                FUNCTION TRIM(WS-NB-EDIT2) ")"
                DELIMITED BY SIZE INTO WS-LIGNE-IMPRESSION.
           PERFORM IMPRIMER-LIGNE.
           MOVE WS-NB-CONCORDANTES TO WS-NB-EDIT.
           MOVE WS-NB-AUTRE-REGLE TO WS-NB-EDIT2.
           MOVE SPACES TO WS-LIGNE-IMPRESSION.
           STRING "Résultats concordants             : "
                FUNCTION TRIM(WS-NB-EDIT)
                " (dont autre arrondi ou quotient/reste : "
                FUNCTION TRIM(WS-NB-EDIT2) ")"
                DELIMITED BY SIZE INTO WS-LIGNE-IMPRESSION.
           PERFORM IMPRIMER-LIGNE.
           MOVE WS-NB-DIFFERENTES TO WS-NB-EDIT.
           MOVE SPACES TO WS-LIGNE-IMPRESSION.
           STRING "Résultats différents              : "
                FUNCTION TRIM(WS-NB-EDIT)
                DELIMITED BY SIZE INTO WS-LIGNE-IMPRESSION.
           PERFORM IMPRIMER-LIGNE.
           MOVE WS-NB-NON-REJOUABLES TO WS-NB-EDIT.
           MOVE SPACES TO WS-LIGNE-IMPRESSION.
           STRING "Lignes non rejouables             : "
                FUNCTION TRIM(WS-NB-EDIT)
                DELIMITED BY SIZE INTO WS-LIGNE-IMPRESSION.
           PERFORM IMPRIMER-LIGNE.
           IF WS-NB-HORS-TABLE > 0 THEN
                MOVE WS-NB-HORS-TABLE TO WS-NB-EDIT
                MOVE SPACES TO WS-LIGNE-IMPRESSION
                STRING "Lignes hors bilan par type        : "
                     FUNCTION TRIM(WS-NB-EDIT)
                     DELIMITED BY SIZE INTO WS-LIGNE-IMPRESSION
                PERFORM IMPRIMER-LIGNE
           END-IF.
           IF WS-NB-DIFFERENTES > 0 AND WS-CODE-RETOUR < 4 THEN
                MOVE 4 TO WS-CODE-RETOUR
           END-IF.
           EVALUATE WS-CODE-RETOUR
                WHEN 0
                     MOVE "CERTIFIÉ : aucun résultat différent"
                          TO WS-LIGNE-IMPRESSION
                WHEN 4
                     MOVE "NON CERTIFIÉ : résultats différents"
                          TO WS-LIGNE-IMPRESSION
                WHEN OTHER
                     MOVE "NON CERTIFIÉ : rejeu incomplet"
                          TO WS-LIGNE-IMPRESSION
           END-EVALUATE.
           PERFORM IMPRIMER-LIGNE.
           MOVE "======================================"
                TO WS-LIGNE-IMPRESSION.
           PERFORM IMPRIMER-LIGNE.
           PERFORM FERMER-IMPRESSION.

      *    Paragraphe pour éditer la ligne de bilan d'un type
      *    d'opération
           EDITER-TYPE.
           MOVE WS-TY-LUES(WS-IDX-TYPE) TO WS-NB-EDIT.
           MOVE WS-TY-CONCORDANTES(WS-IDX-TYPE) TO WS-NB-EDIT2.
           MOVE WS-TY-DIFFERENTES(WS-IDX-TYPE) TO WS-NB-EDIT3.
           MOVE WS-TY-NON-REJOUABLES(WS-IDX-TYPE) TO WS-NB-EDIT4.
           MOVE SPACES TO WS-LIGNE-IMPRESSION.
           MOVE WS-TY-OPERATION(WS-IDX-TYPE)
                TO WS-LIGNE-IMPRESSION(1:15).
           MOVE WS-NB-EDIT TO WS-LIGNE-IMPRESSION(20:6).
           MOVE WS-NB-EDIT2 TO WS-LIGNE-IMPRESSION(34:6).
           MOVE WS-NB-EDIT3 TO WS-LIGNE-IMPRESSION(47:6).
           MOVE WS-NB-EDIT4 TO WS-LIGNE-IMPRESSION(62:6).
           PERFORM IMPRIMER-LIGNE.

      *    Paragraphe pour ouvrir le fichier d'impression du
      *    rapport, nommé d'après la plage certifiée
           OUVRIR-IMPRESSION.
           MOVE FUNCTION CURRENT-DATE TO WS-HORODATAGE-EXEC.
           MOVE SPACES TO WS-NOM-IMPRESSION.
           STRING "CALCCRT." WS-DATE-DEBUT "." WS-DATE-FIN ".RPT"
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
      *    d'exécution et plage certifiée, puis l'en-tête de
      *    colonnes de la partie en cours (sauf si la ligne à
      *    imprimer est cet en-tête lui-même)
           IMPRIMER-EN-TETE-PAGE.
           ADD 1 TO WS-NO-PAGE.
           MOVE WS-NO-PAGE TO WS-PAGE-EDIT.
           MOVE SPACES TO WS-LIGNE-EN-TETE.
           MOVE "Calccrt" TO WS-LIGNE-EN-TETE(1:8).
           MOVE "CERTIFICATION PAR REJEU"
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
                "     Période du " WS-DEBUT-EDITE " au "
                WS-FIN-EDITEE
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
