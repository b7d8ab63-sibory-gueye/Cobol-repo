           IDENTIFICATION DIVISION.
           PROGRAM-ID. Calcsec.
           AUTHOR SIBORY G.
      *    Rapport quotidien des exceptions de sécurité pour le
      *    responsable du contrôle : pour une date donnée, confronte
      *    le journal des sessions SESSJRNL au journal des calculs
      *    CALCLOG, au fichier maître des opérateurs OPERMAST, au
      *    fichier des clôtures CLOTURE et au calendrier CALBUS ; il
      *    relève les échecs d'authentification répétés et les
      *    verrouillages par opérateur, l'activité CALCLOG hors de
      *    toute session ouverte de l'opérateur, l'activité d'un
      *    opérateur aujourd'hui désactivé (ou inconnu) au fichier
      *    maître, l'activité d'une journée chômée ou postérieure à
      *    la clôture de la journée, et les dépassements de limite
      *    confirmés par un opérateur de niveau 2 avec la ligne
      *    CALCLOG qu'ils concernent ; le rapport se termine par le
      *    nombre d'exceptions par type ; le code retour remis à
      *    l'ordonnanceur vaut 0 sans exception, 4 si au moins une
      *    exception est relevée, 8 si un journal est illisible ; le
      *    rapport est aussi écrit, paginé, dans le fichier
      *    d'impression CALCSEC.aaaammjj.RPT (date contrôlée)


       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Journal des sessions, même dessin d'enregistrement que
      *    dans Exocalc
           SELECT SESSION-JOURNAL-FILE ASSIGN TO "SESSJRNL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SESSJRNL-STATUS.

           SELECT CALCLOG-FILE ASSIGN TO "CALCLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CALCLOG-STATUS.

           SELECT OPERATEUR-FILE ASSIGN TO "OPERMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPERATEUR-STATUS.

      *    Fichier des limites de valeur, pour retrouver la ligne
      *    CALCLOG concernée par un dépassement confirmé
           SELECT LIMITE-FILE ASSIGN TO "LIMITES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIMITE-STATUS.

           SELECT CLOTURE-FILE ASSIGN TO "CLOTURE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLOTURE-STATUS.

           SELECT CALENDRIER-FILE ASSIGN TO "CALBUS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CALENDRIER-STATUS.

      *    Fichier d'impression du rapport, nommé d'après la date
      *    contrôlée (le nom est construit à l'exécution dans
      *    WS-NOM-IMPRESSION)
           SELECT IMPRESSION-FILE ASSIGN USING WS-NOM-IMPRESSION
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IMPRESSION-STATUS.

       DATA DIVISION.

       FILE SECTION.
      *    Journal des sessions : horodatage, identifiant, événement
      *    (OUVERTURE, ECHEC, VERROU, REFUS, CLOTURE, LIMITE) et
      *    mode de la session ("I" interactif, "B" batch)
       FD  SESSION-JOURNAL-FILE.
       01  SESSION-JOURNAL-RECORD.
           05  SJR-TIMESTAMP PIC X(21).
           05  FILLER PIC X(1).
           05  SJR-OPERATOR-ID PIC X(8).
           05  FILLER PIC X(1).
           05  SJR-EVENEMENT PIC X(10).
           05  FILLER PIC X(1).
           05  SJR-MODE PIC X(1).

      *    Fichier journal des calculs (piste d'audit), même dessin
      *    que dans Exocalc
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

      *    Fichier maître des opérateurs (même dessin que dans
      *    Opermnt) ; seuls l'identifiant, l'indicateur actif et le
      *    niveau d'habilitation sont interprétés ici
       FD  OPERATEUR-FILE.
       01  OPERATEUR-RECORD.
           05  OM-OPERATOR-ID PIC X(8).
           05  FILLER PIC X(1).
           05  OM-NOM PIC X(30).
           05  FILLER PIC X(1).
           05  OM-DEPARTEMENT PIC X(10).
           05  FILLER PIC X(1).
           05  OM-ACTIF PIC X(1).
           05  FILLER PIC X(1).
           05  OM-NIVEAU PIC 9(1).
           05  FILLER PIC X(1).
           05  OM-MOT-PASSE PIC X(8).
           05  FILLER PIC X(1).
           05  OM-NB-ECHECS PIC 9(1).
           05  FILLER PIC X(1).
           05  OM-VERROU PIC X(1).

      *    Fichier des limites de valeur (même dessin que dans
      *    Limmnt)
       FD  LIMITE-FILE.
       01  LIMITE-RECORD.
           05  LIM-NIVEAU PIC 9(1).
           05  FILLER PIC X(1).
           05  LIM-OPERATION PIC X(2).
           05  FILLER PIC X(1).
           05  LIM-MAX-OPERANDE PIC 9(13)V9999.
           05  FILLER PIC X(1).
           05  LIM-MAX-RESULTAT PIC 9(13)V9999.

      *    Fichier des clôtures de journée (même dessin que dans
      *    Cloture)
       FD  CLOTURE-FILE.
       01  CLOTURE-RECORD.
           05  CLO-DATE PIC 9(8).
           05  FILLER PIC X(1).
           05  CLO-TIMESTAMP PIC X(21).

      *    Calendrier d'exploitation (même dessin que dans Calbmnt)
       FD  CALENDRIER-FILE.
       01  CALENDRIER-RECORD.
           05  CAL-DATE PIC 9(8).
           05  FILLER PIC X(1).
           05  CAL-TYPE PIC X(1).
           05  FILLER PIC X(1).
           05  CAL-LIBELLE PIC X(30).

       FD  IMPRESSION-FILE.
       01  IMPRESSION-RECORD PIC X(132).

       WORKING-STORAGE SECTION.

      *    Les variables pour les fichiers
       01  WS-SESSJRNL-STATUS PIC X(2).
       01  WS-CALCLOG-STATUS PIC X(2).
       01  WS-OPERATEUR-STATUS PIC X(2).
       01  WS-LIMITE-STATUS PIC X(2).
       01  WS-CLOTURE-STATUS PIC X(2).
       01  WS-CALENDRIER-STATUS PIC X(2).
       01  WS-SESSJRNL-EOF PIC X(1) VALUE "N".
       01  WS-CALCLOG-EOF PIC X(1) VALUE "N".
       01  WS-OPERATEUR-EOF PIC X(1) VALUE "N".
       01  WS-LIMITE-EOF PIC X(1) VALUE "N".
       01  WS-CLOTURE-EOF PIC X(1) VALUE "N".
       01  WS-CALENDRIER-EOF PIC X(1) VALUE "N".

      *    La date contrôlée (AAAAMMJJ)
       01  WS-DATE-DEMANDEE PIC X(8) VALUE SPACES.
       01  WS-DATE-NUM REDEFINES WS-DATE-DEMANDEE PIC 9(8).
       01  WS-DATE-EDITEE PIC X(10).

      *    Le seuil à partir duquel les échecs d'authentification
      *    d'un opérateur sur la journée sont signalés
       01  WS-SEUIL-ECHECS PIC 9(2) VALUE 2.

      *    La table en mémoire du fichier maître des opérateurs
       01  WS-MAITRE-PRESENT PIC X(1) VALUE "N".
       01  WS-TABLE-OPERATEURS.
           05  WS-OPER-ENTREE OCCURS 200 TIMES.
               10  WS-OP-ID PIC X(8).
               10  WS-OP-ACTIF PIC X(1).
               10  WS-OP-NIVEAU PIC 9(1).
       01  WS-NB-OPERATEURS PIC 9(3) VALUE 0.
       01  WS-IDX-OPER PIC 9(3).
       01  WS-OPER-TROUVE PIC X(1) VALUE "N".
       01  WS-OPER-CHERCHE PIC X(8).

      *    La table en mémoire des limites de valeur
       01  WS-TABLE-LIMITES.
           05  WS-LIM-ENTREE OCCURS 50 TIMES.
               10  WS-LIM-NIVEAU PIC 9(1).
               10  WS-LIM-OPE PIC X(2).
               10  WS-LIM-OPERANDE PIC 9(13)V9999.
               10  WS-LIM-RESULTAT PIC 9(13)V9999.
       01  WS-NB-LIMITES PIC 9(2) VALUE 0.
       01  WS-IDX-LIM PIC 9(2).
       01  WS-LIM-TROUVEE PIC X(1) VALUE "N".
       01  WS-LIM-OPERANDE-EFF PIC 9(13)V9999 VALUE 0.
       01  WS-LIM-RESULTAT-EFF PIC 9(13)V9999 VALUE 0.
      *    Un dépassement n'est confirmé qu'au niveau 2 : c'est la
      *    limite de ce niveau qui désigne la ligne concernée
       01  WS-NIVEAU-CONFIRMATION PIC 9(1) VALUE 2.
       01  WS-OPE-LIGNE PIC X(2).
       01  WS-VALEUR-ABSOLUE PIC 9(13)V9999.
       01  WS-DEP-OPERANDE PIC X(1) VALUE "N".
       01  WS-DEP-RESULTAT PIC X(1) VALUE "N".

      *    L'état de la journée contrôlée : close (avec l'horodatage
      *    de la clôture) et/ou chômée au calendrier
       01  WS-JOURNEE-CLOSE PIC X(1) VALUE "N".
       01  WS-HORODATAGE-CLOTURE PIC X(21) VALUE SPACES.
       01  WS-JOUR-CHOME PIC X(1) VALUE "N".
       01  WS-CAL-PRESENT PIC X(1) VALUE "N".
       01  WS-TYPE-CALENDRIER PIC X(1) VALUE SPACE.
       01  WS-JOUR-SEMAINE PIC 9(1) VALUE 0.

      *    La table des échecs, verrouillages et refus de la
      *    journée, par opérateur
       01  WS-TABLE-AUTH.
           05  WS-AUTH-ENTREE OCCURS 100 TIMES.
               10  WS-AU-OPER PIC X(8).
               10  WS-AU-ECHECS PIC 9(4).
               10  WS-AU-VERROUS PIC 9(4).
               10  WS-AU-REFUS PIC 9(4).
               10  WS-AU-DERNIER-VERROU PIC X(21).
       01  WS-NB-AUTH PIC 9(3) VALUE 0.
       01  WS-IDX-AUTH PIC 9(3).
       01  WS-AUTH-TROUVE PIC X(1) VALUE "N".

      *    La table des sessions de la journée : une entrée par
      *    ouverture, fermée par la clôture suivante du même
      *    opérateur (fin à blanc : session restée ouverte)
       01  WS-TABLE-SESSIONS.
           05  WS-SESSION-ENTREE OCCURS 500 TIMES.
               10  WS-SE-OPER PIC X(8).
               10  WS-SE-DEBUT PIC X(21).
               10  WS-SE-FIN PIC X(21).
       01  WS-NB-SESSIONS PIC 9(3) VALUE 0.
       01  WS-IDX-SESSION PIC 9(3).
       01  WS-SESSION-TROUVEE PIC X(1) VALUE "N".

      *    La table des dépassements de limite confirmés de la
      *    journée et de la ligne CALCLOG rattachée à chacun
       01  WS-TABLE-DEPASSEMENTS.
           05  WS-DEP-ENTREE OCCURS 200 TIMES.
               10  WS-DP-OPER PIC X(8).
               10  WS-DP-TIMESTAMP PIC X(21).
               10  WS-DP-MODE PIC X(1).
               10  WS-DP-RATTACHE PIC X(1).
               10  WS-DP-LIGNE-TS PIC X(21).
               10  WS-DP-OPERATION PIC X(15).
               10  WS-DP-NBR1 PIC X(20).
               10  WS-DP-NBR2 PIC X(20).
               10  WS-DP-RESULT PIC X(20).
       01  WS-NB-DEPASSEMENTS PIC 9(3) VALUE 0.
       01  WS-IDX-DEP PIC 9(3).
       01  WS-IDX-CANDIDAT PIC 9(3).

      *    La table de la dernière ligne CALCLOG vue par opérateur,
      *    qui borne la fenêtre des dépassements propres à une ligne
       01  WS-TABLE-ACTIVITE.
           05  WS-ACTIVITE-ENTREE OCCURS 100 TIMES.
               10  WS-AC-OPER PIC X(8).
               10  WS-AC-DERNIERE PIC X(21).
       01  WS-NB-ACTIVITE PIC 9(3) VALUE 0.
       01  WS-IDX-ACT PIC 9(3).
       01  WS-ACT-TROUVEE PIC X(1) VALUE "N".
       01  WS-LIGNE-PRECEDENTE PIC X(21).

      *    Les compteurs par type d'exception et le code retour
       01  WS-NB-EVENEMENTS PIC 9(6) VALUE 0.
       01  WS-NB-LIGNES-JOUR PIC 9(6) VALUE 0.
       01  WS-NB-EXC-ECHECS PIC 9(6) VALUE 0.
       01  WS-NB-EXC-VERROUS PIC 9(6) VALUE 0.
       01  WS-NB-EXC-LIMITES PIC 9(6) VALUE 0.
       01  WS-NB-NON-RATTACHES PIC 9(6) VALUE 0.
       01  WS-NB-EXC-SESSION PIC 9(6) VALUE 0.
       01  WS-NB-EXC-INACTIF PIC 9(6) VALUE 0.
       01  WS-NB-EXC-JOURNEE PIC 9(6) VALUE 0.
       01  WS-NB-EXCEPTIONS PIC 9(6) VALUE 0.
       01  WS-NB-EXC-LIGNES PIC 9(6) VALUE 0.
      *    Les opérateurs, limites, événements et lignes écartés
      *    faute de place dans les tables de travail : le rapport
      *    est alors incomplet (un opérateur ou une ouverture de
      *    session écartés feraient signaler à tort l'activité qui
      *    suit) et le code retour vaut 8
       01  WS-NB-DEBORDEMENTS PIC 9(6) VALUE 0.
       01  WS-CODE-RETOUR PIC 9(2) VALUE 0.

      *    Les zones d'édition
       01  WS-NB-EDIT PIC Z(5)9.
       01  WS-NB-EDIT2 PIC Z(5)9.
       01  WS-NB-EDIT3 PIC Z(5)9.
       01  WS-TS-A-EDITER PIC X(21).
       01  WS-HEURE-EDITEE PIC X(8).
       01  WS-MOTIF PIC X(40).

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

           PERFORM SAISIR-DATE-CONTROLE
           PERFORM CHARGER-OPERATEURS
           PERFORM CHARGER-LIMITES
           PERFORM CONTROLER-ETAT-JOURNEE
           PERFORM CHARGER-JOURNAL-SESSIONS
           IF WS-CODE-RETOUR NOT = 8 THEN
                PERFORM EDITER-EN-TETE
                PERFORM EDITER-AUTHENTIFICATION
                PERFORM CONTROLER-ACTIVITE
                PERFORM EDITER-DEPASSEMENTS
                PERFORM EDITER-BILAN
           END-IF
           MOVE WS-CODE-RETOUR TO RETURN-CODE
           STOP RUN.

      *    Paragraphe pour saisir la date contrôlée, depuis la ligne
      *    de commande ou au clavier, en reprenant la saisie tant
      *    qu'elle n'est pas une date numérique AAAAMMJJ
           SAISIR-DATE-CONTROLE.
           ACCEPT WS-DATE-DEMANDEE FROM COMMAND-LINE.
           IF WS-DATE-DEMANDEE = SPACES
                OR WS-DATE-DEMANDEE IS NOT NUMERIC THEN
                PERFORM SAISIR-DATE-CLAVIER
           END-IF.

      *    Paragraphe pour saisir la date contrôlée au clavier
           SAISIR-DATE-CLAVIER.
           DISPLAY "Date contrôlée (AAAAMMJJ) :".
           ACCEPT WS-DATE-DEMANDEE.
           IF WS-DATE-DEMANDEE IS NOT NUMERIC THEN
                DISPLAY "Erreur de saisie !"
                PERFORM SAISIR-DATE-CLAVIER
           END-IF.

      *    Paragraphe pour charger le fichier maître des opérateurs
      *    en mémoire (fichier absent : contrôle des opérateurs
      *    désactivés débrayé, comme l'est l'habilitation dans
      *    Exocalc)
           CHARGER-OPERATEURS.
           MOVE 0 TO WS-NB-OPERATEURS.
           OPEN INPUT OPERATEUR-FILE.
           IF WS-OPERATEUR-STATUS = "00" THEN
                MOVE "Y" TO WS-MAITRE-PRESENT
                PERFORM LIRE-OPERATEUR
                PERFORM RANGER-OPERATEUR
                     UNTIL WS-OPERATEUR-EOF = "Y"
                CLOSE OPERATEUR-FILE
           ELSE
                IF WS-OPERATEUR-STATUS NOT = "35" THEN
                     DISPLAY "Erreur ! Impossible d'ouvrir"
                          " OPERMAST.DAT (statut "
                          FUNCTION TRIM(WS-OPERATEUR-STATUS) ")"
                END-IF
           END-IF.

      *    Paragraphe pour lire un enregistrement du fichier maître
      *    des opérateurs
           LIRE-OPERATEUR.
           READ OPERATEUR-FILE
                AT END MOVE "Y" TO WS-OPERATEUR-EOF
           END-READ.

      *    Paragraphe pour ranger l'opérateur lu dans la table, puis
      *    lire le suivant
           RANGER-OPERATEUR.
           IF WS-NB-OPERATEURS < 200 THEN
                ADD 1 TO WS-NB-OPERATEURS
                MOVE OM-OPERATOR-ID TO WS-OP-ID(WS-NB-OPERATEURS)
                MOVE OM-ACTIF TO WS-OP-ACTIF(WS-NB-OPERATEURS)
                IF OM-NIVEAU IS NUMERIC THEN
                     MOVE OM-NIVEAU TO WS-OP-NIVEAU(WS-NB-OPERATEURS)
                ELSE
                     MOVE 1 TO WS-OP-NIVEAU(WS-NB-OPERATEURS)
                END-IF
           ELSE
                DISPLAY "Erreur ! Table des opérateurs pleine,"
                     " opérateur ignoré : "
                     FUNCTION TRIM(OM-OPERATOR-ID)
                ADD 1 TO WS-NB-DEBORDEMENTS
           END-IF.
           PERFORM LIRE-OPERATEUR.

      *    Paragraphe pour chercher l'identifiant WS-OPER-CHERCHE
      *    dans la table des opérateurs
           CHERCHER-OPERATEUR.
           MOVE "N" TO WS-OPER-TROUVE.
           PERFORM COMPARER-OPERATEUR
                VARYING WS-IDX-OPER FROM 1 BY 1
                UNTIL WS-IDX-OPER > WS-NB-OPERATEURS
                OR WS-OPER-TROUVE = "Y".
           IF WS-OPER-TROUVE = "Y" THEN
                SUBTRACT 1 FROM WS-IDX-OPER
           END-IF.

      *    Paragraphe pour comparer une entrée de la table des
      *    opérateurs avec l'identifiant cherché
           COMPARER-OPERATEUR.
           IF WS-OP-ID(WS-IDX-OPER) = WS-OPER-CHERCHE THEN
                MOVE "Y" TO WS-OPER-TROUVE
           END-IF.

      *    Paragraphe pour charger le fichier des limites de valeur
      *    en mémoire (fichier absent : aucune ligne ne peut être
      *    désignée comme dépassant, les dépassements confirmés sont
      *    alors rattachés par leur seule fenêtre d'horodatage)
           CHARGER-LIMITES.
           MOVE 0 TO WS-NB-LIMITES.
           OPEN INPUT LIMITE-FILE.
           IF WS-LIMITE-STATUS = "00" THEN
                PERFORM LIRE-LIMITE
                PERFORM RANGER-LIMITE
                     UNTIL WS-LIMITE-EOF = "Y"
                CLOSE LIMITE-FILE
           ELSE
                IF WS-LIMITE-STATUS NOT = "35" THEN
                     DISPLAY "Erreur ! Impossible d'ouvrir"
                          " LIMITES.DAT (statut "
                          FUNCTION TRIM(WS-LIMITE-STATUS) ")"
                END-IF
           END-IF.

      *    Paragraphe pour lire un enregistrement du fichier des
      *    limites
           LIRE-LIMITE.
           READ LIMITE-FILE
                AT END MOVE "Y" TO WS-LIMITE-EOF
           END-READ.

      *    Paragraphe pour ranger la limite lue dans la table, puis
      *    lire la suivante
           RANGER-LIMITE.
           IF LIM-NIVEAU IS NUMERIC
                AND LIM-MAX-OPERANDE IS NUMERIC
                AND LIM-MAX-RESULTAT IS NUMERIC THEN
                IF WS-NB-LIMITES < 50 THEN
                     ADD 1 TO WS-NB-LIMITES
                     MOVE LIM-NIVEAU TO WS-LIM-NIVEAU(WS-NB-LIMITES)
                     MOVE LIM-OPERATION TO WS-LIM-OPE(WS-NB-LIMITES)
                     MOVE LIM-MAX-OPERANDE
                          TO WS-LIM-OPERANDE(WS-NB-LIMITES)
                     MOVE LIM-MAX-RESULTAT
                          TO WS-LIM-RESULTAT(WS-NB-LIMITES)
                ELSE
                     DISPLAY "Erreur ! Table des limites pleine,"
                          " limite ignorée"
                     ADD 1 TO WS-NB-DEBORDEMENTS
                END-IF
           END-IF.
           PERFORM LIRE-LIMITE.

      *    Paragraphe pour établir l'état de la journée contrôlée :
      *    close au fichier des clôtures (avec l'horodatage de la
      *    clôture), chômée au calendrier selon la règle d'Exocalc
      *    (une date "F" est chômée, une date "O" ouvrée, une date
      *    absente suit la règle générale samedi et dimanche chômés ;
      *    calendrier absent, contrôle du jour chômé débrayé)
           CONTROLER-ETAT-JOURNEE.
           MOVE "N" TO WS-JOURNEE-CLOSE.
           OPEN INPUT CLOTURE-FILE.
           IF WS-CLOTURE-STATUS = "00" THEN
                PERFORM LIRE-CLOTURE
                PERFORM COMPARER-CLOTURE
                     UNTIL WS-CLOTURE-EOF = "Y"
                     OR WS-JOURNEE-CLOSE = "Y"
                CLOSE CLOTURE-FILE
           ELSE
                IF WS-CLOTURE-STATUS NOT = "35" THEN
                     DISPLAY "Erreur ! Impossible d'ouvrir"
                          " CLOTURE.DAT (statut "
                          FUNCTION TRIM(WS-CLOTURE-STATUS) ")"
                END-IF
           END-IF.
           MOVE "N" TO WS-JOUR-CHOME.
           MOVE SPACE TO WS-TYPE-CALENDRIER.
           OPEN INPUT CALENDRIER-FILE.
           IF WS-CALENDRIER-STATUS = "00" THEN
                MOVE "Y" TO WS-CAL-PRESENT
                PERFORM LIRE-CALENDRIER
                PERFORM COMPARER-CALENDRIER
                     UNTIL WS-CALENDRIER-EOF = "Y"
                     OR WS-TYPE-CALENDRIER NOT = SPACE
                CLOSE CALENDRIER-FILE
           ELSE
                IF WS-CALENDRIER-STATUS NOT = "35" THEN
                     DISPLAY "Erreur ! Impossible d'ouvrir"
                          " CALBUS.DAT (statut "
                          FUNCTION TRIM(WS-CALENDRIER-STATUS) ")"
                END-IF
           END-IF.
           IF WS-CAL-PRESENT = "Y" THEN
                EVALUATE WS-TYPE-CALENDRIER
                     WHEN "F" MOVE "Y" TO WS-JOUR-CHOME
                     WHEN "O" CONTINUE
                     WHEN OTHER PERFORM CONTROLER-FIN-SEMAINE
                END-EVALUATE
           END-IF.

      *    Paragraphe pour lire un enregistrement du fichier des
      *    clôtures
           LIRE-CLOTURE.
           READ CLOTURE-FILE
                AT END MOVE "Y" TO WS-CLOTURE-EOF
           END-READ.

      *    Paragraphe pour comparer la clôture lue avec la date
      *    contrôlée, puis lire la suivante
           COMPARER-CLOTURE.
           IF CLO-DATE IS NUMERIC AND CLO-DATE = WS-DATE-NUM THEN
                MOVE "Y" TO WS-JOURNEE-CLOSE
                MOVE CLO-TIMESTAMP TO WS-HORODATAGE-CLOTURE
           ELSE
                PERFORM LIRE-CLOTURE
           END-IF.

      *    Paragraphe pour lire un enregistrement du calendrier
           LIRE-CALENDRIER.
           READ CALENDRIER-FILE
                AT END MOVE "Y" TO WS-CALENDRIER-EOF
           END-READ.

      *    Paragraphe pour comparer l'enregistrement lu avec la
      *    date contrôlée, puis lire le suivant
           COMPARER-CALENDRIER.
           IF CAL-DATE IS NUMERIC AND CAL-DATE = WS-DATE-NUM THEN
                MOVE CAL-TYPE TO WS-TYPE-CALENDRIER
           ELSE
                PERFORM LIRE-CALENDRIER
           END-IF.

      *    Paragraphe pour appliquer la règle générale des fins de
      *    semaine : samedi et dimanche chômés (le jour 1 du
      *    calendrier interne étant un lundi, les restes 6 et 0 de
      *    la division par 7 désignent le samedi et le dimanche)
           CONTROLER-FIN-SEMAINE.
           COMPUTE WS-JOUR-SEMAINE =
                FUNCTION REM(FUNCTION
                INTEGER-OF-DATE(WS-DATE-NUM) 7).
           IF WS-JOUR-SEMAINE = 6 OR WS-JOUR-SEMAINE = 0 THEN
                MOVE "Y" TO WS-JOUR-CHOME
           END-IF.

      *    Paragraphe pour charger les événements de la journée du
      *    journal des sessions : sessions ouvertes et closes,
      *    échecs, verrouillages et refus par opérateur,
      *    dépassements de limite confirmés (journal absent : aucune
      *    session ouverte ; journal illisible : code retour 8)
           CHARGER-JOURNAL-SESSIONS.
           OPEN INPUT SESSION-JOURNAL-FILE.
           IF WS-SESSJRNL-STATUS = "00" THEN
                PERFORM LIRE-SESSION-JOURNAL
                PERFORM RANGER-EVENEMENT
                     UNTIL WS-SESSJRNL-EOF = "Y"
                CLOSE SESSION-JOURNAL-FILE
           ELSE
                IF WS-SESSJRNL-STATUS NOT = "35" THEN
                     DISPLAY "Erreur ! Impossible d'ouvrir"
                          " SESSJRNL.DAT (statut "
                          FUNCTION TRIM(WS-SESSJRNL-STATUS) ")"
                     MOVE 8 TO WS-CODE-RETOUR
                END-IF
           END-IF.

      *    Paragraphe pour lire un enregistrement du journal des
      *    sessions
           LIRE-SESSION-JOURNAL.
           READ SESSION-JOURNAL-FILE
                AT END MOVE "Y" TO WS-SESSJRNL-EOF
           END-READ.

      *    Paragraphe pour ranger un événement de la journée selon
      *    son type, puis lire le suivant
           RANGER-EVENEMENT.
           IF SJR-TIMESTAMP(1:8) = WS-DATE-DEMANDEE THEN
                ADD 1 TO WS-NB-EVENEMENTS
                EVALUATE SJR-EVENEMENT
                     WHEN "OUVERTURE" PERFORM OUVRIR-SESSION-TABLE
                     WHEN "CLOTURE" PERFORM FERMER-SESSION-TABLE
                     WHEN "ECHEC"
                          PERFORM CHERCHER-AUTH-OPER
                          IF WS-AUTH-TROUVE = "Y" THEN
                               ADD 1 TO WS-AU-ECHECS(WS-IDX-AUTH)
                          END-IF
                     WHEN "VERROU"
                          PERFORM CHERCHER-AUTH-OPER
                          IF WS-AUTH-TROUVE = "Y" THEN
                               ADD 1 TO WS-AU-VERROUS(WS-IDX-AUTH)
                               MOVE SJR-TIMESTAMP
                                    TO WS-AU-DERNIER-VERROU
                                    (WS-IDX-AUTH)
                          END-IF
                     WHEN "REFUS"
                          PERFORM CHERCHER-AUTH-OPER
                          IF WS-AUTH-TROUVE = "Y" THEN
                               ADD 1 TO WS-AU-REFUS(WS-IDX-AUTH)
                          END-IF
                     WHEN "LIMITE" PERFORM RANGER-DEPASSEMENT
                     WHEN OTHER CONTINUE
                END-EVALUATE
           END-IF.
           PERFORM LIRE-SESSION-JOURNAL.

      *    Paragraphe pour ouvrir une session de l'opérateur dans la
      *    table des sessions
           OUVRIR-SESSION-TABLE.
           IF WS-NB-SESSIONS < 500 THEN
                ADD 1 TO WS-NB-SESSIONS
                MOVE SJR-OPERATOR-ID TO WS-SE-OPER(WS-NB-SESSIONS)
                MOVE SJR-TIMESTAMP TO WS-SE-DEBUT(WS-NB-SESSIONS)
                MOVE SPACES TO WS-SE-FIN(WS-NB-SESSIONS)
           ELSE
                ADD 1 TO WS-NB-DEBORDEMENTS
                DISPLAY "Erreur ! Table des sessions pleine,"
                     " ouverture ignorée : "
                     FUNCTION TRIM(SJR-OPERATOR-ID)
           END-IF.

      *    Paragraphe pour fermer la dernière session restée ouverte
      *    de l'opérateur (une clôture sans ouverture le même jour
      *    est ignorée)
           FERMER-SESSION-TABLE.
           MOVE "N" TO WS-SESSION-TROUVEE.
           PERFORM COMPARER-SESSION-OUVERTE
                VARYING WS-IDX-SESSION FROM WS-NB-SESSIONS BY -1
                UNTIL WS-IDX-SESSION < 1
                OR WS-SESSION-TROUVEE = "Y".

      *    Paragraphe pour fermer l'entrée de la table des sessions
      *    si elle est la session ouverte de l'opérateur
           COMPARER-SESSION-OUVERTE.
           IF WS-SE-OPER(WS-IDX-SESSION) = SJR-OPERATOR-ID
                AND WS-SE-FIN(WS-IDX-SESSION) = SPACES THEN
                MOVE SJR-TIMESTAMP TO WS-SE-FIN(WS-IDX-SESSION)
                MOVE "Y" TO WS-SESSION-TROUVEE
           END-IF.

      *    Paragraphe pour chercher l'opérateur de l'événement dans
      *    la table des authentifications, en l'y ajoutant s'il n'y
      *    est pas encore
           CHERCHER-AUTH-OPER.
           MOVE "N" TO WS-AUTH-TROUVE.
           PERFORM COMPARER-AUTH-OPER
                VARYING WS-IDX-AUTH FROM 1 BY 1
                UNTIL WS-IDX-AUTH > WS-NB-AUTH
                OR WS-AUTH-TROUVE = "Y".
           IF WS-AUTH-TROUVE = "Y" THEN
                SUBTRACT 1 FROM WS-IDX-AUTH
           ELSE
                IF WS-NB-AUTH < 100 THEN
                     ADD 1 TO WS-NB-AUTH
                     MOVE WS-NB-AUTH TO WS-IDX-AUTH
                     MOVE SJR-OPERATOR-ID TO WS-AU-OPER(WS-IDX-AUTH)
                     MOVE 0 TO WS-AU-ECHECS(WS-IDX-AUTH)
                     MOVE 0 TO WS-AU-VERROUS(WS-IDX-AUTH)
                     MOVE 0 TO WS-AU-REFUS(WS-IDX-AUTH)
                     MOVE SPACES TO WS-AU-DERNIER-VERROU(WS-IDX-AUTH)
                     MOVE "Y" TO WS-AUTH-TROUVE
                ELSE
                     ADD 1 TO WS-NB-DEBORDEMENTS
                     DISPLAY "Erreur ! Table des authentifications"
                          " pleine, événement ignoré : "
                          FUNCTION TRIM(SJR-OPERATOR-ID)
                END-IF
           END-IF.

      *    Paragraphe pour comparer une entrée de la table des
      *    authentifications avec l'opérateur de l'événement
           COMPARER-AUTH-OPER.
           IF WS-AU-OPER(WS-IDX-AUTH) = SJR-OPERATOR-ID THEN
                MOVE "Y" TO WS-AUTH-TROUVE
           END-IF.

      *    Paragraphe pour ranger un dépassement de limite confirmé
      *    dans la table, en attente de sa ligne CALCLOG
           RANGER-DEPASSEMENT.
           IF WS-NB-DEPASSEMENTS < 200 THEN
                ADD 1 TO WS-NB-DEPASSEMENTS
                MOVE WS-NB-DEPASSEMENTS TO WS-IDX-DEP
                MOVE SJR-OPERATOR-ID TO WS-DP-OPER(WS-IDX-DEP)
                MOVE SJR-TIMESTAMP TO WS-DP-TIMESTAMP(WS-IDX-DEP)
                MOVE SJR-MODE TO WS-DP-MODE(WS-IDX-DEP)
                MOVE "N" TO WS-DP-RATTACHE(WS-IDX-DEP)
                MOVE SPACES TO WS-DP-LIGNE-TS(WS-IDX-DEP)
                MOVE SPACES TO WS-DP-OPERATION(WS-IDX-DEP)
                MOVE SPACES TO WS-DP-NBR1(WS-IDX-DEP)
                MOVE SPACES TO WS-DP-NBR2(WS-IDX-DEP)
                MOVE SPACES TO WS-DP-RESULT(WS-IDX-DEP)
           ELSE
                ADD 1 TO WS-NB-DEBORDEMENTS
                DISPLAY "Erreur ! Table des dépassements pleine,"
                     " dépassement ignoré : "
                     FUNCTION TRIM(SJR-OPERATOR-ID)
           END-IF.

      *    Paragraphe pour éditer l'en-tête du rapport
           EDITER-EN-TETE.
           STRING WS-DATE-DEMANDEE(7:2) "/"
                WS-DATE-DEMANDEE(5:2) "/"
                WS-DATE-DEMANDEE(1:4)
                DELIMITED BY SIZE INTO WS-DATE-EDITEE.
           PERFORM OUVRIR-IMPRESSION.
           MOVE "======================================"
                TO WS-LIGNE-IMPRESSION.
           PERFORM IMPRIMER-LIGNE.
           MOVE SPACES TO WS-LIGNE-IMPRESSION.
           STRING "Exceptions de sécurité du " WS-DATE-EDITEE
                DELIMITED BY SIZE INTO WS-LIGNE-IMPRESSION.
           PERFORM IMPRIMER-LIGNE.
           MOVE "======================================"
                TO WS-LIGNE-IMPRESSION.
           PERFORM IMPRIMER-LIGNE.
           IF WS-JOURNEE-CLOSE = "Y" THEN
                MOVE WS-HORODATAGE-CLOTURE TO WS-TS-A-EDITER
                PERFORM EDITER-HEURE
                MOVE SPACES TO WS-LIGNE-IMPRESSION
                STRING "Journée close à " WS-HEURE-EDITEE
                     DELIMITED BY SIZE INTO WS-LIGNE-IMPRESSION
                PERFORM IMPRIMER-LIGNE
           END-IF.
           IF WS-JOUR-CHOME = "Y" THEN
                MOVE "Journée chômée au calendrier"
                     TO WS-LIGNE-IMPRESSION
                PERFORM IMPRIMER-LIGNE
           END-IF.
           IF WS-MAITRE-PRESENT = "N" THEN
                MOVE "Fichier maître des opérateurs absent, contrôle"
                     TO WS-LIGNE-IMPRESSION
                PERFORM IMPRIMER-LIGNE
                MOVE "des opérateurs désactivés débrayé"
                     TO WS-LIGNE-IMPRESSION
                PERFORM IMPRIMER-LIGNE
           END-IF.

      *    Paragraphe pour éditer la partie des échecs
      *    d'authentification répétés et des verrouillages, un
      *    opérateur par ligne
           EDITER-AUTHENTIFICATION.
           MOVE SPACES TO WS-ENTETE-COLONNES.
           MOVE SPACES TO WS-LIGNE-IMPRESSION.
           PERFORM IMPRIMER-LIGNE.
           MOVE "Échecs d'authentification et verrouillages"
                TO WS-LIGNE-IMPRESSION.
           PERFORM IMPRIMER-LIGNE.
           MOVE "Opérateur, échecs, verrouillages, refus"
                TO WS-ENTETE-COLONNES.
           MOVE WS-ENTETE-COLONNES TO WS-LIGNE-IMPRESSION.
           PERFORM IMPRIMER-LIGNE.
           PERFORM EDITER-LIGNE-AUTH
                VARYING WS-IDX-AUTH FROM 1 BY 1
                UNTIL WS-IDX-AUTH > WS-NB-AUTH.
           IF WS-NB-EXC-ECHECS = 0 AND WS-NB-EXC-VERROUS = 0 THEN
                MOVE "Aucun échec répété ni verrouillage."
                     TO WS-LIGNE-IMPRESSION
                PERFORM IMPRIMER-LIGNE
           END-IF.

      *    Paragraphe pour éditer la ligne d'un opérateur dont les
      *    échecs atteignent le seuil ou qui a été verrouillé
           EDITER-LIGNE-AUTH.
           IF WS-AU-ECHECS(WS-IDX-AUTH) >= WS-SEUIL-ECHECS
                OR WS-AU-VERROUS(WS-IDX-AUTH) > 0 THEN
                IF WS-AU-ECHECS(WS-IDX-AUTH) >= WS-SEUIL-ECHECS THEN
                     ADD 1 TO WS-NB-EXC-ECHECS
                END-IF
                ADD WS-AU-VERROUS(WS-IDX-AUTH) TO WS-NB-EXC-VERROUS
                MOVE WS-AU-ECHECS(WS-IDX-AUTH) TO WS-NB-EDIT
                MOVE WS-AU-VERROUS(WS-IDX-AUTH) TO WS-NB-EDIT2
                MOVE WS-AU-REFUS(WS-IDX-AUTH) TO WS-NB-EDIT3
                MOVE SPACES TO WS-LIGNE-IMPRESSION
                STRING WS-AU-OPER(WS-IDX-AUTH)
                     " échecs=" FUNCTION TRIM(WS-NB-EDIT)
                     " verrouillages=" FUNCTION TRIM(WS-NB-EDIT2)
                     " refus=" FUNCTION TRIM(WS-NB-EDIT3)
                     DELIMITED BY SIZE INTO WS-LIGNE-IMPRESSION
                IF WS-AU-DERNIER-VERROU(WS-IDX-AUTH) NOT = SPACES
                     THEN
                     MOVE WS-AU-DERNIER-VERROU(WS-IDX-AUTH)
                          TO WS-TS-A-EDITER
                     PERFORM EDITER-HEURE
                     STRING "dernier verrouillage à "
                          WS-HEURE-EDITEE DELIMITED BY SIZE
                          INTO WS-LIGNE-IMPRESSION(60:40)
                END-IF
                PERFORM IMPRIMER-LIGNE
           END-IF.

      *    Paragraphe pour contrôler l'activité CALCLOG de la
      *    journée ligne par ligne et éditer les lignes en exception
           CONTROLER-ACTIVITE.
           MOVE SPACES TO WS-ENTETE-COLONNES.
           MOVE SPACES TO WS-LIGNE-IMPRESSION.
           PERFORM IMPRIMER-LIGNE.
           MOVE "Activité CALCLOG en exception"
                TO WS-LIGNE-IMPRESSION.
           PERFORM IMPRIMER-LIGNE.
           MOVE "Heure, opérateur, opération, motif"
                TO WS-ENTETE-COLONNES.
           MOVE WS-ENTETE-COLONNES TO WS-LIGNE-IMPRESSION.
           PERFORM IMPRIMER-LIGNE.
           OPEN INPUT CALCLOG-FILE.
           IF WS-CALCLOG-STATUS = "00" THEN
                PERFORM LIRE-CALCLOG
                PERFORM CONTROLER-LIGNE-CALCLOG
                     UNTIL WS-CALCLOG-EOF = "Y"
                CLOSE CALCLOG-FILE
           ELSE
                IF WS-CALCLOG-STATUS NOT = "35" THEN
                     DISPLAY "Erreur ! Impossible d'ouvrir"
                          " CALCLOG.DAT (statut "
                          FUNCTION TRIM(WS-CALCLOG-STATUS) ")"
                     MOVE 8 TO WS-CODE-RETOUR
                     MOVE "Journal CALCLOG illisible, activité non"
                          TO WS-LIGNE-IMPRESSION
                     PERFORM IMPRIMER-LIGNE
                     MOVE "contrôlée" TO WS-LIGNE-IMPRESSION
                     PERFORM IMPRIMER-LIGNE
                END-IF
           END-IF.
           IF WS-NB-EXC-LIGNES = 0 AND WS-CODE-RETOUR NOT = 8 THEN
                MOVE "Aucune activité en exception."
                     TO WS-LIGNE-IMPRESSION
                PERFORM IMPRIMER-LIGNE
           END-IF.

      *    Paragraphe pour lire une ligne du journal CALCLOG
           LIRE-CALCLOG.
           READ CALCLOG-FILE
                AT END MOVE "Y" TO WS-CALCLOG-EOF
           END-READ.

      *    Paragraphe pour contrôler une ligne CALCLOG de la
      *    journée : rattachement des dépassements confirmés,
      *    session ouverte, opérateur actif (les lignes à
      *    identifiant blanc viennent du point d'entrée
      *    sous-programme, sans session ni opérateur), état de la
      *    journée ; puis lire la suivante
           CONTROLER-LIGNE-CALCLOG.
           IF CLR-TIMESTAMP(1:8) = WS-DATE-DEMANDEE THEN
                ADD 1 TO WS-NB-LIGNES-JOUR
                PERFORM CHERCHER-ACTIVITE-OPER
                IF WS-NB-DEPASSEMENTS > 0 THEN
                     PERFORM RATTACHER-DEPASSEMENTS
                END-IF
                IF CLR-OPERATOR-ID NOT = SPACES THEN
                     PERFORM CONTROLER-SESSION-LIGNE
                     PERFORM CONTROLER-OPERATEUR-LIGNE
                END-IF
                PERFORM CONTROLER-JOURNEE-LIGNE
                IF WS-ACT-TROUVEE = "Y" THEN
                     MOVE CLR-TIMESTAMP
                          TO WS-AC-DERNIERE(WS-IDX-ACT)
                END-IF
           END-IF.
           PERFORM LIRE-CALCLOG.

      *    Paragraphe pour retrouver l'horodatage de la ligne
      *    CALCLOG précédente de l'opérateur (à blanc pour sa
      *    première ligne de la journée), en l'ajoutant à la table
      *    d'activité s'il n'y est pas encore
           CHERCHER-ACTIVITE-OPER.
           MOVE "N" TO WS-ACT-TROUVEE.
           MOVE SPACES TO WS-LIGNE-PRECEDENTE.
           PERFORM COMPARER-ACTIVITE-OPER
                VARYING WS-IDX-ACT FROM 1 BY 1
                UNTIL WS-IDX-ACT > WS-NB-ACTIVITE
                OR WS-ACT-TROUVEE = "Y".
           IF WS-ACT-TROUVEE = "Y" THEN
                SUBTRACT 1 FROM WS-IDX-ACT
                MOVE WS-AC-DERNIERE(WS-IDX-ACT)
                     TO WS-LIGNE-PRECEDENTE
           ELSE
                IF WS-NB-ACTIVITE < 100 THEN
                     ADD 1 TO WS-NB-ACTIVITE
                     MOVE WS-NB-ACTIVITE TO WS-IDX-ACT
                     MOVE CLR-OPERATOR-ID TO WS-AC-OPER(WS-IDX-ACT)
                     MOVE SPACES TO WS-AC-DERNIERE(WS-IDX-ACT)
                     MOVE "Y" TO WS-ACT-TROUVEE
                ELSE
                     ADD 1 TO WS-NB-DEBORDEMENTS
                     DISPLAY "Erreur ! Table d'activité pleine,"
                          " ligne non bornée : "
                          FUNCTION TRIM(CLR-OPERATOR-ID)
                END-IF
           END-IF.

      *    Paragraphe pour comparer une entrée de la table
      *    d'activité avec l'opérateur de la ligne CALCLOG
           COMPARER-ACTIVITE-OPER.
           IF WS-AC-OPER(WS-IDX-ACT) = CLR-OPERATOR-ID THEN
                MOVE "Y" TO WS-ACT-TROUVEE
           END-IF.

      *    Paragraphe pour rattacher à la ligne CALCLOG courante les
      *    dépassements confirmés qui la concernent. En interactif,
      *    les confirmations (opérande puis résultat) précèdent
      *    l'écriture de la ligne : tous les dépassements du même
      *    opérateur horodatés depuis sa ligne précédente lui
      *    reviennent. En batch, un dépassement d'opérande est
      *    confirmé au pré-contrôle, avant toute exécution : il
      *    revient, dans l'ordre, à la première ligne dont un
      *    opérande dépasse la limite du niveau 2 ; un dépassement
      *    de résultat est confirmé juste avant l'écriture de la
      *    ligne : c'est le dernier depuis la ligne précédente
           RATTACHER-DEPASSEMENTS.
           PERFORM RATTACHER-INTERACTIF
                VARYING WS-IDX-DEP FROM 1 BY 1
                UNTIL WS-IDX-DEP > WS-NB-DEPASSEMENTS.
           PERFORM EVALUER-DEPASSEMENT-LIGNE.
           IF WS-DEP-RESULTAT = "Y" THEN
                MOVE 0 TO WS-IDX-CANDIDAT
                PERFORM CHERCHER-DEP-RESULTAT
                     VARYING WS-IDX-DEP FROM 1 BY 1
                     UNTIL WS-IDX-DEP > WS-NB-DEPASSEMENTS
                IF WS-IDX-CANDIDAT > 0 THEN
                     MOVE WS-IDX-CANDIDAT TO WS-IDX-DEP
                     PERFORM RATTACHER-LIGNE
                END-IF
           END-IF.
           IF WS-DEP-OPERANDE = "Y" THEN
                MOVE 0 TO WS-IDX-CANDIDAT
                PERFORM CHERCHER-DEP-OPERANDE
                     VARYING WS-IDX-DEP FROM 1 BY 1
                     UNTIL WS-IDX-DEP > WS-NB-DEPASSEMENTS
                     OR WS-IDX-CANDIDAT > 0
                IF WS-IDX-CANDIDAT > 0 THEN
                     MOVE WS-IDX-CANDIDAT TO WS-IDX-DEP
                     PERFORM RATTACHER-LIGNE
                END-IF
           END-IF.

      *    Paragraphe pour rattacher à la ligne courante un
      *    dépassement interactif non rattaché du même opérateur,
      *    confirmé depuis sa ligne précédente
           RATTACHER-INTERACTIF.
           IF WS-DP-RATTACHE(WS-IDX-DEP) = "N"
                AND WS-DP-MODE(WS-IDX-DEP) NOT = "B"
                AND WS-DP-OPER(WS-IDX-DEP) = CLR-OPERATOR-ID
                AND WS-DP-TIMESTAMP(WS-IDX-DEP) > WS-LIGNE-PRECEDENTE
                AND WS-DP-TIMESTAMP(WS-IDX-DEP) <= CLR-TIMESTAMP
                THEN
                PERFORM RATTACHER-LIGNE
           END-IF.

      *    Paragraphe pour retenir le dernier dépassement batch non
      *    rattaché du même opérateur confirmé depuis sa ligne
      *    précédente (dépassement du résultat)
           CHERCHER-DEP-RESULTAT.
           IF WS-DP-RATTACHE(WS-IDX-DEP) = "N"
                AND WS-DP-MODE(WS-IDX-DEP) = "B"
                AND WS-DP-OPER(WS-IDX-DEP) = CLR-OPERATOR-ID
                AND WS-DP-TIMESTAMP(WS-IDX-DEP) > WS-LIGNE-PRECEDENTE
                AND WS-DP-TIMESTAMP(WS-IDX-DEP) <= CLR-TIMESTAMP
                THEN
                MOVE WS-IDX-DEP TO WS-IDX-CANDIDAT
           END-IF.

      *    Paragraphe pour retenir le premier dépassement batch non
      *    rattaché du même opérateur confirmé avant la ligne
      *    (dépassement d'opérande au pré-contrôle)
           CHERCHER-DEP-OPERANDE.
           IF WS-DP-RATTACHE(WS-IDX-DEP) = "N"
                AND WS-DP-MODE(WS-IDX-DEP) = "B"
                AND WS-DP-OPER(WS-IDX-DEP) = CLR-OPERATOR-ID
                AND WS-DP-TIMESTAMP(WS-IDX-DEP) <= CLR-TIMESTAMP
                THEN
                MOVE WS-IDX-DEP TO WS-IDX-CANDIDAT
           END-IF.

      *    Paragraphe pour rattacher la ligne CALCLOG courante au
      *    dépassement désigné
           RATTACHER-LIGNE.
           MOVE "Y" TO WS-DP-RATTACHE(WS-IDX-DEP).
           MOVE CLR-TIMESTAMP TO WS-DP-LIGNE-TS(WS-IDX-DEP).
           MOVE CLR-OPERATION TO WS-DP-OPERATION(WS-IDX-DEP).
           MOVE CLR-NBR1 TO WS-DP-NBR1(WS-IDX-DEP).
           MOVE CLR-NBR2 TO WS-DP-NBR2(WS-IDX-DEP).
           MOVE CLR-RESULT TO WS-DP-RESULT(WS-IDX-DEP).

      *    Paragraphe pour déterminer si un opérande ou le résultat
      *    de la ligne CALCLOG courante dépasse la limite du niveau
      *    de confirmation pour son opération (limite propre à
      *    l'opération, à défaut limite générale "00" ; le second
      *    opérande d'une conversion est le cours, que le
      *    pré-contrôle ne soumet pas à la limite)
           EVALUER-DEPASSEMENT-LIGNE.
           MOVE "N" TO WS-DEP-OPERANDE.
           MOVE "N" TO WS-DEP-RESULTAT.
           EVALUATE CLR-OPERATION
                WHEN "ADDITION" MOVE "01" TO WS-OPE-LIGNE
                WHEN "SOUSTRACTION" MOVE "02" TO WS-OPE-LIGNE
                WHEN "MULTIPLICATION" MOVE "03" TO WS-OPE-LIGNE
                WHEN "DIVISION" MOVE "04" TO WS-OPE-LIGNE
                WHEN "PUISSANCE" MOVE "05" TO WS-OPE-LIGNE
                WHEN "RACINE CARREE" MOVE "06" TO WS-OPE-LIGNE
                WHEN "MODULO" MOVE "07" TO WS-OPE-LIGNE
                WHEN "POURCENTAGE" MOVE "08" TO WS-OPE-LIGNE
                WHEN "AMORTISSEMENT" MOVE "09" TO WS-OPE-LIGNE
                WHEN "INTERETS COMP." MOVE "09" TO WS-OPE-LIGNE
                WHEN "CONVERSION" MOVE "13" TO WS-OPE-LIGNE
                WHEN OTHER MOVE "00" TO WS-OPE-LIGNE
           END-EVALUATE.
           PERFORM CHERCHER-LIMITE.
           IF WS-LIM-TROUVEE = "Y" THEN
                IF FUNCTION TEST-NUMVAL(CLR-NBR1) = 0 THEN
                     COMPUTE WS-VALEUR-ABSOLUE =
                          FUNCTION ABS(FUNCTION NUMVAL(CLR-NBR1))
                     IF WS-VALEUR-ABSOLUE > WS-LIM-OPERANDE-EFF THEN
                          MOVE "Y" TO WS-DEP-OPERANDE
                     END-IF
                END-IF
                IF FUNCTION TEST-NUMVAL(CLR-NBR2) = 0
                     AND CLR-OPERATION NOT = "CONVERSION" THEN
                     COMPUTE WS-VALEUR-ABSOLUE =
                          FUNCTION ABS(FUNCTION NUMVAL(CLR-NBR2))
                     IF WS-VALEUR-ABSOLUE > WS-LIM-OPERANDE-EFF THEN
                          MOVE "Y" TO WS-DEP-OPERANDE
                     END-IF
                END-IF
                IF FUNCTION TEST-NUMVAL(CLR-RESULT) = 0 THEN
                     COMPUTE WS-VALEUR-ABSOLUE =
                          FUNCTION ABS(FUNCTION NUMVAL(CLR-RESULT))
                     IF WS-VALEUR-ABSOLUE > WS-LIM-RESULTAT-EFF THEN
                          MOVE "Y" TO WS-DEP-RESULTAT
                     END-IF
                END-IF
           END-IF.

      *    Paragraphe pour chercher la limite applicable au niveau
      *    de confirmation : la limite propre à l'opération prime
      *    sur la limite générale "00"
           CHERCHER-LIMITE.
           MOVE "N" TO WS-LIM-TROUVEE.
           PERFORM COMPARER-LIMITE-EXACTE
                VARYING WS-IDX-LIM FROM 1 BY 1
                UNTIL WS-IDX-LIM > WS-NB-LIMITES
                OR WS-LIM-TROUVEE = "Y".
           IF WS-LIM-TROUVEE = "N" THEN
                PERFORM COMPARER-LIMITE-GENERALE
                     VARYING WS-IDX-LIM FROM 1 BY 1
                     UNTIL WS-IDX-LIM > WS-NB-LIMITES
                     OR WS-LIM-TROUVEE = "Y"
           END-IF.

      *    Paragraphe pour comparer une entrée de la table avec le
      *    niveau de confirmation et l'opération de la ligne
           COMPARER-LIMITE-EXACTE.
           IF WS-LIM-NIVEAU(WS-IDX-LIM) = WS-NIVEAU-CONFIRMATION
                AND WS-LIM-OPE(WS-IDX-LIM) = WS-OPE-LIGNE THEN
                MOVE "Y" TO WS-LIM-TROUVEE
                MOVE WS-LIM-OPERANDE(WS-IDX-LIM)
                     TO WS-LIM-OPERANDE-EFF
                MOVE WS-LIM-RESULTAT(WS-IDX-LIM)
                     TO WS-LIM-RESULTAT-EFF
           END-IF.

      *    Paragraphe pour comparer une entrée de la table avec le
      *    niveau de confirmation et la limite générale "00"
           COMPARER-LIMITE-GENERALE.
           IF WS-LIM-NIVEAU(WS-IDX-LIM) = WS-NIVEAU-CONFIRMATION
                AND WS-LIM-OPE(WS-IDX-LIM) = "00" THEN
                MOVE "Y" TO WS-LIM-TROUVEE
                MOVE WS-LIM-OPERANDE(WS-IDX-LIM)
                     TO WS-LIM-OPERANDE-EFF
                MOVE WS-LIM-RESULTAT(WS-IDX-LIM)
                     TO WS-LIM-RESULTAT-EFF
           END-IF.

      *    Paragraphe pour contrôler qu'une session de l'opérateur
      *    était ouverte à l'horodatage de la ligne
           CONTROLER-SESSION-LIGNE.
           MOVE "N" TO WS-SESSION-TROUVEE.
           PERFORM COMPARER-SESSION-LIGNE
                VARYING WS-IDX-SESSION FROM 1 BY 1
                UNTIL WS-IDX-SESSION > WS-NB-SESSIONS
                OR WS-SESSION-TROUVEE = "Y".
           IF WS-SESSION-TROUVEE = "N" THEN
                ADD 1 TO WS-NB-EXC-SESSION
                MOVE "sans session ouverte" TO WS-MOTIF
                PERFORM EDITER-LIGNE-EXCEPTION
           END-IF.

      *    Paragraphe pour comparer une session de la table avec
      *    l'opérateur et l'horodatage de la ligne
           COMPARER-SESSION-LIGNE.
           IF WS-SE-OPER(WS-IDX-SESSION) = CLR-OPERATOR-ID
                AND WS-SE-DEBUT(WS-IDX-SESSION) <= CLR-TIMESTAMP
                AND (WS-SE-FIN(WS-IDX-SESSION) = SPACES
                     OR WS-SE-FIN(WS-IDX-SESSION) >= CLR-TIMESTAMP)
                THEN
                MOVE "Y" TO WS-SESSION-TROUVEE
           END-IF.

      *    Paragraphe pour contrôler que l'opérateur de la ligne est
      *    toujours actif au fichier maître (fichier absent :
      *    contrôle débrayé)
           CONTROLER-OPERATEUR-LIGNE.
           IF WS-MAITRE-PRESENT = "Y" THEN
                MOVE CLR-OPERATOR-ID TO WS-OPER-CHERCHE
                PERFORM CHERCHER-OPERATEUR
                IF WS-OPER-TROUVE = "N" THEN
                     ADD 1 TO WS-NB-EXC-INACTIF
                     MOVE "opérateur inconnu du fichier maître"
                          TO WS-MOTIF
                     PERFORM EDITER-LIGNE-EXCEPTION
                ELSE
                     IF WS-OP-ACTIF(WS-IDX-OPER) NOT = "Y" THEN
                          ADD 1 TO WS-NB-EXC-INACTIF
                          MOVE "opérateur désactivé" TO WS-MOTIF
                          PERFORM EDITER-LIGNE-EXCEPTION
                     END-IF
                END-IF
           END-IF.

      *    Paragraphe pour contrôler l'état de la journée à
      *    l'horodatage de la ligne : journée chômée au calendrier,
      *    ou ligne postérieure à la clôture de la journée
           CONTROLER-JOURNEE-LIGNE.
           IF WS-JOUR-CHOME = "Y" THEN
                ADD 1 TO WS-NB-EXC-JOURNEE
                MOVE "journée chômée au calendrier" TO WS-MOTIF
                PERFORM EDITER-LIGNE-EXCEPTION
           ELSE
                IF WS-JOURNEE-CLOSE = "Y"
                     AND CLR-TIMESTAMP > WS-HORODATAGE-CLOTURE THEN
                     ADD 1 TO WS-NB-EXC-JOURNEE
                     MOVE "après la clôture de la journée"
                          TO WS-MOTIF
                     PERFORM EDITER-LIGNE-EXCEPTION
                END-IF
           END-IF.

      *    Paragraphe pour éditer une ligne CALCLOG en exception
      *    avec son motif
           EDITER-LIGNE-EXCEPTION.
           ADD 1 TO WS-NB-EXC-LIGNES.
           MOVE CLR-TIMESTAMP TO WS-TS-A-EDITER.
           PERFORM EDITER-HEURE.
           MOVE SPACES TO WS-LIGNE-IMPRESSION.
           STRING WS-HEURE-EDITEE " " CLR-OPERATOR-ID " "
                CLR-OPERATION " " FUNCTION TRIM(WS-MOTIF)
                DELIMITED BY SIZE INTO WS-LIGNE-IMPRESSION.
           PERFORM IMPRIMER-LIGNE.

      *    Paragraphe pour éditer la partie des dépassements de
      *    limite confirmés, chacun suivi de la ligne CALCLOG
      *    rattachée
           EDITER-DEPASSEMENTS.
           MOVE SPACES TO WS-ENTETE-COLONNES.
           MOVE SPACES TO WS-LIGNE-IMPRESSION.
           PERFORM IMPRIMER-LIGNE.
           MOVE "Dépassements de limite confirmés"
                TO WS-LIGNE-IMPRESSION.
           PERFORM IMPRIMER-LIGNE.
           MOVE "Heure, opérateur, mode, niveau / ligne CALCLOG"
                TO WS-ENTETE-COLONNES.
           MOVE WS-ENTETE-COLONNES TO WS-LIGNE-IMPRESSION.
           PERFORM IMPRIMER-LIGNE.
           MOVE WS-NB-DEPASSEMENTS TO WS-NB-EXC-LIMITES.
           IF WS-NB-DEPASSEMENTS = 0 THEN
                MOVE "Aucun dépassement de limite confirmé."
                     TO WS-LIGNE-IMPRESSION
                PERFORM IMPRIMER-LIGNE
           ELSE
                PERFORM EDITER-LIGNE-DEPASSEMENT
                     VARYING WS-IDX-DEP FROM 1 BY 1
                     UNTIL WS-IDX-DEP > WS-NB-DEPASSEMENTS
           END-IF.

      *    Paragraphe pour éditer un dépassement confirmé et la
      *    ligne CALCLOG qui lui est rattachée
           EDITER-LIGNE-DEPASSEMENT.
           MOVE WS-DP-TIMESTAMP(WS-IDX-DEP) TO WS-TS-A-EDITER.
           PERFORM EDITER-HEURE.
           MOVE SPACES TO WS-LIGNE-IMPRESSION.
           STRING WS-HEURE-EDITEE " " WS-DP-OPER(WS-IDX-DEP)
                DELIMITED BY SIZE INTO WS-LIGNE-IMPRESSION.
           IF WS-DP-MODE(WS-IDX-DEP) = "B" THEN
                MOVE "batch" TO WS-LIGNE-IMPRESSION(19:11)
           ELSE
                MOVE "interactif" TO WS-LIGNE-IMPRESSION(19:11)
           END-IF.
           MOVE WS-DP-OPER(WS-IDX-DEP) TO WS-OPER-CHERCHE.
           PERFORM CHERCHER-OPERATEUR.
           IF WS-OPER-TROUVE = "Y" THEN
                STRING "niveau " WS-OP-NIVEAU(WS-IDX-OPER)
                     DELIMITED BY SIZE
                     INTO WS-LIGNE-IMPRESSION(31:10)
           END-IF.
           PERFORM IMPRIMER-LIGNE.
           MOVE SPACES TO WS-LIGNE-IMPRESSION.
           IF WS-DP-RATTACHE(WS-IDX-DEP) = "Y" THEN
                MOVE WS-DP-LIGNE-TS(WS-IDX-DEP) TO WS-TS-A-EDITER
                PERFORM EDITER-HEURE
                STRING "  -> " WS-HEURE-EDITEE " "
                     WS-DP-OPERATION(WS-IDX-DEP) " "
                     FUNCTION TRIM(WS-DP-NBR1(WS-IDX-DEP)) " / "
                     FUNCTION TRIM(WS-DP-NBR2(WS-IDX-DEP)) " = "
                     FUNCTION TRIM(WS-DP-RESULT(WS-IDX-DEP))
                     DELIMITED BY SIZE INTO WS-LIGNE-IMPRESSION
           ELSE
                ADD 1 TO WS-NB-NON-RATTACHES
                MOVE "  -> aucune ligne CALCLOG rattachée"
                     TO WS-LIGNE-IMPRESSION
           END-IF.
           PERFORM IMPRIMER-LIGNE.

      *    Paragraphe pour éditer l'heure hh:mm:ss d'un horodatage
           EDITER-HEURE.
           MOVE SPACES TO WS-HEURE-EDITEE.
           STRING WS-TS-A-EDITER(9:2) ":"
                WS-TS-A-EDITER(11:2) ":"
                WS-TS-A-EDITER(13:2)
                DELIMITED BY SIZE INTO WS-HEURE-EDITEE.

      *    Paragraphe pour éditer le bilan par type d'exception et
      *    positionner le code retour remis à l'ordonnanceur
           EDITER-BILAN.
           MOVE SPACES TO WS-ENTETE-COLONNES.
           COMPUTE WS-NB-EXCEPTIONS = WS-NB-EXC-ECHECS
                + WS-NB-EXC-VERROUS + WS-NB-EXC-LIMITES
                + WS-NB-EXC-SESSION + WS-NB-EXC-INACTIF
                + WS-NB-EXC-JOURNEE.
           MOVE "======================================"
                TO WS-LIGNE-IMPRESSION.
           PERFORM IMPRIMER-LIGNE.
           MOVE WS-NB-EVENEMENTS TO WS-NB-EDIT.
           MOVE SPACES TO WS-LIGNE-IMPRESSION.
           STRING "Événements SESSJRNL de la journée : "
                FUNCTION TRIM(WS-NB-EDIT)
                DELIMITED BY SIZE INTO WS-LIGNE-IMPRESSION.
           PERFORM IMPRIMER-LIGNE.
           MOVE WS-NB-LIGNES-JOUR TO WS-NB-EDIT.
           MOVE SPACES TO WS-LIGNE-IMPRESSION.
           STRING "Lignes CALCLOG de la journée      : "
                FUNCTION TRIM(WS-NB-EDIT)
                DELIMITED BY SIZE INTO WS-LIGNE-IMPRESSION.
           PERFORM IMPRIMER-LIGNE.
           MOVE WS-NB-EXC-ECHECS TO WS-NB-EDIT.
           MOVE SPACES TO WS-LIGNE-IMPRESSION.
           STRING "Échecs répétés (opérateurs)       : "
                FUNCTION TRIM(WS-NB-EDIT)
                DELIMITED BY SIZE INTO WS-LIGNE-IMPRESSION.
           PERFORM IMPRIMER-LIGNE.
           MOVE WS-NB-EXC-VERROUS TO WS-NB-EDIT.
           MOVE SPACES TO WS-LIGNE-IMPRESSION.
           STRING "Verrouillages                     : "
                FUNCTION TRIM(WS-NB-EDIT)
                DELIMITED BY SIZE INTO WS-LIGNE-IMPRESSION.
           PERFORM IMPRIMER-LIGNE.
           MOVE WS-NB-EXC-LIMITES TO WS-NB-EDIT.
           MOVE WS-NB-NON-RATTACHES TO WS-NB-EDIT2.
           MOVE SPACES TO WS-LIGNE-IMPRESSION.
           STRING "Dépassements de limite confirmés  : "
                FUNCTION TRIM(WS-NB-EDIT)
                " (non rattachés : " FUNCTION TRIM(WS-NB-EDIT2) ")"
                DELIMITED BY SIZE INTO WS-LIGNE-IMPRESSION.
           PERFORM IMPRIMER-LIGNE.
           MOVE WS-NB-EXC-SESSION TO WS-NB-EDIT.
           MOVE SPACES TO WS-LIGNE-IMPRESSION.
           STRING "Activité sans session ouverte     : "
                FUNCTION TRIM(WS-NB-EDIT)
                DELIMITED BY SIZE INTO WS-LIGNE-IMPRESSION.
           PERFORM IMPRIMER-LIGNE.
           MOVE WS-NB-EXC-INACTIF TO WS-NB-EDIT.
           MOVE SPACES TO WS-LIGNE-IMPRESSION.
           STRING "Activité d'opérateur inactif      : "
                FUNCTION TRIM(WS-NB-EDIT)
                DELIMITED BY SIZE INTO WS-LIGNE-IMPRESSION.
           PERFORM IMPRIMER-LIGNE.
           MOVE WS-NB-EXC-JOURNEE TO WS-NB-EDIT.
           MOVE SPACES TO WS-LIGNE-IMPRESSION.
           STRING "Activité journée close ou chômée  : "
                FUNCTION TRIM(WS-NB-EDIT)
                DELIMITED BY SIZE INTO WS-LIGNE-IMPRESSION.
           PERFORM IMPRIMER-LIGNE.
           MOVE WS-NB-EXCEPTIONS TO WS-NB-EDIT.
           MOVE SPACES TO WS-LIGNE-IMPRESSION.
           STRING "Total des exceptions              : "
                FUNCTION TRIM(WS-NB-EDIT)
                DELIMITED BY SIZE INTO WS-LIGNE-IMPRESSION.
           PERFORM IMPRIMER-LIGNE.
           IF WS-NB-DEBORDEMENTS > 0 THEN
                MOVE WS-NB-DEBORDEMENTS TO WS-NB-EDIT
                MOVE SPACES TO WS-LIGNE-IMPRESSION
                STRING "Écartés, tables pleines           : "
                     FUNCTION TRIM(WS-NB-EDIT)
                     " (rapport incomplet)"
                     DELIMITED BY SIZE INTO WS-LIGNE-IMPRESSION
                PERFORM IMPRIMER-LIGNE
                MOVE 8 TO WS-CODE-RETOUR
           END-IF.
           MOVE "======================================"
                TO WS-LIGNE-IMPRESSION.
           PERFORM IMPRIMER-LIGNE.
           PERFORM FERMER-IMPRESSION.
           IF WS-NB-EXCEPTIONS > 0 AND WS-CODE-RETOUR < 4 THEN
                MOVE 4 TO WS-CODE-RETOUR
           END-IF.

      *    Paragraphe pour ouvrir le fichier d'impression du
      *    rapport, nommé d'après la date contrôlée
           OUVRIR-IMPRESSION.
           MOVE FUNCTION CURRENT-DATE TO WS-HORODATAGE-EXEC.
           MOVE SPACES TO WS-NOM-IMPRESSION.
           STRING "CALCSEC." WS-DATE-DEMANDEE ".RPT"
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
      *    d'exécution et date contrôlée, puis l'en-tête de
      *    colonnes de la partie en cours (sauf si la ligne à
      *    imprimer est cet en-tête lui-même)
           IMPRIMER-EN-TETE-PAGE.
           ADD 1 TO WS-NO-PAGE.
           MOVE WS-NO-PAGE TO WS-PAGE-EDIT.
           MOVE SPACES TO WS-LIGNE-EN-TETE.
           MOVE "Calcsec" TO WS-LIGNE-EN-TETE(1:8).
           MOVE "EXCEPTIONS DE SECURITE"
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
                "     Journée du " WS-DATE-EDITEE
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
