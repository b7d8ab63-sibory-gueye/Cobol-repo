           IDENTIFICATION DIVISION.
           PROGRAM-ID. Chaine.
           AUTHOR SIBORY G.
      *    Pilote de la chaîne de nuit : exécute dans l'ordre les
      *    étapes décrites dans CHAINE.DAT (nom de l'étape, code
      *    retour maximal admis, condition d'exécution, commande
      *    avec ses paramètres) et consigne le début, la fin et le
      *    code retour de chaque étape dans le journal de chaîne
      *    CHAINJRN.DAT ; la chaîne s'arrête à la première étape
      *    dont le code retour dépasse le maximum admis et peut
      *    être reprise à cette étape sans relancer les étapes déjà
      *    terminées ; l'interrogation STATUT affiche la dernière
      *    chaîne étape par étape :
      *    Chaine [AAAAMMJJ] | Chaine RESTART | Chaine STATUT
      *    Dans la commande d'une étape, le mot AAAAMMJJ est
      *    remplacé par la date d'exploitation de la chaîne ; une
      *    étape de condition "M" ne tourne que le dernier jour
      *    ouvré du mois au calendrier CALBUS.DAT (fin de mois)


       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Définition de la chaîne, une ligne par étape dans l'ordre
      *    d'exécution ; une ligne commençant par * est un
      *    commentaire
           SELECT DEFINITION-FILE ASSIGN TO "CHAINE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEFINITION-STATUS.

      *    Journal des chaînes, alimenté à chaque début et fin
      *    d'étape
           SELECT JOURNAL-FILE ASSIGN TO "CHAINJRN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.

           SELECT CALENDRIER-FILE ASSIGN TO "CALBUS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CALENDRIER-STATUS.

       DATA DIVISION.

       FILE SECTION.
      *    Une étape de la chaîne : condition "T" tous les jours,
      *    "M" fin de mois seulement
       FD  DEFINITION-FILE.
       01  DEFINITION-RECORD.
           05  DEF-ETAPE PIC X(8).
           05  FILLER PIC X(1).
           05  DEF-RC-MAX PIC X(2).
           05  FILLER PIC X(1).
           05  DEF-CONDITION PIC X(1).
           05  FILLER PIC X(1).
           05  DEF-COMMANDE PIC X(100).

      *    Une ligne du journal de chaîne : identifiant de la chaîne
      *    (horodatage de son lancement), date d'exploitation,
      *    étape, horodatages de début et de fin, code retour et
      *    statut (EN COURS, OK, ECHEC ou SAUTEE)
       FD  JOURNAL-FILE.
       01  JOURNAL-RECORD.
           05  JRN-CHAINE PIC X(21).
           05  FILLER PIC X(1).
           05  JRN-DATE-CHAINE PIC 9(8).
           05  FILLER PIC X(1).
           05  JRN-NUMERO PIC 9(2).
           05  FILLER PIC X(1).
           05  JRN-ETAPE PIC X(8).
           05  FILLER PIC X(1).
           05  JRN-DEBUT PIC X(21).
           05  FILLER PIC X(1).
           05  JRN-FIN PIC X(21).
           05  FILLER PIC X(1).
           05  JRN-CODE-RETOUR PIC 9(3).
           05  FILLER PIC X(1).
           05  JRN-STATUT PIC X(8).

      *    Calendrier d'exploitation (même dessin que dans Calbmnt)
       FD  CALENDRIER-FILE.
       01  CALENDRIER-RECORD.
           05  CAL-DATE PIC 9(8).
           05  FILLER PIC X(1).
           05  CAL-TYPE PIC X(1).
           05  FILLER PIC X(1).
           05  CAL-LIBELLE PIC X(30).

       WORKING-STORAGE SECTION.

      *    Les variables pour les fichiers
       01  WS-DEFINITION-STATUS PIC X(2).
       01  WS-JOURNAL-STATUS PIC X(2).
       01  WS-CALENDRIER-STATUS PIC X(2).
       01  WS-DEFINITION-EOF PIC X(1) VALUE "N".
       01  WS-JOURNAL-EOF PIC X(1) VALUE "N".
       01  WS-CALENDRIER-EOF PIC X(1) VALUE "N".

      *    La ligne de commande : mode ou date d'exploitation
       01  WS-LIGNE-COMMANDE PIC X(64) VALUE SPACES.
       01  WS-TOKEN1 PIC X(8) VALUE SPACES.

      *    Les étapes de la chaîne chargées depuis la définition,
      *    avec l'état de chacune dans la dernière chaîne du journal
       01  WS-TABLE-ETAPES.
           05  WS-ETAPE OCCURS 30 TIMES.
               10  WS-ETP-NOM PIC X(8).
               10  WS-ETP-RC-MAX PIC 9(2).
               10  WS-ETP-CONDITION PIC X(1).
               10  WS-ETP-COMMANDE PIC X(100).
               10  WS-ETP-STATUT PIC X(8).
               10  WS-ETP-DEBUT PIC X(21).
               10  WS-ETP-FIN PIC X(21).
               10  WS-ETP-CODE-RETOUR PIC 9(3).
               10  WS-ETP-NOM-JOURNAL PIC X(8).
       01  WS-NB-ETAPES PIC 9(2) VALUE 0.
       01  WS-IDX-ETAPE PIC 9(2).
       01  WS-DEFINITION-VALIDE PIC X(1) VALUE "Y".

      *    La chaîne en cours : identifiant, date d'exploitation,
      *    étape de départ et arrêt sur échec
       01  WS-CHAINE PIC X(21) VALUE SPACES.
       01  WS-DATE-CHAINE PIC 9(8) VALUE 0.
       01  WS-ETAPE-DEPART PIC 9(2) VALUE 0.
       01  WS-ARRET-CHAINE PIC X(1) VALUE "N".
       01  WS-CHAINE-ACHEVEE PIC X(1) VALUE "Y".
       01  WS-COMMANDE PIC X(100).
       01  WS-HORODATAGE PIC X(21).

      *    Le code retour d'une étape ; sous Unix le système rend le
      *    statut d'attente du processus, soit le code de sortie
      *    multiplié par 256
       01  WS-RETOUR-SYSTEME PIC S9(9) VALUE 0.
       01  WS-RETOUR-ETAPE PIC 9(3) VALUE 0.
       01  WS-RC-EDIT PIC ZZ9.

      *    Le calendrier d'exploitation chargé en mémoire : une date
      *    "F" est chômée, une date "O" est ouvrée, une date absente
      *    suit la règle générale (samedi et dimanche chômés) ;
      *    calendrier absent, seules les fins de semaine sont
      *    chômées
       01  WS-TABLE-CALENDRIER.
           05  WS-CALENDRIER-ENTREE OCCURS 999 TIMES.
               10  WS-CLD-DATE PIC 9(8).
               10  WS-CLD-TYPE PIC X(1).
       01  WS-NB-CALENDRIER PIC 9(3) VALUE 0.
       01  WS-IDX-CALENDRIER PIC 9(4).
       01  WS-JOUR-OUVRE PIC X(1) VALUE "Y".
       01  WS-TYPE-CALENDRIER PIC X(1) VALUE SPACE.
       01  WS-JOUR-SEMAINE PIC 9(1).
       01  WS-DATE-CONTROLEE PIC 9(8).
       01  WS-FIN-DE-MOIS PIC X(1) VALUE "N".

      *    Le code retour remis à l'ordonnanceur : 0 chaîne achevée,
      *    4 achevée avec des étapes en avertissement, 8 définition
      *    ou journal illisible, 12 chaîne arrêtée sur une étape en
      *    échec
       01  WS-CODE-RETOUR PIC 9(2) VALUE 0.

       PROCEDURE DIVISION.

           ACCEPT WS-LIGNE-COMMANDE FROM COMMAND-LINE
           UNSTRING WS-LIGNE-COMMANDE DELIMITED BY ALL SPACE
                INTO WS-TOKEN1
           PERFORM CHARGER-DEFINITION
           IF WS-DEFINITION-VALIDE = "Y" THEN
                PERFORM CHARGER-DERNIERE-CHAINE
           END-IF
           IF WS-DEFINITION-VALIDE = "Y" THEN
                IF WS-TOKEN1 = "STATUT" THEN
                     PERFORM AFFICHER-STATUT
                ELSE IF WS-TOKEN1 = "RESTART" THEN
                     PERFORM REPRENDRE-CHAINE
                ELSE
                     PERFORM LANCER-CHAINE
                END-IF
           ELSE
                MOVE 8 TO WS-CODE-RETOUR
           END-IF
           MOVE WS-CODE-RETOUR TO RETURN-CODE
           STOP RUN.

      *    Paragraphe pour charger la définition de la chaîne et
      *    contrôler chaque étape
           CHARGER-DEFINITION.
           MOVE 0 TO WS-NB-ETAPES.
           OPEN INPUT DEFINITION-FILE.
           IF WS-DEFINITION-STATUS = "00" THEN
                PERFORM LIRE-DEFINITION
                PERFORM RANGER-ETAPE
                     UNTIL WS-DEFINITION-EOF = "Y"
                CLOSE DEFINITION-FILE
                IF WS-NB-ETAPES = 0 THEN
                     DISPLAY "Erreur ! Aucune étape dans CHAINE.DAT"
                     MOVE "N" TO WS-DEFINITION-VALIDE
                END-IF
           ELSE
                DISPLAY "Erreur ! Impossible d'ouvrir CHAINE.DAT"
                     " (statut " FUNCTION TRIM(WS-DEFINITION-STATUS)
                     ")"
                MOVE "N" TO WS-DEFINITION-VALIDE
           END-IF.

      *    Paragraphe pour lire une ligne de la définition
           LIRE-DEFINITION.
           READ DEFINITION-FILE
                AT END MOVE "Y" TO WS-DEFINITION-EOF
           END-READ.

      *    Paragraphe pour contrôler et ranger une étape de la
      *    définition, puis lire la suivante
           RANGER-ETAPE.
           IF DEFINITION-RECORD(1:1) = "*"
                OR DEFINITION-RECORD = SPACES THEN
                CONTINUE
           ELSE IF DEF-ETAPE = SPACES OR DEF-COMMANDE = SPACES THEN
                DISPLAY "Erreur ! Étape sans nom ou sans commande"
                     " dans CHAINE.DAT"
                MOVE "N" TO WS-DEFINITION-VALIDE
           ELSE IF DEF-RC-MAX IS NOT NUMERIC THEN
                DISPLAY "Erreur ! Code retour maximal invalide pour"
                     " l'étape " DEF-ETAPE
                MOVE "N" TO WS-DEFINITION-VALIDE
           ELSE IF DEF-CONDITION NOT = "T"
                AND DEF-CONDITION NOT = "M" THEN
                DISPLAY "Erreur ! Condition invalide pour l'étape "
                     DEF-ETAPE " (T ou M)"
                MOVE "N" TO WS-DEFINITION-VALIDE
           ELSE IF WS-NB-ETAPES >= 30 THEN
                DISPLAY "Erreur ! Plus de 30 étapes dans CHAINE.DAT"
                MOVE "N" TO WS-DEFINITION-VALIDE
           ELSE
                ADD 1 TO WS-NB-ETAPES
                MOVE DEF-ETAPE TO WS-ETP-NOM(WS-NB-ETAPES)
                MOVE DEF-RC-MAX TO WS-ETP-RC-MAX(WS-NB-ETAPES)
                MOVE DEF-CONDITION TO WS-ETP-CONDITION(WS-NB-ETAPES)
                MOVE DEF-COMMANDE TO WS-ETP-COMMANDE(WS-NB-ETAPES)
           END-IF.
           PERFORM LIRE-DEFINITION.

      *    Paragraphe pour relever dans le journal l'état de chaque
      *    étape de la dernière chaîne (journal absent : aucune
      *    chaîne encore lancée)
           CHARGER-DERNIERE-CHAINE.
           MOVE SPACES TO WS-CHAINE.
           PERFORM VIDER-ETAT-ETAPE
                VARYING WS-IDX-ETAPE FROM 1 BY 1
                UNTIL WS-IDX-ETAPE > WS-NB-ETAPES.
           OPEN INPUT JOURNAL-FILE.
           IF WS-JOURNAL-STATUS = "00" THEN
                PERFORM LIRE-JOURNAL
                PERFORM RELEVER-LIGNE-JOURNAL
                     UNTIL WS-JOURNAL-EOF = "Y"
                CLOSE JOURNAL-FILE
           ELSE
                IF WS-JOURNAL-STATUS NOT = "35" THEN
                     DISPLAY "Erreur ! Impossible d'ouvrir"
                          " CHAINJRN.DAT (statut "
                          FUNCTION TRIM(WS-JOURNAL-STATUS) ")"
                     MOVE "N" TO WS-DEFINITION-VALIDE
                END-IF
           END-IF.
           MOVE "Y" TO WS-CHAINE-ACHEVEE.
           MOVE 0 TO WS-ETAPE-DEPART.
           PERFORM CHERCHER-ETAPE-INACHEVEE
                VARYING WS-IDX-ETAPE FROM 1 BY 1
                UNTIL WS-IDX-ETAPE > WS-NB-ETAPES
                OR WS-ETAPE-DEPART > 0.

      *    Paragraphe pour remettre à blanc l'état d'une étape
           VIDER-ETAT-ETAPE.
           MOVE SPACES TO WS-ETP-STATUT(WS-IDX-ETAPE).
           MOVE SPACES TO WS-ETP-DEBUT(WS-IDX-ETAPE).
           MOVE SPACES TO WS-ETP-FIN(WS-IDX-ETAPE).
           MOVE 0 TO WS-ETP-CODE-RETOUR(WS-IDX-ETAPE).
           MOVE SPACES TO WS-ETP-NOM-JOURNAL(WS-IDX-ETAPE).

      *    Paragraphe pour lire une ligne du journal
           LIRE-JOURNAL.
           READ JOURNAL-FILE
                AT END MOVE "Y" TO WS-JOURNAL-EOF
           END-READ.

      *    Paragraphe pour relever une ligne du journal : une
      *    nouvelle chaîne remet à blanc l'état des étapes, la
      *    dernière ligne d'une étape fait foi ; puis lire la
      *    suivante
           RELEVER-LIGNE-JOURNAL.
           IF JRN-CHAINE NOT = WS-CHAINE THEN
                MOVE JRN-CHAINE TO WS-CHAINE
                MOVE JRN-DATE-CHAINE TO WS-DATE-CHAINE
                PERFORM VIDER-ETAT-ETAPE
                     VARYING WS-IDX-ETAPE FROM 1 BY 1
                     UNTIL WS-IDX-ETAPE > WS-NB-ETAPES
           END-IF.
           IF JRN-NUMERO >= 1 AND JRN-NUMERO <= WS-NB-ETAPES THEN
                MOVE JRN-STATUT TO WS-ETP-STATUT(JRN-NUMERO)
                MOVE JRN-DEBUT TO WS-ETP-DEBUT(JRN-NUMERO)
                MOVE JRN-FIN TO WS-ETP-FIN(JRN-NUMERO)
                MOVE JRN-CODE-RETOUR TO WS-ETP-CODE-RETOUR(JRN-NUMERO)
                MOVE JRN-ETAPE TO WS-ETP-NOM-JOURNAL(JRN-NUMERO)
           END-IF.
           PERFORM LIRE-JOURNAL.

      *    Paragraphe pour repérer la première étape de la dernière
      *    chaîne qui n'est ni terminée ni sautée
           CHERCHER-ETAPE-INACHEVEE.
           IF WS-ETP-STATUT(WS-IDX-ETAPE) NOT = "OK"
                AND WS-ETP-STATUT(WS-IDX-ETAPE) NOT = "SAUTEE" THEN
                MOVE "N" TO WS-CHAINE-ACHEVEE
                MOVE WS-IDX-ETAPE TO WS-ETAPE-DEPART
           END-IF.

      *    Paragraphe pour lancer une nouvelle chaîne à la date
      *    d'exploitation demandée (par défaut le jour même) ; une
      *    chaîne précédente inachevée doit d'abord être reprise
           LANCER-CHAINE.
           IF WS-CHAINE NOT = SPACES AND WS-CHAINE-ACHEVEE = "N" THEN
                DISPLAY "Erreur ! La chaîne du " WS-CHAINE(1:8)
                     " est inachevée à l'étape "
                     WS-ETP-NOM(WS-ETAPE-DEPART)
                DISPLAY "Reprendre par : Chaine RESTART"
                MOVE 8 TO WS-CODE-RETOUR
           ELSE
                MOVE FUNCTION CURRENT-DATE TO WS-CHAINE
                IF WS-TOKEN1 IS NUMERIC THEN
                     MOVE WS-TOKEN1 TO WS-DATE-CHAINE
                ELSE
                     MOVE WS-CHAINE(1:8) TO WS-DATE-CHAINE
                END-IF
                PERFORM VIDER-ETAT-ETAPE
                     VARYING WS-IDX-ETAPE FROM 1 BY 1
                     UNTIL WS-IDX-ETAPE > WS-NB-ETAPES
                MOVE 1 TO WS-ETAPE-DEPART
                PERFORM DEROULER-CHAINE
           END-IF.

      *    Paragraphe pour reprendre la dernière chaîne à son étape
      *    en échec ou interrompue, à la même date d'exploitation ;
      *    les étapes déjà terminées ne sont pas relancées
           REPRENDRE-CHAINE.
           IF WS-CHAINE = SPACES THEN
                DISPLAY "Aucune chaîne au journal, rien à reprendre."
           ELSE IF WS-CHAINE-ACHEVEE = "Y" THEN
                DISPLAY "La chaîne du " WS-CHAINE(1:8)
                     " est achevée, rien à reprendre."
           ELSE IF WS-ETP-NOM-JOURNAL(WS-ETAPE-DEPART) NOT = SPACES
                AND WS-ETP-NOM-JOURNAL(WS-ETAPE-DEPART) NOT =
                WS-ETP-NOM(WS-ETAPE-DEPART) THEN
                DISPLAY "Erreur ! CHAINE.DAT a changé depuis le"
                     " lancement, étape " WS-ETAPE-DEPART " : "
                     WS-ETP-NOM-JOURNAL(WS-ETAPE-DEPART)
                     " au journal, " WS-ETP-NOM(WS-ETAPE-DEPART)
                     " en définition"
                MOVE 8 TO WS-CODE-RETOUR
           ELSE
                DISPLAY "Reprise de la chaîne du " WS-CHAINE(1:8)
                     " à l'étape " WS-ETP-NOM(WS-ETAPE-DEPART)
                PERFORM DEROULER-CHAINE
           END-IF.

      *    Paragraphe pour dérouler la chaîne depuis l'étape de
      *    départ jusqu'à la dernière ou jusqu'au premier échec
           DEROULER-CHAINE.
           PERFORM CHARGER-CALENDRIER.
           MOVE "N" TO WS-ARRET-CHAINE.
           DISPLAY "======================================".
           DISPLAY "Chaîne de nuit, date d'exploitation "
                WS-DATE-CHAINE.
           DISPLAY "======================================".
           PERFORM EXECUTER-ETAPE
                VARYING WS-IDX-ETAPE FROM WS-ETAPE-DEPART BY 1
                UNTIL WS-IDX-ETAPE > WS-NB-ETAPES
                OR WS-ARRET-CHAINE = "Y".
           DISPLAY "======================================".
           IF WS-ARRET-CHAINE = "Y" THEN
                MOVE 12 TO WS-CODE-RETOUR
                DISPLAY "Chaîne arrêtée, reprendre par :"
                     " Chaine RESTART"
           ELSE
                DISPLAY "Chaîne achevée."
           END-IF.

      *    Paragraphe pour exécuter une étape : contrôle de sa
      *    condition, journal de début, lancement de la commande et
      *    journal de fin avec le code retour
           EXECUTER-ETAPE.
           PERFORM CONTROLER-CONDITION.
           IF WS-ETP-CONDITION(WS-IDX-ETAPE) = "M"
                AND WS-FIN-DE-MOIS = "N" THEN
                MOVE FUNCTION CURRENT-DATE TO WS-HORODATAGE
                MOVE WS-HORODATAGE TO WS-ETP-DEBUT(WS-IDX-ETAPE)
                MOVE WS-HORODATAGE TO WS-ETP-FIN(WS-IDX-ETAPE)
                MOVE 0 TO WS-ETP-CODE-RETOUR(WS-IDX-ETAPE)
                MOVE "SAUTEE" TO WS-ETP-STATUT(WS-IDX-ETAPE)
                PERFORM ECRIRE-JOURNAL
                DISPLAY "Étape " WS-ETP-NOM(WS-IDX-ETAPE)
                     " sautée (fin de mois seulement)"
           ELSE
                MOVE WS-ETP-COMMANDE(WS-IDX-ETAPE) TO WS-COMMANDE
                INSPECT WS-COMMANDE REPLACING ALL "AAAAMMJJ"
                     BY WS-DATE-CHAINE
                MOVE FUNCTION CURRENT-DATE TO WS-HORODATAGE
                MOVE WS-HORODATAGE TO WS-ETP-DEBUT(WS-IDX-ETAPE)
                MOVE SPACES TO WS-ETP-FIN(WS-IDX-ETAPE)
                MOVE 0 TO WS-ETP-CODE-RETOUR(WS-IDX-ETAPE)
                MOVE "EN COURS" TO WS-ETP-STATUT(WS-IDX-ETAPE)
                PERFORM ECRIRE-JOURNAL
                DISPLAY "Étape " WS-ETP-NOM(WS-IDX-ETAPE)
                     " lancée à " WS-HORODATAGE(9:2) ":"
                     WS-HORODATAGE(11:2) ":" WS-HORODATAGE(13:2)
                CALL "SYSTEM" USING WS-COMMANDE
                MOVE RETURN-CODE TO WS-RETOUR-SYSTEME
                MOVE 0 TO RETURN-CODE
                PERFORM CONVERTIR-RETOUR
                MOVE FUNCTION CURRENT-DATE TO WS-HORODATAGE
                MOVE WS-HORODATAGE TO WS-ETP-FIN(WS-IDX-ETAPE)
                MOVE WS-RETOUR-ETAPE
                     TO WS-ETP-CODE-RETOUR(WS-IDX-ETAPE)
                IF WS-RETOUR-ETAPE > WS-ETP-RC-MAX(WS-IDX-ETAPE)
                     THEN
                     MOVE "ECHEC" TO WS-ETP-STATUT(WS-IDX-ETAPE)
                     MOVE "Y" TO WS-ARRET-CHAINE
                ELSE
                     MOVE "OK" TO WS-ETP-STATUT(WS-IDX-ETAPE)
                     IF WS-RETOUR-ETAPE > 0
                          AND WS-CODE-RETOUR < 4 THEN
                          MOVE 4 TO WS-CODE-RETOUR
                     END-IF
                END-IF
                PERFORM ECRIRE-JOURNAL
                MOVE WS-RETOUR-ETAPE TO WS-RC-EDIT
                DISPLAY "Étape " WS-ETP-NOM(WS-IDX-ETAPE)
                     " terminée à " WS-HORODATAGE(9:2) ":"
                     WS-HORODATAGE(11:2) ":" WS-HORODATAGE(13:2)
                     ", code retour " WS-RC-EDIT " : "
                     WS-ETP-STATUT(WS-IDX-ETAPE)
           END-IF.

      *    Paragraphe pour ramener le retour du système au code de
      *    sortie de l'étape (statut d'attente Unix ou code direct)
           CONVERTIR-RETOUR.
           IF WS-RETOUR-SYSTEME < 0 THEN
                MOVE 999 TO WS-RETOUR-ETAPE
           ELSE IF WS-RETOUR-SYSTEME >= 256 THEN
                DIVIDE WS-RETOUR-SYSTEME BY 256
                     GIVING WS-RETOUR-ETAPE
           ELSE
                MOVE WS-RETOUR-SYSTEME TO WS-RETOUR-ETAPE
           END-IF.

      *    Paragraphe pour écrire l'état de l'étape courante dans le
      *    journal de chaîne ; le journal est ouvert et fermé à
      *    chaque ligne pour rester à jour si la chaîne s'interrompt
           ECRIRE-JOURNAL.
           OPEN EXTEND JOURNAL-FILE.
           IF WS-JOURNAL-STATUS = "35" THEN
                OPEN OUTPUT JOURNAL-FILE
           END-IF.
           IF WS-JOURNAL-STATUS NOT = "00" THEN
                DISPLAY "Erreur ! Impossible d'ouvrir CHAINJRN.DAT"
                     " (statut " FUNCTION TRIM(WS-JOURNAL-STATUS) ")"
           ELSE
                MOVE SPACES TO JOURNAL-RECORD
                MOVE WS-CHAINE TO JRN-CHAINE
                MOVE WS-DATE-CHAINE TO JRN-DATE-CHAINE
                MOVE WS-IDX-ETAPE TO JRN-NUMERO
                MOVE WS-ETP-NOM(WS-IDX-ETAPE) TO JRN-ETAPE
                MOVE WS-ETP-DEBUT(WS-IDX-ETAPE) TO JRN-DEBUT
                MOVE WS-ETP-FIN(WS-IDX-ETAPE) TO JRN-FIN
                MOVE WS-ETP-CODE-RETOUR(WS-IDX-ETAPE)
                     TO JRN-CODE-RETOUR
                MOVE WS-ETP-STATUT(WS-IDX-ETAPE) TO JRN-STATUT
                WRITE JOURNAL-RECORD
                IF WS-JOURNAL-STATUS NOT = "00" THEN
                     DISPLAY "Erreur ! Échec d'écriture dans"
                          " CHAINJRN.DAT (statut "
                          FUNCTION TRIM(WS-JOURNAL-STATUS) ")"
                END-IF
                CLOSE JOURNAL-FILE
           END-IF.

      *    Paragraphe pour déterminer si la date d'exploitation est
      *    le dernier jour ouvré de son mois : le jour ouvré suivant
      *    tombe dans un autre mois
           CONTROLER-CONDITION.
           MOVE WS-DATE-CHAINE TO WS-DATE-CONTROLEE.
           PERFORM PASSER-JOUR-SUIVANT.
           PERFORM PASSER-JOUR-SUIVANT
                UNTIL WS-JOUR-OUVRE = "Y".
           IF WS-DATE-CONTROLEE(1:6) NOT = WS-DATE-CHAINE(1:6) THEN
                MOVE "Y" TO WS-FIN-DE-MOIS
           ELSE
                MOVE "N" TO WS-FIN-DE-MOIS
           END-IF.

      *    Paragraphe pour passer au lendemain et contrôler ce jour
           PASSER-JOUR-SUIVANT.
           COMPUTE WS-DATE-CONTROLEE = FUNCTION DATE-OF-INTEGER(
                FUNCTION INTEGER-OF-DATE(WS-DATE-CONTROLEE) + 1).
           PERFORM CONTROLER-JOUR-OUVRE.

      *    Paragraphe pour charger le calendrier d'exploitation en
      *    mémoire (fichier absent : seules les fins de semaine sont
      *    chômées)
           CHARGER-CALENDRIER.
           MOVE 0 TO WS-NB-CALENDRIER.
           MOVE "N" TO WS-CALENDRIER-EOF.
           OPEN INPUT CALENDRIER-FILE.
           IF WS-CALENDRIER-STATUS = "00" THEN
                PERFORM LIRE-CALENDRIER
                PERFORM RANGER-CALENDRIER
                     UNTIL WS-CALENDRIER-EOF = "Y"
                CLOSE CALENDRIER-FILE
           ELSE
                IF WS-CALENDRIER-STATUS NOT = "35" THEN
                     DISPLAY "Erreur ! Impossible d'ouvrir"
                          " CALBUS.DAT (statut "
                          FUNCTION TRIM(WS-CALENDRIER-STATUS) ")"
                END-IF
           END-IF.

      *    Paragraphe pour lire un enregistrement du calendrier
           LIRE-CALENDRIER.
           READ CALENDRIER-FILE
                AT END MOVE "Y" TO WS-CALENDRIER-EOF
           END-READ.

      *    Paragraphe pour ranger la date lue dans la table du
      *    calendrier, puis lire la suivante
           RANGER-CALENDRIER.
           IF CAL-DATE IS NUMERIC THEN
                IF WS-NB-CALENDRIER < 999 THEN
                     ADD 1 TO WS-NB-CALENDRIER
                     MOVE CAL-DATE TO WS-CLD-DATE(WS-NB-CALENDRIER)
                     MOVE CAL-TYPE TO WS-CLD-TYPE(WS-NB-CALENDRIER)
                ELSE
                     DISPLAY "Erreur ! Table du calendrier pleine,"
                          " date ignorée : " CAL-DATE
                END-IF
           END-IF.
           PERFORM LIRE-CALENDRIER.

      *    Paragraphe pour contrôler que la date contrôlée est un
      *    jour ouvré : une date "F" au calendrier est chômée, une
      *    date "O" est ouvrée, une date absente suit la règle
      *    générale (samedi et dimanche chômés)
           CONTROLER-JOUR-OUVRE.
           MOVE "Y" TO WS-JOUR-OUVRE.
           MOVE SPACE TO WS-TYPE-CALENDRIER.
           PERFORM COMPARER-CALENDRIER
                VARYING WS-IDX-CALENDRIER FROM 1 BY 1
                UNTIL WS-IDX-CALENDRIER > WS-NB-CALENDRIER
                OR WS-TYPE-CALENDRIER NOT = SPACE.
           EVALUATE WS-TYPE-CALENDRIER
                WHEN "F" MOVE "N" TO WS-JOUR-OUVRE
                WHEN "O" MOVE "Y" TO WS-JOUR-OUVRE
                WHEN OTHER PERFORM CONTROLER-FIN-SEMAINE
           END-EVALUATE.

      *    Paragraphe pour comparer une date de la table du
      *    calendrier avec la date contrôlée
           COMPARER-CALENDRIER.
           IF WS-CLD-DATE(WS-IDX-CALENDRIER) = WS-DATE-CONTROLEE THEN
                MOVE WS-CLD-TYPE(WS-IDX-CALENDRIER)
                     TO WS-TYPE-CALENDRIER
           END-IF.

      *    Paragraphe pour appliquer la règle générale des fins de
      *    semaine : samedi et dimanche chômés (le jour 1 du
      *    calendrier interne étant un lundi, les restes 6 et 0 de
      *    la division par 7 désignent le samedi et le dimanche)
           CONTROLER-FIN-SEMAINE.
           COMPUTE WS-JOUR-SEMAINE =
                FUNCTION REM(FUNCTION
                INTEGER-OF-DATE(WS-DATE-CONTROLEE) 7).
           IF WS-JOUR-SEMAINE = 6 OR WS-JOUR-SEMAINE = 0 THEN
                MOVE "N" TO WS-JOUR-OUVRE
           END-IF.

      *    Paragraphe pour afficher la dernière chaîne du journal
      *    étape par étape
           AFFICHER-STATUT.
           IF WS-CHAINE = SPACES THEN
                DISPLAY "Aucune chaîne enregistrée dans CHAINJRN.DAT"
           ELSE
                DISPLAY "======================================"
                DISPLAY "Chaîne lancée le " WS-CHAINE(1:8) " à "
                     WS-CHAINE(9:2) ":" WS-CHAINE(11:2)
                     ", date d'exploitation " WS-DATE-CHAINE
                DISPLAY "======================================"
                PERFORM AFFICHER-ETAPE
                     VARYING WS-IDX-ETAPE FROM 1 BY 1
                     UNTIL WS-IDX-ETAPE > WS-NB-ETAPES
                DISPLAY "======================================"
                IF WS-CHAINE-ACHEVEE = "Y" THEN
                     DISPLAY "Chaîne achevée."
                ELSE
                     DISPLAY "Chaîne inachevée à l'étape "
                          WS-ETP-NOM(WS-ETAPE-DEPART)
                          ", reprendre par : Chaine RESTART"
                     MOVE 12 TO WS-CODE-RETOUR
                END-IF
           END-IF.

      *    Paragraphe pour afficher l'état d'une étape
           AFFICHER-ETAPE.
           IF WS-ETP-STATUT(WS-IDX-ETAPE) = SPACES THEN
                DISPLAY WS-IDX-ETAPE " " WS-ETP-NOM(WS-IDX-ETAPE)
                     " NON LANCEE"
           ELSE
                MOVE WS-ETP-CODE-RETOUR(WS-IDX-ETAPE) TO WS-RC-EDIT
                DISPLAY WS-IDX-ETAPE " " WS-ETP-NOM(WS-IDX-ETAPE)
                     " " WS-ETP-STATUT(WS-IDX-ETAPE)
                     " début " WS-ETP-DEBUT(WS-IDX-ETAPE)(9:2) ":"
                     WS-ETP-DEBUT(WS-IDX-ETAPE)(11:2) ":"
                     WS-ETP-DEBUT(WS-IDX-ETAPE)(13:2)
                     " fin " WS-ETP-FIN(WS-IDX-ETAPE)(9:2) ":"
                     WS-ETP-FIN(WS-IDX-ETAPE)(11:2) ":"
                     WS-ETP-FIN(WS-IDX-ETAPE)(13:2)
                     " code retour " WS-RC-EDIT
           END-IF.
