               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNJRNL-STATUS.

      *    Dernier numéro de séquence de soumission accepté pour
      *    chaque département émetteur, tenu à jour par le
      *    pré-contrôle des soumissions porteuses d'un en-tête
           SELECT SEQUENCE-FILE ASSIGN TO "SOUMSEQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEQUENCE-STATUS.

      *    Fichier de persistance du registre mémoire
           SELECT MEMOIRE-FILE ASSIGN TO "MEMOIRE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TAUX-STATUS.

      *    Table des cours de change datés, entretenue par Devmnt,
      *    servie à la conversion de devises
           SELECT DEVISE-FILE ASSIGN TO "DEVISES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEVISE-STATUS.

      *    Calendrier d'exploitation, entretenu par Calbmnt, et
      *    fichier des clôtures de journée, écrit par Cloture : le
      *    mode batch refuse de tourner sur une journée close ou non
      *    Reste de la division (DIVISER-QUOTIENT-RESTE) ; zéro pour
      *    toute autre opération
           05  CLR-RESULT2 PIC X(20).
           05  FILLER PIC X(1) VALUE SPACE.
      *    Référence de l'opération : paire de devises source/cible
      *    d'une conversion (le cours appliqué est le second
      *    opérande), code de la table des taux d'un pourcentage
      *    calculé par code (reporté en comptabilité par Calccpt) ;
      *    à blanc pour les autres opérations et pour les lignes
      *    antérieures à l'ajout de la zone
           05  CLR-REFERENCE PIC X(7).

      *    Ombre indexée du journal : la clé porte l'horodatage de
      *    l'écriture et un numéro de séquence qui départage les
           05  CIX-CLE.
               10  CIX-TIMESTAMP PIC X(21).
               10  CIX-SEQUENCE PIC 9(6).
           05  CIX-LIGNE PIC X(146).

      *    Fichier d'entree du mode batch : une ligne par operation
      *    a executer
       FD  BATCH-IN-FILE.
       01  BATCH-IN-RECORD.
      *    Code opération 1 à 9, ou 0 pour une conversion de
      *    devises : BIN-NBR1 porte alors le montant et la zone
      *    BIN-NBR2 les codes ISO des devises source et cible
      *    accolés ("USDEUR"), le cours étant lu dans DEVISES.DAT ;
      *    "H" et "T" marquent les enregistrements de contrôle
      *    décrits plus bas
           05  BIN-OPERATION PIC 9(1).
           05  BIN-NBR1 PIC S9(13)V9999.
           05  BIN-NBR2 PIC S9(13)V9999.
           05  BIX-FIN-FONC PIC X(1).
           05  BIX-DUREE PIC X(3).
           05  BIX-DOSSIER PIC X(10).
      *    Enregistrement d'en-tête de contrôle ("H" en colonne 1),
      *    obligatoirement en première ligne : département émetteur,
      *    date de création du fichier (aaaammjj) et numéro de
      *    séquence de la soumission pour ce département, qui doit
      *    suivre sans trou ni répétition le dernier accepté
       01  BATCH-IN-ENTETE.
           05  BHR-TYPE PIC X(1).
           05  BHR-DEPARTEMENT PIC X(10).
           05  BHR-DATE-CREATION PIC 9(8).
           05  BHR-SEQUENCE PIC 9(6).
           05  FILLER PIC X(27).
      *    Enregistrement de fin de contrôle ("T" en colonne 1),
      *    obligatoirement en dernière ligne : nombre de lignes de
      *    détail (hors en-tête et fin) et totaux de contrôle des
      *    zones BIN-NBR1 et BIN-NBR2 des lignes de détail, zones non
      *    numériques comptées pour zéro (ligne chaînée à blanc,
      *    paire de devises, code de taux) ; les totaux sont signés,
      *    au même format que les opérandes, sur 15 chiffres entiers
      *    (au-delà, les chiffres de tête sont perdus de part et
      *    d'autre)
       01  BATCH-IN-FIN.
           05  BTR-TYPE PIC X(1).
           05  BTR-NB-LIGNES PIC 9(6).
           05  BTR-HASH-NBR1 PIC S9(15)V9999.
           05  BTR-HASH-NBR2 PIC S9(15)V9999.
           05  FILLER PIC X(7).

      *    Fichier de sortie (rapport) du mode batch
       FD  BATCH-REPORT-FILE.
      *    Reste de la division (DIVISER-QUOTIENT-RESTE) ; zéro pour
      *    toute autre opération
           05  BRR-RESULT2 PIC X(20).
           05  FILLER PIC X(1) VALUE SPACE.
      *    Paire de devises d'une conversion, comme dans CALCLOG
           05  BRR-REFERENCE PIC X(7).
      *    Ligne de résultat du contrôle d'intégrité d'une soumission
      *    porteuse d'un en-tête, en tête du rapport ; la marque
      *    "*CTRL*" ne peut être prise pour un identifiant opérateur,
      *    la ligne n'entre donc pas dans les volumes rapprochés par
      *    Calcrcn
       01  BATCH-REPORT-CONTROLE.
           05  BRC-MARQUE PIC X(8).
           05  FILLER PIC X(1).
           05  BRC-RESULTAT PIC X(4).
           05  FILLER PIC X(1).
           05  BRC-DEPARTEMENT PIC X(10).
           05  FILLER PIC X(1).
           05  BRC-SEQUENCE PIC 9(6).
           05  FILLER PIC X(1).
           05  BRC-LIBELLE PIC X(60).

      *    Fichier des rejets du pré-contrôle : numéro de ligne, code
      *    motif et image de l'enregistrement rejeté, pour correction
      *    avec un nom à blanc, traité comme la soumission par
      *    défaut BATCHIN.DAT)
           05  RJR-FICHIER PIC X(21).
           05  FILLER PIC X(1) VALUE SPACE.
      *    Résultat du contrôle d'intégrité de la soumission : "OK",
      *    code motif du rejet (code retour 20), "SANS" pour une
      *    soumission sans enregistrements de contrôle, blanc si le
      *    fichier n'a pas été contrôlé ; département et séquence de
      *    l'en-tête
           05  RJR-CONTROLE PIC X(4).
           05  FILLER PIC X(1) VALUE SPACE.
           05  RJR-DEPARTEMENT PIC X(10).
           05  FILLER PIC X(1) VALUE SPACE.
           05  RJR-SEQUENCE PIC 9(6).

      *    Fichier des séquences de soumission : département,
      *    dernier numéro accepté, horodatage de l'acceptation et nom
      *    du fichier accepté
       FD  SEQUENCE-FILE.
       01  SEQUENCE-RECORD.
           05  SQR-DEPARTEMENT PIC X(10).
           05  FILLER PIC X(1).
           05  SQR-NUMERO PIC 9(6).
           05  FILLER PIC X(1).
           05  SQR-HORODATAGE PIC X(21).
           05  FILLER PIC X(1).
           05  SQR-FICHIER PIC X(21).

      *    File d'attente des soumissions
       FD  QUEUE-FILE.
           05  FILLER PIC X(1).
           05  TX-DATE-FIN PIC 9(8).

      *    Table des cours de change (même dessin que dans Devmnt) :
      *    devises source et cible, cours et période d'effet
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

      *    Calendrier d'exploitation (même dessin que dans Calbmnt)
       FD  CALENDRIER-FILE.
       01  CALENDRIER-RECORD.
       01  WS-DATE-HEURE PIC X(21).
       01  WS-OPERATOR-ID PIC X(8) VALUE SPACES.
       01  WS-CALCLOG-STATUS PIC X(2).
      *    Journalisation des calculs active ("N" pour un rejeu de
      *    certification par le point d'entrée EXOCALC-REJEU, qui ne
      *    doit rien ajouter au journal qu'il certifie)
       01  WS-JOURNAL-ACTIF PIC X(1) VALUE "Y".

      *    Les variables pour l'ombre indexée du journal : une ombre
      *    inaccessible est signalée puis débrayée, le journal
       01  WS-REP-LIMITE PIC X(1).
       01  WS-DEPASSEMENT PIC X(1) VALUE "N".
       01  WS-PHASE-PRE-EDIT PIC X(1) VALUE "N".
      *    Les lignes batch dont le dépassement de limite admis au
      *    niveau 2 est relevé au pré-contrôle ; l'événement LIMITE
      *    n'est journalisé qu'une fois la soumission acceptée, pour
      *    qu'une soumission rejetée ne laisse aucun dépassement
      *    confirmé sans ligne exécutée (au-delà de la table, le
      *    dépassement est journalisé sans numéro de ligne affiché)
       01  WS-TABLE-DEP-ADMIS.
           05  WS-DEP-NUM-LIGNE PIC 9(6) OCCURS 500 TIMES.
       01  WS-NB-DEP-ADMIS PIC 9(6) VALUE 0.
       01  WS-IDX-DEP PIC 9(6) VALUE 0.

      *    Les variables pour le journal des sessions et la mise à
      *    jour des compteurs d'authentification du fichier maître
       01  WS-DATE-JOUR PIC 9(8).
       01  WS-SAISIE-PCT PIC X(8).

      *    Les variables pour la conversion de devises : paire
      *    demandée, cours en période d'effet au jour de l'exécution
      *    et référence source/cible reportée dans le journal et le
      *    rapport batch
       01  WS-DEVISE-STATUS PIC X(2).
       01  WS-DEVISE-EOF PIC X(1) VALUE "N".
       01  WS-DEVISE-TROUVEE PIC X(1) VALUE "N".
       01  WS-DEVISE-SOURCE PIC X(3) VALUE SPACES.
       01  WS-DEVISE-CIBLE PIC X(3) VALUE SPACES.
       01  WS-COURS-CHANGE PIC 9(5)V9999 VALUE 0.
       01  WS-COURS-EDIT PIC Z(4)9.9999.
       01  WS-REFERENCE-OPE PIC X(7) VALUE SPACES.

      *    Les variables pour le mode batch ; la ligne de commande
      *    porte le mode, l'éventuelle demande de reprise,
      *    l'identifiant opérateur/travail du batch, son mot de
       01  WS-CODE-REJET PIC X(4) VALUE SPACES.
       01  WS-NB-REJETS PIC 9(6) VALUE 0.

      *    Les variables pour le contrôle d'intégrité d'une
      *    soumission : en-tête et fin relevés, première anomalie
      *    constatée (code motif et libellé), nombre de lignes de
      *    détail et totaux de contrôle recalculés, valeurs
      *    annoncées par la fin, et numéro de la première ligne de
      *    détail (2 derrière un en-tête) pour le contrôle CHN1
       01  WS-CTL-ENTETE PIC X(1) VALUE "N".
       01  WS-CTL-FIN PIC X(1) VALUE "N".
       01  WS-CTL-RESULTAT PIC X(4) VALUE SPACES.
       01  WS-CTL-LIBELLE PIC X(60) VALUE SPACES.
       01  WS-CTL-MOTIF PIC X(4) VALUE SPACES.
       01  WS-CTL-MOTIF-LIBELLE PIC X(60) VALUE SPACES.
       01  WS-CTL-DEPARTEMENT PIC X(10) VALUE SPACES.
       01  WS-CTL-SEQUENCE PIC 9(6) VALUE 0.
       01  WS-CTL-NB-DETAIL PIC 9(6) VALUE 0.
       01  WS-CTL-HASH-NBR1 PIC S9(15)V9999 VALUE 0.
       01  WS-CTL-HASH-NBR2 PIC S9(15)V9999 VALUE 0.
       01  WS-CTL-FIN-NB-LIGNES PIC 9(6) VALUE 0.
       01  WS-CTL-FIN-HASH-NBR1 PIC S9(15)V9999 VALUE 0.
       01  WS-CTL-FIN-HASH-NBR2 PIC S9(15)V9999 VALUE 0.
       01  WS-PREMIERE-DETAIL PIC 9(6) VALUE 1.
       01  WS-CTL-EDIT1 PIC Z(5)9.
       01  WS-CTL-EDIT2 PIC Z(5)9.
       01  WS-CTL-HASH-EDIT PIC -(15)9.9999.

      *    Les variables pour le fichier des séquences de soumission
      *    chargé en table : une entrée par département, la
      *    séquence attendue étant le dernier numéro accepté plus un
      *    (1 pour un département encore inconnu)
       01  WS-SEQUENCE-STATUS PIC X(2).
       01  WS-SEQUENCE-EOF PIC X(1) VALUE "N".
       01  WS-TABLE-SEQUENCES.
           05  WS-SEQ-ENTREE OCCURS 100 TIMES.
               10  WS-SEQ-DEPARTEMENT PIC X(10).
               10  WS-SEQ-NUMERO PIC 9(6).
               10  WS-SEQ-HORODATAGE PIC X(21).
               10  WS-SEQ-FICHIER PIC X(21).
       01  WS-NB-SEQUENCES PIC 9(3) VALUE 0.
       01  WS-IDX-SEQ PIC 9(3) VALUE 0.
       01  WS-IDX-SEQ-DEPT PIC 9(3) VALUE 0.
       01  WS-SEQ-ATTENDUE PIC 9(6) VALUE 0.
       01  WS-SEQ-DERNIER PIC 9(6) VALUE 0.
       01  WS-SEQ-DERNIER-FICHIER PIC X(21) VALUE SPACES.
       01  WS-SEQ-A-ENREGISTRER PIC X(1) VALUE "N".

      *    Les variables pour le point de reprise du mode batch :
      *    "RESTART" sur la ligne de commande reprend le traitement
      *    après le dernier enregistrement validé par le checkpoint
      *    propre, 4 = terminée avec rejets, 8 = échec d'ouverture de
      *    fichier, 12 = arrêt anormal (opérateur refusé, échec
      *    d'écriture du rapport), 16 = date d'exploitation refusée
      *    (journée close ou non ouvrée), 20 = soumission rejetée en
      *    entier au contrôle d'intégrité (nombre de lignes, totaux
      *    de contrôle ou séquence du département)
       01  WS-RUNJRNL-STATUS PIC X(2).
       01  WS-CODE-RETOUR PIC 9(2) VALUE 0.
       01  WS-HORODATAGE-DEBUT PIC X(21).
       01  WS-NB-RACINES PIC 9(6) VALUE 0.
       01  WS-NB-MODULOS PIC 9(6) VALUE 0.
       01  WS-NB-POURCENTAGES PIC 9(6) VALUE 0.
       01  WS-NB-CONVERSIONS PIC 9(6) VALUE 0.
       01  WS-NB-EDIT PIC Z(5)9.

       LINKAGE SECTION.
           ENTRY "EXOCALC-CALC" USING LK-OPERATION LK-NBR1 LK-NBR2
                LK-RESULT LK-STATUS LK-DIV-MODE LK-RESULT2
                LK-ARRONDI.
           MOVE "Y" TO WS-JOURNAL-ACTIF.
           PERFORM OUVRIR_CALCLOG.
           PERFORM CALCULER-SOUSPROGRAMME.
           PERFORM FERMER-JOURNAL.
           GOBACK.
      *    Point d'entrée de rejeu pour la certification (Calccrt) :
      *    mêmes paramètres et mêmes paragraphes de calcul que
      *    EXOCALC-CALC, mais sans ouvrir le journal CALCLOG ni son
      *    ombre et sans rien y écrire, le rejeu ne devant pas
      *    modifier la piste d'audit qu'il certifie
           ENTRY "EXOCALC-REJEU" USING LK-OPERATION LK-NBR1 LK-NBR2
                LK-RESULT LK-STATUS LK-DIV-MODE LK-RESULT2
                LK-ARRONDI.
           MOVE "N" TO WS-JOURNAL-ACTIF.
           PERFORM CALCULER-SOUSPROGRAMME.
           MOVE "Y" TO WS-JOURNAL-ACTIF.
           GOBACK.

      *    Paragraphe pour traiter une soumission batch : construit
      *    les noms de fichiers de la soumission, remet les

      *    Paragraphe pour retenir le code opération contrôlé par
      *    les limites de valeur : les opérations de calcul 1 à 9
      *    et la conversion de devises (13) portent leur propre
      *    code, tout le reste relève de la limite générale "00"
           DEFINIR-OPE-CONTROLEE.
           IF (WS-CHOIX-OPE >= 1 AND WS-CHOIX-OPE <= 9)
                OR WS-CHOIX-OPE = 13 THEN
                MOVE WS-CHOIX-OPE TO WS-OPE-NUM
                MOVE WS-OPE-NUM TO WS-OPE-CONTROLEE
           ELSE

      *    Paragraphe pour contrôler les opérandes d'une ligne batch
      *    contre la limite applicable : dépassement rejeté pour un
      *    opérateur de niveau 1 (code motif LIMI), admis pour un
      *    opérateur de niveau 2 et relevé une seule fois (en phase
      *    de pré-contrôle) pour être journalisé si la soumission
      *    est acceptée
           CONTROLER-LIMITE-BATCH.
           MOVE BIN-OPERATION TO WS-OPE-NUM.
           IF BIN-OPERATION = 0 THEN
                MOVE 13 TO WS-OPE-NUM
           END-IF.
           MOVE WS-OPE-NUM TO WS-OPE-CONTROLEE.
           PERFORM CHERCHER-LIMITE.
           IF WS-LIM-TROUVEE = "Y" THEN
                          MOVE "LIMI" TO WS-CODE-REJET
                     ELSE
                          IF WS-PHASE-PRE-EDIT = "Y" THEN
                               PERFORM RELEVER-DEPASSEMENT-BATCH
                          END-IF
                     END-IF
                END-IF
           MOVE "LIMITE" TO WS-EVENEMENT.
           PERFORM ECRIRE-SESSION-JOURNAL.

      *    Paragraphe pour relever la ligne batch d'un dépassement
      *    admis au pré-contrôle, en attendant le résultat du
      *    contrôle d'intégrité de la soumission
           RELEVER-DEPASSEMENT-BATCH.
           ADD 1 TO WS-NB-DEP-ADMIS.
           IF WS-NB-DEP-ADMIS <= 500 THEN
                MOVE WS-NUM-LIGNE TO WS-DEP-NUM-LIGNE(WS-NB-DEP-ADMIS)
           END-IF.

      *    Paragraphe pour journaliser les dépassements relevés au
      *    pré-contrôle d'une soumission acceptée, avant l'exécution
      *    des lignes (les événements précèdent ainsi les lignes
      *    CALCLOG auxquelles Calcsec les rattache)
           JOURNALISER-DEPASSEMENTS-BATCH.
           PERFORM JOURNALISER-DEPASSEMENT-LIGNE
                VARYING WS-IDX-DEP FROM 1 BY 1
                UNTIL WS-IDX-DEP > WS-NB-DEP-ADMIS.
           MOVE 0 TO WS-NB-DEP-ADMIS.

      *    Paragraphe pour journaliser le dépassement admis d'une
      *    ligne relevée au pré-contrôle
           JOURNALISER-DEPASSEMENT-LIGNE.
           IF WS-IDX-DEP <= 500 THEN
                MOVE WS-DEP-NUM-LIGNE(WS-IDX-DEP) TO WS-NB-EDIT
                DISPLAY "Dépassement de limite admis, ligne "
                     FUNCTION TRIM(WS-NB-EDIT)
           END-IF.
           PERFORM JOURNALISER-DEPASSEMENT.

      *    Paragraphe pour ouvrir le journal CALCLOG en ajout,
      *    ou le créer s'il n'existe pas encore (statut "35" : le
      *    fichier n'existe pas encore, on le crée ; tout autre statut
      *    Paragraphe pour constituer et écrire une ligne du journal ;
      *    vérifie le statut du WRITE pour ne pas laisser passer un
      *    échec d'écriture en silence, même si le journal reste
      *    ouvert (disque plein, par exemple) ; rien n'est écrit
      *    quand la journalisation est débrayée pour un rejeu
           LOG-CALCUL.
           MOVE SPACES TO CALCLOG-RECORD.
           MOVE FUNCTION CURRENT-DATE TO WS-DATE-HEURE.
                     ELSE
                          MOVE "INTERETS COMP." TO CLR-OPERATION
                     END-IF
                WHEN 13 MOVE "CONVERSION" TO CLR-OPERATION
                WHEN OTHER MOVE "OPERATION" TO CLR-OPERATION
           END-EVALUATE.
           PERFORM FORMATER-SIGNE-NBR1.
           PERFORM FORMATER-SIGNE-NBR2.
           PERFORM FORMATER-SIGNE-RESULT.
           PERFORM FORMATER-SIGNE-RESULT2.
           PERFORM FORMATER-REFERENCE.
           MOVE WS-SIGNE-NBR1 TO CLR-NBR1.
           MOVE WS-SIGNE-NBR2 TO CLR-NBR2.
           MOVE WS-SIGNE-RESULT TO CLR-RESULT.
           MOVE WS-SIGNE-RESULT2 TO CLR-RESULT2.
           MOVE WS-REFERENCE-OPE TO CLR-REFERENCE.
           IF WS-CALC-ERREUR = "Y" THEN
                MOVE "ERREUR" TO CLR-STATUT
           ELSE
                MOVE "OK" TO CLR-STATUT
           END-IF.
           IF WS-JOURNAL-ACTIF = "Y" THEN
                WRITE CALCLOG-RECORD
                IF WS-CALCLOG-STATUS NOT = "00" THEN
                     DISPLAY "Erreur ! Échec d'écriture dans"
                          " CALCLOG.DAT (statut "
                          FUNCTION TRIM(WS-CALCLOG-STATUS) ")"
                ELSE
                     IF WS-CALCIDX-OUVERT = "Y" THEN
                          PERFORM ECRIRE-CALCIDX
                     END-IF
                END-IF
           END-IF.

                MOVE FUNCTION TRIM(WS-RESULT2) TO WS-SIGNE-RESULT2
           END-IF.

      *    Paragraphe pour construire la référence de l'opération
      *    pour l'audit trail (CALCLOG/BATCHOUT) : la paire de
      *    devises source/cible d'une conversion, le code de taux
      *    d'un pourcentage saisi par code, à blanc sinon
           FORMATER-REFERENCE.
           MOVE SPACES TO WS-REFERENCE-OPE.
           IF WS-CHOIX-OPE = 13 AND WS-DEVISE-SOURCE NOT = SPACES
                THEN
                STRING WS-DEVISE-SOURCE "/" WS-DEVISE-CIBLE
                     DELIMITED BY SIZE INTO WS-REFERENCE-OPE
           ELSE IF WS-CHOIX-OPE = 8 AND WS-CODE-TAUX NOT = SPACES
                THEN
                MOVE WS-CODE-TAUX TO WS-REFERENCE-OPE
           END-IF.

      *    Paragraphe pour charger le registre mémoire depuis son
      *    fichier de persistance au démarrage
           CHARGER_MEMOIRE.
                     MOVE 0 TO WS-RESULT-PRECEDENT
                     MOVE "N" TO WS-PREC-OK
                     PERFORM ECRIRE-CHECKPOINT
                     IF WS-CTL-RESULTAT = "OK" THEN
                          PERFORM ECRIRE-LIGNE-CONTROLE
                     END-IF
                END-IF
                PERFORM LIRE-BATCH-IN
                PERFORM UNTIL WS-BATCH-EOF = "Y"
                     WS-NB-REJETS + WS-NB-ERREURS-EXEC
                MOVE WS-CODE-RETOUR TO RJR-CODE-RETOUR
                MOVE WS-NOM-ENTREE TO RJR-FICHIER
                MOVE WS-CTL-RESULTAT TO RJR-CONTROLE
                MOVE WS-CTL-DEPARTEMENT TO RJR-DEPARTEMENT
                MOVE WS-CTL-SEQUENCE TO RJR-SEQUENCE
                WRITE RUN-JOURNAL-RECORD
                IF WS-RUNJRNL-STATUS NOT = "00" THEN
                     DISPLAY "Erreur ! Échec d'écriture dans"
      *    Paragraphe pour la phase de pré-contrôle du mode batch :
      *    balaye tout le fichier d'entrée avant la moindre exécution
      *    et écrit chaque enregistrement fautif dans le fichier des
      *    rejets avec son numéro de ligne et un code motif, puis
      *    arrête le résultat du contrôle d'intégrité de la
      *    soumission
           PRE-EDITER-BATCH.
           PERFORM INITIALISER-CONTROLE-SOUMISSION.
           MOVE "Y" TO WS-PHASE-PRE-EDIT.
           MOVE 0 TO WS-NB-DEP-ADMIS.
           MOVE "N" TO WS-PRE-EDIT-OK.
           MOVE 0 TO WS-NB-REJETS.
           MOVE 0 TO WS-NUM-LIGNE.
                               " ligne(s) rejetée(s) dans "
                               FUNCTION TRIM(WS-NOM-REJETS)
                     END-IF
                     PERFORM CONTROLER-SOUMISSION
                     IF WS-CTL-RESULTAT = "OK"
                          OR WS-CTL-RESULTAT = "SANS" THEN
                          PERFORM JOURNALISER-DEPASSEMENTS-BATCH
                     END-IF
                END-IF
           END-IF.

      *    Paragraphe pour remettre à zéro le contrôle d'intégrité
      *    avant le pré-contrôle de chaque soumission
           INITIALISER-CONTROLE-SOUMISSION.
           MOVE "N" TO WS-CTL-ENTETE.
           MOVE "N" TO WS-CTL-FIN.
           MOVE SPACES TO WS-CTL-RESULTAT.
           MOVE SPACES TO WS-CTL-LIBELLE.
           MOVE SPACES TO WS-CTL-DEPARTEMENT.
           MOVE 0 TO WS-CTL-SEQUENCE.
           MOVE 0 TO WS-CTL-NB-DETAIL.
           MOVE 0 TO WS-CTL-HASH-NBR1.
           MOVE 0 TO WS-CTL-HASH-NBR2.
           MOVE 0 TO WS-CTL-FIN-NB-LIGNES.
           MOVE 0 TO WS-CTL-FIN-HASH-NBR1.
           MOVE 0 TO WS-CTL-FIN-HASH-NBR2.
           MOVE 1 TO WS-PREMIERE-DETAIL.
           MOVE "N" TO WS-SEQ-A-ENREGISTRER.

      *    Paragraphe pour contrôler une ligne du fichier d'entrée en
      *    phase de pré-contrôle et écrire le rejet le cas échéant ;
      *    les enregistrements de contrôle sont relevés à part, et
      *    chaque ligne de détail, valide ou rejetée, entre dans le
      *    nombre de lignes et les totaux de contrôle
           CONTROLER-BATCH-LIGNE.
           IF BIX-OPERATION = "H" OR BIX-OPERATION = "T" THEN
                PERFORM RELEVER-ENREG-CONTROLE
           ELSE
                PERFORM CUMULER-LIGNE-DETAIL
                PERFORM VALIDER-BATCH-LIGNE
                IF WS-LIGNE-VALIDE = "N" THEN
                     ADD 1 TO WS-NB-REJETS
                     MOVE SPACES TO BATCH-ERR-RECORD
                     MOVE WS-NUM-LIGNE TO BER-NUM-LIGNE
                     MOVE WS-CODE-REJET TO BER-CODE-REJET
                     MOVE BATCH-IN-BRUT TO BER-LIGNE
                     WRITE BATCH-ERR-RECORD
                     IF WS-BATCH-ERR-STATUS NOT = "00" THEN
                          DISPLAY "Erreur ! Échec d'écriture dans "
                               FUNCTION TRIM(WS-NOM-REJETS)
                               " (statut "
                               FUNCTION TRIM(WS-BATCH-ERR-STATUS) ")"
                     END-IF
                END-IF
           END-IF.
           PERFORM LIRE-BATCH-IN.

      *    Paragraphe pour relever un enregistrement de contrôle :
      *    l'en-tête n'est admis qu'en première ligne et rien ne
      *    peut suivre l'enregistrement de fin ; les zones des deux
      *    enregistrements doivent être renseignées et numériques
           RELEVER-ENREG-CONTROLE.
           IF WS-CTL-FIN = "Y" THEN
                MOVE "TRLR" TO WS-CTL-MOTIF
                MOVE "enregistrement après la fin de contrôle"
                     TO WS-CTL-MOTIF-LIBELLE
                PERFORM SIGNALER-ANOMALIE-CONTROLE
           ELSE IF BIX-OPERATION = "H" AND WS-NUM-LIGNE NOT = 1 THEN
                MOVE "ENTT" TO WS-CTL-MOTIF
                MOVE "en-tête ailleurs qu'en première ligne"
                     TO WS-CTL-MOTIF-LIBELLE
                PERFORM SIGNALER-ANOMALIE-CONTROLE
           ELSE IF BIX-OPERATION = "H" THEN
                MOVE "Y" TO WS-CTL-ENTETE
                MOVE 2 TO WS-PREMIERE-DETAIL
                MOVE BHR-DEPARTEMENT TO WS-CTL-DEPARTEMENT
                IF BHR-DEPARTEMENT = SPACES
                     OR BHR-DATE-CREATION IS NOT NUMERIC
                     OR BHR-SEQUENCE IS NOT NUMERIC THEN
                     MOVE "ENTT" TO WS-CTL-MOTIF
                     MOVE "en-tête incomplet ou non numérique"
                          TO WS-CTL-MOTIF-LIBELLE
                     PERFORM SIGNALER-ANOMALIE-CONTROLE
                ELSE IF BHR-SEQUENCE = 0 THEN
                     MOVE "ENTT" TO WS-CTL-MOTIF
                     MOVE "numéro de séquence à zéro"
                          TO WS-CTL-MOTIF-LIBELLE
                     PERFORM SIGNALER-ANOMALIE-CONTROLE
                ELSE
                     MOVE BHR-SEQUENCE TO WS-CTL-SEQUENCE
                END-IF
           ELSE
                MOVE "Y" TO WS-CTL-FIN
                IF BTR-NB-LIGNES IS NOT NUMERIC
                     OR BTR-HASH-NBR1 IS NOT NUMERIC
                     OR BTR-HASH-NBR2 IS NOT NUMERIC THEN
                     MOVE "TRLR" TO WS-CTL-MOTIF
                     MOVE "enregistrement de fin non numérique"
                          TO WS-CTL-MOTIF-LIBELLE
                     PERFORM SIGNALER-ANOMALIE-CONTROLE
                ELSE
                     MOVE BTR-NB-LIGNES TO WS-CTL-FIN-NB-LIGNES
                     MOVE BTR-HASH-NBR1 TO WS-CTL-FIN-HASH-NBR1
                     MOVE BTR-HASH-NBR2 TO WS-CTL-FIN-HASH-NBR2
                END-IF
           END-IF.

      *    Paragraphe pour compter une ligne de détail et cumuler
      *    ses opérandes dans les totaux de contrôle ; une ligne de
      *    détail derrière l'enregistrement de fin est une anomalie
           CUMULER-LIGNE-DETAIL.
           IF WS-CTL-FIN = "Y" THEN
                MOVE "TRLR" TO WS-CTL-MOTIF
                MOVE "ligne de détail après la fin de contrôle"
                     TO WS-CTL-MOTIF-LIBELLE
                PERFORM SIGNALER-ANOMALIE-CONTROLE
           END-IF.
           ADD 1 TO WS-CTL-NB-DETAIL.
           IF BIN-NBR1 IS NUMERIC THEN
                ADD BIN-NBR1 TO WS-CTL-HASH-NBR1
           END-IF.
           IF BIN-NBR2 IS NUMERIC THEN
                ADD BIN-NBR2 TO WS-CTL-HASH-NBR2
           END-IF.

      *    Paragraphe pour retenir une anomalie du contrôle
      *    d'intégrité ; seule la première constatée est retenue, le
      *    libellé portant le numéro de la ligne en cause
           SIGNALER-ANOMALIE-CONTROLE.
           IF WS-CTL-RESULTAT = SPACES THEN
                MOVE WS-CTL-MOTIF TO WS-CTL-RESULTAT
                MOVE WS-NUM-LIGNE TO WS-CTL-EDIT1
                MOVE SPACES TO WS-CTL-LIBELLE
                STRING FUNCTION TRIM(WS-CTL-MOTIF-LIBELLE)
                     " (ligne " FUNCTION TRIM(WS-CTL-EDIT1) ")"
                     DELIMITED BY SIZE INTO WS-CTL-LIBELLE
           END-IF.

      *    Paragraphe pour arrêter le résultat du contrôle
      *    d'intégrité une fois le fichier lu en entier : une
      *    soumission sans en-tête ni fin (fichiers antérieurs aux
      *    enregistrements de contrôle, resoumissions de Batcorr)
      *    passe comme avant ; sinon la fin doit être présente,
      *    s'accorder avec les lignes de détail lues et la séquence
      *    suivre la dernière acceptée pour le département ; toute
      *    anomalie rejette la soumission entière (code retour 20)
           CONTROLER-SOUMISSION.
           IF WS-CTL-RESULTAT NOT = SPACES THEN
                CONTINUE
           ELSE IF WS-CTL-ENTETE = "N" AND WS-CTL-FIN = "N" THEN
                MOVE "SANS" TO WS-CTL-RESULTAT
                MOVE "soumission sans enregistrements de contrôle"
                     TO WS-CTL-LIBELLE
           ELSE IF WS-CTL-ENTETE = "N" THEN
                MOVE "ENTT" TO WS-CTL-RESULTAT
                MOVE "enregistrement de fin sans en-tête"
                     TO WS-CTL-LIBELLE
           ELSE IF WS-CTL-FIN = "N" THEN
                MOVE "TRLR" TO WS-CTL-RESULTAT
                MOVE "enregistrement de fin absent, fichier incomplet"
                     TO WS-CTL-LIBELLE
           ELSE IF WS-CTL-FIN-NB-LIGNES NOT = WS-CTL-NB-DETAIL THEN
                MOVE "NBLG" TO WS-CTL-RESULTAT
                MOVE WS-CTL-FIN-NB-LIGNES TO WS-CTL-EDIT1
                MOVE WS-CTL-NB-DETAIL TO WS-CTL-EDIT2
                STRING "lignes de détail annoncées "
                     FUNCTION TRIM(WS-CTL-EDIT1) ", lues "
                     FUNCTION TRIM(WS-CTL-EDIT2)
                     DELIMITED BY SIZE INTO WS-CTL-LIBELLE
           ELSE IF WS-CTL-FIN-HASH-NBR1 NOT = WS-CTL-HASH-NBR1 THEN
                MOVE "HSH1" TO WS-CTL-RESULTAT
                MOVE WS-CTL-HASH-NBR1 TO WS-CTL-HASH-EDIT
                STRING "total de contrôle NBR1 faux, recalculé "
                     FUNCTION TRIM(WS-CTL-HASH-EDIT)
                     DELIMITED BY SIZE INTO WS-CTL-LIBELLE
           ELSE IF WS-CTL-FIN-HASH-NBR2 NOT = WS-CTL-HASH-NBR2 THEN
                MOVE "HSH2" TO WS-CTL-RESULTAT
                MOVE WS-CTL-HASH-NBR2 TO WS-CTL-HASH-EDIT
                STRING "total de contrôle NBR2 faux, recalculé "
                     FUNCTION TRIM(WS-CTL-HASH-EDIT)
                     DELIMITED BY SIZE INTO WS-CTL-LIBELLE
           ELSE
                PERFORM VERIFIER-SEQUENCE
           END-IF.
           IF WS-CTL-RESULTAT = SPACES
                AND WS-SEQ-A-ENREGISTRER = "Y" THEN
                PERFORM ENREGISTRER-SEQUENCE
           END-IF.
           IF WS-CTL-RESULTAT = SPACES THEN
                MOVE "OK" TO WS-CTL-RESULTAT
                MOVE "soumission complète et en séquence"
                     TO WS-CTL-LIBELLE
           END-IF.
           IF WS-CTL-RESULTAT NOT = "OK"
                AND WS-CTL-RESULTAT NOT = "SANS" THEN
                PERFORM REJETER-SOUMISSION
           END-IF.

      *    Paragraphe pour contrôler le numéro de séquence de
      *    l'en-tête contre le dernier accepté pour le département ;
      *    en reprise (BATCH RESTART), la soumission déjà acceptée
      *    sous le même nom de fichier repasse sans être recomptée
           VERIFIER-SEQUENCE.
           MOVE "N" TO WS-SEQ-A-ENREGISTRER.
           PERFORM CHARGER-SEQUENCES.
           IF WS-CTL-RESULTAT = SPACES THEN
                MOVE 0 TO WS-IDX-SEQ-DEPT
                PERFORM CHERCHER-SEQUENCE
                     VARYING WS-IDX-SEQ FROM 1 BY 1
                     UNTIL WS-IDX-SEQ > WS-NB-SEQUENCES
                     OR WS-IDX-SEQ-DEPT > 0
                IF WS-IDX-SEQ-DEPT = 0 THEN
                     MOVE 0 TO WS-SEQ-DERNIER
                     MOVE SPACES TO WS-SEQ-DERNIER-FICHIER
                ELSE
                     MOVE WS-SEQ-NUMERO(WS-IDX-SEQ-DEPT)
                          TO WS-SEQ-DERNIER
                     MOVE WS-SEQ-FICHIER(WS-IDX-SEQ-DEPT)
                          TO WS-SEQ-DERNIER-FICHIER
                END-IF
                COMPUTE WS-SEQ-ATTENDUE = WS-SEQ-DERNIER + 1
                PERFORM COMPARER-SEQUENCE
           END-IF.

      *    Paragraphe pour comparer la séquence reçue à la séquence
      *    attendue du département
           COMPARER-SEQUENCE.
           MOVE WS-CTL-SEQUENCE TO WS-CTL-EDIT1.
           MOVE WS-SEQ-ATTENDUE TO WS-CTL-EDIT2.
           IF WS-CTL-SEQUENCE = WS-SEQ-ATTENDUE THEN
                MOVE "Y" TO WS-SEQ-A-ENREGISTRER
           ELSE IF WS-RESTART = "Y"
                AND WS-CTL-SEQUENCE = WS-SEQ-DERNIER
                AND WS-SEQ-DERNIER-FICHIER = WS-NOM-ENTREE THEN
                DISPLAY "Reprise de la soumission "
                     FUNCTION TRIM(WS-CTL-EDIT1) " déjà acceptée"
                     " pour " FUNCTION TRIM(WS-CTL-DEPARTEMENT)
           ELSE IF WS-CTL-SEQUENCE < WS-SEQ-ATTENDUE THEN
                MOVE "SEQR" TO WS-CTL-RESULTAT
                STRING "séquence " FUNCTION TRIM(WS-CTL-EDIT1)
                     " déjà reçue, attendue "
                     FUNCTION TRIM(WS-CTL-EDIT2)
                     DELIMITED BY SIZE INTO WS-CTL-LIBELLE
           ELSE
                MOVE "SEQS" TO WS-CTL-RESULTAT
                STRING "séquence " FUNCTION TRIM(WS-CTL-EDIT1)
                     " hors rang, attendue "
                     FUNCTION TRIM(WS-CTL-EDIT2)
                     DELIMITED BY SIZE INTO WS-CTL-LIBELLE
           END-IF.

      *    Paragraphe pour repérer le département de l'en-tête dans
      *    la table des séquences
           CHERCHER-SEQUENCE.
           IF WS-SEQ-DEPARTEMENT(WS-IDX-SEQ) = WS-CTL-DEPARTEMENT THEN
                MOVE WS-IDX-SEQ TO WS-IDX-SEQ-DEPT
           END-IF.

      *    Paragraphe pour charger le fichier des séquences en table
      *    (statut "35" : aucune soumission contrôlée encore acceptée,
      *    la table reste vide) ; un fichier illisible rejette la
      *    soumission, faute de pouvoir en garantir la séquence
           CHARGER-SEQUENCES.
           MOVE 0 TO WS-NB-SEQUENCES.
           MOVE "N" TO WS-SEQUENCE-EOF.
           OPEN INPUT SEQUENCE-FILE.
           IF WS-SEQUENCE-STATUS = "00" THEN
                PERFORM LIRE-SEQUENCE
                PERFORM RANGER-SEQUENCE
                     UNTIL WS-SEQUENCE-EOF = "Y"
                CLOSE SEQUENCE-FILE
           ELSE IF WS-SEQUENCE-STATUS NOT = "35" THEN
                DISPLAY "Erreur ! Impossible d'ouvrir SOUMSEQ.DAT"
                     " (statut " FUNCTION TRIM(WS-SEQUENCE-STATUS) ")"
                MOVE "SEQF" TO WS-CTL-RESULTAT
                MOVE "fichier des séquences SOUMSEQ.DAT illisible"
                     TO WS-CTL-LIBELLE
           END-IF.

      *    Paragraphe pour lire un enregistrement du fichier des
      *    séquences
           LIRE-SEQUENCE.
           READ SEQUENCE-FILE
                AT END MOVE "Y" TO WS-SEQUENCE-EOF
           END-READ.

      *    Paragraphe pour ranger l'enregistrement lu dans la table
      *    des séquences, puis lire le suivant
           RANGER-SEQUENCE.
           IF SQR-DEPARTEMENT NOT = SPACES THEN
                IF WS-NB-SEQUENCES < 100 THEN
                     ADD 1 TO WS-NB-SEQUENCES
                     MOVE SQR-DEPARTEMENT
                          TO WS-SEQ-DEPARTEMENT(WS-NB-SEQUENCES)
                     MOVE SQR-NUMERO TO WS-SEQ-NUMERO(WS-NB-SEQUENCES)
                     MOVE SQR-HORODATAGE
                          TO WS-SEQ-HORODATAGE(WS-NB-SEQUENCES)
                     MOVE SQR-FICHIER TO WS-SEQ-FICHIER(WS-NB-SEQUENCES)
                ELSE
                     DISPLAY "Erreur ! Table des séquences pleine,"
                          " département ignoré : "
                          FUNCTION TRIM(SQR-DEPARTEMENT)
                END-IF
           END-IF.
           PERFORM LIRE-SEQUENCE.

      *    Paragraphe pour enregistrer la séquence acceptée du
      *    département : la table est mise à jour puis le fichier
      *    réécrit en entier ; une séquence qui ne peut être
      *    enregistrée rejette la soumission, pour qu'elle ne puisse
      *    pas être acceptée une seconde fois
           ENREGISTRER-SEQUENCE.
           IF WS-IDX-SEQ-DEPT = 0 AND WS-NB-SEQUENCES >= 100 THEN
                MOVE "SEQF" TO WS-CTL-RESULTAT
                MOVE "table des séquences SOUMSEQ.DAT pleine"
                     TO WS-CTL-LIBELLE
           ELSE
                IF WS-IDX-SEQ-DEPT = 0 THEN
                     ADD 1 TO WS-NB-SEQUENCES
                     MOVE WS-NB-SEQUENCES TO WS-IDX-SEQ-DEPT
                     MOVE WS-CTL-DEPARTEMENT
                          TO WS-SEQ-DEPARTEMENT(WS-IDX-SEQ-DEPT)
                END-IF
                MOVE WS-CTL-SEQUENCE TO WS-SEQ-NUMERO(WS-IDX-SEQ-DEPT)
                MOVE FUNCTION CURRENT-DATE
                     TO WS-SEQ-HORODATAGE(WS-IDX-SEQ-DEPT)
                MOVE WS-NOM-ENTREE TO WS-SEQ-FICHIER(WS-IDX-SEQ-DEPT)
                OPEN OUTPUT SEQUENCE-FILE
                IF WS-SEQUENCE-STATUS NOT = "00" THEN
                     DISPLAY "Erreur ! Impossible de réécrire"
                          " SOUMSEQ.DAT (statut "
                          FUNCTION TRIM(WS-SEQUENCE-STATUS) ")"
                     MOVE "SEQF" TO WS-CTL-RESULTAT
                     MOVE "fichier SOUMSEQ.DAT non réécrit"
                          TO WS-CTL-LIBELLE
                ELSE
                     PERFORM ECRIRE-SEQUENCE
                          VARYING WS-IDX-SEQ FROM 1 BY 1
                          UNTIL WS-IDX-SEQ > WS-NB-SEQUENCES
                     CLOSE SEQUENCE-FILE
                END-IF
           END-IF.

      *    Paragraphe pour écrire une entrée de la table des
      *    séquences
           ECRIRE-SEQUENCE.
           MOVE SPACES TO SEQUENCE-RECORD.
           MOVE WS-SEQ-DEPARTEMENT(WS-IDX-SEQ) TO SQR-DEPARTEMENT.
           MOVE WS-SEQ-NUMERO(WS-IDX-SEQ) TO SQR-NUMERO.
           MOVE WS-SEQ-HORODATAGE(WS-IDX-SEQ) TO SQR-HORODATAGE.
           MOVE WS-SEQ-FICHIER(WS-IDX-SEQ) TO SQR-FICHIER.
           WRITE SEQUENCE-RECORD.
           IF WS-SEQUENCE-STATUS NOT = "00" THEN
                DISPLAY "Erreur ! Échec d'écriture dans SOUMSEQ.DAT"
                     " (statut " FUNCTION TRIM(WS-SEQUENCE-STATUS) ")"
           END-IF.

      *    Paragraphe pour rejeter la soumission entière au contrôle
      *    d'intégrité : aucune ligne n'est exécutée, le code retour
      *    20 est remis et le motif est écrit en tête du rapport de
      *    la soumission (en reprise, le rapport déjà commencé est
      *    complété plutôt qu'écrasé)
           REJETER-SOUMISSION.
           MOVE "N" TO WS-PRE-EDIT-OK.
           MOVE 20 TO WS-CODE-RETOUR.
           DISPLAY "Soumission rejetée au contrôle d'intégrité ("
                FUNCTION TRIM(WS-CTL-RESULTAT) ") : "
                FUNCTION TRIM(WS-CTL-LIBELLE).
           IF WS-RESTART = "Y" THEN
                OPEN EXTEND BATCH-REPORT-FILE
                IF WS-BATCH-OUT-STATUS = "35" THEN
                     OPEN OUTPUT BATCH-REPORT-FILE
                END-IF
           ELSE
                OPEN OUTPUT BATCH-REPORT-FILE
           END-IF.
           IF WS-BATCH-OUT-STATUS NOT = "00" THEN
                DISPLAY "Erreur ! Impossible d'ouvrir "
                     FUNCTION TRIM(WS-NOM-RAPPORT)
                     " (statut " FUNCTION TRIM(WS-BATCH-OUT-STATUS)
                     ")"
           ELSE
                PERFORM ECRIRE-LIGNE-CONTROLE
                CLOSE BATCH-REPORT-FILE
           END-IF.

      *    Paragraphe pour écrire la ligne de résultat du contrôle
      *    d'intégrité dans le rapport de la soumission
           ECRIRE-LIGNE-CONTROLE.
           MOVE SPACES TO BATCH-REPORT-CONTROLE.
           MOVE "*CTRL*" TO BRC-MARQUE.
           MOVE WS-CTL-RESULTAT TO BRC-RESULTAT.
           MOVE WS-CTL-DEPARTEMENT TO BRC-DEPARTEMENT.
           MOVE WS-CTL-SEQUENCE TO BRC-SEQUENCE.
           MOVE WS-CTL-LIBELLE TO BRC-LIBELLE.
           WRITE BATCH-REPORT-CONTROLE.
           IF WS-BATCH-OUT-STATUS NOT = "00" THEN
                DISPLAY "Erreur ! Échec d'écriture dans "
                     FUNCTION TRIM(WS-NOM-RAPPORT)
                     " (statut " FUNCTION TRIM(WS-BATCH-OUT-STATUS)
                     ")"
           END-IF.

      *    Paragraphe pour valider un enregistrement du fichier
      *    d'entrée : code opération connu, opérandes numériques,
      *    diviseur non nul pour la division et le modulo, indicateur
           VALIDER-BATCH-LIGNE.
           MOVE "Y" TO WS-LIGNE-VALIDE.
           MOVE SPACES TO WS-CODE-REJET.
      *    Les enregistrements de contrôle ne sont pas des lignes
      *    d'opération : relevés au pré-contrôle, ils sont passés
      *    sans exécution à la phase d'exécution
           IF BIX-OPERATION = "H" OR BIX-OPERATION = "T" THEN
                MOVE "N" TO WS-LIGNE-VALIDE
                MOVE "CTRL" TO WS-CODE-REJET
           ELSE IF BIX-OPERATION IS NOT NUMERIC THEN
                MOVE "N" TO WS-LIGNE-VALIDE
                MOVE "OPER" TO WS-CODE-REJET
           ELSE IF BIX-CHAIN NOT = "C" AND BIX-CHAIN NOT = "N"
                AND BIX-CHAIN NOT = SPACE THEN
                MOVE "N" TO WS-LIGNE-VALIDE
                MOVE "CHAI" TO WS-CODE-REJET
           ELSE IF BIX-CHAIN = "C"
                AND WS-NUM-LIGNE = WS-PREMIERE-DETAIL THEN
                MOVE "N" TO WS-LIGNE-VALIDE
                MOVE "CHN1" TO WS-CODE-REJET
           ELSE IF BIN-NBR1 IS NOT NUMERIC
                MOVE "NBR1" TO WS-CODE-REJET
           ELSE IF BIN-NBR2 IS NOT NUMERIC
                AND NOT (BIN-OPERATION = 6 AND BIX-NBR2 = SPACES)
                AND BIN-OPERATION NOT = 8
                AND BIN-OPERATION NOT = 0 THEN
                MOVE "N" TO WS-LIGNE-VALIDE
                MOVE "NBR2" TO WS-CODE-REJET
      *    Pour la conversion, la zone NBR2 porte la paire de
      *    devises ; un cours en période d'effet doit exister pour
      *    la date d'exécution, faute de quoi la ligne est rejetée
      *    ici plutôt que convertie à zéro
           ELSE IF BIN-OPERATION = 0 THEN
                PERFORM RESOUDRE-DEVISE-BATCH
                IF WS-DEVISE-TROUVEE = "N" THEN
                     MOVE "N" TO WS-LIGNE-VALIDE
                     MOVE "DEVI" TO WS-CODE-REJET
                ELSE
                     PERFORM CONTROLER-LIMITE-BATCH
                END-IF
      *    Pour le pourcentage, une zone NBR2 non numérique est
      *    tentée comme code de la table des taux ; le code doit
      *    exister et être en période d'effet
           MOVE "N" TO WS-CALC-ERREUR.
           MOVE 0 TO WS-CALC-RESULT2.
           MOVE BIN-OPERATION TO WS-CHOIX-OPE.
      *    Le code batch 0 est la conversion de devises, l'opération
      *    13 du menu interactif
           IF BIN-OPERATION = 0 THEN
                MOVE 13 TO WS-CHOIX-OPE
           END-IF.
           MOVE SPACES TO WS-DEVISE-SOURCE.
           MOVE SPACES TO WS-DEVISE-CIBLE.
           MOVE SPACES TO WS-CODE-TAUX.
      *    La règle d'arrondi de la ligne prime sur la règle par
      *    défaut "H" du batch
           IF BIN-ARRONDI = "T" OR BIN-ARRONDI = "B" THEN
                     PERFORM POURCENTAGE
                WHEN 9
                     PERFORM EXECUTER-FINANCIER-BATCH
                WHEN 13
                     PERFORM RESOUDRE-DEVISE-BATCH
                     PERFORM CONVERTIR-DEVISE
                WHEN OTHER
                     MOVE BIN-NBR1 TO WS-NBR1
                     IF BIN-NBR1 < 0 THEN
                     ELSE
                          MOVE "INTERETS COMP." TO BRR-OPERATION
                     END-IF
                WHEN 13 MOVE "CONVERSION" TO BRR-OPERATION
                WHEN OTHER MOVE "OPERATION INCONNUE" TO BRR-OPERATION
           END-EVALUATE.
           PERFORM FORMATER-SIGNE-NBR1.
           PERFORM FORMATER-SIGNE-NBR2.
           PERFORM FORMATER-SIGNE-RESULT.
           PERFORM FORMATER-SIGNE-RESULT2.
           PERFORM FORMATER-REFERENCE.
           MOVE WS-SIGNE-NBR1 TO BRR-NBR1.
           MOVE WS-SIGNE-NBR2 TO BRR-NBR2.
           MOVE WS-SIGNE-RESULT TO BRR-RESULT.
           MOVE WS-SIGNE-RESULT2 TO BRR-RESULT2.
           MOVE WS-REFERENCE-OPE TO BRR-REFERENCE.
           IF WS-CALC-ERREUR = "Y" THEN
                MOVE "ERREUR" TO BRR-STATUT
           ELSE
                     MOVE LK-NBR2 TO WS-CALC-MOD
                     PERFORM MODULO
                WHEN 8
                     MOVE SPACES TO WS-CODE-TAUX
                     MOVE LK-NBR2 TO WS-CALC-PCT
                     PERFORM POURCENTAGE
      *    Conversion : le second opérande est le cours lui-même,
      *    sans recherche dans la table des cours (l'appelant porte
      *    la responsabilité du cours transmis)
                WHEN 13
                     MOVE SPACES TO WS-DEVISE-SOURCE
                     MOVE SPACES TO WS-DEVISE-CIBLE
                     MOVE LK-NBR2 TO WS-COURS-CHANGE
                     IF LK-NBR2 > 0 THEN
                          MOVE "Y" TO WS-DEVISE-TROUVEE
                     ELSE
                          MOVE "N" TO WS-DEVISE-TROUVEE
                     END-IF
                     PERFORM CONVERTIR-DEVISE
                WHEN OTHER
                     MOVE 0 TO WS-CALC-RESULT1
                     MOVE "99" TO LK-STATUS
           DISPLAY "7 - Modulo              8 - Pourcentage".
           DISPLAY "9 - Stocker mémoire    10 - Rappeler mémoire".
           DISPLAY "11 - Retour            12 - Calculs financiers".
           DISPLAY "13 - Conversion devises".
           DISPLAY "......................................".
           PERFORM SAISIR-CHOIX-OPE.

               WHEN 12
                    PERFORM CALCULS-FINANCIERS

               WHEN 13
                    PERFORM CONVERSION-DEVISES

               WHEN OTHER
                    PERFORM MESSAGE-ERREUR

                PERFORM SAISIR-FIN-DUREE
           END-IF.

      *    Paragraphe pour la conversion de devises en mode
      *    interactif : saisit les codes ISO des devises source et
      *    cible, cherche le cours en vigueur dans la table des
      *    cours et convertit le nombre en cours ; sans cours en
      *    période d'effet pour la paire, rien n'est calculé et le
      *    choix de l'opération est proposé de nouveau
           CONVERSION-DEVISES.
           DISPLAY "Devise source (code ISO, 3 lettres) :".
           ACCEPT WS-DEVISE-SOURCE.
           MOVE FUNCTION UPPER-CASE(WS-DEVISE-SOURCE)
                TO WS-DEVISE-SOURCE.
           DISPLAY "Devise cible (code ISO, 3 lettres) :".
           ACCEPT WS-DEVISE-CIBLE.
           MOVE FUNCTION UPPER-CASE(WS-DEVISE-CIBLE)
                TO WS-DEVISE-CIBLE.
           PERFORM CHERCHER-DEVISE.
           IF WS-DEVISE-TROUVEE = "N" THEN
                DISPLAY "Erreur ! Aucun cours en vigueur pour "
                     WS-DEVISE-SOURCE "/" WS-DEVISE-CIBLE
                PERFORM AFFICHER_CHOIX_OPE
           ELSE
                MOVE WS-COURS-CHANGE TO WS-COURS-EDIT
                DISPLAY "Cours " WS-DEVISE-SOURCE "/"
                     WS-DEVISE-CIBLE " = " FUNCTION TRIM(WS-COURS-EDIT)
                PERFORM CONVERTIR-DEVISE
                IF WS-CALC-ERREUR = "Y" THEN
                     DISPLAY "Erreur ! Conversion non effectuée !"
                ELSE
                     PERFORM FORMATER-SIGNE-NBR1
                     PERFORM FORMATER-SIGNE-RESULT
                     DISPLAY "Résultat : "
                          FUNCTION TRIM(WS-SIGNE-NBR1) " "
                          WS-DEVISE-SOURCE " = "
                          FUNCTION TRIM(WS-SIGNE-RESULT) " "
                          WS-DEVISE-CIBLE
                END-IF
                PERFORM CONTINUER_CALC
           END-IF.

      *    Paragraphe pour les messages d'erreur
           MESSAGE-ERREUR.
           DISPLAY WS-MESS.
                     PERFORM SAISIR-POURCENTAGE
                END-IF
           ELSE
                MOVE SPACES TO WS-CODE-TAUX
                IF FUNCTION TEST-NUMVAL(WS-SAISIE-PCT) = 0 THEN
                     COMPUTE WS-CALC-PCT =
                          FUNCTION NUMVAL(WS-SAISIE-PCT)
                PERFORM LIRE-TAUX-TABLE
           END-IF.

      *    Paragraphe pour convertir le nombre en cours au cours de
      *    change retenu (modes interactif, batch et sous-programme) :
      *    le résultat est arrondi selon la règle en vigueur, le
      *    cours appliqué part comme second opérande et la paire de
      *    devises comme référence dans le journal ; sans cours
      *    retenu, la ligne part en erreur plutôt que convertie à
      *    zéro
           CONVERTIR-DEVISE.
           MOVE "N" TO WS-CALC-ERREUR.
           MOVE 0 TO WS-CALC-RESULT2.
           ADD 1 TO WS-NB-CONVERSIONS.
           MOVE WS-CALC-NBR1 TO WS-NBR1.
           IF WS-CALC-NBR1 < 0 THEN
                MOVE "Y" TO WS-NBR1-NEGATIF
           ELSE
                MOVE "N" TO WS-NBR1-NEGATIF
           END-IF.
           MOVE WS-COURS-CHANGE TO WS-NBR2.
           IF WS-DEVISE-TROUVEE = "N" THEN
                MOVE "Y" TO WS-CALC-ERREUR
                MOVE 0 TO WS-CALC-RESULT1
           ELSE
                COMPUTE WS-CALC-BRUT = WS-CALC-NBR1 * WS-COURS-CHANGE
                     ON SIZE ERROR
                          MOVE "Y" TO WS-CALC-ERREUR
                          MOVE 0 TO WS-CALC-RESULT1
                     NOT ON SIZE ERROR
                          PERFORM ARRONDIR-RESULTAT
                END-COMPUTE
           END-IF.
           MOVE WS-CALC-RESULT1 TO WS-RESULT1.
           PERFORM LOG-CALCUL.

      *    Paragraphe pour retenir la paire de devises d'une ligne
      *    batch de conversion (codes ISO accolés en tête de la zone
      *    NBR2, le reste de la zone à blanc) et en chercher le cours
           RESOUDRE-DEVISE-BATCH.
           MOVE BIX-NBR2(1:3) TO WS-DEVISE-SOURCE.
           MOVE BIX-NBR2(4:3) TO WS-DEVISE-CIBLE.
           IF BIX-NBR2(7:11) = SPACES THEN
                PERFORM CHERCHER-DEVISE
           ELSE
                MOVE "N" TO WS-DEVISE-TROUVEE
                MOVE 0 TO WS-COURS-CHANGE
           END-IF.

      *    Paragraphe pour chercher le cours de la paire de devises
      *    demandée en période d'effet au jour de l'exécution (une
      *    date de fin à zéro signifie un cours sans échéance) ;
      *    table absente : aucun cours, la conversion est refusée
           CHERCHER-DEVISE.
           MOVE "N" TO WS-DEVISE-TROUVEE.
           MOVE "N" TO WS-DEVISE-EOF.
           MOVE 0 TO WS-COURS-CHANGE.
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
                MOVE DEV-COURS TO WS-COURS-CHANGE
           ELSE
                PERFORM LIRE-DEVISE-TABLE
           END-IF.

      *    Paragraphe pour revenir au menu principal
           RETOUR_CALC.
           PERFORM AFFICHAGE_MENU.
           DISPLAY "Modulos         : " FUNCTION TRIM(WS-NB-EDIT).
           MOVE WS-NB-POURCENTAGES TO WS-NB-EDIT.
           DISPLAY "Pourcentages    : " FUNCTION TRIM(WS-NB-EDIT).
           MOVE WS-NB-CONVERSIONS TO WS-NB-EDIT.
           DISPLAY "Conversions     : " FUNCTION TRIM(WS-NB-EDIT).
           DISPLAY "......................................".

      *    Paragraphe pour l'addition
