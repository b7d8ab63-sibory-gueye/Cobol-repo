           IDENTIFICATION DIVISION.
           PROGRAM-ID. Regage.
           AUTHOR SIBORY G.
      *    Balance âgée des dossiers de prêt, à une date d'arrêté :
      *    pour chaque dossier du registre des échéanciers REGECH.DAT
      *    (le dernier échéancier enregistré pour le dossier fait
      *    foi, comme dans Reglmnt), le reste dû de chaque période
      *    après les règlements de PAIEMENT.DAT reçus au plus tard à
      *    la date d'arrêté est ventilé selon le retard de son
      *    échéance : à échoir, 1-30, 31-60, 61-90 et plus de 90
      *    jours ; l'échéance de la période N tombe N mois après la
      *    date du calcul de l'échéancier, reportée au premier jour
      *    ouvré suivant au calendrier CALBUS.DAT ; la balance est
      *    écrite dans REGAGE.aaaammjj.RPT (date d'arrêté), avec
      *    sous-totaux par tranche et total général ; code retour 4
      *    dès qu'un dossier a un reste dû à plus de 90 jours


       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Registre des échéanciers, alimenté par Calcfin
           SELECT REGISTRE-FILE ASSIGN TO "REGECH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTRE-STATUS.

      *    Fichier des règlements reçus, tenu par Reglmnt
           SELECT PAIEMENT-FILE ASSIGN TO "PAIEMENT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAIEMENT-STATUS.

           SELECT CALENDRIER-FILE ASSIGN TO "CALBUS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CALENDRIER-STATUS.

      *    Balance âgée datée de l'arrêté (le nom du fichier est
      *    construit à l'exécution dans WS-NOM-RAPPORT)
           SELECT RAPPORT-FILE ASSIGN USING WS-NOM-RAPPORT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RAPPORT-STATUS.

       DATA DIVISION.

       FILE SECTION.
      *    Registre des échéanciers (même dessin que dans Calcfin) ;
      *    les montants édités sont relus en zones alphanumériques
      *    et convertis à l'arrivée
       FD  REGISTRE-FILE.
       01  REGISTRE-RECORD.
           05  REG-DOSSIER PIC X(10).
           05  FILLER PIC X(1).
           05  REG-DATE-CALCUL PIC X(8).
           05  FILLER PIC X(1).
           05  REG-TYPE PIC X(1).
           05  FILLER PIC X(1).
           05  REG-PERIODE PIC X(3).
           05  FILLER PIC X(1).
           05  REG-INTERET PIC X(19).
           05  FILLER PIC X(1).
           05  REG-PRINCIPAL PIC X(19).
           05  FILLER PIC X(1).
           05  REG-SOLDE PIC X(19).

      *    Fichier des règlements (même dessin que dans Reglmnt)
       FD  PAIEMENT-FILE.
       01  PAIEMENT-RECORD.
           05  PAY-DOSSIER PIC X(10).
           05  FILLER PIC X(1).
           05  PAY-PERIODE PIC 9(3).
           05  FILLER PIC X(1).
           05  PAY-DATE PIC 9(8).
           05  FILLER PIC X(1).
           05  PAY-MONTANT PIC X(19).

      *    Calendrier d'exploitation (même dessin que dans Calbmnt)
       FD  CALENDRIER-FILE.
       01  CALENDRIER-RECORD.
           05  CAL-DATE PIC 9(8).
           05  FILLER PIC X(1).
           05  CAL-TYPE PIC X(1).
           05  FILLER PIC X(1).
           05  CAL-LIBELLE PIC X(30).

       FD  RAPPORT-FILE.
       01  RAPPORT-RECORD PIC X(132).

       WORKING-STORAGE SECTION.

      *    Les variables pour les fichiers
       01  WS-REGISTRE-STATUS PIC X(2).
       01  WS-PAIEMENT-STATUS PIC X(2).
       01  WS-CALENDRIER-STATUS PIC X(2).
       01  WS-RAPPORT-STATUS PIC X(2).
       01  WS-REGISTRE-EOF PIC X(1) VALUE "N".
       01  WS-PAIEMENT-EOF PIC X(1) VALUE "N".
       01  WS-CALENDRIER-EOF PIC X(1) VALUE "N".
       01  WS-NOM-RAPPORT PIC X(21).
       01  WS-LIGNE-RAPPORT PIC X(132).

      *    La date d'arrêté, depuis la ligne de commande ou saisie
       01  WS-LIGNE-COMMANDE PIC X(64) VALUE SPACES.
       01  WS-DATE-ARRETE PIC X(8) VALUE SPACES.
       01  WS-DATE-ARRETE-NUM PIC 9(8) VALUE 0.

      *    Le calendrier d'exploitation chargé en mémoire : une date
      *    "F" est chômée, une date "O" est ouvrée, une date absente
      *    suit la règle générale (samedi et dimanche chômés) ;
      *    calendrier absent, les échéances ne sont pas reportées
       01  WS-TABLE-CALENDRIER.
           05  WS-CALENDRIER-ENTREE OCCURS 999 TIMES.
               10  WS-CLD-DATE PIC 9(8).
               10  WS-CLD-TYPE PIC X(1).
       01  WS-NB-CALENDRIER PIC 9(3) VALUE 0.
       01  WS-IDX-CALENDRIER PIC 9(4).
       01  WS-CAL-PRESENT PIC X(1) VALUE "N".
       01  WS-JOUR-OUVRE PIC X(1) VALUE "Y".
       01  WS-TYPE-CALENDRIER PIC X(1) VALUE SPACE.
       01  WS-JOUR-SEMAINE PIC 9(1).

      *    La liste des dossiers présents au registre, dans l'ordre
      *    de leur première apparition
       01  WS-TABLE-DOSSIERS.
           05  WS-DOS-REFERENCE PIC X(10) OCCURS 999 TIMES.
       01  WS-NB-DOSSIERS PIC 9(3) VALUE 0.
       01  WS-IDX-DOSSIER PIC 9(4).
       01  WS-IDX-RECHERCHE PIC 9(4).
       01  WS-DOSSIER-CONNU PIC X(1) VALUE "N".
      *    Les dossiers écartés faute de place dans la liste (les
      *    lignes d'un même échéancier se suivant au registre, un
      *    dossier n'est compté qu'au changement de référence) :
      *    la balance est alors incomplète et le code retour vaut 8
       01  WS-NB-DOSSIERS-IGNORES PIC 9(6) VALUE 0.
       01  WS-DERNIER-IGNORE PIC X(10) VALUE SPACES.
       01  WS-DOSSIER-COURANT PIC X(10).

      *    L'échéancier du dossier traité : montant dû par période
      *    (intérêts plus capital) et date du calcul du dernier
      *    échéancier enregistré pour le dossier
       01  WS-TABLE-ECHEANCES.
           05  WS-ECH-DU PIC S9(13)V9999 OCCURS 999 TIMES VALUE 0.
       01  WS-DUREE-DOSSIER PIC 9(3) VALUE 0.
       01  WS-DATE-CALCUL-DOSSIER PIC 9(8) VALUE 0.

      *    Les règlements du dossier cumulés par période, et la date
      *    du dernier règlement reçu à la date d'arrêté
       01  WS-TABLE-REGLEMENTS.
           05  WS-REGL-RECU PIC S9(13)V9999 OCCURS 999 TIMES
               VALUE 0.
       01  WS-DERNIER-REGLEMENT PIC 9(8) VALUE 0.

      *    Les variables de travail de la ventilation
       01  WS-IDX-PERIODE PIC 9(4).
       01  WS-PERIODE-NUM PIC 9(3).
       01  WS-RESTE-PERIODE PIC S9(13)V9999 VALUE 0.
       01  WS-NB-JOURS-RETARD PIC S9(6) VALUE 0.
       01  WS-IDX-TRANCHE PIC 9(1).

      *    Le calcul de la date d'échéance d'une période : date du
      *    calcul avancée du nombre de mois de la période, le jour
      *    étant ramené au dernier jour d'un mois plus court
       01  WS-CALCUL-AN PIC 9(4).
       01  WS-CALCUL-MOIS PIC 9(2).
       01  WS-CALCUL-JOUR PIC 9(2).
       01  WS-MOIS-CUMULES PIC 9(5).
       01  WS-NB-ANNEES PIC 9(4).
       01  WS-RESTE-MOIS PIC 9(2).
       01  WS-ECH-AN PIC 9(4).
       01  WS-ECH-MOIS PIC 9(2).
       01  WS-ECH-JOUR PIC 9(2).
       01  WS-JOURS-DU-MOIS PIC 9(2).
       01  WS-PREMIER-DU-MOIS PIC 9(8).
       01  WS-PREMIER-MOIS-SUIVANT PIC 9(8).
       01  WS-DATE-ECHEANCE PIC 9(8).

      *    Les tranches du dossier traité et les cumuls généraux :
      *    1 à échoir, 2 de 1 à 30 jours, 3 de 31 à 60 jours, 4 de
      *    61 à 90 jours, 5 plus de 90 jours
       01  WS-TABLE-TRANCHES.
           05  WS-TRANCHE-DOSSIER PIC S9(13)V9999 OCCURS 5 TIMES
               VALUE 0.
       01  WS-TABLE-TOTAUX.
           05  WS-TRANCHE-TOTAL PIC S9(13)V9999 OCCURS 5 TIMES
               VALUE 0.
       01  WS-TABLE-COMPTES.
           05  WS-TRANCHE-NB PIC 9(6) OCCURS 5 TIMES VALUE 0.
       01  WS-ENCOURS-DOSSIER PIC S9(13)V9999 VALUE 0.
       01  WS-ENCOURS-TOTAL PIC S9(13)V9999 VALUE 0.
       01  WS-NB-PLUS-90 PIC 9(6) VALUE 0.

      *    Les zones d'édition
       01  WS-TRANCHE-EDIT PIC -(10)9.9999.
       01  WS-ENCOURS-EDIT PIC -(10)9.9999.
       01  WS-NB-EDIT PIC Z(5)9.
       01  WS-DATE-A-EDITER PIC 9(8).
       01  WS-DATE-EDITEE PIC X(10).
       01  WS-LIBELLE-TRANCHE PIC X(16).

      *    Le code retour remis à l'ordonnanceur : 0 aucun retard
      *    de plus de 90 jours, 4 au moins un dossier à plus de 90
      *    jours, 8 fichier illisible
       01  WS-CODE-RETOUR PIC 9(2) VALUE 0.

       PROCEDURE DIVISION.

           PERFORM SAISIR-DATE-ARRETE
           PERFORM CHARGER-CALENDRIER
           PERFORM CHARGER-DOSSIERS
           IF WS-CODE-RETOUR = 0 THEN
                PERFORM OUVRIR-RAPPORT
           END-IF
           IF WS-CODE-RETOUR = 0 THEN
                PERFORM ECRIRE-EN-TETE
                PERFORM TRAITER-DOSSIER
                     VARYING WS-IDX-DOSSIER FROM 1 BY 1
                     UNTIL WS-IDX-DOSSIER > WS-NB-DOSSIERS
                PERFORM ECRIRE-TOTAUX
                CLOSE RAPPORT-FILE
                PERFORM EDITER-BILAN
           END-IF
           MOVE WS-CODE-RETOUR TO RETURN-CODE
           STOP RUN.

      *    Paragraphe pour obtenir la date d'arrêté, depuis la ligne
      *    de commande ou au clavier
           SAISIR-DATE-ARRETE.
           ACCEPT WS-LIGNE-COMMANDE FROM COMMAND-LINE.
           UNSTRING WS-LIGNE-COMMANDE DELIMITED BY ALL SPACE
                INTO WS-DATE-ARRETE.
           IF WS-DATE-ARRETE IS NOT NUMERIC THEN
                PERFORM SAISIR-DATE-CLAVIER
           END-IF.
           MOVE WS-DATE-ARRETE TO WS-DATE-ARRETE-NUM.

      *    Paragraphe pour saisir la date d'arrêté, en reprenant la
      *    saisie tant qu'elle n'est pas numérique
           SAISIR-DATE-CLAVIER.
           DISPLAY "Date d'arrêté (AAAAMMJJ) :".
           ACCEPT WS-DATE-ARRETE.
           IF WS-DATE-ARRETE IS NOT NUMERIC THEN
                DISPLAY "Erreur de saisie !"
                PERFORM SAISIR-DATE-CLAVIER
           END-IF.

      *    Paragraphe pour charger le calendrier d'exploitation en
      *    mémoire (fichier absent : échéances non reportées)
           CHARGER-CALENDRIER.
           MOVE 0 TO WS-NB-CALENDRIER.
           MOVE "N" TO WS-CAL-PRESENT.
           OPEN INPUT CALENDRIER-FILE.
           IF WS-CALENDRIER-STATUS = "00" THEN
                MOVE "Y" TO WS-CAL-PRESENT
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

      *    Paragraphe pour dresser la liste des dossiers présents au
      *    registre (registre absent : aucun dossier à analyser)
           CHARGER-DOSSIERS.
           MOVE 0 TO WS-NB-DOSSIERS.
           MOVE "N" TO WS-REGISTRE-EOF.
           OPEN INPUT REGISTRE-FILE.
           IF WS-REGISTRE-STATUS = "00" THEN
                PERFORM LIRE-REGISTRE
                PERFORM RECENSER-DOSSIER
                     UNTIL WS-REGISTRE-EOF = "Y"
                CLOSE REGISTRE-FILE
           ELSE
                IF WS-REGISTRE-STATUS = "35" THEN
                     DISPLAY "Aucun échéancier enregistré,"
                          " REGECH.DAT absent."
                ELSE
                     DISPLAY "Erreur ! Impossible d'ouvrir"
                          " REGECH.DAT (statut "
                          FUNCTION TRIM(WS-REGISTRE-STATUS) ")"
                     MOVE 8 TO WS-CODE-RETOUR
                END-IF
           END-IF.

      *    Paragraphe pour lire une ligne du registre des
      *    échéanciers
           LIRE-REGISTRE.
           READ REGISTRE-FILE
                AT END MOVE "Y" TO WS-REGISTRE-EOF
           END-READ.

      *    Paragraphe pour ajouter le dossier de la ligne lue à la
      *    liste s'il n'y figure pas encore, puis lire la suivante
           RECENSER-DOSSIER.
           IF REG-TYPE = "D" AND REG-DOSSIER NOT = SPACES THEN
                MOVE "N" TO WS-DOSSIER-CONNU
                PERFORM COMPARER-DOSSIER
                     VARYING WS-IDX-RECHERCHE FROM 1 BY 1
                     UNTIL WS-IDX-RECHERCHE > WS-NB-DOSSIERS
                     OR WS-DOSSIER-CONNU = "Y"
                IF WS-DOSSIER-CONNU = "N" THEN
                     IF WS-NB-DOSSIERS < 999 THEN
                          ADD 1 TO WS-NB-DOSSIERS
                          MOVE REG-DOSSIER
                               TO WS-DOS-REFERENCE(WS-NB-DOSSIERS)
                     ELSE
                          IF REG-DOSSIER NOT = WS-DERNIER-IGNORE THEN
                               ADD 1 TO WS-NB-DOSSIERS-IGNORES
                               MOVE REG-DOSSIER TO WS-DERNIER-IGNORE
                               DISPLAY "Erreur ! Table des dossiers"
                                    " pleine, dossier ignoré : "
                                    FUNCTION TRIM(REG-DOSSIER)
                          END-IF
                     END-IF
                END-IF
           END-IF.
           PERFORM LIRE-REGISTRE.

      *    Paragraphe pour comparer le dossier lu avec une entrée de
      *    la liste
           COMPARER-DOSSIER.
           IF WS-DOS-REFERENCE(WS-IDX-RECHERCHE) = REG-DOSSIER THEN
                MOVE "Y" TO WS-DOSSIER-CONNU
           END-IF.

      *    Paragraphe pour construire le nom du rapport daté de
      *    l'arrêté et l'ouvrir
           OUVRIR-RAPPORT.
           MOVE SPACES TO WS-NOM-RAPPORT.
           STRING "REGAGE." WS-DATE-ARRETE ".RPT"
                DELIMITED BY SIZE INTO WS-NOM-RAPPORT.
           OPEN OUTPUT RAPPORT-FILE.
           IF WS-RAPPORT-STATUS NOT = "00" THEN
                DISPLAY "Erreur ! Impossible d'ouvrir "
                     FUNCTION TRIM(WS-NOM-RAPPORT)
                     " (statut " FUNCTION TRIM(WS-RAPPORT-STATUS)
                     ")"
                MOVE 8 TO WS-CODE-RETOUR
           END-IF.

      *    Paragraphe pour écrire une ligne de la balance
           ECRIRE-RAPPORT.
           MOVE WS-LIGNE-RAPPORT TO RAPPORT-RECORD.
           WRITE RAPPORT-RECORD.
           IF WS-RAPPORT-STATUS NOT = "00" THEN
                DISPLAY "Erreur ! Échec d'écriture dans "
                     FUNCTION TRIM(WS-NOM-RAPPORT)
                     " (statut " FUNCTION TRIM(WS-RAPPORT-STATUS)
                     ")"
                MOVE 8 TO WS-CODE-RETOUR
           END-IF.

      *    Paragraphe pour écrire l'en-tête de la balance et ses
      *    intitulés de colonnes
           ECRIRE-EN-TETE.
           MOVE ALL "=" TO WS-LIGNE-RAPPORT.
           PERFORM ECRIRE-RAPPORT.
           MOVE WS-DATE-ARRETE-NUM TO WS-DATE-A-EDITER.
           PERFORM EDITER-DATE.
           MOVE SPACES TO WS-LIGNE-RAPPORT.
           STRING "Balance âgée des dossiers de prêt au "
                WS-DATE-EDITEE
                DELIMITED BY SIZE INTO WS-LIGNE-RAPPORT.
           PERFORM ECRIRE-RAPPORT.
           MOVE ALL "=" TO WS-LIGNE-RAPPORT.
           PERFORM ECRIRE-RAPPORT.
           MOVE SPACES TO WS-LIGNE-RAPPORT.
           MOVE "Dossier" TO WS-LIGNE-RAPPORT(1:10).
           MOVE "Dern. règl." TO WS-LIGNE-RAPPORT(12:12).
           MOVE "À échoir" TO WS-LIGNE-RAPPORT(29:10).
           MOVE "1-30 jours" TO WS-LIGNE-RAPPORT(47:10).
           MOVE "31-60 jours" TO WS-LIGNE-RAPPORT(64:11).
           MOVE "61-90 jours" TO WS-LIGNE-RAPPORT(82:11).
           MOVE "Plus de 90 j." TO WS-LIGNE-RAPPORT(98:13).
           MOVE "Reste dû" TO WS-LIGNE-RAPPORT(119:10).
           PERFORM ECRIRE-RAPPORT.
           MOVE ALL "." TO WS-LIGNE-RAPPORT.
           PERFORM ECRIRE-RAPPORT.

      *    Paragraphe pour analyser un dossier : échéancier et
      *    règlements, ventilation du reste dû par tranche de
      *    retard, puis ligne de la balance
           TRAITER-DOSSIER.
           MOVE WS-DOS-REFERENCE(WS-IDX-DOSSIER) TO WS-DOSSIER-COURANT.
           PERFORM CHARGER-ECHEANCIER-DOSSIER.
           PERFORM CHARGER-REGLEMENTS-DOSSIER.
           MOVE 0 TO WS-ENCOURS-DOSSIER.
           PERFORM VIDER-TRANCHE-DOSSIER
                VARYING WS-IDX-TRANCHE FROM 1 BY 1
                UNTIL WS-IDX-TRANCHE > 5.
           PERFORM VENTILER-PERIODE
                VARYING WS-IDX-PERIODE FROM 1 BY 1
                UNTIL WS-IDX-PERIODE > WS-DUREE-DOSSIER.
           PERFORM CUMULER-TRANCHE
                VARYING WS-IDX-TRANCHE FROM 1 BY 1
                UNTIL WS-IDX-TRANCHE > 5.
           ADD WS-ENCOURS-DOSSIER TO WS-ENCOURS-TOTAL.
           IF WS-TRANCHE-DOSSIER(5) > 0 THEN
                ADD 1 TO WS-NB-PLUS-90
                IF WS-CODE-RETOUR < 4 THEN
                     MOVE 4 TO WS-CODE-RETOUR
                END-IF
           END-IF.
           PERFORM ECRIRE-LIGNE-DOSSIER.

      *    Paragraphe pour remettre à zéro une tranche du dossier
           VIDER-TRANCHE-DOSSIER.
           MOVE 0 TO WS-TRANCHE-DOSSIER(WS-IDX-TRANCHE).

      *    Paragraphe pour charger l'échéancier du dossier depuis le
      *    registre, en ne retenant que le dernier échéancier
      *    enregistré (un nouvel échéancier recommence à la première
      *    période et remplace le précédent)
           CHARGER-ECHEANCIER-DOSSIER.
           MOVE 0 TO WS-DUREE-DOSSIER.
           MOVE 0 TO WS-DATE-CALCUL-DOSSIER.
           PERFORM VIDER-TABLE-ECHEANCES
                VARYING WS-IDX-PERIODE FROM 1 BY 1
                UNTIL WS-IDX-PERIODE > 999.
           MOVE "N" TO WS-REGISTRE-EOF.
           OPEN INPUT REGISTRE-FILE.
           IF WS-REGISTRE-STATUS = "00" THEN
                PERFORM LIRE-REGISTRE
                PERFORM RETENIR-LIGNE-REGISTRE
                     UNTIL WS-REGISTRE-EOF = "Y"
                CLOSE REGISTRE-FILE
           ELSE
                DISPLAY "Erreur ! Impossible d'ouvrir"
                     " REGECH.DAT (statut "
                     FUNCTION TRIM(WS-REGISTRE-STATUS) ")"
                MOVE 8 TO WS-CODE-RETOUR
           END-IF.

      *    Paragraphe pour remettre à zéro une entrée de la table
      *    des échéances
           VIDER-TABLE-ECHEANCES.
           MOVE 0 TO WS-ECH-DU(WS-IDX-PERIODE).
           MOVE 0 TO WS-REGL-RECU(WS-IDX-PERIODE).

      *    Paragraphe pour retenir une ligne de détail du registre
      *    si elle concerne le dossier traité, puis lire la
      *    suivante
           RETENIR-LIGNE-REGISTRE.
           IF REG-DOSSIER = WS-DOSSIER-COURANT
                AND REG-TYPE = "D"
                AND REG-PERIODE IS NUMERIC THEN
                MOVE REG-PERIODE TO WS-PERIODE-NUM
                IF WS-PERIODE-NUM = 1 THEN
      *    Nouvel échéancier du dossier : il remplace le précédent
                     PERFORM VIDER-TABLE-ECHEANCES
                          VARYING WS-IDX-PERIODE FROM 1 BY 1
                          UNTIL WS-IDX-PERIODE > 999
                     MOVE 0 TO WS-DUREE-DOSSIER
                     MOVE 0 TO WS-DATE-CALCUL-DOSSIER
                     IF REG-DATE-CALCUL IS NUMERIC THEN
                          MOVE REG-DATE-CALCUL
                               TO WS-DATE-CALCUL-DOSSIER
                     END-IF
                END-IF
                IF WS-PERIODE-NUM >= 1 THEN
                     COMPUTE WS-ECH-DU(WS-PERIODE-NUM) =
                          FUNCTION NUMVAL(REG-INTERET)
                          + FUNCTION NUMVAL(REG-PRINCIPAL)
                     IF WS-PERIODE-NUM > WS-DUREE-DOSSIER THEN
                          MOVE WS-PERIODE-NUM TO WS-DUREE-DOSSIER
                     END-IF
                END-IF
           END-IF.
           PERFORM LIRE-REGISTRE.

      *    Paragraphe pour cumuler par période les règlements du
      *    dossier reçus au plus tard à la date d'arrêté, et relever
      *    la date du dernier d'entre eux
           CHARGER-REGLEMENTS-DOSSIER.
           MOVE 0 TO WS-DERNIER-REGLEMENT.
           MOVE "N" TO WS-PAIEMENT-EOF.
           OPEN INPUT PAIEMENT-FILE.
           IF WS-PAIEMENT-STATUS = "00" THEN
                PERFORM LIRE-PAIEMENT
                PERFORM CUMULER-PAIEMENT
                     UNTIL WS-PAIEMENT-EOF = "Y"
                CLOSE PAIEMENT-FILE
           ELSE
                IF WS-PAIEMENT-STATUS NOT = "35" THEN
                     DISPLAY "Erreur ! Impossible d'ouvrir"
                          " PAIEMENT.DAT (statut "
                          FUNCTION TRIM(WS-PAIEMENT-STATUS) ")"
                     MOVE 8 TO WS-CODE-RETOUR
                END-IF
           END-IF.

      *    Paragraphe pour lire un règlement
           LIRE-PAIEMENT.
           READ PAIEMENT-FILE
                AT END MOVE "Y" TO WS-PAIEMENT-EOF
           END-READ.

      *    Paragraphe pour cumuler un règlement du dossier dans la
      *    table des règlements par période, puis lire le suivant
           CUMULER-PAIEMENT.
           IF PAY-DOSSIER = WS-DOSSIER-COURANT
                AND PAY-PERIODE IS NUMERIC
                AND PAY-DATE IS NUMERIC THEN
                IF PAY-DATE <= WS-DATE-ARRETE-NUM THEN
                     MOVE PAY-PERIODE TO WS-PERIODE-NUM
                     IF WS-PERIODE-NUM >= 1 THEN
                          COMPUTE WS-REGL-RECU(WS-PERIODE-NUM) =
                               WS-REGL-RECU(WS-PERIODE-NUM)
                               + FUNCTION NUMVAL(PAY-MONTANT)
                     END-IF
                     IF PAY-DATE > WS-DERNIER-REGLEMENT THEN
                          MOVE PAY-DATE TO WS-DERNIER-REGLEMENT
                     END-IF
                END-IF
           END-IF.
           PERFORM LIRE-PAIEMENT.

      *    Paragraphe pour ventiler le reste dû d'une période dans la
      *    tranche de son retard à la date d'arrêté (un trop-perçu
      *    sur une période ne se reporte pas sur les autres, comme
      *    au rapprochement de Reglmnt)
           VENTILER-PERIODE.
           COMPUTE WS-RESTE-PERIODE = WS-ECH-DU(WS-IDX-PERIODE)
                - WS-REGL-RECU(WS-IDX-PERIODE).
           IF WS-RESTE-PERIODE > 0 THEN
                PERFORM CALCULER-ECHEANCE
                COMPUTE WS-NB-JOURS-RETARD =
                     FUNCTION INTEGER-OF-DATE(WS-DATE-ARRETE-NUM)
                     - FUNCTION INTEGER-OF-DATE(WS-DATE-ECHEANCE)
                EVALUATE TRUE
                     WHEN WS-NB-JOURS-RETARD <= 0
                          MOVE 1 TO WS-IDX-TRANCHE
                     WHEN WS-NB-JOURS-RETARD <= 30
                          MOVE 2 TO WS-IDX-TRANCHE
                     WHEN WS-NB-JOURS-RETARD <= 60
                          MOVE 3 TO WS-IDX-TRANCHE
                     WHEN WS-NB-JOURS-RETARD <= 90
                          MOVE 4 TO WS-IDX-TRANCHE
                     WHEN OTHER
                          MOVE 5 TO WS-IDX-TRANCHE
                END-EVALUATE
                ADD WS-RESTE-PERIODE
                     TO WS-TRANCHE-DOSSIER(WS-IDX-TRANCHE)
                ADD WS-RESTE-PERIODE TO WS-ENCOURS-DOSSIER
           END-IF.

      *    Paragraphe pour calculer la date d'échéance de la période :
      *    date du calcul de l'échéancier avancée d'autant de mois
      *    que le numéro de la période (le jour est ramené au
      *    dernier jour d'un mois plus court), puis reportée au
      *    premier jour ouvré suivant
           CALCULER-ECHEANCE.
           MOVE WS-DATE-CALCUL-DOSSIER(1:4) TO WS-CALCUL-AN.
           MOVE WS-DATE-CALCUL-DOSSIER(5:2) TO WS-CALCUL-MOIS.
           MOVE WS-DATE-CALCUL-DOSSIER(7:2) TO WS-CALCUL-JOUR.
           COMPUTE WS-MOIS-CUMULES = WS-CALCUL-MOIS - 1
                + WS-IDX-PERIODE.
           DIVIDE WS-MOIS-CUMULES BY 12 GIVING WS-NB-ANNEES
                REMAINDER WS-RESTE-MOIS.
           COMPUTE WS-ECH-AN = WS-CALCUL-AN + WS-NB-ANNEES.
           COMPUTE WS-ECH-MOIS = WS-RESTE-MOIS + 1.
           COMPUTE WS-PREMIER-DU-MOIS = WS-ECH-AN * 10000
                + WS-ECH-MOIS * 100 + 1.
           IF WS-ECH-MOIS = 12 THEN
                COMPUTE WS-PREMIER-MOIS-SUIVANT =
                     (WS-ECH-AN + 1) * 10000 + 101
           ELSE
                COMPUTE WS-PREMIER-MOIS-SUIVANT = WS-ECH-AN * 10000
                     + (WS-ECH-MOIS + 1) * 100 + 1
           END-IF.
           COMPUTE WS-JOURS-DU-MOIS =
                FUNCTION INTEGER-OF-DATE(WS-PREMIER-MOIS-SUIVANT)
                - FUNCTION INTEGER-OF-DATE(WS-PREMIER-DU-MOIS).
           IF WS-CALCUL-JOUR > WS-JOURS-DU-MOIS THEN
                MOVE WS-JOURS-DU-MOIS TO WS-ECH-JOUR
           ELSE
                MOVE WS-CALCUL-JOUR TO WS-ECH-JOUR
           END-IF.
           COMPUTE WS-DATE-ECHEANCE = WS-ECH-AN * 10000
                + WS-ECH-MOIS * 100 + WS-ECH-JOUR.
           PERFORM CONTROLER-JOUR-OUVRE.
           PERFORM REPORTER-ECHEANCE
                UNTIL WS-JOUR-OUVRE = "Y".

      *    Paragraphe pour reporter l'échéance au lendemain et
      *    contrôler ce nouveau jour
           REPORTER-ECHEANCE.
           COMPUTE WS-DATE-ECHEANCE = FUNCTION DATE-OF-INTEGER(
                FUNCTION INTEGER-OF-DATE(WS-DATE-ECHEANCE) + 1).
           PERFORM CONTROLER-JOUR-OUVRE.

      *    Paragraphe pour contrôler que la date d'échéance est un
      *    jour ouvré : une date "F" au calendrier est chômée, une
      *    date "O" est ouvrée, une date absente suit la règle
      *    générale (samedi et dimanche chômés) ; calendrier absent,
      *    contrôle débrayé
           CONTROLER-JOUR-OUVRE.
           MOVE "Y" TO WS-JOUR-OUVRE.
           MOVE SPACE TO WS-TYPE-CALENDRIER.
           IF WS-CAL-PRESENT = "Y" THEN
                PERFORM COMPARER-CALENDRIER
                     VARYING WS-IDX-CALENDRIER FROM 1 BY 1
                     UNTIL WS-IDX-CALENDRIER > WS-NB-CALENDRIER
                     OR WS-TYPE-CALENDRIER NOT = SPACE
                EVALUATE WS-TYPE-CALENDRIER
                     WHEN "F" MOVE "N" TO WS-JOUR-OUVRE
                     WHEN "O" MOVE "Y" TO WS-JOUR-OUVRE
                     WHEN OTHER PERFORM CONTROLER-FIN-SEMAINE
                END-EVALUATE
           END-IF.

      *    Paragraphe pour comparer une date de la table du
      *    calendrier avec la date d'échéance
           COMPARER-CALENDRIER.
           IF WS-CLD-DATE(WS-IDX-CALENDRIER) = WS-DATE-ECHEANCE THEN
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
                INTEGER-OF-DATE(WS-DATE-ECHEANCE) 7).
           IF WS-JOUR-SEMAINE = 6 OR WS-JOUR-SEMAINE = 0 THEN
                MOVE "N" TO WS-JOUR-OUVRE
           END-IF.

      *    Paragraphe pour reporter une tranche du dossier dans les
      *    cumuls généraux
           CUMULER-TRANCHE.
           IF WS-TRANCHE-DOSSIER(WS-IDX-TRANCHE) > 0 THEN
                ADD WS-TRANCHE-DOSSIER(WS-IDX-TRANCHE)
                     TO WS-TRANCHE-TOTAL(WS-IDX-TRANCHE)
                ADD 1 TO WS-TRANCHE-NB(WS-IDX-TRANCHE)
           END-IF.

      *    Paragraphe pour éditer une date AAAAMMJJ en JJ/MM/AAAA
           EDITER-DATE.
           MOVE SPACES TO WS-DATE-EDITEE.
           STRING WS-DATE-A-EDITER(7:2) "/" WS-DATE-A-EDITER(5:2) "/"
                WS-DATE-A-EDITER(1:4)
                DELIMITED BY SIZE INTO WS-DATE-EDITEE.

      *    Paragraphe pour écrire la ligne du dossier : date du
      *    dernier règlement, reste dû par tranche et reste dû total
           ECRIRE-LIGNE-DOSSIER.
           IF WS-DERNIER-REGLEMENT = 0 THEN
                MOVE "néant" TO WS-DATE-EDITEE
           ELSE
                MOVE WS-DERNIER-REGLEMENT TO WS-DATE-A-EDITER
                PERFORM EDITER-DATE
           END-IF.
           MOVE SPACES TO WS-LIGNE-RAPPORT.
           STRING WS-DOSSIER-COURANT " " WS-DATE-EDITEE
                DELIMITED BY SIZE INTO WS-LIGNE-RAPPORT.
           MOVE WS-TRANCHE-DOSSIER(1) TO WS-TRANCHE-EDIT.
           MOVE WS-TRANCHE-EDIT TO WS-LIGNE-RAPPORT(23:16).
           MOVE WS-TRANCHE-DOSSIER(2) TO WS-TRANCHE-EDIT.
           MOVE WS-TRANCHE-EDIT TO WS-LIGNE-RAPPORT(41:16).
           MOVE WS-TRANCHE-DOSSIER(3) TO WS-TRANCHE-EDIT.
           MOVE WS-TRANCHE-EDIT TO WS-LIGNE-RAPPORT(59:16).
           MOVE WS-TRANCHE-DOSSIER(4) TO WS-TRANCHE-EDIT.
           MOVE WS-TRANCHE-EDIT TO WS-LIGNE-RAPPORT(77:16).
           MOVE WS-TRANCHE-DOSSIER(5) TO WS-TRANCHE-EDIT.
           MOVE WS-TRANCHE-EDIT TO WS-LIGNE-RAPPORT(95:16).
           MOVE WS-ENCOURS-DOSSIER TO WS-ENCOURS-EDIT.
           MOVE WS-ENCOURS-EDIT TO WS-LIGNE-RAPPORT(113:16).
           PERFORM ECRIRE-RAPPORT.

      *    Paragraphe pour écrire le total général de la balance et
      *    les sous-totaux par tranche
           ECRIRE-TOTAUX.
           MOVE ALL "." TO WS-LIGNE-RAPPORT.
           PERFORM ECRIRE-RAPPORT.
           MOVE SPACES TO WS-LIGNE-RAPPORT.
           MOVE "Total général" TO WS-LIGNE-RAPPORT(1:22).
           MOVE WS-TRANCHE-TOTAL(1) TO WS-TRANCHE-EDIT.
           MOVE WS-TRANCHE-EDIT TO WS-LIGNE-RAPPORT(23:16).
           MOVE WS-TRANCHE-TOTAL(2) TO WS-TRANCHE-EDIT.
           MOVE WS-TRANCHE-EDIT TO WS-LIGNE-RAPPORT(41:16).
           MOVE WS-TRANCHE-TOTAL(3) TO WS-TRANCHE-EDIT.
           MOVE WS-TRANCHE-EDIT TO WS-LIGNE-RAPPORT(59:16).
           MOVE WS-TRANCHE-TOTAL(4) TO WS-TRANCHE-EDIT.
           MOVE WS-TRANCHE-EDIT TO WS-LIGNE-RAPPORT(77:16).
           MOVE WS-TRANCHE-TOTAL(5) TO WS-TRANCHE-EDIT.
           MOVE WS-TRANCHE-EDIT TO WS-LIGNE-RAPPORT(95:16).
           MOVE WS-ENCOURS-TOTAL TO WS-ENCOURS-EDIT.
           MOVE WS-ENCOURS-EDIT TO WS-LIGNE-RAPPORT(113:16).
           PERFORM ECRIRE-RAPPORT.
           MOVE ALL "=" TO WS-LIGNE-RAPPORT.
           PERFORM ECRIRE-RAPPORT.
           MOVE SPACES TO WS-LIGNE-RAPPORT.
           STRING "Sous-totaux par tranche de retard"
                DELIMITED BY SIZE INTO WS-LIGNE-RAPPORT.
           PERFORM ECRIRE-RAPPORT.
           PERFORM ECRIRE-SOUS-TOTAL
                VARYING WS-IDX-TRANCHE FROM 1 BY 1
                UNTIL WS-IDX-TRANCHE > 5.
           MOVE WS-NB-DOSSIERS TO WS-NB-EDIT.
           MOVE WS-ENCOURS-TOTAL TO WS-ENCOURS-EDIT.
           MOVE SPACES TO WS-LIGNE-RAPPORT.
           STRING "Total général    : " WS-ENCOURS-EDIT
                "  sur " WS-NB-EDIT " dossier(s)"
                DELIMITED BY SIZE INTO WS-LIGNE-RAPPORT.
           PERFORM ECRIRE-RAPPORT.
           IF WS-NB-DOSSIERS-IGNORES > 0 THEN
                MOVE WS-NB-DOSSIERS-IGNORES TO WS-NB-EDIT
                MOVE SPACES TO WS-LIGNE-RAPPORT
                STRING "Table des dossiers pleine, "
                     FUNCTION TRIM(WS-NB-EDIT)
                     " dossier(s) ignoré(s) : balance incomplète"
                     DELIMITED BY SIZE INTO WS-LIGNE-RAPPORT
                PERFORM ECRIRE-RAPPORT
           END-IF.
           MOVE ALL "=" TO WS-LIGNE-RAPPORT.
           PERFORM ECRIRE-RAPPORT.

      *    Paragraphe pour écrire le sous-total d'une tranche avec
      *    le nombre de dossiers concernés
           ECRIRE-SOUS-TOTAL.
           EVALUATE WS-IDX-TRANCHE
                WHEN 1 MOVE "À échoir" TO WS-LIBELLE-TRANCHE
                WHEN 2 MOVE "1 à 30 jours" TO WS-LIBELLE-TRANCHE
                WHEN 3 MOVE "31 à 60 jours" TO WS-LIBELLE-TRANCHE
                WHEN 4 MOVE "61 à 90 jours" TO WS-LIBELLE-TRANCHE
                WHEN 5 MOVE "Plus de 90 jours" TO WS-LIBELLE-TRANCHE
           END-EVALUATE.
           MOVE WS-TRANCHE-TOTAL(WS-IDX-TRANCHE) TO WS-TRANCHE-EDIT.
           MOVE WS-TRANCHE-NB(WS-IDX-TRANCHE) TO WS-NB-EDIT.
           MOVE SPACES TO WS-LIGNE-RAPPORT.
           STRING WS-LIBELLE-TRANCHE " : " WS-TRANCHE-EDIT
                "  sur " WS-NB-EDIT " dossier(s)"
                DELIMITED BY SIZE INTO WS-LIGNE-RAPPORT.
           PERFORM ECRIRE-RAPPORT.

      *    Paragraphe pour afficher le bilan de la balance âgée
           EDITER-BILAN.
           DISPLAY "======================================".
           DISPLAY "Balance âgée au " WS-DATE-ARRETE.
           DISPLAY "======================================".
           MOVE WS-NB-DOSSIERS TO WS-NB-EDIT.
           DISPLAY "Dossiers analysés       : "
                FUNCTION TRIM(WS-NB-EDIT).
           MOVE WS-ENCOURS-TOTAL TO WS-ENCOURS-EDIT.
           DISPLAY "Reste dû total          : "
                FUNCTION TRIM(WS-ENCOURS-EDIT).
           MOVE WS-TRANCHE-TOTAL(5) TO WS-TRANCHE-EDIT.
           DISPLAY "Dont plus de 90 jours   : "
                FUNCTION TRIM(WS-TRANCHE-EDIT).
           MOVE WS-NB-PLUS-90 TO WS-NB-EDIT.
           DISPLAY "Dossiers à plus de 90 j : "
                FUNCTION TRIM(WS-NB-EDIT).
           IF WS-NB-DOSSIERS-IGNORES > 0 THEN
                MOVE WS-NB-DOSSIERS-IGNORES TO WS-NB-EDIT
                DISPLAY "Erreur ! Table des dossiers pleine, "
                     FUNCTION TRIM(WS-NB-EDIT)
                     " dossier(s) ignoré(s) : balance incomplète"
                MOVE 8 TO WS-CODE-RETOUR
           END-IF.
           DISPLAY "Balance écrite dans "
                FUNCTION TRIM(WS-NOM-RAPPORT).
           DISPLAY "======================================".
