           IDENTIFICATION DIVISION.
           PROGRAM-ID. Regimp.
           AUTHOR SIBORY G.
      *    Import du fichier de remise de la banque : lit le fichier
      *    délimité REMISE.TXT (ou celui passé en ligne de commande)
      *    et rapproche chaque règlement d'un dossier et d'une
      *    période du dernier échéancier enregistré au registre
      *    REGECH.DAT ; les règlements rapprochés sont ajoutés à
      *    PAIEMENT.DAT dans le dessin tenu par Reglmnt, les autres
      *    partent au fichier d'attente REGSUSP.DAT avec leur motif
      *    (dossier inconnu, période hors échéancier, échéancier
      *    soldé, règlement déjà enregistré, montant trop éloigné de
      *    l'échéance) ; le rapport de chargement REGIMP.RPT donne
      *    chaque ligne traitée puis les nombres et montants
      *    enregistrés et mis en attente, rapprochés de la ligne de
      *    fin de la banque pour le visa du service des prêts ;
      *    une remise dont la ligne de fin ne concorde pas avec le
      *    détail est refusée en entier, rien n'est enregistré
      *
      *    Lignes de la remise, zones séparées par des
      *    points-virgules :
      *      E;BANQUE;DATE-REMISE
      *      D;DOSSIER;PERIODE;DATE-REGLEMENT;MONTANT;REFERENCE
      *      T;NOMBRE-DE-LIGNES-D;TOTAL-DES-MONTANTS


       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Fichier de remise transmis par la banque (le nom est
      *    celui de la ligne de commande, REMISE.TXT par défaut)
           SELECT REMISE-FILE ASSIGN USING WS-NOM-REMISE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REMISE-STATUS.

      *    Registre des échéanciers, alimenté par Calcfin
           SELECT REGISTRE-FILE ASSIGN TO "REGECH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTRE-STATUS.

      *    Fichier des règlements reçus, tenu par Reglmnt
           SELECT PAIEMENT-FILE ASSIGN TO "PAIEMENT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAIEMENT-STATUS.

      *    Fichier d'attente des règlements non rapprochés, en
      *    ajout d'une exécution à l'autre
           SELECT ATTENTE-FILE ASSIGN TO "REGSUSP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATTENTE-STATUS.

      *    Rapport de chargement pour le visa du service des prêts
           SELECT RAPPORT-FILE ASSIGN TO "REGIMP.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RAPPORT-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD  REMISE-FILE.
       01  REMISE-RECORD PIC X(80).

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
           05  FILLER PIC X(1) VALUE SPACE.
           05  PAY-PERIODE PIC 9(3).
           05  FILLER PIC X(1) VALUE SPACE.
           05  PAY-DATE PIC 9(8).
           05  FILLER PIC X(1) VALUE SPACE.
           05  PAY-MONTANT PIC X(19).

      *    Fichier d'attente : horodatage du chargement, motif de la
      *    mise en attente et image de la ligne de la banque
       FD  ATTENTE-FILE.
       01  ATTENTE-RECORD.
           05  ATT-TIMESTAMP PIC X(21).
           05  FILLER PIC X(1) VALUE SPACE.
           05  ATT-MOTIF PIC X(30).
           05  FILLER PIC X(1) VALUE SPACE.
           05  ATT-LIGNE PIC X(80).

       FD  RAPPORT-FILE.
       01  RAPPORT-RECORD PIC X(132).

       WORKING-STORAGE SECTION.

      *    Les variables pour les fichiers
       01  WS-REMISE-STATUS PIC X(2).
       01  WS-REGISTRE-STATUS PIC X(2).
       01  WS-PAIEMENT-STATUS PIC X(2).
       01  WS-ATTENTE-STATUS PIC X(2).
       01  WS-RAPPORT-STATUS PIC X(2).
       01  WS-REMISE-EOF PIC X(1) VALUE "N".
       01  WS-REGISTRE-EOF PIC X(1) VALUE "N".
       01  WS-PAIEMENT-EOF PIC X(1) VALUE "N".
       01  WS-NOM-REMISE PIC X(40) VALUE "REMISE.TXT".
       01  WS-LIGNE-COMMANDE PIC X(64) VALUE SPACES.
       01  WS-LIGNE-RAPPORT PIC X(132).
       01  WS-HORODATAGE PIC X(21).

      *    Les zones de la ligne de remise en cours de contrôle
       01  WS-NUM-LIGNE PIC 9(6) VALUE 0.
       01  WS-REM-TYPE PIC X(1).
       01  WS-REM-DOSSIER PIC X(10).
       01  WS-REM-PERIODE PIC X(20).
       01  WS-REM-DATE PIC X(8).
       01  WS-REM-MONTANT PIC X(20).
       01  WS-REM-REFERENCE PIC X(20).
       01  WS-PERIODE-NUM PIC 9(3) VALUE 0.
       01  WS-DATE-NUM PIC 9(8) VALUE 0.
       01  WS-MONTANT-NUM PIC S9(13)V9999 VALUE 0.
       01  WS-MONTANT-EDIT PIC -(13)9.9999.

      *    L'en-tête et la ligne de fin de la banque
       01  WS-BANQUE PIC X(10) VALUE SPACES.
       01  WS-DATE-REMISE PIC X(8) VALUE SPACES.
       01  WS-FIN-PRESENTE PIC X(1) VALUE "N".
       01  WS-FIN-NB-LIGNES PIC 9(6) VALUE 0.
       01  WS-FIN-TOTAL PIC S9(13)V9999 VALUE 0.

      *    Les cumuls du contrôle de la remise avant chargement
       01  WS-CTL-NB-LIGNES PIC 9(6) VALUE 0.
       01  WS-CTL-TOTAL PIC S9(13)V9999 VALUE 0.
       01  WS-REMISE-EQUILIBREE PIC X(1) VALUE "N".

      *    L'échéancier du dossier de la ligne en cours : montant dû
      *    par période (intérêts plus capital), rechargé depuis le
      *    registre en ne retenant que le dernier échéancier
      *    enregistré ; il n'est relu qu'au changement de dossier
       01  WS-DOSSIER-CHARGE PIC X(10) VALUE SPACES.
       01  WS-TABLE-ECHEANCES.
           05  WS-ECH-DU PIC S9(13)V9999 OCCURS 999 TIMES VALUE 0.
       01  WS-DUREE-DOSSIER PIC 9(3) VALUE 0.
       01  WS-IDX-PERIODE PIC 9(4).
       01  WS-PERIODE-REGISTRE PIC 9(3).
       01  WS-TOTAL-DU PIC S9(13)V9999 VALUE 0.
      *    Date de calcul du dernier échéancier (aaaammjj) : seuls
      *    les règlements datés de ce jour ou après lui sont imputés
       01  WS-DATE-CALCUL-DOSSIER PIC 9(8) VALUE 0.

      *    Les règlements déjà enregistrés pour le dossier : total
      *    reçu au titre du dernier échéancier (les règlements d'un
      *    échéancier remplacé n'y entrent pas) et indicateur de
      *    doublon (même période, même date et même montant)
       01  WS-TOTAL-RECU PIC S9(13)V9999 VALUE 0.
       01  WS-DEJA-ENREGISTRE PIC X(1) VALUE "N".

      *    Tolérance d'écart entre le montant reçu et l'échéance de
      *    la période, en pourcentage de l'échéance
       01  WS-TOLERANCE-ECART PIC 9(3) VALUE 10.
       01  WS-ECART PIC S9(13)V9999 VALUE 0.
       01  WS-ECART-ADMIS PIC S9(13)V9999 VALUE 0.

      *    Le verdict de la ligne en cours et son motif
       01  WS-ACTION PIC X(7).
       01  WS-MOTIF PIC X(30).

      *    Les compteurs et cumuls du chargement
       01  WS-NB-ENREGISTRES PIC 9(6) VALUE 0.
       01  WS-NB-ATTENTE PIC 9(6) VALUE 0.
       01  WS-TOTAL-ENREGISTRE PIC S9(13)V9999 VALUE 0.
       01  WS-TOTAL-ATTENTE PIC S9(13)V9999 VALUE 0.
       01  WS-TOTAL-TRAITE PIC S9(13)V9999 VALUE 0.
       01  WS-NB-EDIT PIC Z(5)9.
       01  WS-TOTAL-EDIT PIC -(13)9.9999.

      *    Le code retour remis à l'ordonnanceur : 0 remise
      *    entièrement enregistrée, 4 lignes mises en attente,
      *    8 fichier illisible, 12 remise refusée (ligne de fin
      *    absente ou discordante)
       01  WS-CODE-RETOUR PIC 9(2) VALUE 0.

       PROCEDURE DIVISION.

           PERFORM SAISIR-NOM-REMISE
           PERFORM OUVRIR-RAPPORT
           IF WS-RAPPORT-STATUS = "00" THEN
                PERFORM CONTROLER-REMISE
                IF WS-REMISE-EQUILIBREE = "Y" THEN
                     PERFORM OUVRIR-ATTENTE
                     IF WS-ATTENTE-STATUS = "00" THEN
                          PERFORM IMPORTER-REMISE
                          CLOSE ATTENTE-FILE
                     END-IF
                END-IF
                PERFORM EDITER-BILAN
                CLOSE RAPPORT-FILE
           ELSE
                MOVE 8 TO WS-CODE-RETOUR
           END-IF
           MOVE WS-CODE-RETOUR TO RETURN-CODE
           STOP RUN.

      *    Paragraphe pour prendre le nom du fichier de remise sur
      *    la ligne de commande (à blanc : REMISE.TXT)
           SAISIR-NOM-REMISE.
           ACCEPT WS-LIGNE-COMMANDE FROM COMMAND-LINE.
           IF WS-LIGNE-COMMANDE NOT = SPACES THEN
                MOVE SPACES TO WS-NOM-REMISE
                UNSTRING WS-LIGNE-COMMANDE DELIMITED BY ALL SPACE
                     INTO WS-NOM-REMISE
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-HORODATAGE.

      *    Paragraphe pour ouvrir le rapport de chargement
           OUVRIR-RAPPORT.
           OPEN OUTPUT RAPPORT-FILE.
           IF WS-RAPPORT-STATUS NOT = "00" THEN
                DISPLAY "Erreur ! Impossible d'ouvrir REGIMP.RPT"
                     " (statut " FUNCTION TRIM(WS-RAPPORT-STATUS)
                     ")"
           END-IF.

      *    Paragraphe pour écrire une ligne du rapport de chargement
           ECRIRE-RAPPORT.
           MOVE WS-LIGNE-RAPPORT TO RAPPORT-RECORD.
           WRITE RAPPORT-RECORD.
           IF WS-RAPPORT-STATUS NOT = "00" THEN
                DISPLAY "Erreur ! Échec d'écriture dans REGIMP.RPT"
                     " (statut " FUNCTION TRIM(WS-RAPPORT-STATUS)
                     ")"
           END-IF.

      *    Paragraphe pour ouvrir le fichier d'attente en ajout
      *    (statut "35" : première mise en attente, le fichier est
      *    créé)
           OUVRIR-ATTENTE.
           OPEN EXTEND ATTENTE-FILE.
           IF WS-ATTENTE-STATUS = "35" THEN
                OPEN OUTPUT ATTENTE-FILE
           END-IF.
           IF WS-ATTENTE-STATUS NOT = "00" THEN
                DISPLAY "Erreur ! Impossible d'ouvrir REGSUSP.DAT"
                     " (statut " FUNCTION TRIM(WS-ATTENTE-STATUS) ")"
                MOVE 8 TO WS-CODE-RETOUR
           END-IF.

      *    Paragraphe pour contrôler la remise avant tout
      *    enregistrement : le nombre de lignes de détail et le
      *    total de leurs montants doivent concorder avec la ligne
      *    de fin de la banque
           CONTROLER-REMISE.
           MOVE "N" TO WS-REMISE-EQUILIBREE.
           MOVE "N" TO WS-REMISE-EOF.
           OPEN INPUT REMISE-FILE.
           IF WS-REMISE-STATUS NOT = "00" THEN
                DISPLAY "Erreur ! Impossible d'ouvrir "
                     FUNCTION TRIM(WS-NOM-REMISE)
                     " (statut " FUNCTION TRIM(WS-REMISE-STATUS) ")"
                MOVE 8 TO WS-CODE-RETOUR
           ELSE
                PERFORM LIRE-REMISE
                PERFORM CUMULER-LIGNE-CONTROLE
                     UNTIL WS-REMISE-EOF = "Y"
                CLOSE REMISE-FILE
                PERFORM COMPARER-LIGNE-FIN
           END-IF.

      *    Paragraphe pour lire une ligne de la remise
           LIRE-REMISE.
           READ REMISE-FILE
                AT END MOVE "Y" TO WS-REMISE-EOF
           END-READ.

      *    Paragraphe pour cumuler une ligne de la remise au
      *    contrôle (ligne de détail) ou en relever l'en-tête ou la
      *    ligne de fin, puis lire la suivante
           CUMULER-LIGNE-CONTROLE.
           IF REMISE-RECORD NOT = SPACES THEN
                PERFORM DECOUPER-LIGNE
                EVALUATE WS-REM-TYPE
                     WHEN "E"
                          MOVE WS-REM-DOSSIER TO WS-BANQUE
                          MOVE WS-REM-PERIODE(1:8) TO WS-DATE-REMISE
                     WHEN "D"
                          ADD 1 TO WS-CTL-NB-LIGNES
                          IF FUNCTION TEST-NUMVAL(WS-REM-MONTANT)
                               = 0 THEN
                               COMPUTE WS-CTL-TOTAL = WS-CTL-TOTAL
                                    + FUNCTION NUMVAL(WS-REM-MONTANT)
                          END-IF
                     WHEN "T"
                          MOVE "Y" TO WS-FIN-PRESENTE
                          IF FUNCTION TEST-NUMVAL(WS-REM-DOSSIER)
                               = 0 THEN
                               COMPUTE WS-FIN-NB-LIGNES =
                                    FUNCTION NUMVAL(WS-REM-DOSSIER)
                          END-IF
                          IF FUNCTION TEST-NUMVAL(WS-REM-PERIODE)
                               = 0 THEN
                               COMPUTE WS-FIN-TOTAL =
                                    FUNCTION NUMVAL(WS-REM-PERIODE)
                          END-IF
                END-EVALUATE
           END-IF.
           PERFORM LIRE-REMISE.

      *    Paragraphe pour découper une ligne de la remise en ses
      *    zones ; l'en-tête et la ligne de fin réutilisent les
      *    premières zones du détail
           DECOUPER-LIGNE.
           MOVE SPACES TO WS-REM-TYPE.
           MOVE SPACES TO WS-REM-DOSSIER.
           MOVE SPACES TO WS-REM-PERIODE.
           MOVE SPACES TO WS-REM-DATE.
           MOVE SPACES TO WS-REM-MONTANT.
           MOVE SPACES TO WS-REM-REFERENCE.
           UNSTRING REMISE-RECORD DELIMITED BY ";"
                INTO WS-REM-TYPE WS-REM-DOSSIER WS-REM-PERIODE
                WS-REM-DATE WS-REM-MONTANT WS-REM-REFERENCE.

      *    Paragraphe pour comparer les cumuls du détail avec la
      *    ligne de fin de la banque ; une remise discordante est
      *    refusée en entier
           COMPARER-LIGNE-FIN.
           MOVE ALL "=" TO WS-LIGNE-RAPPORT.
           PERFORM ECRIRE-RAPPORT.
           MOVE SPACES TO WS-LIGNE-RAPPORT.
           STRING "Remise " FUNCTION TRIM(WS-NOM-REMISE)
                " banque " FUNCTION TRIM(WS-BANQUE)
                " du " WS-DATE-REMISE
                DELIMITED BY SIZE INTO WS-LIGNE-RAPPORT.
           PERFORM ECRIRE-RAPPORT.
           MOVE ALL "=" TO WS-LIGNE-RAPPORT.
           PERFORM ECRIRE-RAPPORT.
           IF WS-FIN-PRESENTE = "N" THEN
                MOVE SPACES TO WS-LIGNE-RAPPORT
                STRING "REFUS remise sans ligne de fin, rien"
                     " n'est enregistré"
                     DELIMITED BY SIZE INTO WS-LIGNE-RAPPORT
                PERFORM ECRIRE-RAPPORT
                MOVE 12 TO WS-CODE-RETOUR
           ELSE IF WS-FIN-NB-LIGNES NOT = WS-CTL-NB-LIGNES
                OR WS-FIN-TOTAL NOT = WS-CTL-TOTAL THEN
                MOVE SPACES TO WS-LIGNE-RAPPORT
                MOVE WS-FIN-NB-LIGNES TO WS-NB-EDIT
                MOVE WS-FIN-TOTAL TO WS-TOTAL-EDIT
                STRING "REFUS ligne de fin : lignes="
                     FUNCTION TRIM(WS-NB-EDIT) " total="
                     FUNCTION TRIM(WS-TOTAL-EDIT)
                     DELIMITED BY SIZE INTO WS-LIGNE-RAPPORT
                PERFORM ECRIRE-RAPPORT
                MOVE SPACES TO WS-LIGNE-RAPPORT
                MOVE WS-CTL-NB-LIGNES TO WS-NB-EDIT
                MOVE WS-CTL-TOTAL TO WS-TOTAL-EDIT
                STRING "REFUS détail reçu  : lignes="
                     FUNCTION TRIM(WS-NB-EDIT) " total="
                     FUNCTION TRIM(WS-TOTAL-EDIT)
                     " , rien n'est enregistré"
                     DELIMITED BY SIZE INTO WS-LIGNE-RAPPORT
                PERFORM ECRIRE-RAPPORT
                MOVE 12 TO WS-CODE-RETOUR
           ELSE
                MOVE "Y" TO WS-REMISE-EQUILIBREE
           END-IF.

      *    Paragraphe pour balayer la remise contrôlée et traiter
      *    ses lignes de détail
           IMPORTER-REMISE.
           MOVE "N" TO WS-REMISE-EOF.
           MOVE 0 TO WS-NUM-LIGNE.
           OPEN INPUT REMISE-FILE.
           IF WS-REMISE-STATUS NOT = "00" THEN
                DISPLAY "Erreur ! Impossible d'ouvrir "
                     FUNCTION TRIM(WS-NOM-REMISE)
                     " (statut " FUNCTION TRIM(WS-REMISE-STATUS) ")"
                MOVE 8 TO WS-CODE-RETOUR
           ELSE
                PERFORM LIRE-REMISE
                PERFORM TRAITER-LIGNE-REMISE
                     UNTIL WS-REMISE-EOF = "Y"
                CLOSE REMISE-FILE
           END-IF.

      *    Paragraphe pour contrôler et appliquer une ligne de
      *    détail de la remise, puis lire la suivante (les lignes
      *    vides, l'en-tête et la ligne de fin sont passés)
           TRAITER-LIGNE-REMISE.
           ADD 1 TO WS-NUM-LIGNE.
           IF REMISE-RECORD NOT = SPACES THEN
                PERFORM DECOUPER-LIGNE
                IF WS-REM-TYPE = "D" THEN
                     PERFORM CONTROLER-LIGNE
                     IF WS-ACTION = "ATTENTE" THEN
                          PERFORM METTRE-EN-ATTENTE
                     ELSE
                          PERFORM ENREGISTRER-REGLEMENT
                     END-IF
                END-IF
           END-IF.
           PERFORM LIRE-REMISE.

      *    Paragraphe pour contrôler une ligne de détail et la
      *    rapprocher du dossier et de la période ; positionne
      *    l'action retenue et le motif d'une mise en attente
           CONTROLER-LIGNE.
           MOVE SPACES TO WS-MOTIF.
           MOVE "ATTENTE" TO WS-ACTION.
           MOVE 0 TO WS-MONTANT-NUM.
           IF FUNCTION TEST-NUMVAL(WS-REM-MONTANT) = 0 THEN
                COMPUTE WS-MONTANT-NUM =
                     FUNCTION NUMVAL(WS-REM-MONTANT)
           END-IF.
           IF WS-REM-DOSSIER = SPACES THEN
                MOVE "dossier absent" TO WS-MOTIF
           ELSE IF FUNCTION TEST-NUMVAL(WS-REM-PERIODE) NOT = 0 THEN
                MOVE "période non numérique" TO WS-MOTIF
           ELSE IF WS-REM-DATE IS NOT NUMERIC THEN
                MOVE "date de règlement invalide" TO WS-MOTIF
           ELSE IF FUNCTION TEST-NUMVAL(WS-REM-MONTANT) NOT = 0
                OR WS-MONTANT-NUM <= 0 THEN
                MOVE "montant invalide" TO WS-MOTIF
           ELSE
                COMPUTE WS-PERIODE-NUM =
                     FUNCTION NUMVAL(WS-REM-PERIODE)
                MOVE WS-REM-DATE TO WS-DATE-NUM
                IF WS-REM-DOSSIER NOT = WS-DOSSIER-CHARGE THEN
                     PERFORM CHARGER-ECHEANCIER-DOSSIER
                END-IF
                PERFORM CHARGER-REGLEMENTS-DOSSIER
                IF WS-DUREE-DOSSIER = 0 THEN
                     MOVE "dossier inconnu au registre" TO WS-MOTIF
                ELSE IF WS-PERIODE-NUM < 1
                     OR WS-PERIODE-NUM > WS-DUREE-DOSSIER THEN
                     MOVE "période hors échéancier" TO WS-MOTIF
                ELSE IF WS-DEJA-ENREGISTRE = "Y" THEN
                     MOVE "règlement déjà enregistré" TO WS-MOTIF
                ELSE IF WS-TOTAL-RECU >= WS-TOTAL-DU THEN
                     MOVE "échéancier soldé" TO WS-MOTIF
                ELSE
                     PERFORM CONTROLER-ECART
                END-IF
           END-IF.

      *    Paragraphe pour contrôler que le montant reçu reste dans
      *    la tolérance admise autour de l'échéance de la période
           CONTROLER-ECART.
           COMPUTE WS-ECART = FUNCTION ABS(WS-MONTANT-NUM
                - WS-ECH-DU(WS-PERIODE-NUM)).
           COMPUTE WS-ECART-ADMIS = WS-ECH-DU(WS-PERIODE-NUM)
                * WS-TOLERANCE-ECART / 100.
           IF WS-ECART > WS-ECART-ADMIS THEN
                MOVE "montant hors tolérance" TO WS-MOTIF
           ELSE
                MOVE "ENREG" TO WS-ACTION
           END-IF.

      *    Paragraphe pour charger l'échéancier du dossier depuis le
      *    registre, en ne retenant que le dernier échéancier
      *    enregistré (un nouvel échéancier recommence à la première
      *    période et remplace le précédent)
           CHARGER-ECHEANCIER-DOSSIER.
           MOVE WS-REM-DOSSIER TO WS-DOSSIER-CHARGE.
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
                IF WS-REGISTRE-STATUS NOT = "35" THEN
                     DISPLAY "Erreur ! Impossible d'ouvrir"
                          " REGECH.DAT (statut "
                          FUNCTION TRIM(WS-REGISTRE-STATUS) ")"
                     MOVE 8 TO WS-CODE-RETOUR
                END-IF
           END-IF.
           MOVE 0 TO WS-TOTAL-DU.
           PERFORM CUMULER-ECHEANCE
                VARYING WS-IDX-PERIODE FROM 1 BY 1
                UNTIL WS-IDX-PERIODE > WS-DUREE-DOSSIER.

      *    Paragraphe pour remettre à zéro une entrée de la table
      *    des échéances
           VIDER-TABLE-ECHEANCES.
           MOVE 0 TO WS-ECH-DU(WS-IDX-PERIODE).

      *    Paragraphe pour lire une ligne du registre des
      *    échéanciers
           LIRE-REGISTRE.
           READ REGISTRE-FILE
                AT END MOVE "Y" TO WS-REGISTRE-EOF
           END-READ.

      *    Paragraphe pour retenir une ligne de détail du registre
      *    si elle concerne le dossier de la ligne, puis lire la
      *    suivante
           RETENIR-LIGNE-REGISTRE.
           IF REG-DOSSIER = WS-DOSSIER-CHARGE
                AND REG-TYPE = "D"
                AND REG-PERIODE IS NUMERIC THEN
                MOVE REG-PERIODE TO WS-PERIODE-REGISTRE
                IF WS-PERIODE-REGISTRE = 1 THEN
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
                IF WS-PERIODE-REGISTRE >= 1 THEN
                     COMPUTE WS-ECH-DU(WS-PERIODE-REGISTRE) =
                          FUNCTION NUMVAL(REG-INTERET)
                          + FUNCTION NUMVAL(REG-PRINCIPAL)
                     IF WS-PERIODE-REGISTRE > WS-DUREE-DOSSIER THEN
                          MOVE WS-PERIODE-REGISTRE
                               TO WS-DUREE-DOSSIER
                     END-IF
                END-IF
           END-IF.
           PERFORM LIRE-REGISTRE.

      *    Paragraphe pour cumuler l'échéance d'une période au total
      *    dû de l'échéancier
           CUMULER-ECHEANCE.
           ADD WS-ECH-DU(WS-IDX-PERIODE) TO WS-TOTAL-DU.

      *    Paragraphe pour relire les règlements déjà enregistrés
      *    du dossier (y compris ceux de la remise en cours) : total
      *    reçu et recherche d'un doublon de la ligne
           CHARGER-REGLEMENTS-DOSSIER.
           MOVE 0 TO WS-TOTAL-RECU.
           MOVE "N" TO WS-DEJA-ENREGISTRE.
           MOVE "N" TO WS-PAIEMENT-EOF.
           OPEN INPUT PAIEMENT-FILE.
           IF WS-PAIEMENT-STATUS = "00" THEN
                PERFORM LIRE-PAIEMENT
                PERFORM COMPARER-PAIEMENT
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

      *    Paragraphe pour cumuler un règlement du dossier reçu au
      *    titre du dernier échéancier (daté du jour de son calcul
      *    ou après) et le comparer avec la ligne de la remise, puis
      *    lire le suivant
           COMPARER-PAIEMENT.
           IF PAY-DOSSIER = WS-REM-DOSSIER THEN
                IF PAY-DATE IS NUMERIC
                     AND PAY-DATE >= WS-DATE-CALCUL-DOSSIER THEN
                     ADD FUNCTION NUMVAL(PAY-MONTANT) TO WS-TOTAL-RECU
                END-IF
                IF PAY-PERIODE IS NUMERIC
                     AND PAY-DATE IS NUMERIC THEN
                     IF PAY-PERIODE = WS-PERIODE-NUM
                          AND PAY-DATE = WS-DATE-NUM
                          AND FUNCTION NUMVAL(PAY-MONTANT)
                          = WS-MONTANT-NUM THEN
                          MOVE "Y" TO WS-DEJA-ENREGISTRE
                     END-IF
                END-IF
           END-IF.
           PERFORM LIRE-PAIEMENT.

      *    Paragraphe pour ajouter le règlement rapproché au fichier
      *    des règlements et l'inscrire au rapport ; un échec
      *    d'écriture renvoie la ligne en attente
           ENREGISTRER-REGLEMENT.
           OPEN EXTEND PAIEMENT-FILE.
           IF WS-PAIEMENT-STATUS = "35" THEN
                OPEN OUTPUT PAIEMENT-FILE
           END-IF.
           IF WS-PAIEMENT-STATUS NOT = "00" THEN
                DISPLAY "Erreur ! Impossible d'ouvrir PAIEMENT.DAT"
                     " (statut " FUNCTION TRIM(WS-PAIEMENT-STATUS)
                     ")"
                MOVE 8 TO WS-CODE-RETOUR
                MOVE "écriture PAIEMENT.DAT en échec" TO WS-MOTIF
                PERFORM METTRE-EN-ATTENTE
           ELSE
                MOVE SPACES TO PAIEMENT-RECORD
                MOVE WS-REM-DOSSIER TO PAY-DOSSIER
                MOVE WS-PERIODE-NUM TO PAY-PERIODE
                MOVE WS-DATE-NUM TO PAY-DATE
                MOVE WS-MONTANT-NUM TO WS-MONTANT-EDIT
                MOVE WS-MONTANT-EDIT TO PAY-MONTANT
                WRITE PAIEMENT-RECORD
                IF WS-PAIEMENT-STATUS = "00" THEN
                     CLOSE PAIEMENT-FILE
                     ADD 1 TO WS-NB-ENREGISTRES
                     ADD WS-MONTANT-NUM TO WS-TOTAL-ENREGISTRE
                     PERFORM RAPPORTER-ENREGISTREMENT
                ELSE
                     DISPLAY "Erreur ! Échec d'écriture dans"
                          " PAIEMENT.DAT (statut "
                          FUNCTION TRIM(WS-PAIEMENT-STATUS) ")"
                     CLOSE PAIEMENT-FILE
                     MOVE 8 TO WS-CODE-RETOUR
                     MOVE "écriture PAIEMENT.DAT en échec"
                          TO WS-MOTIF
                     PERFORM METTRE-EN-ATTENTE
                END-IF
           END-IF.

      *    Paragraphe pour inscrire un règlement enregistré au
      *    rapport
           RAPPORTER-ENREGISTREMENT.
           MOVE WS-MONTANT-NUM TO WS-TOTAL-EDIT.
           MOVE SPACES TO WS-LIGNE-RAPPORT.
           STRING "ENREG   " WS-REM-DOSSIER " période "
                WS-PERIODE-NUM " du " WS-REM-DATE " "
                WS-TOTAL-EDIT " " FUNCTION TRIM(WS-REM-REFERENCE)
                DELIMITED BY SIZE INTO WS-LIGNE-RAPPORT.
           PERFORM ECRIRE-RAPPORT.

      *    Paragraphe pour écrire la ligne au fichier d'attente avec
      *    son motif et l'inscrire au rapport
           METTRE-EN-ATTENTE.
           ADD 1 TO WS-NB-ATTENTE.
           ADD WS-MONTANT-NUM TO WS-TOTAL-ATTENTE.
           IF WS-CODE-RETOUR < 4 THEN
                MOVE 4 TO WS-CODE-RETOUR
           END-IF.
           MOVE SPACES TO ATTENTE-RECORD.
           MOVE WS-HORODATAGE TO ATT-TIMESTAMP.
           MOVE WS-MOTIF TO ATT-MOTIF.
           MOVE REMISE-RECORD TO ATT-LIGNE.
           WRITE ATTENTE-RECORD.
           IF WS-ATTENTE-STATUS NOT = "00" THEN
                DISPLAY "Erreur ! Échec d'écriture dans REGSUSP.DAT"
                     " (statut " FUNCTION TRIM(WS-ATTENTE-STATUS) ")"
                MOVE 8 TO WS-CODE-RETOUR
           END-IF.
           MOVE SPACES TO WS-LIGNE-RAPPORT.
           MOVE WS-NUM-LIGNE TO WS-NB-EDIT.
           STRING "ATTENTE ligne " FUNCTION TRIM(WS-NB-EDIT) " : "
                FUNCTION TRIM(WS-MOTIF) " : "
                FUNCTION TRIM(REMISE-RECORD)
                DELIMITED BY SIZE INTO WS-LIGNE-RAPPORT.
           PERFORM ECRIRE-RAPPORT.

      *    Paragraphe pour éditer le bilan du chargement, au rapport
      *    et à l'écran : nombres et montants enregistrés et mis en
      *    attente, rapprochés de la ligne de fin de la banque
           EDITER-BILAN.
           COMPUTE WS-TOTAL-TRAITE = WS-TOTAL-ENREGISTRE
                + WS-TOTAL-ATTENTE.
           MOVE ALL "=" TO WS-LIGNE-RAPPORT.
           PERFORM ECRIRE-RAPPORT.
           MOVE SPACES TO WS-LIGNE-RAPPORT.
           MOVE WS-NB-ENREGISTRES TO WS-NB-EDIT.
           MOVE WS-TOTAL-ENREGISTRE TO WS-TOTAL-EDIT.
           STRING "BILAN enregistrés=" FUNCTION TRIM(WS-NB-EDIT)
                " montant=" FUNCTION TRIM(WS-TOTAL-EDIT)
                DELIMITED BY SIZE INTO WS-LIGNE-RAPPORT.
           PERFORM ECRIRE-RAPPORT.
           DISPLAY "Règlements enregistrés : "
                FUNCTION TRIM(WS-NB-EDIT) " pour "
                FUNCTION TRIM(WS-TOTAL-EDIT).
           MOVE SPACES TO WS-LIGNE-RAPPORT.
           MOVE WS-NB-ATTENTE TO WS-NB-EDIT.
           MOVE WS-TOTAL-ATTENTE TO WS-TOTAL-EDIT.
           STRING "BILAN en attente=" FUNCTION TRIM(WS-NB-EDIT)
                " montant=" FUNCTION TRIM(WS-TOTAL-EDIT)
                DELIMITED BY SIZE INTO WS-LIGNE-RAPPORT.
           PERFORM ECRIRE-RAPPORT.
           DISPLAY "Règlements en attente  : "
                FUNCTION TRIM(WS-NB-EDIT) " pour "
                FUNCTION TRIM(WS-TOTAL-EDIT).
           MOVE SPACES TO WS-LIGNE-RAPPORT.
           COMPUTE WS-NB-EDIT = WS-NB-ENREGISTRES + WS-NB-ATTENTE.
           MOVE WS-TOTAL-TRAITE TO WS-TOTAL-EDIT.
           STRING "BILAN traités=" FUNCTION TRIM(WS-NB-EDIT)
                " montant=" FUNCTION TRIM(WS-TOTAL-EDIT)
                DELIMITED BY SIZE INTO WS-LIGNE-RAPPORT.
           PERFORM ECRIRE-RAPPORT.
           MOVE SPACES TO WS-LIGNE-RAPPORT.
           MOVE WS-FIN-NB-LIGNES TO WS-NB-EDIT.
           MOVE WS-FIN-TOTAL TO WS-TOTAL-EDIT.
           STRING "BILAN ligne de fin banque=" FUNCTION TRIM(WS-NB-EDIT)
                " montant=" FUNCTION TRIM(WS-TOTAL-EDIT)
                DELIMITED BY SIZE INTO WS-LIGNE-RAPPORT.
           PERFORM ECRIRE-RAPPORT.
           MOVE SPACES TO WS-LIGNE-RAPPORT.
           IF WS-REMISE-EQUILIBREE = "N" THEN
                STRING "BILAN remise refusée"
                     DELIMITED BY SIZE INTO WS-LIGNE-RAPPORT
                DISPLAY "Remise refusée, voir REGIMP.RPT"
           ELSE IF WS-NB-ENREGISTRES + WS-NB-ATTENTE
                = WS-FIN-NB-LIGNES
                AND WS-TOTAL-TRAITE = WS-FIN-TOTAL THEN
                STRING "BILAN contrôle ligne de fin : concordant"
                     DELIMITED BY SIZE INTO WS-LIGNE-RAPPORT
                DISPLAY "Contrôle ligne de fin : concordant"
           ELSE
                STRING "BILAN contrôle ligne de fin : DISCORDANT"
                     DELIMITED BY SIZE INTO WS-LIGNE-RAPPORT
                DISPLAY "Contrôle ligne de fin : DISCORDANT"
                MOVE 8 TO WS-CODE-RETOUR
           END-IF.
           PERFORM ECRIRE-RAPPORT.
