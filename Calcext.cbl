           05  CLR-STATUT PIC X(7).
           05  FILLER PIC X(1).
           05  CLR-RESULT2 PIC X(20).
           05  FILLER PIC X(1).
      *    Paire de devises d'une conversion ou code de taux d'un
      *    pourcentage calculé par code (à blanc sinon)
           05  CLR-REFERENCE PIC X(7).

      *    Fichier extrait, une ligne d'en-tête puis une ligne par
      *    enregistrement sélectionné
           05  CIX-CLE.
               10  CIX-TIMESTAMP PIC X(21).
               10  CIX-SEQUENCE PIC 9(6).
           05  CIX-LIGNE PIC X(146).

      *    Fichier des clôtures de journée (même dessin que dans
      *    Cloture)
           ECRIRE-EN-TETE.
           MOVE SPACES TO EXTRAIT-RECORD.
           STRING "HORODATAGE;OPERATEUR;OPERATION;NBR1;NBR2;"
                "RESULTAT;STATUT;RESULTAT2;REFERENCE"
                DELIMITED BY SIZE INTO EXTRAIT-RECORD.
           WRITE EXTRAIT-RECORD.
           IF WS-EXTRAIT-STATUS NOT = "00" THEN
                FUNCTION TRIM(CLR-NBR2) ";"
                FUNCTION TRIM(CLR-RESULT) ";"
                FUNCTION TRIM(CLR-STATUT) ";"
                FUNCTION TRIM(CLR-RESULT2) ";"
                FUNCTION TRIM(CLR-REFERENCE)
                DELIMITED BY SIZE INTO EXTRAIT-RECORD.
           WRITE EXTRAIT-RECORD.
           IF WS-EXTRAIT-STATUS NOT = "00" THEN
