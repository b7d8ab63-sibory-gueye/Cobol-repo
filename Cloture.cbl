           05  RJR-CODE-RETOUR PIC 9(2).
           05  FILLER PIC X(1).
           05  RJR-FICHIER PIC X(21).
           05  FILLER PIC X(1).
      *    Résultat du contrôle d'intégrité de la soumission,
      *    département et séquence de son en-tête
           05  RJR-CONTROLE PIC X(4).
           05  FILLER PIC X(1).
           05  RJR-DEPARTEMENT PIC X(10).
           05  FILLER PIC X(1).
           05  RJR-SEQUENCE PIC 9(6).

      *    Fichier des clôtures : date close et horodatage de la
      *    clôture
