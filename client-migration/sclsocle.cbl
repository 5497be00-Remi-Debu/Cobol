      ******************************************************************
      *    Sous programme partagé des domaines du socle commun, sur    *
      *    le modèle de sclmotif : le fichier "socle-domaines.dat"     *
      *    (une ligne par domaine ou composante : code sur 4           *
      *    caractères - D1.1, D1.2, ..., D5 -, libellé) est la liste   *
      *    de référence tenue par la direction. Appelé avec un code,   *
      *    il rend le libellé et l'indicateur connu (V) / inconnu (I)  *
      *    / fichier absent (A) - sans fichier, aucun code n'est       *
      *    reconnu.                                                    *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. sclsocle.
       AUTHOR.     Rémi.

      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-DOMAIN ASSIGN TO "socle-domaines.dat"
           ACCESS MODE IS SEQUENTIAL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-DOMAIN.

      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  F-DOMAIN
           RECORD CONTAINS 44 CHARACTERS
           RECORDING MODE IS F.
       01  R-DOMAIN.
           03 SD-CODE  PIC X(04).
           03 SD-LABEL PIC X(40).

       WORKING-STORAGE SECTION.
       01  FS-DOMAIN PIC X(02).
           88 FS-DOMAIN-OK  VALUE "00".
           88 FS-DOMAIN-EOF VALUE "10".

       LINKAGE SECTION.
       01  LK-CODE   PIC X(04).
       01  LK-LABEL  PIC X(40).
       01  LK-RESULT PIC X(01).
           88 LK-RESULT-VALID   VALUE "V".
           88 LK-RESULT-UNKNOWN VALUE "I".
           88 LK-RESULT-NO-FILE VALUE "A".

      ******************************************************************
       PROCEDURE DIVISION USING LK-CODE, LK-LABEL, LK-RESULT.

       START-MAIN.
           MOVE SPACES TO LK-LABEL.
           SET LK-RESULT-UNKNOWN TO TRUE.

           IF LK-CODE = SPACES
              GO TO END-MAIN
           END-IF.

           OPEN INPUT F-DOMAIN.
           IF NOT FS-DOMAIN-OK
              SET LK-RESULT-NO-FILE TO TRUE
              GO TO END-MAIN
           END-IF.

           PERFORM UNTIL FS-DOMAIN-EOF
              READ F-DOMAIN
              AT END
                 SET FS-DOMAIN-EOF TO TRUE
              NOT AT END
                 IF SD-CODE = LK-CODE
                    MOVE SD-LABEL TO LK-LABEL
                    SET LK-RESULT-VALID TO TRUE
                    SET FS-DOMAIN-EOF TO TRUE
                 END-IF
              END-READ
           END-PERFORM.

           CLOSE F-DOMAIN.
       END-MAIN.
           GOBACK.
