      ******************************************************************
      *    Sous programme partagé des motifs de correction après       *
      *    conseil de classe, sur le modèle de sclcal : le fichier     *
      *    "motifs-post-cloture.dat" (une ligne par motif autorisé :   *
      *    code sur 4 caractères, libellé) est la liste tenue par la   *
      *    direction des raisons pour lesquelles une note d'un         *
      *    trimestre clos (sclclot) peut encore être changée.          *
      *    Appelé avec un code, il rend le libellé et l'indicateur     *
      *    autorisé (V) / inconnu (I) / fichier absent (A) - sans      *
      *    fichier, aucun motif n'est autorisé.                        *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. sclmotif.
       AUTHOR.     Rémi.

      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-MOTIF ASSIGN TO "motifs-post-cloture.dat"
           ACCESS MODE IS SEQUENTIAL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-MOTIF.

      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  F-MOTIF
           RECORD CONTAINS 34 CHARACTERS
           RECORDING MODE IS F.
       01  R-MOTIF.
           03 MC-CODE  PIC X(04).
           03 MC-LABEL PIC X(30).

       WORKING-STORAGE SECTION.
       01  FS-MOTIF PIC X(02).
           88 FS-MOTIF-OK  VALUE "00".
           88 FS-MOTIF-EOF VALUE "10".

       LINKAGE SECTION.
       01  LK-CODE   PIC X(04).
       01  LK-LABEL  PIC X(30).
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

           OPEN INPUT F-MOTIF.
           IF NOT FS-MOTIF-OK
              SET LK-RESULT-NO-FILE TO TRUE
              GO TO END-MAIN
           END-IF.

           PERFORM UNTIL FS-MOTIF-EOF
              READ F-MOTIF
              AT END
                 SET FS-MOTIF-EOF TO TRUE
              NOT AT END
                 IF MC-CODE = LK-CODE
                    MOVE MC-LABEL TO LK-LABEL
                    SET LK-RESULT-VALID TO TRUE
                    SET FS-MOTIF-EOF TO TRUE
                 END-IF
              END-READ
           END-PERFORM.

           CLOSE F-MOTIF.
       END-MAIN.
           GOBACK.
