      ******************************************************************
      *    Ligne du journal des accès "acces-journal.dat" (opacces) :  *
      *    une ligne par connexion et par action refusée.              *
      *       AJ-EVENEMENT S : connexion ; A : action                  *
      *       AJ-ACTION    C consultation, M mise à jour, S retrait    *
      *       AJ-RESULTAT  A : accepté ; R : refusé                    *
      ******************************************************************
       01  R-ACCES-JNL.
           03 AJ-DATE      PIC 9(08).
           03 FILLER       PIC X(01).
           03 AJ-TIME      PIC 9(06).
           03 FILLER       PIC X(01).
           03 AJ-OPERATEUR PIC X(08).
           03 FILLER       PIC X(01).
           03 AJ-SOUS-SYS  PIC X(08).
           03 FILLER       PIC X(01).
           03 AJ-PROGRAMME PIC X(08).
           03 FILLER       PIC X(01).
           03 AJ-EVENEMENT PIC X(01).
           03 FILLER       PIC X(01).
           03 AJ-ACTION    PIC X(01).
           03 FILLER       PIC X(01).
           03 AJ-RESULTAT  PIC X(01).
              88 AJ-REFUSE VALUE "R".
           03 FILLER       PIC X(01).
           03 AJ-MOTIF     PIC X(30).
