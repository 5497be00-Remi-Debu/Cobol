      ******************************************************************
      *    Ligne du fichier des alertes de capacité                    *
      *    "tendance-alertes.dat" (runtend), reprise par le rapport    *
      *    d'exploitation du matin (runrep) :                          *
      *       TD-TYPE     F : fenêtre batch (sla-fenetres.dat) ;       *
      *                   L : limite de table du programme             *
      *       TD-ETAT     A : déjà atteinte ; P : atteinte prévue      *
      *       TD-ECHEANCE date prévue (date du calcul si atteinte)     *
      *       TD-VALEUR   valeur de la tendance à la date du calcul    *
      ******************************************************************
       01  R-TENDANCE.
           03 TD-DATE      PIC 9(08).
           03 FILLER       PIC X(01).
           03 TD-PROGRAM   PIC X(08).
           03 FILLER       PIC X(01).
           03 TD-TYPE      PIC X(01).
              88 TD-TYPE-FENETRE VALUE "F".
              88 TD-TYPE-LIMITE  VALUE "L".
           03 FILLER       PIC X(01).
           03 TD-ETAT      PIC X(01).
              88 TD-ETAT-ATTEINT VALUE "A".
              88 TD-ETAT-PREVU   VALUE "P".
           03 FILLER       PIC X(01).
           03 TD-ECHEANCE  PIC 9(08).
           03 FILLER       PIC X(01).
           03 TD-VALEUR    PIC 9(08).
           03 FILLER       PIC X(01).
           03 TD-LIMITE    PIC 9(08).
           03 FILLER       PIC X(01).
           03 TD-LIBELLE   PIC X(40).
