      ******************************************************************
      *    Kilométrage des rames ("kilometrage-rames.dat") : pour      *
      *    chaque rame, les kilomètres parcourus depuis sa dernière    *
      *    révision. Cumulé chaque jour par trainkm à partir des       *
      *    services réellement assurés, relu par trainram pour         *
      *    signaler au roulement les rames attendues à l'atelier.      *
      ******************************************************************
       01  KM-RAME-DETAILS.
           03 K-RAME            PIC X(06).
      *    Type de matériel (celui des services assurés), qui porte
      *    le seuil de révision.
           03 K-TYPE            PIC X(03).
           03 K-KM              PIC 9(07).
      *    Dernier jour cumulé : un jour déjà passé n'est pas compté
      *    deux fois si le traitement est relancé.
           03 K-DERNIER-JOUR    PIC 9(08).
      *    Date de la dernière révision (remise à zéro du compteur).
           03 K-REVISION        PIC 9(08).
