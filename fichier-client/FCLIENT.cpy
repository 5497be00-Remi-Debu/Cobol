      *    Date d'embauche AAAAMMJJ, a blanc sur les lignes
      *    historiques d'avant le champ (tolere par flqual).
           03 R:CLIENT:-EMBAUCHE PIC X(08).
      *    Matricule du responsable hierarchique, a blanc en tete de
      *    hierarchie (et sur les lignes d'avant le champ).
           03 R:CLIENT:-MANAGER  PIC X(09).
