      *    restauration laisse place à un jeu d'archives avec          *
      *    manifeste. Le programme lit la liste entretenue             *
      *    "sauvegarde-liste.dat" (un nom de fichier maître par        *
      *    ligne : extraits de la DB école, polices.idx, animaux.idx,  *
      *    horaire-maitre.dat, fichierclient.txt, ...), copie chaque   *
      *    fichier sous "sauvegarde-AAAAMMJJ-<nom>" et consigne dans   *
      *    le manifeste "sauvegarde-manifest.dat" le nom d'origine,    *
