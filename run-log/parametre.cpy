      ******************************************************************
      *    Fiche du registre des paramètres "parametres.dat" : une     *
      *    définition par chaîne et par paramètre, typée et bornée.    *
      *       PR-TYPE  N : numérique (décimales après "," ou ".")      *
      *                D : date AAAAMMJJ                               *
      *                I : indicateur Y / N                            *
      *                A : alphanumérique (bornes = longueurs)         *
      *       PR-MIN / PR-MAX : bornes de la valeur (N, D) ou de sa    *
      *                longueur (A) ; PR-MAX à zéro = pas de borne     *
      *                haute.                                          *
      *       PR-VALEUR à blanc : la variable d'environnement du même  *
      *                nom reste prise en compte.                      *
      ******************************************************************
       01  R-PARAMETRE.
           03 PR-CHAINE   PIC X(08).
           03 PR-NOM      PIC X(30).
           03 PR-TYPE     PIC X(01).
              88 PR-TYPE-NUM   VALUE "N".
              88 PR-TYPE-DATE  VALUE "D".
              88 PR-TYPE-IND   VALUE "I".
              88 PR-TYPE-ALPHA VALUE "A".
              88 PR-TYPE-VALID VALUE "N" "D" "I" "A".
           03 PR-MIN      PIC 9(08)V99.
           03 PR-MAX      PIC 9(08)V99.
           03 PR-VALEUR   PIC X(100).
           03 PR-LIBELLE  PIC X(40).
