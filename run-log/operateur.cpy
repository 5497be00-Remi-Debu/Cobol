      ******************************************************************
      *    Fiche du référentiel des opérateurs "operateurs.dat" : un   *
      *    opérateur par ligne, son code secret de connexion, et       *
      *    jusqu'à 8 droits (sous-système, rôle). Le sous-système "*"  *
      *    vaut pour tous ceux qui ne sont pas nommés.                 *
      *       OP-ROLE  C : consultation                                *
      *                M : mise à jour (consultation, ajout,           *
      *                    modification)                               *
      *                A : administration (mise à jour et retrait,     *
      *                    suppression, désactivation)                 *
      ******************************************************************
       01  R-OPERATEUR.
           03 OP-ID       PIC X(08).
           03 OP-NOM      PIC X(30).
           03 OP-CODE     PIC X(08).
           03 OP-ACTIF    PIC X(01).
              88 OP-ACTIF-O VALUE "O".
           03 OP-DROIT OCCURS 8 TIMES.
               05 OP-SOUS-SYS PIC X(08).
               05 OP-ROLE     PIC X(01).
                  88 OP-ROLE-VALID VALUE "C" "M" "A".
