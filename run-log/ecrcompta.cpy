      ******************************************************************
      *    Ligne du fichier d'interface comptable                      *
      *    "interface-compta.dat" (cptimput), chargé dans le grand     *
      *    livre : chaque mouvement d'une source devient une pièce de  *
      *    deux lignes de même montant.                                *
      *       EC-PERIODE   période comptable AAAAMM                    *
      *       EC-PIECE     numéro de pièce du lancement                *
      *       EC-LIGNE     1 : ligne au débit ; 2 : ligne au crédit    *
      *       EC-SENS      D : débit ; C : crédit                      *
      *       EC-REFERENCE pièce d'origine (département, facture,      *
      *                    police, sinistre, élève...)                 *
      ******************************************************************
       01  R-ECR-COMPTA.
           03 EC-PERIODE   PIC 9(06).
           03 FILLER       PIC X(01).
           03 EC-SOURCE    PIC X(08).
           03 FILLER       PIC X(01).
           03 EC-PIECE     PIC 9(06).
           03 FILLER       PIC X(01).
           03 EC-LIGNE     PIC 9(01).
           03 FILLER       PIC X(01).
           03 EC-DATE      PIC 9(08).
           03 FILLER       PIC X(01).
           03 EC-COMPTE    PIC X(08).
           03 FILLER       PIC X(01).
           03 EC-SENS      PIC X(01).
              88 EC-SENS-DEBIT  VALUE "D".
              88 EC-SENS-CREDIT VALUE "C".
           03 FILLER       PIC X(01).
           03 EC-MONTANT   PIC 9(10)V9(02).
           03 FILLER       PIC X(01).
           03 EC-MOUVEMENT PIC X(08).
           03 FILLER       PIC X(01).
           03 EC-REFERENCE PIC X(20).
           03 FILLER       PIC X(01).
           03 EC-LIBELLE   PIC X(30).
