      ******************************************************************
      *    Interface comptable unique : la comptabilité recevait une   *
      *    pile par chaîne, chacune dans sa présentation, et les       *
      *    ressaisissait au grand livre. Le programme relit pour la    *
      *    période CPTIMPUT-PERIODE (AAAAMM, le mois en cours à        *
      *    défaut, lue par paramlu) :                                  *
      *    - PAIE     "ecritures-paie.txt" (flpay) : brut et           *
      *               cotisations de chaque département, éléments      *
      *               non soumis (lignes élément à brut nul) ; la      *
      *               pile vaut la somme des nets ; un extrait d'une   *
      *               autre période de paie est rejeté ;               *
      *    - FACTVET  "factures-compta.dat" (userfact) : une ligne     *
      *               par acte facturé, contrôlée contre le total de   *
      *               sa facture ; la pile vaut les recettes du mois ; *
      *    - FACTGRP  "facture-groupes.dat" (testech) : une ligne par  *
      *               groupe facturé dont la période d'activité        *
      *               s'achève dans le mois ;                          *
      *    - COMMISS  "commissions-histo.dat" et                       *
      *               "reprises-commissions.dat" (insucom) : les       *
      *               commissions historisées du mois (chacune         *
      *               recalculée sur sa prime et son taux) moins les   *
      *               reprises imputées au relevé du mois ;            *
      *    - SINISTRE "sinistres-photos.dat" (insuclm) : le paiement   *
      *               du mois de chaque sinistre, écart entre le payé  *
      *               cumulé de sa dernière photo du mois et celui de  *
      *               sa dernière photo antérieure (écart négatif :    *
      *               récupération) ;                                  *
      *    - FRAISSCO "frais-charges.dat" et "frais-paiements.dat"     *
      *               (sclfrais) : frais facturés par nature moins     *
      *               paiements reçus par mode.                        *
      *    Le plan d'imputation "imputations.dat" (copybook            *
      *    imputation) donne pour chaque source et type de mouvement   *
      *    le compte débité, le compte crédité et le sens du           *
      *    mouvement dans le total de la source ; sans ce fichier, le  *
      *    plan par défaut ci-dessous s'applique. Chaque mouvement     *
      *    devient une pièce équilibrée de deux lignes dans            *
      *    "interface-compta.dat" (copybook ecrcompta), avec la        *
      *    période et la pièce d'origine.                              *
      *    Une source dont un mouvement n'a pas d'imputation, dont le  *
      *    détail ne retombe pas sur ses propres totaux, ou dont le    *
      *    total imputé diffère du total de la pile est rejetée en     *
      *    entier : aucune de ses lignes ne part. Le rapport de        *
      *    contrôle "controle-comptable.dat" rapproche pour chaque     *
      *    source le total de la pile et le total imputé.              *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. cptimput.
       AUTHOR.     Rémi.

      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-IMPUT ASSIGN TO "imputations.dat"
           ACCESS MODE IS SEQUENTIAL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-IMPUT.

           SELECT F-PAIE ASSIGN TO "ecritures-paie.txt"
           ACCESS MODE IS SEQUENTIAL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-PAIE.

           SELECT F-FACTVET ASSIGN TO "factures-compta.dat"
           ACCESS MODE IS SEQUENTIAL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-FACTVET.

           SELECT F-FACTGRP ASSIGN TO "facture-groupes.dat"
           ACCESS MODE IS SEQUENTIAL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-FACTGRP.

           SELECT F-CHISTO ASSIGN TO "commissions-histo.dat"
           ACCESS MODE IS SEQUENTIAL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CHISTO.

           SELECT F-REPRISE ASSIGN TO "reprises-commissions.dat"
           ACCESS MODE IS SEQUENTIAL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-REPRISE.

           SELECT F-PHOTO ASSIGN TO "sinistres-photos.dat"
           ACCESS MODE IS SEQUENTIAL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-PHOTO.

           SELECT F-CHARGE ASSIGN TO "frais-charges.dat"
           ACCESS MODE IS SEQUENTIAL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CHARGE.

           SELECT F-PAYMENT ASSIGN TO "frais-paiements.dat"
           ACCESS MODE IS SEQUENTIAL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-PAYMENT.

           SELECT F-LEDGER ASSIGN TO "interface-compta.dat"
           ACCESS MODE IS SEQUENTIAL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-LEDGER.

           SELECT F-CONTROLE ASSIGN TO "controle-comptable.dat"
           ACCESS MODE IS SEQUENTIAL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CONTROLE.

      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  F-IMPUT
           RECORD CONTAINS 68 CHARACTERS
           RECORDING MODE IS F.
       COPY imputation.

      *    Ecriture de paie par département, ou par département et
      *    élément variable (PA-ELEMENT renseigné), avec la période de
      *    paie du passage de flpay qui l'a produite.
       FD  F-PAIE
           RECORD CONTAINS 59 CHARACTERS
           RECORDING MODE IS F.
       01  R-PAIE.
           03 PA-NUM     PIC 9(06).
           03 PA-DEPT    PIC X(03).
           03 PA-COUNT   PIC 9(05).
           03 PA-BRUT    PIC 9(10)V9(02).
           03 PA-COTIS   PIC 9(10)V9(02).
           03 PA-NET     PIC 9(10)V9(02).
           03 PA-ELEMENT PIC X(03).
           03 PA-PERIODE PIC 9(06).

       FD  F-FACTVET.
       01  R-FACTVET PIC X(120).

       FD  F-FACTGRP
           RECORD CONTAINS 56 CHARACTERS
           RECORDING MODE IS F.
       01  R-FACTGRP.
           03 GR-NUM     PIC 9(06).
           03 GR-GROUP   PIC X(14).
           03 GR-COUNT   PIC 9(05).
           03 GR-AMOUNT  PIC 9(10)V9(02).
           03 GR-DEBUT   PIC 9(08).
           03 GR-FIN     PIC 9(08).
           03 FILLER     PIC X(03).

       FD  F-CHISTO.
       01  R-CHISTO.
           03 CH-MONTH   PIC 9(06).
           03 CH-INTERM  PIC X(04).
           03 CH-CLIENT  PIC X(12).
           03 CH-POLNO   PIC X(08).
           03 CH-LABEL   PIC X(41).
           03 CH-FROM    PIC 9(08).
           03 CH-PREMIUM PIC 9(09).
           03 CH-RATE    PIC 9(02)V9(02).
           03 CH-COMMIS  PIC 9(08)V9(02).

       FD  F-REPRISE.
       01  R-REPRISE.
           03 RP-NUMBER  PIC 9(06).
           03 RP-INTERM  PIC X(04).
           03 RP-CLIENT  PIC X(12).
           03 RP-POLNO   PIC X(08).
           03 RP-LABEL   PIC X(41).
           03 RP-FROM    PIC 9(08).
           03 RP-CANCEL  PIC 9(08).
           03 RP-AMOUNT  PIC 9(08)V9(02).
           03 RP-STATE   PIC X(01).
           03 RP-POSTED  PIC 9(06).

       FD  F-PHOTO.
       01  R-PHOTO.
           03 PH-DATE     PIC 9(08).
           03 FILLER      PIC X(01).
           03 PH-CLM-ID   PIC X(08).
           03 FILLER      PIC X(01).
           03 PH-POL-ID   PIC X(08).
           03 FILLER      PIC X(01).
           03 PH-GROUP    PIC X(14).
           03 FILLER      PIC X(01).
           03 PH-CLM-DATE PIC 9(08).
           03 FILLER      PIC X(01).
           03 PH-STATUS   PIC X(10).
           03 FILLER      PIC X(01).
           03 PH-RESERVED PIC 9(09).
           03 FILLER      PIC X(01).
           03 PH-PAID     PIC 9(09).

       FD  F-CHARGE
           RECORD CONTAINS 74 CHARACTERS
           RECORDING MODE IS F.
       01  R-CHARGE.
           03 FC-MATRICULE PIC 9(06).
           03 FC-DATE      PIC 9(08).
           03 FC-KIND      PIC X(03).
           03 FC-LABEL     PIC X(30).
           03 FC-AMOUNT    PIC 9(05)V99.
           03 FC-GUARDIAN  PIC X(20).

       FD  F-PAYMENT
           RECORD CONTAINS 59 CHARACTERS
           RECORDING MODE IS F.
       01  R-PAYMENT.
           03 FP-MATRICULE PIC 9(06).
           03 FP-GUARDIAN  PIC X(20).
           03 FP-DATE      PIC 9(08).
           03 FP-MODE      PIC X(03).
           03 FP-AMOUNT    PIC 9(05)V99.
           03 FP-REFERENCE PIC X(15).

       FD  F-LEDGER
           RECORD CONTAINS 118 CHARACTERS
           RECORDING MODE IS F.
       COPY ecrcompta.

       FD  F-CONTROLE
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F.
       01  R-CONTROLE PIC X(132).

       WORKING-STORAGE SECTION.
       01  FS-IMPUT PIC X(02).
           88 FS-IMPUT-OK  VALUE "00".
           88 FS-IMPUT-EOF VALUE "10".
       01  FS-PAIE PIC X(02).
           88 FS-PAIE-OK  VALUE "00".
           88 FS-PAIE-EOF VALUE "10".
       01  FS-FACTVET PIC X(02).
           88 FS-FACTVET-OK  VALUE "00".
           88 FS-FACTVET-EOF VALUE "10".
       01  FS-FACTGRP PIC X(02).
           88 FS-FACTGRP-OK  VALUE "00".
           88 FS-FACTGRP-EOF VALUE "10".
       01  FS-CHISTO PIC X(02).
           88 FS-CHISTO-OK  VALUE "00".
           88 FS-CHISTO-EOF VALUE "10".
       01  FS-REPRISE PIC X(02).
           88 FS-REPRISE-OK  VALUE "00".
           88 FS-REPRISE-EOF VALUE "10".
       01  FS-PHOTO PIC X(02).
           88 FS-PHOTO-OK  VALUE "00".
           88 FS-PHOTO-EOF VALUE "10".
       01  FS-CHARGE PIC X(02).
           88 FS-CHARGE-OK  VALUE "00".
           88 FS-CHARGE-EOF VALUE "10".
       01  FS-PAYMENT PIC X(02).
           88 FS-PAYMENT-OK  VALUE "00".
           88 FS-PAYMENT-EOF VALUE "10".
       01  FS-LEDGER PIC X(02).
       01  FS-CONTROLE PIC X(02).

      *    Paramètres lus au registre des paramètres (paramlu).
       01  WS-PARM-PROGRAM PIC X(08) VALUE "cptimput".
       01  WS-PARM-CHAINE  PIC X(08) VALUE "cptimput".
       01  WS-PARM-NOM     PIC X(30).
       01  WS-PARM-VALEUR  PIC X(100).
       01  WS-PARM-STATUT  PIC X(02).

       01  WS-PERIODE      PIC 9(06).
       01  WS-PERIODE-R REDEFINES WS-PERIODE.
           03 WS-PERIODE-AN   PIC 9(04).
           03 WS-PERIODE-MOIS PIC 9(02).
       01  WS-TODAY        PIC 9(08).

      *    Compteurs de fin de traitement remis au journal commun
      *    d'exploitation par le sous programme runlog. Le statut
      *    passe à KO quand une source est rejetée.
       01  WS-PROGRAM-NAME PIC X(08) VALUE "cptimput".
       01  WS-RUN-STATS.
           03 WS-RUN-READ     PIC 9(08) VALUE 0.
           03 WS-RUN-WRITTEN  PIC 9(08) VALUE 0.
           03 WS-RUN-REJECTED PIC 9(08) VALUE 0.
           03 WS-RUN-STATUS   PIC X(02) VALUE "OK".

      *    Plan d'imputation par défaut, appliqué quand le fichier
      *    imputations.dat est absent.
       01  WS-MAP-DEFAULTS.
           03 FILLER PIC X(08) VALUE "PAIE".
           03 FILLER PIC X(08) VALUE "BRUT".
           03 FILLER PIC X(08) VALUE "641100".
           03 FILLER PIC X(08) VALUE "421000".
           03 FILLER PIC X(01) VALUE "+".
           03 FILLER PIC X(30) VALUE "SALAIRES BRUTS".
           03 FILLER PIC X(08) VALUE "PAIE".
           03 FILLER PIC X(08) VALUE "COTIS".
           03 FILLER PIC X(08) VALUE "421000".
           03 FILLER PIC X(08) VALUE "431000".
           03 FILLER PIC X(01) VALUE "-".
           03 FILLER PIC X(30) VALUE "COTISATIONS SALARIALES".
           03 FILLER PIC X(08) VALUE "PAIE".
           03 FILLER PIC X(08) VALUE "*".
           03 FILLER PIC X(08) VALUE "625100".
           03 FILLER PIC X(08) VALUE "421000".
           03 FILLER PIC X(01) VALUE "+".
           03 FILLER PIC X(30) VALUE "ELEMENTS NON SOUMIS".
           03 FILLER PIC X(08) VALUE "FACTVET".
           03 FILLER PIC X(08) VALUE "*".
           03 FILLER PIC X(08) VALUE "411000".
           03 FILLER PIC X(08) VALUE "706100".
           03 FILLER PIC X(01) VALUE "+".
           03 FILLER PIC X(30) VALUE "ACTES DU REGISTRE DES ANIMAUX".
           03 FILLER PIC X(08) VALUE "FACTGRP".
           03 FILLER PIC X(08) VALUE "*".
           03 FILLER PIC X(08) VALUE "411000".
           03 FILLER PIC X(08) VALUE "706200".
           03 FILLER PIC X(01) VALUE "+".
           03 FILLER PIC X(30) VALUE "FACTURATION DES GROUPES".
           03 FILLER PIC X(08) VALUE "COMMISS".
           03 FILLER PIC X(08) VALUE "COMMIS".
           03 FILLER PIC X(08) VALUE "622200".
           03 FILLER PIC X(08) VALUE "401000".
           03 FILLER PIC X(01) VALUE "+".
           03 FILLER PIC X(30) VALUE "COMMISSIONS D'INTERMEDIAIRES".
           03 FILLER PIC X(08) VALUE "COMMISS".
           03 FILLER PIC X(08) VALUE "REPRISE".
           03 FILLER PIC X(08) VALUE "401000".
           03 FILLER PIC X(08) VALUE "622200".
           03 FILLER PIC X(01) VALUE "-".
           03 FILLER PIC X(30) VALUE "REPRISES DE COMMISSIONS".
           03 FILLER PIC X(08) VALUE "SINISTRE".
           03 FILLER PIC X(08) VALUE "PAIEMENT".
           03 FILLER PIC X(08) VALUE "601100".
           03 FILLER PIC X(08) VALUE "512000".
           03 FILLER PIC X(01) VALUE "+".
           03 FILLER PIC X(30) VALUE "SINISTRES PAYES".
           03 FILLER PIC X(08) VALUE "SINISTRE".
           03 FILLER PIC X(08) VALUE "RECOURS".
           03 FILLER PIC X(08) VALUE "512000".
           03 FILLER PIC X(08) VALUE "601100".
           03 FILLER PIC X(01) VALUE "-".
           03 FILLER PIC X(30) VALUE "RECUPERATIONS SUR SINISTRES".
           03 FILLER PIC X(08) VALUE "FRAISSCO".
           03 FILLER PIC X(08) VALUE "CAN".
           03 FILLER PIC X(08) VALUE "411000".
           03 FILLER PIC X(08) VALUE "706300".
           03 FILLER PIC X(01) VALUE "+".
           03 FILLER PIC X(30) VALUE "CANTINE".
           03 FILLER PIC X(08) VALUE "FRAISSCO".
           03 FILLER PIC X(08) VALUE "SOR".
           03 FILLER PIC X(08) VALUE "411000".
           03 FILLER PIC X(08) VALUE "706400".
           03 FILLER PIC X(01) VALUE "+".
           03 FILLER PIC X(30) VALUE "SORTIES SCOLAIRES".
           03 FILLER PIC X(08) VALUE "FRAISSCO".
           03 FILLER PIC X(08) VALUE "FOU".
           03 FILLER PIC X(08) VALUE "411000".
           03 FILLER PIC X(08) VALUE "707000".
           03 FILLER PIC X(01) VALUE "+".
           03 FILLER PIC X(30) VALUE "FOURNITURES SCOLAIRES".
           03 FILLER PIC X(08) VALUE "FRAISSCO".
           03 FILLER PIC X(08) VALUE "CHQ".
           03 FILLER PIC X(08) VALUE "511200".
           03 FILLER PIC X(08) VALUE "411000".
           03 FILLER PIC X(01) VALUE "-".
           03 FILLER PIC X(30) VALUE "REGLEMENTS PAR CHEQUE".
           03 FILLER PIC X(08) VALUE "FRAISSCO".
           03 FILLER PIC X(08) VALUE "ESP".
           03 FILLER PIC X(08) VALUE "530000".
           03 FILLER PIC X(08) VALUE "411000".
           03 FILLER PIC X(01) VALUE "-".
           03 FILLER PIC X(30) VALUE "REGLEMENTS EN ESPECES".
           03 FILLER PIC X(08) VALUE "FRAISSCO".
           03 FILLER PIC X(08) VALUE "VIR".
           03 FILLER PIC X(08) VALUE "512000".
           03 FILLER PIC X(08) VALUE "411000".
           03 FILLER PIC X(01) VALUE "-".
           03 FILLER PIC X(30) VALUE "REGLEMENTS PAR VIREMENT".
           03 FILLER PIC X(08) VALUE "FRAISSCO".
           03 FILLER PIC X(08) VALUE "CB".
           03 FILLER PIC X(08) VALUE "512000".
           03 FILLER PIC X(08) VALUE "411000".
           03 FILLER PIC X(01) VALUE "-".
           03 FILLER PIC X(30) VALUE "REGLEMENTS PAR CARTE".
       01  WS-MAP-DEFAULT-TABLE REDEFINES WS-MAP-DEFAULTS.
           03 WS-MD OCCURS 16 TIMES.
               05 WS-MD-SOURCE    PIC X(08).
               05 WS-MD-MOUVEMENT PIC X(08).
               05 WS-MD-DEBIT     PIC X(08).
               05 WS-MD-CREDIT    PIC X(08).
               05 WS-MD-CONTROLE  PIC X(01).
               05 WS-MD-LIBELLE   PIC X(30).

      *    Plan d'imputation retenu (fichier ou défauts).
       01  WS-MAP-TABLE.
           03 WS-MP-CNT PIC 9(03) VALUE ZERO.
           03 WS-MP OCCURS 200 TIMES
                    INDEXED BY WS-MP-IDX.
               05 WS-MP-SOURCE    PIC X(08).
               05 WS-MP-MOUVEMENT PIC X(08).
               05 WS-MP-DEBIT     PIC X(08).
               05 WS-MP-CREDIT    PIC X(08).
               05 WS-MP-CONTROLE  PIC X(01).
               05 WS-MP-LIBELLE   PIC X(30).

      *    Mouvements de la source en cours, gardés jusqu'à la
      *    décision : une source rejetée n'écrit rien.
       01  WS-MOVE-TABLE.
           03 WS-MV-CNT PIC 9(04) VALUE ZERO.
           03 WS-MV OCCURS 3000 TIMES
                    INDEXED BY WS-MV-IDX.
               05 WS-MV-MOUVEMENT PIC X(08).
               05 WS-MV-MONTANT   PIC 9(10)V9(02).
               05 WS-MV-REFERENCE PIC X(20).
               05 WS-MV-LIBELLE   PIC X(30).
               05 WS-MV-MAP       PIC 9(03).

      *    Mouvement à ajouter à la table (START-ADD-MOVE).
       01  WS-AM-MOUVEMENT PIC X(08).
       01  WS-AM-MONTANT   PIC 9(10)V9(02).
       01  WS-AM-REFERENCE PIC X(20).
       01  WS-AM-LIBELLE   PIC X(30).

      *    Etat de la source en cours.
       01  WS-SRC-CODE     PIC X(08).
       01  WS-SRC-FICHIER  PIC X(30).
       01  WS-SRC-ETAT     PIC X(01).
           88 WS-SRC-ABSENTE VALUE "A".
           88 WS-SRC-REJETEE VALUE "R".
           88 WS-SRC-IMPUTEE VALUE "I".
       01  WS-SRC-MOTIF    PIC X(80).
       01  WS-SRC-LUES     PIC 9(08).
       01  WS-SRC-TOTAL    PIC S9(12)V9(02).
       01  WS-SRC-IMPUTE   PIC S9(12)V9(02).
       01  WS-SRC-ECART    PIC S9(12)V9(02).
       01  WS-SRC-DEBIT    PIC 9(12)V9(02).
       01  WS-SRC-CREDIT   PIC 9(12)V9(02).
       01  WS-SRC-NONIMP   PIC 9(05).
       01  WS-SRC-PIECES   PIC 9(06).

      *    Cumuls du lancement.
       01  WS-PIECE        PIC 9(06) VALUE ZERO.
       01  WS-NB-IMPUTEES  PIC 9(02) VALUE ZERO.
       01  WS-NB-REJETEES  PIC 9(02) VALUE ZERO.
       01  WS-NB-ABSENTES  PIC 9(02) VALUE ZERO.
       01  WS-TOT-DEBIT    PIC 9(12)V9(02) VALUE ZERO.
       01  WS-TOT-CREDIT   PIC 9(12)V9(02) VALUE ZERO.

      *    Pile des factures : facture en cours, contrôles du total
      *    de chaque facture et des recettes du mois.
       01  WS-FV-FACTURE   PIC X(11).
       01  WS-FV-MOIS      PIC X(06).
       01  WS-FV-EN-COURS  PIC X(01).
           88 WS-FV-EN-COURS-Y VALUE "Y".
       01  WS-FV-ACTES     PIC 9(10)V9(02).
       01  WS-FV-TOTAUX    PIC 9(10)V9(02).
       01  WS-FV-NB        PIC 9(05).
       01  WS-FV-RECETTES  PIC 9(10)V9(02).
       01  WS-FV-VU-RECETTES PIC X(01).
           88 WS-FV-VU-RECETTES-Y VALUE "Y".
       01  WS-FV-PET       PIC X(08).
       01  WS-FV-MONTANT   PIC X(20).
       01  WS-FV-MOT       PIC X(10).
       01  WS-FV-NB-TXT    PIC X(10).
       01  WS-FV-NB-LU     PIC 9(05).

      *    Conversion d'un montant imprimé (ZZZ9,99) en valeur.
       01  WS-NT-TEXT      PIC X(20).
       01  WS-NT-ENT       PIC X(20).
       01  WS-NT-DEC       PIC X(20).
       01  WS-NT-VALUE     PIC 9(10)V9(02).
       01  WS-NT-OK        PIC X(01).
           88 WS-NT-OK-Y VALUE "Y".

      *    Payé cumulé de chaque sinistre : dernière photo antérieure
      *    à la période, dernière photo de la période au plus tard.
       01  WS-CLAIM-TABLE.
           03 WS-SN-CNT PIC 9(04) VALUE ZERO.
           03 WS-SN OCCURS 3000 TIMES
                    INDEXED BY WS-SN-IDX.
               05 WS-SN-ID     PIC X(08).
               05 WS-SN-POL    PIC X(08).
               05 WS-SN-AVANT  PIC 9(09).
               05 WS-SN-FIN    PIC 9(09).
       01  WS-SN-DELTA     PIC S9(10).

       01  WS-CALC         PIC 9(10)V9(02).
       01  WS-MAP-STAR     PIC 9(03).
       01  WS-MAP-FOUND    PIC 9(03).
       01  WS-MV-NUM       PIC 9(04).
       01  WS-PNT-MONTANT  PIC -(11)9.99.
       01  WS-PNT-IMPUTE   PIC -(11)9.99.
       01  WS-PNT-ECART    PIC -(11)9.99.
       01  WS-PNT-NB       PIC ZZZZZZZ9.
       01  WS-LINE         PIC X(132).

      ******************************************************************
       PROCEDURE DIVISION.
           PERFORM START-MAIN THRU END-MAIN.
           STOP RUN.

      ******************************************************************
       START-MAIN.
           PERFORM START-LOAD-CONFIG THRU END-LOAD-CONFIG.
           PERFORM START-R-IMPUT THRU END-R-IMPUT.

           OPEN OUTPUT F-LEDGER.
           OPEN OUTPUT F-CONTROLE.

           MOVE "*** CONTROLE DE L'INTERFACE COMPTABLE ***" TO WS-LINE.
           WRITE R-CONTROLE FROM WS-LINE.
           MOVE SPACES TO WS-LINE.
           STRING "PERIODE :" SPACE WS-PERIODE SPACE
              "- LANCEMENT DU" SPACE WS-TODAY SPACE
              "- IMPUTATIONS :" SPACE WS-MP-CNT
              DELIMITED BY SIZE
              INTO WS-LINE.
           WRITE R-CONTROLE FROM WS-LINE.

           PERFORM START-SRC-PAIE THRU END-SRC-PAIE.
           PERFORM START-SRC-FACTVET THRU END-SRC-FACTVET.
           PERFORM START-SRC-FACTGRP THRU END-SRC-FACTGRP.
           PERFORM START-SRC-COMMISS THRU END-SRC-COMMISS.
           PERFORM START-SRC-SINISTRE THRU END-SRC-SINISTRE.
           PERFORM START-SRC-FRAISSCO THRU END-SRC-FRAISSCO.

           MOVE SPACES TO WS-LINE.
           WRITE R-CONTROLE FROM WS-LINE.
           MOVE ALL "-" TO WS-LINE.
           WRITE R-CONTROLE FROM WS-LINE.
           MOVE SPACES TO WS-LINE.
           STRING "SOURCES IMPUTEES :" SPACE WS-NB-IMPUTEES SPACE
              "REJETEES :" SPACE WS-NB-REJETEES SPACE
              "ABSENTES :" SPACE WS-NB-ABSENTES SPACE
              "- PIECES ECRITES :" SPACE WS-PIECE
              DELIMITED BY SIZE
              INTO WS-LINE.
           WRITE R-CONTROLE FROM WS-LINE.
           MOVE WS-TOT-DEBIT  TO WS-PNT-MONTANT.
           MOVE WS-TOT-CREDIT TO WS-PNT-IMPUTE.
           MOVE SPACES TO WS-LINE.
           STRING "TOTAL DEBIT :" SPACE FUNCTION TRIM(WS-PNT-MONTANT)
              SPACE "TOTAL CREDIT :" SPACE
              FUNCTION TRIM(WS-PNT-IMPUTE)
              DELIMITED BY SIZE
              INTO WS-LINE.
           WRITE R-CONTROLE FROM WS-LINE.

           CLOSE F-CONTROLE.
           CLOSE F-LEDGER.

           DISPLAY "SOURCES IMPUTEES :" SPACE WS-NB-IMPUTEES SPACE
              "REJETEES :" SPACE WS-NB-REJETEES SPACE
              "PIECES :" SPACE WS-PIECE.

           COMPUTE WS-RUN-WRITTEN = WS-PIECE * 2.
           MOVE WS-NB-REJETEES TO WS-RUN-REJECTED.
           IF WS-NB-REJETEES > ZERO
              MOVE "KO" TO WS-RUN-STATUS
           END-IF.
           CALL "runlog" USING WS-PROGRAM-NAME, WS-RUN-READ,
              WS-RUN-WRITTEN, WS-RUN-REJECTED, WS-RUN-STATUS
           END-CALL.
       END-MAIN.
           EXIT.

      ******************************************************************
      *    Période comptable, lue au registre des paramètres : le      *
      *    mois en cours à défaut.                                     *
      ******************************************************************
       START-LOAD-CONFIG.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.

           MOVE "CPTIMPUT-PERIODE" TO WS-PARM-NOM.
           CALL "paramlu" USING WS-PARM-PROGRAM, WS-PARM-CHAINE,
              WS-PARM-NOM, WS-PARM-VALEUR, WS-PARM-STATUT
           END-CALL.
           IF WS-PARM-VALEUR(1:6) IS NUMERIC
              MOVE WS-PARM-VALEUR(1:6) TO WS-PERIODE
           ELSE
              MOVE WS-TODAY(1:6) TO WS-PERIODE
           END-IF.
           IF WS-PERIODE-MOIS < 1 OR WS-PERIODE-MOIS > 12
              DISPLAY "PERIODE INVALIDE :" SPACE WS-PERIODE SPACE
                 "- MOIS EN COURS RETENU"
              MOVE WS-TODAY(1:6) TO WS-PERIODE
           END-IF.
       END-LOAD-CONFIG.
           EXIT.

      ******************************************************************
      *    Charge le plan d'imputation : le fichier entretenu s'il     *
      *    existe, le plan par défaut sinon.                           *
      ******************************************************************
       START-R-IMPUT.
           OPEN INPUT F-IMPUT.
           IF NOT FS-IMPUT-OK
              PERFORM VARYING WS-MP-IDX FROM 1 BY 1
                      UNTIL WS-MP-IDX > 16
                 ADD 1 TO WS-MP-CNT
                 MOVE WS-MD(WS-MP-IDX) TO WS-MP(WS-MP-CNT)
              END-PERFORM
              GO TO END-R-IMPUT
           END-IF.

           PERFORM UNTIL FS-IMPUT-EOF
              READ F-IMPUT
              AT END
                 SET FS-IMPUT-EOF TO TRUE
              NOT AT END
                 IF IM-SOURCE NOT = SPACES
                    AND IM-MOUVEMENT NOT = SPACES
                    AND IM-DEBIT NOT = SPACES
                    AND IM-CREDIT NOT = SPACES
                    AND (IM-CONTROLE-PLUS OR IM-CONTROLE-MOINS)
                    IF WS-MP-CNT < 200
                       ADD 1 TO WS-MP-CNT
                       MOVE IM-SOURCE    TO WS-MP-SOURCE(WS-MP-CNT)
                       MOVE IM-MOUVEMENT TO WS-MP-MOUVEMENT(WS-MP-CNT)
                       MOVE IM-DEBIT     TO WS-MP-DEBIT(WS-MP-CNT)
                       MOVE IM-CREDIT    TO WS-MP-CREDIT(WS-MP-CNT)
                       MOVE IM-CONTROLE  TO WS-MP-CONTROLE(WS-MP-CNT)
                       MOVE IM-LIBELLE   TO WS-MP-LIBELLE(WS-MP-CNT)
                    ELSE
                       DISPLAY "TABLE DES IMPUTATIONS PLEINE, LIGNE "
                          "IGNOREE :" SPACE IM-SOURCE SPACE
                          IM-MOUVEMENT
                    END-IF
                 ELSE
                    DISPLAY "IMPUTATION INCOMPLETE IGNOREE :" SPACE
                       R-IMPUTATION
                 END-IF
              END-READ
           END-PERFORM.

           CLOSE F-IMPUT.
       END-R-IMPUT.
           EXIT.

      ******************************************************************
      *    Remet à zéro l'état de la source WS-SRC-CODE avant sa       *
      *    lecture.                                                    *
      ******************************************************************
       START-NEW-SOURCE.
           MOVE ZERO   TO WS-MV-CNT.
           MOVE SPACE  TO WS-SRC-ETAT.
           MOVE SPACES TO WS-SRC-MOTIF.
           MOVE ZERO   TO WS-SRC-LUES.
           MOVE ZERO   TO WS-SRC-TOTAL.
           MOVE ZERO   TO WS-SRC-IMPUTE.
           MOVE ZERO   TO WS-SRC-DEBIT.
           MOVE ZERO   TO WS-SRC-CREDIT.
           MOVE ZERO   TO WS-SRC-NONIMP.
           MOVE ZERO   TO WS-SRC-PIECES.
       END-NEW-SOURCE.
           EXIT.

      ******************************************************************
      *    Ajoute le mouvement WS-AM-* à la table de la source ; un    *
      *    montant nul ne fait pas de pièce, une table pleine rejette  *
      *    la source.                                                  *
      ******************************************************************
       START-ADD-MOVE.
           IF WS-AM-MONTANT = ZERO
              GO TO END-ADD-MOVE
           END-IF.
           IF WS-MV-CNT NOT < 3000
              IF WS-SRC-MOTIF = SPACES
                 MOVE "TABLE DES MOUVEMENTS PLEINE (3000)"
                    TO WS-SRC-MOTIF
              END-IF
              GO TO END-ADD-MOVE
           END-IF.

           ADD 1 TO WS-MV-CNT.
           MOVE WS-AM-MOUVEMENT TO WS-MV-MOUVEMENT(WS-MV-CNT).
           MOVE WS-AM-MONTANT   TO WS-MV-MONTANT(WS-MV-CNT).
           MOVE WS-AM-REFERENCE TO WS-MV-REFERENCE(WS-MV-CNT).
           MOVE WS-AM-LIBELLE   TO WS-MV-LIBELLE(WS-MV-CNT).
           MOVE ZERO            TO WS-MV-MAP(WS-MV-CNT).
       END-ADD-MOVE.
           EXIT.

      ******************************************************************
      *    Paie : brut et cotisations de chaque département ; parmi    *
      *    les lignes élément, seules celles à brut nul (éléments non  *
      *    soumis, hors du brut du département) font une pièce.        *
      ******************************************************************
       START-SRC-PAIE.
           MOVE "PAIE" TO WS-SRC-CODE.
           MOVE "ecritures-paie.txt" TO WS-SRC-FICHIER.
           PERFORM START-NEW-SOURCE THRU END-NEW-SOURCE.

           OPEN INPUT F-PAIE.
           IF NOT FS-PAIE-OK
              SET WS-SRC-ABSENTE TO TRUE
              GO TO START-PAIE-POST
           END-IF.

           PERFORM UNTIL FS-PAIE-EOF
              READ F-PAIE
              AT END
                 SET FS-PAIE-EOF TO TRUE
              NOT AT END
                 ADD 1 TO WS-SRC-LUES
                 PERFORM START-PAIE-ONE THRU END-PAIE-ONE
              END-READ
           END-PERFORM.

           CLOSE F-PAIE.

       START-PAIE-POST.
           PERFORM START-POST-SOURCE THRU END-POST-SOURCE.
       END-SRC-PAIE.
           EXIT.

      ******************************************************************
       START-PAIE-ONE.
           IF PA-PERIODE NOT = WS-PERIODE
              IF WS-SRC-MOTIF = SPACES
                 STRING "PAIE DE LA PERIODE" SPACE PA-PERIODE SPACE
                    "ET NON DE LA PERIODE" SPACE WS-PERIODE
                    DELIMITED BY SIZE
                    INTO WS-SRC-MOTIF
              END-IF
              GO TO END-PAIE-ONE
           END-IF.

           IF PA-BRUT IS NOT NUMERIC OR PA-COTIS IS NOT NUMERIC
              OR PA-NET IS NOT NUMERIC
              IF WS-SRC-MOTIF = SPACES
                 STRING "ECRITURE" SPACE PA-NUM SPACE
                    "ILLISIBLE (MONTANT NON NUMERIQUE)"
                    DELIMITED BY SIZE
                    INTO WS-SRC-MOTIF
              END-IF
              GO TO END-PAIE-ONE
           END-IF.

           MOVE SPACES TO WS-AM-REFERENCE.
           IF PA-ELEMENT = SPACES
              ADD PA-NET TO WS-SRC-TOTAL
              STRING "DEPT" SPACE PA-DEPT
                 DELIMITED BY SIZE
                 INTO WS-AM-REFERENCE
              MOVE "BRUT"     TO WS-AM-MOUVEMENT
              MOVE PA-BRUT    TO WS-AM-MONTANT
              MOVE "SALAIRES BRUTS DU DEPARTEMENT" TO WS-AM-LIBELLE
              PERFORM START-ADD-MOVE THRU END-ADD-MOVE
              MOVE "COTIS"    TO WS-AM-MOUVEMENT
              MOVE PA-COTIS   TO WS-AM-MONTANT
              MOVE "COTISATIONS DU DEPARTEMENT" TO WS-AM-LIBELLE
              PERFORM START-ADD-MOVE THRU END-ADD-MOVE
              GO TO END-PAIE-ONE
           END-IF.

      *    Elément soumis : déjà compris dans le brut du département.
           IF PA-BRUT NOT = ZERO
              GO TO END-PAIE-ONE
           END-IF.

           STRING "DEPT" SPACE PA-DEPT SPACE "ELEMENT" SPACE
              PA-ELEMENT
              DELIMITED BY SIZE
              INTO WS-AM-REFERENCE.
           MOVE PA-ELEMENT TO WS-AM-MOUVEMENT.
           MOVE PA-NET     TO WS-AM-MONTANT.
           MOVE SPACES     TO WS-AM-LIBELLE.
           STRING "ELEMENT NON SOUMIS" SPACE PA-ELEMENT
              DELIMITED BY SIZE
              INTO WS-AM-LIBELLE.
           PERFORM START-ADD-MOVE THRU END-ADD-MOVE.
       END-PAIE-ONE.
           EXIT.

      ******************************************************************
      *    Pile comptable des factures : chaque acte est un            *
      *    mouvement (type : les huit premiers caractères de son       *
      *    libellé), le total de chaque facture et les recettes du     *
      *    mois doivent retomber sur les actes.                        *
      ******************************************************************
       START-SRC-FACTVET.
           MOVE "FACTVET" TO WS-SRC-CODE.
           MOVE "factures-compta.dat" TO WS-SRC-FICHIER.
           PERFORM START-NEW-SOURCE THRU END-NEW-SOURCE.
           MOVE SPACES TO WS-FV-FACTURE.
           MOVE SPACES TO WS-FV-MOIS.
           MOVE "N"    TO WS-FV-EN-COURS.
           MOVE "N"    TO WS-FV-VU-RECETTES.
           MOVE ZERO   TO WS-FV-ACTES.
           MOVE ZERO   TO WS-FV-TOTAUX.
           MOVE ZERO   TO WS-FV-NB.
           MOVE ZERO   TO WS-FV-RECETTES.

           OPEN INPUT F-FACTVET.
           IF NOT FS-FACTVET-OK
              SET WS-SRC-ABSENTE TO TRUE
              GO TO START-FACTVET-POST
           END-IF.

           PERFORM UNTIL FS-FACTVET-EOF
              READ F-FACTVET
              AT END
                 SET FS-FACTVET-EOF TO TRUE
              NOT AT END
                 ADD 1 TO WS-SRC-LUES
                 PERFORM START-FACTVET-ONE THRU END-FACTVET-ONE
              END-READ
           END-PERFORM.

           CLOSE F-FACTVET.

           MOVE WS-FV-RECETTES TO WS-SRC-TOTAL.
           IF WS-SRC-MOTIF NOT = SPACES
              GO TO START-FACTVET-POST
           END-IF.
           EVALUATE TRUE
              WHEN NOT WS-FV-VU-RECETTES-Y
                 MOVE "PILE INCOMPLETE : LIGNE DES RECETTES ABSENTE"
                    TO WS-SRC-MOTIF
              WHEN WS-FV-MOIS NOT = SPACES
                 AND WS-FV-MOIS NOT = WS-PERIODE
                 STRING "PILE DU MOIS" SPACE WS-FV-MOIS SPACE
                    "ET NON DE LA PERIODE" SPACE WS-PERIODE
                    DELIMITED BY SIZE
                    INTO WS-SRC-MOTIF
              WHEN WS-FV-RECETTES NOT = WS-FV-TOTAUX
                 OR WS-FV-NB-LU NOT = WS-FV-NB
                 MOVE WS-FV-TOTAUX TO WS-PNT-MONTANT
                 STRING "RECETTES DU MOIS DIFFERENTES DES TOTAUX DES"
                    SPACE "FACTURES (" FUNCTION TRIM(WS-PNT-MONTANT)
                    SPACE "POUR" SPACE WS-FV-NB SPACE "FACTURES)"
                    DELIMITED BY SIZE
                    INTO WS-SRC-MOTIF
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

       START-FACTVET-POST.
           PERFORM START-POST-SOURCE THRU END-POST-SOURCE.
       END-SRC-FACTVET.
           EXIT.

      ******************************************************************
      *    Une ligne de la pile : en-tête de facture, acte, total ou   *
      *    recettes du mois (les séparateurs sont ignorés).            *
      ******************************************************************
       START-FACTVET-ONE.
           EVALUATE TRUE
              WHEN R-FACTVET(1:8) = "FACTURE "
                 MOVE R-FACTVET(9:11)  TO WS-FV-FACTURE
                 MOVE R-FACTVET(28:6)  TO WS-FV-MOIS
                 MOVE ZERO TO WS-FV-ACTES
                 SET WS-FV-EN-COURS-Y TO TRUE
                 ADD 1 TO WS-FV-NB

              WHEN R-FACTVET(1:3) = SPACES
                 AND R-FACTVET(4:8) IS NUMERIC
                 AND R-FACTVET(28:6) = "ANIMAL"
                 AND WS-FV-EN-COURS-Y
                 MOVE SPACES TO WS-FV-PET
                 MOVE SPACES TO WS-FV-MONTANT
                 UNSTRING R-FACTVET(35:86) DELIMITED BY ALL SPACE
                    INTO WS-FV-PET, WS-FV-MONTANT
                 END-UNSTRING
                 MOVE WS-FV-MONTANT TO WS-NT-TEXT
                 PERFORM START-CONV-MONTANT THRU END-CONV-MONTANT
                 IF NOT WS-NT-OK-Y
                    IF WS-SRC-MOTIF = SPACES
                       STRING "FACTURE" SPACE WS-FV-FACTURE SPACE
                          ": MONTANT D'ACTE ILLISIBLE" SPACE
                          WS-FV-MONTANT
                          DELIMITED BY SIZE
                          INTO WS-SRC-MOTIF
                    END-IF
                    GO TO END-FACTVET-ONE
                 END-IF
                 ADD WS-NT-VALUE TO WS-FV-ACTES
                 MOVE R-FACTVET(13:8)  TO WS-AM-MOUVEMENT
                 MOVE WS-NT-VALUE      TO WS-AM-MONTANT
                 MOVE WS-FV-FACTURE    TO WS-AM-REFERENCE
                 MOVE SPACES           TO WS-AM-LIBELLE
                 STRING R-FACTVET(13:14) SPACE "ANIMAL" SPACE
                    WS-FV-PET
                    DELIMITED BY SIZE
                    INTO WS-AM-LIBELLE
                 PERFORM START-ADD-MOVE THRU END-ADD-MOVE

              WHEN R-FACTVET(1:8) = "TOTAL : "
                 AND WS-FV-EN-COURS-Y
                 MOVE R-FACTVET(9:20) TO WS-NT-TEXT
                 PERFORM START-CONV-MONTANT THRU END-CONV-MONTANT
                 IF NOT WS-NT-OK-Y OR WS-NT-VALUE NOT = WS-FV-ACTES
                    IF WS-SRC-MOTIF = SPACES
                       MOVE WS-FV-ACTES TO WS-PNT-MONTANT
                       STRING "FACTURE" SPACE WS-FV-FACTURE SPACE
                          ": TOTAL" SPACE
                          FUNCTION TRIM(R-FACTVET(9:20)) SPACE
                          "DIFFERENT DES ACTES" SPACE
                          FUNCTION TRIM(WS-PNT-MONTANT)
                          DELIMITED BY SIZE
                          INTO WS-SRC-MOTIF
                    END-IF
                 END-IF
                 ADD WS-FV-ACTES TO WS-FV-TOTAUX
                 MOVE "N" TO WS-FV-EN-COURS

              WHEN R-FACTVET(1:17) = "RECETTES DU MOIS "
                 SET WS-FV-VU-RECETTES-Y TO TRUE
                 IF WS-FV-MOIS = SPACES
                    MOVE R-FACTVET(18:6) TO WS-FV-MOIS
                 END-IF
                 MOVE SPACES TO WS-FV-MONTANT
                 MOVE SPACES TO WS-FV-MOT
                 MOVE SPACES TO WS-FV-NB-TXT
                 UNSTRING R-FACTVET(27:94) DELIMITED BY ALL SPACE
                    INTO WS-FV-MONTANT, WS-FV-MOT, WS-FV-NB-TXT
                 END-UNSTRING
                 MOVE WS-FV-MONTANT TO WS-NT-TEXT
                 PERFORM START-CONV-MONTANT THRU END-CONV-MONTANT
                 IF WS-NT-OK-Y
                    AND FUNCTION TRIM(WS-FV-NB-TXT) IS NUMERIC
                    MOVE WS-NT-VALUE TO WS-FV-RECETTES
                    MOVE WS-FV-NB-TXT(1:5) TO WS-FV-NB-LU
                 ELSE
                    IF WS-SRC-MOTIF = SPACES
                       MOVE "LIGNE DES RECETTES ILLISIBLE"
                          TO WS-SRC-MOTIF
                    END-IF
                 END-IF

              WHEN OTHER
                 CONTINUE
           END-EVALUATE.
       END-FACTVET-ONE.
           EXIT.

      ******************************************************************
      *    Convertit le montant imprimé WS-NT-TEXT (partie entière,    *
      *    virgule, deux décimales) en WS-NT-VALUE.                    *
      ******************************************************************
       START-CONV-MONTANT.
           MOVE "N"    TO WS-NT-OK.
           MOVE ZERO   TO WS-NT-VALUE.
           MOVE SPACES TO WS-NT-ENT.
           MOVE SPACES TO WS-NT-DEC.
           UNSTRING WS-NT-TEXT DELIMITED BY ","
              INTO WS-NT-ENT, WS-NT-DEC
           END-UNSTRING.
           IF WS-NT-ENT = SPACES
              OR FUNCTION TRIM(WS-NT-ENT) IS NOT NUMERIC
              OR WS-NT-DEC(1:2) IS NOT NUMERIC
              OR WS-NT-DEC(3:18) NOT = SPACES
              GO TO END-CONV-MONTANT
           END-IF.
           COMPUTE WS-NT-VALUE = FUNCTION NUMVAL(WS-NT-ENT)
              + FUNCTION NUMVAL(WS-NT-DEC(1:2)) / 100.
           SET WS-NT-OK-Y TO TRUE.
       END-CONV-MONTANT.
           EXIT.

      ******************************************************************
      *    Facturation des groupes : une pièce par groupe facturé,     *
      *    pour les factures dont la période d'activité (GR-DEBUT à    *
      *    GR-FIN) s'achève dans le mois ; une facture à cheval sur    *
      *    deux mois est ainsi imputée une seule fois.                 *
      ******************************************************************
       START-SRC-FACTGRP.
           MOVE "FACTGRP" TO WS-SRC-CODE.
           MOVE "facture-groupes.dat" TO WS-SRC-FICHIER.
           PERFORM START-NEW-SOURCE THRU END-NEW-SOURCE.

           OPEN INPUT F-FACTGRP.
           IF NOT FS-FACTGRP-OK
              SET WS-SRC-ABSENTE TO TRUE
              GO TO START-FACTGRP-POST
           END-IF.

           PERFORM UNTIL FS-FACTGRP-EOF
              READ F-FACTGRP
              AT END
                 SET FS-FACTGRP-EOF TO TRUE
              NOT AT END
                 IF GR-FIN(1:6) = WS-PERIODE
                    ADD 1 TO WS-SRC-LUES
                    PERFORM START-FACTGRP-ONE THRU END-FACTGRP-ONE
                 END-IF
              END-READ
           END-PERFORM.

           CLOSE F-FACTGRP.

       START-FACTGRP-POST.
           PERFORM START-POST-SOURCE THRU END-POST-SOURCE.
       END-SRC-FACTGRP.
           EXIT.

      ******************************************************************
       START-FACTGRP-ONE.
           IF GR-AMOUNT IS NOT NUMERIC
              IF WS-SRC-MOTIF = SPACES
                 STRING "FACTURE" SPACE GR-NUM SPACE
                    "ILLISIBLE (MONTANT NON NUMERIQUE)"
                    DELIMITED BY SIZE
                    INTO WS-SRC-MOTIF
              END-IF
              GO TO END-FACTGRP-ONE
           END-IF.

           ADD GR-AMOUNT TO WS-SRC-TOTAL.
           MOVE "GROUPE"  TO WS-AM-MOUVEMENT.
           MOVE GR-AMOUNT TO WS-AM-MONTANT.
           MOVE GR-GROUP  TO WS-AM-REFERENCE.
           MOVE SPACES    TO WS-AM-LIBELLE.
           STRING "PERIODE" SPACE GR-DEBUT "-" GR-FIN
              DELIMITED BY SIZE
              INTO WS-AM-LIBELLE.
           PERFORM START-ADD-MOVE THRU END-ADD-MOVE.
       END-FACTGRP-ONE.
           EXIT.

      ******************************************************************
      *    Commissions : commissions historisées du mois, chacune      *
      *    recalculée sur sa prime et son taux, puis reprises          *
      *    imputées au relevé du mois. La pile vaut le net à payer     *
      *    aux intermédiaires.                                         *
      ******************************************************************
       START-SRC-COMMISS.
           MOVE "COMMISS" TO WS-SRC-CODE.
           MOVE "commissions-histo.dat" TO WS-SRC-FICHIER.
           PERFORM START-NEW-SOURCE THRU END-NEW-SOURCE.

           OPEN INPUT F-CHISTO.
           IF NOT FS-CHISTO-OK
              SET WS-SRC-ABSENTE TO TRUE
              GO TO START-COMMISS-POST
           END-IF.

           PERFORM UNTIL FS-CHISTO-EOF
              READ F-CHISTO
              AT END
                 SET FS-CHISTO-EOF TO TRUE
              NOT AT END
                 IF CH-MONTH = WS-PERIODE
                    ADD 1 TO WS-SRC-LUES
                    PERFORM START-COMMISS-ONE THRU END-COMMISS-ONE
                 END-IF
              END-READ
           END-PERFORM.

           CLOSE F-CHISTO.

      *    Les reprises : fichier facultatif.
           OPEN INPUT F-REPRISE.
           IF NOT FS-REPRISE-OK
              GO TO START-COMMISS-POST
           END-IF.

           PERFORM UNTIL FS-REPRISE-EOF
              READ F-REPRISE
              AT END
                 SET FS-REPRISE-EOF TO TRUE
              NOT AT END
                 IF RP-STATE = "I" AND RP-POSTED = WS-PERIODE
                    ADD 1 TO WS-SRC-LUES
                    IF RP-AMOUNT IS NUMERIC
                       SUBTRACT RP-AMOUNT FROM WS-SRC-TOTAL
                       MOVE "REPRISE" TO WS-AM-MOUVEMENT
                       MOVE RP-AMOUNT TO WS-AM-MONTANT
                       MOVE SPACES    TO WS-AM-REFERENCE
                       STRING "REPRISE" SPACE RP-NUMBER
                          DELIMITED BY SIZE
                          INTO WS-AM-REFERENCE
                       MOVE SPACES TO WS-AM-LIBELLE
                       STRING "AGENT" SPACE RP-INTERM SPACE
                          "POLICE" SPACE RP-POLNO
                          DELIMITED BY SIZE
                          INTO WS-AM-LIBELLE
                       PERFORM START-ADD-MOVE THRU END-ADD-MOVE
                    ELSE
                       IF WS-SRC-MOTIF = SPACES
                          STRING "REPRISE" SPACE RP-NUMBER SPACE
                             "ILLISIBLE (MONTANT NON NUMERIQUE)"
                             DELIMITED BY SIZE
                             INTO WS-SRC-MOTIF
                       END-IF
                    END-IF
                 END-IF
              END-READ
           END-PERFORM.

           CLOSE F-REPRISE.

       START-COMMISS-POST.
           PERFORM START-POST-SOURCE THRU END-POST-SOURCE.
       END-SRC-COMMISS.
           EXIT.

      ******************************************************************
       START-COMMISS-ONE.
           IF CH-PREMIUM IS NOT NUMERIC OR CH-RATE IS NOT NUMERIC
              OR CH-COMMIS IS NOT NUMERIC
              IF WS-SRC-MOTIF = SPACES
                 STRING "COMMISSION DE LA POLICE" SPACE CH-POLNO SPACE
                    "ILLISIBLE (MONTANT NON NUMERIQUE)"
                    DELIMITED BY SIZE
                    INTO WS-SRC-MOTIF
              END-IF
              GO TO END-COMMISS-ONE
           END-IF.

           COMPUTE WS-CALC ROUNDED = CH-PREMIUM * CH-RATE / 100.
           IF WS-CALC NOT = CH-COMMIS
              IF WS-SRC-MOTIF = SPACES
                 MOVE WS-CALC TO WS-PNT-MONTANT
                 STRING "COMMISSION DE LA POLICE" SPACE CH-POLNO SPACE
                    "DIFFERENTE DE PRIME X TAUX" SPACE
                    FUNCTION TRIM(WS-PNT-MONTANT)
                    DELIMITED BY SIZE
                    INTO WS-SRC-MOTIF
              END-IF
           END-IF.

           ADD CH-COMMIS TO WS-SRC-TOTAL.
           MOVE "COMMIS"  TO WS-AM-MOUVEMENT.
           MOVE CH-COMMIS TO WS-AM-MONTANT.
           MOVE SPACES    TO WS-AM-REFERENCE.
           STRING "POLICE" SPACE CH-POLNO
              DELIMITED BY SIZE
              INTO WS-AM-REFERENCE.
           MOVE SPACES TO WS-AM-LIBELLE.
           STRING "AGENT" SPACE CH-INTERM SPACE "CLIENT" SPACE
              CH-CLIENT
              DELIMITED BY SIZE
              INTO WS-AM-LIBELLE.
           PERFORM START-ADD-MOVE THRU END-ADD-MOVE.
       END-COMMISS-ONE.
           EXIT.

      ******************************************************************
      *    Sinistres : payé du mois de chaque sinistre, tiré des       *
      *    photos datées. La pile vaut l'écart entre les payés         *
      *    cumulés de fin de période et ceux de début de période.      *
      ******************************************************************
       START-SRC-SINISTRE.
           MOVE "SINISTRE" TO WS-SRC-CODE.
           MOVE "sinistres-photos.dat" TO WS-SRC-FICHIER.
           PERFORM START-NEW-SOURCE THRU END-NEW-SOURCE.
           MOVE ZERO TO WS-SN-CNT.

           OPEN INPUT F-PHOTO.
           IF NOT FS-PHOTO-OK
              SET WS-SRC-ABSENTE TO TRUE
              GO TO START-SINISTRE-POST
           END-IF.

           PERFORM UNTIL FS-PHOTO-EOF
              READ F-PHOTO
              AT END
                 SET FS-PHOTO-EOF TO TRUE
              NOT AT END
                 IF PH-DATE IS NUMERIC
                    AND PH-DATE(1:6) NOT > WS-PERIODE
                    ADD 1 TO WS-SRC-LUES
                    PERFORM START-PHOTO-ONE THRU END-PHOTO-ONE
                 END-IF
              END-READ
           END-PERFORM.

           CLOSE F-PHOTO.

           PERFORM VARYING WS-SN-IDX FROM 1 BY 1
                   UNTIL WS-SN-IDX > WS-SN-CNT
              COMPUTE WS-SN-DELTA =
                 WS-SN-FIN(WS-SN-IDX) - WS-SN-AVANT(WS-SN-IDX)
              ADD WS-SN-DELTA TO WS-SRC-TOTAL
              MOVE WS-SN-ID(WS-SN-IDX) TO WS-AM-REFERENCE
              MOVE SPACES TO WS-AM-LIBELLE
              STRING "SINISTRE DE LA POLICE" SPACE
                 WS-SN-POL(WS-SN-IDX)
                 DELIMITED BY SIZE
                 INTO WS-AM-LIBELLE
              IF WS-SN-DELTA < ZERO
                 MOVE "RECOURS" TO WS-AM-MOUVEMENT
                 COMPUTE WS-AM-MONTANT = ZERO - WS-SN-DELTA
              ELSE
                 MOVE "PAIEMENT" TO WS-AM-MOUVEMENT
                 MOVE WS-SN-DELTA TO WS-AM-MONTANT
              END-IF
              PERFORM START-ADD-MOVE THRU END-ADD-MOVE
           END-PERFORM.

       START-SINISTRE-POST.
           PERFORM START-POST-SOURCE THRU END-POST-SOURCE.
       END-SRC-SINISTRE.
           EXIT.

      ******************************************************************
      *    Photo d'un sinistre : les photos sont ajoutées dans         *
      *    l'ordre des lancements, la dernière lue l'emporte.          *
      ******************************************************************
       START-PHOTO-ONE.
           IF PH-PAID IS NOT NUMERIC
              IF WS-SRC-MOTIF = SPACES
                 STRING "PHOTO DU SINISTRE" SPACE PH-CLM-ID SPACE
                    "DU" SPACE PH-DATE SPACE
                    "ILLISIBLE (PAYE NON NUMERIQUE)"
                    DELIMITED BY SIZE
                    INTO WS-SRC-MOTIF
              END-IF
              GO TO END-PHOTO-ONE
           END-IF.

           SET WS-SN-IDX TO 1.
           SEARCH WS-SN
              AT END
                 IF WS-SN-CNT < 3000
                    ADD 1 TO WS-SN-CNT
                    SET WS-SN-IDX TO WS-SN-CNT
                    MOVE PH-CLM-ID TO WS-SN-ID(WS-SN-IDX)
                    MOVE ZERO TO WS-SN-AVANT(WS-SN-IDX)
                    MOVE ZERO TO WS-SN-FIN(WS-SN-IDX)
                 ELSE
                    IF WS-SRC-MOTIF = SPACES
                       MOVE "TABLE DES SINISTRES PLEINE (3000)"
                          TO WS-SRC-MOTIF
                    END-IF
                    GO TO END-PHOTO-ONE
                 END-IF
              WHEN WS-SN-ID(WS-SN-IDX) EQUAL PH-CLM-ID
                 CONTINUE
           END-SEARCH.

           MOVE PH-POL-ID TO WS-SN-POL(WS-SN-IDX).
           IF PH-DATE(1:6) < WS-PERIODE
              MOVE PH-PAID TO WS-SN-AVANT(WS-SN-IDX)
           END-IF.
           MOVE PH-PAID TO WS-SN-FIN(WS-SN-IDX).
       END-PHOTO-ONE.
           EXIT.

      ******************************************************************
      *    Frais scolaires : frais facturés du mois par nature,        *
      *    paiements reçus du mois par mode. La pile vaut les frais    *
      *    moins les paiements.                                        *
      ******************************************************************
       START-SRC-FRAISSCO.
           MOVE "FRAISSCO" TO WS-SRC-CODE.
           MOVE "frais-charges.dat" TO WS-SRC-FICHIER.
           PERFORM START-NEW-SOURCE THRU END-NEW-SOURCE.

           OPEN INPUT F-CHARGE.
           IF NOT FS-CHARGE-OK
              SET WS-SRC-ABSENTE TO TRUE
              GO TO START-FRAISSCO-POST
           END-IF.

           PERFORM UNTIL FS-CHARGE-EOF
              READ F-CHARGE
              AT END
                 SET FS-CHARGE-EOF TO TRUE
              NOT AT END
                 IF FC-DATE(1:6) = WS-PERIODE
                    ADD 1 TO WS-SRC-LUES
                    IF FC-AMOUNT IS NUMERIC
                       ADD FC-AMOUNT TO WS-SRC-TOTAL
                       MOVE FC-KIND   TO WS-AM-MOUVEMENT
                       MOVE FC-AMOUNT TO WS-AM-MONTANT
                       MOVE SPACES    TO WS-AM-REFERENCE
                       STRING "ELEVE" SPACE FC-MATRICULE
                          DELIMITED BY SIZE
                          INTO WS-AM-REFERENCE
                       MOVE FC-LABEL  TO WS-AM-LIBELLE
                       PERFORM START-ADD-MOVE THRU END-ADD-MOVE
                    ELSE
                       IF WS-SRC-MOTIF = SPACES
                          STRING "FRAIS DE L'ELEVE" SPACE
                             FC-MATRICULE SPACE "DU" SPACE FC-DATE
                             SPACE "ILLISIBLE (MONTANT NON NUMERIQUE)"
                             DELIMITED BY SIZE
                             INTO WS-SRC-MOTIF
                       END-IF
                    END-IF
                 END-IF
              END-READ
           END-PERFORM.

           CLOSE F-CHARGE.

      *    Les paiements : fichier facultatif.
           OPEN INPUT F-PAYMENT.
           IF NOT FS-PAYMENT-OK
              GO TO START-FRAISSCO-POST
           END-IF.

           PERFORM UNTIL FS-PAYMENT-EOF
              READ F-PAYMENT
              AT END
                 SET FS-PAYMENT-EOF TO TRUE
              NOT AT END
                 IF FP-DATE(1:6) = WS-PERIODE
                    ADD 1 TO WS-SRC-LUES
                    IF FP-AMOUNT IS NUMERIC
                       SUBTRACT FP-AMOUNT FROM WS-SRC-TOTAL
                       MOVE FP-MODE   TO WS-AM-MOUVEMENT
                       MOVE FP-AMOUNT TO WS-AM-MONTANT
                       MOVE SPACES    TO WS-AM-REFERENCE
                       STRING "ELEVE" SPACE FP-MATRICULE
                          DELIMITED BY SIZE
                          INTO WS-AM-REFERENCE
                       MOVE SPACES TO WS-AM-LIBELLE
                       STRING "REGLEMENT" SPACE FP-REFERENCE
                          DELIMITED BY SIZE
                          INTO WS-AM-LIBELLE
                       PERFORM START-ADD-MOVE THRU END-ADD-MOVE
                    ELSE
                       IF WS-SRC-MOTIF = SPACES
                          STRING "PAIEMENT DE L'ELEVE" SPACE
                             FP-MATRICULE SPACE "DU" SPACE FP-DATE
                             SPACE "ILLISIBLE (MONTANT NON NUMERIQUE)"
                             DELIMITED BY SIZE
                             INTO WS-SRC-MOTIF
                       END-IF
                    END-IF
                 END-IF
              END-READ
           END-PERFORM.

           CLOSE F-PAYMENT.

       START-FRAISSCO-POST.
           PERFORM START-POST-SOURCE THRU END-POST-SOURCE.
       END-SRC-FRAISSCO.
           EXIT.

      ******************************************************************
      *    Décision pour la source lue : imputation de chaque          *
      *    mouvement, rapprochement du total imputé et du total de la  *
      *    pile, puis écriture des pièces ou rejet de la source        *
      *    entière ; bloc de la source au rapport de contrôle.         *
      ******************************************************************
       START-POST-SOURCE.
           ADD WS-SRC-LUES TO WS-RUN-READ.

           MOVE SPACES TO WS-LINE.
           WRITE R-CONTROLE FROM WS-LINE.
           MOVE SPACES TO WS-LINE.
           STRING "SOURCE" SPACE WS-SRC-CODE SPACE "-" SPACE
              WS-SRC-FICHIER
              DELIMITED BY SIZE
              INTO WS-LINE.
           WRITE R-CONTROLE FROM WS-LINE.

           IF WS-SRC-ABSENTE
              ADD 1 TO WS-NB-ABSENTES
              MOVE "   ETAT : ABSENTE - RIEN A IMPUTER"
                 TO WS-LINE
              WRITE R-CONTROLE FROM WS-LINE
              GO TO END-POST-SOURCE
           END-IF.

           PERFORM VARYING WS-MV-IDX FROM 1 BY 1
                   UNTIL WS-MV-IDX > WS-MV-CNT
              PERFORM START-FIND-MAP THRU END-FIND-MAP
           END-PERFORM.

           MOVE WS-MV-CNT TO WS-PNT-NB.
           MOVE SPACES TO WS-LINE.
           STRING "   LIGNES LUES :" SPACE WS-SRC-LUES SPACE
              "MOUVEMENTS :" SPACE FUNCTION TRIM(WS-PNT-NB) SPACE
              "NON IMPUTES :" SPACE WS-SRC-NONIMP
              DELIMITED BY SIZE
              INTO WS-LINE.
           WRITE R-CONTROLE FROM WS-LINE.

           COMPUTE WS-SRC-ECART = WS-SRC-TOTAL - WS-SRC-IMPUTE.
           MOVE WS-SRC-TOTAL  TO WS-PNT-MONTANT.
           MOVE WS-SRC-IMPUTE TO WS-PNT-IMPUTE.
           MOVE WS-SRC-ECART  TO WS-PNT-ECART.
           MOVE SPACES TO WS-LINE.
           STRING "   TOTAL DE LA PILE :" SPACE
              FUNCTION TRIM(WS-PNT-MONTANT) SPACE
              "TOTAL IMPUTE :" SPACE FUNCTION TRIM(WS-PNT-IMPUTE)
              SPACE "ECART :" SPACE FUNCTION TRIM(WS-PNT-ECART)
              DELIMITED BY SIZE
              INTO WS-LINE.
           WRITE R-CONTROLE FROM WS-LINE.

           EVALUATE TRUE
              WHEN WS-SRC-MOTIF NOT = SPACES
                 CONTINUE
              WHEN WS-SRC-NONIMP > ZERO
                 MOVE WS-SRC-NONIMP TO WS-PNT-NB
                 STRING FUNCTION TRIM(WS-PNT-NB) SPACE
                    "MOUVEMENT(S) SANS IMPUTATION"
                    DELIMITED BY SIZE
                    INTO WS-SRC-MOTIF
              WHEN WS-SRC-ECART NOT = ZERO
                 MOVE "TOTAL IMPUTE DIFFERENT DU TOTAL DE LA PILE"
                    TO WS-SRC-MOTIF
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

           IF WS-SRC-MOTIF NOT = SPACES
              SET WS-SRC-REJETEE TO TRUE
              ADD 1 TO WS-NB-REJETEES
              MOVE SPACES TO WS-LINE
              STRING "   ETAT : REJETEE - AUCUNE LIGNE IMPUTEE -" SPACE
                 WS-SRC-MOTIF
                 DELIMITED BY SIZE
                 INTO WS-LINE
              WRITE R-CONTROLE FROM WS-LINE
              DISPLAY "SOURCE" SPACE WS-SRC-CODE SPACE "REJETEE :"
                 SPACE FUNCTION TRIM(WS-SRC-MOTIF)
              GO TO END-POST-SOURCE
           END-IF.

           PERFORM VARYING WS-MV-IDX FROM 1 BY 1
                   UNTIL WS-MV-IDX > WS-MV-CNT
              PERFORM START-W-PIECE THRU END-W-PIECE
           END-PERFORM.

           SET WS-SRC-IMPUTEE TO TRUE.
           ADD 1 TO WS-NB-IMPUTEES.
           ADD WS-SRC-DEBIT  TO WS-TOT-DEBIT.
           ADD WS-SRC-CREDIT TO WS-TOT-CREDIT.
           MOVE WS-SRC-DEBIT  TO WS-PNT-MONTANT.
           MOVE WS-SRC-CREDIT TO WS-PNT-IMPUTE.
           MOVE SPACES TO WS-LINE.
           STRING "   ETAT : IMPUTEE -" SPACE WS-SRC-PIECES SPACE
              "PIECES - DEBIT :" SPACE FUNCTION TRIM(WS-PNT-MONTANT)
              SPACE "CREDIT :" SPACE FUNCTION TRIM(WS-PNT-IMPUTE)
              DELIMITED BY SIZE
              INTO WS-LINE.
           WRITE R-CONTROLE FROM WS-LINE.
       END-POST-SOURCE.
           EXIT.

      ******************************************************************
      *    Imputation du mouvement WS-MV-IDX : la ligne de son type    *
      *    dans le plan, à défaut la ligne "*" de sa source. Le        *
      *    mouvement imputé compte au total imputé dans le sens de     *
      *    son imputation ; un mouvement sans imputation est listé.    *
      ******************************************************************
       START-FIND-MAP.
           MOVE ZERO TO WS-MAP-FOUND.
           MOVE ZERO TO WS-MAP-STAR.
           PERFORM VARYING WS-MP-IDX FROM 1 BY 1
                   UNTIL WS-MP-IDX > WS-MP-CNT
                      OR WS-MAP-FOUND > ZERO
              IF WS-MP-SOURCE(WS-MP-IDX) = WS-SRC-CODE
                 IF WS-MP-MOUVEMENT(WS-MP-IDX) =
                    WS-MV-MOUVEMENT(WS-MV-IDX)
                    SET WS-MAP-FOUND TO WS-MP-IDX
                 END-IF
                 IF WS-MP-MOUVEMENT(WS-MP-IDX) = "*"
                    AND WS-MAP-STAR = ZERO
                    SET WS-MAP-STAR TO WS-MP-IDX
                 END-IF
              END-IF
           END-PERFORM.
           IF WS-MAP-FOUND = ZERO
              MOVE WS-MAP-STAR TO WS-MAP-FOUND
           END-IF.
           MOVE WS-MAP-FOUND TO WS-MV-MAP(WS-MV-IDX).

           IF WS-MAP-FOUND = ZERO
              ADD 1 TO WS-SRC-NONIMP
              MOVE WS-MV-MONTANT(WS-MV-IDX) TO WS-PNT-MONTANT
              MOVE SPACES TO WS-LINE
              STRING "   MOUVEMENT SANS IMPUTATION :" SPACE
                 WS-MV-MOUVEMENT(WS-MV-IDX) SPACE
                 "REFERENCE" SPACE WS-MV-REFERENCE(WS-MV-IDX) SPACE
                 "MONTANT" SPACE FUNCTION TRIM(WS-PNT-MONTANT)
                 DELIMITED BY SIZE
                 INTO WS-LINE
              WRITE R-CONTROLE FROM WS-LINE
              GO TO END-FIND-MAP
           END-IF.

           SET WS-MP-IDX TO WS-MAP-FOUND.
           IF WS-MP-CONTROLE(WS-MP-IDX) = "-"
              SUBTRACT WS-MV-MONTANT(WS-MV-IDX) FROM WS-SRC-IMPUTE
           ELSE
              ADD WS-MV-MONTANT(WS-MV-IDX) TO WS-SRC-IMPUTE
           END-IF.
       END-FIND-MAP.
           EXIT.

      ******************************************************************
      *    Pièce du mouvement WS-MV-IDX : une ligne au débit, une      *
      *    ligne au crédit, de même montant.                           *
      ******************************************************************
       START-W-PIECE.
           ADD 1 TO WS-PIECE.
           ADD 1 TO WS-SRC-PIECES.
           SET WS-MP-IDX TO WS-MV-MAP(WS-MV-IDX).

           MOVE SPACES TO R-ECR-COMPTA.
           MOVE WS-PERIODE                  TO EC-PERIODE.
           MOVE WS-SRC-CODE                 TO EC-SOURCE.
           MOVE WS-PIECE                    TO EC-PIECE.
           MOVE WS-TODAY                    TO EC-DATE.
           MOVE WS-MV-MONTANT(WS-MV-IDX)    TO EC-MONTANT.
           MOVE WS-MV-MOUVEMENT(WS-MV-IDX)  TO EC-MOUVEMENT.
           MOVE WS-MV-REFERENCE(WS-MV-IDX)  TO EC-REFERENCE.
           IF WS-MV-LIBELLE(WS-MV-IDX) = SPACES
              MOVE WS-MP-LIBELLE(WS-MP-IDX) TO EC-LIBELLE
           ELSE
              MOVE WS-MV-LIBELLE(WS-MV-IDX) TO EC-LIBELLE
           END-IF.

           MOVE 1                           TO EC-LIGNE.
           MOVE WS-MP-DEBIT(WS-MP-IDX)      TO EC-COMPTE.
           SET EC-SENS-DEBIT TO TRUE.
           WRITE R-ECR-COMPTA.
           ADD WS-MV-MONTANT(WS-MV-IDX) TO WS-SRC-DEBIT.

           MOVE 2                           TO EC-LIGNE.
           MOVE WS-MP-CREDIT(WS-MP-IDX)     TO EC-COMPTE.
           SET EC-SENS-CREDIT TO TRUE.
           WRITE R-ECR-COMPTA.
           ADD WS-MV-MONTANT(WS-MV-IDX) TO WS-SRC-CREDIT.
       END-W-PIECE.
           EXIT.
