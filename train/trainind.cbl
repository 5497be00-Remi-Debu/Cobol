      ******************************************************************
      *    Indemnisation des voyageurs retardés : trainret archive les *
      *    retards, trainrev connaît le tarif par type et par gare,    *
      *    "reservations.dat" les places vendues, et les demandes      *
      *    d'indemnisation se traitaient pourtant à la main depuis les *
      *    courriers. Le programme lit les demandes                    *
      *    "reclamations.dat" :                                        *
      *       colonnes  1-12 : REFERENCE DE LA RESERVATION             *
      *       colonnes 13-30 : GARE DE DEPART DU TRAIN                 *
      *       colonnes 31-34 : HEURE DE DEPART HHMM                    *
      *       colonnes 35-42 : DATE DU VOYAGE AAAAMMJJ                 *
      *    et le barème entretenu "bareme-indemnites.dat" (une ligne   *
      *    par tranche : colonnes 1-3 TYPE - à blanc, la tranche vaut  *
      *    pour tout le type -, colonnes 4-6 RETARD MINIMAL en         *
      *    minutes, colonnes 7-9 TAUX en % du tarif ; la tranche la    *
      *    plus haute atteinte s'applique, celle du type avant celle   *
      *    à blanc). Chaque demande est contrôlée :                    *
      *    - train connu de "train1.dat" et tarifé (même rapprochement *
      *      que trainrev sur "tarifs-trains.dat") ;                   *
      *    - des places vendues ce jour-là sur ce train (ventes        *
      *      acceptées par traincap, "reservations-acceptees.dat") et  *
      *      pas plus de demandes acceptées que de places vendues ;    *
      *    - retard archivé ce jour-là ("retards-histo.dat", le plus   *
      *      fort si le train y figure plusieurs fois) atteignant une  *
      *      tranche du barème ;                                       *
      *    - référence pas déjà indemnisée (archive                    *
      *      "indemnites-histo.dat") ni en double dans le lot.         *
      *    Sorties :                                                   *
      *    - "indemnites-paiement.dat" : les demandes acceptées, au    *
      *      format de l'archive, pour le paiement ;                   *
      *    - "reclamations-rejetees.dat" : les refus et leur motif ;   *
      *    - "couts-retards.dat" : coût mensuel des indemnités par     *
      *      ligne (type + gare de départ), depuis l'archive.          *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. trainind.
       AUTHOR.     Rémi.

      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-TRAIN1 ASSIGN TO "train1.dat"
           ACCESS MODE IS SEQUENTIAL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-TRAIN1.

           SELECT F-TARIFS ASSIGN TO "tarifs-trains.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-TARIFS.

           SELECT F-BAREME ASSIGN TO "bareme-indemnites.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-BAREME.

           SELECT F-RECLAM ASSIGN TO "reclamations.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-RECLAM.

           SELECT F-RESA ASSIGN TO "reservations-acceptees.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-RESA.

           SELECT F-HISTO ASSIGN TO "retards-histo.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-HISTO.

           SELECT F-ARCHIVE ASSIGN TO "indemnites-histo.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-ARCHIVE.

           SELECT F-PAIEMENT ASSIGN TO "indemnites-paiement.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-PAIEMENT.

           SELECT F-REJETS ASSIGN TO "reclamations-rejetees.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-REJETS.

           SELECT F-COUTS ASSIGN TO "couts-retards.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-COUTS.

      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  F-TRAIN1
           RECORD CONTAINS 27 TO 100 CHARACTERS
           RECORDING MODE IS V.
       COPY train1fd.

       FD  F-TARIFS
           RECORD CONTAINS 27 CHARACTERS
           RECORDING MODE IS F.
       01  R-TARIFS.
           03 TRF-TYPE    PIC X(03).
           03 TRF-STATION PIC X(18).
           03 TRF-PRIX    PIC 9(04)V9(02).

       FD  F-BAREME
           RECORD CONTAINS 9 CHARACTERS
           RECORDING MODE IS F.
       01  R-BAREME.
           03 BAR-TYPE    PIC X(03).
           03 BAR-MINUTES PIC 9(03).
           03 BAR-TAUX    PIC 9(03).

       FD  F-RECLAM
           RECORD CONTAINS 42 CHARACTERS
           RECORDING MODE IS F.
       01  R-RECLAM.
           03 RCL-REF     PIC X(12).
           03 RCL-STATION PIC X(18).
           03 RCL-TIME    PIC 9(04).
           03 RCL-DATE    PIC 9(08).

       FD  F-RESA
           RECORD CONTAINS 38 CHARACTERS
           RECORDING MODE IS F.
       01  R-RESA.
           03 RSA-STATION PIC X(18).
           03 RSA-TIME    PIC 9(04).
           03 RSA-DATE    PIC 9(08).
           03 RSA-SOLD    PIC 9(04).
      *    Arrêts de montée et de descente (inventaire par tronçon
      *    de traincap), sans effet ici.
           03 RSA-MONTEE   PIC X(02).
           03 RSA-DESCENTE PIC X(02).

       FD  F-HISTO
           RECORD CONTAINS 35 CHARACTERS
           RECORDING MODE IS F.
       01  R-HISTO.
           03 HIS-DATE    PIC 9(08).
           03 HIS-STATION PIC X(18).
           03 HIS-TIME    PIC 9(04).
           03 HIS-MINUTES PIC 9(03).
           03 HIS-CAUSE   PIC X(02).

      *    Indemnité accordée : archive et fichier de paiement.
       FD  F-ARCHIVE
           RECORD CONTAINS 58 CHARACTERS
           RECORDING MODE IS F.
       01  R-ARCHIVE.
           03 ARC-REF     PIC X(12).
           03 ARC-TYPE    PIC X(03).
           03 ARC-STATION PIC X(18).
           03 ARC-TIME    PIC 9(04).
           03 ARC-DATE    PIC 9(08).
           03 ARC-RETARD  PIC 9(03).
           03 ARC-TAUX    PIC 9(03).
           03 ARC-MONTANT PIC 9(05)V9(02).

       FD  F-PAIEMENT
           RECORD CONTAINS 58 CHARACTERS
           RECORDING MODE IS F.
       01  R-PAIEMENT PIC X(58).

       FD  F-REJETS
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F.
       01  R-REJETS PIC X(132).

       FD  F-COUTS
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F.
       01  R-COUTS PIC X(132).

       WORKING-STORAGE SECTION.
       01  FS-TRAIN1 PIC X(02).
           88 FS-TRAIN1-OK  VALUE "00".
           88 FS-TRAIN1-EOF VALUE "10".
       01  FS-TARIFS PIC X(02).
           88 FS-TARIFS-OK  VALUE "00".
           88 FS-TARIFS-EOF VALUE "10".
       01  FS-BAREME PIC X(02).
           88 FS-BAREME-OK  VALUE "00".
           88 FS-BAREME-EOF VALUE "10".
       01  FS-RECLAM PIC X(02).
           88 FS-RECLAM-OK  VALUE "00".
           88 FS-RECLAM-EOF VALUE "10".
       01  FS-RESA PIC X(02).
           88 FS-RESA-OK  VALUE "00".
           88 FS-RESA-EOF VALUE "10".
       01  FS-HISTO PIC X(02).
           88 FS-HISTO-OK  VALUE "00".
           88 FS-HISTO-EOF VALUE "10".
       01  FS-ARCHIVE PIC X(02).
           88 FS-ARCHIVE-OK  VALUE "00".
           88 FS-ARCHIVE-EOF VALUE "10".
       01  FS-PAIEMENT PIC X(02).
       01  FS-REJETS   PIC X(02).
       01  FS-COUTS    PIC X(02).

      *    Table des trains (gare + heure) et leur tarif, comme
      *    trainrev.
       01  TABLE-TRAIN.
           03 TR-CNT PIC 9(03) VALUE ZERO.
           03 TR-ENT OCCURS 500 TIMES
                     INDEXED BY TR-IDX.
               05 TR-TYPE    PIC X(03).
               05 TR-STATION PIC X(18).
               05 TR-TIME    PIC 9(04).
               05 TR-PRIX    PIC 9(04)V9(02).

       01  TABLE-TARIF.
           03 TF-CNT PIC 9(03) VALUE ZERO.
           03 TF-ENT OCCURS 100 TIMES
                     INDEXED BY TF-IDX.
               05 TF-TYPE    PIC X(03).
               05 TF-STATION PIC X(18).
               05 TF-PRIX    PIC 9(04)V9(02).

      *    Barème des tranches de retard.
       01  TABLE-BAREME.
           03 BA-CNT PIC 9(02) VALUE ZERO.
           03 BA-ENT OCCURS 50 TIMES
                     INDEXED BY BA-IDX.
               05 BA-TYPE    PIC X(03).
               05 BA-MINUTES PIC 9(03).
               05 BA-TAUX    PIC 9(03).

      *    Références déjà indemnisées (archive, puis lot courant).
       01  TABLE-PAYE.
           03 PY-CNT PIC 9(05) VALUE ZERO.
           03 PY-ENT OCCURS 20000 TIMES
                     INDEXED BY PY-IDX
                     PIC X(12).

      *    Demandes du lot, avec le train et le train-jour retenus.
       01  TABLE-RECLAM.
           03 CL-CNT PIC 9(04) VALUE ZERO.
           03 CL-ENT OCCURS 3000 TIMES
                     INDEXED BY CL-IDX, CL-IDX2.
               05 CL-REF     PIC X(12).
               05 CL-STATION PIC X(18).
               05 CL-TIME    PIC 9(04).
               05 CL-DATE    PIC 9(08).
               05 CL-TR      PIC 9(03).
               05 CL-TD      PIC 9(04).
               05 CL-MOTIF   PIC X(60).

      *    Trains-jours visés par les demandes : places vendues,
      *    retard archivé, demandes déjà acceptées.
       01  TABLE-TRAIN-JOUR.
           03 TD-CNT PIC 9(04) VALUE ZERO.
           03 TD-ENT OCCURS 3000 TIMES
                     INDEXED BY TD-IDX.
               05 TD-STATION PIC X(18).
               05 TD-TIME    PIC 9(04).
               05 TD-DATE    PIC 9(08).
               05 TD-SOLD    PIC 9(06).
               05 TD-RETARD  PIC 9(03).
               05 TD-ARCHIVE PIC X(01).
               05 TD-ACCEPT  PIC 9(06).

      *    Coût mensuel par ligne (type + gare de départ), trié par
      *    mois puis ligne.
       01  TABLE-COUT.
           03 CO-CNT PIC 9(04) VALUE ZERO.
           03 CO-ENT OCCURS 2000 TIMES
                     INDEXED BY CO-IDX.
               05 CO-MOIS    PIC 9(06).
               05 CO-TYPE    PIC X(03).
               05 CO-STATION PIC X(18).
               05 CO-NBR     PIC 9(06).
               05 CO-MONTANT PIC 9(09)V9(02).
       01  WS-CO-POS PIC 9(04).
       01  WS-CO-SUB PIC 9(04).

       01  WS-TAUX        PIC 9(03).
       01  WS-SEUIL       PIC 9(03).
       01  WS-MONTANT     PIC 9(05)V9(02).
       01  WS-MOIS        PIC 9(06).
       01  WS-MOIS-PREC   PIC 9(06).
       01  WS-MOIS-TOTAL  PIC 9(10)V9(02).
       01  WS-MOIS-NBR    PIC 9(06).
       01  WS-PNT-MONTANT PIC ZZZZZZZZ9,99.
       01  WS-LINE        PIC X(132).

       01  WS-ACCEPT-CNT   PIC 9(05) VALUE ZERO.
       01  WS-REJECT-CNT   PIC 9(05) VALUE ZERO.
       01  WS-ACCEPT-TOTAL PIC 9(09)V9(02) VALUE ZERO.

      *    Compteurs de fin de traitement remis au journal commun
      *    d'exploitation par le sous programme runlog.
       01  WS-PROGRAM-NAME PIC X(08) VALUE "trainind".
       01  WS-RUN-STATS.
           03 WS-RUN-READ     PIC 9(08) VALUE 0.
           03 WS-RUN-WRITTEN  PIC 9(08) VALUE 0.
           03 WS-RUN-REJECTED PIC 9(08) VALUE 0.
           03 WS-RUN-STATUS   PIC X(02) VALUE "OK".

      ******************************************************************
       PROCEDURE DIVISION.
           PERFORM START-MAIN THRU END-MAIN.

           MOVE WS-ACCEPT-CNT TO WS-RUN-WRITTEN.
           MOVE WS-REJECT-CNT TO WS-RUN-REJECTED.
           CALL "runlog" USING WS-PROGRAM-NAME, WS-RUN-READ,
              WS-RUN-WRITTEN, WS-RUN-REJECTED, WS-RUN-STATUS
           END-CALL.
           STOP RUN.

      ******************************************************************
      *    MAIN : référentiels, archive, demandes, puis une passe sur  *
      *    les ventes et une sur les retards archivés pour les seuls   *
      *    trains-jours réclamés, enfin la décision demande par        *
      *    demande et le coût mensuel.                                 *
      ******************************************************************
       START-MAIN.
           PERFORM START-R-TRAIN1 THRU END-R-TRAIN1.
           PERFORM START-R-TARIFS THRU END-R-TARIFS.
           PERFORM START-MATCH-TARIFS THRU END-MATCH-TARIFS.
           PERFORM START-R-BAREME THRU END-R-BAREME.
           PERFORM START-R-ARCHIVE THRU END-R-ARCHIVE.
           PERFORM START-R-RECLAM THRU END-R-RECLAM.
           PERFORM START-R-ARCHIVE-TD THRU END-R-ARCHIVE-TD.
           PERFORM START-R-RESA THRU END-R-RESA.
           PERFORM START-R-HISTO THRU END-R-HISTO.
           PERFORM START-DECIDE THRU END-DECIDE.
           PERFORM START-W-COUTS THRU END-W-COUTS.

           MOVE WS-ACCEPT-TOTAL TO WS-PNT-MONTANT.
           DISPLAY "DEMANDES :" SPACE WS-RUN-READ SPACE
              "ACCEPTEES :" SPACE WS-ACCEPT-CNT SPACE
              "REJETEES :" SPACE WS-REJECT-CNT SPACE
              "MONTANT :" SPACE FUNCTION TRIM(WS-PNT-MONTANT).
       END-MAIN.
           EXIT.

      ******************************************************************
      *    Charge la table des trains depuis "train1.dat".             *
      ******************************************************************
       START-R-TRAIN1.
           OPEN INPUT F-TRAIN1.
           IF NOT FS-TRAIN1-OK
              DISPLAY "ERREUR OUVERTURE train1.dat :" SPACE FS-TRAIN1
              MOVE "KO" TO WS-RUN-STATUS
              STOP RUN
           END-IF.

           PERFORM UNTIL FS-TRAIN1-EOF
              READ F-TRAIN1
              AT END
                 SET FS-TRAIN1-EOF TO TRUE
              NOT AT END
                 IF TR-CNT < 500
                    ADD 1 TO TR-CNT
                    MOVE RECORD-TYPE    TO TR-TYPE(TR-CNT)
                    MOVE STATION-DEPART TO TR-STATION(TR-CNT)
                    MOVE TRAIN-TIME     TO TR-TIME(TR-CNT)
                    MOVE ZERO TO TR-PRIX(TR-CNT)
                 END-IF
              END-READ
           END-PERFORM.

           CLOSE F-TRAIN1.
       END-R-TRAIN1.
           EXIT.

      ******************************************************************
      *    Charge le barème des tarifs.                                *
      ******************************************************************
       START-R-TARIFS.
           OPEN INPUT F-TARIFS.
           IF NOT FS-TARIFS-OK
              DISPLAY "ERREUR OUVERTURE tarifs-trains.dat :" SPACE
                 FS-TARIFS
              MOVE "KO" TO WS-RUN-STATUS
              STOP RUN
           END-IF.

           PERFORM UNTIL FS-TARIFS-EOF
              READ F-TARIFS
              AT END
                 SET FS-TARIFS-EOF TO TRUE
              NOT AT END
                 IF TF-CNT < 100
                    ADD 1 TO TF-CNT
                    MOVE TRF-TYPE    TO TF-TYPE(TF-CNT)
                    MOVE TRF-STATION TO TF-STATION(TF-CNT)
                    MOVE TRF-PRIX    TO TF-PRIX(TF-CNT)
                 END-IF
              END-READ
           END-PERFORM.

           CLOSE F-TARIFS.
       END-R-TARIFS.
           EXIT.

      ******************************************************************
      *    Affecte à chaque train son tarif : type + gare exacts       *
      *    d'abord, tarif du type (gare à blanc) à défaut.             *
      ******************************************************************
       START-MATCH-TARIFS.
           PERFORM VARYING TR-IDX FROM 1 BY 1 UNTIL TR-IDX > TR-CNT
              PERFORM VARYING TF-IDX FROM 1 BY 1
                      UNTIL TF-IDX > TF-CNT
                 IF TF-TYPE(TF-IDX) EQUAL TR-TYPE(TR-IDX)
                    IF TF-STATION(TF-IDX) EQUAL TR-STATION(TR-IDX)
                       MOVE TF-PRIX(TF-IDX) TO TR-PRIX(TR-IDX)
                    ELSE
                       IF TF-STATION(TF-IDX) = SPACES
                          AND TR-PRIX(TR-IDX) = ZERO
                          MOVE TF-PRIX(TF-IDX) TO TR-PRIX(TR-IDX)
                       END-IF
                    END-IF
                 END-IF
              END-PERFORM
           END-PERFORM.
       END-MATCH-TARIFS.
           EXIT.

      ******************************************************************
      *    Charge le barème des tranches de retard (obligatoire).      *
      ******************************************************************
       START-R-BAREME.
           OPEN INPUT F-BAREME.
           IF NOT FS-BAREME-OK
              DISPLAY "ERREUR OUVERTURE bareme-indemnites.dat :" SPACE
                 FS-BAREME
              MOVE "KO" TO WS-RUN-STATUS
              STOP RUN
           END-IF.

           PERFORM UNTIL FS-BAREME-EOF
              READ F-BAREME
              AT END
                 SET FS-BAREME-EOF TO TRUE
              NOT AT END
                 IF BA-CNT < 50
                    AND BAR-MINUTES IS NUMERIC
                    AND BAR-TAUX IS NUMERIC
                    ADD 1 TO BA-CNT
                    MOVE BAR-TYPE    TO BA-TYPE(BA-CNT)
                    MOVE BAR-MINUTES TO BA-MINUTES(BA-CNT)
                    MOVE BAR-TAUX    TO BA-TAUX(BA-CNT)
                 END-IF
              END-READ
           END-PERFORM.

           CLOSE F-BAREME.
       END-R-BAREME.
           EXIT.

      ******************************************************************
      *    Relit l'archive des indemnités : références déjà payées et  *
      *    cumuls mensuels par ligne.                                  *
      ******************************************************************
       START-R-ARCHIVE.
           OPEN INPUT F-ARCHIVE.
           IF NOT FS-ARCHIVE-OK
      *       Pas encore d'archive : première campagne.
              GO TO END-R-ARCHIVE
           END-IF.

           PERFORM UNTIL FS-ARCHIVE-EOF
              READ F-ARCHIVE
              AT END
                 SET FS-ARCHIVE-EOF TO TRUE
              NOT AT END
                 IF PY-CNT < 20000
                    ADD 1 TO PY-CNT
                    MOVE ARC-REF TO PY-ENT(PY-CNT)
                 END-IF
                 PERFORM START-ADD-COUT THRU END-ADD-COUT
              END-READ
           END-PERFORM.

           CLOSE F-ARCHIVE.
       END-R-ARCHIVE.
           EXIT.

      ******************************************************************
      *    Charge les demandes ; les contrôles sans ventes ni retards  *
      *    (date, train, tarif, doublon) sont faits ici, le motif de   *
      *    refus reste à blanc pour une demande recevable.             *
      ******************************************************************
       START-R-RECLAM.
           OPEN INPUT F-RECLAM.
           IF NOT FS-RECLAM-OK
              DISPLAY "ERREUR OUVERTURE reclamations.dat :" SPACE
                 FS-RECLAM
              MOVE "KO" TO WS-RUN-STATUS
              STOP RUN
           END-IF.

           PERFORM UNTIL FS-RECLAM-EOF
              READ F-RECLAM
              AT END
                 SET FS-RECLAM-EOF TO TRUE
              NOT AT END
                 ADD 1 TO WS-RUN-READ
                 IF CL-CNT < 3000
                    ADD 1 TO CL-CNT
                    SET CL-IDX TO CL-CNT
                    PERFORM START-LOAD-RECLAM THRU END-LOAD-RECLAM
                 ELSE
                    DISPLAY "AVERTISSEMENT : PLUS DE 3000 DEMANDES, "
                       "SUIVANTES A REPRESENTER"
                    MOVE "KO" TO WS-RUN-STATUS
                 END-IF
              END-READ
           END-PERFORM.

           CLOSE F-RECLAM.
       END-R-RECLAM.
           EXIT.

      ******************************************************************
       START-LOAD-RECLAM.
           MOVE RCL-REF     TO CL-REF(CL-IDX).
           MOVE RCL-STATION TO CL-STATION(CL-IDX).
           MOVE RCL-TIME    TO CL-TIME(CL-IDX).
           MOVE RCL-DATE    TO CL-DATE(CL-IDX).
           MOVE ZERO   TO CL-TR(CL-IDX) CL-TD(CL-IDX).
           MOVE SPACES TO CL-MOTIF(CL-IDX).

           IF RCL-REF = SPACES
              MOVE "REFERENCE DE RESERVATION ABSENTE"
                 TO CL-MOTIF(CL-IDX)
              GO TO END-LOAD-RECLAM
           END-IF.

           IF RCL-DATE NOT NUMERIC
              OR FUNCTION TEST-DATE-YYYYMMDD(RCL-DATE) NOT = ZERO
              OR RCL-TIME NOT NUMERIC
              MOVE "DATE OU HEURE INVALIDE" TO CL-MOTIF(CL-IDX)
              GO TO END-LOAD-RECLAM
           END-IF.

           SET PY-IDX TO 1.
           SEARCH PY-ENT
              AT END
                 CONTINUE
              WHEN PY-ENT(PY-IDX) = RCL-REF
                   AND PY-IDX NOT > PY-CNT
                 MOVE "RESERVATION DEJA INDEMNISEE" TO CL-MOTIF(CL-IDX)
                 GO TO END-LOAD-RECLAM
           END-SEARCH.

           PERFORM VARYING CL-IDX2 FROM 1 BY 1
                   UNTIL CL-IDX2 NOT < CL-IDX
              IF CL-REF(CL-IDX2) = RCL-REF
                 MOVE "DEMANDE EN DOUBLE DANS LE LOT"
                    TO CL-MOTIF(CL-IDX)
                 GO TO END-LOAD-RECLAM
              END-IF
           END-PERFORM.

           SET TR-IDX TO 1.
           SEARCH TR-ENT
              AT END
                 MOVE "TRAIN INCONNU" TO CL-MOTIF(CL-IDX)
                 GO TO END-LOAD-RECLAM
              WHEN TR-STATION(TR-IDX) EQUAL RCL-STATION
               AND TR-TIME(TR-IDX) EQUAL RCL-TIME
               AND TR-IDX NOT > TR-CNT
                 SET CL-TR(CL-IDX) TO TR-IDX
           END-SEARCH.

           IF TR-PRIX(TR-IDX) = ZERO
              MOVE "TRAIN SANS TARIF" TO CL-MOTIF(CL-IDX)
              GO TO END-LOAD-RECLAM
           END-IF.

      *    Train-jour réclamé : ventes et retard à rassembler.
           SET TD-IDX TO 1.
           SEARCH TD-ENT
              AT END
                 IF TD-CNT < 3000
                    ADD 1 TO TD-CNT
                    SET TD-IDX TO TD-CNT
                    MOVE RCL-STATION TO TD-STATION(TD-IDX)
                    MOVE RCL-TIME    TO TD-TIME(TD-IDX)
                    MOVE RCL-DATE    TO TD-DATE(TD-IDX)
                    MOVE ZERO TO TD-SOLD(TD-IDX) TD-RETARD(TD-IDX)
                                 TD-ACCEPT(TD-IDX)
                    MOVE "N" TO TD-ARCHIVE(TD-IDX)
                    SET CL-TD(CL-IDX) TO TD-IDX
                 END-IF
              WHEN TD-STATION(TD-IDX) = RCL-STATION
               AND TD-TIME(TD-IDX) = RCL-TIME
               AND TD-DATE(TD-IDX) = RCL-DATE
               AND TD-IDX NOT > TD-CNT
                 SET CL-TD(CL-IDX) TO TD-IDX
           END-SEARCH.
       END-LOAD-RECLAM.
           EXIT.

      ******************************************************************
      *    Indemnités déjà payées sur les trains-jours réclamés :      *
      *    elles comptent dans le plafond des places vendues.          *
      ******************************************************************
       START-R-ARCHIVE-TD.
           MOVE "00" TO FS-ARCHIVE.
           OPEN INPUT F-ARCHIVE.
           IF NOT FS-ARCHIVE-OK
              GO TO END-R-ARCHIVE-TD
           END-IF.

           PERFORM UNTIL FS-ARCHIVE-EOF
              READ F-ARCHIVE
              AT END
                 SET FS-ARCHIVE-EOF TO TRUE
              NOT AT END
                 SET TD-IDX TO 1
                 SEARCH TD-ENT
                    AT END
                       CONTINUE
                    WHEN TD-STATION(TD-IDX) = ARC-STATION
                     AND TD-TIME(TD-IDX) = ARC-TIME
                     AND TD-DATE(TD-IDX) = ARC-DATE
                     AND TD-IDX NOT > TD-CNT
                       ADD 1 TO TD-ACCEPT(TD-IDX)
                 END-SEARCH
              END-READ
           END-PERFORM.

           CLOSE F-ARCHIVE.
       END-R-ARCHIVE-TD.
           EXIT.

      ******************************************************************
      *    Places vendues des trains-jours réclamés.                   *
      ******************************************************************
       START-R-RESA.
           OPEN INPUT F-RESA.
           IF NOT FS-RESA-OK
              DISPLAY "ERREUR OUVERTURE reservations-acceptees.dat :"
                 SPACE FS-RESA
              MOVE "KO" TO WS-RUN-STATUS
              STOP RUN
           END-IF.

           PERFORM UNTIL FS-RESA-EOF
              READ F-RESA
              AT END
                 SET FS-RESA-EOF TO TRUE
              NOT AT END
                 SET TD-IDX TO 1
                 SEARCH TD-ENT
                    AT END
                       CONTINUE
                    WHEN TD-STATION(TD-IDX) = RSA-STATION
                     AND TD-TIME(TD-IDX) = RSA-TIME
                     AND TD-DATE(TD-IDX) = RSA-DATE
                     AND TD-IDX NOT > TD-CNT
                       ADD RSA-SOLD TO TD-SOLD(TD-IDX)
                 END-SEARCH
              END-READ
           END-PERFORM.

           CLOSE F-RESA.
       END-R-RESA.
           EXIT.

      ******************************************************************
      *    Retard archivé des trains-jours réclamés (le plus fort).    *
      ******************************************************************
       START-R-HISTO.
           OPEN INPUT F-HISTO.
           IF NOT FS-HISTO-OK
              DISPLAY "AVERTISSEMENT : retards-histo.dat ABSENT, "
                 "AUCUN RETARD ARCHIVE"
              GO TO END-R-HISTO
           END-IF.

           PERFORM UNTIL FS-HISTO-EOF
              READ F-HISTO
              AT END
                 SET FS-HISTO-EOF TO TRUE
              NOT AT END
                 SET TD-IDX TO 1
                 SEARCH TD-ENT
                    AT END
                       CONTINUE
                    WHEN TD-STATION(TD-IDX) = HIS-STATION
                     AND TD-TIME(TD-IDX) = HIS-TIME
                     AND TD-DATE(TD-IDX) = HIS-DATE
                     AND TD-IDX NOT > TD-CNT
                       MOVE "O" TO TD-ARCHIVE(TD-IDX)
                       IF HIS-MINUTES > TD-RETARD(TD-IDX)
                          MOVE HIS-MINUTES TO TD-RETARD(TD-IDX)
                       END-IF
                 END-SEARCH
              END-READ
           END-PERFORM.

           CLOSE F-HISTO.
       END-R-HISTO.
           EXIT.

      ******************************************************************
      *    Décision demande par demande, dans l'ordre du lot.          *
      ******************************************************************
       START-DECIDE.
           OPEN OUTPUT F-PAIEMENT.
           OPEN OUTPUT F-REJETS.
           OPEN EXTEND F-ARCHIVE.
           IF NOT FS-ARCHIVE-OK
              OPEN OUTPUT F-ARCHIVE
           END-IF.

           MOVE "*** RECLAMATIONS REJETEES ***" TO WS-LINE.
           WRITE R-REJETS FROM WS-LINE.

           PERFORM VARYING CL-IDX FROM 1 BY 1 UNTIL CL-IDX > CL-CNT
              PERFORM START-DECIDE-ONE THRU END-DECIDE-ONE
              IF CL-MOTIF(CL-IDX) NOT = SPACES
                 ADD 1 TO WS-REJECT-CNT
                 MOVE SPACES TO WS-LINE
                 STRING CL-REF(CL-IDX) SPACE CL-STATION(CL-IDX) SPACE
                    CL-TIME(CL-IDX) SPACE CL-DATE(CL-IDX) SPACE ":"
                    SPACE CL-MOTIF(CL-IDX)
                    DELIMITED BY SIZE INTO WS-LINE
                 WRITE R-REJETS FROM WS-LINE
              END-IF
           END-PERFORM.

           MOVE SPACES TO WS-LINE.
           STRING "REJETEES :" SPACE WS-REJECT-CNT
              DELIMITED BY SIZE INTO WS-LINE.
           WRITE R-REJETS FROM WS-LINE.

           CLOSE F-ARCHIVE.
           CLOSE F-REJETS.
           CLOSE F-PAIEMENT.
       END-DECIDE.
           EXIT.

      ******************************************************************
      *    Demande CL-IDX : ventes, retard, tranche du barème ; une    *
      *    demande acceptée part au paiement et à l'archive.           *
      ******************************************************************
       START-DECIDE-ONE.
           IF CL-MOTIF(CL-IDX) NOT = SPACES
              GO TO END-DECIDE-ONE
           END-IF.
           IF CL-TD(CL-IDX) = ZERO
              MOVE "TROP DE TRAINS-JOURS RECLAMES, A REPRESENTER"
                 TO CL-MOTIF(CL-IDX)
              GO TO END-DECIDE-ONE
           END-IF.
           SET TD-IDX TO CL-TD(CL-IDX).
           SET TR-IDX TO CL-TR(CL-IDX).

           IF TD-SOLD(TD-IDX) = ZERO
              MOVE "AUCUNE PLACE VENDUE SUR CE TRAIN CE JOUR"
                 TO CL-MOTIF(CL-IDX)
              GO TO END-DECIDE-ONE
           END-IF.
           IF TD-ACCEPT(TD-IDX) NOT < TD-SOLD(TD-IDX)
              MOVE "PLUS DE DEMANDES QUE DE PLACES VENDUES"
                 TO CL-MOTIF(CL-IDX)
              GO TO END-DECIDE-ONE
           END-IF.
           IF TD-ARCHIVE(TD-IDX) = "N"
              MOVE "AUCUN RETARD ARCHIVE POUR CE TRAIN CE JOUR"
                 TO CL-MOTIF(CL-IDX)
              GO TO END-DECIDE-ONE
           END-IF.

      *    Tranche la plus haute atteinte ; à seuil égal, celle du
      *    type l'emporte sur celle à blanc.
           MOVE ZERO TO WS-TAUX WS-SEUIL.
           PERFORM VARYING BA-IDX FROM 1 BY 1 UNTIL BA-IDX > BA-CNT
              IF (BA-TYPE(BA-IDX) = TR-TYPE(TR-IDX)
                  OR BA-TYPE(BA-IDX) = SPACES)
                 AND BA-MINUTES(BA-IDX) NOT > TD-RETARD(TD-IDX)
                 IF BA-MINUTES(BA-IDX) > WS-SEUIL
                    OR (BA-MINUTES(BA-IDX) = WS-SEUIL
                        AND (WS-TAUX = ZERO
                             OR BA-TYPE(BA-IDX) NOT = SPACES))
                    MOVE BA-MINUTES(BA-IDX) TO WS-SEUIL
                    MOVE BA-TAUX(BA-IDX)    TO WS-TAUX
                 END-IF
              END-IF
           END-PERFORM.
           IF WS-TAUX = ZERO
              MOVE SPACES TO CL-MOTIF(CL-IDX)
              STRING "RETARD DE" SPACE TD-RETARD(TD-IDX) SPACE
                 "MIN SOUS LE SEUIL DU BAREME"
                 DELIMITED BY SIZE INTO CL-MOTIF(CL-IDX)
              GO TO END-DECIDE-ONE
           END-IF.

           COMPUTE WS-MONTANT ROUNDED =
              TR-PRIX(TR-IDX) * WS-TAUX / 100.

           ADD 1 TO TD-ACCEPT(TD-IDX).
           ADD 1 TO WS-ACCEPT-CNT.
           ADD WS-MONTANT TO WS-ACCEPT-TOTAL.

           MOVE CL-REF(CL-IDX)     TO ARC-REF.
           MOVE TR-TYPE(TR-IDX)    TO ARC-TYPE.
           MOVE CL-STATION(CL-IDX) TO ARC-STATION.
           MOVE CL-TIME(CL-IDX)    TO ARC-TIME.
           MOVE CL-DATE(CL-IDX)    TO ARC-DATE.
           MOVE TD-RETARD(TD-IDX)  TO ARC-RETARD.
           MOVE WS-TAUX            TO ARC-TAUX.
           MOVE WS-MONTANT         TO ARC-MONTANT.
           WRITE R-PAIEMENT FROM R-ARCHIVE.
           WRITE R-ARCHIVE.
           PERFORM START-ADD-COUT THRU END-ADD-COUT.
       END-DECIDE-ONE.
           EXIT.

      ******************************************************************
      *    Cumule l'indemnité de R-ARCHIVE sur son mois et sa ligne,   *
      *    la table restant triée (insertion à sa place).              *
      ******************************************************************
       START-ADD-COUT.
           COMPUTE WS-MOIS = ARC-DATE / 100.
           MOVE ZERO TO WS-CO-POS.
           PERFORM VARYING CO-IDX FROM 1 BY 1
                   UNTIL CO-IDX > CO-CNT OR WS-CO-POS > ZERO
              IF CO-MOIS(CO-IDX) = WS-MOIS
                 AND CO-TYPE(CO-IDX) = ARC-TYPE
                 AND CO-STATION(CO-IDX) = ARC-STATION
                 ADD 1 TO CO-NBR(CO-IDX)
                 ADD ARC-MONTANT TO CO-MONTANT(CO-IDX)
                 SET WS-CO-POS TO CO-IDX
              END-IF
           END-PERFORM.
           IF WS-CO-POS > ZERO OR CO-CNT NOT < 2000
              GO TO END-ADD-COUT
           END-IF.

      *    Nouvelle ligne du mois : décale les suivantes.
           PERFORM VARYING WS-CO-SUB FROM CO-CNT BY -1
                   UNTIL WS-CO-SUB < 1
                      OR CO-MOIS(WS-CO-SUB) < WS-MOIS
                      OR (CO-MOIS(WS-CO-SUB) = WS-MOIS
                          AND CO-TYPE(WS-CO-SUB) < ARC-TYPE)
                      OR (CO-MOIS(WS-CO-SUB) = WS-MOIS
                          AND CO-TYPE(WS-CO-SUB) = ARC-TYPE
                          AND CO-STATION(WS-CO-SUB) < ARC-STATION)
              MOVE CO-ENT(WS-CO-SUB) TO CO-ENT(WS-CO-SUB + 1)
           END-PERFORM.
           ADD 1 TO WS-CO-SUB.
           SET CO-IDX TO WS-CO-SUB.
           ADD 1 TO CO-CNT.
           MOVE WS-MOIS     TO CO-MOIS(CO-IDX).
           MOVE ARC-TYPE    TO CO-TYPE(CO-IDX).
           MOVE ARC-STATION TO CO-STATION(CO-IDX).
           MOVE 1           TO CO-NBR(CO-IDX).
           MOVE ARC-MONTANT TO CO-MONTANT(CO-IDX).
       END-ADD-COUT.
           EXIT.

      ******************************************************************
      *    Coût mensuel des indemnités par ligne, total du mois.       *
      ******************************************************************
       START-W-COUTS.
           OPEN OUTPUT F-COUTS.
           MOVE "*** COUT DES RETARDS PAR MOIS ET PAR LIGNE ***"
              TO WS-LINE.
           WRITE R-COUTS FROM WS-LINE.

           MOVE ZERO TO WS-MOIS-PREC.
           PERFORM VARYING CO-IDX FROM 1 BY 1 UNTIL CO-IDX > CO-CNT
              IF CO-MOIS(CO-IDX) NOT = WS-MOIS-PREC
                 IF WS-MOIS-PREC NOT = ZERO
                    PERFORM START-W-TOTAL-MOIS THRU END-W-TOTAL-MOIS
                 END-IF
                 MOVE CO-MOIS(CO-IDX) TO WS-MOIS-PREC
                 MOVE ZERO TO WS-MOIS-TOTAL WS-MOIS-NBR
                 MOVE SPACES TO WS-LINE
                 STRING "MOIS" SPACE CO-MOIS(CO-IDX)
                    DELIMITED BY SIZE INTO WS-LINE
                 WRITE R-COUTS FROM WS-LINE
              END-IF
              ADD CO-MONTANT(CO-IDX) TO WS-MOIS-TOTAL
              ADD CO-NBR(CO-IDX)     TO WS-MOIS-NBR
              MOVE CO-MONTANT(CO-IDX) TO WS-PNT-MONTANT
              MOVE SPACES TO WS-LINE
              STRING "   " CO-TYPE(CO-IDX) SPACE CO-STATION(CO-IDX)
                 SPACE "INDEMNITES :" SPACE CO-NBR(CO-IDX) SPACE
                 "COUT :" SPACE WS-PNT-MONTANT
                 DELIMITED BY SIZE INTO WS-LINE
              WRITE R-COUTS FROM WS-LINE
           END-PERFORM.
           IF WS-MOIS-PREC NOT = ZERO
              PERFORM START-W-TOTAL-MOIS THRU END-W-TOTAL-MOIS
           ELSE
              MOVE "AUCUNE INDEMNITE ARCHIVEE" TO WS-LINE
              WRITE R-COUTS FROM WS-LINE
           END-IF.

           CLOSE F-COUTS.
       END-W-COUTS.
           EXIT.

      ******************************************************************
       START-W-TOTAL-MOIS.
           MOVE WS-MOIS-TOTAL TO WS-PNT-MONTANT.
           MOVE SPACES TO WS-LINE.
           STRING "   TOTAL DU MOIS" SPACE WS-MOIS-PREC SPACE
              "INDEMNITES :" SPACE WS-MOIS-NBR SPACE
              "COUT :" SPACE WS-PNT-MONTANT
              DELIMITED BY SIZE INTO WS-LINE.
           WRITE R-COUTS FROM WS-LINE.
       END-W-TOTAL-MOIS.
           EXIT.
