      ******************************************************************
      *    Conges payes et RTT : fichierclient.idx porte l'agence, le  *
      *    poste et la date d'embauche de chaque employe mais les      *
      *    conges se suivaient sur papier dans chaque agence. Le       *
      *    programme tourne une fois par mois (periode AAAAMM du mois  *
      *    en cours, ou FLCONG-PERIODE) et tient les soldes de         *
      *    "conges-soldes.txt" (une ligne par matricule) :             *
      *    - acquisition mensuelle des CP (compteur EN COURS de        *
      *      l'annee) et des RTT, une seule fois par periode ; pas     *
      *      d'acquisition avant l'embauche ni pour une embauche       *
      *      apres le 15 du mois ;                                     *
      *    - cloture au premier mois d'une nouvelle annee : les CP     *
      *      ACQUIS non pris passent en REPORT (plafonne a REPORTMX    *
      *      jours, le reste expire), les CP EN COURS deviennent       *
      *      ACQUIS, les RTT non pris expirent ;                       *
      *    - expiration du REPORT non pris apres la date limite (fin   *
      *      du mois MOISLIM de l'annee, mai par defaut) ;             *
      *    - demandes de conges "conges-demandes.txt" (matricule,      *
      *      type CP ou RTT, debut et fin AAAAMMJJ) decomptees en      *
      *      jours ouvres par le calendrier partage caljour et         *
      *      controlees contre le solde disponible (REPORT puis        *
      *      ACQUIS pour les CP) ; une demande deja enregistree n'est  *
      *      pas decomptee deux fois ; les refus partent dans          *
      *      "conges-rejets.txt" avec leur motif ;                     *
      *    - chaque mouvement (A acquisition, R report, E expiration,  *
      *      P pris) est historise dans "conges-mouvements.txt" ;      *
      *    - releve des soldes par employe "conges-releve.txt" et      *
      *      liste par agence des conges restant a prendre avant       *
      *      echeance "conges-restants.txt".                           *
      *    Le bareme "conges-regles.txt" (code X(8), valeur 9(3)V99 :  *
      *    CPMOIS, RTTMOIS, REPORTMX, MOISLIM) est facultatif.         *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. flcong.
       AUTHOR.     Remi.

      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-EMPLOYEE ASSIGN TO "fichierclient.idx"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS REMPLOYEE-ID
           ALTERNATE RECORD KEY IS REMPLOYEE-AGENCE WITH DUPLICATES
           ALTERNATE RECORD KEY IS REMPLOYEE-CODE WITH DUPLICATES
           FILE STATUS IS WS-FS-EMPLOYEE.

           SELECT F-AGENCE ASSIGN TO "agences.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS-AGENCE.

           SELECT F-REGLES ASSIGN TO "conges-regles.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS-REGLES.

           SELECT F-SOLDE ASSIGN TO "conges-soldes.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS-SOLDE.

           SELECT F-DEMANDE ASSIGN TO "conges-demandes.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS-DEMANDE.

           SELECT F-MOUVEMENT ASSIGN TO "conges-mouvements.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS-MOUVEMENT.

           SELECT F-REJET ASSIGN TO "conges-rejets.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS-REJET.

           SELECT F-RELEVE ASSIGN TO "conges-releve.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS-RELEVE.

           SELECT F-RESTANT ASSIGN TO "conges-restants.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS-RESTANT.

      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
           COPY FCLIENT REPLACING ==:CLIENT:== BY ==EMPLOYEE==.

       FD  F-AGENCE.
       01  R-AGENCE.
           03 RAGENCE-CODE PIC X(05).
           03 RAGENCE-NOM  PIC X(20).
           03 RAGENCE-DEPT PIC X(03).

       FD  F-REGLES.
       01  R-REGLES.
           03 RREG-CODE   PIC X(08).
           03 RREG-VALEUR PIC 9(03)V9(02).

      *    Soldes de conges par matricule, en jours ouvres.
       FD  F-SOLDE
           RECORD CONTAINS 55 CHARACTERS
           RECORDING MODE IS F.
       01  R-SOLDE.
           03 SOL-ID        PIC X(09).
           03 SOL-AGENCE    PIC X(05).
           03 SOL-PERIODE   PIC 9(06).
           03 SOL-CP-REPORT PIC 9(03)V9(02).
           03 SOL-CP-ACQUIS PIC 9(03)V9(02).
           03 SOL-CP-ENCOUR PIC 9(03)V9(02).
           03 SOL-CP-PRIS   PIC 9(03)V9(02).
           03 SOL-RTT       PIC 9(03)V9(02).
           03 SOL-RTT-PRIS  PIC 9(03)V9(02).
           03 SOL-EXPIRE    PIC 9(03)V9(02).

      *    Demande de conges : type "CP " ou "RTT".
       FD  F-DEMANDE
           RECORD CONTAINS 28 CHARACTERS
           RECORDING MODE IS F.
       01  R-DEMANDE.
           03 DEM-ID    PIC X(09).
           03 DEM-TYPE  PIC X(03).
           03 DEM-DEBUT PIC 9(08).
           03 DEM-FIN   PIC 9(08).

      *    Historique des mouvements : A acquisition, R report,
      *    E expiration, P pris.
       FD  F-MOUVEMENT
           RECORD CONTAINS 47 CHARACTERS
           RECORDING MODE IS F.
       01  R-MOUVEMENT.
           03 MVT-ID      PIC X(09).
           03 MVT-TYPE    PIC X(03).
           03 MVT-CODE    PIC X(01).
           03 MVT-PERIODE PIC 9(06).
           03 MVT-DEBUT   PIC 9(08).
           03 MVT-FIN     PIC 9(08).
           03 MVT-JOURS   PIC 9(03)V9(02).
           03 MVT-DATE    PIC 9(08).

       FD  F-REJET.
       01  R-REJET PIC X(80).

       FD  F-RELEVE.
       01  R-RELEVE PIC X(132).

       FD  F-RESTANT.
       01  R-RESTANT PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FS-EMPLOYEE PIC X(02).
           88 WS-FS-EMPLOYEE-OK  VALUE "00".
           88 WS-FS-EMPLOYEE-EOF VALUE "10".
       01  WS-FS-AGENCE PIC X(02).
           88 WS-FS-AGENCE-OK  VALUE "00".
           88 WS-FS-AGENCE-EOF VALUE "10".
       01  WS-FS-REGLES PIC X(02).
           88 WS-FS-REGLES-OK  VALUE "00".
           88 WS-FS-REGLES-EOF VALUE "10".
       01  WS-FS-SOLDE PIC X(02).
           88 WS-FS-SOLDE-OK  VALUE "00".
           88 WS-FS-SOLDE-EOF VALUE "10".
       01  WS-FS-DEMANDE PIC X(02).
           88 WS-FS-DEMANDE-OK  VALUE "00".
           88 WS-FS-DEMANDE-EOF VALUE "10".
       01  WS-FS-MOUVEMENT PIC X(02).
           88 WS-FS-MOUVEMENT-OK  VALUE "00".
           88 WS-FS-MOUVEMENT-EOF VALUE "10".
       01  WS-FS-REJET   PIC X(02).
       01  WS-FS-RELEVE  PIC X(02).
       01  WS-FS-RESTANT PIC X(02).

      *    Bareme (jours ouvres) : 25 jours de CP et 10 jours de RTT
      *    par an, report plafonne a 10 jours, limite fin mai.
       01  WS-REGLES.
           03 WS-CP-MOIS  PIC 9(03)V9(02) VALUE 2.08.
           03 WS-RTT-MOIS PIC 9(03)V9(02) VALUE 0.83.
           03 WS-REPORTMX PIC 9(03)V9(02) VALUE 10.
           03 WS-MOISLIM  PIC 9(03)V9(02) VALUE 5.

       01  WS-TODAY        PIC 9(08).
       01  WS-PERIODE-ENV  PIC X(06) VALUE SPACES.
       01  WS-PERIODE      PIC 9(06).
       01  WS-PER-AAAA     PIC 9(04).
       01  WS-PER-MM       PIC 9(02).
       01  WS-PER-FIN      PIC 9(08).
       01  WS-LIMITE       PIC 9(08).
       01  WS-FIN-ANNEE    PIC 9(08).
       01  WS-WORK-DATE    PIC 9(08).
       01  WS-WORK-MM      PIC 9(02).

      *    Agences (agences.txt) pour la liste des restants.
       01  WS-AGN-TABLE.
           03 WS-AGN-CNT PIC 9(03) VALUE 0.
           03 WS-AGN OCCURS 200 TIMES
                     INDEXED BY WS-AGN-IDX.
               05 WS-AGN-CODE PIC X(05).
               05 WS-AGN-NOM  PIC X(20).

      *    Soldes charges, completes des employes du fichier maitre.
       01  WS-SOLDE-TABLE.
           03 WS-SD-CNT PIC 9(04) VALUE 0.
           03 WS-SD OCCURS 2000 TIMES
                    INDEXED BY WS-SD-IDX.
               05 WS-SD-ID        PIC X(09).
               05 WS-SD-AGENCE    PIC X(05).
               05 WS-SD-NOM       PIC X(20).
               05 WS-SD-PRENOM    PIC X(20).
               05 WS-SD-PRESENT   PIC X(01).
               05 WS-SD-AGN-OK    PIC X(01).
               05 WS-SD-PERIODE   PIC 9(06).
               05 WS-SD-CP-REPORT PIC 9(03)V9(02).
               05 WS-SD-CP-ACQUIS PIC 9(03)V9(02).
               05 WS-SD-CP-ENCOUR PIC 9(03)V9(02).
               05 WS-SD-CP-PRIS   PIC 9(03)V9(02).
               05 WS-SD-RTT       PIC 9(03)V9(02).
               05 WS-SD-RTT-PRIS  PIC 9(03)V9(02).
               05 WS-SD-EXPIRE    PIC 9(03)V9(02).
       01  WS-SD-OVERFLOW PIC X(01) VALUE "N".
           88 WS-SD-OVERFLOW-Y VALUE "Y".

      *    Demandes deja decomptees (matricule, type, debut) relues
      *    de l'historique, pour ne pas les decompter deux fois.
       01  WS-PRIS-TABLE.
           03 WS-PR-CNT PIC 9(05) VALUE 0.
           03 WS-PR OCCURS 10000 TIMES
                    INDEXED BY WS-PR-IDX.
               05 WS-PR-ID    PIC X(09).
               05 WS-PR-TYPE  PIC X(03).
               05 WS-PR-DEBUT PIC 9(08).

      *    Zones d'appel du calendrier partage caljour.
       01  WS-CAL-FUNCTION PIC X(01).
       01  WS-CAL-DATE-1   PIC 9(08).
       01  WS-CAL-DATE-2   PIC 9(08).
       01  WS-CAL-RESULT   PIC 9(05).

       01  WS-MVT-TYPE     PIC X(03).
       01  WS-MVT-CODE     PIC X(01).
       01  WS-MVT-DEBUT    PIC 9(08).
       01  WS-MVT-FIN      PIC 9(08).
       01  WS-MVT-JOURS    PIC 9(03)V9(02).
       01  WS-MVT-CNT      PIC 9(06) VALUE 0.

       01  WS-JOURS        PIC 9(05).
       01  WS-DISPO        PIC 9(04)V9(02).
       01  WS-REPORT-DISPO PIC 9(03)V9(02).
       01  WS-RESTE        PIC 9(03)V9(02).
       01  WS-MOTIF        PIC X(40).
       01  WS-DEM-CNT      PIC 9(05) VALUE 0.
       01  WS-ACC-CNT      PIC 9(05) VALUE 0.
       01  WS-REJ-CNT      PIC 9(05) VALUE 0.
       01  WS-GROUP-CNT    PIC 9(04).
       01  WS-RESTANT-CNT  PIC 9(05) VALUE 0.

       01  WS-LINE         PIC X(132).
       01  WS-PNT-REPORT   PIC ZZ9.99.
       01  WS-PNT-ACQUIS   PIC ZZ9.99.
       01  WS-PNT-ENCOUR   PIC ZZ9.99.
       01  WS-PNT-CP-PRIS  PIC ZZ9.99.
       01  WS-PNT-RTT      PIC ZZ9.99.
       01  WS-PNT-RTT-PRIS PIC ZZ9.99.
       01  WS-PNT-EXPIRE   PIC ZZ9.99.
       01  WS-PNT-JOURS    PIC ZZZZ9.
       01  WS-PNT-DATE.
           03 WS-PNT-DD    PIC 9(02).
           03 FILLER       PIC X(01) VALUE "/".
           03 WS-PNT-MM    PIC 9(02).
           03 FILLER       PIC X(01) VALUE "/".
           03 WS-PNT-AAAA  PIC 9(04).
       01  WS-PNT-LIMITE   PIC X(10).
       01  WS-PNT-FIN-AN   PIC X(10).

      *    COMPTEURS DE FIN DE TRAITEMENT REMIS AU JOURNAL COMMUN
      *    D'EXPLOITATION PAR LE SOUS PROGRAMME RUNLOG.
       01  WS-PROGRAM-NAME PIC X(08) VALUE "flcong".
       01  WS-RUN-STATS.
           03 WS-RUN-READ     PIC 9(08) VALUE 0.
           03 WS-RUN-WRITTEN  PIC 9(08) VALUE 0.
           03 WS-RUN-REJECTED PIC 9(08) VALUE 0.
           03 WS-RUN-STATUS   PIC X(02) VALUE "OK".

      ******************************************************************
       PROCEDURE DIVISION.
           PERFORM START-MAIN THRU END-MAIN.

           MOVE WS-MVT-CNT TO WS-RUN-WRITTEN.
           MOVE WS-REJ-CNT TO WS-RUN-REJECTED.
           CALL "runlog" USING WS-PROGRAM-NAME, WS-RUN-READ,
              WS-RUN-WRITTEN, WS-RUN-REJECTED, WS-RUN-STATUS
           END-CALL.
           STOP RUN.

      ******************************************************************
      *    MAIN : periode et echeances, referentiels et soldes,        *
      *    acquisitions du mois, demandes, puis les editions et la     *
      *    reecriture des soldes.                                      *
      ******************************************************************
       START-MAIN.
           PERFORM START-PERIODE THRU END-PERIODE.
           PERFORM START-R-REGLES THRU END-R-REGLES.
           PERFORM START-LIMITES THRU END-LIMITES.
           PERFORM START-R-AGENCE THRU END-R-AGENCE.
           PERFORM START-R-SOLDE THRU END-R-SOLDE.

      *    Table des soldes saturee : rien n'est reecrit pour ne pas
      *    perdre de matricule.
           IF WS-SD-OVERFLOW-Y
              DISPLAY "TRAITEMENT REFUSE : conges-soldes.txt DEPASSE "
                 "2000 LIGNES, SOLDES LAISSES INTACTS"
              MOVE "KO" TO WS-RUN-STATUS
              GO TO END-MAIN
           END-IF.

           PERFORM START-R-MOUVEMENT THRU END-R-MOUVEMENT.

           OPEN EXTEND F-MOUVEMENT.
           IF NOT WS-FS-MOUVEMENT-OK
              OPEN OUTPUT F-MOUVEMENT
           END-IF.

           PERFORM START-R-EMPLOYEE THRU END-R-EMPLOYEE.

           PERFORM START-R-DEMANDE THRU END-R-DEMANDE.
           CLOSE F-MOUVEMENT.

           PERFORM START-W-RELEVE THRU END-W-RELEVE.
           PERFORM START-W-RESTANT THRU END-W-RESTANT.
           PERFORM START-W-SOLDE THRU END-W-SOLDE.

           DISPLAY "PERIODE :" SPACE WS-PERIODE SPACE
              "DEMANDES :" SPACE WS-DEM-CNT SPACE
              "ACCEPTEES :" SPACE WS-ACC-CNT SPACE
              "REFUSEES :" SPACE WS-REJ-CNT SPACE
              "MOUVEMENTS :" SPACE WS-MVT-CNT.
       END-MAIN.
           EXIT.

      ******************************************************************
      *    Periode traitee : le mois en cours ou FLCONG-PERIODE        *
      *    (AAAAMM) pour rattraper un mois oublie.                     *
      ******************************************************************
       START-PERIODE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           MOVE WS-TODAY(1:6) TO WS-PERIODE.

           ACCEPT WS-PERIODE-ENV FROM ENVIRONMENT "FLCONG-PERIODE".
           IF WS-PERIODE-ENV IS NUMERIC
              AND WS-PERIODE-ENV(5:2) >= "01"
              AND WS-PERIODE-ENV(5:2) <= "12"
              MOVE WS-PERIODE-ENV TO WS-PERIODE
           END-IF.

           MOVE WS-PERIODE(1:4) TO WS-PER-AAAA.
           MOVE WS-PERIODE(5:2) TO WS-PER-MM.
       END-PERIODE.
           EXIT.

      ******************************************************************
      *    Charge le bareme des conges s'il existe.                    *
      ******************************************************************
       START-R-REGLES.
           OPEN INPUT F-REGLES.
           IF NOT WS-FS-REGLES-OK
              GO TO END-R-REGLES
           END-IF.

           PERFORM UNTIL WS-FS-REGLES-EOF
              READ F-REGLES
              AT END
                 SET WS-FS-REGLES-EOF TO TRUE
              NOT AT END
                 IF RREG-VALEUR IS NUMERIC
                    EVALUATE RREG-CODE
                       WHEN "CPMOIS"
                          MOVE RREG-VALEUR TO WS-CP-MOIS
                       WHEN "RTTMOIS"
                          MOVE RREG-VALEUR TO WS-RTT-MOIS
                       WHEN "REPORTMX"
                          MOVE RREG-VALEUR TO WS-REPORTMX
                       WHEN "MOISLIM"
                          IF RREG-VALEUR >= 1 AND RREG-VALEUR <= 12
                             MOVE RREG-VALEUR TO WS-MOISLIM
                          END-IF
                       WHEN OTHER
                          CONTINUE
                    END-EVALUATE
                 END-IF
              END-READ
           END-PERFORM.

           CLOSE F-REGLES.
       END-R-REGLES.
           EXIT.

      ******************************************************************
      *    Dernier jour de la periode, date limite du report (dernier  *
      *    jour du mois MOISLIM) et fin de l'annee de la periode.      *
      ******************************************************************
       START-LIMITES.
           MOVE WS-PER-MM TO WS-WORK-MM.
           PERFORM START-FIN-MOIS THRU END-FIN-MOIS.
           MOVE WS-WORK-DATE TO WS-PER-FIN.

           MOVE WS-MOISLIM TO WS-WORK-MM.
           PERFORM START-FIN-MOIS THRU END-FIN-MOIS.
           MOVE WS-WORK-DATE TO WS-LIMITE.

           COMPUTE WS-FIN-ANNEE = WS-PER-AAAA * 10000 + 1231.

           MOVE WS-LIMITE TO WS-WORK-DATE.
           PERFORM START-EDIT-DATE THRU END-EDIT-DATE.
           MOVE WS-PNT-DATE TO WS-PNT-LIMITE.
           MOVE WS-FIN-ANNEE TO WS-WORK-DATE.
           PERFORM START-EDIT-DATE THRU END-EDIT-DATE.
           MOVE WS-PNT-DATE TO WS-PNT-FIN-AN.
       END-LIMITES.
           EXIT.

      ******************************************************************
      *    Dernier jour du mois WS-WORK-MM de l'annee de la periode,   *
      *    rendu dans WS-WORK-DATE (veille du premier du mois suivant).*
      ******************************************************************
       START-FIN-MOIS.
           IF WS-WORK-MM = 12
              COMPUTE WS-WORK-DATE = WS-PER-AAAA * 10000 + 1231
           ELSE
              COMPUTE WS-WORK-DATE =
                 WS-PER-AAAA * 10000 + (WS-WORK-MM + 1) * 100 + 1
              COMPUTE WS-WORK-DATE = FUNCTION DATE-OF-INTEGER
                 (FUNCTION INTEGER-OF-DATE(WS-WORK-DATE) - 1)
           END-IF.
       END-FIN-MOIS.
           EXIT.

      ******************************************************************
      *    Edite WS-WORK-DATE (AAAAMMJJ) en JJ/MM/AAAA.                *
      ******************************************************************
       START-EDIT-DATE.
           MOVE WS-WORK-DATE(7:2) TO WS-PNT-DD.
           MOVE WS-WORK-DATE(5:2) TO WS-PNT-MM.
           MOVE WS-WORK-DATE(1:4) TO WS-PNT-AAAA.
       END-EDIT-DATE.
           EXIT.

      ******************************************************************
      *    Charge le fichier maitre des agences.                       *
      ******************************************************************
       START-R-AGENCE.
           OPEN INPUT F-AGENCE.
           IF NOT WS-FS-AGENCE-OK
              DISPLAY "AVERTISSEMENT : agences.txt ABSENT, RESTANTS "
                 "SANS NOM D'AGENCE"
              GO TO END-R-AGENCE
           END-IF.

           PERFORM UNTIL WS-FS-AGENCE-EOF
              READ F-AGENCE
              AT END
                 SET WS-FS-AGENCE-EOF TO TRUE
              NOT AT END
                 IF WS-AGN-CNT < 200
                    ADD 1 TO WS-AGN-CNT
                    MOVE RAGENCE-CODE TO WS-AGN-CODE(WS-AGN-CNT)
                    MOVE RAGENCE-NOM  TO WS-AGN-NOM(WS-AGN-CNT)
                 END-IF
              END-READ
           END-PERFORM.

           CLOSE F-AGENCE.
       END-R-AGENCE.
           EXIT.

      ******************************************************************
      *    Charge les soldes du mois precedent (absent au premier      *
      *    passage : tous les compteurs partent de zero).              *
      ******************************************************************
       START-R-SOLDE.
           OPEN INPUT F-SOLDE.
           IF NOT WS-FS-SOLDE-OK
              GO TO END-R-SOLDE
           END-IF.

           PERFORM UNTIL WS-FS-SOLDE-EOF
              READ F-SOLDE
              AT END
                 SET WS-FS-SOLDE-EOF TO TRUE
              NOT AT END
                 IF WS-SD-CNT < 2000
                    ADD 1 TO WS-SD-CNT
                    SET WS-SD-IDX TO WS-SD-CNT
                    MOVE SOL-ID        TO WS-SD-ID(WS-SD-IDX)
                    MOVE SOL-AGENCE    TO WS-SD-AGENCE(WS-SD-IDX)
                    MOVE SPACES        TO WS-SD-NOM(WS-SD-IDX)
                    MOVE SPACES        TO WS-SD-PRENOM(WS-SD-IDX)
                    MOVE "N"           TO WS-SD-PRESENT(WS-SD-IDX)
                    MOVE SOL-PERIODE   TO WS-SD-PERIODE(WS-SD-IDX)
                    MOVE SOL-CP-REPORT TO WS-SD-CP-REPORT(WS-SD-IDX)
                    MOVE SOL-CP-ACQUIS TO WS-SD-CP-ACQUIS(WS-SD-IDX)
                    MOVE SOL-CP-ENCOUR TO WS-SD-CP-ENCOUR(WS-SD-IDX)
                    MOVE SOL-CP-PRIS   TO WS-SD-CP-PRIS(WS-SD-IDX)
                    MOVE SOL-RTT       TO WS-SD-RTT(WS-SD-IDX)
                    MOVE SOL-RTT-PRIS  TO WS-SD-RTT-PRIS(WS-SD-IDX)
                    MOVE SOL-EXPIRE    TO WS-SD-EXPIRE(WS-SD-IDX)
                 ELSE
                    SET WS-SD-OVERFLOW-Y TO TRUE
                 END-IF
              END-READ
           END-PERFORM.

           CLOSE F-SOLDE.
       END-R-SOLDE.
           EXIT.

      ******************************************************************
      *    Relit l'historique : cle des demandes deja decomptees.      *
      ******************************************************************
       START-R-MOUVEMENT.
           OPEN INPUT F-MOUVEMENT.
           IF NOT WS-FS-MOUVEMENT-OK
              GO TO END-R-MOUVEMENT
           END-IF.

           PERFORM UNTIL WS-FS-MOUVEMENT-EOF
              READ F-MOUVEMENT
              AT END
                 SET WS-FS-MOUVEMENT-EOF TO TRUE
              NOT AT END
                 IF MVT-CODE = "P" AND WS-PR-CNT < 10000
                    ADD 1 TO WS-PR-CNT
                    MOVE MVT-ID    TO WS-PR-ID(WS-PR-CNT)
                    MOVE MVT-TYPE  TO WS-PR-TYPE(WS-PR-CNT)
                    MOVE MVT-DEBUT TO WS-PR-DEBUT(WS-PR-CNT)
                 END-IF
              END-READ
           END-PERFORM.

           CLOSE F-MOUVEMENT.
       END-R-MOUVEMENT.
           EXIT.

      ******************************************************************
      *    Passe les employes : cloture d'annee, expiration du report  *
      *    et acquisition du mois pour chacun.                         *
      ******************************************************************
       START-R-EMPLOYEE.
           OPEN INPUT F-EMPLOYEE.
           IF NOT WS-FS-EMPLOYEE-OK
              DISPLAY "ERREUR OUVERTURE fichierclient.idx :" SPACE
                 WS-FS-EMPLOYEE
              MOVE "KO" TO WS-RUN-STATUS
              CLOSE F-MOUVEMENT
              STOP RUN
           END-IF.

           PERFORM UNTIL WS-FS-EMPLOYEE-EOF
              READ F-EMPLOYEE
              AT END
                 SET WS-FS-EMPLOYEE-EOF TO TRUE
              NOT AT END
                 ADD 1 TO WS-RUN-READ
                 PERFORM START-EMPLOYEE-ONE THRU END-EMPLOYEE-ONE
              END-READ
           END-PERFORM.

           CLOSE F-EMPLOYEE.
       END-R-EMPLOYEE.
           EXIT.

      ******************************************************************
      *    Solde de l'employe courant (cree au premier passage), puis  *
      *    cloture, expiration et acquisition.                         *
      ******************************************************************
       START-EMPLOYEE-ONE.
           SET WS-SD-IDX TO 1.
           SEARCH WS-SD
              AT END
                 CONTINUE
              WHEN WS-SD-IDX > WS-SD-CNT
                 CONTINUE
              WHEN WS-SD-ID(WS-SD-IDX) = REMPLOYEE-ID
                 CONTINUE
           END-SEARCH.

           IF WS-SD-IDX > WS-SD-CNT
              IF WS-SD-CNT NOT < 2000
                 DISPLAY "TABLE DES SOLDES PLEINE, MATRICULE NON "
                    "SUIVI :" SPACE REMPLOYEE-ID
                 MOVE "KO" TO WS-RUN-STATUS
                 GO TO END-EMPLOYEE-ONE
              END-IF
              ADD 1 TO WS-SD-CNT
              SET WS-SD-IDX TO WS-SD-CNT
              MOVE REMPLOYEE-ID TO WS-SD-ID(WS-SD-IDX)
              MOVE ZERO TO WS-SD-PERIODE(WS-SD-IDX)
              MOVE ZERO TO WS-SD-CP-REPORT(WS-SD-IDX)
              MOVE ZERO TO WS-SD-CP-ACQUIS(WS-SD-IDX)
              MOVE ZERO TO WS-SD-CP-ENCOUR(WS-SD-IDX)
              MOVE ZERO TO WS-SD-CP-PRIS(WS-SD-IDX)
              MOVE ZERO TO WS-SD-RTT(WS-SD-IDX)
              MOVE ZERO TO WS-SD-RTT-PRIS(WS-SD-IDX)
              MOVE ZERO TO WS-SD-EXPIRE(WS-SD-IDX)
           END-IF.

           MOVE REMPLOYEE-AGENCE TO WS-SD-AGENCE(WS-SD-IDX).
           MOVE REMPLOYEE-NOM    TO WS-SD-NOM(WS-SD-IDX).
           MOVE REMPLOYEE-PRENOM TO WS-SD-PRENOM(WS-SD-IDX).
           MOVE "O"              TO WS-SD-PRESENT(WS-SD-IDX).

      *    Periode deja traitee : rien a acquerir deux fois.
           IF WS-SD-PERIODE(WS-SD-IDX) NOT < WS-PERIODE
              GO TO END-EMPLOYEE-ONE
           END-IF.

           IF WS-SD-PERIODE(WS-SD-IDX) > ZERO
              AND WS-SD-PERIODE(WS-SD-IDX)(1:4) < WS-PERIODE(1:4)
              PERFORM START-CLOTURE THRU END-CLOTURE
           END-IF.

           IF WS-PER-MM > WS-MOISLIM
              AND WS-SD-CP-REPORT(WS-SD-IDX) > ZERO
              PERFORM START-EXPIRE-REPORT THRU END-EXPIRE-REPORT
           END-IF.

           PERFORM START-ACQUISITION THRU END-ACQUISITION.
           MOVE WS-PERIODE TO WS-SD-PERIODE(WS-SD-IDX).
       END-EMPLOYEE-ONE.
           EXIT.

      ******************************************************************
      *    Cloture de l'annee precedente : report du solde ACQUIS non  *
      *    pris (plafonne), bascule EN COURS -> ACQUIS, expiration des *
      *    RTT ; les compteurs annuels repartent de zero.              *
      ******************************************************************
       START-CLOTURE.
           MOVE ZERO TO WS-SD-CP-PRIS(WS-SD-IDX).
           MOVE ZERO TO WS-SD-RTT-PRIS(WS-SD-IDX).
           MOVE ZERO TO WS-SD-EXPIRE(WS-SD-IDX).
           COMPUTE WS-MVT-DEBUT = WS-PER-AAAA * 10000 + 101.
           MOVE WS-MVT-DEBUT TO WS-MVT-FIN.

      *    Report ancien encore present (limite non passee par un
      *    traitement mensuel) : il expire avec l'annee.
           IF WS-SD-CP-REPORT(WS-SD-IDX) > ZERO
              MOVE "CP " TO WS-MVT-TYPE
              MOVE "E"   TO WS-MVT-CODE
              MOVE WS-SD-CP-REPORT(WS-SD-IDX) TO WS-MVT-JOURS
              ADD WS-MVT-JOURS TO WS-SD-EXPIRE(WS-SD-IDX)
              MOVE ZERO TO WS-SD-CP-REPORT(WS-SD-IDX)
              PERFORM START-W-MOUVEMENT THRU END-W-MOUVEMENT
           END-IF.

           IF WS-SD-CP-ACQUIS(WS-SD-IDX) > ZERO
              MOVE WS-SD-CP-ACQUIS(WS-SD-IDX) TO WS-RESTE
              IF WS-RESTE > WS-REPORTMX
                 MOVE WS-REPORTMX TO WS-SD-CP-REPORT(WS-SD-IDX)
                 MOVE "CP " TO WS-MVT-TYPE
                 MOVE "E"   TO WS-MVT-CODE
                 COMPUTE WS-MVT-JOURS = WS-RESTE - WS-REPORTMX
                 ADD WS-MVT-JOURS TO WS-SD-EXPIRE(WS-SD-IDX)
                 PERFORM START-W-MOUVEMENT THRU END-W-MOUVEMENT
              ELSE
                 MOVE WS-RESTE TO WS-SD-CP-REPORT(WS-SD-IDX)
              END-IF
              IF WS-SD-CP-REPORT(WS-SD-IDX) > ZERO
                 MOVE "CP " TO WS-MVT-TYPE
                 MOVE "R"   TO WS-MVT-CODE
                 MOVE WS-SD-CP-REPORT(WS-SD-IDX) TO WS-MVT-JOURS
                 PERFORM START-W-MOUVEMENT THRU END-W-MOUVEMENT
              END-IF
           END-IF.

           MOVE WS-SD-CP-ENCOUR(WS-SD-IDX)
              TO WS-SD-CP-ACQUIS(WS-SD-IDX).
           MOVE ZERO TO WS-SD-CP-ENCOUR(WS-SD-IDX).

           IF WS-SD-RTT(WS-SD-IDX) > ZERO
              MOVE "RTT" TO WS-MVT-TYPE
              MOVE "E"   TO WS-MVT-CODE
              MOVE WS-SD-RTT(WS-SD-IDX) TO WS-MVT-JOURS
              ADD WS-MVT-JOURS TO WS-SD-EXPIRE(WS-SD-IDX)
              MOVE ZERO TO WS-SD-RTT(WS-SD-IDX)
              PERFORM START-W-MOUVEMENT THRU END-W-MOUVEMENT
           END-IF.
       END-CLOTURE.
           EXIT.

      ******************************************************************
      *    Date limite passee : le report non pris expire.             *
      ******************************************************************
       START-EXPIRE-REPORT.
           MOVE "CP " TO WS-MVT-TYPE.
           MOVE "E"   TO WS-MVT-CODE.
           MOVE WS-LIMITE TO WS-MVT-DEBUT.
           MOVE WS-LIMITE TO WS-MVT-FIN.
           MOVE WS-SD-CP-REPORT(WS-SD-IDX) TO WS-MVT-JOURS.
           ADD WS-MVT-JOURS TO WS-SD-EXPIRE(WS-SD-IDX).
           MOVE ZERO TO WS-SD-CP-REPORT(WS-SD-IDX).
           PERFORM START-W-MOUVEMENT THRU END-W-MOUVEMENT.
       END-EXPIRE-REPORT.
           EXIT.

      ******************************************************************
      *    Acquisition du mois : rien avant l'embauche ni pour une     *
      *    embauche apres le 15 du mois (date a blanc : acquis).       *
      ******************************************************************
       START-ACQUISITION.
           IF REMPLOYEE-EMBAUCHE IS NUMERIC
              IF REMPLOYEE-EMBAUCHE(1:6) > WS-PERIODE
                 GO TO END-ACQUISITION
              END-IF
              IF REMPLOYEE-EMBAUCHE(1:6) = WS-PERIODE
                 AND REMPLOYEE-EMBAUCHE(7:2) > "15"
                 GO TO END-ACQUISITION
              END-IF
           END-IF.

           COMPUTE WS-MVT-DEBUT = WS-PERIODE * 100 + 1.
           MOVE WS-PER-FIN TO WS-MVT-FIN.

           IF WS-CP-MOIS > ZERO
              MOVE "CP " TO WS-MVT-TYPE
              MOVE "A"   TO WS-MVT-CODE
              MOVE WS-CP-MOIS TO WS-MVT-JOURS
              ADD WS-CP-MOIS TO WS-SD-CP-ENCOUR(WS-SD-IDX)
              PERFORM START-W-MOUVEMENT THRU END-W-MOUVEMENT
           END-IF.

           IF WS-RTT-MOIS > ZERO
              MOVE "RTT" TO WS-MVT-TYPE
              MOVE "A"   TO WS-MVT-CODE
              MOVE WS-RTT-MOIS TO WS-MVT-JOURS
              ADD WS-RTT-MOIS TO WS-SD-RTT(WS-SD-IDX)
              PERFORM START-W-MOUVEMENT THRU END-W-MOUVEMENT
           END-IF.
       END-ACQUISITION.
           EXIT.

      ******************************************************************
      *    Historise un mouvement du matricule WS-SD-IDX.              *
      ******************************************************************
       START-W-MOUVEMENT.
           MOVE SPACES TO R-MOUVEMENT.
           MOVE WS-SD-ID(WS-SD-IDX) TO MVT-ID.
           MOVE WS-MVT-TYPE  TO MVT-TYPE.
           MOVE WS-MVT-CODE  TO MVT-CODE.
           MOVE WS-PERIODE   TO MVT-PERIODE.
           MOVE WS-MVT-DEBUT TO MVT-DEBUT.
           MOVE WS-MVT-FIN   TO MVT-FIN.
           MOVE WS-MVT-JOURS TO MVT-JOURS.
           MOVE WS-TODAY     TO MVT-DATE.
           WRITE R-MOUVEMENT.
           ADD 1 TO WS-MVT-CNT.
       END-W-MOUVEMENT.
           EXIT.

      ******************************************************************
      *    Passe les demandes de conges (fichier facultatif).          *
      ******************************************************************
       START-R-DEMANDE.
           OPEN INPUT F-DEMANDE.
           IF NOT WS-FS-DEMANDE-OK
              GO TO END-R-DEMANDE
           END-IF.

           OPEN OUTPUT F-REJET.

           PERFORM UNTIL WS-FS-DEMANDE-EOF
              READ F-DEMANDE
              AT END
                 SET WS-FS-DEMANDE-EOF TO TRUE
              NOT AT END
                 ADD 1 TO WS-RUN-READ
                 ADD 1 TO WS-DEM-CNT
                 PERFORM START-DEMANDE-ONE THRU END-DEMANDE-ONE
              END-READ
           END-PERFORM.

           CLOSE F-DEMANDE.
           CLOSE F-REJET.
       END-R-DEMANDE.
           EXIT.

      ******************************************************************
      *    Controle une demande, la decompte en jours ouvres et la     *
      *    passe sur le solde, ou la refuse avec son motif.            *
      ******************************************************************
       START-DEMANDE-ONE.
           SET WS-SD-IDX TO 1.
           SEARCH WS-SD
              AT END
                 CONTINUE
              WHEN WS-SD-IDX > WS-SD-CNT
                 CONTINUE
              WHEN WS-SD-ID(WS-SD-IDX) = DEM-ID
                 CONTINUE
           END-SEARCH.

           IF WS-SD-IDX > WS-SD-CNT
              MOVE "MATRICULE INCONNU" TO WS-MOTIF
              GO TO START-REJET
           END-IF.
           IF WS-SD-PRESENT(WS-SD-IDX) NOT = "O"
              MOVE "MATRICULE ABSENT DU FICHIER EMPLOYES" TO WS-MOTIF
              GO TO START-REJET
           END-IF.

           IF DEM-TYPE NOT = "CP " AND DEM-TYPE NOT = "RTT"
              MOVE "TYPE DE CONGE INCONNU (CP OU RTT)" TO WS-MOTIF
              GO TO START-REJET
           END-IF.

           IF DEM-DEBUT IS NOT NUMERIC OR DEM-FIN IS NOT NUMERIC
              MOVE "DATES NON NUMERIQUES" TO WS-MOTIF
              GO TO START-REJET
           END-IF.
           IF FUNCTION TEST-DATE-YYYYMMDD(DEM-DEBUT) NOT = 0
              OR FUNCTION TEST-DATE-YYYYMMDD(DEM-FIN) NOT = 0
              OR DEM-FIN < DEM-DEBUT
              MOVE "DATES INVALIDES" TO WS-MOTIF
              GO TO START-REJET
           END-IF.

           SET WS-PR-IDX TO 1.
           SEARCH WS-PR
              AT END
                 CONTINUE
              WHEN WS-PR-IDX > WS-PR-CNT
                 CONTINUE
              WHEN WS-PR-ID(WS-PR-IDX) = DEM-ID
                 AND WS-PR-TYPE(WS-PR-IDX) = DEM-TYPE
                 AND WS-PR-DEBUT(WS-PR-IDX) = DEM-DEBUT
                 MOVE "DEMANDE DEJA ENREGISTREE" TO WS-MOTIF
                 GO TO START-REJET
           END-SEARCH.

      *    Jours ouvres de la periode demandee, bornes comprises.
           MOVE "E" TO WS-CAL-FUNCTION.
           MOVE DEM-DEBUT TO WS-CAL-DATE-1.
           MOVE DEM-FIN   TO WS-CAL-DATE-2.
           MOVE ZERO TO WS-CAL-RESULT.
           CALL "caljour" USING WS-CAL-FUNCTION, WS-CAL-DATE-1,
              WS-CAL-DATE-2, WS-CAL-RESULT
           END-CALL.
           MOVE WS-CAL-RESULT TO WS-JOURS.

           MOVE "J" TO WS-CAL-FUNCTION.
           MOVE DEM-DEBUT TO WS-CAL-DATE-1.
           MOVE ZERO TO WS-CAL-RESULT.
           CALL "caljour" USING WS-CAL-FUNCTION, WS-CAL-DATE-1,
              WS-CAL-DATE-2, WS-CAL-RESULT
           END-CALL.
           ADD WS-CAL-RESULT TO WS-JOURS.

           IF WS-JOURS = ZERO
              MOVE "AUCUN JOUR OUVRE DANS LA PERIODE" TO WS-MOTIF
              GO TO START-REJET
           END-IF.

      *    Disponible : RTT de l'annee, ou REPORT (s'il reste valable
      *    au premier jour demande) puis ACQUIS pour les CP.
           IF DEM-TYPE = "RTT"
              MOVE WS-SD-RTT(WS-SD-IDX) TO WS-DISPO
           ELSE
              MOVE WS-SD-CP-REPORT(WS-SD-IDX) TO WS-REPORT-DISPO
              IF DEM-DEBUT > WS-LIMITE
                 MOVE ZERO TO WS-REPORT-DISPO
              END-IF
              COMPUTE WS-DISPO =
                 WS-REPORT-DISPO + WS-SD-CP-ACQUIS(WS-SD-IDX)
           END-IF.

           IF WS-JOURS > WS-DISPO
              MOVE "SOLDE INSUFFISANT" TO WS-MOTIF
              GO TO START-REJET
           END-IF.

           MOVE WS-JOURS TO WS-MVT-JOURS.
           IF DEM-TYPE = "RTT"
              SUBTRACT WS-MVT-JOURS FROM WS-SD-RTT(WS-SD-IDX)
              ADD WS-MVT-JOURS TO WS-SD-RTT-PRIS(WS-SD-IDX)
           ELSE
              IF WS-MVT-JOURS > WS-REPORT-DISPO
                 COMPUTE WS-RESTE = WS-MVT-JOURS - WS-REPORT-DISPO
                 SUBTRACT WS-REPORT-DISPO
                    FROM WS-SD-CP-REPORT(WS-SD-IDX)
                 SUBTRACT WS-RESTE FROM WS-SD-CP-ACQUIS(WS-SD-IDX)
              ELSE
                 SUBTRACT WS-MVT-JOURS FROM WS-SD-CP-REPORT(WS-SD-IDX)
              END-IF
              ADD WS-MVT-JOURS TO WS-SD-CP-PRIS(WS-SD-IDX)
           END-IF.

           MOVE DEM-TYPE  TO WS-MVT-TYPE.
           MOVE "P"       TO WS-MVT-CODE.
           MOVE DEM-DEBUT TO WS-MVT-DEBUT.
           MOVE DEM-FIN   TO WS-MVT-FIN.
           PERFORM START-W-MOUVEMENT THRU END-W-MOUVEMENT.
           ADD 1 TO WS-ACC-CNT.

           IF WS-PR-CNT < 10000
              ADD 1 TO WS-PR-CNT
              MOVE DEM-ID    TO WS-PR-ID(WS-PR-CNT)
              MOVE DEM-TYPE  TO WS-PR-TYPE(WS-PR-CNT)
              MOVE DEM-DEBUT TO WS-PR-DEBUT(WS-PR-CNT)
           END-IF.
           GO TO END-DEMANDE-ONE.

       START-REJET.
           ADD 1 TO WS-REJ-CNT.
           MOVE SPACES TO R-REJET.
           STRING R-DEMANDE SPACE FUNCTION TRIM(WS-MOTIF)
              DELIMITED BY SIZE
              INTO R-REJET.
           WRITE R-REJET.
       END-DEMANDE-ONE.
           EXIT.

      ******************************************************************
      *    Releve des soldes : une ligne par employe du fichier.       *
      ******************************************************************
       START-W-RELEVE.
           OPEN OUTPUT F-RELEVE.
           MOVE SPACES TO WS-LINE.
           STRING "*** RELEVE DES CONGES - PERIODE" SPACE WS-PERIODE
              SPACE "(JOURS OUVRES, REPORT A PRENDRE AVANT LE" SPACE
              WS-PNT-LIMITE ") ***"
              DELIMITED BY SIZE
              INTO WS-LINE.
           WRITE R-RELEVE FROM WS-LINE.
           MOVE SPACES TO WS-LINE.
           STRING "MATRICULE NOM                  PRENOM"
              "               AGENCE REPORT ACQUIS ENCOUR CPPRIS"
              "    RTT RTTPRI EXPIRE"
              DELIMITED BY SIZE
              INTO WS-LINE.
           WRITE R-RELEVE FROM WS-LINE.

           PERFORM VARYING WS-SD-IDX FROM 1 BY 1
                   UNTIL WS-SD-IDX > WS-SD-CNT
              IF WS-SD-PRESENT(WS-SD-IDX) = "O"
                 PERFORM START-EDIT-SOLDE THRU END-EDIT-SOLDE
                 MOVE SPACES TO WS-LINE
                 STRING WS-SD-ID(WS-SD-IDX) SPACE
                    WS-SD-NOM(WS-SD-IDX) SPACE
                    WS-SD-PRENOM(WS-SD-IDX) SPACE
                    WS-SD-AGENCE(WS-SD-IDX) "  "
                    WS-PNT-REPORT SPACE WS-PNT-ACQUIS SPACE
                    WS-PNT-ENCOUR SPACE WS-PNT-CP-PRIS SPACE
                    WS-PNT-RTT SPACE WS-PNT-RTT-PRIS SPACE
                    WS-PNT-EXPIRE
                    DELIMITED BY SIZE
                    INTO WS-LINE
                 WRITE R-RELEVE FROM WS-LINE
              END-IF
           END-PERFORM.

           CLOSE F-RELEVE.
       END-W-RELEVE.
           EXIT.

      ******************************************************************
      *    Edite les compteurs du matricule WS-SD-IDX.                 *
      ******************************************************************
       START-EDIT-SOLDE.
           MOVE WS-SD-CP-REPORT(WS-SD-IDX) TO WS-PNT-REPORT.
           MOVE WS-SD-CP-ACQUIS(WS-SD-IDX) TO WS-PNT-ACQUIS.
           MOVE WS-SD-CP-ENCOUR(WS-SD-IDX) TO WS-PNT-ENCOUR.
           MOVE WS-SD-CP-PRIS(WS-SD-IDX)   TO WS-PNT-CP-PRIS.
           MOVE WS-SD-RTT(WS-SD-IDX)       TO WS-PNT-RTT.
           MOVE WS-SD-RTT-PRIS(WS-SD-IDX)  TO WS-PNT-RTT-PRIS.
           MOVE WS-SD-EXPIRE(WS-SD-IDX)    TO WS-PNT-EXPIRE.
       END-EDIT-SOLDE.
           EXIT.

      ******************************************************************
      *    Conges restant a prendre avant echeance, par agence : le    *
      *    REPORT (avant la date limite) et les CP ACQUIS et RTT (avant*
      *    la fin de l'annee, ou le report est plafonne et les RTT     *
      *    expirent). Les agences inconnues d'agences.txt finissent la *
      *    liste.                                                      *
      ******************************************************************
       START-W-RESTANT.
           OPEN OUTPUT F-RESTANT.
           MOVE SPACES TO WS-LINE.
           STRING "*** CONGES RESTANT A PRENDRE PAR AGENCE - PERIODE"
              SPACE WS-PERIODE " ***"
              DELIMITED BY SIZE
              INTO WS-LINE.
           WRITE R-RESTANT FROM WS-LINE.

           PERFORM VARYING WS-SD-IDX FROM 1 BY 1
                   UNTIL WS-SD-IDX > WS-SD-CNT
              MOVE "N" TO WS-SD-AGN-OK(WS-SD-IDX)
           END-PERFORM.

           PERFORM VARYING WS-AGN-IDX FROM 1 BY 1
                   UNTIL WS-AGN-IDX > WS-AGN-CNT
              MOVE ZERO TO WS-GROUP-CNT
              PERFORM VARYING WS-SD-IDX FROM 1 BY 1
                      UNTIL WS-SD-IDX > WS-SD-CNT
                 IF WS-SD-AGENCE(WS-SD-IDX) = WS-AGN-CODE(WS-AGN-IDX)
                    MOVE "O" TO WS-SD-AGN-OK(WS-SD-IDX)
                    PERFORM START-RESTANT-ONE THRU END-RESTANT-ONE
                 END-IF
              END-PERFORM
           END-PERFORM.

           MOVE ZERO TO WS-GROUP-CNT.
           SET WS-AGN-IDX TO 1.
           PERFORM VARYING WS-SD-IDX FROM 1 BY 1
                   UNTIL WS-SD-IDX > WS-SD-CNT
              IF WS-SD-AGN-OK(WS-SD-IDX) = "N"
                 PERFORM START-RESTANT-ONE THRU END-RESTANT-ONE
              END-IF
           END-PERFORM.

           MOVE SPACES TO WS-LINE.
           STRING "EMPLOYES AVEC DES CONGES A PRENDRE :" SPACE
              WS-RESTANT-CNT
              DELIMITED BY SIZE
              INTO WS-LINE.
           WRITE R-RESTANT FROM WS-LINE.

           CLOSE F-RESTANT.
       END-W-RESTANT.
           EXIT.

      ******************************************************************
      *    Ligne de l'employe WS-SD-IDX s'il lui reste des conges ;    *
      *    l'en-tete de l'agence sort avant sa premiere ligne.         *
      ******************************************************************
       START-RESTANT-ONE.
           IF WS-SD-PRESENT(WS-SD-IDX) NOT = "O"
              GO TO END-RESTANT-ONE
           END-IF.
           IF WS-SD-CP-REPORT(WS-SD-IDX) = ZERO
              AND WS-SD-CP-ACQUIS(WS-SD-IDX) = ZERO
              AND WS-SD-RTT(WS-SD-IDX) = ZERO
              GO TO END-RESTANT-ONE
           END-IF.

           IF WS-GROUP-CNT = ZERO
              MOVE SPACES TO WS-LINE
              IF WS-SD-AGN-OK(WS-SD-IDX) = "O"
                 STRING "AGENCE" SPACE WS-AGN-CODE(WS-AGN-IDX) SPACE
                    WS-AGN-NOM(WS-AGN-IDX)
                    DELIMITED BY SIZE
                    INTO WS-LINE
              ELSE
                 MOVE "AGENCE INCONNUE D'agences.txt" TO WS-LINE
              END-IF
              WRITE R-RESTANT FROM WS-LINE
           END-IF.
           ADD 1 TO WS-GROUP-CNT.
           ADD 1 TO WS-RESTANT-CNT.

           PERFORM START-EDIT-SOLDE THRU END-EDIT-SOLDE.
           MOVE SPACES TO WS-LINE.
           STRING "   " WS-SD-ID(WS-SD-IDX) SPACE
              WS-SD-NOM(WS-SD-IDX) SPACE
              WS-SD-AGENCE(WS-SD-IDX) SPACE
              "REPORT:" WS-PNT-REPORT " AVANT LE " WS-PNT-LIMITE SPACE
              "ACQUIS:" WS-PNT-ACQUIS SPACE
              "RTT:" WS-PNT-RTT " AVANT LE " WS-PNT-FIN-AN
              DELIMITED BY SIZE
              INTO WS-LINE.
           WRITE R-RESTANT FROM WS-LINE.
       END-RESTANT-ONE.
           EXIT.

      ******************************************************************
      *    Reecrit les soldes, matricules sortis du fichier compris.   *
      ******************************************************************
       START-W-SOLDE.
           OPEN OUTPUT F-SOLDE.

           PERFORM VARYING WS-SD-IDX FROM 1 BY 1
                   UNTIL WS-SD-IDX > WS-SD-CNT
              MOVE SPACES TO R-SOLDE
              MOVE WS-SD-ID(WS-SD-IDX)        TO SOL-ID
              MOVE WS-SD-AGENCE(WS-SD-IDX)    TO SOL-AGENCE
              MOVE WS-SD-PERIODE(WS-SD-IDX)   TO SOL-PERIODE
              MOVE WS-SD-CP-REPORT(WS-SD-IDX) TO SOL-CP-REPORT
              MOVE WS-SD-CP-ACQUIS(WS-SD-IDX) TO SOL-CP-ACQUIS
              MOVE WS-SD-CP-ENCOUR(WS-SD-IDX) TO SOL-CP-ENCOUR
              MOVE WS-SD-CP-PRIS(WS-SD-IDX)   TO SOL-CP-PRIS
              MOVE WS-SD-RTT(WS-SD-IDX)       TO SOL-RTT
              MOVE WS-SD-RTT-PRIS(WS-SD-IDX)  TO SOL-RTT-PRIS
              MOVE WS-SD-EXPIRE(WS-SD-IDX)    TO SOL-EXPIRE
              WRITE R-SOLDE
           END-PERFORM.

           CLOSE F-SOLDE.
       END-W-SOLDE.
           EXIT.
