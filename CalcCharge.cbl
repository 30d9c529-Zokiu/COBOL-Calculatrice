       IDENTIFICATION DIVISION.
       PROGRAM-ID. CalcCharge.
       AUTHOR. Terry.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *Anciens referentiels sequentiels, renommes RATESEQ et PROFSEQ
      *avant la reprise : ils sont charges tels quels dans les
      *nouveaux fichiers indexes CALCRATE et CALCPROF.
           SELECT RSEQ-FILE ASSIGN TO "RATESEQ"
               ORGANIZATION  IS LINE SEQUENTIAL
               FILE STATUS   IS WS-RSEQ-FILE-STATUS.

           SELECT PSEQ-FILE ASSIGN TO "PROFSEQ"
               ORGANIZATION  IS LINE SEQUENTIAL
               FILE STATUS   IS WS-PSEQ-FILE-STATUS.

           SELECT RATE-FILE ASSIGN TO "CALCRATE"
               ORGANIZATION  IS INDEXED
               ACCESS MODE   IS RANDOM
               RECORD KEY    IS RATE-KEY
               FILE STATUS   IS WS-RATE-FILE-STATUS.

           SELECT PROF-FILE ASSIGN TO "CALCPROF"
               ORGANIZATION  IS INDEXED
               ACCESS MODE   IS RANDOM
               RECORD KEY    IS PROF-USER-ID
               FILE STATUS   IS WS-PROF-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *Disposition de l'ancien referentiel sequentiel des valeurs
      *nommees, tel qu'ecrit par CalcTaux et CalcTauxBatch avant la
      *conversion.
       FD  RSEQ-FILE
           RECORDING MODE IS F.
       01  RSEQ-RECORD.
           05  RSEQ-NAME        PIC X(08).
           05  RSEQ-SEP1        PIC X(01).
           05  RSEQ-VALUE       PIC S9(09)v9(03)
                                 SIGN IS TRAILING SEPARATE.
           05  RSEQ-SEP2        PIC X(01).
           05  RSEQ-EFF-DATE    PIC X(08).
           05  RSEQ-SEP3        PIC X(01).
           05  RSEQ-DESC        PIC X(30).

      *Disposition de l'ancien fichier sequentiel des profils, tel
      *qu'ecrit par CalcProfil avant la conversion.
       FD  PSEQ-FILE
           RECORDING MODE IS F.
       01  PSEQ-RECORD.
           05  PSEQ-USER-ID     PIC X(08).
           05  PSEQ-SEP1        PIC X(01).
           05  PSEQ-LANG        PIC X(02).
           05  PSEQ-SEP2        PIC X(01).
           05  PSEQ-ROLE        PIC X(01).
           05  PSEQ-SEP3        PIC X(01).
           05  PSEQ-DEPT        PIC X(08).

      *Nouveau referentiel indexe. Meme disposition que dans CalcTaux
      *puisque le fichier est partage.
       FD  RATE-FILE.
       01  RATE-RECORD.
      *Cle : nom + date d'effet, ce qui permet de conserver les
      *valeurs successives d'un meme taux.
           05  RATE-KEY.
               10  RATE-NAME        PIC X(08).
               10  RATE-EFF-DATE    PIC X(08).
           05  RATE-SEP1        PIC X(01).
           05  RATE-VALUE       PIC S9(09)v9(03)
                                 SIGN IS TRAILING SEPARATE.
           05  RATE-SEP2        PIC X(01).
           05  RATE-DESC        PIC X(30).

      *Nouveau fichier indexe des profils. Meme disposition que dans
      *CalcProfil puisque le fichier est partage.
       FD  PROF-FILE.
       01  PROF-RECORD.
           05  PROF-USER-ID     PIC X(08).
           05  PROF-SEP1        PIC X(01).
           05  PROF-LANG        PIC X(02).
           05  PROF-SEP2        PIC X(01).
           05  PROF-ROLE        PIC X(01).
           05  PROF-SEP3        PIC X(01).
           05  PROF-DEPT        PIC X(08).
      *Empreinte du mot de passe (a blanc : mot de passe non
      *initialise), date de son dernier changement ("00000000" :
      *mot de passe provisoire a changer a la prochaine
      *identification), echecs consecutifs et verrouillage. Tenus
      *par CalcAcces et CalcProfil.
           05  PROF-SEP4        PIC X(01).
           05  PROF-PWD-HASH    PIC X(20).
           05  PROF-SEP5        PIC X(01).
           05  PROF-PWD-DATE    PIC X(08).
           05  PROF-SEP6        PIC X(01).
           05  PROF-FAIL-COUNT  PIC 9(02).
           05  PROF-SEP7        PIC X(01).
           05  PROF-LOCKED      PIC X(01).

       WORKING-STORAGE SECTION.

      *Variables de statut des fichiers.
       01  WS-RSEQ-FILE-STATUS  PIC X(02)       VALUE "00".
       01  WS-PSEQ-FILE-STATUS  PIC X(02)       VALUE "00".
       01  WS-RATE-FILE-STATUS  PIC X(02)       VALUE "00".
       01  WS-PROF-FILE-STATUS  PIC X(02)       VALUE "00".

      *Variable de fin du fichier en cours de lecture.
       01  WS-EOF               PIC X(01)       VALUE "N".

      *Compteurs du bilan de chargement, par fichier.
       01  WS-RATE-READ-COUNT   PIC 9(07)       VALUE ZERO.
       01  WS-RATE-LOAD-COUNT   PIC 9(07)       VALUE ZERO.
       01  WS-RATE-LOST-COUNT   PIC 9(07)       VALUE ZERO.
       01  WS-PROF-READ-COUNT   PIC 9(07)       VALUE ZERO.
       01  WS-PROF-LOAD-COUNT   PIC 9(07)       VALUE ZERO.
       01  WS-PROF-LOST-COUNT   PIC 9(07)       VALUE ZERO.
       01  WS-COUNT-ED          PIC ZZZZZZ9     VALUE ZERO.

       PROCEDURE DIVISION.
      *Reprise du referentiel des valeurs nommees, puis des profils.
      *Un ancien fichier absent est signale et sa reprise sautee.
           PERFORM 1000-LOAD-RATES-START
           THRU    1000-LOAD-RATES-END.
           PERFORM 2000-LOAD-PROFILS-START
           THRU    2000-LOAD-PROFILS-END.

      *Bilan de la reprise sur la console.
           DISPLAY "-----------------------------------------".
           DISPLAY "REPRISE DE CALCRATE".
           MOVE WS-RATE-READ-COUNT TO WS-COUNT-ED.
           DISPLAY "Lignes lues     : " FUNCTION TRIM(WS-COUNT-ED).
           MOVE WS-RATE-LOAD-COUNT TO WS-COUNT-ED.
           DISPLAY "Lignes chargees : " FUNCTION TRIM(WS-COUNT-ED).
           MOVE WS-RATE-LOST-COUNT TO WS-COUNT-ED.
           DISPLAY "Lignes rejetees : " FUNCTION TRIM(WS-COUNT-ED).
           DISPLAY "-----------------------------------------".
           DISPLAY "REPRISE DE CALCPROF".
           MOVE WS-PROF-READ-COUNT TO WS-COUNT-ED.
           DISPLAY "Lignes lues     : " FUNCTION TRIM(WS-COUNT-ED).
           MOVE WS-PROF-LOAD-COUNT TO WS-COUNT-ED.
           DISPLAY "Lignes chargees : " FUNCTION TRIM(WS-COUNT-ED).
           MOVE WS-PROF-LOST-COUNT TO WS-COUNT-ED.
           DISPLAY "Lignes rejetees : " FUNCTION TRIM(WS-COUNT-ED).
           DISPLAY "-----------------------------------------".

           STOP RUN.

      ******************************************************************

       1000-LOAD-RATES-START.
      *Ouverture des fichiers de la reprise du referentiel.
           OPEN INPUT RSEQ-FILE.
           IF WS-RSEQ-FILE-STATUS NOT = "00"
               THEN
                   DISPLAY "Fichier RATESEQ introuvable, reprise de "
                           "CALCRATE sautee"
                   GO TO 1000-LOAD-RATES-END
           END-IF.
           OPEN I-O RATE-FILE.
           IF WS-RATE-FILE-STATUS = "35" OR "05"
               THEN
                   OPEN OUTPUT RATE-FILE
                   CLOSE       RATE-FILE
                   OPEN I-O    RATE-FILE
           END-IF.

      *Chargement de chaque ligne de l'ancien referentiel.
           MOVE "N" TO WS-EOF.
           PERFORM 1100-LOAD-RATE-START
           THRU    1100-LOAD-RATE-END
               UNTIL WS-EOF = "Y".

           CLOSE RSEQ-FILE
                 RATE-FILE.
           EXIT.
       1000-LOAD-RATES-END.

       1100-LOAD-RATE-START.
      *Lecture d'une ligne de l'ancien referentiel et ecriture dans
      *le referentiel indexe. Une valeur illisible ou une cle nom +
      *date d'effet en double est rejetee.
           READ RSEQ-FILE
               AT END
                   MOVE "Y" TO WS-EOF
           END-READ.

           IF WS-EOF = "Y"
               THEN
                   GO TO 1100-LOAD-RATE-END
           END-IF.
           ADD 1 TO WS-RATE-READ-COUNT.
           IF RSEQ-NAME = SPACES
              OR RSEQ-VALUE IS NOT NUMERIC
               THEN
                   ADD 1 TO WS-RATE-LOST-COUNT
                   DISPLAY "Ligne RATESEQ illisible : " RSEQ-RECORD
                   GO TO 1100-LOAD-RATE-END
           END-IF.
           MOVE FUNCTION UPPER-CASE(RSEQ-NAME) TO RATE-NAME.
           MOVE RSEQ-EFF-DATE   TO RATE-EFF-DATE.
           MOVE SPACE           TO RATE-SEP1.
           MOVE RSEQ-VALUE      TO RATE-VALUE.
           MOVE SPACE           TO RATE-SEP2.
           MOVE RSEQ-DESC       TO RATE-DESC.
           WRITE RATE-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE.
           IF WS-RATE-FILE-STATUS = "00"
               THEN
                   ADD 1 TO WS-RATE-LOAD-COUNT
               ELSE
                   ADD 1 TO WS-RATE-LOST-COUNT
                   DISPLAY "Ligne non chargee, statut "
                           WS-RATE-FILE-STATUS " cle " RATE-KEY
           END-IF.

           EXIT.
       1100-LOAD-RATE-END.

       2000-LOAD-PROFILS-START.
      *Ouverture des fichiers de la reprise des profils.
           OPEN INPUT PSEQ-FILE.
           IF WS-PSEQ-FILE-STATUS NOT = "00"
               THEN
                   DISPLAY "Fichier PROFSEQ introuvable, reprise de "
                           "CALCPROF sautee"
                   GO TO 2000-LOAD-PROFILS-END
           END-IF.
           OPEN I-O PROF-FILE.
           IF WS-PROF-FILE-STATUS = "35" OR "05"
               THEN
                   OPEN OUTPUT PROF-FILE
                   CLOSE       PROF-FILE
                   OPEN I-O    PROF-FILE
           END-IF.

      *Chargement de chaque ligne de l'ancien fichier des profils.
           MOVE "N" TO WS-EOF.
           PERFORM 2100-LOAD-PROFIL-START
           THRU    2100-LOAD-PROFIL-END
               UNTIL WS-EOF = "Y".

           CLOSE PSEQ-FILE
                 PROF-FILE.
           EXIT.
       2000-LOAD-PROFILS-END.

       2100-LOAD-PROFIL-START.
      *Lecture d'un profil de l'ancien fichier et ecriture dans le
      *fichier indexe. Un identifiant a blanc ou en double est
      *rejete ; les zones sont reprises en majuscules, comme les
      *lisait l'ancien chargement en table.
           READ PSEQ-FILE
               AT END
                   MOVE "Y" TO WS-EOF
           END-READ.

           IF WS-EOF = "Y"
               THEN
                   GO TO 2100-LOAD-PROFIL-END
           END-IF.
           ADD 1 TO WS-PROF-READ-COUNT.
           IF PSEQ-USER-ID = SPACES
               THEN
                   ADD 1 TO WS-PROF-LOST-COUNT
                   DISPLAY "Ligne PROFSEQ illisible : " PSEQ-RECORD
                   GO TO 2100-LOAD-PROFIL-END
           END-IF.
           MOVE FUNCTION UPPER-CASE(PSEQ-USER-ID) TO PROF-USER-ID.
           MOVE SPACE           TO PROF-SEP1.
           MOVE FUNCTION UPPER-CASE(PSEQ-LANG)    TO PROF-LANG.
           MOVE SPACE           TO PROF-SEP2.
           MOVE FUNCTION UPPER-CASE(PSEQ-ROLE)    TO PROF-ROLE.
           MOVE SPACE           TO PROF-SEP3.
           MOVE FUNCTION UPPER-CASE(PSEQ-DEPT)    TO PROF-DEPT.
      *L'ancien fichier ne porte pas de mot de passe : le profil est
      *charge sans mot de passe, a initialiser par l'administrateur
      *(RESET de CalcProfil) avant la premiere identification.
           MOVE SPACE           TO PROF-SEP4.
           MOVE SPACE           TO PROF-PWD-HASH.
           MOVE SPACE           TO PROF-SEP5.
           MOVE "00000000"      TO PROF-PWD-DATE.
           MOVE SPACE           TO PROF-SEP6.
           MOVE ZERO            TO PROF-FAIL-COUNT.
           MOVE SPACE           TO PROF-SEP7.
           MOVE "N"             TO PROF-LOCKED.
           WRITE PROF-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE.
           IF WS-PROF-FILE-STATUS = "00"
               THEN
                   ADD 1 TO WS-PROF-LOAD-COUNT
               ELSE
                   ADD 1 TO WS-PROF-LOST-COUNT
                   DISPLAY "Ligne non chargee, statut "
                           WS-PROF-FILE-STATUS " cle " PROF-USER-ID
           END-IF.

           EXIT.
       2100-LOAD-PROFIL-END.
