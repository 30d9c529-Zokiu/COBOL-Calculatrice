               FILE STATUS   IS WS-TRANS-FILE-STATUS.

           SELECT RATE-FILE ASSIGN TO "CALCRATE"
               ORGANIZATION  IS INDEXED
               ACCESS MODE   IS RANDOM
               RECORD KEY    IS RATE-KEY
               FILE STATUS   IS WS-RATE-FILE-STATUS.

           SELECT RATE-REJ-FILE ASSIGN TO "RATEREJ"
               ORGANIZATION  IS LINE SEQUENTIAL
               FILE STATUS   IS WS-REJ-FILE-STATUS.

           SELECT AUDT-FILE ASSIGN TO "CALCAUDT"
               ORGANIZATION  IS LINE SEQUENTIAL
               FILE STATUS   IS WS-AUDT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *Fichier des revisions de taux envoye par la comptabilite, une
      *Referentiel des valeurs nommees entretenu par CalcTaux. Meme
      *disposition que dans ce programme puisque le fichier est
      *partage.
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

      *Fichier des lignes rejetees. L'image de la ligne d'origine
           05  RREJ-SEP4        PIC X(01).
           05  RREJ-RUN-TIME    PIC X(08).

      *Journal des modifications des referentiels CALCRATE et
      *CALCPROF : une ligne ajoutee par creation ("A"), modification
      *("C") ou suppression ("D"), avec l'image de l'enregistrement
      *avant et apres, l'auteur, le programme et l'horodatage. Le
      *fichier n'est jamais reecrit ; il est exploite par CalcTrace.
      *Meme disposition dans CalcTaux, CalcTauxBatch et CalcProfil.
       FD  AUDT-FILE
           RECORDING MODE IS F.
       01  AUDT-RECORD.
           05  AUDT-DATE        PIC X(08).
           05  AUDT-SEP1        PIC X(01).
           05  AUDT-TIME        PIC X(08).
           05  AUDT-SEP2        PIC X(01).
           05  AUDT-FILE-NAME   PIC X(08).
           05  AUDT-SEP3        PIC X(01).
           05  AUDT-ACTION      PIC X(01).
           05  AUDT-SEP4        PIC X(01).
      *Cle de l'enregistrement : nom + date d'effet pour CALCRATE,
      *identifiant pour CALCPROF.
           05  AUDT-KEY         PIC X(16).
           05  AUDT-SEP5        PIC X(01).
           05  AUDT-USER-ID     PIC X(08).
           05  AUDT-SEP6        PIC X(01).
           05  AUDT-PROGRAM     PIC X(13).
      *Images avant (a blanc pour une creation) et apres (a blanc
      *pour une suppression), a la disposition du referentiel.
           05  AUDT-SEP7        PIC X(01).
           05  AUDT-BEFORE      PIC X(80).
           05  AUDT-SEP8        PIC X(01).
           05  AUDT-AFTER       PIC X(80).

       WORKING-STORAGE SECTION.

      *Variables de statut des fichiers.
           88  REJ-VAL-NON-NUM                  VALUE "VN".
           88  REJ-DATE-INVALIDE                VALUE "DT".
           88  REJ-DOUBLON                      VALUE "DB".
           88  REJ-ECRITURE                     VALUE "EC".

      *Compteurs du bilan d'import.
       01  WS-READ-COUNT        PIC 9(05)       VALUE ZERO.
       01  WS-REJ-VN-COUNT      PIC 9(05)       VALUE ZERO.
       01  WS-REJ-DT-COUNT      PIC 9(05)       VALUE ZERO.
       01  WS-REJ-DB-COUNT      PIC 9(05)       VALUE ZERO.
       01  WS-REJ-EC-COUNT      PIC 9(05)       VALUE ZERO.
       01  WS-COUNT-ED          PIC ZZZZ9       VALUE ZERO.

      *Variables de controle du lot (entete et fin de lot), sur le
       01  WS-RUN-DATE          PIC 9(08)       VALUE ZERO.
       01  WS-RUN-TIME          PIC 9(08)       VALUE ZERO.

      *Auteur des modifications du referentiel reporte au journal :
      *l'import n'a pas d'operateur, comme dans Calcul2Batch.
       01  WS-USER-ID           PIC X(08)       VALUE "BATCH".

      *Zone de la ligne du journal CALCAUDT en cours : action, cle,
      *images avant et apres, horodatage de la modification.
       01  WS-AUDT-FILE-STATUS  PIC X(02)       VALUE "00".
       01  WS-AUDT-PROGRAM      PIC X(13)       VALUE "CalcTauxBatch".
       01  WS-AUDT-ACTION       PIC X(01)       VALUE SPACE.
       01  WS-AUDT-KEY          PIC X(16)       VALUE SPACE.
       01  WS-AUDT-BEFORE       PIC X(80)       VALUE SPACE.
       01  WS-AUDT-AFTER        PIC X(80)       VALUE SPACE.
       01  WS-AUDT-DATE         PIC 9(08)       VALUE ZERO.
       01  WS-AUDT-TIME         PIC 9(08)       VALUE ZERO.

      *Decomposition de la date d'effet pour sa validation.
       01  WS-DATE-MM           PIC 9(02)       VALUE ZERO.
                   STOP RUN
           END-IF.

      *Ouverture du referentiel en mise a jour : chaque ligne
      *valide y est ecrite des sa validation.
           PERFORM 1000-OPEN-RATES-START
           THRU    1000-OPEN-RATES-END.

      *Le lot est equilibre : on le relit depuis le debut pour le
      *traiter.
           THRU    2000-PROCESS-LINE-END
               UNTIL WS-EOF = "Y".

           PERFORM 3000-CLOSE-RATES-START
           THRU    3000-CLOSE-RATES-END.

      *Bilan de l'import, a verifier avant la prochaine session
      *Calcul2.
           EXIT.
       0550-CONTROL-READ-END.

       1000-OPEN-RATES-START.
      *Ouverture du referentiel en mise a jour ; un fichier absent
      *est cree vide. Ouverture du journal des modifications.
           OPEN I-O RATE-FILE.
           IF WS-RATE-FILE-STATUS = "35" OR "05"
               THEN
                   DISPLAY "Referentiel CALCRATE absent, il sera cree"
                   OPEN OUTPUT RATE-FILE
                   CLOSE       RATE-FILE
                   OPEN I-O    RATE-FILE
           END-IF.
           IF WS-RATE-FILE-STATUS NOT = "00"
               THEN
                   CLOSE RATE-TRANS-FILE
                   DISPLAY "Ouverture CALCRATE impossible, statut "
                           WS-RATE-FILE-STATUS ", import annule"
                   STOP RUN
           END-IF.
      *Chaque valeur appliquee est tracee au journal CALCAUDT ; sans
      *journal, rien n'est applique.
           OPEN EXTEND AUDT-FILE.
           IF WS-AUDT-FILE-STATUS = "35" OR "05"
               THEN
                   OPEN OUTPUT AUDT-FILE
           END-IF.
           IF WS-AUDT-FILE-STATUS NOT = "00"
               THEN
                   CLOSE RATE-TRANS-FILE
                         RATE-FILE
                   DISPLAY "Ouverture CALCAUDT impossible, statut "
                           WS-AUDT-FILE-STATUS ", import annule"
                   STOP RUN
           END-IF.
           EXIT.
       1000-OPEN-RATES-END.

       2000-PROCESS-LINE-START.
      *Lecture d'une ligne de revision et validation comme le fait
      *la saisie de CalcTaux : valeur numerique dans les limites des
      *operandes, date d'effet AAAAMMJJ valide, pas de doublon
      *nom + date d'effet. Les lignes valides sont ecrites dans le
      *referentiel.
           READ RATE-TRANS-FILE
               AT END
                   MOVE "Y" TO WS-EOF
                   MOVE SPACE TO WS-REJ-REASON
                   PERFORM 2100-VALIDATE-LINE-START
                   THRU    2100-VALIDATE-LINE-END
                   IF WS-REJECTED NOT = "Y"
                       THEN
                           PERFORM 2300-WRITE-RATE-START
                           THRU    2300-WRITE-RATE-END
                   END-IF
                   IF WS-REJECTED = "Y"
                       THEN
                           PERFORM 2500-WRITE-REJECT-START
                           THRU    2500-WRITE-REJECT-END
                       ELSE
                           ADD 1 TO WS-APPLY-COUNT
                   END-IF
           END-IF.
       2100-VALIDATE-LINE-START.
      *Controles d'une ligne de revision, dans l'ordre : nom
      *present, valeur numerique (ses limites sont garanties par le
      *dessin de la zone) et date d'effet valide. Le doublon est
      *signale par le referentiel lui-meme a l'ecriture.
           IF RTRN-NAME = SPACES
               THEN
                   MOVE "Y" TO WS-REJECTED
           END-IF.
           PERFORM 2200-CHECK-DATE-START
           THRU    2200-CHECK-DATE-END.

           EXIT.
       2100-VALIDATE-LINE-END.
           EXIT.
       2200-CHECK-DATE-END.

       2300-WRITE-RATE-START.
      *Ecriture de la ligne validee dans le referentiel. Une cle nom
      *+ date d'effet deja presente, existante ou appliquee plus tot
      *dans ce lot, est rejetee comme doublon.
           MOVE FUNCTION UPPER-CASE(RTRN-NAME) TO RATE-NAME.
           MOVE RTRN-EFF-DATE TO RATE-EFF-DATE.
           MOVE SPACE         TO RATE-SEP1.
           MOVE RTRN-VALUE    TO RATE-VALUE.
           MOVE SPACE         TO RATE-SEP2.
           MOVE RTRN-DESC     TO RATE-DESC.
           WRITE RATE-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE.
           EVALUATE WS-RATE-FILE-STATUS
               WHEN "00"
                   MOVE "A"         TO WS-AUDT-ACTION
                   MOVE RATE-KEY    TO WS-AUDT-KEY
                   MOVE SPACE       TO WS-AUDT-BEFORE
                   MOVE RATE-RECORD TO WS-AUDT-AFTER
                   PERFORM 2400-WRITE-AUDIT-START
                   THRU    2400-WRITE-AUDIT-END
               WHEN "22"
                   MOVE "Y" TO WS-REJECTED
                   SET REJ-DOUBLON TO TRUE
               WHEN OTHER
                   MOVE "Y" TO WS-REJECTED
                   SET REJ-ECRITURE TO TRUE
           END-EVALUATE.

           EXIT.
       2300-WRITE-RATE-END.

       2400-WRITE-AUDIT-START.
      *Ajoute au journal CALCAUDT la modification qui vient d'etre
      *appliquee (action, cle et images placees par l'appelant).
           ACCEPT WS-AUDT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-AUDT-TIME FROM TIME.
           MOVE WS-AUDT-DATE    TO AUDT-DATE.
           MOVE SPACE           TO AUDT-SEP1.
           MOVE WS-AUDT-TIME    TO AUDT-TIME.
           MOVE SPACE           TO AUDT-SEP2.
           MOVE "CALCRATE"      TO AUDT-FILE-NAME.
           MOVE SPACE           TO AUDT-SEP3.
           MOVE WS-AUDT-ACTION  TO AUDT-ACTION.
           MOVE SPACE           TO AUDT-SEP4.
           MOVE WS-AUDT-KEY     TO AUDT-KEY.
           MOVE SPACE           TO AUDT-SEP5.
           MOVE WS-USER-ID      TO AUDT-USER-ID.
           MOVE SPACE           TO AUDT-SEP6.
           MOVE WS-AUDT-PROGRAM TO AUDT-PROGRAM.
           MOVE SPACE           TO AUDT-SEP7.
           MOVE WS-AUDT-BEFORE  TO AUDT-BEFORE.
           MOVE SPACE           TO AUDT-SEP8.
           MOVE WS-AUDT-AFTER   TO AUDT-AFTER.
           WRITE AUDT-RECORD.
           EXIT.
       2400-WRITE-AUDIT-END.

       2500-WRITE-REJECT-START.
      *Reporte la ligne rejetee dans RATEREJ avec l'image de la
               WHEN REJ-DOUBLON
                   MOVE "DOUBLON NOM + DATE"     TO RREJ-REASON-LIB
                   ADD 1 TO WS-REJ-DB-COUNT
               WHEN REJ-ECRITURE
                   MOVE "ECRITURE CALCRATE IMPOSSIBLE"
                                                 TO RREJ-REASON-LIB
                   ADD 1 TO WS-REJ-EC-COUNT
           END-EVALUATE.
           MOVE SPACE         TO RREJ-SEP3.
           MOVE WS-RUN-DATE   TO RREJ-RUN-DATE.
           EXIT.
       2500-WRITE-REJECT-END.

       3000-CLOSE-RATES-START.
      *Fermeture du referentiel et du journal en fin d'import.
           CLOSE RATE-FILE
                 AUDT-FILE.
           EXIT.
       3000-CLOSE-RATES-END.

       4000-BILAN-START.
      *Bilan de l'import sur la console, a verifier avant que la
                   MOVE WS-REJ-DB-COUNT TO WS-COUNT-ED
                   DISPLAY "  Doublon nom + date   : "
                           FUNCTION TRIM(WS-COUNT-ED)
                   MOVE WS-REJ-EC-COUNT TO WS-COUNT-ED
                   DISPLAY "  Ecriture impossible  : "
                           FUNCTION TRIM(WS-COUNT-ED)
           END-IF.
           DISPLAY "-----------------------------------------".
