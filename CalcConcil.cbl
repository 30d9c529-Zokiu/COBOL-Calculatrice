               ORGANIZATION  IS LINE SEQUENTIAL
               FILE STATUS   IS WS-REJ-FILE-STATUS.

           SELECT CALC-HOLD-FILE ASSIGN TO "CALCHOLD"
               ORGANIZATION  IS LINE SEQUENTIAL
               FILE STATUS   IS WS-HOLD-FILE-STATUS.

           SELECT HIST-FILE ASSIGN TO "HISTFILE"
               ORGANIZATION  IS INDEXED
               ACCESS MODE   IS DYNAMIC
           05  REJ-SEP4         PIC X(01).
           05  REJ-RUN-TIME     PIC X(08).

      *Liste des calculs du lot mis en attente de validation. Meme
      *disposition que dans Calcul2Batch puisque le fichier est
      *partage.
       FD  CALC-HOLD-FILE
           RECORDING MODE IS F.
       01  HOLD-RECORD.
           05  HOLD-RUN-DATE    PIC X(08).
           05  HOLD-SEP1        PIC X(01).
           05  HOLD-RUN-TIME    PIC X(08).
           05  HOLD-SEP2        PIC X(01).
           05  HOLD-SEQ         PIC 9(04).
           05  HOLD-SEP3        PIC X(01).
           05  HOLD-NUMB1-ED    PIC X(24).
           05  HOLD-SEP4        PIC X(01).
           05  HOLD-OPERATOR    PIC X(01).
           05  HOLD-SEP5        PIC X(01).
           05  HOLD-NUMB2-ED    PIC X(24).
           05  HOLD-EQ          PIC X(03).
           05  HOLD-TOTAL-ED    PIC X(24).
           05  HOLD-SEP6        PIC X(01).
           05  HOLD-BATCH-ID    PIC X(08).
           05  HOLD-SEP7        PIC X(01).
           05  HOLD-DEPT        PIC X(08).
           05  HOLD-SEP8        PIC X(01).
           05  HOLD-MAX-ED      PIC Z(14)9.99.

      *Historique persistant des calculs, alimente par Calcul2 et
      *Calcul2Batch. Meme disposition que dans ces programmes
      *puisque le fichier est partage.
      *l'activite par service.
           05  HIST-SEP5        PIC X(01).
           05  HIST-DEPT        PIC X(08).
      *Etat du calcul : " " vivant, "C" annule par CalcAjust, "H" en
      *attente de validation (plafond du service depasse) jusqu'a sa
      *liberation ou son refus dans CalcLibere. Un calcul annule
      *garde sa ligne (piste d'audit) avec l'auteur et le motif de
      *l'annulation ; une correction porte en lien la cle de la
      *ligne d'origine.
           05  HIST-SEP6        PIC X(01).
           05  HIST-STATUS      PIC X(01).
           05  HIST-SEP7        PIC X(01).
           05  HIST-CANCEL-REASON PIC X(30).
           05  HIST-SEP9        PIC X(01).
           05  HIST-LINK-KEY    PIC X(20).
      *Duree en periodes (mois) d'un pret ("E") ou d'une valeur
      *acquise ("I"), pour que le calcul puisse etre refait ; zero
      *pour les autres operateurs et les lignes anterieures.
           05  HIST-SEP10       PIC X(01).
           05  HIST-PERIODES    PIC 9(04).

      *Etat de rapprochement du lot : visa quotidien de la fenetre
      *de traitement par lot.
       01  WS-TRANS-FILE-STATUS PIC X(02)       VALUE "00".
       01  WS-RPT-FILE-STATUS   PIC X(02)       VALUE "00".
       01  WS-REJ-FILE-STATUS   PIC X(02)       VALUE "00".
       01  WS-HOLD-FILE-STATUS  PIC X(02)       VALUE "00".
       01  WS-HIST-FILE-STATUS  PIC X(02)       VALUE "00".
       01  WS-BAL-FILE-STATUS   PIC X(02)       VALUE "00".

               10  WS-OP-CNT-TRAN   PIC 9(05).
               10  WS-OP-CNT-RPT    PIC 9(05).
               10  WS-OP-CNT-REJ    PIC 9(05).
               10  WS-OP-CNT-HOLD   PIC 9(05).
               10  WS-OP-CNT-HIST   PIC 9(05).

      *Cle de recherche dans la table des operations.
       01  WS-RPT-BAD-COUNT     PIC 9(05)       VALUE ZERO.
       01  WS-REJ-COUNT         PIC 9(05)       VALUE ZERO.
       01  WS-REJ-NN-COUNT      PIC 9(05)       VALUE ZERO.
       01  WS-HOLD-COUNT        PIC 9(05)       VALUE ZERO.
       01  WS-HOLD-BAD-COUNT    PIC 9(05)       VALUE ZERO.
       01  WS-HIST-COUNT        PIC 9(05)       VALUE ZERO.
       01  WS-HIST-BAD-COUNT    PIC 9(05)       VALUE ZERO.
       01  WS-HIST-HOLD-COUNT   PIC 9(05)       VALUE ZERO.
       01  WS-ECART-COUNT       PIC 9(05)       VALUE ZERO.
       01  WS-COUNT-ED          PIC ZZZZ9       VALUE ZERO.
       01  WS-COUNT-ED2         PIC ZZZZ9       VALUE ZERO.
       01  WS-COUNT-ED3         PIC ZZZZ9       VALUE ZERO.

      *Mise en page de l'etat de rapprochement.
       01  WS-EDIT-DATE         PIC 9(08)       VALUE ZERO.
                   STOP RUN
           END-IF.

      *Chargement des cinq sources dans la table des operations.
           PERFORM 1000-LOAD-TRAN-START
           THRU    1000-LOAD-TRAN-END.
           PERFORM 2000-LOAD-RPT-START
           THRU    2000-LOAD-RPT-END.
           PERFORM 3000-LOAD-REJ-START
           THRU    3000-LOAD-REJ-END.
           PERFORM 3500-LOAD-HOLD-START
           THRU    3500-LOAD-HOLD-END.
           PERFORM 4000-LOAD-HIST-START
           THRU    4000-LOAD-HIST-END.

           EXIT.
       3100-READ-REJ-END.

       3500-LOAD-HOLD-START.
      *Compte chaque calcul du lot mis en attente de validation : il
      *a ete historise sans figurer dans CALCRPT. Une liste absente
      *vaut aucun calcul en attente.
           OPEN INPUT CALC-HOLD-FILE.
           IF WS-HOLD-FILE-STATUS NOT = "00"
               THEN
                   DISPLAY "Fichier CALCHOLD absent, repute vide"
                   GO TO 3500-LOAD-HOLD-END
           END-IF.
           MOVE "N" TO WS-EOF.
           PERFORM 3600-READ-HOLD-START
           THRU    3600-READ-HOLD-END
               UNTIL WS-EOF = "Y".
           CLOSE CALC-HOLD-FILE.
           EXIT.
       3500-LOAD-HOLD-END.

       3600-READ-HOLD-START.
      *Lecture d'un calcul en attente ; les operandes edites sont
      *reconstitues en valeur comme pour le rapport.
           READ CALC-HOLD-FILE
               AT END
                   MOVE "Y" TO WS-EOF
           END-READ.
           IF WS-EOF NOT = "Y"
              AND HOLD-BATCH-ID = WS-BATCH-ID
               THEN
                   ADD 1 TO WS-HOLD-COUNT
                   IF FUNCTION TEST-NUMVAL(HOLD-NUMB1-ED) = ZERO
                      AND FUNCTION TEST-NUMVAL(HOLD-NUMB2-ED) = ZERO
                       THEN
                           COMPUTE WS-KEY-NUMB1 =
                                   FUNCTION NUMVAL(HOLD-NUMB1-ED)
                           MOVE HOLD-OPERATOR TO WS-KEY-OPER
                           COMPUTE WS-KEY-NUMB2 =
                                   FUNCTION NUMVAL(HOLD-NUMB2-ED)
                           PERFORM 5000-FIND-ENTRY-START
                           THRU    5000-FIND-ENTRY-END
                           IF WS-FOUND = "Y"
                               THEN
                                   ADD 1 TO WS-OP-CNT-HOLD(WS-I)
                           END-IF
                       ELSE
                           ADD 1 TO WS-HOLD-BAD-COUNT
                   END-IF
           END-IF.
           EXIT.
       3600-READ-HOLD-END.

       4000-LOAD-HIST-START.
      *Compte chaque ligne d'historique portant l'identifiant du
      *lot. Un historique absent vaut historique vide, ce que l'etat
      *Les corrections saisies par CalcAjust portent le lot de la
      *ligne d'origine mais ne viennent pas du fichier CALCTRAN :
      *elles sont ecartees du rapprochement. Les lignes annulees
      *restent comptees : le lot les avait bien produites, comme
      *les lignes en attente de validation ou deja liberees.
           IF WS-EOF NOT = "Y"
              AND HIST-BATCH-ID = WS-BATCH-ID
              AND HIST-LINK-KEY = SPACES
               THEN
                   ADD 1 TO WS-HIST-COUNT
                   IF HIST-STATUS = "H"
                       THEN
                           ADD 1 TO WS-HIST-HOLD-COUNT
                   END-IF
                   IF FUNCTION TEST-NUMVAL(HIST-NUMB1-ED) = ZERO
                      AND FUNCTION TEST-NUMVAL(HIST-NUMB2-ED) = ZERO
                       THEN
                           MOVE ZERO TO WS-OP-CNT-TRAN(WS-I)
                           MOVE ZERO TO WS-OP-CNT-RPT(WS-I)
                           MOVE ZERO TO WS-OP-CNT-REJ(WS-I)
                           MOVE ZERO TO WS-OP-CNT-HOLD(WS-I)
                           MOVE ZERO TO WS-OP-CNT-HIST(WS-I)
                           MOVE "Y"  TO WS-FOUND
                       ELSE
                  INTO BAL-RPT-LINE
           END-STRING.
           WRITE BAL-RPT-LINE.
           MOVE WS-HOLD-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO BAL-RPT-LINE.
           STRING "CALCULS EN ATTENTE (CALCHOLD)     : "
                  DELIMITED BY SIZE
                  WS-COUNT-ED DELIMITED BY SIZE
                  INTO BAL-RPT-LINE
           END-STRING.
           WRITE BAL-RPT-LINE.
           MOVE WS-HIST-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO BAL-RPT-LINE.
           STRING "CALCULS HISTORISES (HISTFILE)     : "
                  INTO BAL-RPT-LINE
           END-STRING.
           WRITE BAL-RPT-LINE.
           MOVE WS-HIST-HOLD-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO BAL-RPT-LINE.
           STRING "  DONT ENCORE EN ATTENTE          : "
                  DELIMITED BY SIZE
                  WS-COUNT-ED DELIMITED BY SIZE
                  INTO BAL-RPT-LINE
           END-STRING.
           WRITE BAL-RPT-LINE.

      *Balance globale : entrees = rapportees + en attente +
      *rejetees, et rapportees + en attente = historisees. Un calcul
      *mis en attente est historise sans etre rapporte.
           MOVE SPACES TO BAL-RPT-LINE.
           STRING "BALANCE ENTREES = RAPPORTEES + ATTENTE + REJETEES : "
                  DELIMITED BY SIZE
                  INTO BAL-RPT-LINE
           END-STRING.
           IF WS-TRAN-COUNT = WS-RPT-COUNT + WS-HOLD-COUNT
                              + WS-REJ-COUNT
               THEN
                   MOVE "OK"    TO BAL-RPT-LINE(53:2)
               ELSE
                   MOVE "ECART" TO BAL-RPT-LINE(53:5)
           END-IF.
           WRITE BAL-RPT-LINE.
           MOVE SPACES TO BAL-RPT-LINE.
           STRING "BALANCE RAPPORTEES + ATTENTE = HISTORISEES        : "
                  DELIMITED BY SIZE
                  INTO BAL-RPT-LINE
           END-STRING.
           IF WS-RPT-COUNT + WS-HOLD-COUNT = WS-HIST-COUNT
               THEN
                   MOVE "OK"    TO BAL-RPT-LINE(53:2)
               ELSE
                   MOVE "ECART" TO BAL-RPT-LINE(53:5)
           END-IF.
           WRITE BAL-RPT-LINE.
           MOVE ALL "-" TO BAL-RPT-LINE.
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-OP-COUNT
               IF WS-OP-CNT-TRAN(WS-I) NOT =
                  WS-OP-CNT-RPT(WS-I) + WS-OP-CNT-HOLD(WS-I)
                  + WS-OP-CNT-REJ(WS-I)
                   THEN
                       PERFORM 6100-PRINT-ECART-START
                       THRU    6100-PRINT-ECART-END
                   ELSE
                       IF WS-OP-CNT-RPT(WS-I) + WS-OP-CNT-HOLD(WS-I)
                          NOT = WS-OP-CNT-HIST(WS-I)
                           THEN
                               PERFORM 6100-PRINT-ECART-START
                               THRU    6100-PRINT-ECART-END
                   END-IF
           END-IF.
           IF WS-RPT-BAD-COUNT NOT = ZERO
              OR WS-HOLD-BAD-COUNT NOT = ZERO
              OR WS-HIST-BAD-COUNT NOT = ZERO
               THEN
                   MOVE WS-RPT-BAD-COUNT  TO WS-COUNT-ED
                   MOVE WS-HIST-BAD-COUNT TO WS-COUNT-ED2
                   MOVE WS-HOLD-BAD-COUNT TO WS-COUNT-ED3
                   MOVE SPACES TO BAL-RPT-LINE
                   STRING "LIGNES ILLISIBLES : CALCRPT="
                          DELIMITED BY SIZE
                          WS-COUNT-ED DELIMITED BY SIZE
                          "  HISTFILE=" DELIMITED BY SIZE
                          WS-COUNT-ED2 DELIMITED BY SIZE
                          "  CALCHOLD=" DELIMITED BY SIZE
                          WS-COUNT-ED3 DELIMITED BY SIZE
                          INTO BAL-RPT-LINE
                   END-STRING
                   WRITE BAL-RPT-LINE
                  WS-OP-CNT-TRAN(WS-I)          DELIMITED BY SIZE
                  " RPT="  DELIMITED BY SIZE
                  WS-OP-CNT-RPT(WS-I)           DELIMITED BY SIZE
                  " ATT="  DELIMITED BY SIZE
                  WS-OP-CNT-HOLD(WS-I)          DELIMITED BY SIZE
                  " REJ="  DELIMITED BY SIZE
                  WS-OP-CNT-REJ(WS-I)           DELIMITED BY SIZE
                  " HIST=" DELIMITED BY SIZE
