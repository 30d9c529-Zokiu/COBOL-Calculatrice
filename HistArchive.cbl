               ORGANIZATION  IS LINE SEQUENTIAL
               FILE STATUS   IS WS-RETN-FILE-STATUS.

           SELECT PERI-FILE ASSIGN TO "CALCPERI"
               ORGANIZATION  IS LINE SEQUENTIAL
               FILE STATUS   IS WS-PERI-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *Historique persistant des calculs, alimente par Calcul2 et
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

      *Archive de l'historique. Meme disposition que HISTFILE
      *puisque l'archive doit rester consultable a l'identique.
           05  ARCH-CANCEL-REASON PIC X(30).
           05  ARCH-SEP9        PIC X(01).
           05  ARCH-LINK-KEY    PIC X(20).
      *Duree en periodes (mois) d'un pret ("E") ou d'une valeur
      *acquise ("I"), pour que le calcul puisse etre refait ; zero
      *pour les autres operateurs et les lignes anterieures.
           05  ARCH-SEP10       PIC X(01).
           05  ARCH-PERIODES    PIC 9(04).

      *Duree de retention de l'historique vivant, en jours, lue dans
      *un fichier parametre sur le modele de CALCPARM.
       01  RETN-RECORD.
           05  RETN-DAYS        PIC 9(04).

      *Controle des periodes, tenu par CalcCloture : une ligne par
      *cloture ("C") ou reouverture ("R") d'un mois, la derniere
      *l'emportant. Meme disposition que dans ce programme puisque
      *le fichier est partage.
       FD  PERI-FILE
           RECORDING MODE IS F.
       01  PERI-RECORD.
           05  PERI-MONTH       PIC X(06).
           05  PERI-SEP1        PIC X(01).
           05  PERI-ACTION      PIC X(01).
           05  PERI-SEP2        PIC X(01).
           05  PERI-DATE        PIC X(08).
           05  PERI-SEP3        PIC X(01).
           05  PERI-TIME        PIC X(08).
           05  PERI-SEP4        PIC X(01).
           05  PERI-USER-ID     PIC X(08).
           05  PERI-SEP5        PIC X(01).
           05  PERI-REASON      PIC X(30).

       WORKING-STORAGE SECTION.

      *Variables de statut des fichiers.
       01  WS-HIST-FILE-STATUS  PIC X(02)       VALUE "00".
       01  WS-ARCH-FILE-STATUS  PIC X(02)       VALUE "00".
       01  WS-RETN-FILE-STATUS  PIC X(02)       VALUE "00".
       01  WS-PERI-FILE-STATUS  PIC X(02)       VALUE "00".

      *Variable de fin de fichier de l'historique.
       01  WS-EOF               PIC X(01)       VALUE "N".
       01  WS-PURGE-COUNT       PIC 9(07)       VALUE ZERO.
       01  WS-KEEP-COUNT        PIC 9(07)       VALUE ZERO.
       01  WS-LOST-COUNT        PIC 9(07)       VALUE ZERO.
       01  WS-OPEN-COUNT        PIC 9(07)       VALUE ZERO.
       01  WS-HOLD-COUNT        PIC 9(07)       VALUE ZERO.

      *Etat des periodes lu dans CALCPERI : les mois clotures sont
      *archives en premier passage, les mois encore ouverts en
      *second passage seulement.
       01  WS-PERI-EOF          PIC X(01)       VALUE "N".
       01  WS-PERI-COUNT        PIC 9(04)       VALUE ZERO.
       01  WS-PERI-I            PIC 9(04)       VALUE ZERO.
       01  WS-PERI-FOUND        PIC X(01)       VALUE "N".
       01  WS-FIND-MONTH        PIC X(06)       VALUE SPACE.
       01  WS-MONTH-CLOSED      PIC X(01)       VALUE "N".
       01  WS-PERI-TABLE.
           05  WS-PERI-ENTRY OCCURS 240 TIMES.
               10  WS-PERI-T-MONTH  PIC X(06).
               10  WS-PERI-T-STATE  PIC X(01).

      *Passage en cours : "1" mois clotures, "2" mois ouverts.
       01  WS-PASS              PIC X(01)       VALUE "1".
       01  WS-COUNT-ED          PIC ZZZZZZ9     VALUE ZERO.

       PROCEDURE DIVISION.
           PERFORM 0500-LOAD-RETN-START
           THRU    0500-LOAD-RETN-END.

      *Periodes cloturees, archivees avant les mois ouverts.
           PERFORM 0900-LOAD-PERIODS-START
           THRU    0900-LOAD-PERIODS-END.

      *Date charniere : date du jour moins la retention.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           COMPUTE WS-CUTOFF-INT =
               THEN
                   DISPLAY "Fichier HISTFILE introuvable, archivage "
                           "annule"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-IF.
           OPEN I-O ARCH-FILE.
                   DISPLAY "Impossible d'ouvrir HISTARCH, archivage "
                           "annule"
                   CLOSE HIST-FILE
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-IF.

      *Parcours de l'historique : chaque ligne anterieure a la date
      *charniere est recopiee dans l'archive puis supprimee. Un
      *premier passage prend les mois clotures, un second les mois
      *encore ouverts.
           MOVE "1" TO WS-PASS.
           PERFORM 1000-ARCHIVE-LINE-START
           THRU    1000-ARCHIVE-LINE-END
               UNTIL WS-EOF = "Y".
           MOVE "2" TO WS-PASS.
           MOVE "N" TO WS-EOF.
           MOVE LOW-VALUES TO HIST-KEY.
           START HIST-FILE KEY NOT < HIST-KEY
               INVALID KEY
                   MOVE "Y" TO WS-EOF
           END-START.
           PERFORM 1000-ARCHIVE-LINE-START
           THRU    1000-ARCHIVE-LINE-END
               UNTIL WS-EOF = "Y".
               THEN
                   DISPLAY "Fichier CALCRETN introuvable, archivage "
                           "annule"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-IF.
           READ RETN-PARM-FILE
               THEN
                   DISPLAY "Retention absente ou nulle dans CALCRETN, "
                           "archivage annule"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-IF.

           EXIT.
       0500-LOAD-RETN-END.

       0900-LOAD-PERIODS-START.
      *Reconstitue l'etat des periodes : les lignes de CALCPERI sont
      *relues dans l'ordre, la derniere action sur un mois
      *l'emportant. Un fichier absent vaut aucune periode cloturee.
           OPEN INPUT PERI-FILE.
           IF WS-PERI-FILE-STATUS NOT = "00"
               THEN
                   GO TO 0900-LOAD-PERIODS-END
           END-IF.
           PERFORM UNTIL WS-PERI-EOF = "Y"
               READ PERI-FILE
                   AT END
                       MOVE "Y" TO WS-PERI-EOF
                   NOT AT END
                       MOVE PERI-MONTH TO WS-FIND-MONTH
                       PERFORM 0960-FIND-PERIOD-START
                       THRU    0960-FIND-PERIOD-END
                       IF WS-PERI-FOUND NOT = "Y"
                          AND WS-PERI-COUNT < 240
                           THEN
                               ADD 1 TO WS-PERI-COUNT
                               MOVE WS-PERI-COUNT TO WS-PERI-I
                               MOVE PERI-MONTH
                                   TO WS-PERI-T-MONTH(WS-PERI-I)
                               MOVE "Y" TO WS-PERI-FOUND
                       END-IF
                       IF WS-PERI-FOUND = "Y"
                           THEN
                               MOVE PERI-ACTION
                                   TO WS-PERI-T-STATE(WS-PERI-I)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PERI-FILE.
           EXIT.
       0900-LOAD-PERIODS-END.

       0950-CHECK-PERIOD-START.
      *Indique si le mois WS-FIND-MONTH est cloture.
           MOVE "N" TO WS-MONTH-CLOSED.
           PERFORM 0960-FIND-PERIOD-START
           THRU    0960-FIND-PERIOD-END.
           IF WS-PERI-FOUND = "Y"
               THEN
                   IF WS-PERI-T-STATE(WS-PERI-I) = "C"
                       THEN
                           MOVE "Y" TO WS-MONTH-CLOSED
                   END-IF
           END-IF.
           EXIT.
       0950-CHECK-PERIOD-END.

       0960-FIND-PERIOD-START.
      *Recherche du mois WS-FIND-MONTH dans l'etat des periodes.
           MOVE "N" TO WS-PERI-FOUND.
           PERFORM VARYING WS-PERI-I FROM 1 BY 1
                   UNTIL WS-PERI-I > WS-PERI-COUNT
                      OR WS-PERI-FOUND = "Y"
               IF WS-PERI-T-MONTH(WS-PERI-I) = WS-FIND-MONTH
                   THEN
                       MOVE "Y" TO WS-PERI-FOUND
               END-IF
           END-PERFORM.
           IF WS-PERI-FOUND = "Y"
               THEN
                   SUBTRACT 1 FROM WS-PERI-I
           END-IF.
           EXIT.
       0960-FIND-PERIOD-END.

       1000-ARCHIVE-LINE-START.
      *Lecture d'une ligne d'historique ; au dela de la date
      *charniere la ligne est conservee, sinon elle est archivee puis
      *purgee. Une ligne que l'archive refuse n'est pas supprimee,
      *afin que rien ne se perde. Chaque ligne n'est comptee qu'une
      *fois : au premier passage pour une ligne ancienne d'un mois
      *cloture, au second pour toutes les autres.
           READ HIST-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF
           END-READ.
           IF WS-EOF = "Y"
               THEN
                   GO TO 1000-ARCHIVE-LINE-END
           END-IF.
           MOVE "N" TO WS-MONTH-CLOSED.
           IF HIST-RUN-DATE < WS-CUTOFF-X
               THEN
                   MOVE HIST-RUN-DATE(1:6) TO WS-FIND-MONTH
                   PERFORM 0950-CHECK-PERIOD-START
                   THRU    0950-CHECK-PERIOD-END
           END-IF.
           IF WS-PASS = "1" AND WS-MONTH-CLOSED NOT = "Y"
               THEN
                   GO TO 1000-ARCHIVE-LINE-END
           END-IF.
           IF WS-PASS = "2" AND WS-MONTH-CLOSED = "Y"
               THEN
                   GO TO 1000-ARCHIVE-LINE-END
           END-IF.

           IF WS-EOF NOT = "Y"
               THEN
                   ADD 1 TO WS-READ-COUNT
      *Un calcul en attente de validation reste dans l'historique,
      *seul fichier ou CalcLibere peut le liberer ou le refuser.
                   IF HIST-STATUS = "H"
                       THEN
                           ADD 1 TO WS-HOLD-COUNT
                           ADD 1 TO WS-KEEP-COUNT
                           GO TO 1000-ARCHIVE-LINE-END
                   END-IF
                   IF HIST-RUN-DATE < WS-CUTOFF-X
                       THEN
                           PERFORM 2000-WRITE-ARCH-START
                           THRU    2000-WRITE-ARCH-END
                           IF WS-ARCH-WRITTEN = "Y"
                               THEN
                                   IF WS-PASS = "2"
                                       THEN
                                           ADD 1 TO WS-OPEN-COUNT
                                   END-IF
                                   PERFORM 2500-DELETE-HIST-START
                                   THRU    2500-DELETE-HIST-END
                               ELSE
           MOVE HIST-CANCEL-REASON TO ARCH-CANCEL-REASON.
           MOVE HIST-SEP9       TO ARCH-SEP9.
           MOVE HIST-LINK-KEY   TO ARCH-LINK-KEY.
           MOVE HIST-SEP10      TO ARCH-SEP10.
           MOVE HIST-PERIODES   TO ARCH-PERIODES.
           MOVE "N" TO WS-ARCH-WRITTEN.
           PERFORM UNTIL WS-ARCH-WRITTEN = "Y" OR ARCH-SEQ = 9999
               WRITE ARCH-RECORD
                   DISPLAY "Lignes non archivees (conservees) : "
                           FUNCTION TRIM(WS-COUNT-ED)
           END-IF.
           IF WS-HOLD-COUNT NOT = ZERO
               THEN
                   MOVE WS-HOLD-COUNT TO WS-COUNT-ED
                   DISPLAY "Lignes en attente de validation "
                           "(conservees) : " FUNCTION TRIM(WS-COUNT-ED)
           END-IF.
           IF WS-OPEN-COUNT NOT = ZERO
               THEN
                   MOVE WS-OPEN-COUNT TO WS-COUNT-ED
                   DISPLAY "ATTENTION : lignes de mois non clotures "
                           "archivees : " FUNCTION TRIM(WS-COUNT-ED)
           END-IF.
           IF WS-READ-COUNT = WS-PURGE-COUNT + WS-KEEP-COUNT
              AND WS-ARCH-COUNT = WS-PURGE-COUNT
               THEN
