       IDENTIFICATION DIVISION.
       PROGRAM-ID. HistReprise.
       AUTHOR. Terry.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *Historique et archive dans l'ancienne disposition (sans la
      *duree des calculs financiers), renommes HISTANC et ARCHANC
      *avant la reprise : chaque ligne est recopiee telle quelle dans
      *le nouvel HISTFILE ou le nouvel HISTARCH, la duree a zero.
           SELECT ANC-FILE ASSIGN TO "HISTANC"
               ORGANIZATION  IS INDEXED
               ACCESS MODE   IS SEQUENTIAL
               RECORD KEY    IS ANC-KEY
               ALTERNATE RECORD KEY IS ANC-USER-ID
                   WITH DUPLICATES
               FILE STATUS   IS WS-ANC-FILE-STATUS.

           SELECT ANCA-FILE ASSIGN TO "ARCHANC"
               ORGANIZATION  IS INDEXED
               ACCESS MODE   IS SEQUENTIAL
               RECORD KEY    IS ANCA-KEY
               ALTERNATE RECORD KEY IS ANCA-USER-ID
                   WITH DUPLICATES
               FILE STATUS   IS WS-ANCA-FILE-STATUS.

           SELECT HIST-FILE ASSIGN TO "HISTFILE"
               ORGANIZATION  IS INDEXED
               ACCESS MODE   IS DYNAMIC
               RECORD KEY    IS HIST-KEY
               ALTERNATE RECORD KEY IS HIST-USER-ID
                   WITH DUPLICATES
               FILE STATUS   IS WS-HIST-FILE-STATUS.

           SELECT ARCH-FILE ASSIGN TO "HISTARCH"
               ORGANIZATION  IS INDEXED
               ACCESS MODE   IS DYNAMIC
               RECORD KEY    IS ARCH-KEY
               ALTERNATE RECORD KEY IS ARCH-USER-ID
                   WITH DUPLICATES
               FILE STATUS   IS WS-ARCH-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *Ancienne disposition de l'historique : seules les cles sont
      *detaillees, le reste de la ligne est recopie sans changement.
       FD  ANC-FILE.
       01  ANC-RECORD.
           05  ANC-KEY          PIC X(20).
           05  FILLER           PIC X(79).
           05  ANC-USER-ID      PIC X(08).
           05  FILLER           PIC X(81).

      *Ancienne disposition de l'archive, identique a celle de
      *l'historique.
       FD  ANCA-FILE.
       01  ANCA-RECORD.
           05  ANCA-KEY         PIC X(20).
           05  FILLER           PIC X(79).
           05  ANCA-USER-ID     PIC X(08).
           05  FILLER           PIC X(81).

      *Nouvel historique. Meme disposition que dans Calcul2 et
      *Calcul2Batch puisque le fichier est partage.
       FD  HIST-FILE.
       01  HIST-RECORD.
      *Cle primaire : date + heure du calcul + numero d'ordre.
           05  HIST-KEY.
               10  HIST-RUN-DATE    PIC X(08).
               10  HIST-RUN-TIME    PIC X(08).
               10  HIST-SEQ         PIC 9(04).
           05  HIST-NUMB1-ED    PIC X(24).
           05  HIST-SEP1        PIC X(01).
           05  HIST-OPERATOR    PIC X(01).
           05  HIST-SEP2        PIC X(01).
           05  HIST-NUMB2-ED    PIC X(24).
           05  HIST-EQ          PIC X(03).
           05  HIST-TOTAL-ED    PIC X(24).
           05  HIST-SEP3        PIC X(01).
           05  HIST-USER-ID     PIC X(08).
           05  HIST-SEP4        PIC X(01).
           05  HIST-BATCH-ID    PIC X(08).
           05  HIST-SEP5        PIC X(01).
           05  HIST-DEPT        PIC X(08).
           05  HIST-SEP6        PIC X(01).
           05  HIST-STATUS      PIC X(01).
           05  HIST-SEP7        PIC X(01).
           05  HIST-CANCEL-USER PIC X(08).
           05  HIST-SEP8        PIC X(01).
           05  HIST-CANCEL-REASON PIC X(30).
           05  HIST-SEP9        PIC X(01).
           05  HIST-LINK-KEY    PIC X(20).
      *Duree en periodes (mois) d'un pret ("E") ou d'une valeur
      *acquise ("I"), pour que le calcul puisse etre refait ; zero
      *pour les autres operateurs et les lignes anterieures.
           05  HIST-SEP10       PIC X(01).
           05  HIST-PERIODES    PIC 9(04).

      *Nouvelle archive. Meme disposition que dans HistArchive
      *puisque le fichier est partage.
       FD  ARCH-FILE.
       01  ARCH-RECORD.
           05  ARCH-KEY.
               10  ARCH-RUN-DATE    PIC X(08).
               10  ARCH-RUN-TIME    PIC X(08).
               10  ARCH-SEQ         PIC 9(04).
           05  ARCH-NUMB1-ED    PIC X(24).
           05  ARCH-SEP1        PIC X(01).
           05  ARCH-OPERATOR    PIC X(01).
           05  ARCH-SEP2        PIC X(01).
           05  ARCH-NUMB2-ED    PIC X(24).
           05  ARCH-EQ          PIC X(03).
           05  ARCH-TOTAL-ED    PIC X(24).
           05  ARCH-SEP3        PIC X(01).
           05  ARCH-USER-ID     PIC X(08).
           05  ARCH-SEP4        PIC X(01).
           05  ARCH-BATCH-ID    PIC X(08).
           05  ARCH-SEP5        PIC X(01).
           05  ARCH-DEPT        PIC X(08).
           05  ARCH-SEP6        PIC X(01).
           05  ARCH-STATUS      PIC X(01).
           05  ARCH-SEP7        PIC X(01).
           05  ARCH-CANCEL-USER PIC X(08).
           05  ARCH-SEP8        PIC X(01).
           05  ARCH-CANCEL-REASON PIC X(30).
           05  ARCH-SEP9        PIC X(01).
           05  ARCH-LINK-KEY    PIC X(20).
           05  ARCH-SEP10       PIC X(01).
           05  ARCH-PERIODES    PIC 9(04).

       WORKING-STORAGE SECTION.

      *Variables de statut des fichiers.
       01  WS-ANC-FILE-STATUS   PIC X(02)       VALUE "00".
       01  WS-ANCA-FILE-STATUS  PIC X(02)       VALUE "00".
       01  WS-HIST-FILE-STATUS  PIC X(02)       VALUE "00".
       01  WS-ARCH-FILE-STATUS  PIC X(02)       VALUE "00".

      *Variables de fin de fichier des anciens fichiers.
       01  WS-EOF               PIC X(01)       VALUE "N".
       01  WS-ARCH-EOF          PIC X(01)       VALUE "N".

      *Compteurs du bilan de reprise.
       01  WS-READ-COUNT        PIC 9(07)       VALUE ZERO.
       01  WS-LOAD-COUNT        PIC 9(07)       VALUE ZERO.
       01  WS-LOST-COUNT        PIC 9(07)       VALUE ZERO.
       01  WS-ARCH-READ-COUNT   PIC 9(07)       VALUE ZERO.
       01  WS-ARCH-LOAD-COUNT   PIC 9(07)       VALUE ZERO.
       01  WS-ARCH-LOST-COUNT   PIC 9(07)       VALUE ZERO.
       01  WS-COUNT-ED          PIC ZZZZZZ9     VALUE ZERO.

       PROCEDURE DIVISION.
      *Ouverture des fichiers de la reprise. L'ancienne archive est
      *facultative : une installation qui n'a jamais archive n'en a
      *pas.
           OPEN INPUT ANC-FILE.
           IF WS-ANC-FILE-STATUS NOT = "00"
               THEN
                   DISPLAY "Fichier HISTANC introuvable, reprise "
                           "annulee"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-IF.
           OPEN OUTPUT HIST-FILE.
           IF WS-HIST-FILE-STATUS NOT = "00"
               THEN
                   DISPLAY "Ouverture HISTFILE impossible, statut "
                           WS-HIST-FILE-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-IF.
           OPEN INPUT ANCA-FILE.
           IF WS-ANCA-FILE-STATUS NOT = "00"
               THEN
                   MOVE "Y" TO WS-ARCH-EOF
               ELSE
                   OPEN OUTPUT ARCH-FILE
                   IF WS-ARCH-FILE-STATUS NOT = "00"
                       THEN
                           DISPLAY "Ouverture HISTARCH impossible, "
                                   "statut " WS-ARCH-FILE-STATUS
                           MOVE 8 TO RETURN-CODE
                           STOP RUN
                   END-IF
           END-IF.

      *Recopie de chaque ligne de l'historique puis de l'archive.
           PERFORM 1000-LOAD-HIST-START
           THRU    1000-LOAD-HIST-END
               UNTIL WS-EOF = "Y".
           PERFORM 2000-LOAD-ARCH-START
           THRU    2000-LOAD-ARCH-END
               UNTIL WS-ARCH-EOF = "Y".

      *Bilan de la reprise sur la console.
           DISPLAY "-----------------------------------------".
           MOVE WS-READ-COUNT TO WS-COUNT-ED.
           DISPLAY "Historique lu      : " FUNCTION TRIM(WS-COUNT-ED).
           MOVE WS-LOAD-COUNT TO WS-COUNT-ED.
           DISPLAY "Historique charge  : " FUNCTION TRIM(WS-COUNT-ED).
           MOVE WS-LOST-COUNT TO WS-COUNT-ED.
           DISPLAY "Historique rejete  : " FUNCTION TRIM(WS-COUNT-ED).
           IF WS-ANCA-FILE-STATUS NOT = "00"
               THEN
                   DISPLAY "Pas d'archive ARCHANC a reprendre"
               ELSE
                   MOVE WS-ARCH-READ-COUNT TO WS-COUNT-ED
                   DISPLAY "Archive lue        : "
                           FUNCTION TRIM(WS-COUNT-ED)
                   MOVE WS-ARCH-LOAD-COUNT TO WS-COUNT-ED
                   DISPLAY "Archive chargee    : "
                           FUNCTION TRIM(WS-COUNT-ED)
                   MOVE WS-ARCH-LOST-COUNT TO WS-COUNT-ED
                   DISPLAY "Archive rejetee    : "
                           FUNCTION TRIM(WS-COUNT-ED)
                   CLOSE ANCA-FILE
                         ARCH-FILE
           END-IF.
           DISPLAY "-----------------------------------------".

           CLOSE ANC-FILE
                 HIST-FILE.
           IF WS-LOST-COUNT NOT = ZERO OR WS-ARCH-LOST-COUNT NOT = ZERO
               THEN
                   MOVE 8 TO RETURN-CODE
           END-IF.
           STOP RUN.

      ******************************************************************

       1000-LOAD-HIST-START.
      *Lecture d'une ligne de l'ancien historique et ecriture sous la
      *meme cle dans le nouveau : la duree, inconnue, reste a zero.
           READ ANC-FILE
               AT END
                   MOVE "Y" TO WS-EOF
           END-READ.

           IF WS-EOF NOT = "Y"
               THEN
                   ADD  1          TO WS-READ-COUNT
                   MOVE ANC-RECORD TO HIST-RECORD
                   MOVE SPACE      TO HIST-SEP10
                   MOVE ZERO       TO HIST-PERIODES
                   WRITE HIST-RECORD
                   END-WRITE
                   IF WS-HIST-FILE-STATUS = "00"
                      OR WS-HIST-FILE-STATUS = "02"
                       THEN
                           ADD 1 TO WS-LOAD-COUNT
                       ELSE
                           ADD 1 TO WS-LOST-COUNT
                           DISPLAY "Ligne non chargee, statut "
                                   WS-HIST-FILE-STATUS " cle "
                                   HIST-KEY
                   END-IF
           END-IF.

           EXIT.
       1000-LOAD-HIST-END.

       2000-LOAD-ARCH-START.
      *Meme recopie pour l'ancienne archive.
           READ ANCA-FILE
               AT END
                   MOVE "Y" TO WS-ARCH-EOF
           END-READ.

           IF WS-ARCH-EOF NOT = "Y"
               THEN
                   ADD  1           TO WS-ARCH-READ-COUNT
                   MOVE ANCA-RECORD TO ARCH-RECORD
                   MOVE SPACE       TO ARCH-SEP10
                   MOVE ZERO        TO ARCH-PERIODES
                   WRITE ARCH-RECORD
                   END-WRITE
                   IF WS-ARCH-FILE-STATUS = "00"
                      OR WS-ARCH-FILE-STATUS = "02"
                       THEN
                           ADD 1 TO WS-ARCH-LOAD-COUNT
                       ELSE
                           ADD 1 TO WS-ARCH-LOST-COUNT
                           DISPLAY "Ligne d'archive non chargee, "
                                   "statut " WS-ARCH-FILE-STATUS
                                   " cle " ARCH-KEY
                   END-IF
           END-IF.

           EXIT.
       2000-LOAD-ARCH-END.
