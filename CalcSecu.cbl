       IDENTIFICATION DIVISION.
       PROGRAM-ID. CalcSecu.
       AUTHOR. Terry.

      *Etat quotidien des exceptions de securite : liste des
      *evenements du journal CALCSECU pour un jour donne (echecs
      *d'identification, verrouillages, refus de role, actions de
      *l'administrateur sur les comptes), puis leur nombre par type
      *d'evenement.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SECU-FILE ASSIGN TO "CALCSECU"
               ORGANIZATION  IS LINE SEQUENTIAL
               FILE STATUS   IS WS-SECU-FILE-STATUS.

           SELECT SECU-RPT-FILE ASSIGN TO "SECURPT"
               ORGANIZATION  IS LINE SEQUENTIAL
               FILE STATUS   IS WS-RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *Journal de securite, alimente par CalcAcces. Meme disposition
      *que dans ce programme puisque le fichier est partage.
       FD  SECU-FILE
           RECORDING MODE IS F.
       01  SECU-RECORD.
           05  SECU-DATE        PIC X(08).
           05  SECU-SEP1        PIC X(01).
           05  SECU-TIME        PIC X(08).
           05  SECU-SEP2        PIC X(01).
           05  SECU-USER-ID     PIC X(08).
           05  SECU-SEP3        PIC X(01).
           05  SECU-PROGRAM     PIC X(13).
           05  SECU-SEP4        PIC X(01).
           05  SECU-EVENT       PIC X(02).
           05  SECU-SEP5        PIC X(01).
           05  SECU-LIB         PIC X(30).

      *Etat imprime des exceptions de securite.
       FD  SECU-RPT-FILE
           RECORDING MODE IS F.
       01  SECU-RPT-LINE        PIC X(80).

       WORKING-STORAGE SECTION.

      *Variables de statut des fichiers.
       01  WS-SECU-FILE-STATUS  PIC X(02)       VALUE "00".
       01  WS-RPT-FILE-STATUS   PIC X(02)       VALUE "00".

      *Variables de fin de fichier et d'ouverture du journal.
       01  WS-EOF               PIC X(01)       VALUE "N".
       01  WS-SECU-OPEN         PIC X(01)       VALUE "N".

      *Jour edite (AAAAMMJJ) et zone de saisie.
       01  WS-SAISIE            PIC X(30)       VALUE SPACE.
       01  WS-RPT-DATE          PIC X(08)       VALUE SPACE.

      *Nombre d'evenements du jour par type. Le rang 10 recueille
      *les evenements inattendus.
       01  WS-EVT-RANG          PIC 9(02)       VALUE ZERO.
       01  WS-EVT-TOTAUX        VALUE ZERO.
           05  WS-EVT-CNT       PIC 9(05) OCCURS 10 TIMES.
       01  WS-EVT-TOT           PIC 9(07)       VALUE ZERO.
       01  WS-K                 PIC 9(02)       VALUE ZERO.

      *Mise en page de l'etat.
       01  WS-PAGE-NUMB         PIC 9(04)       VALUE ZERO.
       01  WS-LINE-COUNT        PIC 9(02)       VALUE 99.
       01  WS-LINES-PER-PAGE    PIC 9(02)       VALUE 50.
       01  WS-EDIT-DATE         PIC 9(08)       VALUE ZERO.
       01  WS-FMT-DATE          PIC X(10)       VALUE SPACE.

       01  WS-HEAD1.
           05  FILLER           PIC X(24)
               VALUE "EXCEPTIONS DE SECURITE D".
           05  FILLER           PIC X(03)       VALUE "U  ".
           05  WS-HEAD1-JOUR    PIC X(10).
           05  FILLER           PIC X(13)
               VALUE "   EDITE LE  ".
           05  WS-HEAD1-DATE    PIC X(10).
           05  FILLER           PIC X(12)
               VALUE "      PAGE  ".
           05  WS-HEAD1-PAGE    PIC ZZZ9.

       01  WS-HEAD2.
           05  FILLER           PIC X(09)   VALUE "HEURE".
           05  FILLER           PIC X(09)   VALUE "UTILISAT".
           05  FILLER           PIC X(14)   VALUE "PROGRAMME".
           05  FILLER           PIC X(03)   VALUE "EV".
           05  FILLER           PIC X(30)   VALUE "LIBELLE".

       01  WS-HEAD3.
           05  FILLER           PIC X(80)       VALUE ALL "-".

       01  WS-DETAIL-LINE.
           05  WS-DET-TIME      PIC X(08).
           05  FILLER           PIC X(01)       VALUE SPACE.
           05  WS-DET-USER      PIC X(08).
           05  FILLER           PIC X(01)       VALUE SPACE.
           05  WS-DET-PROGRAM   PIC X(13).
           05  FILLER           PIC X(01)       VALUE SPACE.
           05  WS-DET-EVENT     PIC X(02).
           05  FILLER           PIC X(01)       VALUE SPACE.
           05  WS-DET-LIB       PIC X(30).

       01  WS-TOTAL-LINE.
           05  WS-TOT-EVENT     PIC X(02).
           05  FILLER           PIC X(01)       VALUE SPACE.
           05  WS-TOT-LIB       PIC X(34).
           05  WS-TOT-CNT       PIC ZZZZZZ9.

       PROCEDURE DIVISION.
      *Jour a editer, le jour meme par defaut.
           DISPLAY "Date du rapport AAAAMMJJ (vide = aujourd'hui)".
           ACCEPT WS-SAISIE.
           IF WS-SAISIE = SPACE
               THEN
                   ACCEPT WS-EDIT-DATE FROM DATE YYYYMMDD
                   MOVE WS-EDIT-DATE   TO WS-RPT-DATE
               ELSE
                   MOVE WS-SAISIE(1:8) TO WS-RPT-DATE
           END-IF.
           IF WS-RPT-DATE IS NOT NUMERIC
               THEN
                   DISPLAY "Date invalide, rapport annule"
                   STOP RUN
           END-IF.

      *Ouverture des fichiers de l'etat. Sans journal, aucun
      *evenement n'a encore ete enregistre : l'etat est edite vide.
           OPEN INPUT SECU-FILE.
           IF WS-SECU-FILE-STATUS NOT = "00"
               THEN
                   DISPLAY "Journal CALCSECU absent, aucun evenement"
                   MOVE "Y" TO WS-EOF
               ELSE
                   MOVE "Y" TO WS-SECU-OPEN
           END-IF.
           OPEN OUTPUT SECU-RPT-FILE.
           IF WS-RPT-FILE-STATUS NOT = "00"
               THEN
                   DISPLAY "Impossible de creer SECURPT, rapport "
                           "annule"
                   STOP RUN
           END-IF.

      *Edition des evenements du jour dans l'ordre du journal.
           PERFORM 1000-READ-EVENT-START
           THRU    1000-READ-EVENT-END
               UNTIL WS-EOF = "Y".
           IF WS-EVT-TOT = ZERO
               THEN
                   PERFORM 3100-PRINT-HEADING-START
                   THRU    3100-PRINT-HEADING-END
                   MOVE "AUCUNE EXCEPTION DE SECURITE CE JOUR"
                       TO SECU-RPT-LINE
                   WRITE SECU-RPT-LINE
           END-IF.

      *Nombre d'evenements par type.
           PERFORM 4000-GRAND-TOTAL-START
           THRU    4000-GRAND-TOTAL-END.

           IF WS-SECU-OPEN = "Y"
               THEN
                   CLOSE SECU-FILE
           END-IF.
           CLOSE SECU-RPT-FILE.
           DISPLAY "Rapport des exceptions de securite edite dans "
                   "SECURPT".
           STOP RUN.

      ******************************************************************

       1000-READ-EVENT-START.
      *Lecture d'un evenement du journal ; ceux du jour edite sont
      *imprimes et comptes par type.
           READ SECU-FILE
               AT END
                   MOVE "Y" TO WS-EOF
           END-READ.
           IF WS-EOF = "Y"
              OR SECU-DATE NOT = WS-RPT-DATE
               THEN
                   GO TO 1000-READ-EVENT-END
           END-IF.
           PERFORM 1100-RANG-EVENT-START
           THRU    1100-RANG-EVENT-END.
           ADD 1 TO WS-EVT-CNT(WS-EVT-RANG).
           ADD 1 TO WS-EVT-TOT.

           IF WS-LINE-COUNT > WS-LINES-PER-PAGE
               THEN
                   PERFORM 3100-PRINT-HEADING-START
                   THRU    3100-PRINT-HEADING-END
           END-IF.
           MOVE SPACE               TO WS-DET-TIME.
           MOVE SECU-TIME(1:2)      TO WS-DET-TIME(1:2).
           MOVE ":"                 TO WS-DET-TIME(3:1).
           MOVE SECU-TIME(3:2)      TO WS-DET-TIME(4:2).
           MOVE ":"                 TO WS-DET-TIME(6:1).
           MOVE SECU-TIME(5:2)      TO WS-DET-TIME(7:2).
           MOVE SECU-USER-ID        TO WS-DET-USER.
           MOVE SECU-PROGRAM        TO WS-DET-PROGRAM.
           MOVE SECU-EVENT          TO WS-DET-EVENT.
           MOVE SECU-LIB            TO WS-DET-LIB.
           MOVE WS-DETAIL-LINE      TO SECU-RPT-LINE.
           WRITE SECU-RPT-LINE.
           ADD 1 TO WS-LINE-COUNT.
           EXIT.
       1000-READ-EVENT-END.

       1100-RANG-EVENT-START.
      *Determine le rang du compteur associe au type d'evenement ;
      *le rang 10 recueille les types inattendus.
           EVALUATE SECU-EVENT
               WHEN "IN"
                   MOVE 1  TO WS-EVT-RANG
               WHEN "MP"
                   MOVE 2  TO WS-EVT-RANG
               WHEN "VR"
                   MOVE 3  TO WS-EVT-RANG
               WHEN "CV"
                   MOVE 4  TO WS-EVT-RANG
               WHEN "NI"
                   MOVE 5  TO WS-EVT-RANG
               WHEN "EX"
                   MOVE 6  TO WS-EVT-RANG
               WHEN "RR"
                   MOVE 7  TO WS-EVT-RANG
               WHEN "RI"
                   MOVE 8  TO WS-EVT-RANG
               WHEN "DV"
                   MOVE 9  TO WS-EVT-RANG
               WHEN OTHER
                   MOVE 10 TO WS-EVT-RANG
           END-EVALUATE.
           EXIT.
       1100-RANG-EVENT-END.

       3100-PRINT-HEADING-START.
      *Entete de page de l'etat.
           ADD  1              TO WS-PAGE-NUMB.
           MOVE WS-RPT-DATE    TO WS-EDIT-DATE.
           PERFORM 3200-FORMAT-DATE-START
           THRU    3200-FORMAT-DATE-END.
           MOVE WS-FMT-DATE    TO WS-HEAD1-JOUR.
           ACCEPT WS-EDIT-DATE FROM DATE YYYYMMDD.
           PERFORM 3200-FORMAT-DATE-START
           THRU    3200-FORMAT-DATE-END.
           MOVE WS-FMT-DATE    TO WS-HEAD1-DATE.
           MOVE WS-PAGE-NUMB   TO WS-HEAD1-PAGE.
           MOVE WS-HEAD1       TO SECU-RPT-LINE.
           WRITE SECU-RPT-LINE.
           MOVE WS-HEAD2       TO SECU-RPT-LINE.
           WRITE SECU-RPT-LINE.
           MOVE WS-HEAD3       TO SECU-RPT-LINE.
           WRITE SECU-RPT-LINE.
           MOVE ZERO           TO WS-LINE-COUNT.
           EXIT.
       3100-PRINT-HEADING-END.

       3200-FORMAT-DATE-START.
      *Presente une date AAAAMMJJ sous la forme JJ/MM/AAAA.
           MOVE WS-EDIT-DATE(7:2) TO WS-FMT-DATE(1:2).
           MOVE "/"               TO WS-FMT-DATE(3:1).
           MOVE WS-EDIT-DATE(5:2) TO WS-FMT-DATE(4:2).
           MOVE "/"               TO WS-FMT-DATE(6:1).
           MOVE WS-EDIT-DATE(1:4) TO WS-FMT-DATE(7:4).
           EXIT.
       3200-FORMAT-DATE-END.

       4000-GRAND-TOTAL-START.
      *Section des totaux : un compteur par type d'evenement, les
      *types sans evenement compris, puis le total du jour.
           MOVE WS-HEAD3 TO SECU-RPT-LINE.
           WRITE SECU-RPT-LINE.
           PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > 10
               PERFORM 4100-TOTAL-LINE-START
               THRU    4100-TOTAL-LINE-END
           END-PERFORM.
           MOVE SPACE            TO WS-TOTAL-LINE.
           MOVE "TOTAL DES EVENEMENTS DU JOUR" TO WS-TOT-LIB.
           MOVE WS-EVT-TOT       TO WS-TOT-CNT.
           MOVE WS-TOTAL-LINE    TO SECU-RPT-LINE.
           WRITE SECU-RPT-LINE.
           EXIT.
       4000-GRAND-TOTAL-END.

       4100-TOTAL-LINE-START.
      *Ligne de total du type d'evenement de rang WS-K.
           EVALUATE WS-K
               WHEN 1
                   MOVE "IN" TO WS-TOT-EVENT
                   MOVE "IDENTIFIANT INCONNU" TO WS-TOT-LIB
               WHEN 2
                   MOVE "MP" TO WS-TOT-EVENT
                   MOVE "MOT DE PASSE ERRONE" TO WS-TOT-LIB
               WHEN 3
                   MOVE "VR" TO WS-TOT-EVENT
                   MOVE "COMPTE VERROUILLE" TO WS-TOT-LIB
               WHEN 4
                   MOVE "CV" TO WS-TOT-EVENT
                   MOVE "ACCES A UN COMPTE VERROUILLE" TO WS-TOT-LIB
               WHEN 5
                   MOVE "NI" TO WS-TOT-EVENT
                   MOVE "MOT DE PASSE NON INITIALISE" TO WS-TOT-LIB
               WHEN 6
                   MOVE "EX" TO WS-TOT-EVENT
                   MOVE "MOT DE PASSE EXPIRE NON CHANGE"
                       TO WS-TOT-LIB
               WHEN 7
                   MOVE "RR" TO WS-TOT-EVENT
                   MOVE "ROLE REFUSE" TO WS-TOT-LIB
               WHEN 8
                   MOVE "RI" TO WS-TOT-EVENT
                   MOVE "MOT DE PASSE REINITIALISE" TO WS-TOT-LIB
               WHEN 9
                   MOVE "DV" TO WS-TOT-EVENT
                   MOVE "COMPTE DEVERROUILLE" TO WS-TOT-LIB
               WHEN OTHER
                   MOVE "??" TO WS-TOT-EVENT
                   MOVE "EVENEMENT INCONNU" TO WS-TOT-LIB
           END-EVALUATE.
           MOVE WS-EVT-CNT(WS-K) TO WS-TOT-CNT.
           MOVE WS-TOTAL-LINE    TO SECU-RPT-LINE.
           WRITE SECU-RPT-LINE.
           EXIT.
       4100-TOTAL-LINE-END.
