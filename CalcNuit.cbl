       IDENTIFICATION DIVISION.
       PROGRAM-ID. CalcNuit.
       AUTHOR. Terry.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *Liste des lots CALCTRAN du jour, un nom de fichier par ligne,
      *deposee par l'exploitation avant le lancement de la chaine.
           SELECT LOTS-FILE ASSIGN TO "CALCLOTS"
               ORGANIZATION  IS LINE SEQUENTIAL
               FILE STATUS   IS WS-LOTS-FILE-STATUS.

      *Fichier d'un lot de la liste, recopie dans CALCTRAN avant le
      *passage de Calcul2Batch et de CalcConcil.
           SELECT LOT-SRC-FILE ASSIGN USING WS-LOT-NAME
               ORGANIZATION  IS LINE SEQUENTIAL
               FILE STATUS   IS WS-SRC-FILE-STATUS.

           SELECT CALC-TRANS-FILE ASSIGN TO "CALCTRAN"
               ORGANIZATION  IS LINE SEQUENTIAL
               FILE STATUS   IS WS-TRANS-FILE-STATUS.

      *Fichier de controle de la chaine : une ligne par etape
      *terminee ou en echec, relu au lancement suivant pour reprendre
      *a l'etape en echec.
           SELECT CTL-FILE ASSIGN TO "CALCCTL"
               ORGANIZATION  IS LINE SEQUENTIAL
               FILE STATUS   IS WS-CTL-FILE-STATUS.

           SELECT JRNL-FILE ASSIGN TO "CALCJRNL"
               ORGANIZATION  IS LINE SEQUENTIAL
               FILE STATUS   IS WS-JRNL-FILE-STATUS.

      *Sortie d'une etape examinee apres son passage (CALCBAL,
      *HISTEXC, HISTRPT, HISTDEPT) pour en deduire le code retour.
           SELECT CHK-FILE ASSIGN USING WS-CHK-NAME
               ORGANIZATION  IS LINE SEQUENTIAL
               FILE STATUS   IS WS-CHK-FILE-STATUS.

      *Reponses aux questions posees sur la console par Calcul2Batch
      *(reprise) et CalcConcil (identifiant du lot).
           SELECT REP-FILE ASSIGN TO "CALCNREP"
               ORGANIZATION  IS LINE SEQUENTIAL
               FILE STATUS   IS WS-REP-FILE-STATUS.

      *Compte rendu de fin de nuit, une page.
           SELECT SUM-RPT-FILE ASSIGN TO "CALCNUIT"
               ORGANIZATION  IS LINE SEQUENTIAL
               FILE STATUS   IS WS-SUM-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LOTS-FILE
           RECORDING MODE IS F.
       01  LOTS-RECORD.
           05  LOTS-FILE-NAME   PIC X(60).

       FD  LOT-SRC-FILE
           RECORDING MODE IS F.
       01  SRC-RECORD           PIC X(80).

      *Fichier des transactions du lot. Meme disposition d'entete
      *que dans Calcul2Batch puisque le fichier est partage.
       FD  CALC-TRANS-FILE
           RECORDING MODE IS F.
       01  TRANS-RECORD         PIC X(80).
       01  TRANS-HEADER-RECORD.
           05  TRANS-HDR-TYPE     PIC X(01).
           05  TRANS-HDR-SEP1     PIC X(01).
           05  TRANS-HDR-BATCH-ID PIC X(08).
           05  TRANS-HDR-SEP2     PIC X(01).
           05  TRANS-HDR-DEPT     PIC X(08).
           05  TRANS-HDR-SEP3     PIC X(01).
           05  TRANS-HDR-DATE     PIC X(08).

      *Ligne du fichier de controle de la chaine. Code "00" : etape
      *terminee ; "KO" : lot refuse au journal ; "EC" : ecart de
      *rapprochement ; "EX" : exceptions de verification ; "AB" :
      *fin anormale. L'etape "FIN" marque une chaine complete.
       FD  CTL-FILE
           RECORDING MODE IS F.
       01  CTL-RECORD.
           05  CTL-RUN-DATE     PIC X(08).
           05  CTL-SEP1         PIC X(01).
           05  CTL-STEP         PIC X(08).
           05  CTL-SEP2         PIC X(01).
           05  CTL-LOT          PIC X(08).
           05  CTL-SEP3         PIC X(01).
           05  CTL-CODE         PIC X(02).
           05  CTL-SEP4         PIC X(01).
           05  CTL-START-TIME   PIC X(08).
           05  CTL-SEP5         PIC X(01).
           05  CTL-END-TIME     PIC X(08).
           05  CTL-SEP6         PIC X(01).
           05  CTL-LIB          PIC X(30).

      *Journal des executions de Calcul2Batch. Meme disposition que
      *dans ce programme puisque le fichier est partage.
       FD  JRNL-FILE
           RECORDING MODE IS F.
       01  JRNL-RECORD.
           05  JRNL-BATCH-ID    PIC X(08).
           05  JRNL-SEP1        PIC X(01).
           05  JRNL-DEPT        PIC X(08).
           05  JRNL-SEP2        PIC X(01).
           05  JRNL-START-DATE  PIC X(08).
           05  JRNL-SEP3        PIC X(01).
           05  JRNL-START-TIME  PIC X(08).
           05  JRNL-SEP4        PIC X(01).
           05  JRNL-END-DATE    PIC X(08).
           05  JRNL-SEP5        PIC X(01).
           05  JRNL-END-TIME    PIC X(08).
           05  JRNL-SEP6        PIC X(01).
           05  JRNL-OK-COUNT    PIC 9(05).
           05  JRNL-SEP7        PIC X(01).
           05  JRNL-REJ-COUNT   PIC 9(05).
           05  JRNL-SEP8        PIC X(01).
           05  JRNL-STATUS      PIC X(02).
      *Calculs mis en attente de validation (absents des lignes
      *journaux anterieures aux plafonds).
           05  JRNL-SEP9        PIC X(01).
           05  JRNL-HOLD-COUNT  PIC 9(05).

       FD  CHK-FILE
           RECORDING MODE IS F.
       01  CHK-RECORD           PIC X(100).

       FD  REP-FILE
           RECORDING MODE IS F.
       01  REP-RECORD           PIC X(24).

       FD  SUM-RPT-FILE
           RECORDING MODE IS F.
       01  SUM-RPT-LINE         PIC X(80).

       WORKING-STORAGE SECTION.

      *Variables de statut des fichiers.
       01  WS-LOTS-FILE-STATUS  PIC X(02)       VALUE "00".
       01  WS-SRC-FILE-STATUS   PIC X(02)       VALUE "00".
       01  WS-TRANS-FILE-STATUS PIC X(02)       VALUE "00".
       01  WS-CTL-FILE-STATUS   PIC X(02)       VALUE "00".
       01  WS-JRNL-FILE-STATUS  PIC X(02)       VALUE "00".
       01  WS-CHK-FILE-STATUS   PIC X(02)       VALUE "00".
       01  WS-REP-FILE-STATUS   PIC X(02)       VALUE "00".
       01  WS-SUM-FILE-STATUS   PIC X(02)       VALUE "00".

      *Variables de fin de fichier.
       01  WS-EOF               PIC X(01)       VALUE "N".
       01  WS-LOTS-EOF          PIC X(01)       VALUE "N".
       01  WS-SRC-EOF           PIC X(01)       VALUE "N".

      *Horodatage de la nuit et de chaque etape.
       01  WS-RUN-DATE          PIC 9(08)       VALUE ZERO.
       01  WS-RUN-TIME          PIC 9(08)       VALUE ZERO.
       01  WS-STEP-START        PIC 9(08)       VALUE ZERO.
       01  WS-STEP-END          PIC 9(08)       VALUE ZERO.

      *Mode de lancement : "N" nouvelle chaine, "Y" reprise d'une
      *chaine arretee sur une etape en echec.
       01  WS-RESTART           PIC X(01)       VALUE "N".
       01  WS-RESTART-DATE      PIC X(08)       VALUE SPACE.
       01  WS-LAST-STEP         PIC X(08)       VALUE SPACE.

      *Etapes deja terminees lors de la chaine interrompue, relues
      *dans CALCCTL : elles ne sont pas relancees a la reprise.
       01  WS-DONE-COUNT        PIC 9(03)       VALUE ZERO.
       01  WS-DONE-TABLE.
           05  WS-DONE-ENTRY OCCURS 200 TIMES.
               10  WS-DONE-STEP     PIC X(08).
               10  WS-DONE-LOT      PIC X(08).
       01  WS-DONE-FOUND        PIC X(01)       VALUE "N".

      *Indique que la chaine s'est arretee sur une etape en echec :
      *les etapes suivantes ne sont pas lancees.
       01  WS-CHAIN-STOP        PIC X(01)       VALUE "N".
       01  WS-STOP-STEP         PIC X(08)       VALUE SPACE.
       01  WS-STOP-LOT          PIC X(08)       VALUE SPACE.

      *Etape en cours : nom, lot traite, code retour et libelle.
       01  WS-STEP-NAME         PIC X(08)       VALUE SPACE.
       01  WS-STEP-LOT          PIC X(08)       VALUE SPACE.
       01  WS-STEP-CODE         PIC X(02)       VALUE SPACE.
       01  WS-STEP-LIB          PIC X(30)       VALUE SPACE.
       01  WS-STEP-RUN          PIC X(01)       VALUE "N".

      *Lot en cours : fichier de la liste et identifiant releve dans
      *son entete.
       01  WS-LOT-NAME          PIC X(60)       VALUE SPACE.
       01  WS-LOT-ID            PIC X(08)       VALUE SPACE.
       01  WS-LOT-READY         PIC X(01)       VALUE "N".

      *Lancement d'un programme de la chaine : ligne de commande,
      *code retour du systeme, et console de chaque etape ajoutee au
      *fichier CALCNLOG pour l'examen du lendemain.
       01  WS-PROGRAM           PIC X(40)       VALUE SPACE.
       01  WS-COMMAND           PIC X(200)      VALUE SPACE.
       01  WS-SYS-RC            PIC S9(09)      VALUE ZERO.
       01  WS-REPLY             PIC X(24)       VALUE SPACE.
       01  WS-CHK-NAME          PIC X(08)       VALUE SPACE.
       01  WS-CHK-COUNT         PIC 9(07)       VALUE ZERO.
       01  WS-CHK-LAST          PIC X(100)      VALUE SPACE.
       01  WS-JRNL-LAST         PIC X(02)       VALUE SPACE.

      *Tableau du compte rendu : une entree par etape prevue, lancee
      *ou non.
       01  WS-SUM-COUNT         PIC 9(03)       VALUE ZERO.
       01  WS-SUM-LOST          PIC 9(03)       VALUE ZERO.
       01  WS-SUM-TABLE.
           05  WS-SUM-ENTRY OCCURS 50 TIMES.
               10  WS-SUM-STEP      PIC X(08).
               10  WS-SUM-LOT       PIC X(08).
               10  WS-SUM-CODE      PIC X(02).
               10  WS-SUM-START     PIC X(08).
               10  WS-SUM-END       PIC X(08).
               10  WS-SUM-LIB       PIC X(30).
       01  WS-I                 PIC 9(03)       VALUE ZERO.

      *Compteurs de la nuit.
       01  WS-LOT-COUNT         PIC 9(03)       VALUE ZERO.
       01  WS-RUN-COUNT         PIC 9(03)       VALUE ZERO.
       01  WS-SKIP-COUNT        PIC 9(03)       VALUE ZERO.
       01  WS-COUNT-ED          PIC ZZ9         VALUE ZERO.

      *Mise en page du compte rendu.
       01  WS-EDIT-DATE         PIC 9(08)       VALUE ZERO.
       01  WS-FMT-DATE          PIC X(10)       VALUE SPACE.

       01  WS-HEAD1.
           05  FILLER           PIC X(24)
               VALUE "CHAINE DE NUIT DU TRAITE".
           05  FILLER           PIC X(22)
               VALUE "MENT PAR LOT    DU    ".
           05  WS-HEAD1-DATE    PIC X(10).
           05  FILLER           PIC X(04)       VALUE SPACE.
           05  WS-HEAD1-MODE    PIC X(20).

       01  WS-HEAD2.
           05  FILLER           PIC X(09)   VALUE "ETAPE".
           05  FILLER           PIC X(09)   VALUE "LOT".
           05  FILLER           PIC X(05)   VALUE "CODE".
           05  FILLER           PIC X(09)   VALUE "DEBUT".
           05  FILLER           PIC X(09)   VALUE "FIN".
           05  FILLER           PIC X(30)   VALUE "LIBELLE".

       01  WS-HEAD3.
           05  FILLER           PIC X(80)       VALUE ALL "-".

       01  WS-DETAIL-LINE.
           05  WS-DET-STEP      PIC X(08).
           05  FILLER           PIC X(01)       VALUE SPACE.
           05  WS-DET-LOT       PIC X(08).
           05  FILLER           PIC X(01)       VALUE SPACE.
           05  WS-DET-CODE      PIC X(02).
           05  FILLER           PIC X(03)       VALUE SPACE.
           05  WS-DET-START     PIC X(08).
           05  FILLER           PIC X(01)       VALUE SPACE.
           05  WS-DET-END       PIC X(08).
           05  FILLER           PIC X(01)       VALUE SPACE.
           05  WS-DET-LIB       PIC X(30).

       PROCEDURE DIVISION.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
           DISPLAY "Chaine de nuit du traitement par lot".

      *Relecture du fichier de controle : une chaine arretee sur une
      *etape en echec est reprise a cette etape, sans relancer les
      *etapes deja terminees.
           PERFORM 1000-LOAD-CONTROL-START
           THRU    1000-LOAD-CONTROL-END.

      *Liste des lots du jour.
           OPEN INPUT LOTS-FILE.
           IF WS-LOTS-FILE-STATUS NOT = "00"
               THEN
                   DISPLAY "Liste des lots CALCLOTS introuvable, "
                           "chaine annulee"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-IF.

      *Le fichier de controle est repris en reprise, recree pour une
      *nouvelle chaine.
           IF WS-RESTART = "Y"
               THEN
                   OPEN EXTEND CTL-FILE
                   IF WS-CTL-FILE-STATUS = "35" OR "05"
                       THEN
                           OPEN OUTPUT CTL-FILE
                   END-IF
               ELSE
                   OPEN OUTPUT CTL-FILE
           END-IF.
           IF WS-CTL-FILE-STATUS NOT = "00"
               THEN
                   DISPLAY "Impossible d'ecrire CALCCTL, chaine "
                           "annulee"
                   CLOSE LOTS-FILE
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-IF.

      *Traitement par lot et rapprochement de chaque lot de la
      *liste. Le rapprochement suit immediatement le lot car CALCRPT
      *et CALCREJ ne portent que le dernier lot traite.
           PERFORM 2000-PROCESS-LOT-START
           THRU    2000-PROCESS-LOT-END
               UNTIL WS-LOTS-EOF = "Y".
           CLOSE LOTS-FILE.

      *Etapes de fin de nuit, une seule fois pour tous les lots :
      *verification de l'historique, rapports, archivage.
           MOVE SPACE    TO WS-STEP-LOT.
           MOVE "VERIF"  TO WS-STEP-NAME.
           PERFORM 3000-RUN-STEP-START
           THRU    3000-RUN-STEP-END.
           MOVE "RAPPORT" TO WS-STEP-NAME.
           PERFORM 3000-RUN-STEP-START
           THRU    3000-RUN-STEP-END.
           MOVE "RAPDEPT" TO WS-STEP-NAME.
           PERFORM 3000-RUN-STEP-START
           THRU    3000-RUN-STEP-END.
           MOVE "ARCHIVE" TO WS-STEP-NAME.
           PERFORM 3000-RUN-STEP-START
           THRU    3000-RUN-STEP-END.

      *Une chaine complete est marquee dans le fichier de controle :
      *le lancement suivant repartira d'une nouvelle chaine.
           IF WS-CHAIN-STOP NOT = "Y"
               THEN
                   MOVE "FIN"   TO WS-STEP-NAME
                   MOVE SPACE   TO WS-STEP-LOT
                   MOVE "00"    TO WS-STEP-CODE
                   MOVE "CHAINE COMPLETE" TO WS-STEP-LIB
                   ACCEPT WS-STEP-START FROM TIME
                   MOVE WS-STEP-START TO WS-STEP-END
                   PERFORM 6000-WRITE-CONTROL-START
                   THRU    6000-WRITE-CONTROL-END
           END-IF.
           CLOSE CTL-FILE.

      *Compte rendu de fin de nuit.
           PERFORM 8000-PRINT-SUMMARY-START
           THRU    8000-PRINT-SUMMARY-END.

      *Le code retour de la chaine signale un arret a l'ordonnanceur.
           IF WS-CHAIN-STOP = "Y"
               THEN
                   MOVE 8 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
           END-IF.
           STOP RUN.

      ******************************************************************

       1000-LOAD-CONTROL-START.
      *Relit le fichier de controle de la chaine precedente. Sans
      *fichier, ou quand sa derniere ligne est "FIN", la chaine
      *precedente est complete et une nouvelle chaine demarre ;
      *sinon la chaine est reprise et les etapes terminees ("00")
      *sont retenues pour ne pas etre relancees.
           MOVE "N" TO WS-RESTART.
           OPEN INPUT CTL-FILE.
           IF WS-CTL-FILE-STATUS NOT = "00"
               THEN
                   GO TO 1000-LOAD-CONTROL-END
           END-IF.
           MOVE SPACE TO WS-LAST-STEP.
           MOVE "N"   TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ CTL-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       MOVE CTL-STEP     TO WS-LAST-STEP
                       MOVE CTL-RUN-DATE TO WS-RESTART-DATE
                       IF CTL-CODE = "00"
                          AND WS-DONE-COUNT < 200
                           THEN
                               ADD  1             TO WS-DONE-COUNT
                               MOVE CTL-STEP
                                   TO WS-DONE-STEP(WS-DONE-COUNT)
                               MOVE CTL-LOT
                                   TO WS-DONE-LOT(WS-DONE-COUNT)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CTL-FILE.
           IF WS-LAST-STEP = SPACE OR WS-LAST-STEP = "FIN"
               THEN
                   MOVE ZERO TO WS-DONE-COUNT
               ELSE
                   MOVE "Y"  TO WS-RESTART
                   DISPLAY "Reprise de la chaine du " WS-RESTART-DATE
                           " a l'etape en echec"
           END-IF.
           EXIT.
       1000-LOAD-CONTROL-END.

       2000-PROCESS-LOT-START.
      *Lecture d'un lot de la liste puis passage de Calcul2Batch et
      *de CalcConcil sur ce lot. Les lignes a blanc ou de
      *commentaire ("*") sont ignorees.
           READ LOTS-FILE
               AT END
                   MOVE "Y" TO WS-LOTS-EOF
           END-READ.
           IF WS-LOTS-EOF = "Y"
              OR LOTS-FILE-NAME = SPACE
              OR LOTS-FILE-NAME(1:1) = "*"
               THEN
                   GO TO 2000-PROCESS-LOT-END
           END-IF.
           ADD 1 TO WS-LOT-COUNT.
           MOVE LOTS-FILE-NAME TO WS-LOT-NAME.
           MOVE SPACE          TO WS-LOT-ID.
           MOVE "N"            TO WS-LOT-READY.

      *Apres un arret, les lots restants sont seulement portes au
      *compte rendu ; sinon le lot est mis en place dans CALCTRAN.
           IF WS-CHAIN-STOP NOT = "Y"
               THEN
                   PERFORM 2100-COPY-LOT-START
                   THRU    2100-COPY-LOT-END
           END-IF.
           IF WS-LOT-ID = SPACE
               THEN
                   MOVE WS-LOT-NAME(1:8) TO WS-LOT-ID
           END-IF.

           MOVE "BATCH"   TO WS-STEP-NAME.
           MOVE WS-LOT-ID TO WS-STEP-LOT.
           PERFORM 3000-RUN-STEP-START
           THRU    3000-RUN-STEP-END.
           MOVE "CONCIL"  TO WS-STEP-NAME.
           MOVE WS-LOT-ID TO WS-STEP-LOT.
           PERFORM 3000-RUN-STEP-START
           THRU    3000-RUN-STEP-END.
           EXIT.
       2000-PROCESS-LOT-END.

       2100-COPY-LOT-START.
      *Recopie le fichier du lot dans CALCTRAN, lu par Calcul2Batch
      *et par CalcConcil, et releve l'identifiant du lot dans son
      *entete. Un lot deja nomme CALCTRAN est laisse en place.
           MOVE "N" TO WS-SRC-EOF.
           IF WS-LOT-NAME = "CALCTRAN"
               THEN
                   OPEN INPUT CALC-TRANS-FILE
                   IF WS-TRANS-FILE-STATUS = "00"
                       THEN
                           READ CALC-TRANS-FILE
                               AT END
                                   CONTINUE
                               NOT AT END
                                   IF TRANS-HDR-TYPE = "H"
                                       THEN
                                           MOVE TRANS-HDR-BATCH-ID
                                               TO WS-LOT-ID
                                   END-IF
                           END-READ
                           CLOSE CALC-TRANS-FILE
                           MOVE "Y" TO WS-LOT-READY
                   END-IF
                   GO TO 2100-COPY-LOT-END
           END-IF.
           OPEN INPUT LOT-SRC-FILE.
           IF WS-SRC-FILE-STATUS NOT = "00"
               THEN
                   DISPLAY "Lot introuvable : "
                           FUNCTION TRIM(WS-LOT-NAME)
                   GO TO 2100-COPY-LOT-END
           END-IF.
           OPEN OUTPUT CALC-TRANS-FILE.
           IF WS-TRANS-FILE-STATUS NOT = "00"
               THEN
                   DISPLAY "Impossible de creer CALCTRAN"
                   CLOSE LOT-SRC-FILE
                   GO TO 2100-COPY-LOT-END
           END-IF.
           PERFORM UNTIL WS-SRC-EOF = "Y"
               READ LOT-SRC-FILE
                   AT END
                       MOVE "Y" TO WS-SRC-EOF
                   NOT AT END
                       MOVE SRC-RECORD TO TRANS-RECORD
                       IF TRANS-HDR-TYPE = "H"
                          AND WS-LOT-ID = SPACE
                           THEN
                               MOVE TRANS-HDR-BATCH-ID TO WS-LOT-ID
                       END-IF
                       WRITE TRANS-RECORD
               END-READ
           END-PERFORM.
           CLOSE LOT-SRC-FILE
                 CALC-TRANS-FILE.
           MOVE "Y" TO WS-LOT-READY.
           EXIT.
       2100-COPY-LOT-END.

       3000-RUN-STEP-START.
      *Passage d'une etape de la chaine : etape portee au compte
      *rendu, sautee si la chaine est arretee ou si elle a deja ete
      *terminee avant la reprise, sinon lancee puis controlee par
      *ses sorties. Son code retour est ecrit dans CALCCTL.
           MOVE "N"   TO WS-STEP-RUN.
           MOVE SPACE TO WS-STEP-CODE.
           MOVE SPACE TO WS-STEP-LIB.
           MOVE ZERO  TO WS-STEP-START.
           MOVE ZERO  TO WS-STEP-END.
           IF WS-CHAIN-STOP = "Y"
               THEN
                   MOVE "--"        TO WS-STEP-CODE
                   MOVE "NON LANCEE (CHAINE ARRETEE)" TO WS-STEP-LIB
                   PERFORM 7000-ADD-SUMMARY-START
                   THRU    7000-ADD-SUMMARY-END
                   GO TO 3000-RUN-STEP-END
           END-IF.
           PERFORM 3100-CHECK-DONE-START
           THRU    3100-CHECK-DONE-END.
           IF WS-DONE-FOUND = "Y"
               THEN
                   MOVE "00"        TO WS-STEP-CODE
                   MOVE "DEJA TERMINEE, NON RELANCEE" TO WS-STEP-LIB
                   ADD 1 TO WS-SKIP-COUNT
                   PERFORM 7000-ADD-SUMMARY-START
                   THRU    7000-ADD-SUMMARY-END
                   GO TO 3000-RUN-STEP-END
           END-IF.

           ACCEPT WS-STEP-START FROM TIME.
           EVALUATE WS-STEP-NAME
               WHEN "BATCH"
                   PERFORM 4100-STEP-BATCH-START
                   THRU    4100-STEP-BATCH-END
               WHEN "CONCIL"
                   PERFORM 4200-STEP-CONCIL-START
                   THRU    4200-STEP-CONCIL-END
               WHEN "VERIF"
                   PERFORM 4300-STEP-VERIF-START
                   THRU    4300-STEP-VERIF-END
               WHEN "RAPPORT"
                   MOVE "HISTRPT"  TO WS-CHK-NAME
                   MOVE "./CalcRapport" TO WS-PROGRAM
                   PERFORM 4400-STEP-REPORT-START
                   THRU    4400-STEP-REPORT-END
               WHEN "RAPDEPT"
                   MOVE "HISTDEPT" TO WS-CHK-NAME
                   MOVE "./CalcRapDept" TO WS-PROGRAM
                   PERFORM 4400-STEP-REPORT-START
                   THRU    4400-STEP-REPORT-END
               WHEN "ARCHIVE"
                   PERFORM 4500-STEP-ARCHIVE-START
                   THRU    4500-STEP-ARCHIVE-END
           END-EVALUATE.
           ACCEPT WS-STEP-END FROM TIME.
           IF WS-STEP-RUN = "Y"
               THEN
                   ADD 1 TO WS-RUN-COUNT
           END-IF.
      *Une fin anormale du programme l'emporte sur ses sorties.
           IF WS-SYS-RC NOT = ZERO
              AND WS-STEP-CODE = "00"
               THEN
                   MOVE "AB" TO WS-STEP-CODE
                   MOVE "FIN ANORMALE DU PROGRAMME" TO WS-STEP-LIB
           END-IF.
           MOVE ZERO TO WS-SYS-RC.

      *Toute etape en echec arrete la chaine.
           IF WS-STEP-CODE NOT = "00"
               THEN
                   MOVE "Y"          TO WS-CHAIN-STOP
                   MOVE WS-STEP-NAME TO WS-STOP-STEP
                   MOVE WS-STEP-LOT  TO WS-STOP-LOT
           END-IF.
           DISPLAY "Etape " WS-STEP-NAME " " WS-STEP-LOT " : "
                   WS-STEP-CODE " " FUNCTION TRIM(WS-STEP-LIB).
           PERFORM 6000-WRITE-CONTROL-START
           THRU    6000-WRITE-CONTROL-END.
           PERFORM 7000-ADD-SUMMARY-START
           THRU    7000-ADD-SUMMARY-END.
           EXIT.
       3000-RUN-STEP-END.

       3100-CHECK-DONE-START.
      *Recherche l'etape (et son lot) parmi les etapes terminees de
      *la chaine reprise.
           MOVE "N" TO WS-DONE-FOUND.
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-DONE-COUNT OR WS-DONE-FOUND = "Y"
               IF WS-DONE-STEP(WS-I) = WS-STEP-NAME
                  AND WS-DONE-LOT(WS-I) = WS-STEP-LOT
                   THEN
                       MOVE "Y" TO WS-DONE-FOUND
               END-IF
           END-PERFORM.
           EXIT.
       3100-CHECK-DONE-END.

       4100-STEP-BATCH-START.
      *Traitement du lot par Calcul2Batch. Un lot deja "OK" au
      *journal n'est pas represente (le programme demanderait un
      *forcage) ; un point de reprise laisse par un incident est
      *accepte. Le code retour est le dernier statut du lot au
      *journal : "OK" termine, "KO" refuse, sinon fin anormale.
           IF WS-LOT-READY NOT = "Y"
               THEN
                   MOVE "AB" TO WS-STEP-CODE
                   MOVE "FICHIER DU LOT ILLISIBLE" TO WS-STEP-LIB
                   GO TO 4100-STEP-BATCH-END
           END-IF.
           PERFORM 5200-LAST-JOURNAL-START
           THRU    5200-LAST-JOURNAL-END.
           IF WS-JRNL-LAST = "OK"
               THEN
                   MOVE "00" TO WS-STEP-CODE
                   MOVE "LOT DEJA TRAITE AU JOURNAL" TO WS-STEP-LIB
                   GO TO 4100-STEP-BATCH-END
           END-IF.
           MOVE "YES" TO WS-REPLY.
           PERFORM 5000-WRITE-REPLY-START
           THRU    5000-WRITE-REPLY-END.
           MOVE "./Calcul2Batch" TO WS-PROGRAM.
           PERFORM 5100-CALL-PROGRAM-START
           THRU    5100-CALL-PROGRAM-END.
           PERFORM 5200-LAST-JOURNAL-START
           THRU    5200-LAST-JOURNAL-END.
           EVALUATE WS-JRNL-LAST
               WHEN "OK"
                   MOVE "00" TO WS-STEP-CODE
                   MOVE "LOT TRAITE" TO WS-STEP-LIB
               WHEN "KO"
                   MOVE "KO" TO WS-STEP-CODE
                   MOVE "LOT REFUSE (CALCJRNL)" TO WS-STEP-LIB
               WHEN OTHER
                   MOVE "AB" TO WS-STEP-CODE
                   MOVE "LOT NON TERMINE (CALCJRNL)" TO WS-STEP-LIB
           END-EVALUATE.
           EXIT.
       4100-STEP-BATCH-END.

       4200-STEP-CONCIL-START.
      *Rapprochement du lot par CalcConcil. L'etat CALCBAL est
      *supprime avant le passage pour ne pas juger sur l'etat du lot
      *precedent ; sa derniere ligne donne le code retour.
           IF WS-LOT-READY NOT = "Y"
               THEN
                   MOVE "AB" TO WS-STEP-CODE
                   MOVE "FICHIER DU LOT ILLISIBLE" TO WS-STEP-LIB
                   GO TO 4200-STEP-CONCIL-END
           END-IF.
           MOVE "CALCBAL"  TO WS-CHK-NAME.
           CALL "CBL_DELETE_FILE" USING WS-CHK-NAME.
           MOVE WS-LOT-ID  TO WS-REPLY.
           PERFORM 5000-WRITE-REPLY-START
           THRU    5000-WRITE-REPLY-END.
           MOVE "./CalcConcil" TO WS-PROGRAM.
           PERFORM 5100-CALL-PROGRAM-START
           THRU    5100-CALL-PROGRAM-END.
           PERFORM 5300-READ-OUTPUT-START
           THRU    5300-READ-OUTPUT-END.
           EVALUATE TRUE
               WHEN WS-CHK-FILE-STATUS NOT = "00"
                   MOVE "AB" TO WS-STEP-CODE
                   MOVE "CALCBAL NON PRODUIT" TO WS-STEP-LIB
               WHEN WS-CHK-LAST(1:11) = "LOT COMPLET"
                   MOVE "00" TO WS-STEP-CODE
                   MOVE "LOT RAPPROCHE" TO WS-STEP-LIB
               WHEN WS-CHK-LAST(1:19) = "OPERATIONS EN ECART"
                   MOVE "EC" TO WS-STEP-CODE
                   MOVE "ECART DE RAPPROCHEMENT (CALCBAL)"
                       TO WS-STEP-LIB
               WHEN OTHER
                   MOVE "AB" TO WS-STEP-CODE
                   MOVE "CALCBAL INCOMPLET" TO WS-STEP-LIB
           END-EVALUATE.
           EXIT.
       4200-STEP-CONCIL-END.

       4300-STEP-VERIF-START.
      *Verification de l'historique par HistVerif. HISTEXC est
      *supprime avant le passage : absent ensuite, le programme n'a
      *pas abouti ; non vide, il porte des exceptions.
           MOVE "HISTEXC"  TO WS-CHK-NAME.
           CALL "CBL_DELETE_FILE" USING WS-CHK-NAME.
           MOVE "./HistVerif" TO WS-PROGRAM.
           PERFORM 5100-CALL-PROGRAM-START
           THRU    5100-CALL-PROGRAM-END.
           PERFORM 5300-READ-OUTPUT-START
           THRU    5300-READ-OUTPUT-END.
           EVALUATE TRUE
               WHEN WS-CHK-FILE-STATUS NOT = "00"
                   MOVE "AB" TO WS-STEP-CODE
                   MOVE "HISTEXC NON PRODUIT" TO WS-STEP-LIB
               WHEN WS-CHK-COUNT NOT = ZERO
                   MOVE "EX" TO WS-STEP-CODE
                   MOVE "EXCEPTIONS DE VERIFICATION" TO WS-STEP-LIB
               WHEN OTHER
                   MOVE "00" TO WS-STEP-CODE
                   MOVE "HISTORIQUE VERIFIE" TO WS-STEP-LIB
           END-EVALUATE.
           EXIT.
       4300-STEP-VERIF-END.

       4400-STEP-REPORT-START.
      *Edition d'un rapport (CalcRapport ou CalcRapDept). L'etat est
      *supprime avant le passage ; il doit ensuite exister et ne pas
      *etre vide.
           CALL "CBL_DELETE_FILE" USING WS-CHK-NAME.
           PERFORM 5100-CALL-PROGRAM-START
           THRU    5100-CALL-PROGRAM-END.
           PERFORM 5300-READ-OUTPUT-START
           THRU    5300-READ-OUTPUT-END.
           IF WS-CHK-FILE-STATUS = "00"
              AND WS-CHK-COUNT NOT = ZERO
               THEN
                   MOVE "00" TO WS-STEP-CODE
                   MOVE "RAPPORT EDITE" TO WS-STEP-LIB
               ELSE
                   MOVE "AB" TO WS-STEP-CODE
                   MOVE "RAPPORT NON PRODUIT" TO WS-STEP-LIB
           END-IF.
           EXIT.
       4400-STEP-REPORT-END.

       4500-STEP-ARCHIVE-START.
      *Archivage par HistArchive, qui ne produit qu'un bilan sur la
      *console : seul le code retour du programme est controle. Un
      *archivage arrete (HISTFILE, HISTARCH ou CALCRETN) rend 8.
           MOVE "./HistArchive" TO WS-PROGRAM.
           PERFORM 5100-CALL-PROGRAM-START
           THRU    5100-CALL-PROGRAM-END.
           IF WS-SYS-RC NOT = ZERO
               THEN
                   MOVE "AB" TO WS-STEP-CODE
                   MOVE "ARCHIVAGE INTERROMPU" TO WS-STEP-LIB
               ELSE
                   MOVE "00" TO WS-STEP-CODE
                   MOVE "ARCHIVAGE TERMINE" TO WS-STEP-LIB
           END-IF.
           EXIT.
       4500-STEP-ARCHIVE-END.

       5000-WRITE-REPLY-START.
      *Prepare la reponse a la question posee sur la console par le
      *programme de l'etape.
           OPEN OUTPUT REP-FILE.
           MOVE WS-REPLY TO REP-RECORD.
           WRITE REP-RECORD.
           CLOSE REP-FILE.
           EXIT.
       5000-WRITE-REPLY-END.

       5100-CALL-PROGRAM-START.
      *Lance le programme de l'etape, la console etant ajoutee a
      *CALCNLOG. Un code retour systeme non nul est une fin
      *anormale, quel que soit l'etat des sorties.
           MOVE "Y"   TO WS-STEP-RUN.
           MOVE SPACE TO WS-COMMAND.
           STRING FUNCTION TRIM(WS-PROGRAM) DELIMITED BY SIZE
                  " < CALCNREP >> CALCNLOG 2>&1" DELIMITED BY SIZE
                  INTO WS-COMMAND
           END-STRING.
           CALL "SYSTEM" USING WS-COMMAND.
           MOVE RETURN-CODE TO WS-SYS-RC.
           MOVE 0           TO RETURN-CODE.
           EXIT.
       5100-CALL-PROGRAM-END.

       5200-LAST-JOURNAL-START.
      *Dernier statut du lot en cours au journal de Calcul2Batch
      *(a blanc si le lot n'y figure pas).
           MOVE SPACE TO WS-JRNL-LAST.
           OPEN INPUT JRNL-FILE.
           IF WS-JRNL-FILE-STATUS NOT = "00"
               THEN
                   GO TO 5200-LAST-JOURNAL-END
           END-IF.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ JRNL-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF JRNL-BATCH-ID = WS-LOT-ID
                           THEN
                               MOVE JRNL-STATUS TO WS-JRNL-LAST
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE JRNL-FILE.
           EXIT.
       5200-LAST-JOURNAL-END.

       5300-READ-OUTPUT-START.
      *Lecture de la sortie de l'etape nommee dans WS-CHK-NAME :
      *nombre de lignes et derniere ligne non blanche.
           MOVE ZERO  TO WS-CHK-COUNT.
           MOVE SPACE TO WS-CHK-LAST.
           OPEN INPUT CHK-FILE.
           IF WS-CHK-FILE-STATUS NOT = "00"
               THEN
                   GO TO 5300-READ-OUTPUT-END
           END-IF.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ CHK-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF CHK-RECORD NOT = SPACE
                           THEN
                               ADD  1          TO WS-CHK-COUNT
                               MOVE CHK-RECORD TO WS-CHK-LAST
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CHK-FILE.
           MOVE "00" TO WS-CHK-FILE-STATUS.
           EXIT.
       5300-READ-OUTPUT-END.

       6000-WRITE-CONTROL-START.
      *Ecrit le code retour de l'etape dans le fichier de controle.
           MOVE WS-RUN-DATE   TO CTL-RUN-DATE.
           MOVE SPACE         TO CTL-SEP1.
           MOVE WS-STEP-NAME  TO CTL-STEP.
           MOVE SPACE         TO CTL-SEP2.
           MOVE WS-STEP-LOT   TO CTL-LOT.
           MOVE SPACE         TO CTL-SEP3.
           MOVE WS-STEP-CODE  TO CTL-CODE.
           MOVE SPACE         TO CTL-SEP4.
           MOVE WS-STEP-START TO CTL-START-TIME.
           MOVE SPACE         TO CTL-SEP5.
           MOVE WS-STEP-END   TO CTL-END-TIME.
           MOVE SPACE         TO CTL-SEP6.
           MOVE WS-STEP-LIB   TO CTL-LIB.
           WRITE CTL-RECORD.
           EXIT.
       6000-WRITE-CONTROL-END.

       7000-ADD-SUMMARY-START.
      *Porte l'etape au tableau du compte rendu.
           IF WS-SUM-COUNT = 50
               THEN
                   ADD 1 TO WS-SUM-LOST
                   GO TO 7000-ADD-SUMMARY-END
           END-IF.
           ADD  1             TO WS-SUM-COUNT.
           MOVE WS-SUM-COUNT  TO WS-I.
           MOVE WS-STEP-NAME  TO WS-SUM-STEP(WS-I).
           MOVE WS-STEP-LOT   TO WS-SUM-LOT(WS-I).
           MOVE WS-STEP-CODE  TO WS-SUM-CODE(WS-I).
           IF WS-STEP-START = ZERO
               THEN
                   MOVE SPACE         TO WS-SUM-START(WS-I)
                   MOVE SPACE         TO WS-SUM-END(WS-I)
               ELSE
                   MOVE WS-STEP-START TO WS-SUM-START(WS-I)
                   MOVE WS-STEP-END   TO WS-SUM-END(WS-I)
           END-IF.
           MOVE WS-STEP-LIB   TO WS-SUM-LIB(WS-I).
           EXIT.
       7000-ADD-SUMMARY-END.

       8000-PRINT-SUMMARY-START.
      *Compte rendu de fin de nuit sur une page : une ligne par
      *etape, puis l'issue de la chaine et la consigne de reprise.
           OPEN OUTPUT SUM-RPT-FILE.
           IF WS-SUM-FILE-STATUS NOT = "00"
               THEN
                   DISPLAY "Impossible de creer CALCNUIT"
                   GO TO 8000-PRINT-SUMMARY-END
           END-IF.
           MOVE WS-RUN-DATE TO WS-EDIT-DATE.
           PERFORM 8100-FORMAT-DATE-START
           THRU    8100-FORMAT-DATE-END.
           MOVE WS-FMT-DATE TO WS-HEAD1-DATE.
           IF WS-RESTART = "Y"
               THEN
                   MOVE "(REPRISE)"  TO WS-HEAD1-MODE
               ELSE
                   MOVE SPACE        TO WS-HEAD1-MODE
           END-IF.
           MOVE WS-HEAD1 TO SUM-RPT-LINE.
           WRITE SUM-RPT-LINE.
           MOVE WS-HEAD3 TO SUM-RPT-LINE.
           WRITE SUM-RPT-LINE.
           MOVE WS-HEAD2 TO SUM-RPT-LINE.
           WRITE SUM-RPT-LINE.
           MOVE WS-HEAD3 TO SUM-RPT-LINE.
           WRITE SUM-RPT-LINE.
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-SUM-COUNT
               MOVE WS-SUM-STEP(WS-I)  TO WS-DET-STEP
               MOVE WS-SUM-LOT(WS-I)   TO WS-DET-LOT
               MOVE WS-SUM-CODE(WS-I)  TO WS-DET-CODE
               MOVE WS-SUM-START(WS-I) TO WS-DET-START
               MOVE WS-SUM-END(WS-I)   TO WS-DET-END
               MOVE WS-SUM-LIB(WS-I)   TO WS-DET-LIB
               MOVE WS-DETAIL-LINE     TO SUM-RPT-LINE
               WRITE SUM-RPT-LINE
           END-PERFORM.
           IF WS-SUM-LOST NOT = ZERO
               THEN
                   MOVE WS-SUM-LOST TO WS-COUNT-ED
                   MOVE SPACES TO SUM-RPT-LINE
                   STRING "ETAPES NON DETAILLEES (PAGE PLEINE) : "
                          DELIMITED BY SIZE
                          WS-COUNT-ED DELIMITED BY SIZE
                          INTO SUM-RPT-LINE
                   END-STRING
                   WRITE SUM-RPT-LINE
           END-IF.
           MOVE WS-HEAD3 TO SUM-RPT-LINE.
           WRITE SUM-RPT-LINE.

           MOVE WS-LOT-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO SUM-RPT-LINE.
           STRING "LOTS DE LA LISTE        : " DELIMITED BY SIZE
                  WS-COUNT-ED DELIMITED BY SIZE
                  INTO SUM-RPT-LINE
           END-STRING.
           WRITE SUM-RPT-LINE.
           MOVE WS-RUN-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO SUM-RPT-LINE.
           STRING "ETAPES LANCEES          : " DELIMITED BY SIZE
                  WS-COUNT-ED DELIMITED BY SIZE
                  INTO SUM-RPT-LINE
           END-STRING.
           WRITE SUM-RPT-LINE.
           MOVE WS-SKIP-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO SUM-RPT-LINE.
           STRING "ETAPES DEJA TERMINEES   : " DELIMITED BY SIZE
                  WS-COUNT-ED DELIMITED BY SIZE
                  INTO SUM-RPT-LINE
           END-STRING.
           WRITE SUM-RPT-LINE.
           MOVE SPACES TO SUM-RPT-LINE.
           IF WS-CHAIN-STOP = "Y"
               THEN
                   STRING "CHAINE ARRETEE A L'ETAPE " DELIMITED BY SIZE
                          WS-STOP-STEP DELIMITED BY SPACE
                          " " DELIMITED BY SIZE
                          WS-STOP-LOT DELIMITED BY SPACE
                          INTO SUM-RPT-LINE
                   END-STRING
                   WRITE SUM-RPT-LINE
                   MOVE "CORRIGER PUIS RELANCER CalcNuit : REPRISE A "
                       TO SUM-RPT-LINE
                   MOVE "L'ETAPE EN ECHEC" TO SUM-RPT-LINE(45:16)
                   WRITE SUM-RPT-LINE
               ELSE
                   MOVE "CHAINE COMPLETE : TOUTES LES ETAPES TERMINEES"
                       TO SUM-RPT-LINE
                   WRITE SUM-RPT-LINE
           END-IF.
           CLOSE SUM-RPT-FILE.
           DISPLAY "Compte rendu de la nuit edite dans CALCNUIT".
           EXIT.
       8000-PRINT-SUMMARY-END.

       8100-FORMAT-DATE-START.
      *Presente une date AAAAMMJJ sous la forme JJ/MM/AAAA.
           MOVE WS-EDIT-DATE(7:2) TO WS-FMT-DATE(1:2).
           MOVE "/"               TO WS-FMT-DATE(3:1).
           MOVE WS-EDIT-DATE(5:2) TO WS-FMT-DATE(4:2).
           MOVE "/"               TO WS-FMT-DATE(6:1).
           MOVE WS-EDIT-DATE(1:4) TO WS-FMT-DATE(7:4).

           EXIT.
       8100-FORMAT-DATE-END.
