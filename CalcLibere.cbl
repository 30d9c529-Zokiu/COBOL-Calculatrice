       IDENTIFICATION DIVISION.
       PROGRAM-ID. CalcLibere.
       AUTHOR. Terry.

      *Validation des calculs mis en attente par le controle des
      *plafonds (CalcLimite) : un responsable (role "A") du service
      *emetteur passe en revue chaque calcul en attente de son
      *service et le libere (il devient vivant) ou le refuse (il est
      *annule, avec l'identifiant du responsable et le motif, comme
      *une annulation de CalcAjust). Chaque decision est ajoutee au
      *journal CALCLIBE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HIST-FILE ASSIGN TO "HISTFILE"
               ORGANIZATION  IS INDEXED
               ACCESS MODE   IS DYNAMIC
               RECORD KEY    IS HIST-KEY
               ALTERNATE RECORD KEY IS HIST-USER-ID
                   WITH DUPLICATES
               FILE STATUS   IS WS-HIST-FILE-STATUS.

           SELECT PERI-FILE ASSIGN TO "CALCPERI"
               ORGANIZATION  IS LINE SEQUENTIAL
               FILE STATUS   IS WS-PERI-FILE-STATUS.

           SELECT LIBE-FILE ASSIGN TO "CALCLIBE"
               ORGANIZATION  IS LINE SEQUENTIAL
               FILE STATUS   IS WS-LIBE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *Historique persistant des calculs, alimente par Calcul,
      *Calcul2 et Calcul2Batch. Meme disposition que dans ces
      *programmes puisque le fichier est partage.
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
      *Service emetteur du calcul, pour la ventilation de
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

      *Journal des decisions de validation : une ligne ajoutee par
      *calcul libere ("L") ou refuse ("R"), avec la date, l'heure,
      *le responsable, la cle et le service du calcul et le motif
      *d'un refus. Le fichier n'est jamais reecrit.
       FD  LIBE-FILE
           RECORDING MODE IS F.
       01  LIBE-RECORD.
           05  LIBE-DATE        PIC X(08).
           05  LIBE-SEP1        PIC X(01).
           05  LIBE-TIME        PIC X(08).
           05  LIBE-SEP2        PIC X(01).
           05  LIBE-USER-ID     PIC X(08).
           05  LIBE-SEP3        PIC X(01).
           05  LIBE-ACTION      PIC X(01).
           05  LIBE-SEP4        PIC X(01).
           05  LIBE-HIST-KEY    PIC X(20).
           05  LIBE-SEP5        PIC X(01).
           05  LIBE-DEPT        PIC X(08).
           05  LIBE-SEP6        PIC X(01).
           05  LIBE-REASON      PIC X(30).

       WORKING-STORAGE SECTION.

      *Variables de statut des fichiers.
       01  WS-HIST-FILE-STATUS  PIC X(02)       VALUE "00".
       01  WS-LIBE-FILE-STATUS  PIC X(02)       VALUE "00".

      *Identifiant, role et service du responsable : la validation
      *est reservee au role maintenance ("A") et limitee aux calculs
      *de son service.
       01  WS-USER-ID           PIC X(08)       VALUE SPACE.
       01  WS-USER-ROLE         PIC X(01)       VALUE SPACE.
       01  WS-DEPT              PIC X(08)       VALUE SPACE.

      *Zone d'echange avec le controle d'acces commun CalcAcces,
      *seul detenteur des mots de passe et du journal de securite.
      *Meme disposition que dans CalcAcces puisque la zone est
      *partagee.
       01  WS-ACC-AREA.
           05  WS-ACC-FONCTION  PIC X(01)       VALUE "S".
           05  WS-ACC-USER-ID   PIC X(08)       VALUE SPACE.
           05  WS-ACC-PROGRAM   PIC X(13)       VALUE "CalcLibere".
           05  WS-ACC-SECRET    PIC X(16)       VALUE SPACE.
           05  WS-ACC-HASH      PIC X(20)       VALUE SPACE.
           05  WS-ACC-EVENT     PIC X(02)       VALUE SPACE.
           05  WS-ACC-LIB       PIC X(30)       VALUE SPACE.
           05  WS-ACC-LANG      PIC X(02)       VALUE SPACE.
           05  WS-ACC-ROLE      PIC X(01)       VALUE SPACE.
           05  WS-ACC-DEPT      PIC X(08)       VALUE SPACE.
           05  WS-ACC-STATUS    PIC X(02)       VALUE "00".
               88  ACC-OK                       VALUE "00".
               88  ACC-INCONNU                  VALUE "IN".
               88  ACC-REFUSE                   VALUE "MP".
               88  ACC-VERROUILLE               VALUE "VR".
               88  ACC-NON-INIT                 VALUE "NI".
               88  ACC-EXPIRE                   VALUE "EX".
               88  ACC-FICHIER                  VALUE "FI".

      *Zone d'echange avec le controle des plafonds CalcLimite, seul
      *lecteur de CALCLIM, pour rappeler le plafond depasse. Meme
      *disposition que dans CalcLimite puisque la zone est partagee.
       01  WS-LIM-AREA.
           05  WS-LIM-DEPT      PIC X(08)       VALUE SPACE.
           05  WS-LIM-OPERATOR  PIC X(01)       VALUE SPACE.
           05  WS-LIM-TOTAL     PIC S9(20)v9(03) VALUE ZERO.
           05  WS-LIM-MAX       PIC 9(15)v9(02) VALUE ZERO.
           05  WS-LIM-STATUS    PIC X(02)       VALUE "00".
               88  LIM-DANS-PLAFOND             VALUE "00".
               88  LIM-EN-ATTENTE               VALUE "AT".
       01  WS-LIM-MAX-ED        PIC Z(14)9.99   VALUE ZERO.

      *Choix du menu principal et decision sur le calcul presente.
       01  WS-MAINMENU          PIC X(10)       VALUE SPACE.
       01  WS-SAISIE            PIC X(30)       VALUE SPACE.
       01  WS-DECISION          PIC X(01)       VALUE SPACE.
           88  DEC-LIBERER                      VALUE "L".
           88  DEC-REFUSER                      VALUE "R".
           88  DEC-SUIVANT                      VALUE "S".
           88  DEC-FIN                          VALUE "F".
       01  WS-DECISION-OK       PIC X(01)       VALUE "N".

      *Motif du refus, repris dans la ligne annulee et au journal.
       01  WS-MOTIF             PIC X(30)       VALUE SPACE.

      *Parcours de l'historique et compteurs de la revue.
       01  WS-EOF               PIC X(01)       VALUE "N".
       01  WS-SEEN-COUNT        PIC 9(05)       VALUE ZERO.
       01  WS-FREE-COUNT        PIC 9(05)       VALUE ZERO.
       01  WS-REFUSE-COUNT      PIC 9(05)       VALUE ZERO.
       01  WS-LEFT-COUNT        PIC 9(05)       VALUE ZERO.
       01  WS-COUNT-ED          PIC ZZZZ9       VALUE ZERO.

      *Horodatage des decisions portees au journal.
       01  WS-RUN-DATE          PIC 9(08)       VALUE ZERO.
       01  WS-RUN-TIME          PIC 9(08)       VALUE ZERO.
       01  WS-LIBE-ACTION       PIC X(01)       VALUE SPACE.

      *Etat des periodes lu dans CALCPERI au lancement : un calcul
      *d'un mois cloture ne peut plus etre libere ni refuse.
       01  WS-PERI-FILE-STATUS  PIC X(02)       VALUE "00".
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

       PROCEDURE DIVISION.

           DISPLAY "Validation des calculs en attente"

      *Controle d'acces : identifiant et mot de passe, role
      *maintenance exige, service du profil renseigne.
           PERFORM 0050-SIGNON-START
           THRU    0050-SIGNON-END.

      *Periodes cloturees, fermees a toute validation.
           PERFORM 0900-LOAD-PERIODS-START
           THRU    0900-LOAD-PERIODS-END.

           OPEN I-O HIST-FILE.
           IF WS-HIST-FILE-STATUS NOT = "00"
               THEN
                   DISPLAY "Fichier HISTFILE introuvable, validation "
                           "annulee"
                   STOP RUN
           END-IF.
      *Le journal des decisions doit pouvoir etre alimente avant
      *toute decision ; il est cree a la premiere validation.
           OPEN EXTEND LIBE-FILE.
           IF WS-LIBE-FILE-STATUS = "35" OR "05"
               THEN
                   OPEN OUTPUT LIBE-FILE
           END-IF.
           IF WS-LIBE-FILE-STATUS NOT = "00"
               THEN
                   DISPLAY "Impossible d'ouvrir CALCLIBE, statut "
                           WS-LIBE-FILE-STATUS
                   CLOSE HIST-FILE
                   STOP RUN
           END-IF.
           CLOSE LIBE-FILE.

           PERFORM UNTIL WS-MAINMENU = "QUIT"
               DISPLAY "Veuillez choisir le type d'operation"
               DISPLAY "REVIEW"
               DISPLAY "QUIT"
               ACCEPT   WS-MAINMENU
               EVALUATE WS-MAINMENU
                   WHEN = "REVIEW"
                      PERFORM 0100-REVIEW-START
                      THRU    0100-REVIEW-END
                   WHEN = "QUIT"
                       CONTINUE
                   WHEN OTHER
                      DISPLAY "Saisie erronee, veuillez recommencer"
                      CONTINUE
               END-EVALUATE
           END-PERFORM.

           CLOSE HIST-FILE.
           STOP RUN.

      ******************************************************************

       0050-SIGNON-START.
      *Identification du responsable (identifiant et mot de passe)
      *par le controle d'acces commun, qui affiche le motif d'un
      *refus et le journalise : seul le role maintenance peut
      *valider, et seulement les calculs du service de son profil.
           DISPLAY "Entrez votre identifiant / Enter your user id".
           ACCEPT WS-SAISIE.
           MOVE FUNCTION UPPER-CASE(WS-SAISIE(1:8)) TO WS-USER-ID.
           MOVE "S"        TO WS-ACC-FONCTION.
           MOVE WS-USER-ID TO WS-ACC-USER-ID.
           CALL "CalcAcces" USING WS-ACC-AREA.
           IF NOT ACC-OK
               THEN
                   STOP RUN
           END-IF.
           MOVE WS-ACC-ROLE TO WS-USER-ROLE.
           MOVE WS-ACC-DEPT TO WS-DEPT.
           IF WS-USER-ROLE NOT = "A"
               THEN
                   DISPLAY "Validation reservee au role maintenance (A)"
                   MOVE "VALIDATION, ROLE A EXIGE" TO WS-ACC-LIB
                   PERFORM 0060-LOG-REFUS-START
                   THRU    0060-LOG-REFUS-END
                   STOP RUN
           END-IF.
           IF WS-DEPT = SPACE
               THEN
                   DISPLAY "Profil sans service, validation impossible"
                   MOVE "VALIDATION, PROFIL SANS SERVICE" TO WS-ACC-LIB
                   PERFORM 0060-LOG-REFUS-START
                   THRU    0060-LOG-REFUS-END
                   STOP RUN
           END-IF.
           EXIT.
       0050-SIGNON-END.

       0060-LOG-REFUS-START.
      *Refus de role porte au journal de securite, avec le libelle
      *place dans WS-ACC-LIB par l'appelant.
           MOVE "L"  TO WS-ACC-FONCTION.
           MOVE "RR" TO WS-ACC-EVENT.
           CALL "CalcAcces" USING WS-ACC-AREA.
           EXIT.
       0060-LOG-REFUS-END.

       0100-REVIEW-START.
      *Revue des calculs en attente du service, dans l'ordre de
      *l'historique : chaque calcul est presente puis libere, refuse
      *ou laisse en attente. "F" met fin a la revue.
           MOVE ZERO TO WS-SEEN-COUNT.
           MOVE ZERO TO WS-FREE-COUNT.
           MOVE ZERO TO WS-REFUSE-COUNT.
           MOVE ZERO TO WS-LEFT-COUNT.
           MOVE "N"  TO WS-EOF.
           MOVE LOW-VALUES TO HIST-KEY.
           START HIST-FILE KEY NOT < HIST-KEY
               INVALID KEY
                   MOVE "Y" TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = "Y"
               READ HIST-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF HIST-STATUS = "H"
                          AND HIST-DEPT = WS-DEPT
                           THEN
                               ADD 1 TO WS-SEEN-COUNT
                               PERFORM 0200-DECIDE-START
                               THRU    0200-DECIDE-END
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-SEEN-COUNT = ZERO
               THEN
                   DISPLAY "Aucun calcul en attente pour le service "
                           WS-DEPT
                   GO TO 0100-REVIEW-END
           END-IF.
           DISPLAY "-----------------------------------------".
           MOVE WS-SEEN-COUNT   TO WS-COUNT-ED.
           DISPLAY "Calculs examines          : "
                   FUNCTION TRIM(WS-COUNT-ED).
           MOVE WS-FREE-COUNT   TO WS-COUNT-ED.
           DISPLAY "Calculs liberes           : "
                   FUNCTION TRIM(WS-COUNT-ED).
           MOVE WS-REFUSE-COUNT TO WS-COUNT-ED.
           DISPLAY "Calculs refuses           : "
                   FUNCTION TRIM(WS-COUNT-ED).
           MOVE WS-LEFT-COUNT   TO WS-COUNT-ED.
           DISPLAY "Calculs laisses en attente: "
                   FUNCTION TRIM(WS-COUNT-ED).
           DISPLAY "-----------------------------------------".
           EXIT.
       0100-REVIEW-END.

       0200-DECIDE-START.
      *Presentation d'un calcul en attente et decision du
      *responsable. Un calcul d'un mois cloture, ou saisi par le
      *responsable lui-meme, reste en attente : sa validation
      *revient a un autre responsable (ou suit une reouverture).
           DISPLAY "-----------------------------------------".
           DISPLAY HIST-RUN-DATE " " HIST-RUN-TIME " " HIST-SEQ " "
                   HIST-USER-ID " " HIST-BATCH-ID.
           DISPLAY FUNCTION TRIM(HIST-NUMB1-ED) " "
                   HIST-OPERATOR " "
                   FUNCTION TRIM(HIST-NUMB2-ED) " = "
                   FUNCTION TRIM(HIST-TOTAL-ED).
           MOVE HIST-DEPT     TO WS-LIM-DEPT.
           MOVE HIST-OPERATOR TO WS-LIM-OPERATOR.
           MOVE ZERO          TO WS-LIM-TOTAL.
           CALL "CalcLimite" USING WS-LIM-AREA.
           MOVE WS-LIM-MAX    TO WS-LIM-MAX-ED.
           DISPLAY "Plafond du service : "
                   FUNCTION TRIM(WS-LIM-MAX-ED).
           MOVE HIST-RUN-DATE(1:6) TO WS-FIND-MONTH.
           PERFORM 0950-CHECK-PERIOD-START
           THRU    0950-CHECK-PERIOD-END.
           IF WS-MONTH-CLOSED = "Y"
               THEN
                   DISPLAY "Mois " WS-FIND-MONTH " cloture, "
                           "calcul laisse en attente"
                   ADD 1 TO WS-LEFT-COUNT
                   GO TO 0200-DECIDE-END
           END-IF.
           IF HIST-USER-ID = WS-USER-ID
               THEN
                   DISPLAY "Calcul saisi par vous-meme, a valider par "
                           "un autre responsable"
                   ADD 1 TO WS-LEFT-COUNT
                   GO TO 0200-DECIDE-END
           END-IF.
           MOVE "N" TO WS-DECISION-OK.
           PERFORM UNTIL WS-DECISION-OK = "Y"
               DISPLAY "L = liberer, R = refuser, S = laisser en "
                       "attente, F = fin de la revue"
               ACCEPT WS-SAISIE
               MOVE FUNCTION UPPER-CASE(WS-SAISIE(1:1))
                   TO WS-DECISION
               IF (DEC-LIBERER OR DEC-REFUSER OR DEC-SUIVANT
                   OR DEC-FIN)
                  AND WS-SAISIE(2:29) = SPACES
                   THEN
                       MOVE "Y" TO WS-DECISION-OK
                   ELSE
                       DISPLAY "Saisie erronee, veuillez recommencer"
               END-IF
           END-PERFORM.
           EVALUATE TRUE
               WHEN DEC-LIBERER
                   PERFORM 0300-RELEASE-START
                   THRU    0300-RELEASE-END
               WHEN DEC-REFUSER
                   PERFORM 0400-REFUSE-START
                   THRU    0400-REFUSE-END
               WHEN DEC-SUIVANT
                   ADD 1 TO WS-LEFT-COUNT
               WHEN DEC-FIN
                   ADD 1 TO WS-LEFT-COUNT
                   MOVE "Y" TO WS-EOF
           END-EVALUATE.
           EXIT.
       0200-DECIDE-END.

       0300-RELEASE-START.
      *Liberation : le calcul devient vivant et entre dans les
      *rapports, l'export et la comptabilite.
           MOVE SPACE TO HIST-STATUS.
           REWRITE HIST-RECORD
               INVALID KEY
                   DISPLAY "Reecriture impossible, statut "
                           WS-HIST-FILE-STATUS
                   ADD 1 TO WS-LEFT-COUNT
                   GO TO 0300-RELEASE-END
           END-REWRITE.
           DISPLAY "Calcul libere".
           ADD 1 TO WS-FREE-COUNT.
           MOVE "L"    TO WS-LIBE-ACTION.
           MOVE SPACES TO WS-MOTIF.
           PERFORM 0700-LOG-DECISION-START
           THRU    0700-LOG-DECISION-END.
           EXIT.
       0300-RELEASE-END.

       0400-REFUSE-START.
      *Refus : le calcul est annule comme par CalcAjust, avec
      *l'identifiant du responsable et le motif ; la ligne reste
      *dans l'historique pour la piste d'audit.
           PERFORM 0600-GET-MOTIF-START
           THRU    0600-GET-MOTIF-END.
           MOVE SPACE      TO HIST-SEP6.
           MOVE "C"        TO HIST-STATUS.
           MOVE SPACE      TO HIST-SEP7.
           MOVE WS-USER-ID TO HIST-CANCEL-USER.
           MOVE SPACE      TO HIST-SEP8.
           MOVE WS-MOTIF   TO HIST-CANCEL-REASON.
           MOVE SPACE      TO HIST-SEP9.
           REWRITE HIST-RECORD
               INVALID KEY
                   DISPLAY "Reecriture impossible, statut "
                           WS-HIST-FILE-STATUS
                   ADD 1 TO WS-LEFT-COUNT
                   GO TO 0400-REFUSE-END
           END-REWRITE.
           DISPLAY "Calcul refuse et annule".
           ADD 1 TO WS-REFUSE-COUNT.
           MOVE "R" TO WS-LIBE-ACTION.
           PERFORM 0700-LOG-DECISION-START
           THRU    0700-LOG-DECISION-END.
           EXIT.
       0400-REFUSE-END.

       0600-GET-MOTIF-START.
      *Saisie du motif du refus, obligatoire : un refus sans motif
      *ne vaut rien pour l'audit.
           MOVE SPACE TO WS-MOTIF.
           PERFORM UNTIL WS-MOTIF NOT = SPACE
               DISPLAY "Entrez le motif du refus"
               ACCEPT WS-SAISIE
               IF WS-SAISIE = SPACE
                   THEN
                       DISPLAY "Motif obligatoire, veuillez recommencer"
                   ELSE
                       MOVE WS-SAISIE TO WS-MOTIF
               END-IF
           END-PERFORM.
           EXIT.
       0600-GET-MOTIF-END.

       0700-LOG-DECISION-START.
      *Ajoute la decision au journal CALCLIBE.
           OPEN EXTEND LIBE-FILE.
           IF WS-LIBE-FILE-STATUS = "35" OR "05"
               THEN
                   OPEN OUTPUT LIBE-FILE
           END-IF.
           IF WS-LIBE-FILE-STATUS NOT = "00"
               THEN
                   DISPLAY "Ecriture du journal CALCLIBE impossible, "
                           "statut " WS-LIBE-FILE-STATUS
                   GO TO 0700-LOG-DECISION-END
           END-IF.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
           MOVE WS-RUN-DATE    TO LIBE-DATE.
           MOVE SPACE          TO LIBE-SEP1.
           MOVE WS-RUN-TIME    TO LIBE-TIME.
           MOVE SPACE          TO LIBE-SEP2.
           MOVE WS-USER-ID     TO LIBE-USER-ID.
           MOVE SPACE          TO LIBE-SEP3.
           MOVE WS-LIBE-ACTION TO LIBE-ACTION.
           MOVE SPACE          TO LIBE-SEP4.
           MOVE HIST-KEY       TO LIBE-HIST-KEY.
           MOVE SPACE          TO LIBE-SEP5.
           MOVE HIST-DEPT      TO LIBE-DEPT.
           MOVE SPACE          TO LIBE-SEP6.
           MOVE WS-MOTIF       TO LIBE-REASON.
           WRITE LIBE-RECORD.
           CLOSE LIBE-FILE.
           EXIT.
       0700-LOG-DECISION-END.

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
