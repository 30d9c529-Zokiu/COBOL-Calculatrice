                   WITH DUPLICATES
               FILE STATUS   IS WS-HIST-FILE-STATUS.

           SELECT PARM-FILE ASSIGN TO "CALCPARM"
               ORGANIZATION  IS LINE SEQUENTIAL
               FILE STATUS   IS WS-PARM-FILE-STATUS.

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

      *Politique d'arrondi de l'atelier : regle (TRUNC ou ROUND) et
      *nombre de decimales publiees pour les resultats de division
           05  PARM-SEP1        PIC X(01).
           05  PARM-DECIMALS    PIC 9(01).

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

      *Identifiant et role de l'operateur : l'ajustement de
      *l'historique est reserve au role maintenance ("A").
       01  WS-USER-ID           PIC X(08)       VALUE SPACE.
       01  WS-USER-ROLE         PIC X(01)       VALUE SPACE.

      *Zone d'echange avec le controle d'acces commun CalcAcces,
      *seul detenteur des mots de passe et du journal de securite.
      *Meme disposition que dans CalcAcces puisque la zone est
      *partagee.
       01  WS-ACC-AREA.
           05  WS-ACC-FONCTION  PIC X(01)       VALUE "S".
           05  WS-ACC-USER-ID   PIC X(08)       VALUE SPACE.
           05  WS-ACC-PROGRAM   PIC X(13)       VALUE "CalcAjust".
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

      *Choix du menu principal et confirmations.
       01  WS-MAINMENU          PIC X(10)       VALUE SPACE.
       01  WS-PARM-FILE-STATUS  PIC X(02)       VALUE "00".
       01  WS-PARM-RULE         PIC X(05)       VALUE "TRUNC".
       01  WS-PARM-DECIMALS     PIC 9(01)       VALUE 2.

      *Zone d'echange avec le moteur de calcul commun CalcMoteur,
      *seul detenteur des operateurs et de la politique d'arrondi.
      *Meme disposition que dans CalcMoteur puisque la zone est
      *partagee.
       01  WS-MOT-AREA.
           05  WS-MOT-FONCTION  PIC X(01)       VALUE "C".
           05  WS-MOT-NUMB1     PIC S9(20)v9(03) VALUE ZERO.
           05  WS-MOT-OPERATOR  PIC X(01)       VALUE SPACE.
           05  WS-MOT-NUMB2     PIC S9(20)v9(03) VALUE ZERO.
           05  WS-MOT-RULE      PIC X(05)       VALUE "TRUNC".
           05  WS-MOT-DECIMALS  PIC 9(01)       VALUE 2.
           05  WS-MOT-TOTAL     PIC S9(20)v9(03) VALUE ZERO.
           05  WS-MOT-STATUS    PIC X(02)       VALUE "00".
               88  MOT-CALC-OK                  VALUE "00".
               88  MOT-DIV-ZERO                 VALUE "DZ".
               88  MOT-OPER-INCONNU             VALUE "OI".
               88  MOT-DEPASSEMENT              VALUE "DP".
           05  WS-MOT-PERIODES  PIC 9(04)       VALUE ZERO.

      *Etat des periodes lu dans CALCPERI au lancement : une ligne
      *d'un mois cloture ne peut plus etre annulee ni corrigee.
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

           DISPLAY "Ajustement de l'historique des calculs"

      *Controle d'acces : identifiant et mot de passe, role
      *maintenance exige.
           PERFORM 0050-SIGNON-START
           THRU    0050-SIGNON-END.

           PERFORM 5200-LOAD-PARM-START
           THRU    5200-LOAD-PARM-END.

      *Periodes cloturees, fermees a tout ajustement.
           PERFORM 0900-LOAD-PERIODS-START
           THRU    0900-LOAD-PERIODS-END.

           OPEN I-O HIST-FILE.
           IF WS-HIST-FILE-STATUS NOT = "00"
               THEN
      ******************************************************************

       0050-SIGNON-START.
      *Identification de l'operateur (identifiant et mot de passe)
      *par le controle d'acces commun, qui affiche le motif d'un
      *refus et le journalise : seul le role maintenance peut
      *annuler ou corriger une ligne de l'historique, et son
      *identifiant est trace sur l'annulation.
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
           IF WS-USER-ROLE NOT = "A"
               THEN
                   DISPLAY "Ajustement reserve au role maintenance (A)"
                   MOVE "AJUSTEMENT, ROLE A EXIGE" TO WS-ACC-LIB
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

       0100-CANCEL-START.
      *Annulation controlee d'un calcul : la ligne est retrouvee par
      *sa cle, marquee annulee avec le motif et l'identifiant de
                           " : " FUNCTION TRIM(HIST-CANCEL-REASON)
                   GO TO 0100-CANCEL-END
           END-IF.
      *Un calcul en attente de validation se libere ou se refuse
      *dans CalcLibere, par un responsable de son service.
           IF HIST-STATUS = "H"
               THEN
                   DISPLAY "Calcul en attente de validation, a liberer "
                           "ou refuser dans CalcLibere"
                   GO TO 0100-CANCEL-END
           END-IF.
           MOVE HIST-RUN-DATE(1:6) TO WS-FIND-MONTH.
           PERFORM 0950-CHECK-PERIOD-START
           THRU    0950-CHECK-PERIOD-END.
           IF WS-MONTH-CLOSED = "Y"
               THEN
                   DISPLAY "Mois " WS-FIND-MONTH " cloture, "
                           "ajustement refuse"
                   GO TO 0100-CANCEL-END
           END-IF.
           PERFORM 0600-GET-MOTIF-START
           THRU    0600-GET-MOTIF-END.
           MOVE SPACE      TO HIST-SEP6.
       0100-CANCEL-END.

       0200-CORRECT-START.
      *Saisie du calcul corrige, mene par le moteur commun comme
      *dans Calcul2 : pour la division le premier nombre est le
      *diviseur (DIVIDE NUMB1 INTO NUMB2), afin que la ligne reste
      *verifiable par HistVerif. La ligne d'origine ne doit pas
      *appartenir a un mois cloture.
           MOVE WS-ORIG-KEY(1:6) TO WS-FIND-MONTH.
           PERFORM 0950-CHECK-PERIOD-START
           THRU    0950-CHECK-PERIOD-END.
           IF WS-MONTH-CLOSED = "Y"
               THEN
                   DISPLAY "Mois " WS-FIND-MONTH " cloture, "
                           "correction refusee"
                   GO TO 0200-CORRECT-END
           END-IF.
           MOVE "N" TO WS-CALC-OK.
           PERFORM UNTIL WS-CALC-OK = "Y"
               DISPLAY "Entrez le premier nombre"
               PERFORM 0700-GET-VALUE-START
               THRU    0700-GET-VALUE-END
               MOVE WS-WORK-CHK TO WS-NUMB2
               MOVE "C"         TO WS-MOT-FONCTION
               MOVE WS-NUMB1    TO WS-MOT-NUMB1
               MOVE WS-OPERATOR TO WS-MOT-OPERATOR
               MOVE WS-NUMB2    TO WS-MOT-NUMB2
               CALL "CalcMoteur" USING WS-MOT-AREA
               MOVE WS-MOT-TOTAL TO WS-TOTAL
               EVALUATE TRUE
                   WHEN MOT-CALC-OK
                       MOVE "Y" TO WS-CALC-OK
                   WHEN MOT-DIV-ZERO
                       DISPLAY "Diviseur nul, veuillez "
                               "recommencer"
                   WHEN MOT-OPER-INCONNU
                       DISPLAY "Operateur inconnu, veuillez "
                               "recommencer"
                   WHEN MOT-DEPASSEMENT
                       DISPLAY "Depassement de capacite, veuillez "
                               "recommencer"
               END-EVALUATE
           END-PERFORM.
           MOVE WS-NUMB1 TO WS-NUMB1-ED.
           MOVE SPACES        TO HIST-CANCEL-REASON.
           MOVE SPACE         TO HIST-SEP9.
           MOVE WS-ORIG-KEY   TO HIST-LINK-KEY.
           MOVE SPACE         TO HIST-SEP10.
           MOVE ZERO          TO HIST-PERIODES.
           PERFORM 0400-WRITE-HIST-START
           THRU    0400-WRITE-HIST-END.
           IF WS-HIST-WRITTEN = "Y"
           EXIT.
       0200-CORRECT-END.

       0400-WRITE-HIST-START.
      *Ecrit l'enregistrement d'historique ; en cas de doublon de cle
      *(plusieurs calculs dans la meme seconde) le numero d'ordre est
           EXIT.
       0700-GET-VALUE-END.

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

       5200-LOAD-PARM-START.
      *Lecture de la politique d'arrondi de l'atelier ; sans fichier
      *CALCPARM la troncature a 2 decimales s'applique.
                   END-READ
                   CLOSE PARM-FILE
           END-IF.
           MOVE WS-PARM-RULE     TO WS-MOT-RULE.
           MOVE WS-PARM-DECIMALS TO WS-MOT-DECIMALS.
           EXIT.
       5200-LOAD-PARM-END.
