       IDENTIFICATION DIVISION.
       PROGRAM-ID. CalcCloture.
       AUTHOR. Terry.

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

           SELECT ARCH-FILE ASSIGN TO "HISTARCH"
               ORGANIZATION  IS INDEXED
               ACCESS MODE   IS DYNAMIC
               RECORD KEY    IS ARCH-KEY
               ALTERNATE RECORD KEY IS ARCH-USER-ID
                   WITH DUPLICATES
               FILE STATUS   IS WS-ARCH-FILE-STATUS.

           SELECT PERI-FILE ASSIGN TO "CALCPERI"
               ORGANIZATION  IS LINE SEQUENTIAL
               FILE STATUS   IS WS-PERI-FILE-STATUS.

           SELECT SNAP-FILE ASSIGN TO "CALCSNAP"
               ORGANIZATION  IS LINE SEQUENTIAL
               FILE STATUS   IS WS-SNAP-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *Historique persistant des calculs, alimente par Calcul2 et
      *Calcul2Batch. Meme disposition que dans ces programmes
      *puisque le fichier est partage.
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

      *Archive de l'historique. Meme disposition que HISTFILE
      *puisque l'archive doit rester consultable a l'identique.
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
      *Duree en periodes (mois) d'un pret ("E") ou d'une valeur
      *acquise ("I"), pour que le calcul puisse etre refait ; zero
      *pour les autres operateurs et les lignes anterieures.
           05  ARCH-SEP10       PIC X(01).
           05  ARCH-PERIODES    PIC 9(04).

      *Controle des periodes : une ligne ajoutee a chaque cloture
      *("C") ou reouverture ("R") d'un mois, avec l'auteur, la date
      *et le motif. Le fichier n'est jamais reecrit : l'etat d'un
      *mois est celui de sa derniere ligne, et l'historique des
      *clotures et reouvertures reste lisible pour l'audit. Lu par
      *CalcAjust, Calcul2Batch et HistArchive.
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

      *Photographie du mois a la cloture : nombre de calculs vivants
      *et total des resultats par service et par operateur, plus une
      *ligne de total du mois (service et operateur "*"). Chaque
      *cloture ajoute sa photographie, datee, sans effacer celles
      *d'une cloture anterieure du meme mois.
       FD  SNAP-FILE
           RECORDING MODE IS F.
       01  SNAP-RECORD.
           05  SNAP-MONTH       PIC X(06).
           05  SNAP-SEP1        PIC X(01).
           05  SNAP-CLOSE-DATE  PIC X(08).
           05  SNAP-SEP2        PIC X(01).
           05  SNAP-CLOSE-TIME  PIC X(08).
           05  SNAP-SEP3        PIC X(01).
           05  SNAP-DEPT        PIC X(08).
           05  SNAP-SEP4        PIC X(01).
           05  SNAP-OPERATOR    PIC X(01).
           05  SNAP-SEP5        PIC X(01).
           05  SNAP-COUNT       PIC 9(07).
           05  SNAP-SEP6        PIC X(01).
           05  SNAP-TOTAL       PIC S9(22)v9(02)
                                 SIGN IS TRAILING SEPARATE.

       WORKING-STORAGE SECTION.

      *Variables de statut des fichiers.
       01  WS-HIST-FILE-STATUS  PIC X(02)       VALUE "00".
       01  WS-ARCH-FILE-STATUS  PIC X(02)       VALUE "00".
       01  WS-PERI-FILE-STATUS  PIC X(02)       VALUE "00".
       01  WS-SNAP-FILE-STATUS  PIC X(02)       VALUE "00".

      *Identifiant et role de l'operateur : la cloture des periodes
      *est reservee au role maintenance ("A").
       01  WS-USER-ID           PIC X(08)       VALUE SPACE.
       01  WS-USER-ROLE         PIC X(01)       VALUE SPACE.

      *Zone d'echange avec le controle d'acces commun CalcAcces,
      *seul detenteur des mots de passe et du journal de securite.
      *Meme disposition que dans CalcAcces puisque la zone est
      *partagee.
       01  WS-ACC-AREA.
           05  WS-ACC-FONCTION  PIC X(01)       VALUE "S".
           05  WS-ACC-USER-ID   PIC X(08)       VALUE SPACE.
           05  WS-ACC-PROGRAM   PIC X(13)       VALUE "CalcCloture".
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
       01  WS-CONFIRM           PIC X(04)       VALUE SPACE.

      *Zone de saisie, mois traite et motif de la reouverture.
       01  WS-SAISIE            PIC X(30)       VALUE SPACE.
       01  WS-MONTH             PIC X(06)       VALUE SPACE.
       01  WS-VALUE-OK          PIC X(01)       VALUE "N".
       01  WS-MOTIF             PIC X(30)       VALUE SPACE.

      *Horodatage de l'action ; le mois courant ne peut pas etre
      *cloture tant qu'il n'est pas termine.
       01  WS-RUN-DATE          PIC 9(08)       VALUE ZERO.
       01  WS-RUN-TIME          PIC 9(08)       VALUE ZERO.
       01  WS-RUN-DATE-X        PIC X(08)       VALUE SPACE.

      *Etat des periodes reconstitue depuis CALCPERI : un poste par
      *mois deja cloture au moins une fois, avec la derniere action
      *("C" cloture, "R" rouvert), son auteur, sa date et son motif.
       01  WS-PERI-EOF          PIC X(01)       VALUE "N".
       01  WS-PERI-COUNT        PIC 9(04)       VALUE ZERO.
       01  WS-PERI-I            PIC 9(04)       VALUE ZERO.
       01  WS-PERI-FOUND        PIC X(01)       VALUE "N".
       01  WS-FIND-MONTH        PIC X(06)       VALUE SPACE.
       01  WS-ACTION            PIC X(01)       VALUE SPACE.
       01  WS-PERI-TABLE.
           05  WS-PERI-ENTRY OCCURS 240 TIMES.
               10  WS-PERI-T-MONTH  PIC X(06).
               10  WS-PERI-T-STATE  PIC X(01).
               10  WS-PERI-T-DATE   PIC X(08).
               10  WS-PERI-T-USER   PIC X(08).
               10  WS-PERI-T-REASON PIC X(30).

      *Cumuls de la photographie par service et operateur.
       01  WS-SNAP-COUNT        PIC 9(04)       VALUE ZERO.
       01  WS-SNAP-I            PIC 9(04)       VALUE ZERO.
       01  WS-SNAP-FOUND        PIC X(01)       VALUE "N".
       01  WS-SNAP-FULL         PIC X(01)       VALUE "N".
       01  WS-SNAP-TABLE.
           05  WS-SNAP-ENTRY OCCURS 500 TIMES.
               10  WS-SNAP-T-DEPT   PIC X(08).
               10  WS-SNAP-T-OPER   PIC X(01).
               10  WS-SNAP-T-COUNT  PIC 9(07).
               10  WS-SNAP-T-TOTAL  PIC S9(22)v9(02).

      *Ligne d'historique ou d'archive en cours de cumul, et totaux
      *du mois.
       01  WS-EOF               PIC X(01)       VALUE "N".
       01  WS-LINE-DEPT         PIC X(08)       VALUE SPACE.
       01  WS-LINE-OPER         PIC X(01)       VALUE SPACE.
       01  WS-LINE-TOTAL-ED     PIC X(24)       VALUE SPACE.
       01  WS-LINE-VALUE        PIC S9(22)v9(02) VALUE ZERO.
       01  WS-MONTH-COUNT       PIC 9(07)       VALUE ZERO.
       01  WS-MONTH-TOTAL       PIC S9(22)v9(02) VALUE ZERO.
       01  WS-CANCEL-COUNT      PIC 9(07)       VALUE ZERO.
       01  WS-HOLD-COUNT        PIC 9(07)       VALUE ZERO.
       01  WS-BAD-COUNT         PIC 9(07)       VALUE ZERO.

      *Variables d'affichage.
       01  WS-COUNT-ED          PIC ZZZZZZ9     VALUE ZERO.
       01  WS-TOTAL-ED          PIC -Z(21)9.99  VALUE ZERO.

       PROCEDURE DIVISION.

           DISPLAY "Cloture des periodes de l'historique des calculs"

      *Controle d'acces : identifiant et mot de passe, role
      *maintenance exige.
           PERFORM 0050-SIGNON-START
           THRU    0050-SIGNON-END.

           PERFORM UNTIL WS-MAINMENU = "QUIT"
               DISPLAY "Veuillez choisir le type d'operation"
               DISPLAY "CLOSE"
               DISPLAY "REOPEN"
               DISPLAY "LIST"
               DISPLAY "QUIT"
               ACCEPT   WS-MAINMENU
               EVALUATE WS-MAINMENU
                   WHEN = "CLOSE"
                      PERFORM 0100-CLOSE-START
                      THRU    0100-CLOSE-END
                   WHEN = "REOPEN"
                      PERFORM 0200-REOPEN-START
                      THRU    0200-REOPEN-END
                   WHEN = "LIST"
                      PERFORM 0300-LIST-START
                      THRU    0300-LIST-END
                   WHEN = "QUIT"
                       CONTINUE
                   WHEN OTHER
                      DISPLAY "Saisie erronée, veuillez recommencer"
                      CONTINUE
               END-EVALUATE
           END-PERFORM.

           STOP RUN.

      ******************************************************************

       0050-SIGNON-START.
      *Identification de l'operateur (identifiant et mot de passe)
      *par le controle d'acces commun, qui affiche le motif d'un
      *refus et le journalise : seul le role maintenance peut clore
      *ou rouvrir une periode, et son identifiant est trace dans
      *CALCPERI.
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
                   DISPLAY "Cloture reservee au role maintenance (A)"
                   MOVE "CLOTURE, ROLE A EXIGE" TO WS-ACC-LIB
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

       0100-CLOSE-START.
      *Cloture d'un mois termine : la photographie du mois est
      *calculee sur l'historique vivant et l'archive, presentee pour
      *confirmation, puis ecrite dans CALCSNAP avant que la cloture
      *ne soit inscrite dans CALCPERI.
           PERFORM 0500-GET-MONTH-START
           THRU    0500-GET-MONTH-END.
           PERFORM 0900-LOAD-PERIODS-START
           THRU    0900-LOAD-PERIODS-END.
           MOVE WS-MONTH TO WS-FIND-MONTH.
           PERFORM 0950-FIND-PERIOD-START
           THRU    0950-FIND-PERIOD-END.
           IF WS-PERI-FOUND = "Y"
               THEN
                   IF WS-PERI-T-STATE(WS-PERI-I) = "C"
                       THEN
                           DISPLAY "Mois " WS-MONTH " deja cloture le "
                                   WS-PERI-T-DATE(WS-PERI-I) " par "
                                   WS-PERI-T-USER(WS-PERI-I)
                           GO TO 0100-CLOSE-END
                   END-IF
           END-IF.
           IF WS-PERI-FOUND NOT = "Y"
              AND WS-PERI-COUNT = 240
               THEN
                   DISPLAY "Table des periodes pleine, cloture "
                           "impossible"
                   GO TO 0100-CLOSE-END
           END-IF.

           PERFORM 1000-SNAPSHOT-START
           THRU    1000-SNAPSHOT-END.
           IF WS-SNAP-FULL = "Y"
               THEN
                   DISPLAY "Trop de couples service/operateur, "
                           "cloture impossible"
                   GO TO 0100-CLOSE-END
           END-IF.
      *Un mois cloture ne peut plus etre valide dans CalcLibere : ses
      *calculs en attente doivent etre liberes ou refuses avant.
           IF WS-HOLD-COUNT NOT = ZERO
               THEN
                   MOVE WS-HOLD-COUNT TO WS-COUNT-ED
                   DISPLAY "Calculs en attente de validation : "
                           FUNCTION TRIM(WS-COUNT-ED)
                           ", cloture impossible (voir CalcLibere)"
                   GO TO 0100-CLOSE-END
           END-IF.
           MOVE WS-MONTH-COUNT TO WS-COUNT-ED.
           DISPLAY "Calculs vivants du mois    : "
                   FUNCTION TRIM(WS-COUNT-ED).
           MOVE WS-MONTH-TOTAL TO WS-TOTAL-ED.
           DISPLAY "Total des resultats        : "
                   FUNCTION TRIM(WS-TOTAL-ED).
           MOVE WS-CANCEL-COUNT TO WS-COUNT-ED.
           DISPLAY "Calculs annules (exclus)   : "
                   FUNCTION TRIM(WS-COUNT-ED).
           IF WS-BAD-COUNT NOT = ZERO
               THEN
                   MOVE WS-BAD-COUNT TO WS-COUNT-ED
                   DISPLAY "Totaux illisibles (comptes sans valeur) : "
                           FUNCTION TRIM(WS-COUNT-ED)
           END-IF.
           DISPLAY "Confirmer la cloture du mois " WS-MONTH
                   " ? (YES/NO)".
           ACCEPT WS-CONFIRM.
           IF WS-CONFIRM NOT = "YES"
               THEN
                   DISPLAY "Cloture abandonnee"
                   GO TO 0100-CLOSE-END
           END-IF.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
           PERFORM 2000-WRITE-SNAPSHOT-START
           THRU    2000-WRITE-SNAPSHOT-END.
           MOVE "C"    TO WS-ACTION.
           MOVE SPACES TO WS-MOTIF.
           PERFORM 2100-WRITE-PERIOD-START
           THRU    2100-WRITE-PERIOD-END.
           DISPLAY "Mois " WS-MONTH " cloture".
           EXIT.
       0100-CLOSE-END.

       0200-REOPEN-START.
      *Reouverture explicite d'un mois cloture : le motif est
      *obligatoire et la reouverture est inscrite dans CALCPERI avec
      *son auteur, comme la cloture.
           PERFORM 0500-GET-MONTH-START
           THRU    0500-GET-MONTH-END.
           PERFORM 0900-LOAD-PERIODS-START
           THRU    0900-LOAD-PERIODS-END.
           MOVE WS-MONTH TO WS-FIND-MONTH.
           PERFORM 0950-FIND-PERIOD-START
           THRU    0950-FIND-PERIOD-END.
           IF WS-PERI-FOUND NOT = "Y"
               THEN
                   DISPLAY "Mois " WS-MONTH " non cloture"
                   GO TO 0200-REOPEN-END
           END-IF.
           IF WS-PERI-T-STATE(WS-PERI-I) NOT = "C"
               THEN
                   DISPLAY "Mois " WS-MONTH " non cloture"
                   GO TO 0200-REOPEN-END
           END-IF.
           PERFORM 0600-GET-MOTIF-START
           THRU    0600-GET-MOTIF-END.
           DISPLAY "Confirmer la reouverture du mois " WS-MONTH
                   " ? (YES/NO)".
           ACCEPT WS-CONFIRM.
           IF WS-CONFIRM NOT = "YES"
               THEN
                   DISPLAY "Reouverture abandonnee"
                   GO TO 0200-REOPEN-END
           END-IF.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
           MOVE "R"      TO WS-ACTION.
           PERFORM 2100-WRITE-PERIOD-START
           THRU    2100-WRITE-PERIOD-END.
           DISPLAY "Mois " WS-MONTH " rouvert".
           EXIT.
       0200-REOPEN-END.

       0300-LIST-START.
      *Etat de chaque mois ayant fait l'objet d'une cloture, avec la
      *derniere action, son auteur et son motif.
           PERFORM 0900-LOAD-PERIODS-START
           THRU    0900-LOAD-PERIODS-END.
           IF WS-PERI-COUNT = ZERO
               THEN
                   DISPLAY "Aucune periode cloturee"
                   GO TO 0300-LIST-END
           END-IF.
           PERFORM VARYING WS-PERI-I FROM 1 BY 1
                   UNTIL WS-PERI-I > WS-PERI-COUNT
               IF WS-PERI-T-STATE(WS-PERI-I) = "C"
                   THEN
                       DISPLAY WS-PERI-T-MONTH(WS-PERI-I)
                               " CLOTURE le "
                               WS-PERI-T-DATE(WS-PERI-I) " par "
                               WS-PERI-T-USER(WS-PERI-I)
                   ELSE
                       DISPLAY WS-PERI-T-MONTH(WS-PERI-I)
                               " ROUVERT le "
                               WS-PERI-T-DATE(WS-PERI-I) " par "
                               WS-PERI-T-USER(WS-PERI-I) " : "
                               FUNCTION TRIM(
                                   WS-PERI-T-REASON(WS-PERI-I))
               END-IF
           END-PERFORM.
           EXIT.
       0300-LIST-END.

       0500-GET-MONTH-START.
      *Saisie du mois traite (AAAAMM) : mois valide et deja termine,
      *le mois en cours ne pouvant pas etre cloture.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE WS-RUN-DATE TO WS-RUN-DATE-X.
           MOVE SPACE TO WS-VALUE-OK.
           PERFORM UNTIL WS-VALUE-OK = "Y"
               DISPLAY "Entrez le mois (AAAAMM)"
               ACCEPT WS-SAISIE
               IF WS-SAISIE(1:6) IS NUMERIC
                  AND WS-SAISIE(7:24) = SPACES
                  AND WS-SAISIE(5:2) >= "01"
                  AND WS-SAISIE(5:2) <= "12"
                   THEN
                       IF WS-SAISIE(1:6) < WS-RUN-DATE-X(1:6)
                           THEN
                               MOVE WS-SAISIE(1:6) TO WS-MONTH
                               MOVE "Y"            TO WS-VALUE-OK
                           ELSE
                               DISPLAY "Mois non termine, veuillez "
                                       "recommencer"
                       END-IF
                   ELSE
                       DISPLAY "Mois invalide, veuillez recommencer"
               END-IF
           END-PERFORM.
           EXIT.
       0500-GET-MONTH-END.

       0600-GET-MOTIF-START.
      *Saisie du motif de la reouverture, obligatoire : une
      *reouverture sans motif ne vaut rien pour l'audit.
           MOVE SPACE TO WS-MOTIF.
           PERFORM UNTIL WS-MOTIF NOT = SPACE
               DISPLAY "Entrez le motif de la reouverture"
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

       0900-LOAD-PERIODS-START.
      *Reconstitue l'etat des periodes : les lignes de CALCPERI sont
      *relues dans l'ordre, la derniere action sur un mois
      *l'emportant. Un fichier absent vaut aucune periode cloturee.
           MOVE ZERO TO WS-PERI-COUNT.
           MOVE "N"  TO WS-PERI-EOF.
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
                       PERFORM 0950-FIND-PERIOD-START
                       THRU    0950-FIND-PERIOD-END
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
                               MOVE PERI-DATE
                                   TO WS-PERI-T-DATE(WS-PERI-I)
                               MOVE PERI-USER-ID
                                   TO WS-PERI-T-USER(WS-PERI-I)
                               MOVE PERI-REASON
                                   TO WS-PERI-T-REASON(WS-PERI-I)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PERI-FILE.
           EXIT.
       0900-LOAD-PERIODS-END.

       0950-FIND-PERIOD-START.
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
       0950-FIND-PERIOD-END.

       1000-SNAPSHOT-START.
      *Cumul des calculs du mois, dans l'historique vivant puis dans
      *l'archive (un mois ancien peut y etre deja parti en partie).
      *Seules les lignes vivantes entrent dans la photographie ; les
      *lignes annulees et les lignes en attente de validation sont
      *seulement comptees.
           MOVE ZERO TO WS-SNAP-COUNT
                        WS-MONTH-COUNT
                        WS-MONTH-TOTAL
                        WS-CANCEL-COUNT
                        WS-HOLD-COUNT
                        WS-BAD-COUNT.
           MOVE "N"  TO WS-SNAP-FULL.

           OPEN INPUT HIST-FILE.
           IF WS-HIST-FILE-STATUS = "00"
               THEN
                   MOVE "N"          TO WS-EOF
                   MOVE WS-MONTH     TO HIST-RUN-DATE(1:6)
                   MOVE "01"         TO HIST-RUN-DATE(7:2)
                   MOVE "00000000"   TO HIST-RUN-TIME
                   MOVE ZERO         TO HIST-SEQ
                   START HIST-FILE KEY NOT < HIST-KEY
                       INVALID KEY
                           MOVE "Y" TO WS-EOF
                   END-START
                   PERFORM 1100-READ-HIST-START
                   THRU    1100-READ-HIST-END
                       UNTIL WS-EOF = "Y"
                   CLOSE HIST-FILE
           END-IF.

           OPEN INPUT ARCH-FILE.
           IF WS-ARCH-FILE-STATUS = "00"
               THEN
                   MOVE "N"          TO WS-EOF
                   MOVE WS-MONTH     TO ARCH-RUN-DATE(1:6)
                   MOVE "01"         TO ARCH-RUN-DATE(7:2)
                   MOVE "00000000"   TO ARCH-RUN-TIME
                   MOVE ZERO         TO ARCH-SEQ
                   START ARCH-FILE KEY NOT < ARCH-KEY
                       INVALID KEY
                           MOVE "Y" TO WS-EOF
                   END-START
                   PERFORM 1200-READ-ARCH-START
                   THRU    1200-READ-ARCH-END
                       UNTIL WS-EOF = "Y"
                   CLOSE ARCH-FILE
           END-IF.
           EXIT.
       1000-SNAPSHOT-END.

       1100-READ-HIST-START.
      *Lecture suivante de l'historique ; la lecture s'arrete au
      *premier calcul du mois suivant.
           READ HIST-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF
           END-READ.
           IF WS-EOF NOT = "Y"
               THEN
                   IF HIST-RUN-DATE(1:6) NOT = WS-MONTH
                       THEN
                           MOVE "Y" TO WS-EOF
                       ELSE
                           EVALUATE HIST-STATUS
                               WHEN "C"
                                   ADD 1 TO WS-CANCEL-COUNT
                               WHEN "H"
                                   ADD 1 TO WS-HOLD-COUNT
                               WHEN OTHER
                                   MOVE HIST-DEPT     TO WS-LINE-DEPT
                                   MOVE HIST-OPERATOR TO WS-LINE-OPER
                                   MOVE HIST-TOTAL-ED
                                       TO WS-LINE-TOTAL-ED
                                   PERFORM 1300-ACCUMULATE-START
                                   THRU    1300-ACCUMULATE-END
                           END-EVALUATE
                   END-IF
           END-IF.
           EXIT.
       1100-READ-HIST-END.

       1200-READ-ARCH-START.
      *Lecture suivante de l'archive ; la lecture s'arrete au
      *premier calcul du mois suivant.
           READ ARCH-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF
           END-READ.
           IF WS-EOF NOT = "Y"
               THEN
                   IF ARCH-RUN-DATE(1:6) NOT = WS-MONTH
                       THEN
                           MOVE "Y" TO WS-EOF
                       ELSE
                           EVALUATE ARCH-STATUS
                               WHEN "C"
                                   ADD 1 TO WS-CANCEL-COUNT
                               WHEN "H"
                                   ADD 1 TO WS-HOLD-COUNT
                               WHEN OTHER
                                   MOVE ARCH-DEPT     TO WS-LINE-DEPT
                                   MOVE ARCH-OPERATOR TO WS-LINE-OPER
                                   MOVE ARCH-TOTAL-ED
                                       TO WS-LINE-TOTAL-ED
                                   PERFORM 1300-ACCUMULATE-START
                                   THRU    1300-ACCUMULATE-END
                           END-EVALUATE
                   END-IF
           END-IF.
           EXIT.
       1200-READ-ARCH-END.

       1300-ACCUMULATE-START.
      *Cumul d'une ligne vivante sur son couple service/operateur.
      *Un total illisible compte le calcul sans en ajouter la valeur.
           MOVE ZERO TO WS-LINE-VALUE.
           IF FUNCTION TEST-NUMVAL(WS-LINE-TOTAL-ED) = ZERO
               THEN
                   COMPUTE WS-LINE-VALUE =
                           FUNCTION NUMVAL(WS-LINE-TOTAL-ED)
               ELSE
                   ADD 1 TO WS-BAD-COUNT
           END-IF.
           MOVE "N" TO WS-SNAP-FOUND.
           PERFORM VARYING WS-SNAP-I FROM 1 BY 1
                   UNTIL WS-SNAP-I > WS-SNAP-COUNT
                      OR WS-SNAP-FOUND = "Y"
               IF WS-SNAP-T-DEPT(WS-SNAP-I) = WS-LINE-DEPT
                  AND WS-SNAP-T-OPER(WS-SNAP-I) = WS-LINE-OPER
                   THEN
                       MOVE "Y" TO WS-SNAP-FOUND
               END-IF
           END-PERFORM.
           IF WS-SNAP-FOUND = "Y"
               THEN
                   SUBTRACT 1 FROM WS-SNAP-I
               ELSE
                   IF WS-SNAP-COUNT = 500
                       THEN
                           MOVE "Y" TO WS-SNAP-FULL
                           GO TO 1300-ACCUMULATE-END
                   END-IF
                   ADD 1 TO WS-SNAP-COUNT
                   MOVE WS-SNAP-COUNT TO WS-SNAP-I
                   MOVE WS-LINE-DEPT  TO WS-SNAP-T-DEPT(WS-SNAP-I)
                   MOVE WS-LINE-OPER  TO WS-SNAP-T-OPER(WS-SNAP-I)
                   MOVE ZERO          TO WS-SNAP-T-COUNT(WS-SNAP-I)
                                         WS-SNAP-T-TOTAL(WS-SNAP-I)
           END-IF.
           ADD 1             TO WS-SNAP-T-COUNT(WS-SNAP-I).
           ADD WS-LINE-VALUE TO WS-SNAP-T-TOTAL(WS-SNAP-I).
           ADD 1             TO WS-MONTH-COUNT.
           ADD WS-LINE-VALUE TO WS-MONTH-TOTAL.
           EXIT.
       1300-ACCUMULATE-END.

       2000-WRITE-SNAPSHOT-START.
      *Ajoute la photographie du mois a CALCSNAP : une ligne par
      *couple service/operateur puis la ligne de total du mois.
           OPEN EXTEND SNAP-FILE.
           IF WS-SNAP-FILE-STATUS = "35" OR "05"
               THEN
                   OPEN OUTPUT SNAP-FILE
           END-IF.
           IF WS-SNAP-FILE-STATUS NOT = "00"
               THEN
                   DISPLAY "Impossible d'ouvrir CALCSNAP, cloture "
                           "annulee"
                   STOP RUN
           END-IF.
           PERFORM VARYING WS-SNAP-I FROM 1 BY 1
                   UNTIL WS-SNAP-I > WS-SNAP-COUNT
               MOVE WS-SNAP-T-DEPT(WS-SNAP-I)  TO SNAP-DEPT
               MOVE WS-SNAP-T-OPER(WS-SNAP-I)  TO SNAP-OPERATOR
               MOVE WS-SNAP-T-COUNT(WS-SNAP-I) TO SNAP-COUNT
               MOVE WS-SNAP-T-TOTAL(WS-SNAP-I) TO SNAP-TOTAL
               PERFORM 2050-WRITE-SNAP-LINE-START
               THRU    2050-WRITE-SNAP-LINE-END
           END-PERFORM.
           MOVE "*"            TO SNAP-DEPT.
           MOVE "*"            TO SNAP-OPERATOR.
           MOVE WS-MONTH-COUNT TO SNAP-COUNT.
           MOVE WS-MONTH-TOTAL TO SNAP-TOTAL.
           PERFORM 2050-WRITE-SNAP-LINE-START
           THRU    2050-WRITE-SNAP-LINE-END.
           CLOSE SNAP-FILE.
           EXIT.
       2000-WRITE-SNAPSHOT-END.

       2050-WRITE-SNAP-LINE-START.
      *Complete et ecrit une ligne de la photographie.
           MOVE WS-MONTH    TO SNAP-MONTH.
           MOVE SPACE       TO SNAP-SEP1.
           MOVE WS-RUN-DATE TO SNAP-CLOSE-DATE.
           MOVE SPACE       TO SNAP-SEP2.
           MOVE WS-RUN-TIME TO SNAP-CLOSE-TIME.
           MOVE SPACE       TO SNAP-SEP3.
           MOVE SPACE       TO SNAP-SEP4.
           MOVE SPACE       TO SNAP-SEP5.
           MOVE SPACE       TO SNAP-SEP6.
           WRITE SNAP-RECORD.
           EXIT.
       2050-WRITE-SNAP-LINE-END.

       2100-WRITE-PERIOD-START.
      *Ajoute l'action (cloture ou reouverture) a CALCPERI avec son
      *motif, places par l'appelant.
           OPEN EXTEND PERI-FILE.
           IF WS-PERI-FILE-STATUS = "35" OR "05"
               THEN
                   OPEN OUTPUT PERI-FILE
           END-IF.
           IF WS-PERI-FILE-STATUS NOT = "00"
               THEN
                   DISPLAY "Impossible d'ouvrir CALCPERI, action "
                           "annulee"
                   STOP RUN
           END-IF.
           MOVE WS-MONTH    TO PERI-MONTH.
           MOVE SPACE       TO PERI-SEP1.
           MOVE WS-ACTION   TO PERI-ACTION.
           MOVE SPACE       TO PERI-SEP2.
           MOVE WS-RUN-DATE TO PERI-DATE.
           MOVE SPACE       TO PERI-SEP3.
           MOVE WS-RUN-TIME TO PERI-TIME.
           MOVE SPACE       TO PERI-SEP4.
           MOVE WS-USER-ID  TO PERI-USER-ID.
           MOVE SPACE       TO PERI-SEP5.
           MOVE WS-MOTIF    TO PERI-REASON.
           WRITE PERI-RECORD.
           CLOSE PERI-FILE.
           EXIT.
       2100-WRITE-PERIOD-END.
