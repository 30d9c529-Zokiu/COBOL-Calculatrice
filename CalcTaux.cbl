       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RATE-FILE ASSIGN TO "CALCRATE"
               ORGANIZATION  IS INDEXED
               ACCESS MODE   IS DYNAMIC
               RECORD KEY    IS RATE-KEY
               FILE STATUS   IS WS-RATE-FILE-STATUS.

           SELECT AUDT-FILE ASSIGN TO "CALCAUDT"
               ORGANIZATION  IS LINE SEQUENTIAL
               FILE STATUS   IS WS-AUDT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *Referentiel des valeurs nommees (taux de TVA, remise standard,
      *taux horaire...) utilisables comme operandes dans Calcul2.
      *Fichier indexe : chaque mise a jour ne lit et ne reecrit que
      *l'entree concernee.
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

      *Variable de statut du fichier des valeurs nommees.
       01  WS-RATE-FILE-STATUS  PIC X(02)       VALUE "00".

      *Variable de fin de fichier a la liste du referentiel.
       01  WS-EOF               PIC X(01)       VALUE "N".

      *Identifiant et role de l'operateur, controles au fichier des
      *profils : les mises a jour du referentiel sont reservees au
      *role maintenance ("A"), la consultation reste libre.
       01  WS-USER-ID           PIC X(08)       VALUE SPACE.
       01  WS-USER-ROLE         PIC X(01)       VALUE SPACE.

      *Zone d'echange avec le controle d'acces commun CalcAcces,
      *seul detenteur des mots de passe et du journal de securite.
      *Meme disposition que dans CalcAcces puisque la zone est
      *partagee.
       01  WS-ACC-AREA.
           05  WS-ACC-FONCTION  PIC X(01)       VALUE "S".
           05  WS-ACC-USER-ID   PIC X(08)       VALUE SPACE.
           05  WS-ACC-PROGRAM   PIC X(13)       VALUE "CalcTaux".
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

      *Choix du menu principal et confirmation.
       01  WS-MAINMENU          PIC X(10)       VALUE SPACE.

      *Referentiel ouvert pour la session ("N" : absent, consultation
      *seule sur un referentiel vide) et nombre d'entrees listees.
       01  WS-RATE-OPEN         PIC X(01)       VALUE "N".
       01  WS-RATE-COUNT        PIC 9(05)       VALUE ZERO.

      *Image de l'entree lue avant sa modification : elle est relue
      *au moment de la reecriture, et une entree modifiee entre-temps
      *depuis un autre poste n'est pas ecrasee.
       01  WS-RATE-IMAGE        PIC X(61)       VALUE SPACE.

      *Zone de la ligne du journal CALCAUDT en cours : action, cle,
      *images avant et apres, horodatage de la modification.
       01  WS-AUDT-FILE-STATUS  PIC X(02)       VALUE "00".
       01  WS-AUDT-PROGRAM      PIC X(13)       VALUE "CalcTaux".
       01  WS-AUDT-ACTION       PIC X(01)       VALUE SPACE.
       01  WS-AUDT-KEY          PIC X(16)       VALUE SPACE.
       01  WS-AUDT-BEFORE       PIC X(80)       VALUE SPACE.
       01  WS-AUDT-AFTER        PIC X(80)       VALUE SPACE.
       01  WS-AUDT-DATE         PIC 9(08)       VALUE ZERO.
       01  WS-AUDT-TIME         PIC 9(08)       VALUE ZERO.

      *Zone de saisie et de recherche.
       01  WS-SAISIE            PIC X(30)       VALUE SPACE.
       01  WS-KEY-NAME          PIC X(08)       VALUE SPACE.
       01  WS-KEY-DATE          PIC X(08)       VALUE SPACE.
       01  WS-FOUND             PIC X(01)       VALUE "N".
       01  WS-VALUE-OK          PIC X(01)       VALUE "N".
       01  WS-WORK-VALUE        PIC S9(09)v9(03) VALUE ZERO.

           DISPLAY "Maintenance du referentiel des valeurs nommees"

      *Controle d'acces : identifiant et mot de passe, role
      *maintenance exige pour les mises a jour.
           PERFORM 0050-SIGNON-START
           THRU    0050-SIGNON-END.

           PERFORM 1000-OPEN-RATES-START
           THRU    1000-OPEN-RATES-END.

           PERFORM UNTIL WS-MAINMENU = "QUIT"
               DISPLAY "Veuillez choisir le type d'operation"
                              PERFORM 0100-ADD-RATE-START
                              THRU    0100-ADD-RATE-END
                          ELSE
                              MOVE "CALCRATE ADD, ROLE A EXIGE"
                                  TO WS-ACC-LIB
                              PERFORM 0060-LOG-REFUS-START
                              THRU    0060-LOG-REFUS-END
                      END-IF
                   WHEN = "CHANGE"
                      IF WS-USER-ROLE = "A"
                              PERFORM 0200-CHANGE-RATE-START
                              THRU    0200-CHANGE-RATE-END
                          ELSE
                              MOVE "CALCRATE CHANGE, ROLE A EXIGE"
                                  TO WS-ACC-LIB
                              PERFORM 0060-LOG-REFUS-START
                              THRU    0060-LOG-REFUS-END
                      END-IF
                   WHEN = "DELETE"
                      IF WS-USER-ROLE = "A"
                              PERFORM 0300-DELETE-RATE-START
                              THRU    0300-DELETE-RATE-END
                          ELSE
                              MOVE "CALCRATE DELETE, ROLE A EXIGE"
                                  TO WS-ACC-LIB
                              PERFORM 0060-LOG-REFUS-START
                              THRU    0060-LOG-REFUS-END
                      END-IF
                   WHEN = "LIST"
                      PERFORM 0400-LIST-RATES-START
               END-EVALUATE
           END-PERFORM.

           PERFORM 2000-CLOSE-RATES-START
           THRU    2000-CLOSE-RATES-END.

           STOP RUN.

      ******************************************************************

       0050-SIGNON-START.
      *Identification de l'operateur (identifiant et mot de passe)
      *par le controle d'acces commun, qui affiche le motif d'un
      *refus et le journalise ; le role lu decide de l'acces aux
      *mises a jour du referentiel.
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
                   DISPLAY "Role sans maintenance : consultation "
           EXIT.
       0050-SIGNON-END.

       0060-LOG-REFUS-START.
      *Mise a jour demandee sans le role maintenance : refus affiche
      *et porte au journal de securite, avec le libelle place dans
      *WS-ACC-LIB par l'appelant.
           DISPLAY "Mise a jour reservee au role maintenance (A)".
           MOVE "L"  TO WS-ACC-FONCTION.
           MOVE "RR" TO WS-ACC-EVENT.
           CALL "CalcAcces" USING WS-ACC-AREA.
           EXIT.
       0060-LOG-REFUS-END.

       0100-ADD-RATE-START.
      *Ajout d'une valeur nommee au referentiel.
           PERFORM 0500-GET-KEY-START
           THRU    0500-GET-KEY-END.
           PERFORM 0600-FIND-RATE-START
           END-IF.
           PERFORM 0700-GET-VALUE-START
           THRU    0700-GET-VALUE-END.
           DISPLAY "Entrez la description".
           ACCEPT WS-SAISIE.
           MOVE WS-KEY-NAME      TO RATE-NAME.
           MOVE WS-KEY-DATE      TO RATE-EFF-DATE.
           MOVE SPACE            TO RATE-SEP1.
           MOVE WS-WORK-VALUE    TO RATE-VALUE.
           MOVE SPACE            TO RATE-SEP2.
           MOVE WS-SAISIE        TO RATE-DESC.
      *L'entree a pu etre creee depuis un autre poste pendant la
      *saisie : la cle en double est alors refusee.
           WRITE RATE-RECORD
               INVALID KEY
                   DISPLAY "Ce nom existe deja a cette date d'effet"
                   GO TO 0100-ADD-RATE-END
           END-WRITE.
           IF WS-RATE-FILE-STATUS NOT = "00"
               THEN
                   DISPLAY "Ecriture CALCRATE impossible, statut "
                           WS-RATE-FILE-STATUS
                   GO TO 0100-ADD-RATE-END
           END-IF.
           MOVE "A"         TO WS-AUDT-ACTION.
           MOVE RATE-KEY    TO WS-AUDT-KEY.
           MOVE SPACE       TO WS-AUDT-BEFORE.
           MOVE RATE-RECORD TO WS-AUDT-AFTER.
           PERFORM 3000-WRITE-AUDIT-START
           THRU    3000-WRITE-AUDIT-END.
           DISPLAY "Valeur ajoutee au referentiel".
           EXIT.
       0100-ADD-RATE-END.
                           "referentiel"
                   GO TO 0200-CHANGE-RATE-END
           END-IF.
           MOVE RATE-RECORD TO WS-RATE-IMAGE.
           MOVE RATE-VALUE  TO WS-VALUE-ED.
           DISPLAY "Valeur actuelle : " FUNCTION TRIM(WS-VALUE-ED).
           PERFORM 0700-GET-VALUE-START
           THRU    0700-GET-VALUE-END.
           DISPLAY "Entrez la description".
           ACCEPT WS-SAISIE.
      *Relecture de l'entree juste avant sa reecriture.
           PERFORM 0600-FIND-RATE-START
           THRU    0600-FIND-RATE-END.
           IF WS-FOUND NOT = "Y"
              OR RATE-RECORD NOT = WS-RATE-IMAGE
               THEN
                   DISPLAY "Entree modifiee ou supprimee depuis un "
                           "autre poste, modification abandonnee"
                   GO TO 0200-CHANGE-RATE-END
           END-IF.
           MOVE WS-WORK-VALUE    TO RATE-VALUE.
           MOVE WS-SAISIE        TO RATE-DESC.
           REWRITE RATE-RECORD
               INVALID KEY
                   CONTINUE
           END-REWRITE.
           IF WS-RATE-FILE-STATUS NOT = "00"
               THEN
                   DISPLAY "Reecriture CALCRATE impossible, statut "
                           WS-RATE-FILE-STATUS
                   GO TO 0200-CHANGE-RATE-END
           END-IF.
           MOVE "C"           TO WS-AUDT-ACTION.
           MOVE RATE-KEY      TO WS-AUDT-KEY.
           MOVE WS-RATE-IMAGE TO WS-AUDT-BEFORE.
           MOVE RATE-RECORD   TO WS-AUDT-AFTER.
           PERFORM 3000-WRITE-AUDIT-START
           THRU    3000-WRITE-AUDIT-END.
           DISPLAY "Valeur modifiee dans le referentiel".
           EXIT.
       0200-CHANGE-RATE-END.

       0300-DELETE-RATE-START.
      *Suppression d'une entree du referentiel.
           PERFORM 0500-GET-KEY-START
           THRU    0500-GET-KEY-END.
           PERFORM 0600-FIND-RATE-START
                           "referentiel"
                   GO TO 0300-DELETE-RATE-END
           END-IF.
           DELETE RATE-FILE RECORD
               INVALID KEY
                   CONTINUE
           END-DELETE.
           IF WS-RATE-FILE-STATUS NOT = "00"
               THEN
                   DISPLAY "Suppression CALCRATE impossible, statut "
                           WS-RATE-FILE-STATUS
                   GO TO 0300-DELETE-RATE-END
           END-IF.
           MOVE "D"         TO WS-AUDT-ACTION.
           MOVE RATE-KEY    TO WS-AUDT-KEY.
           MOVE RATE-RECORD TO WS-AUDT-BEFORE.
           MOVE SPACE       TO WS-AUDT-AFTER.
           PERFORM 3000-WRITE-AUDIT-START
           THRU    3000-WRITE-AUDIT-END.
           DISPLAY "Valeur supprimee du referentiel".
           EXIT.
       0300-DELETE-RATE-END.

       0400-LIST-RATES-START.
      *Liste du referentiel sur la console, dans l'ordre des cles
      *(nom puis date d'effet).
           MOVE ZERO TO WS-RATE-COUNT.
           IF WS-RATE-OPEN = "Y"
               THEN
                   MOVE LOW-VALUES TO RATE-KEY
                   MOVE "N"        TO WS-EOF
                   START RATE-FILE KEY IS NOT LESS THAN RATE-KEY
                       INVALID KEY
                           MOVE "Y" TO WS-EOF
                   END-START
                   PERFORM UNTIL WS-EOF = "Y"
                       READ RATE-FILE NEXT RECORD
                           AT END
                               MOVE "Y" TO WS-EOF
                           NOT AT END
                               IF WS-RATE-COUNT = ZERO
                                   THEN
                                       DISPLAY "NOM      VALEUR    "
                                               "DATE     DESCRIPTION"
                               END-IF
                               ADD 1 TO WS-RATE-COUNT
                               MOVE RATE-VALUE TO WS-VALUE-ED
                               DISPLAY RATE-NAME " "
                                       WS-VALUE-ED " "
                                       RATE-EFF-DATE " "
                                       RATE-DESC
                       END-READ
                   END-PERFORM
           END-IF.
           IF WS-RATE-COUNT = ZERO
               THEN
                   DISPLAY "Referentiel vide"
           END-IF.
           EXIT.
       0400-LIST-RATES-END.
       0500-GET-KEY-END.

       0600-FIND-RATE-START.
      *Lecture directe de l'entree de la cle saisie.
           MOVE "N"         TO WS-FOUND.
           IF WS-RATE-OPEN NOT = "Y"
               THEN
                   GO TO 0600-FIND-RATE-END
           END-IF.
           MOVE WS-KEY-NAME TO RATE-NAME.
           MOVE WS-KEY-DATE TO RATE-EFF-DATE.
           READ RATE-FILE
               KEY IS RATE-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-FOUND
           END-READ.
           EXIT.
       0600-FIND-RATE-END.

           EXIT.
       0700-GET-VALUE-END.

       1000-OPEN-RATES-START.
      *Ouverture du referentiel pour la session : en mise a jour pour
      *le role maintenance, qui le cree s'il est absent, en lecture
      *pour les autres, pour qui un fichier absent vaut referentiel
      *vide. Le role maintenance n'entre pas sans un journal CALCAUDT
      *accessible, qui est cree s'il est absent.
           IF WS-USER-ROLE = "A"
               THEN
                   OPEN EXTEND AUDT-FILE
                   IF WS-AUDT-FILE-STATUS = "35" OR "05"
                       THEN
                           OPEN OUTPUT AUDT-FILE
                   END-IF
                   IF WS-AUDT-FILE-STATUS NOT = "00"
                       THEN
                           DISPLAY "Impossible d'ouvrir CALCAUDT, "
                                   "statut " WS-AUDT-FILE-STATUS
                           STOP RUN
                   END-IF
                   CLOSE AUDT-FILE
                   OPEN I-O RATE-FILE
                   IF WS-RATE-FILE-STATUS = "35" OR "05"
                       THEN
                           DISPLAY "Referentiel CALCRATE absent, il "
                                   "sera cree"
                           OPEN OUTPUT RATE-FILE
                           CLOSE       RATE-FILE
                           OPEN I-O    RATE-FILE
                   END-IF
               ELSE
                   OPEN INPUT RATE-FILE
           END-IF.
           IF WS-RATE-FILE-STATUS = "00"
               THEN
                   MOVE "Y" TO WS-RATE-OPEN
               ELSE
                   IF WS-USER-ROLE = "A"
                       THEN
                           DISPLAY "Ouverture CALCRATE impossible, "
                                   "statut " WS-RATE-FILE-STATUS
                           STOP RUN
                   END-IF
           END-IF.
           EXIT.
       1000-OPEN-RATES-END.

       2000-CLOSE-RATES-START.
      *Fermeture du referentiel en fin de session.
           IF WS-RATE-OPEN = "Y"
               THEN
                   CLOSE RATE-FILE
                   MOVE "N" TO WS-RATE-OPEN
           END-IF.
           EXIT.
       2000-CLOSE-RATES-END.

       3000-WRITE-AUDIT-START.
      *Ajoute au journal CALCAUDT la modification qui vient d'etre
      *appliquee (action, cle et images placees par l'appelant).
           OPEN EXTEND AUDT-FILE.
           IF WS-AUDT-FILE-STATUS = "35" OR "05"
               THEN
                   OPEN OUTPUT AUDT-FILE
           END-IF.
           IF WS-AUDT-FILE-STATUS NOT = "00"
               THEN
                   DISPLAY "Impossible d'ouvrir CALCAUDT, modification "
                           "non journalisee"
                   GO TO 3000-WRITE-AUDIT-END
           END-IF.
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
           CLOSE AUDT-FILE.
           EXIT.
       3000-WRITE-AUDIT-END.
