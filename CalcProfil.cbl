       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROF-FILE ASSIGN TO "CALCPROF"
               ORGANIZATION  IS INDEXED
               ACCESS MODE   IS DYNAMIC
               RECORD KEY    IS PROF-USER-ID
               FILE STATUS   IS WS-PROF-FILE-STATUS.

           SELECT AUDT-FILE ASSIGN TO "CALCAUDT"
               ORGANIZATION  IS LINE SEQUENTIAL
               FILE STATUS   IS WS-AUDT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *Profils des utilisateurs : langue de travail et role
      *d'habilitation rattaches a l'identifiant saisi au lancement
      *des calculatrices. Role "A" : maintenance (CalcTaux...),
      *role "U" : utilisateur ordinaire. Fichier indexe sur
      *l'identifiant : chaque mise a jour ne lit et ne reecrit que
      *le profil concerne.
       FD  PROF-FILE.
       01  PROF-RECORD.
           05  PROF-USER-ID     PIC X(08).
           05  PROF-SEP1        PIC X(01).
      *l'historique pour la ventilation de l'activite par service.
           05  PROF-SEP3        PIC X(01).
           05  PROF-DEPT        PIC X(08).
      *Empreinte du mot de passe (a blanc : mot de passe non
      *initialise), date de son dernier changement ("00000000" :
      *mot de passe provisoire a changer a la prochaine
      *identification), echecs consecutifs et verrouillage. Tenus
      *par CalcAcces et CalcProfil.
           05  PROF-SEP4        PIC X(01).
           05  PROF-PWD-HASH    PIC X(20).
           05  PROF-SEP5        PIC X(01).
           05  PROF-PWD-DATE    PIC X(08).
           05  PROF-SEP6        PIC X(01).
           05  PROF-FAIL-COUNT  PIC 9(02).
           05  PROF-SEP7        PIC X(01).
           05  PROF-LOCKED      PIC X(01).

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

      *Variable de statut du fichier des profils.
       01  WS-PROF-FILE-STATUS  PIC X(02)       VALUE "00".

      *Variable de fin de fichier a la liste des profils.
       01  WS-EOF               PIC X(01)       VALUE "N".

      *Choix du menu principal.
       01  WS-MAINMENU          PIC X(10)       VALUE SPACE.

      *Identifiant et role de l'operateur du programme : la
      *maintenance des profils est reservee au role "A", sauf tant
      *qu'aucun administrateur ne peut s'identifier (mise en place).
       01  WS-USER-ID           PIC X(08)       VALUE SPACE.
       01  WS-USER-ROLE         PIC X(01)       VALUE SPACE.

      *Zone d'echange avec le controle d'acces commun CalcAcces,
      *seul detenteur des mots de passe et du journal de securite.
      *Meme disposition que dans CalcAcces puisque la zone est
      *partagee.
       01  WS-ACC-AREA.
           05  WS-ACC-FONCTION  PIC X(01)       VALUE "S".
           05  WS-ACC-USER-ID   PIC X(08)       VALUE SPACE.
           05  WS-ACC-PROGRAM   PIC X(13)       VALUE "CalcProfil".
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

      *Mise en place : aucun profil de role maintenance ne porte de
      *mot de passe (fichier vide ou juste repris de l'ancien
      *referentiel), l'acces reste libre pour en initialiser un.
      *Nombre de profils listes.
       01  WS-SETUP             PIC X(01)       VALUE "N".
       01  WS-PROF-COUNT        PIC 9(05)       VALUE ZERO.

      *Image du profil lu avant sa modification : il est relu au
      *moment de la reecriture, et un profil modifie entre-temps
      *depuis un autre poste n'est pas ecrase.
       01  WS-PROF-IMAGE        PIC X(57)       VALUE SPACE.

      *Mot de passe provisoire saisi par l'administrateur, son
      *empreinte et l'etat du mot de passe a la liste des profils.
       01  WS-WORK-HASH         PIC X(20)       VALUE SPACE.
       01  WS-SPACES            PIC 9(02)       VALUE ZERO.
       01  WS-LIST-PWD          PIC X(08)       VALUE SPACE.

      *Zone de la ligne du journal CALCAUDT en cours : action, cle,
      *images avant et apres, horodatage de la modification.
       01  WS-AUDT-FILE-STATUS  PIC X(02)       VALUE "00".
       01  WS-AUDT-PROGRAM      PIC X(13)       VALUE "CalcProfil".
       01  WS-AUDT-ACTION       PIC X(01)       VALUE SPACE.
       01  WS-AUDT-KEY          PIC X(16)       VALUE SPACE.
       01  WS-AUDT-BEFORE       PIC X(80)       VALUE SPACE.
       01  WS-AUDT-AFTER        PIC X(80)       VALUE SPACE.
       01  WS-AUDT-DATE         PIC 9(08)       VALUE ZERO.
       01  WS-AUDT-TIME         PIC 9(08)       VALUE ZERO.

      *Zone de saisie et de recherche.
       01  WS-SAISIE            PIC X(30)       VALUE SPACE.
       01  WS-WORK-LANG         PIC X(02)       VALUE SPACE.
       01  WS-WORK-ROLE         PIC X(01)       VALUE SPACE.
       01  WS-WORK-DEPT         PIC X(08)       VALUE SPACE.
       01  WS-FOUND             PIC X(01)       VALUE "N".
       01  WS-VALUE-OK          PIC X(01)       VALUE "N".


           DISPLAY "Maintenance des profils utilisateur"

           PERFORM 1000-OPEN-PROFILS-START
           THRU    1000-OPEN-PROFILS-END.

      *Controle d'acces : des qu'un administrateur peut s'identifier,
      *seul un profil de role maintenance, identifie par son mot de
      *passe, peut modifier les profils.
           PERFORM 0050-SIGNON-START
           THRU    0050-SIGNON-END.

               DISPLAY "CHANGE"
               DISPLAY "DELETE"
               DISPLAY "LIST"
               DISPLAY "RESET"
               DISPLAY "UNLOCK"
               DISPLAY "QUIT"
               ACCEPT   WS-MAINMENU
               EVALUATE WS-MAINMENU
                   WHEN = "LIST"
                      PERFORM 0400-LIST-PROFILS-START
                      THRU    0400-LIST-PROFILS-END
                   WHEN = "RESET"
                      PERFORM 4000-RESET-PASSWORD-START
                      THRU    4000-RESET-PASSWORD-END
                   WHEN = "UNLOCK"
                      PERFORM 4100-UNLOCK-PROFIL-START
                      THRU    4100-UNLOCK-PROFIL-END
                   WHEN = "QUIT"
                       CONTINUE
                   WHEN OTHER
               END-EVALUATE
           END-PERFORM.

           PERFORM 2000-CLOSE-PROFILS-START
           THRU    2000-CLOSE-PROFILS-END.

           STOP RUN.

      ******************************************************************

       0050-SIGNON-START.
      *Identification de l'operateur. En mise en place, l'acces
      *reste libre ; sinon l'operateur s'identifie par le controle
      *d'acces commun (identifiant et mot de passe) et doit porter
      *le role maintenance. CalcAcces lisant et mettant a jour
      *CALCPROF, le fichier est ferme pendant l'identification.
           DISPLAY "Entrez votre identifiant / Enter your user id".
           ACCEPT WS-SAISIE.
           MOVE FUNCTION UPPER-CASE(WS-SAISIE(1:8)) TO WS-USER-ID.
           IF WS-SETUP = "Y"
               THEN
                   DISPLAY "Aucun administrateur avec mot de passe, "
                           "acces accorde pour la mise en place"
                   GO TO 0050-SIGNON-END
           END-IF.
           CLOSE PROF-FILE.
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
                   DISPLAY "Acces reserve au role maintenance (A)"
                   MOVE WS-USER-ID TO WS-ACC-USER-ID
                   MOVE "RR"       TO WS-ACC-EVENT
                   MOVE "CALCPROF, ROLE A EXIGE" TO WS-ACC-LIB
                   PERFORM 4300-LOG-SECU-START
                   THRU    4300-LOG-SECU-END
                   STOP RUN
           END-IF.
           OPEN I-O PROF-FILE.
           IF WS-PROF-FILE-STATUS NOT = "00"
               THEN
                   DISPLAY "Ouverture CALCPROF impossible, statut "
                           WS-PROF-FILE-STATUS
                   STOP RUN
           END-IF.
           EXIT.

       0100-ADD-PROFIL-START.
      *Ajout d'un profil utilisateur.
           PERFORM 0500-GET-KEY-START
           THRU    0500-GET-KEY-END.
           PERFORM 0600-FIND-PROFIL-START
           THRU    0800-GET-ROLE-END.
           PERFORM 0900-GET-DEPT-START
           THRU    0900-GET-DEPT-END.
           PERFORM 4200-GET-PASSWORD-START
           THRU    4200-GET-PASSWORD-END.
           MOVE WS-KEY-USER      TO PROF-USER-ID.
           MOVE SPACE            TO PROF-SEP1.
           MOVE WS-WORK-LANG     TO PROF-LANG.
           MOVE SPACE            TO PROF-SEP2.
           MOVE WS-WORK-ROLE     TO PROF-ROLE.
           MOVE SPACE            TO PROF-SEP3.
           MOVE WS-WORK-DEPT     TO PROF-DEPT.
      *Mot de passe provisoire, a changer a la premiere
      *identification.
           MOVE SPACE            TO PROF-SEP4.
           MOVE WS-WORK-HASH     TO PROF-PWD-HASH.
           MOVE SPACE            TO PROF-SEP5.
           MOVE "00000000"       TO PROF-PWD-DATE.
           MOVE SPACE            TO PROF-SEP6.
           MOVE ZERO             TO PROF-FAIL-COUNT.
           MOVE SPACE            TO PROF-SEP7.
           MOVE "N"              TO PROF-LOCKED.
      *Le profil a pu etre cree depuis un autre poste pendant la
      *saisie : l'identifiant en double est alors refuse.
           WRITE PROF-RECORD
               INVALID KEY
                   DISPLAY "Cet identifiant existe deja"
                   GO TO 0100-ADD-PROFIL-END
           END-WRITE.
           IF WS-PROF-FILE-STATUS NOT = "00"
               THEN
                   DISPLAY "Ecriture CALCPROF impossible, statut "
                           WS-PROF-FILE-STATUS
                   GO TO 0100-ADD-PROFIL-END
           END-IF.
           MOVE "A"          TO WS-AUDT-ACTION.
           MOVE PROF-USER-ID TO WS-AUDT-KEY.
           MOVE SPACE        TO WS-AUDT-BEFORE.
           MOVE PROF-RECORD  TO WS-AUDT-AFTER.
           PERFORM 3000-WRITE-AUDIT-START
           THRU    3000-WRITE-AUDIT-END.
           DISPLAY "Profil ajoute".
           EXIT.
       0100-ADD-PROFIL-END.

       0200-CHANGE-PROFIL-START.
      *Modification de la langue, du role et du service d'un
      *profil ; le mot de passe et le verrouillage n'y sont pas
      *modifies (RESET et UNLOCK).
           PERFORM 0500-GET-KEY-START
           THRU    0500-GET-KEY-END.
           PERFORM 0600-FIND-PROFIL-START
                   DISPLAY "Identifiant inconnu du fichier des profils"
                   GO TO 0200-CHANGE-PROFIL-END
           END-IF.
           MOVE PROF-RECORD TO WS-PROF-IMAGE.
           DISPLAY "Profil actuel : " PROF-USER-ID " "
                   PROF-LANG " " PROF-ROLE " "
                   PROF-DEPT.
           PERFORM 0700-GET-LANG-START
           THRU    0700-GET-LANG-END.
           PERFORM 0800-GET-ROLE-START
           THRU    0800-GET-ROLE-END.
           PERFORM 0900-GET-DEPT-START
           THRU    0900-GET-DEPT-END.
      *Relecture du profil juste avant sa reecriture.
           PERFORM 0600-FIND-PROFIL-START
           THRU    0600-FIND-PROFIL-END.
           IF WS-FOUND NOT = "Y"
              OR PROF-RECORD NOT = WS-PROF-IMAGE
               THEN
                   DISPLAY "Profil modifie ou supprime depuis un "
                           "autre poste, modification abandonnee"
                   GO TO 0200-CHANGE-PROFIL-END
           END-IF.
           MOVE WS-WORK-LANG     TO PROF-LANG.
           MOVE WS-WORK-ROLE     TO PROF-ROLE.
           MOVE WS-WORK-DEPT     TO PROF-DEPT.
           REWRITE PROF-RECORD
               INVALID KEY
                   CONTINUE
           END-REWRITE.
           IF WS-PROF-FILE-STATUS NOT = "00"
               THEN
                   DISPLAY "Reecriture CALCPROF impossible, statut "
                           WS-PROF-FILE-STATUS
                   GO TO 0200-CHANGE-PROFIL-END
           END-IF.
           MOVE "C"           TO WS-AUDT-ACTION.
           MOVE PROF-USER-ID  TO WS-AUDT-KEY.
           MOVE WS-PROF-IMAGE TO WS-AUDT-BEFORE.
           MOVE PROF-RECORD   TO WS-AUDT-AFTER.
           PERFORM 3000-WRITE-AUDIT-START
           THRU    3000-WRITE-AUDIT-END.
           DISPLAY "Profil modifie".
           EXIT.
       0200-CHANGE-PROFIL-END.

       0300-DELETE-PROFIL-START.
      *Suppression d'un profil.
           PERFORM 0500-GET-KEY-START
           THRU    0500-GET-KEY-END.
           PERFORM 0600-FIND-PROFIL-START
                   DISPLAY "Suppression de son propre profil refusee"
                   GO TO 0300-DELETE-PROFIL-END
           END-IF.
           DELETE PROF-FILE RECORD
               INVALID KEY
                   CONTINUE
           END-DELETE.
           IF WS-PROF-FILE-STATUS NOT = "00"
               THEN
                   DISPLAY "Suppression CALCPROF impossible, statut "
                           WS-PROF-FILE-STATUS
                   GO TO 0300-DELETE-PROFIL-END
           END-IF.
           MOVE "D"          TO WS-AUDT-ACTION.
           MOVE PROF-USER-ID TO WS-AUDT-KEY.
           MOVE PROF-RECORD  TO WS-AUDT-BEFORE.
           MOVE SPACE        TO WS-AUDT-AFTER.
           PERFORM 3000-WRITE-AUDIT-START
           THRU    3000-WRITE-AUDIT-END.
           DISPLAY "Profil supprime".
           EXIT.
       0300-DELETE-PROFIL-END.

       0400-LIST-PROFILS-START.
      *Liste des profils sur la console, dans l'ordre des
      *identifiants.
           MOVE ZERO       TO WS-PROF-COUNT.
           MOVE LOW-VALUES TO PROF-USER-ID.
           MOVE "N"        TO WS-EOF.
           START PROF-FILE KEY IS NOT LESS THAN PROF-USER-ID
               INVALID KEY
                   MOVE "Y" TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = "Y"
               READ PROF-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF WS-PROF-COUNT = ZERO
                           THEN
                               DISPLAY "IDENTIF  LG ROLE SERVICE  "
                                       "MOT PASS ECH VERR"
                       END-IF
                       ADD 1 TO WS-PROF-COUNT
                       PERFORM 0410-LIST-PWD-START
                       THRU    0410-LIST-PWD-END
                       DISPLAY PROF-USER-ID " "
                               PROF-LANG " "
                               PROF-ROLE "    "
                               PROF-DEPT " "
                               WS-LIST-PWD " "
                               PROF-FAIL-COUNT "  "
                               PROF-LOCKED
               END-READ
           END-PERFORM.
           IF WS-PROF-COUNT = ZERO
               THEN
                   DISPLAY "Fichier des profils vide"
           END-IF.
           EXIT.
       0400-LIST-PROFILS-END.

       0410-LIST-PWD-START.
      *Etat du mot de passe a la liste : jamais l'empreinte, mais la
      *date du dernier changement, "PROVISOI" pour un mot de passe
      *provisoire ou "NON INIT" pour un profil sans mot de passe.
           EVALUATE TRUE
               WHEN PROF-PWD-HASH = SPACE
                   MOVE "NON INIT" TO WS-LIST-PWD
               WHEN PROF-PWD-DATE = "00000000"
                   MOVE "PROVISOI" TO WS-LIST-PWD
               WHEN OTHER
                   MOVE PROF-PWD-DATE TO WS-LIST-PWD
           END-EVALUATE.
           EXIT.
       0410-LIST-PWD-END.

       0500-GET-KEY-START.
      *Saisie de l'identifiant (en majuscules).
           MOVE SPACE TO WS-KEY-USER.
       0500-GET-KEY-END.

       0600-FIND-PROFIL-START.
      *Lecture directe du profil de l'identifiant saisi.
           MOVE "N"         TO WS-FOUND.
           MOVE WS-KEY-USER TO PROF-USER-ID.
           READ PROF-FILE
               KEY IS PROF-USER-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-FOUND
           END-READ.
           EXIT.
       0600-FIND-PROFIL-END.

           EXIT.
       0900-GET-DEPT-END.

       1000-OPEN-PROFILS-START.
      *Ouverture du fichier des profils en mise a jour ; un fichier
      *absent est cree vide. Un fichier sans administrateur muni
      *d'un mot de passe ouvre l'acces de mise en place.
           OPEN I-O PROF-FILE.
           IF WS-PROF-FILE-STATUS = "35" OR "05"
               THEN
                   DISPLAY "Fichier CALCPROF absent, il sera cree"
                   OPEN OUTPUT PROF-FILE
                   CLOSE       PROF-FILE
                   OPEN I-O    PROF-FILE
           END-IF.
           IF WS-PROF-FILE-STATUS NOT = "00"
               THEN
                   DISPLAY "Ouverture CALCPROF impossible, statut "
                           WS-PROF-FILE-STATUS
                   STOP RUN
           END-IF.
      *Pas de maintenance sans un journal CALCAUDT accessible, qui
      *est cree s'il est absent.
           OPEN EXTEND AUDT-FILE.
           IF WS-AUDT-FILE-STATUS = "35" OR "05"
               THEN
                   OPEN OUTPUT AUDT-FILE
           END-IF.
           IF WS-AUDT-FILE-STATUS NOT = "00"
               THEN
                   DISPLAY "Impossible d'ouvrir CALCAUDT, statut "
                           WS-AUDT-FILE-STATUS
                   CLOSE PROF-FILE
                   STOP RUN
           END-IF.
           CLOSE AUDT-FILE.
      *Recherche d'un profil de role maintenance muni d'un mot de
      *passe.
           MOVE "Y"        TO WS-SETUP.
           MOVE "N"        TO WS-EOF.
           MOVE LOW-VALUES TO PROF-USER-ID.
           START PROF-FILE KEY IS NOT LESS THAN PROF-USER-ID
               INVALID KEY
                   MOVE "Y" TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = "Y" OR WS-SETUP = "N"
               READ PROF-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF FUNCTION UPPER-CASE(PROF-ROLE) = "A"
                          AND PROF-PWD-HASH NOT = SPACE
                           THEN
                               MOVE "N" TO WS-SETUP
                       END-IF
               END-READ
           END-PERFORM.
           EXIT.
       1000-OPEN-PROFILS-END.

       2000-CLOSE-PROFILS-START.
      *Fermeture du fichier des profils en fin de session.
           CLOSE PROF-FILE.
           EXIT.
       2000-CLOSE-PROFILS-END.

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
           MOVE "CALCPROF"      TO AUDT-FILE-NAME.
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

       4000-RESET-PASSWORD-START.
      *Reinitialisation du mot de passe d'un profil par
      *l'administrateur : nouveau mot de passe provisoire, a changer
      *a la prochaine identification, compteur d'echecs a zero et
      *compte deverrouille.
           PERFORM 0500-GET-KEY-START
           THRU    0500-GET-KEY-END.
           PERFORM 0600-FIND-PROFIL-START
           THRU    0600-FIND-PROFIL-END.
           IF WS-FOUND NOT = "Y"
               THEN
                   DISPLAY "Identifiant inconnu du fichier des profils"
                   GO TO 4000-RESET-PASSWORD-END
           END-IF.
           PERFORM 4200-GET-PASSWORD-START
           THRU    4200-GET-PASSWORD-END.
      *Relecture du profil juste avant sa reecriture.
           PERFORM 0600-FIND-PROFIL-START
           THRU    0600-FIND-PROFIL-END.
           IF WS-FOUND NOT = "Y"
               THEN
                   DISPLAY "Profil supprime depuis un autre poste, "
                           "reinitialisation abandonnee"
                   GO TO 4000-RESET-PASSWORD-END
           END-IF.
           MOVE PROF-RECORD      TO WS-PROF-IMAGE.
           MOVE WS-WORK-HASH     TO PROF-PWD-HASH.
           MOVE "00000000"       TO PROF-PWD-DATE.
           MOVE ZERO             TO PROF-FAIL-COUNT.
           MOVE "N"              TO PROF-LOCKED.
           REWRITE PROF-RECORD
               INVALID KEY
                   CONTINUE
           END-REWRITE.
           IF WS-PROF-FILE-STATUS NOT = "00"
               THEN
                   DISPLAY "Reecriture CALCPROF impossible, statut "
                           WS-PROF-FILE-STATUS
                   GO TO 4000-RESET-PASSWORD-END
           END-IF.
           MOVE "C"           TO WS-AUDT-ACTION.
           MOVE PROF-USER-ID  TO WS-AUDT-KEY.
           MOVE WS-PROF-IMAGE TO WS-AUDT-BEFORE.
           MOVE PROF-RECORD   TO WS-AUDT-AFTER.
           PERFORM 3000-WRITE-AUDIT-START
           THRU    3000-WRITE-AUDIT-END.
           MOVE PROF-USER-ID  TO WS-ACC-USER-ID.
           MOVE "RI"          TO WS-ACC-EVENT.
           MOVE SPACE         TO WS-ACC-LIB.
           STRING "REINITIALISE PAR " DELIMITED BY SIZE
                  WS-USER-ID          DELIMITED BY SPACE
                  INTO WS-ACC-LIB
           END-STRING.
           PERFORM 4300-LOG-SECU-START
           THRU    4300-LOG-SECU-END.
           DISPLAY "Mot de passe reinitialise, a changer a la "
                   "prochaine identification".
           EXIT.
       4000-RESET-PASSWORD-END.

       4100-UNLOCK-PROFIL-START.
      *Deverrouillage d'un compte par l'administrateur : le mot de
      *passe est conserve, le compteur d'echecs repart de zero.
           PERFORM 0500-GET-KEY-START
           THRU    0500-GET-KEY-END.
           PERFORM 0600-FIND-PROFIL-START
           THRU    0600-FIND-PROFIL-END.
           IF WS-FOUND NOT = "Y"
               THEN
                   DISPLAY "Identifiant inconnu du fichier des profils"
                   GO TO 4100-UNLOCK-PROFIL-END
           END-IF.
           IF PROF-LOCKED NOT = "Y"
              AND PROF-FAIL-COUNT = ZERO
               THEN
                   DISPLAY "Ce compte n'est pas verrouille"
                   GO TO 4100-UNLOCK-PROFIL-END
           END-IF.
           MOVE PROF-RECORD      TO WS-PROF-IMAGE.
           MOVE ZERO             TO PROF-FAIL-COUNT.
           MOVE "N"              TO PROF-LOCKED.
           REWRITE PROF-RECORD
               INVALID KEY
                   CONTINUE
           END-REWRITE.
           IF WS-PROF-FILE-STATUS NOT = "00"
               THEN
                   DISPLAY "Reecriture CALCPROF impossible, statut "
                           WS-PROF-FILE-STATUS
                   GO TO 4100-UNLOCK-PROFIL-END
           END-IF.
           MOVE "C"           TO WS-AUDT-ACTION.
           MOVE PROF-USER-ID  TO WS-AUDT-KEY.
           MOVE WS-PROF-IMAGE TO WS-AUDT-BEFORE.
           MOVE PROF-RECORD   TO WS-AUDT-AFTER.
           PERFORM 3000-WRITE-AUDIT-START
           THRU    3000-WRITE-AUDIT-END.
           MOVE PROF-USER-ID  TO WS-ACC-USER-ID.
           MOVE "DV"          TO WS-ACC-EVENT.
           MOVE SPACE         TO WS-ACC-LIB.
           STRING "DEVERROUILLE PAR " DELIMITED BY SIZE
                  WS-USER-ID          DELIMITED BY SPACE
                  INTO WS-ACC-LIB
           END-STRING.
           PERFORM 4300-LOG-SECU-START
           THRU    4300-LOG-SECU-END.
           DISPLAY "Compte deverrouille".
           EXIT.
       4100-UNLOCK-PROFIL-END.

       4200-GET-PASSWORD-START.
      *Saisie controlee du mot de passe provisoire (6 a 16
      *caracteres) communique a l'utilisateur ; seule son empreinte,
      *calculee par CalcAcces pour l'identifiant saisi, est
      *conservee.
           MOVE SPACE TO WS-VALUE-OK.
           PERFORM UNTIL WS-VALUE-OK = "Y"
               DISPLAY "Entrez le mot de passe provisoire (6 a 16 "
                       "caracteres)"
               ACCEPT WS-SAISIE
               MOVE ZERO TO WS-SPACES
               INSPECT WS-SAISIE(1:6) TALLYING WS-SPACES FOR ALL SPACE
               IF WS-SPACES = ZERO
                  AND WS-SAISIE(17:14) = SPACES
                   THEN
                       MOVE "Y" TO WS-VALUE-OK
                   ELSE
                       DISPLAY "Longueur invalide, veuillez "
                               "recommencer"
               END-IF
           END-PERFORM.
           MOVE "H"              TO WS-ACC-FONCTION.
           MOVE WS-KEY-USER      TO WS-ACC-USER-ID.
           MOVE WS-SAISIE(1:16)  TO WS-ACC-SECRET.
           CALL "CalcAcces" USING WS-ACC-AREA.
           MOVE WS-ACC-HASH      TO WS-WORK-HASH.
           MOVE SPACE            TO WS-SAISIE.
           EXIT.
       4200-GET-PASSWORD-END.

       4300-LOG-SECU-START.
      *Evenement porte au journal de securite par CalcAcces pour le
      *compte WS-ACC-USER-ID (evenement et libelle places par
      *l'appelant).
           MOVE "L" TO WS-ACC-FONCTION.
           CALL "CalcAcces" USING WS-ACC-AREA.
           EXIT.
       4300-LOG-SECU-END.
