       IDENTIFICATION DIVISION.
       PROGRAM-ID. CalcAcces.
       AUTHOR. Terry.

      *Controle d'acces commun, appele (CALL "CalcAcces") par tous
      *les programmes qui identifient un operateur : Calcul, Calcul2,
      *CalcTaux, CalcProfil, CalcAjust et CalcCloture. Le mot de
      *passe n'est jamais conserve en clair : CALCPROF n'en garde
      *qu'une empreinte calculee ici a partir de l'identifiant et du
      *mot de passe. Ce module est le seul a comparer les empreintes
      *et le seul a ecrire le journal de securite CALCSECU.
      *
      *Fonctions : "S" identification (saisie du mot de passe,
      *compteur d'echecs, verrouillage, changement d'un mot de passe
      *expire), "H" calcul de l'empreinte d'un mot de passe pour
      *CalcProfil, "L" ecriture d'un evenement au journal de
      *securite (refus de role...).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROF-FILE ASSIGN TO "CALCPROF"
               ORGANIZATION  IS INDEXED
               ACCESS MODE   IS RANDOM
               RECORD KEY    IS PROF-USER-ID
               FILE STATUS   IS WS-PROF-FILE-STATUS.

           SELECT SECU-FILE ASSIGN TO "CALCSECU"
               ORGANIZATION  IS LINE SEQUENTIAL
               FILE STATUS   IS WS-SECU-FILE-STATUS.

           SELECT PARM-FILE ASSIGN TO "CALCPARM"
               ORGANIZATION  IS LINE SEQUENTIAL
               FILE STATUS   IS WS-PARM-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *Profils des utilisateurs. Entretenu par CalcProfil ; meme
      *disposition que dans ce programme puisque le fichier est
      *partage.
       FD  PROF-FILE.
       01  PROF-RECORD.
           05  PROF-USER-ID     PIC X(08).
           05  PROF-SEP1        PIC X(01).
           05  PROF-LANG        PIC X(02).
           05  PROF-SEP2        PIC X(01).
           05  PROF-ROLE        PIC X(01).
           05  PROF-SEP3        PIC X(01).
           05  PROF-DEPT        PIC X(08).
      *Empreinte du mot de passe (a blanc : mot de passe non
      *initialise), date de son dernier changement ("00000000" :
      *mot de passe provisoire a changer a la prochaine
      *identification), echecs consecutifs et verrouillage.
           05  PROF-SEP4        PIC X(01).
           05  PROF-PWD-HASH    PIC X(20).
           05  PROF-SEP5        PIC X(01).
           05  PROF-PWD-DATE    PIC X(08).
           05  PROF-SEP6        PIC X(01).
           05  PROF-FAIL-COUNT  PIC 9(02).
           05  PROF-SEP7        PIC X(01).
           05  PROF-LOCKED      PIC X(01).

      *Journal de securite : une ligne ajoutee par echec
      *d'identification, verrouillage, refus de role ou action de
      *l'administrateur sur un compte. Le fichier n'est jamais
      *reecrit ; il est exploite par CalcSecu. Meme disposition
      *que dans CalcSecu.
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
      *Evenement : "IN" identifiant inconnu, "MP" mot de passe
      *errone, "VR" verrouillage, "CV" tentative sur un compte
      *verrouille, "NI" mot de passe non initialise, "EX" mot de
      *passe expire non change, "RR" role refuse, "RI" mot de passe
      *reinitialise, "DV" compte deverrouille.
           05  SECU-EVENT       PIC X(02).
           05  SECU-SEP5        PIC X(01).
           05  SECU-LIB         PIC X(30).

      *Parametres de l'atelier. La premiere ligne porte la
      *politique d'arrondi, lue par les calculatrices ; la ligne
      *"SECU" porte le nombre d'echecs avant verrouillage et la
      *duree de validite du mot de passe en jours (000 : sans
      *expiration).
       FD  PARM-FILE
           RECORDING MODE IS F.
       01  PARM-RECORD.
           05  PARM-ROUND-RULE  PIC X(05).
           05  PARM-SEP1        PIC X(01).
           05  PARM-DECIMALS    PIC 9(01).
       01  PARM-SECU-RECORD.
           05  PARM-SECU-CODE   PIC X(05).
           05  PARM-SECU-SEP1   PIC X(01).
           05  PARM-MAX-FAIL    PIC 9(02).
           05  PARM-SECU-SEP2   PIC X(01).
           05  PARM-PWD-DAYS    PIC 9(03).

       WORKING-STORAGE SECTION.

      *Variables de statut des fichiers.
       01  WS-PROF-FILE-STATUS  PIC X(02)       VALUE "00".
       01  WS-SECU-FILE-STATUS  PIC X(02)       VALUE "00".
       01  WS-PARM-FILE-STATUS  PIC X(02)       VALUE "00".
       01  WS-EOF               PIC X(01)       VALUE "N".
       01  WS-FOUND             PIC X(01)       VALUE "N".

      *Parametres de securite : sans ligne "SECU" dans CALCPARM, le
      *compte est verrouille au 5e echec et le mot de passe expire
      *apres 90 jours.
       01  WS-MAX-FAIL          PIC 9(02)       VALUE 5.
       01  WS-PWD-DAYS          PIC 9(03)       VALUE 90.

      *Evenement a porter au journal de securite.
       01  WS-SECU-EVENT        PIC X(02)       VALUE SPACE.
       01  WS-SECU-LIB          PIC X(30)       VALUE SPACE.
       01  WS-SECU-DATE         PIC 9(08)       VALUE ZERO.
       01  WS-SECU-TIME         PIC 9(08)       VALUE ZERO.
       01  WS-FAIL-ED           PIC Z9          VALUE ZERO.

      *Saisies du mot de passe, effacees avant le retour a
      *l'appelant.
       01  WS-SAISIE            PIC X(30)       VALUE SPACE.
       01  WS-NEW-PWD           PIC X(30)       VALUE SPACE.
       01  WS-CONFIRM-PWD       PIC X(30)       VALUE SPACE.
       01  WS-SPACES            PIC 9(02)       VALUE ZERO.
       01  WS-TRIES             PIC 9(01)       VALUE ZERO.
       01  WS-CHANGE-OK         PIC X(01)       VALUE "N".

      *Age du mot de passe en jours a la date du jour.
       01  WS-TODAY             PIC 9(08)       VALUE ZERO.
       01  WS-PWD-DATE-N        PIC 9(08)       VALUE ZERO.
       01  WS-PWD-AGE           PIC S9(09)      VALUE ZERO.
       01  WS-EXPIRED           PIC X(01)       VALUE "N".

      *Calcul de l'empreinte : identifiant (sel) et mot de passe
      *brasses sur plusieurs tours par deux sommes modulo deux
      *grands nombres premiers. L'empreinte est la juxtaposition
      *des deux sommes.
       01  WS-HASH-INPUT        PIC X(24)       VALUE SPACE.
       01  WS-HASH-SECRET       PIC X(16)       VALUE SPACE.
       01  WS-HASH-RESULT.
           05  WS-HASH-R1       PIC 9(10)       VALUE ZERO.
           05  WS-HASH-R2       PIC 9(10)       VALUE ZERO.
       01  WS-HASH-WORK         PIC 9(18)       VALUE ZERO.
       01  WS-HASH-QUOT         PIC 9(18)       VALUE ZERO.
       01  WS-HASH-H1           PIC 9(10)       VALUE ZERO.
       01  WS-HASH-H2           PIC 9(10)       VALUE ZERO.
       01  WS-HASH-CODE         PIC 9(03)       VALUE ZERO.
       01  WS-HASH-ROUND        PIC 9(03)       VALUE ZERO.
       01  WS-HASH-K            PIC 9(02)       VALUE ZERO.

       LINKAGE SECTION.
      *Zone d'echange avec l'appelant. Meme disposition que la zone
      *WS-ACC-AREA des programmes appelants.
       01  ACC-AREA.
      *Fonction demandee : "S" identification, "H" empreinte de
      *ACC-SECRET pour ACC-USER-ID, "L" evenement ACC-EVENT /
      *ACC-LIB au journal de securite.
           05  ACC-FONCTION     PIC X(01).
           05  ACC-USER-ID      PIC X(08).
           05  ACC-PROGRAM      PIC X(13).
           05  ACC-SECRET       PIC X(16).
           05  ACC-HASH         PIC X(20).
           05  ACC-EVENT        PIC X(02).
           05  ACC-LIB          PIC X(30).
      *Profil rendu apres une identification reussie.
           05  ACC-LANG         PIC X(02).
           05  ACC-ROLE         PIC X(01).
           05  ACC-DEPT         PIC X(08).
      *Compte rendu : "00" acces accorde (ou fonction faite), "IN"
      *identifiant inconnu, "MP" mot de passe errone, "VR" compte
      *verrouille, "NI" mot de passe non initialise, "EX" mot de
      *passe expire non change, "FI" fichier inaccessible.
           05  ACC-STATUS       PIC X(02).
               88  ACC-OK                       VALUE "00".
               88  ACC-INCONNU                  VALUE "IN".
               88  ACC-REFUSE                   VALUE "MP".
               88  ACC-VERROUILLE               VALUE "VR".
               88  ACC-NON-INIT                 VALUE "NI".
               88  ACC-EXPIRE                   VALUE "EX".
               88  ACC-FICHIER                  VALUE "FI".

       PROCEDURE DIVISION USING ACC-AREA.

           SET ACC-OK TO TRUE.
           EVALUATE ACC-FONCTION
               WHEN "S"
                   PERFORM 0100-SIGNON-START
                   THRU    0100-SIGNON-END
               WHEN "H"
                   MOVE ACC-SECRET TO WS-HASH-SECRET
                   PERFORM 0800-HASH-START
                   THRU    0800-HASH-END
                   MOVE WS-HASH-RESULT TO ACC-HASH
               WHEN "L"
                   MOVE ACC-EVENT TO WS-SECU-EVENT
                   MOVE ACC-LIB   TO WS-SECU-LIB
                   PERFORM 0500-LOG-EVENT-START
                   THRU    0500-LOG-EVENT-END
           END-EVALUATE.

      *Aucun mot de passe ne reste en memoire apres l'appel.
           MOVE SPACE TO ACC-SECRET.
           MOVE SPACE TO WS-SAISIE.
           MOVE SPACE TO WS-NEW-PWD.
           MOVE SPACE TO WS-CONFIRM-PWD.
           MOVE SPACE TO WS-HASH-SECRET.
           MOVE SPACE TO WS-HASH-INPUT.
           GOBACK.

      ******************************************************************

       0100-SIGNON-START.
      *Identification de l'operateur ACC-USER-ID : le profil est lu
      *et mis a jour (compteur d'echecs, verrouillage, nouveau mot de
      *passe) dans la meme ouverture de CALCPROF. Les messages sont
      *bilingues en dur car ils precedent le chargement de CALCMSG.
           MOVE SPACE TO ACC-LANG.
           MOVE SPACE TO ACC-ROLE.
           MOVE SPACE TO ACC-DEPT.
           PERFORM 0900-LOAD-PARM-START
           THRU    0900-LOAD-PARM-END.
           OPEN I-O PROF-FILE.
           IF WS-PROF-FILE-STATUS NOT = "00"
               THEN
                   DISPLAY "Fichier CALCPROF introuvable / CALCPROF "
                           "file not found"
                   SET ACC-FICHIER TO TRUE
                   GO TO 0100-SIGNON-END
           END-IF.
           PERFORM 0200-CHECK-PASSWORD-START
           THRU    0200-CHECK-PASSWORD-END.
           CLOSE PROF-FILE.
           EXIT.
       0100-SIGNON-END.

       0200-CHECK-PASSWORD-START.
      *Lecture directe du profil. Le mot de passe est demande meme
      *pour un identifiant inconnu, et le meme message repond a un
      *identifiant inconnu et a un mot de passe errone, pour ne pas
      *renseigner sur les identifiants existants.
           MOVE "N"         TO WS-FOUND.
           MOVE ACC-USER-ID TO PROF-USER-ID.
           READ PROF-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-FOUND
           END-READ.
           DISPLAY "Entrez votre mot de passe / Enter your password".
           ACCEPT WS-SAISIE.

           IF WS-FOUND NOT = "Y"
               THEN
                   DISPLAY "Identifiant ou mot de passe incorrect / "
                           "Wrong user id or password"
                   MOVE "IN" TO WS-SECU-EVENT
                   MOVE "IDENTIFIANT INCONNU" TO WS-SECU-LIB
                   PERFORM 0500-LOG-EVENT-START
                   THRU    0500-LOG-EVENT-END
                   SET ACC-INCONNU TO TRUE
                   GO TO 0200-CHECK-PASSWORD-END
           END-IF.

      *Un compte verrouille est refuse meme avec le bon mot de
      *passe, jusqu'au deverrouillage par l'administrateur.
           IF PROF-LOCKED = "Y"
               THEN
                   DISPLAY "Compte verrouille, voir l'administrateur / "
                           "Account locked, see the administrator"
                   MOVE "CV" TO WS-SECU-EVENT
                   MOVE "ACCES A UN COMPTE VERROUILLE" TO WS-SECU-LIB
                   PERFORM 0500-LOG-EVENT-START
                   THRU    0500-LOG-EVENT-END
                   SET ACC-VERROUILLE TO TRUE
                   GO TO 0200-CHECK-PASSWORD-END
           END-IF.

           IF PROF-PWD-HASH = SPACE
               THEN
                   DISPLAY "Mot de passe non initialise, voir "
                           "l'administrateur / Password not set, see "
                           "the administrator"
                   MOVE "NI" TO WS-SECU-EVENT
                   MOVE "MOT DE PASSE NON INITIALISE" TO WS-SECU-LIB
                   PERFORM 0500-LOG-EVENT-START
                   THRU    0500-LOG-EVENT-END
                   SET ACC-NON-INIT TO TRUE
                   GO TO 0200-CHECK-PASSWORD-END
           END-IF.

      *Comparaison des empreintes ; un mot de passe saisi au-dela de
      *16 caracteres ne peut pas etre le bon.
           MOVE WS-SAISIE(1:16) TO WS-HASH-SECRET.
           PERFORM 0800-HASH-START
           THRU    0800-HASH-END.
           IF PROF-FAIL-COUNT NOT NUMERIC
               THEN
                   MOVE ZERO TO PROF-FAIL-COUNT
           END-IF.
           IF WS-HASH-RESULT NOT = PROF-PWD-HASH
              OR WS-SAISIE(17:14) NOT = SPACE
               THEN
                   PERFORM 0300-FAILED-START
                   THRU    0300-FAILED-END
                   GO TO 0200-CHECK-PASSWORD-END
           END-IF.

      *Mot de passe reconnu : le compteur d'echecs repart de zero,
      *puis un mot de passe provisoire ou expire doit etre change
      *avant d'acceder au programme.
           MOVE ZERO TO PROF-FAIL-COUNT.
           PERFORM 0400-CHECK-EXPIRY-START
           THRU    0400-CHECK-EXPIRY-END.
           IF WS-EXPIRED = "Y"
               THEN
                   PERFORM 0600-CHANGE-PASSWORD-START
                   THRU    0600-CHANGE-PASSWORD-END
           END-IF.
           REWRITE PROF-RECORD
               INVALID KEY
                   CONTINUE
           END-REWRITE.
           IF WS-PROF-FILE-STATUS NOT = "00"
               THEN
                   DISPLAY "Reecriture CALCPROF impossible / CALCPROF "
                           "update failed " WS-PROF-FILE-STATUS
                   SET ACC-FICHIER TO TRUE
                   GO TO 0200-CHECK-PASSWORD-END
           END-IF.
           IF WS-EXPIRED = "Y"
              AND WS-CHANGE-OK NOT = "Y"
               THEN
                   MOVE "EX" TO WS-SECU-EVENT
                   MOVE "MOT DE PASSE EXPIRE NON CHANGE"
                       TO WS-SECU-LIB
                   PERFORM 0500-LOG-EVENT-START
                   THRU    0500-LOG-EVENT-END
                   SET ACC-EXPIRE TO TRUE
                   GO TO 0200-CHECK-PASSWORD-END
           END-IF.

           MOVE FUNCTION UPPER-CASE(PROF-LANG) TO ACC-LANG.
           MOVE FUNCTION UPPER-CASE(PROF-ROLE) TO ACC-ROLE.
           MOVE PROF-DEPT                      TO ACC-DEPT.
           EXIT.
       0200-CHECK-PASSWORD-END.

       0300-FAILED-START.
      *Echec d'identification : un echec de plus au profil, et
      *verrouillage du compte quand le seuil de CALCPARM est
      *atteint.
           ADD 1 TO PROF-FAIL-COUNT
               ON SIZE ERROR
                   MOVE 99 TO PROF-FAIL-COUNT
           END-ADD.
           MOVE PROF-FAIL-COUNT TO WS-FAIL-ED.
           IF PROF-FAIL-COUNT NOT < WS-MAX-FAIL
               THEN
                   MOVE "Y" TO PROF-LOCKED
           END-IF.
           REWRITE PROF-RECORD
               INVALID KEY
                   CONTINUE
           END-REWRITE.
           MOVE "MP" TO WS-SECU-EVENT.
           MOVE SPACE TO WS-SECU-LIB.
           STRING "MOT DE PASSE ERRONE, ECHEC " DELIMITED BY SIZE
                  WS-FAIL-ED                    DELIMITED BY SIZE
                  INTO WS-SECU-LIB
           END-STRING.
           PERFORM 0500-LOG-EVENT-START
           THRU    0500-LOG-EVENT-END.
           IF PROF-LOCKED = "Y"
               THEN
                   DISPLAY "Compte verrouille, voir l'administrateur / "
                           "Account locked, see the administrator"
                   MOVE "VR" TO WS-SECU-EVENT
                   MOVE SPACE TO WS-SECU-LIB
                   STRING "VERROUILLAGE APRES "      DELIMITED BY SIZE
                          WS-FAIL-ED                 DELIMITED BY SIZE
                          " ECHECS"                  DELIMITED BY SIZE
                          INTO WS-SECU-LIB
                   END-STRING
                   PERFORM 0500-LOG-EVENT-START
                   THRU    0500-LOG-EVENT-END
                   SET ACC-VERROUILLE TO TRUE
               ELSE
                   DISPLAY "Identifiant ou mot de passe incorrect / "
                           "Wrong user id or password"
                   SET ACC-REFUSE TO TRUE
           END-IF.
           EXIT.
       0300-FAILED-END.

       0400-CHECK-EXPIRY-START.
      *Un mot de passe provisoire ("00000000", pose par
      *l'administrateur) est toujours a changer ; sinon il expire
      *au-dela de la duree de validite de CALCPARM.
           MOVE "N" TO WS-EXPIRED.
           IF PROF-PWD-DATE NOT NUMERIC
              OR PROF-PWD-DATE = "00000000"
               THEN
                   DISPLAY "Mot de passe provisoire, a changer / "
                           "Temporary password, please change it"
                   MOVE "Y" TO WS-EXPIRED
                   GO TO 0400-CHECK-EXPIRY-END
           END-IF.
           IF WS-PWD-DAYS = ZERO
               THEN
                   GO TO 0400-CHECK-EXPIRY-END
           END-IF.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           MOVE PROF-PWD-DATE TO WS-PWD-DATE-N.
           COMPUTE WS-PWD-AGE =
                   FUNCTION INTEGER-OF-DATE(WS-TODAY)
                   - FUNCTION INTEGER-OF-DATE(WS-PWD-DATE-N).
           IF WS-PWD-AGE > WS-PWD-DAYS
               THEN
                   DISPLAY "Mot de passe expire, a changer / "
                           "Password expired, please change it"
                   MOVE "Y" TO WS-EXPIRED
           END-IF.
           EXIT.
       0400-CHECK-EXPIRY-END.

       0500-LOG-EVENT-START.
      *Ajoute l'evenement WS-SECU-EVENT / WS-SECU-LIB au journal de
      *securite, pour l'identifiant et le programme appelant. Le
      *journal est cree s'il est absent.
           OPEN EXTEND SECU-FILE.
           IF WS-SECU-FILE-STATUS = "35" OR "05"
               THEN
                   OPEN OUTPUT SECU-FILE
           END-IF.
           IF WS-SECU-FILE-STATUS NOT = "00"
               THEN
                   DISPLAY "Impossible d'ecrire CALCSECU / Cannot "
                           "write CALCSECU " WS-SECU-FILE-STATUS
                   IF ACC-OK
                       THEN
                           SET ACC-FICHIER TO TRUE
                   END-IF
                   GO TO 0500-LOG-EVENT-END
           END-IF.
           ACCEPT WS-SECU-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-SECU-TIME FROM TIME.
           MOVE WS-SECU-DATE    TO SECU-DATE.
           MOVE SPACE           TO SECU-SEP1.
           MOVE WS-SECU-TIME    TO SECU-TIME.
           MOVE SPACE           TO SECU-SEP2.
           MOVE ACC-USER-ID     TO SECU-USER-ID.
           MOVE SPACE           TO SECU-SEP3.
           MOVE ACC-PROGRAM     TO SECU-PROGRAM.
           MOVE SPACE           TO SECU-SEP4.
           MOVE WS-SECU-EVENT   TO SECU-EVENT.
           MOVE SPACE           TO SECU-SEP5.
           MOVE WS-SECU-LIB     TO SECU-LIB.
           WRITE SECU-RECORD.
           CLOSE SECU-FILE.
           EXIT.
       0500-LOG-EVENT-END.

       0600-CHANGE-PASSWORD-START.
      *Changement du mot de passe, trois essais au plus. Le nouveau
      *mot de passe (6 a 16 caracteres, different de l'ancien) est
      *saisi deux fois ; son empreinte et la date du jour sont
      *portees au profil, reecrit par l'appelant.
           MOVE "N"  TO WS-CHANGE-OK.
           MOVE ZERO TO WS-TRIES.
           PERFORM 0610-NEW-PASSWORD-START
           THRU    0610-NEW-PASSWORD-END
               UNTIL WS-CHANGE-OK = "Y" OR WS-TRIES = 3.
           IF WS-CHANGE-OK = "Y"
               THEN
                   ACCEPT WS-TODAY FROM DATE YYYYMMDD
                   MOVE WS-HASH-RESULT TO PROF-PWD-HASH
                   MOVE WS-TODAY       TO PROF-PWD-DATE
                   DISPLAY "Mot de passe change / Password changed"
               ELSE
                   DISPLAY "Mot de passe non change, acces refuse / "
                           "Password not changed, access denied"
           END-IF.
           EXIT.
       0600-CHANGE-PASSWORD-END.

       0610-NEW-PASSWORD-START.
      *Une saisie du nouveau mot de passe et de sa confirmation.
           ADD 1 TO WS-TRIES.
           DISPLAY "Nouveau mot de passe (6 a 16 caracteres) / "
                   "New password (6 to 16 characters)".
           ACCEPT WS-NEW-PWD.
           DISPLAY "Confirmez le mot de passe / Confirm the password".
           ACCEPT WS-CONFIRM-PWD.
           MOVE ZERO TO WS-SPACES.
           INSPECT WS-NEW-PWD(1:6) TALLYING WS-SPACES FOR ALL SPACE.
           IF WS-SPACES NOT = ZERO
              OR WS-NEW-PWD(17:14) NOT = SPACE
               THEN
                   DISPLAY "Longueur invalide / Invalid length"
                   GO TO 0610-NEW-PASSWORD-END
           END-IF.
           IF WS-CONFIRM-PWD NOT = WS-NEW-PWD
               THEN
                   DISPLAY "Confirmation differente / Confirmation "
                           "does not match"
                   GO TO 0610-NEW-PASSWORD-END
           END-IF.
           MOVE WS-NEW-PWD(1:16) TO WS-HASH-SECRET.
           PERFORM 0800-HASH-START
           THRU    0800-HASH-END.
           IF WS-HASH-RESULT = PROF-PWD-HASH
               THEN
                   DISPLAY "Le nouveau mot de passe doit etre "
                           "different / The new password must differ"
                   GO TO 0610-NEW-PASSWORD-END
           END-IF.
           MOVE "Y" TO WS-CHANGE-OK.
           EXIT.
       0610-NEW-PASSWORD-END.

       0800-HASH-START.
      *Empreinte de WS-HASH-SECRET salee par ACC-USER-ID : deux
      *sommes ponderees des codes des caracteres, reduites modulo
      *999999937 et 999999929, sur 50 tours. Le meme mot de passe
      *donne une empreinte differente pour deux identifiants.
           MOVE ACC-USER-ID    TO WS-HASH-INPUT(1:8).
           MOVE WS-HASH-SECRET TO WS-HASH-INPUT(9:16).
           MOVE 5381           TO WS-HASH-H1.
           MOVE 52711          TO WS-HASH-H2.
           PERFORM VARYING WS-HASH-ROUND FROM 1 BY 1
                   UNTIL WS-HASH-ROUND > 50
               PERFORM VARYING WS-HASH-K FROM 1 BY 1
                       UNTIL WS-HASH-K > 24
                   COMPUTE WS-HASH-CODE =
                           FUNCTION ORD(WS-HASH-INPUT(WS-HASH-K:1))
                   COMPUTE WS-HASH-WORK = WS-HASH-H1 * 131
                           + WS-HASH-CODE + WS-HASH-ROUND
                   DIVIDE WS-HASH-WORK BY 999999937
                       GIVING WS-HASH-QUOT
                       REMAINDER WS-HASH-H1
                   COMPUTE WS-HASH-WORK = WS-HASH-H2 * 257
                           + WS-HASH-CODE * WS-HASH-K + WS-HASH-H1
                   DIVIDE WS-HASH-WORK BY 999999929
                       GIVING WS-HASH-QUOT
                       REMAINDER WS-HASH-H2
               END-PERFORM
           END-PERFORM.
           MOVE WS-HASH-H1 TO WS-HASH-R1.
           MOVE WS-HASH-H2 TO WS-HASH-R2.
           EXIT.
       0800-HASH-END.

       0900-LOAD-PARM-START.
      *Lecture de la ligne "SECU" de CALCPARM ; sans fichier ou sans
      *ligne valide, les valeurs par defaut s'appliquent.
           OPEN INPUT PARM-FILE.
           IF WS-PARM-FILE-STATUS NOT = "00"
               THEN
                   GO TO 0900-LOAD-PARM-END
           END-IF.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ PARM-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF PARM-SECU-CODE = "SECU"
                           THEN
                               IF PARM-MAX-FAIL IS NUMERIC
                                  AND PARM-MAX-FAIL > ZERO
                                   THEN
                                       MOVE PARM-MAX-FAIL
                                           TO WS-MAX-FAIL
                               END-IF
                               IF PARM-PWD-DAYS IS NUMERIC
                                   THEN
                                       MOVE PARM-PWD-DAYS
                                           TO WS-PWD-DAYS
                               END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PARM-FILE.
           EXIT.
       0900-LOAD-PARM-END.
