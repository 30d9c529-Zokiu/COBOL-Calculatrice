                   WITH DUPLICATES
               FILE STATUS   IS WS-HIST-FILE-STATUS.

           SELECT MSG-FILE ASSIGN TO "CALCMSG"
               ORGANIZATION  IS LINE SEQUENTIAL
               FILE STATUS   IS WS-MSG-FILE-STATUS.
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

      *Messages utilisateur externalises, un enregistrement par
      *message et par langue (FR/EN), cle : langue + numero.
      *service de son profil, horodatage, et lot conventionnel
      *identifiant ce programme dans l'historique partage.
       01  WS-HIST-FILE-STATUS   PIC X(02)        VALUE "00".
       01  WS-HIST-WRITTEN       PIC X(01)        VALUE "N".
       01  WS-USER-ID            PIC X(08)        VALUE SPACE.
       01  WS-DEPT               PIC X(08)        VALUE SPACE.
       01  WS-MSG-FILE-STATUS    PIC X(02)        VALUE "00".
       01  WS-MSG-EOF            PIC X(01)        VALUE "N".
       01  WS-LANG               PIC X(02)        VALUE "FR".
       01  WS-MSG-I              PIC 9(04)        VALUE ZERO.
       01  WS-MSG-TABLE.
           05  WS-MSG OCCURS 99 TIMES PIC X(60).
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

      *Zone d'echange avec le controle d'acces commun CalcAcces,
      *seul detenteur des mots de passe et du journal de securite.
      *Meme disposition que dans CalcAcces puisque la zone est
      *partagee.
       01  WS-ACC-AREA.
           05  WS-ACC-FONCTION  PIC X(01)       VALUE "S".
           05  WS-ACC-USER-ID   PIC X(08)       VALUE SPACE.
           05  WS-ACC-PROGRAM   PIC X(13)       VALUE "Calcul".
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
      *lecteur de CALCLIM. Meme disposition que dans CalcLimite
      *puisque la zone est partagee.
       01  WS-LIM-AREA.
           05  WS-LIM-DEPT      PIC X(08)       VALUE SPACE.
           05  WS-LIM-OPERATOR  PIC X(01)       VALUE SPACE.
           05  WS-LIM-TOTAL     PIC S9(20)v9(03) VALUE ZERO.
           05  WS-LIM-MAX       PIC 9(15)v9(02) VALUE ZERO.
           05  WS-LIM-STATUS    PIC X(02)       VALUE "00".
               88  LIM-DANS-PLAFOND             VALUE "00".
               88  LIM-EN-ATTENTE               VALUE "AT".
       01  WS-LIM-MAX-ED         PIC Z(14)9.99    VALUE ZERO.

      *Variables du point de reprise.
       01  WS-CHKPT-FILE-STATUS  PIC X(02)        VALUE "00".
           ACCEPT WS-USER-ID.
           MOVE FUNCTION UPPER-CASE(WS-USER-ID) TO WS-USER-ID.

      *Identification de l'operateur (identifiant et mot de passe,
      *tout refus arrete le programme), langue du profil puis
      *chargement des messages utilisateur dans cette langue.
           PERFORM 0975-READ-PROFILE-START
           THRU    0975-READ-PROFILE-END.
           PERFORM 0950-GET-NUMBER-START
           THRU    0950-GET-NUMBER-END
           MOVE WS-SAISIE-NUMB TO WS-NUMB2.
      *Calcul confie au moteur commun, sur l'operation posee selon
      *la convention de l'historique partage.
           MOVE WS-NUMB1 TO WS-HIST-N1.
           MOVE "+"      TO WS-HIST-OP.
           MOVE WS-NUMB2 TO WS-HIST-N2.
           PERFORM 0960-CALCUL-START
           THRU    0960-CALCUL-END.
      *Seule une operation acceptee par le moteur compte dans le
      *total de controle.
           IF MOT-CALC-OK
               THEN
                   ADD 1 TO WS-CTL-COUNT
           END-IF.
           COMPUTE WS-CTL-GRAND-TOTAL = WS-CTL-GRAND-TOTAL + WS-TOTAL
                                                   - WS-CTL-PREV-TOTAL.
      *Conserve l'operation dans l'historique persistant partage.
           PERFORM 0940-WRITE-HIST-START
           THRU    0940-WRITE-HIST-END.
           PERFORM 0800-CHECKPOINT-START
                       PERFORM 0950-GET-NUMBER-START
                       THRU    0950-GET-NUMBER-END
                       MOVE WS-SAISIE-NUMB TO WS-NUMB1
                       MOVE WS-TOTAL TO WS-CTL-PREV-TOTAL
      *Calcul confie au moteur commun, sur l'operation posee selon
      *la convention de l'historique partage.
                       MOVE WS-CTL-PREV-TOTAL TO WS-HIST-N1
                       MOVE "+"               TO WS-HIST-OP
                       MOVE WS-NUMB1          TO WS-HIST-N2
                       PERFORM 0960-CALCUL-START
                       THRU    0960-CALCUL-END
                       IF MOT-CALC-OK
                           THEN
                               ADD 1 TO WS-CTL-COUNT
                       END-IF
                       COMPUTE WS-CTL-GRAND-TOTAL =
                               WS-CTL-GRAND-TOTAL + WS-TOTAL
                                                   - WS-CTL-PREV-TOTAL
      *Conserve l'operation dans l'historique persistant partage.
                       PERFORM 0940-WRITE-HIST-START
                       THRU    0940-WRITE-HIST-END
                       PERFORM 0800-CHECKPOINT-START
           PERFORM 0950-GET-NUMBER-START
           THRU    0950-GET-NUMBER-END
           MOVE WS-SAISIE-NUMB TO WS-NUMB2.
      *Calcul confie au moteur commun, sur l'operation posee selon
      *la convention de l'historique partage.
           MOVE WS-NUMB2 TO WS-HIST-N1.
           MOVE "-"      TO WS-HIST-OP.
           MOVE WS-NUMB1 TO WS-HIST-N2.
           PERFORM 0960-CALCUL-START
           THRU    0960-CALCUL-END.
      *Seule une operation acceptee par le moteur compte dans le
      *total de controle.
           IF MOT-CALC-OK
               THEN
                   ADD 1 TO WS-CTL-COUNT
           END-IF.
           COMPUTE WS-CTL-GRAND-TOTAL = WS-CTL-GRAND-TOTAL + WS-TOTAL
                                                   - WS-CTL-PREV-TOTAL.
      *Conserve l'operation dans l'historique persistant partage
      *(le premier nombre historise est le diminuende, comme dans
      *Calcul2, pour que HistVerif recalcule a l'identique).
           PERFORM 0940-WRITE-HIST-START
           THRU    0940-WRITE-HIST-END.
           PERFORM 0800-CHECKPOINT-START
                     PERFORM 0950-GET-NUMBER-START
                     THRU    0950-GET-NUMBER-END
                     MOVE WS-SAISIE-NUMB TO WS-NUMB1
                     MOVE WS-TOTAL TO WS-CTL-PREV-TOTAL
      *Calcul confie au moteur commun, sur l'operation posee selon
      *la convention de l'historique partage.
                     MOVE WS-CTL-PREV-TOTAL TO WS-HIST-N1
                     MOVE "-"               TO WS-HIST-OP
                     MOVE WS-NUMB1          TO WS-HIST-N2
                     PERFORM 0960-CALCUL-START
                     THRU    0960-CALCUL-END
                     IF MOT-CALC-OK
                         THEN
                             ADD 1 TO WS-CTL-COUNT
                     END-IF
                     COMPUTE WS-CTL-GRAND-TOTAL =
                             WS-CTL-GRAND-TOTAL + WS-TOTAL
                                                 - WS-CTL-PREV-TOTAL
      *Conserve l'operation dans l'historique persistant partage.
                     PERFORM 0940-WRITE-HIST-START
                     THRU    0940-WRITE-HIST-END
                     PERFORM 0800-CHECKPOINT-START
           PERFORM 0950-GET-NUMBER-START
           THRU    0950-GET-NUMBER-END
           MOVE WS-SAISIE-NUMB TO WS-NUMB2.
      *Calcul confie au moteur commun, sur l'operation posee selon
      *la convention de l'historique partage.
           MOVE WS-NUMB1 TO WS-HIST-N1.
           MOVE "*"      TO WS-HIST-OP.
           MOVE WS-NUMB2 TO WS-HIST-N2.
           PERFORM 0960-CALCUL-START
           THRU    0960-CALCUL-END.
      *Seule une operation acceptee par le moteur compte dans le
      *total de controle.
           IF MOT-CALC-OK
               THEN
                   ADD 1 TO WS-CTL-COUNT
           END-IF.
           COMPUTE WS-CTL-GRAND-TOTAL = WS-CTL-GRAND-TOTAL + WS-TOTAL
                                                   - WS-CTL-PREV-TOTAL.
      *Conserve l'operation dans l'historique persistant partage.
           PERFORM 0940-WRITE-HIST-START
           THRU    0940-WRITE-HIST-END.
           PERFORM 0800-CHECKPOINT-START
                     PERFORM 0950-GET-NUMBER-START
                     THRU    0950-GET-NUMBER-END
                     MOVE WS-SAISIE-NUMB TO WS-NUMB1
                     MOVE WS-TOTAL TO WS-CTL-PREV-TOTAL
      *Calcul confie au moteur commun, sur l'operation posee selon
      *la convention de l'historique partage.
                     MOVE WS-CTL-PREV-TOTAL TO WS-HIST-N1
                     MOVE "*"               TO WS-HIST-OP
                     MOVE WS-NUMB1          TO WS-HIST-N2
                     PERFORM 0960-CALCUL-START
                     THRU    0960-CALCUL-END
                     IF MOT-CALC-OK
                         THEN
                             ADD 1 TO WS-CTL-COUNT
                     END-IF
                     COMPUTE WS-CTL-GRAND-TOTAL =
                             WS-CTL-GRAND-TOTAL + WS-TOTAL
                                                 - WS-CTL-PREV-TOTAL
      *Conserve l'operation dans l'historique persistant partage.
                     PERFORM 0940-WRITE-HIST-START
                     THRU    0940-WRITE-HIST-END
                     PERFORM 0800-CHECKPOINT-START
               THRU    0950-GET-NUMBER-END
               MOVE WS-SAISIE-NUMB TO WS-NUMB2
           END-PERFORM.
      *Calcul confie au moteur commun, sur l'operation posee selon
      *la convention de l'historique partage.
           MOVE WS-NUMB2 TO WS-HIST-N1.
           MOVE "/"      TO WS-HIST-OP.
           MOVE WS-NUMB1 TO WS-HIST-N2.
           PERFORM 0960-CALCUL-START
           THRU    0960-CALCUL-END.
      *Seule une operation acceptee par le moteur compte dans le
      *total de controle.
           IF MOT-CALC-OK
               THEN
                   ADD 1 TO WS-CTL-COUNT
           END-IF.
           COMPUTE WS-CTL-GRAND-TOTAL = WS-CTL-GRAND-TOTAL + WS-TOTAL
                                                   - WS-CTL-PREV-TOTAL.
      *Conserve l'operation dans l'historique persistant partage
      *(le diviseur en premiere operande, comme dans Calcul2, pour
      *que HistVerif recalcule a l'identique).
           PERFORM 0940-WRITE-HIST-START
           THRU    0940-WRITE-HIST-END.
           PERFORM 0800-CHECKPOINT-START
                         THRU    0950-GET-NUMBER-END
                         MOVE WS-SAISIE-NUMB TO WS-NUMB1
                       END-PERFORM
                       MOVE WS-TOTAL TO WS-CTL-PREV-TOTAL
      *Calcul confie au moteur commun, sur l'operation posee selon
      *la convention de l'historique partage.
                       MOVE WS-NUMB1          TO WS-HIST-N1
                       MOVE "/"               TO WS-HIST-OP
                       MOVE WS-CTL-PREV-TOTAL TO WS-HIST-N2
                       PERFORM 0960-CALCUL-START
                       THRU    0960-CALCUL-END
                       IF MOT-CALC-OK
                           THEN
                               ADD 1 TO WS-CTL-COUNT
                       END-IF
                       COMPUTE WS-CTL-GRAND-TOTAL =
                               WS-CTL-GRAND-TOTAL + WS-TOTAL
                                                   - WS-CTL-PREV-TOTAL
      *Conserve l'operation dans l'historique persistant partage
      *(le diviseur en premiere operande).
                       PERFORM 0940-WRITE-HIST-START
                       THRU    0940-WRITE-HIST-END
                       PERFORM 0800-CHECKPOINT-START
       0570-STATS-RESULT-START.
      *Restitue les resultats de la serie et replie son effectif dans
      *les totaux de controle de la session, comme toute operation.
      *La serie est historisee par la division qui produit sa
      *moyenne (somme / effectif), faite par le moteur commun et
      *donc verifiable par HistVerif.
           MOVE WS-STAT-COUNT TO WS-HIST-N1.
           MOVE "/"           TO WS-HIST-OP.
           MOVE WS-STAT-SUM   TO WS-HIST-N2.
           MOVE "C"           TO WS-MOT-FONCTION.
           MOVE WS-HIST-N1    TO WS-MOT-NUMB1.
           MOVE WS-HIST-OP    TO WS-MOT-OPERATOR.
           MOVE WS-HIST-N2    TO WS-MOT-NUMB2.
           CALL "CalcMoteur" USING WS-MOT-AREA.
           MOVE WS-MOT-TOTAL  TO WS-STAT-AVG.
           MOVE WS-MOT-TOTAL  TO WS-HIST-TOT.
           PERFORM 0940-WRITE-HIST-START
           THRU    0940-WRITE-HIST-END.
           MOVE WS-STAT-COUNT TO WS-STAT-COUNT-ED.
           EXIT.
       0950-GET-NUMBER-END.

       0960-CALCUL-START.
      *Fait calculer par le moteur commun CalcMoteur l'operation
      *posee dans WS-HIST-N1, WS-HIST-OP et WS-HIST-N2, avec la
      *politique d'arrondi de l'atelier. Un resultat hors capacite
      *n'est pas retenu : le total precedent est conserve et
      *l'operation n'est pas historisee.
           MOVE "C"        TO WS-MOT-FONCTION.
           MOVE WS-HIST-N1 TO WS-MOT-NUMB1.
           MOVE WS-HIST-OP TO WS-MOT-OPERATOR.
           MOVE WS-HIST-N2 TO WS-MOT-NUMB2.
           CALL "CalcMoteur" USING WS-MOT-AREA.
           IF MOT-CALC-OK
               THEN
                   MOVE WS-MOT-TOTAL TO WS-TOTAL
               ELSE
                   DISPLAY FUNCTION TRIM(WS-MSG(13))
                   MOVE WS-CTL-PREV-TOTAL TO WS-TOTAL
           END-IF.
           MOVE WS-TOTAL TO WS-HIST-TOT.
           EXIT.
       0960-CALCUL-END.

       0940-WRITE-HIST-START.
      *Conserve l'operation dans l'historique persistant partage,
      *comme le fait Calcul2 : operandes editees, operateur,
      *resultat, identifiant et horodatage en cle, lot conventionnel
      *"CALCUL" identifiant ce programme. En cas de doublon de cle
      *(plusieurs calculs dans la meme seconde) le numero d'ordre
      *est incremente jusqu'a trouver une place libre. Une operation
      *refusee par le moteur de calcul n'est pas historisee.
           IF NOT MOT-CALC-OK
               THEN
                   GO TO 0940-WRITE-HIST-END
           END-IF.
           MOVE WS-HIST-N1    TO WS-NUMB1-ED.
           MOVE WS-HIST-N2    TO WS-NUMB2-ED.
           MOVE WS-HIST-TOT   TO WS-TOTAL-ED.
           MOVE WS-HIST-BATCH TO HIST-BATCH-ID.
           MOVE SPACE         TO HIST-SEP5.
           MOVE WS-DEPT       TO HIST-DEPT.
      *Un calcul nouvellement ecrit est vivant, sauf si son resultat
      *depasse le plafond du service : il est alors ecrit en attente
      *("H") de validation dans CalcLibere. Les colonnes
      *d'annulation restent a blanc.
           MOVE WS-DEPT       TO WS-LIM-DEPT.
           MOVE WS-HIST-OP    TO WS-LIM-OPERATOR.
           MOVE WS-HIST-TOT   TO WS-LIM-TOTAL.
           CALL "CalcLimite" USING WS-LIM-AREA.
           MOVE SPACE         TO HIST-SEP6.
           IF LIM-EN-ATTENTE
               THEN
                   MOVE "H"   TO HIST-STATUS
               ELSE
                   MOVE SPACE TO HIST-STATUS
           END-IF.
           MOVE SPACE         TO HIST-SEP7.
           MOVE SPACES        TO HIST-CANCEL-USER.
           MOVE SPACE         TO HIST-SEP8.
           MOVE SPACES        TO HIST-CANCEL-REASON.
           MOVE SPACE         TO HIST-SEP9.
           MOVE SPACES        TO HIST-LINK-KEY.
           MOVE SPACE         TO HIST-SEP10.
           MOVE ZERO          TO HIST-PERIODES.
           MOVE "N" TO WS-HIST-WRITTEN.
           PERFORM UNTIL WS-HIST-WRITTEN = "Y" OR HIST-SEQ = 9999
               WRITE HIST-RECORD
           IF WS-HIST-WRITTEN NOT = "Y"
               THEN
                   DISPLAY WS-MSG(72) WS-HIST-FILE-STATUS
               ELSE
                   IF LIM-EN-ATTENTE
                       THEN
                           MOVE WS-LIM-MAX TO WS-LIM-MAX-ED
                           DISPLAY WS-MSG(14)
                                   FUNCTION TRIM(WS-LIM-MAX-ED)
                   END-IF
           END-IF.
           EXIT.
       0940-WRITE-HIST-END.

       0975-READ-PROFILE-START.
      *Identification de l'operateur par le controle d'acces
      *commun (identifiant et mot de passe), puis langue et service
      *de son profil. Tout refus arrete le programme, CalcAcces en
      *ayant affiche le motif et journalise l'echec : l'historique
      *ne doit tracer que des operateurs identifies.
           MOVE "S"        TO WS-ACC-FONCTION.
           MOVE WS-USER-ID TO WS-ACC-USER-ID.
           CALL "CalcAcces" USING WS-ACC-AREA.
           IF NOT ACC-OK
               THEN
                   STOP RUN
           END-IF.
           MOVE WS-ACC-LANG TO WS-LANG.
           MOVE WS-ACC-DEPT TO WS-DEPT.
      *Une langue de profil inconnue retombe sur le francais.
           IF WS-LANG NOT = "EN" AND WS-LANG NOT = "FR"
               THEN
                   END-READ
                   CLOSE PARM-FILE
           END-IF.
           MOVE WS-PARM-RULE     TO WS-MOT-RULE.
           MOVE WS-PARM-DECIMALS TO WS-MOT-DECIMALS.
           EXIT.
       0980-LOAD-PARM-END.
