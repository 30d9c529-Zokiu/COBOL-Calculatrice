               ORGANIZATION  IS LINE SEQUENTIAL
               FILE STATUS   IS WS-REJ-FILE-STATUS.

           SELECT CALC-HOLD-FILE ASSIGN TO "CALCHOLD"
               ORGANIZATION  IS LINE SEQUENTIAL
               FILE STATUS   IS WS-HOLD-FILE-STATUS.

           SELECT MSG-FILE ASSIGN TO "CALCMSG"
               ORGANIZATION  IS LINE SEQUENTIAL
               FILE STATUS   IS WS-MSG-FILE-STATUS.

           SELECT PROF-FILE ASSIGN TO "CALCPROF"
               ORGANIZATION  IS INDEXED
               ACCESS MODE   IS RANDOM
               RECORD KEY    IS PROF-USER-ID
               FILE STATUS   IS WS-PROF-FILE-STATUS.

           SELECT PARM-FILE ASSIGN TO "CALCPARM"
               ORGANIZATION  IS LINE SEQUENTIAL
               FILE STATUS   IS WS-BCHK-FILE-STATUS.

           SELECT PERI-FILE ASSIGN TO "CALCPERI"
               ORGANIZATION  IS LINE SEQUENTIAL
               FILE STATUS   IS WS-PERI-FILE-STATUS.

           SELECT HIST-FILE ASSIGN TO "HISTFILE"
               ORGANIZATION  IS INDEXED
               ACCESS MODE   IS DYNAMIC
           05  REJ-SEP4         PIC X(01).
           05  REJ-RUN-TIME     PIC X(08).

      *Liste des calculs du lot mis en attente de validation
      *(resultat au-dela du plafond du service, CALCLIM), editee en
      *fin de lot a partir de l'historique : cle de la ligne a
      *presenter dans CalcLibere, calcul, plafond applique. Ces
      *calculs ne figurent pas dans CALCRPT tant qu'ils ne sont pas
      *liberes.
       FD  CALC-HOLD-FILE
           RECORDING MODE IS F.
       01  HOLD-RECORD.
           05  HOLD-RUN-DATE    PIC X(08).
           05  HOLD-SEP1        PIC X(01).
           05  HOLD-RUN-TIME    PIC X(08).
           05  HOLD-SEP2        PIC X(01).
           05  HOLD-SEQ         PIC 9(04).
           05  HOLD-SEP3        PIC X(01).
           05  HOLD-NUMB1-ED    PIC X(24).
           05  HOLD-SEP4        PIC X(01).
           05  HOLD-OPERATOR    PIC X(01).
           05  HOLD-SEP5        PIC X(01).
           05  HOLD-NUMB2-ED    PIC X(24).
           05  HOLD-EQ          PIC X(03).
           05  HOLD-TOTAL-ED    PIC X(24).
           05  HOLD-SEP6        PIC X(01).
           05  HOLD-BATCH-ID    PIC X(08).
           05  HOLD-SEP7        PIC X(01).
           05  HOLD-DEPT        PIC X(08).
           05  HOLD-SEP8        PIC X(01).
           05  HOLD-MAX-ED      PIC Z(14)9.99.

      *Historique persistant partagé avec la saisie interactive, en
      *organisation indexee.
      *Même disposition que dans Calcul2 puisque le fichier est partagé.
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
      *celui de WS-USER-ID). Entretenu par CalcProfil ; meme
      *disposition que dans ce programme puisque le fichier est
      *partage.
       FD  PROF-FILE.
       01  PROF-RECORD.
           05  PROF-USER-ID     PIC X(08).
           05  PROF-SEP1        PIC X(01).
           05  PROF-ROLE        PIC X(01).
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

      *Politique d'arrondi de l'atelier : regle (TRUNC ou ROUND) et
      *nombre de decimales publiees pour les resultats de division
           05  JRNL-REJ-COUNT   PIC 9(05).
           05  JRNL-SEP8        PIC X(01).
           05  JRNL-STATUS      PIC X(02).
      *Calculs mis en attente de validation (absents des lignes
      *journaux anterieures aux plafonds).
           05  JRNL-SEP9        PIC X(01).
           05  JRNL-HOLD-COUNT  PIC 9(05).

      *Point de reprise du traitement du lot, reecrit apres chaque
      *transaction : position dans le lot et compteurs. A la reprise
           05  BCHK-REJ-DZ      PIC 9(05).
           05  BCHK-SEP6        PIC X(01).
           05  BCHK-REJ-NN      PIC 9(05).
           05  BCHK-SEP7        PIC X(01).
           05  BCHK-REJ-DP      PIC 9(05).
           05  BCHK-SEP8        PIC X(01).
           05  BCHK-HOLD        PIC 9(05).

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

       01  WS-EOF       PIC      X(01)          VALUE "N".

      *Variable indiquant que la transaction en cours doit etre
      *rejetee (operateur inconnu, diviseur nul, operande non
      *numerique ou depassement de capacite) et non ecrite.
       01  WS-REJECTED  PIC      X(01)          VALUE "N".

      *Motif du rejet de la transaction en cours, reporte dans le
           88  REJ-OPER-INCONNU                 VALUE "OP".
           88  REJ-DIV-ZERO                     VALUE "DZ".
           88  REJ-NON-NUMERIQUE                VALUE "NN".
           88  REJ-DEPASSEMENT                  VALUE "DP".

      *Compteurs de rejets pour le compte rendu de fin de traitement.
       01  WS-OK-COUNT          PIC 9(05)       VALUE ZERO.
       01  WS-REJ-OP-COUNT      PIC 9(05)       VALUE ZERO.
       01  WS-REJ-DZ-COUNT      PIC 9(05)       VALUE ZERO.
       01  WS-REJ-NN-COUNT      PIC 9(05)       VALUE ZERO.
       01  WS-REJ-DP-COUNT      PIC 9(05)       VALUE ZERO.
       01  WS-REJ-COUNT-ED      PIC ZZZZ9       VALUE ZERO.

      *Calculs du lot mis en attente de validation : ecrits dans
      *l'historique a l'etat "H", hors de CALCRPT, et listes dans
      *CALCHOLD en fin de lot.
       01  WS-HOLD-COUNT        PIC 9(05)       VALUE ZERO.
       01  WS-HOLD-FILE-STATUS  PIC X(02)       VALUE "00".
       01  WS-HOLD-EOF          PIC X(01)       VALUE "N".

      *Variables de statut des fichiers.
       01  WS-TRANS-FILE-STATUS PIC X(02)       VALUE "00".
      *Indique que l'enregistrement d'historique a trouve sa place
       01  WS-MSG-FILE-STATUS   PIC X(02)       VALUE "00".
       01  WS-PROF-FILE-STATUS  PIC X(02)       VALUE "00".
       01  WS-MSG-EOF           PIC X(01)       VALUE "N".
       01  WS-PROF-FOUND        PIC X(01)       VALUE "N".
       01  WS-LANG              PIC X(02)       VALUE "FR".
       01  WS-MSG-I             PIC 9(04)       VALUE ZERO.
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

      *Variables de controle du lot (entete et fin de lot).
      *La premiere passe compte les transactions et cumule les
      *passe de controle.
       01  WS-DEPT              PIC X(08)       VALUE SPACE.

      *Date prevue du lot, relevee dans l'entete : un lot date dans
      *un mois cloture (CALCPERI) est refuse en bloc.
       01  WS-HDR-DATE          PIC X(08)       VALUE SPACE.
       01  WS-PERI-FILE-STATUS  PIC X(02)       VALUE "00".
       01  WS-PERI-EOF          PIC X(01)       VALUE "N".
       01  WS-MONTH-CLOSED      PIC X(01)       VALUE "N".

      *Variables du journal des executions : le controle du journal
      *refuse un lot deja traite avec succes, sauf retraitement
      *force explicitement par l'operateur.
                   STOP RUN
           END-IF.

      *Controle de la periode : un lot date dans un mois cloture est
      *refuse et journalise comme un lot hors equilibre.
           PERFORM 0580-CHECK-PERIOD-START
           THRU    0580-CHECK-PERIOD-END.
           IF WS-MONTH-CLOSED = "Y"
               THEN
                   CLOSE CALC-TRANS-FILE
                   DISPLAY WS-MSG(118) WS-HDR-DATE(1:6)
                   MOVE "KO" TO WS-JRNL-STATUS
                   PERFORM 8100-APPEND-JOURNAL-START
                   THRU    8100-APPEND-JOURNAL-END
                   STOP RUN
           END-IF.

      *Controle du journal des executions : un lot deja traite avec
      *succes est refuse, sauf retraitement force explicitement.
           PERFORM 0600-CHECK-JOURNAL-START
           THRU    1000-PROCESS-TRANS-END
               UNTIL WS-EOF = "Y".

      *Liste des calculs du lot restes en attente de validation.
           PERFORM 4500-HOLD-LIST-START
           THRU    4500-HOLD-LIST-END.

      *Compte rendu des rejets en fin de traitement.
           PERFORM 4000-REJECT-SUMMARY-START
           THRU    4000-REJECT-SUMMARY-END.
                           MOVE "Y"                TO WS-HDR-FOUND
                           MOVE TRANS-HDR-BATCH-ID TO WS-BATCH-ID
                           MOVE TRANS-HDR-DEPT     TO WS-DEPT
                           MOVE TRANS-HDR-DATE     TO WS-HDR-DATE
                       WHEN "T"
                           IF TRANS-TRL-COUNT IS NUMERIC
                              AND TRANS-TRL-HASH IS NUMERIC
           EXIT.
       0550-CONTROL-READ-END.

       0580-CHECK-PERIOD-START.
      *Relit CALCPERI dans l'ordre : le mois de la date d'entete est
      *cloture si sa derniere action est une cloture ("C"). Un
      *fichier absent vaut aucune periode cloturee.
           MOVE "N" TO WS-MONTH-CLOSED.
           OPEN INPUT PERI-FILE.
           IF WS-PERI-FILE-STATUS NOT = "00"
               THEN
                   GO TO 0580-CHECK-PERIOD-END
           END-IF.
           PERFORM UNTIL WS-PERI-EOF = "Y"
               READ PERI-FILE
                   AT END
                       MOVE "Y" TO WS-PERI-EOF
                   NOT AT END
                       IF PERI-MONTH = WS-HDR-DATE(1:6)
                           THEN
                               IF PERI-ACTION = "C"
                                   THEN
                                       MOVE "Y" TO WS-MONTH-CLOSED
                                   ELSE
                                       MOVE "N" TO WS-MONTH-CLOSED
                               END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PERI-FILE.
           EXIT.
       0580-CHECK-PERIOD-END.

       0600-CHECK-JOURNAL-START.
      *Relit le journal des executions : si l'identifiant du lot y
      *figure deja avec le statut "OK", le lot a deja ete traite
                   MOVE BCHK-REJ-OP TO WS-REJ-OP-COUNT
                   MOVE BCHK-REJ-DZ TO WS-REJ-DZ-COUNT
                   MOVE BCHK-REJ-NN TO WS-REJ-NN-COUNT
                   IF BCHK-REJ-DP IS NUMERIC
                       THEN
                           MOVE BCHK-REJ-DP TO WS-REJ-DP-COUNT
                   END-IF
                   IF BCHK-HOLD IS NUMERIC
                       THEN
                           MOVE BCHK-HOLD TO WS-HOLD-COUNT
                   END-IF
                   DISPLAY FUNCTION TRIM(WS-MSG(115))
               ELSE
                   PERFORM 8300-CLEAR-CHECKPOINT-START
           MOVE WS-REJ-DZ-COUNT TO BCHK-REJ-DZ.
           MOVE SPACE           TO BCHK-SEP6.
           MOVE WS-REJ-NN-COUNT TO BCHK-REJ-NN.
           MOVE SPACE           TO BCHK-SEP7.
           MOVE WS-REJ-DP-COUNT TO BCHK-REJ-DP.
           MOVE SPACE           TO BCHK-SEP8.
           MOVE WS-HOLD-COUNT   TO BCHK-HOLD.
           OPEN OUTPUT BCHK-FILE.
           WRITE BCHK-RECORD.
           CLOSE BCHK-FILE.
           MOVE WS-REJ-COUNT   TO JRNL-REJ-COUNT.
           MOVE SPACE          TO JRNL-SEP8.
           MOVE WS-JRNL-STATUS TO JRNL-STATUS.
           MOVE SPACE          TO JRNL-SEP9.
           MOVE WS-HOLD-COUNT  TO JRNL-HOLD-COUNT.
           WRITE JRNL-RECORD.
           CLOSE JRNL-FILE.

       1000-PROCESS-TRANS-END.

       0100-CALCUL-START.
      *Le calcul est confie au moteur commun ; un diviseur nul, un
      *operateur inconnu ou un depassement de capacite font rejeter
      *la transaction au lieu d'interrompre le lot.
           MOVE "C"         TO WS-MOT-FONCTION.
           MOVE WS-NUMB1    TO WS-MOT-NUMB1.
           MOVE WS-OPERATOR TO WS-MOT-OPERATOR.
           MOVE WS-NUMB2    TO WS-MOT-NUMB2.
           CALL "CalcMoteur" USING WS-MOT-AREA.
           MOVE WS-MOT-TOTAL TO WS-TOTAL.
           EVALUATE TRUE
                WHEN MOT-DIV-ZERO
                     DISPLAY FUNCTION TRIM(WS-MSG(92))
                     MOVE "Y" TO WS-REJECTED
                     SET REJ-DIV-ZERO TO TRUE
                WHEN MOT-OPER-INCONNU
                     DISPLAY FUNCTION TRIM(WS-MSG(93))
                     DISPLAY WS-NUMB1 " " WS-OPERATOR " " WS-NUMB2
                     MOVE "Y" TO WS-REJECTED
                     SET REJ-OPER-INCONNU TO TRUE
                WHEN MOT-DEPASSEMENT
                     DISPLAY FUNCTION TRIM(WS-MSG(99))
                     MOVE "Y" TO WS-REJECTED
                     SET REJ-DEPASSEMENT TO TRUE
           END-EVALUATE.

           EXIT.
       0100-CALCUL-END.

       2000-WRITE-RESULT-START.
      *Prépare et écrit le résultat dans le rapport de sortie du lot
      *et dans l'historique.
           MOVE WS-NUMB1 TO WS-NUMB1-ED.
           MOVE WS-NUMB2 TO WS-NUMB2-ED.
           MOVE WS-TOTAL TO WS-TOTAL-ED.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.

      *Un resultat au-dela du plafond du service n'est pas rapporte
      *dans CALCRPT : il est seulement historise, en attente de
      *validation, et liste dans CALCHOLD en fin de lot.
           MOVE WS-DEPT     TO WS-LIM-DEPT.
           MOVE WS-OPERATOR TO WS-LIM-OPERATOR.
           MOVE WS-TOTAL    TO WS-LIM-TOTAL.
           CALL "CalcLimite" USING WS-LIM-AREA.
           IF LIM-EN-ATTENTE
               THEN
                   ADD 1 TO WS-HOLD-COUNT
               ELSE
                   PERFORM 2050-WRITE-RPT-START
                   THRU    2050-WRITE-RPT-END
           END-IF.

      *Conserve également l'opération dans l'historique persistant
      *(la date, l'heure et le numero d'ordre forment la cle).
           MOVE WS-BATCH-ID  TO HIST-BATCH-ID.
           MOVE SPACE        TO HIST-SEP5.
           MOVE WS-DEPT      TO HIST-DEPT.
      *Un calcul nouvellement ecrit est vivant, ou en attente ("H")
      *si son resultat depasse le plafond : les colonnes
      *d'annulation restent a blanc.
           MOVE SPACE        TO HIST-SEP6.
           IF LIM-EN-ATTENTE
               THEN
                   MOVE "H"   TO HIST-STATUS
               ELSE
                   MOVE SPACE TO HIST-STATUS
           END-IF.
           MOVE SPACE        TO HIST-SEP7.
           MOVE SPACES       TO HIST-CANCEL-USER.
           MOVE SPACE        TO HIST-SEP8.
           MOVE SPACES       TO HIST-CANCEL-REASON.
           MOVE SPACE        TO HIST-SEP9.
           MOVE SPACES       TO HIST-LINK-KEY.
           MOVE SPACE        TO HIST-SEP10.
           MOVE ZERO         TO HIST-PERIODES.
           PERFORM 2100-WRITE-HIST-START
           THRU    2100-WRITE-HIST-END.

           EXIT.
       2000-WRITE-RESULT-END.

       2050-WRITE-RPT-START.
      *Ecrit le calcul vivant dans le rapport de sortie du lot.
           MOVE SPACE        TO RPT-SEP1.
           MOVE SPACE        TO RPT-SEP2.
           MOVE " = "        TO RPT-EQ.
           MOVE SPACE        TO RPT-SEP3.
           MOVE SPACE        TO RPT-SEP4.
           MOVE SPACE        TO RPT-SEP5.
           MOVE WS-NUMB1-ED  TO RPT-NUMB1-ED.
           MOVE WS-OPERATOR  TO RPT-OPERATOR.
           MOVE WS-NUMB2-ED  TO RPT-NUMB2-ED.
           MOVE WS-TOTAL-ED  TO RPT-TOTAL-ED.
           MOVE WS-USER-ID   TO RPT-USER-ID.
           MOVE WS-RUN-DATE  TO RPT-RUN-DATE.
           MOVE WS-RUN-TIME  TO RPT-RUN-TIME.
           MOVE SPACE        TO RPT-SEP6.
           MOVE WS-BATCH-ID  TO RPT-BATCH-ID.
           MOVE SPACE        TO RPT-SEP7.
           MOVE WS-DEPT      TO RPT-DEPT.
           WRITE RPT-RECORD.
           ADD 1 TO WS-OK-COUNT.

           EXIT.
       2050-WRITE-RPT-END.

       2100-WRITE-HIST-START.
      *Ecrit l'enregistrement d'historique ; en cas de doublon de cle
      *(plusieurs calculs dans la meme seconde) le numero d'ordre est
               WHEN REJ-NON-NUMERIQUE
                   MOVE "OPERANDE NON NUMERIQUE" TO REJ-REASON-LIB
                   ADD 1 TO WS-REJ-NN-COUNT
               WHEN REJ-DEPASSEMENT
                   MOVE "DEPASSEMENT DE CAPACITE" TO REJ-REASON-LIB
                   ADD 1 TO WS-REJ-DP-COUNT
           END-EVALUATE.
           MOVE SPACE         TO REJ-SEP3.
           MOVE WS-RUN-DATE   TO REJ-RUN-DATE.
           MOVE WS-OK-COUNT TO WS-COUNT-ED.
           DISPLAY WS-MSG(117)
                   FUNCTION TRIM(WS-COUNT-ED).
           MOVE WS-HOLD-COUNT TO WS-COUNT-ED.
           DISPLAY WS-MSG(145)
                   FUNCTION TRIM(WS-COUNT-ED).
           DISPLAY WS-MSG(95)
                   FUNCTION TRIM(WS-REJ-COUNT-ED).
           IF WS-REJ-COUNT NOT = ZERO
                   MOVE WS-REJ-NN-COUNT TO WS-REJ-COUNT-ED
                   DISPLAY WS-MSG(98)
                           FUNCTION TRIM(WS-REJ-COUNT-ED)
                   MOVE WS-REJ-DP-COUNT TO WS-REJ-COUNT-ED
                   DISPLAY WS-MSG(116)
                           FUNCTION TRIM(WS-REJ-COUNT-ED)
           END-IF.
           DISPLAY "-----------------------------------------".

           EXIT.
       4000-REJECT-SUMMARY-END.

       4500-HOLD-LIST-START.
      *Edition de CALCHOLD en fin de lot : l'historique est relu et
      *chaque calcul de ce lot encore en attente de validation y est
      *liste avec sa cle et le plafond applique. Relire l'historique
      *plutot que noter les calculs au fil du lot couvre aussi ceux
      *ecrits avant une reprise. Les corrections de CalcAjust,
      *chainees a une ligne d'origine, ne sont pas du lot.
           OPEN OUTPUT CALC-HOLD-FILE.
           IF WS-HOLD-FILE-STATUS NOT = "00"
               THEN
                   DISPLAY WS-MSG(146) WS-HOLD-FILE-STATUS
                   GO TO 4500-HOLD-LIST-END
           END-IF.
           MOVE LOW-VALUES TO HIST-KEY.
           MOVE "N" TO WS-HOLD-EOF.
           START HIST-FILE KEY NOT < HIST-KEY
               INVALID KEY
                   MOVE "Y" TO WS-HOLD-EOF
           END-START.
           PERFORM UNTIL WS-HOLD-EOF = "Y"
               READ HIST-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-HOLD-EOF
                   NOT AT END
                       IF HIST-BATCH-ID = WS-BATCH-ID
                          AND HIST-STATUS = "H"
                          AND HIST-LINK-KEY = SPACES
                           THEN
                               PERFORM 4550-HOLD-LINE-START
                               THRU    4550-HOLD-LINE-END
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CALC-HOLD-FILE.
           EXIT.
       4500-HOLD-LIST-END.

       4550-HOLD-LINE-START.
      *Une ligne de CALCHOLD pour le calcul en attente courant ; le
      *plafond est redemande a CalcLimite pour etre imprime.
           MOVE HIST-DEPT     TO WS-LIM-DEPT.
           MOVE HIST-OPERATOR TO WS-LIM-OPERATOR.
           IF FUNCTION TEST-NUMVAL(HIST-TOTAL-ED) = ZERO
               THEN
                   COMPUTE WS-LIM-TOTAL =
                           FUNCTION NUMVAL(HIST-TOTAL-ED)
               ELSE
                   MOVE ZERO TO WS-LIM-TOTAL
           END-IF.
           CALL "CalcLimite" USING WS-LIM-AREA.
           MOVE HIST-RUN-DATE  TO HOLD-RUN-DATE.
           MOVE SPACE          TO HOLD-SEP1.
           MOVE HIST-RUN-TIME  TO HOLD-RUN-TIME.
           MOVE SPACE          TO HOLD-SEP2.
           MOVE HIST-SEQ       TO HOLD-SEQ.
           MOVE SPACE          TO HOLD-SEP3.
           MOVE HIST-NUMB1-ED  TO HOLD-NUMB1-ED.
           MOVE SPACE          TO HOLD-SEP4.
           MOVE HIST-OPERATOR  TO HOLD-OPERATOR.
           MOVE SPACE          TO HOLD-SEP5.
           MOVE HIST-NUMB2-ED  TO HOLD-NUMB2-ED.
           MOVE " = "          TO HOLD-EQ.
           MOVE HIST-TOTAL-ED  TO HOLD-TOTAL-ED.
           MOVE SPACE          TO HOLD-SEP6.
           MOVE HIST-BATCH-ID  TO HOLD-BATCH-ID.
           MOVE SPACE          TO HOLD-SEP7.
           MOVE HIST-DEPT      TO HOLD-DEPT.
           MOVE SPACE          TO HOLD-SEP8.
           MOVE WS-LIM-MAX     TO HOLD-MAX-ED.
           WRITE HOLD-RECORD.
           EXIT.
       4550-HOLD-LINE-END.

       5000-LOAD-MESSAGES-START.
      *Chargement des messages utilisateur de la langue retenue
      *depuis le fichier CALCMSG.
      *lecture de sa langue de travail. Un identifiant inconnu est
      *refuse : l'historique ne doit tracer que des identifiants
      *valides (les messages restent bilingues en dur car ils
      *precedent le chargement de CALCMSG). Le lot tourne sans
      *operateur : son identifiant n'est pas soumis au mot de passe.
           MOVE "N" TO WS-PROF-FOUND.
           OPEN INPUT PROF-FILE.
           IF WS-PROF-FILE-STATUS NOT = "00"
                           "file not found"
                   STOP RUN
           END-IF.
      *Lecture directe du profil par son identifiant.
           MOVE WS-USER-ID TO PROF-USER-ID.
           READ PROF-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE FUNCTION
                        UPPER-CASE(PROF-LANG)
                       TO WS-LANG
                   MOVE "Y" TO WS-PROF-FOUND
           END-READ.
           CLOSE PROF-FILE.
           IF WS-PROF-FOUND NOT = "Y"
               THEN
           EXIT.
       5100-READ-PROFILE-END.

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
