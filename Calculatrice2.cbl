               FILE STATUS   IS WS-CHKPT-FILE-STATUS.

           SELECT RATE-FILE ASSIGN TO "CALCRATE"
               ORGANIZATION  IS INDEXED
               ACCESS MODE   IS DYNAMIC
               RECORD KEY    IS RATE-KEY
               FILE STATUS   IS WS-RATE-FILE-STATUS.

           SELECT MSG-FILE ASSIGN TO "CALCMSG"
               ORGANIZATION  IS LINE SEQUENTIAL
               FILE STATUS   IS WS-MSG-FILE-STATUS.

           SELECT PARM-FILE ASSIGN TO "CALCPARM"
               ORGANIZATION  IS LINE SEQUENTIAL
               FILE STATUS   IS WS-PARM-FILE-STATUS.

           SELECT AMOR-FILE ASSIGN TO "CALCAMOR"
               ORGANIZATION  IS LINE SEQUENTIAL
               FILE STATUS   IS WS-AMOR-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *Historique persistant des calculs (un enregistrement par
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

      *Export de l'historique au format tableur (une ligne = un calcul).
       FD  CSV-FILE
      *Referentiel des valeurs nommees (taux de TVA, remise...),
      *entretenu par CalcTaux. Meme disposition que dans ce programme
      *puisque le fichier est partage.
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

      *Messages utilisateur externalises, un enregistrement par
           05  MSG-SEP2         PIC X(01).
           05  MSG-TEXT         PIC X(60).

      *Politique d'arrondi de l'atelier : regle (TRUNC ou ROUND) et
      *nombre de decimales publiees pour les resultats de division
      *et de pourcentage.
           05  PARM-SEP1        PIC X(01).
           05  PARM-DECIMALS    PIC 9(01).

      *Echeancier de pret imprimable des fonctions financieres, un
      *echeancier par pret calcule dans la session.
       FD  AMOR-FILE
           RECORDING MODE IS F.
       01  AMOR-LINE            PIC X(80).

       WORKING-STORAGE SECTION.
      
      *Variable pour effectuer les calculs.
      *decomptes pour information.
       01  WS-CSV-SKIP          PIC 9(05)       VALUE ZERO.
       01  WS-CSV-SKIP-ED       PIC ZZZZ9       VALUE ZERO.
      *Calculs en attente de validation, exclus de l'export jusqu'a
      *leur liberation et decomptes a part.
       01  WS-CSV-HOLD          PIC 9(05)       VALUE ZERO.

      *Variables du point de reprise du calcul enchaîné.
       01  WS-STEP-COUNT         PIC 9(05)      VALUE ZERO.
      *Messages utilisateur charges depuis CALCMSG dans la langue du
      *profil de l'utilisateur (ou demandee a defaut de profil).
       01  WS-MSG-FILE-STATUS   PIC X(02)      VALUE "00".
       01  WS-MSG-EOF           PIC X(01)      VALUE "N".
       01  WS-LANG              PIC X(02)      VALUE "FR".
       01  WS-MSG-I             PIC 9(04)      VALUE ZERO.
       01  WS-MSG-TABLE.
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
           05  WS-ACC-PROGRAM   PIC X(13)       VALUE "Calcul2".
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
       01  WS-LIM-MAX-ED        PIC Z(14)9.99   VALUE ZERO.

      *Referentiel des valeurs nommees, lu par cle a chaque
      *recherche d'un nom ; valeur retenue pour le nom recherche.
       01  WS-RATE-FILE-STATUS  PIC X(02)      VALUE "00".
       01  WS-RATE-EOF          PIC X(01)      VALUE "N".
       01  WS-RATE-FOUND        PIC X(01)      VALUE "N".
       01  WS-RATE-NAME         PIC X(08)      VALUE SPACE.
       01  WS-RATE-VALUE        PIC S9(09)v9(03) VALUE ZERO.

      *Zone de resolution d'une operande saisie : soit un nombre,
      *soit le nom d'une valeur du referentiel.
       01  WS-OPD-VALUE-ED      PIC -Z(20).99  VALUE ZERO.
       01  WS-OPD-TEXT          PIC X(24)      VALUE SPACE.
       01  WS-OPD-OK            PIC X(01)      VALUE "N".
       01  WS-TODAY             PIC X(08)      VALUE SPACE.

      *Libelles des operandes tels qu'inscrits dans l'historique de
       01  WS-RIGHT-VAL         PIC S9(20)v9(03) VALUE ZERO.
       01  WS-EXPR-TOTAL        PIC S9(20)v9(03) VALUE ZERO.

      *Mode fonctions financieres : echeancier de pret, interets
      *composes et conversion HT/TTC, chaque resultat etant
      *historise comme un calcul.
       01  WS-FIN-MODE          PIC X(04)      VALUE SPACE.
       01  WS-FIN-CHOIX         PIC X(04)      VALUE SPACE.
       01  WS-FIN-SENS          PIC X(04)      VALUE SPACE.
       01  WS-FIN-OK            PIC X(01)      VALUE "N".

      *Donnees de la fonction en cours : capital (ou montant), taux
      *en pourcent, duree, operateur inscrit dans l'historique et
      *resultat du moteur commun.
       01  WS-FIN-CAPITAL       PIC S9(09)v9(03) VALUE ZERO.
       01  WS-FIN-RATE          PIC S9(09)v9(03) VALUE ZERO.
       01  WS-FIN-PERIODES      PIC 9(04)      VALUE ZERO.
       01  WS-FIN-OPER          PIC X(01)      VALUE SPACE.
       01  WS-FIN-RESULT        PIC S9(20)v9(03) VALUE ZERO.
       01  WS-FIN-ECART         PIC S9(20)v9(03) VALUE ZERO.
       01  WS-FIN-ED            PIC -Z(20).99  VALUE ZERO.
      *Operandes historisees avec leurs 3 decimales (taux de CALCRATE
      *tel 5.125), pour que HistVerif refasse le calcul sur les
      *valeurs memes qu'a utilisees le moteur.
       01  WS-FIN-OPD1-ED       PIC -Z(19).999 VALUE ZERO.
       01  WS-FIN-OPD2-ED       PIC -Z(19).999 VALUE ZERO.

      *Echeancier de pret : ligne en cours, cumuls du pret et mise
      *en page de CALCAMOR.
       01  WS-AMOR-FILE-STATUS  PIC X(02)      VALUE "00".
       01  WS-AMOR-OPEN         PIC X(01)      VALUE "N".
       01  WS-AMOR-PERIODE      PIC 9(04)      VALUE ZERO.
       01  WS-AMOR-ECHEANCE     PIC S9(20)v9(03) VALUE ZERO.
       01  WS-AMOR-INTERET      PIC S9(20)v9(03) VALUE ZERO.
       01  WS-AMOR-AMORTI       PIC S9(20)v9(03) VALUE ZERO.
       01  WS-AMOR-SOLDE        PIC S9(20)v9(03) VALUE ZERO.
       01  WS-AMOR-TOT-ECH      PIC S9(20)v9(03) VALUE ZERO.
       01  WS-AMOR-TOT-INT      PIC S9(20)v9(03) VALUE ZERO.
       01  WS-AMOR-TOT-AMO      PIC S9(20)v9(03) VALUE ZERO.
       01  WS-AMOR-PAGE-NUMB    PIC 9(04)      VALUE ZERO.
       01  WS-AMOR-LINE-COUNT   PIC 9(02)      VALUE 99.
       01  WS-AMOR-LINES-PER-PAGE PIC 9(02)    VALUE 50.
       01  WS-AMOR-EDIT-DATE    PIC 9(08)      VALUE ZERO.
       01  WS-AMOR-FMT-DATE     PIC X(10)      VALUE SPACE.

       01  WS-AMOR-HEAD1.
           05  FILLER           PIC X(24)
               VALUE "ECHEANCIER DE PRET      ".
           05  FILLER           PIC X(18)
               VALUE "         EDITE LE ".
           05  WS-AMOR-H1-DATE  PIC X(10).
           05  FILLER           PIC X(18)
               VALUE "            PAGE  ".
           05  WS-AMOR-H1-PAGE  PIC ZZZ9.

       01  WS-AMOR-HEAD2.
           05  FILLER           PIC X(08)      VALUE "CAPITAL ".
           05  WS-AMOR-H2-CAPITAL PIC -Z(9)9.99.
           05  FILLER           PIC X(08)      VALUE "  TAUX ".
           05  WS-AMOR-H2-TAUX  PIC -Z(5)9.999.
           05  FILLER           PIC X(10)      VALUE " %  DUREE ".
           05  WS-AMOR-H2-DUREE PIC ZZZ9.
           05  FILLER           PIC X(07)      VALUE " MOIS  ".
           05  WS-AMOR-H2-USER  PIC X(08).

       01  WS-AMOR-HEAD3.
           05  FILLER           PIC X(07)      VALUE "PERIODE".
           05  FILLER           PIC X(16)      VALUE "        ECHEANCE".
           05  FILLER           PIC X(16)      VALUE "        INTERETS".
           05  FILLER           PIC X(16)      VALUE "  CAPITAL AMORTI".
           05  FILLER           PIC X(16)      VALUE "      RESTANT DU".

       01  WS-AMOR-HEAD4.
           05  FILLER           PIC X(80)      VALUE ALL "-".

       01  WS-AMOR-DETAIL.
           05  FILLER           PIC X(03)      VALUE SPACE.
           05  WS-AMOR-DET-PER  PIC ZZZ9.
           05  WS-AMOR-DET-ECH  PIC -Z(11)9.99.
           05  WS-AMOR-DET-INT  PIC -Z(11)9.99.
           05  WS-AMOR-DET-AMO  PIC -Z(11)9.99.
           05  WS-AMOR-DET-SOLDE PIC -Z(11)9.99.

       01  WS-AMOR-TOTAL-LINE.
           05  FILLER           PIC X(07)      VALUE "TOTAUX ".
           05  WS-AMOR-TOT-ECH-ED PIC -Z(11)9.99.
           05  WS-AMOR-TOT-INT-ED PIC -Z(11)9.99.
           05  WS-AMOR-TOT-AMO-ED PIC -Z(11)9.99.

       PROCEDURE DIVISION.
      *Ouverture du fichier d'historique (en ajout, une ligne/session).
           OPEN I-O HIST-FILE.
           ACCEPT WS-USER-ID.
           MOVE FUNCTION UPPER-CASE(WS-USER-ID) TO WS-USER-ID.

      *Identification de l'operateur (identifiant et mot de passe,
      *tout refus arrete le programme), langue du profil puis
      *chargement des messages utilisateur dans cette langue.
           PERFORM 0975-READ-PROFILE-START
           THRU    0975-READ-PROFILE-END.
           PERFORM 0980-LOAD-PARM-START
           THRU    0980-LOAD-PARM-END.

      *Choix du mode de saisie : expression complete sur une ligne,
      *evaluee avec les priorites et les parentheses, ou dialogue
      *pas a pas historique. Le mode expression ne touche pas au
                   THRU    7000-EXPRESSION-END
           END-IF.

      *Mode fonctions financieres : echeancier de pret, interets
      *composes et TVA, sans saisie d'operateur. Comme le mode
      *expression, il ne touche pas au point de reprise.
           DISPLAY FUNCTION TRIM(WS-MSG(119)).
           ACCEPT WS-FIN-MODE.
           IF WS-FIN-MODE = "YES"
               THEN
                   PERFORM 8000-FINANCE-START
                   THRU    8000-FINANCE-END
           END-IF.

      *Recherche un point de reprise laissé par une session
      *interrompue.
           PERFORM 0350-CHECK-RESTART-START
      ******************************************************************

       0100-CALCUL-START.
      *Action du calcul en fonction de l'opérateur choisi, confiee au
      *moteur commun CalcMoteur.
           MOVE "C"         TO WS-MOT-FONCTION.
           MOVE WS-NUMB1    TO WS-MOT-NUMB1.
           MOVE WS-OPERATOR TO WS-MOT-OPERATOR.
           MOVE WS-NUMB2    TO WS-MOT-NUMB2.
           CALL "CalcMoteur" USING WS-MOT-AREA.
           MOVE WS-MOT-TOTAL TO WS-TOTAL.
           EVALUATE TRUE
      *Un diviseur nul ferait abendir le DIVIDE, le moteur le rejette.
                WHEN MOT-DIV-ZERO
                     DISPLAY FUNCTION TRIM(WS-MSG(11))
                     PERFORM 0250-ZERO-DIVISOR-START
                     THRU    0250-ZERO-DIVISOR-END
      *Envoi vers un paragraphe permettant la resaisie de l'opérateur.
                WHEN MOT-OPER-INCONNU
                     DISPLAY FUNCTION TRIM(WS-MSG(62))
                     PERFORM 0200-WRONG-OPERATOR-START
                     THRU    0200-WRONG-OPERATOR-END
      *Resultat trop grand pour etre conserve : un autre operateur
      *est demande plutot que de publier un total tronque.
                WHEN MOT-DEPASSEMENT
                     DISPLAY FUNCTION TRIM(WS-MSG(79))
                     PERFORM 0200-WRONG-OPERATOR-START
                     THRU    0200-WRONG-OPERATOR-END
           END-EVALUATE.

           EXIT.
       0100-CALCUL-END.
           MOVE WS-BATCH-ID   TO HIST-BATCH-ID.
           MOVE SPACE         TO HIST-SEP5.
           MOVE WS-DEPT       TO HIST-DEPT.
      *Un calcul nouvellement ecrit est vivant (sauf plafond du
      *service depasse, voir 0680) : les colonnes d'annulation
      *restent a blanc.
           MOVE SPACE         TO HIST-SEP6.
           MOVE SPACE         TO HIST-STATUS.
           MOVE SPACE         TO HIST-SEP7.
           MOVE SPACES        TO HIST-CANCEL-REASON.
           MOVE SPACE         TO HIST-SEP9.
           MOVE SPACES        TO HIST-LINK-KEY.
           MOVE SPACE         TO HIST-SEP10.
           MOVE ZERO          TO HIST-PERIODES.
           MOVE WS-TOTAL      TO WS-LIM-TOTAL.
           PERFORM 0680-WRITE-HIST-START
           THRU    0680-WRITE-HIST-END.

       0680-WRITE-HIST-START.
      *Ecrit l'enregistrement d'historique ; en cas de doublon de cle
      *(plusieurs calculs dans la meme seconde) le numero d'ordre est
      *incremente jusqu'a trouver une place libre. Un resultat
      *(WS-LIM-TOTAL, pose par l'appelant) au-dela du plafond du
      *service est ecrit en attente ("H") de validation dans
      *CalcLibere.
           MOVE HIST-DEPT     TO WS-LIM-DEPT.
           MOVE HIST-OPERATOR TO WS-LIM-OPERATOR.
           CALL "CalcLimite" USING WS-LIM-AREA.
           IF LIM-EN-ATTENTE
               THEN
                   MOVE "H" TO HIST-STATUS
           END-IF.
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
                       MOVE "Y" TO WS-CSV-EOF
                   NOT AT END
      *Les calculs annules par CalcAjust ne partent pas en
      *comptabilite : ils sont exclus de l'export et decomptes. Les
      *calculs en attente de validation n'y partent pas davantage
      *tant qu'ils ne sont pas liberes.
                     EVALUATE HIST-STATUS
                       WHEN "C"
                         ADD 1 TO WS-CSV-SKIP
                       WHEN "H"
                         ADD 1 TO WS-CSV-HOLD
                       WHEN OTHER
                         MOVE SPACES TO CSV-RECORD
                         STRING
                         FUNCTION TRIM(HIST-NUMB1-ED) DELIMITED BY SIZE
                         INTO CSV-RECORD
                         END-STRING
                         WRITE CSV-RECORD
                     END-EVALUATE
               END-READ
           END-PERFORM.
           CLOSE HIST-FILE
                   DISPLAY WS-MSG(108)
                           FUNCTION TRIM(WS-CSV-SKIP-ED)
           END-IF.
           IF WS-CSV-HOLD NOT = ZERO
               THEN
                   MOVE WS-CSV-HOLD TO WS-CSV-SKIP-ED
                   DISPLAY WS-MSG(147)
                           FUNCTION TRIM(WS-CSV-SKIP-ED)
           END-IF.

           EXIT.
       0700-EXPORT-CSV-END.
               MOVE FUNCTION UPPER-CASE(WS-SAISIE) TO WS-SAISIE-UP
               PERFORM 0460-SEARCH-RATE-START
               THRU    0460-SEARCH-RATE-END
               IF WS-RATE-FOUND = "Y"
                   THEN
                       MOVE WS-RATE-VALUE TO WS-OPD-VALUE
                       MOVE WS-RATE-NAME  TO WS-OPD-TEXT
                       MOVE WS-OPD-VALUE TO WS-OPD-VALUE-ED
                       DISPLAY FUNCTION TRIM(WS-OPD-TEXT) " = "
                               FUNCTION TRIM(WS-OPD-VALUE-ED)
       0450-RESOLVE-OPERAND-END.

       0460-SEARCH-RATE-START.
      *Recherche de la saisie parmi les noms du referentiel, par cle :
      *positionnement sur la premiere date d'effet du nom puis
      *lecture de ses entrees dans l'ordre des dates ; la derniere
      *dont la date d'effet est atteinte l'emporte. Un referentiel
      *absent ne connait aucun nom.
           MOVE "N" TO WS-RATE-FOUND.
           IF WS-SAISIE-UP(9:16) NOT = SPACES
              OR WS-SAISIE-UP(1:8) = SPACES
               THEN
                   GO TO 0460-SEARCH-RATE-END
           END-IF.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE WS-RUN-DATE TO WS-TODAY.
           OPEN INPUT RATE-FILE.
           IF WS-RATE-FILE-STATUS NOT = "00"
               THEN
                   GO TO 0460-SEARCH-RATE-END
           END-IF.
           MOVE WS-SAISIE-UP(1:8) TO RATE-NAME.
           MOVE LOW-VALUES        TO RATE-EFF-DATE.
           MOVE "N"               TO WS-RATE-EOF.
           START RATE-FILE KEY IS NOT LESS THAN RATE-KEY
               INVALID KEY
                   MOVE "Y" TO WS-RATE-EOF
           END-START.
           PERFORM UNTIL WS-RATE-EOF = "Y"
               READ RATE-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-RATE-EOF
                   NOT AT END
                       IF RATE-NAME NOT = WS-SAISIE-UP(1:8)
                          OR RATE-EFF-DATE > WS-TODAY
                           THEN
                               MOVE "Y" TO WS-RATE-EOF
                           ELSE
                               IF RATE-VALUE IS NUMERIC
                                   THEN
                                       MOVE "Y"        TO WS-RATE-FOUND
                                       MOVE RATE-NAME  TO WS-RATE-NAME
                                       MOVE RATE-VALUE TO WS-RATE-VALUE
                                   ELSE
                                       DISPLAY FUNCTION TRIM(
                                               WS-MSG(78))
                               END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE RATE-FILE.

           EXIT.
       0460-SEARCH-RATE-END.

       0970-LOAD-MESSAGES-START.
      *Chargement des messages utilisateur de la langue retenue
       0970-LOAD-MESSAGES-END.

       0975-READ-PROFILE-START.
      *Identification de l'operateur par le controle d'acces
      *commun (identifiant et mot de passe), puis langue de travail
      *et service de son profil. Tout refus arrete le programme,
      *CalcAcces en ayant affiche le motif et journalise l'echec :
      *l'historique ne doit tracer que des operateurs identifies.
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

       7000-EXPRESSION-START.
      *Mode expression : la formule complete est saisie sur une
      *ligne et evaluee avec les priorites usuelles ; chaque
           MOVE FUNCTION UPPER-CASE(WS-EXPR-TOKEN) TO WS-SAISIE-UP.
           PERFORM 0460-SEARCH-RATE-START
           THRU    0460-SEARCH-RATE-END.
           IF WS-RATE-FOUND NOT = "Y"
               THEN
                   DISPLAY FUNCTION TRIM(WS-MSG(106)) " "
                           FUNCTION TRIM(WS-EXPR-TOKEN)
                   MOVE ZERO TO WS-EXPR-ERR
                   GO TO 7160-SCAN-NAME-END
           END-IF.
           MOVE WS-RATE-VALUE TO WS-OPD-CHK.
           IF WS-EXPR-NEG = "Y"
               THEN
                   COMPUTE WS-OPD-CHK = ZERO - WS-OPD-CHK

       7200-APPLY-OP-START.
      *Applique l'operateur au sommet de la pile aux deux valeurs au
      *sommet de la pile des valeurs, par le meme moteur commun que
      *0100-CALCUL-START, puis empile le resultat et l'historise.
           MOVE WS-OPR(WS-OPR-SP) TO WS-APPLY-OP.
           SUBTRACT 1 FROM WS-OPR-SP.
           IF WS-VAL-SP < 2
           SUBTRACT 1 FROM WS-VAL-SP.
           MOVE WS-VAL(WS-VAL-SP) TO WS-LEFT-VAL.
           SUBTRACT 1 FROM WS-VAL-SP.
      *Meme convention d'operandes que le mode pas a pas : pour la
      *division, le diviseur est passe en premiere operande.
           MOVE "C"         TO WS-MOT-FONCTION.
           MOVE WS-APPLY-OP TO WS-MOT-OPERATOR.
           IF WS-APPLY-OP = "/"
               THEN
                   MOVE WS-RIGHT-VAL TO WS-MOT-NUMB1
                   MOVE WS-LEFT-VAL  TO WS-MOT-NUMB2
               ELSE
                   MOVE WS-LEFT-VAL  TO WS-MOT-NUMB1
                   MOVE WS-RIGHT-VAL TO WS-MOT-NUMB2
           END-IF.
           CALL "CalcMoteur" USING WS-MOT-AREA.
           EVALUATE TRUE
      *Un diviseur nul ferait abendir le DIVIDE : l'expression est
      *refusee.
               WHEN MOT-DIV-ZERO
                   MOVE "N" TO WS-EXPR-OK
                   MOVE 104 TO WS-EXPR-ERR
                   GO TO 7200-APPLY-OP-END
               WHEN MOT-DEPASSEMENT
                   MOVE "N" TO WS-EXPR-OK
                   MOVE 109 TO WS-EXPR-ERR
                   GO TO 7200-APPLY-OP-END
               WHEN MOT-OPER-INCONNU
                   MOVE "N" TO WS-EXPR-OK
                   MOVE 102 TO WS-EXPR-ERR
                   GO TO 7200-APPLY-OP-END
           END-EVALUATE.
           MOVE WS-MOT-TOTAL TO WS-EXPR-TOTAL.
           ADD  1             TO WS-VAL-SP.
           MOVE WS-EXPR-TOTAL TO WS-VAL(WS-VAL-SP).
           PERFORM 7300-HIST-STEP-START
           MOVE WS-BATCH-ID   TO HIST-BATCH-ID.
           MOVE SPACE         TO HIST-SEP5.
           MOVE WS-DEPT       TO HIST-DEPT.
      *Un calcul nouvellement ecrit est vivant (sauf plafond du
      *service depasse, voir 0680) : les colonnes d'annulation
      *restent a blanc.
           MOVE SPACE         TO HIST-SEP6.
           MOVE SPACE         TO HIST-STATUS.
           MOVE SPACE         TO HIST-SEP7.
           MOVE SPACES        TO HIST-CANCEL-REASON.
           MOVE SPACE         TO HIST-SEP9.
           MOVE SPACES        TO HIST-LINK-KEY.
           MOVE SPACE         TO HIST-SEP10.
           MOVE ZERO          TO HIST-PERIODES.
           MOVE WS-EXPR-TOTAL TO WS-LIM-TOTAL.
           PERFORM 0680-WRITE-HIST-START
           THRU    0680-WRITE-HIST-END.

           EXIT.
       7300-HIST-STEP-END.

       8000-FINANCE-START.
      *Menu des fonctions financieres. Chaque fonction obtient son
      *resultat du moteur commun CalcMoteur et l'ecrit dans
      *l'historique, avec l'identifiant et le service de l'operateur,
      *comme tout calcul.
           MOVE "YES" TO WS-ENCORE.
           PERFORM UNTIL WS-ENCORE NOT = "YES"
               DISPLAY FUNCTION TRIM(WS-MSG(120))
               ACCEPT WS-FIN-CHOIX
               MOVE "Y" TO WS-FIN-OK
               EVALUATE WS-FIN-CHOIX
                   WHEN "1"
                       PERFORM 8100-LOAN-START
                       THRU    8100-LOAN-END
                   WHEN "2"
                       PERFORM 8200-COMPOUND-START
                       THRU    8200-COMPOUND-END
                   WHEN "3"
                       PERFORM 8300-VAT-START
                       THRU    8300-VAT-END
                   WHEN OTHER
                       DISPLAY FUNCTION TRIM(WS-MSG(121))
                       MOVE "N" TO WS-FIN-OK
               END-EVALUATE
               IF WS-FIN-OK = "Y"
                   THEN
                       DISPLAY FUNCTION TRIM(WS-MSG(140))
                       ACCEPT WS-ENCORE
               END-IF
           END-PERFORM.
           IF WS-AMOR-OPEN = "Y"
               THEN
                   CLOSE AMOR-FILE
           END-IF.
      *Politique d'arrondi en vigueur, pour les auditeurs.
           DISPLAY WS-MSG(12) WS-PARM-RULE " "
                   WS-PARM-DECIMALS " DEC".
           CLOSE HIST-FILE.
           STOP RUN.

           EXIT.
       8000-FINANCE-END.

       8100-LOAN-START.
      *Pret a echeances mensuelles constantes : capital, taux annuel
      *et duree en mois. L'echeance est historisee (operateur "E",
      *capital et taux en operandes) et l'echeancier complet est
      *edite dans CALCAMOR.
           MOVE "N" TO WS-FIN-OK.
           PERFORM UNTIL WS-FIN-OK = "Y"
               DISPLAY FUNCTION TRIM(WS-MSG(122))
               PERFORM 0450-RESOLVE-OPERAND-START
               THRU    0450-RESOLVE-OPERAND-END
               IF WS-OPD-VALUE > ZERO
                   THEN
                       MOVE WS-OPD-VALUE TO WS-FIN-CAPITAL
                       MOVE "Y"          TO WS-FIN-OK
                   ELSE
                       DISPLAY FUNCTION TRIM(WS-MSG(142))
               END-IF
           END-PERFORM.
           DISPLAY FUNCTION TRIM(WS-MSG(123)).
           PERFORM 0450-RESOLVE-OPERAND-START
           THRU    0450-RESOLVE-OPERAND-END.
           MOVE WS-OPD-VALUE TO WS-FIN-RATE.
           DISPLAY FUNCTION TRIM(WS-MSG(124)).
           PERFORM 8500-GET-PERIODES-START
           THRU    8500-GET-PERIODES-END.
           MOVE "E" TO WS-FIN-OPER.
           PERFORM 8400-CALL-ENGINE-START
           THRU    8400-CALL-ENGINE-END.
           IF NOT MOT-CALC-OK
               THEN
                   GO TO 8100-LOAN-END
           END-IF.
           MOVE WS-FIN-RESULT TO WS-FIN-ED.
           DISPLAY FUNCTION TRIM(WS-MSG(126)) " "
                   FUNCTION TRIM(WS-FIN-ED).
           PERFORM 8600-SCHEDULE-START
           THRU    8600-SCHEDULE-END.
           MOVE WS-AMOR-TOT-INT TO WS-FIN-ED.
           DISPLAY FUNCTION TRIM(WS-MSG(127)) " "
                   FUNCTION TRIM(WS-FIN-ED).
           IF WS-AMOR-OPEN = "Y"
               THEN
                   DISPLAY FUNCTION TRIM(WS-MSG(128))
           END-IF.
           PERFORM 8900-HIST-FIN-START
           THRU    8900-HIST-FIN-END.

           EXIT.
       8100-LOAN-END.

       8200-COMPOUND-START.
      *Valeur acquise d'un capital a interets composes : capital,
      *taux par periode et nombre de periodes. La valeur acquise est
      *historisee (operateur "I", capital et taux en operandes).
           DISPLAY FUNCTION TRIM(WS-MSG(129)).
           PERFORM 0450-RESOLVE-OPERAND-START
           THRU    0450-RESOLVE-OPERAND-END.
           MOVE WS-OPD-VALUE TO WS-FIN-CAPITAL.
           DISPLAY FUNCTION TRIM(WS-MSG(130)).
           PERFORM 0450-RESOLVE-OPERAND-START
           THRU    0450-RESOLVE-OPERAND-END.
           MOVE WS-OPD-VALUE TO WS-FIN-RATE.
           DISPLAY FUNCTION TRIM(WS-MSG(131)).
           PERFORM 8500-GET-PERIODES-START
           THRU    8500-GET-PERIODES-END.
           MOVE "I" TO WS-FIN-OPER.
           PERFORM 8400-CALL-ENGINE-START
           THRU    8400-CALL-ENGINE-END.
           IF NOT MOT-CALC-OK
               THEN
                   GO TO 8200-COMPOUND-END
           END-IF.
           MOVE WS-FIN-RESULT TO WS-FIN-ED.
           DISPLAY FUNCTION TRIM(WS-MSG(132)) " "
                   FUNCTION TRIM(WS-FIN-ED).
           COMPUTE WS-FIN-ECART = WS-FIN-RESULT - WS-FIN-CAPITAL.
           MOVE WS-FIN-ECART TO WS-FIN-ED.
           DISPLAY FUNCTION TRIM(WS-MSG(133)) " "
                   FUNCTION TRIM(WS-FIN-ED).
           PERFORM 8900-HIST-FIN-START
           THRU    8900-HIST-FIN-END.

           EXIT.
       8200-COMPOUND-END.

       8300-VAT-START.
      *Conversion HT/TTC : le montant saisi est hors taxe (operateur
      *"T", ajout de la TVA) ou toutes taxes comprises (operateur
      *"H", retrait de la TVA). Le montant converti est historise,
      *montant saisi et taux en operandes.
           DISPLAY FUNCTION TRIM(WS-MSG(134)).
           PERFORM 0450-RESOLVE-OPERAND-START
           THRU    0450-RESOLVE-OPERAND-END.
           MOVE WS-OPD-VALUE TO WS-FIN-CAPITAL.
           DISPLAY FUNCTION TRIM(WS-MSG(135)).
           PERFORM 0450-RESOLVE-OPERAND-START
           THRU    0450-RESOLVE-OPERAND-END.
           MOVE WS-OPD-VALUE TO WS-FIN-RATE.
           MOVE SPACE TO WS-FIN-OPER.
           PERFORM UNTIL WS-FIN-OPER NOT = SPACE
               DISPLAY FUNCTION TRIM(WS-MSG(136))
               ACCEPT WS-FIN-SENS
               EVALUATE WS-FIN-SENS
                   WHEN "1"
                       MOVE "T" TO WS-FIN-OPER
                   WHEN "2"
                       MOVE "H" TO WS-FIN-OPER
                   WHEN OTHER
                       DISPLAY FUNCTION TRIM(WS-MSG(121))
               END-EVALUATE
           END-PERFORM.
           MOVE ZERO TO WS-FIN-PERIODES.
           PERFORM 8400-CALL-ENGINE-START
           THRU    8400-CALL-ENGINE-END.
           IF NOT MOT-CALC-OK
               THEN
                   GO TO 8300-VAT-END
           END-IF.
      *Les trois montants sont affiches quel que soit le sens : la
      *TVA est l'ecart entre le TTC et le HT.
           IF WS-FIN-OPER = "T"
               THEN
                   MOVE WS-FIN-CAPITAL TO WS-FIN-ED
                   DISPLAY FUNCTION TRIM(WS-MSG(137)) " "
                           FUNCTION TRIM(WS-FIN-ED)
                   COMPUTE WS-FIN-ECART = WS-FIN-RESULT - WS-FIN-CAPITAL
                   MOVE WS-FIN-ECART TO WS-FIN-ED
                   DISPLAY FUNCTION TRIM(WS-MSG(138)) " "
                           FUNCTION TRIM(WS-FIN-ED)
                   MOVE WS-FIN-RESULT TO WS-FIN-ED
                   DISPLAY FUNCTION TRIM(WS-MSG(139)) " "
                           FUNCTION TRIM(WS-FIN-ED)
               ELSE
                   MOVE WS-FIN-RESULT TO WS-FIN-ED
                   DISPLAY FUNCTION TRIM(WS-MSG(137)) " "
                           FUNCTION TRIM(WS-FIN-ED)
                   COMPUTE WS-FIN-ECART = WS-FIN-CAPITAL - WS-FIN-RESULT
                   MOVE WS-FIN-ECART TO WS-FIN-ED
                   DISPLAY FUNCTION TRIM(WS-MSG(138)) " "
                           FUNCTION TRIM(WS-FIN-ED)
                   MOVE WS-FIN-CAPITAL TO WS-FIN-ED
                   DISPLAY FUNCTION TRIM(WS-MSG(139)) " "
                           FUNCTION TRIM(WS-FIN-ED)
           END-IF.
           PERFORM 8900-HIST-FIN-START
           THRU    8900-HIST-FIN-END.

           EXIT.
       8300-VAT-END.

       8400-CALL-ENGINE-START.
      *Appel du moteur commun : la TVA est une operation ordinaire
      *(fonction "C"), le pret et les interets composes des
      *fonctions financieres avec duree (fonction "F").
           IF WS-FIN-OPER = "T" OR WS-FIN-OPER = "H"
               THEN
                   MOVE "C" TO WS-MOT-FONCTION
               ELSE
                   MOVE "F" TO WS-MOT-FONCTION
           END-IF.
           MOVE WS-FIN-CAPITAL  TO WS-MOT-NUMB1.
           MOVE WS-FIN-OPER     TO WS-MOT-OPERATOR.
           MOVE WS-FIN-RATE     TO WS-MOT-NUMB2.
           MOVE WS-FIN-PERIODES TO WS-MOT-PERIODES.
           CALL "CalcMoteur" USING WS-MOT-AREA.
           MOVE WS-MOT-TOTAL    TO WS-FIN-RESULT.
           EVALUATE TRUE
               WHEN MOT-DEPASSEMENT
                   DISPLAY FUNCTION TRIM(WS-MSG(141))
               WHEN MOT-DIV-ZERO
               WHEN MOT-OPER-INCONNU
                   DISPLAY FUNCTION TRIM(WS-MSG(143))
           END-EVALUATE.

           EXIT.
       8400-CALL-ENGINE-END.

       8500-GET-PERIODES-START.
      *Saisie d'une duree : un nombre entier de 1 a 9999 (un nom du
      *referentiel est accepte comme pour toute operande).
           MOVE "N" TO WS-FIN-OK.
           PERFORM UNTIL WS-FIN-OK = "Y"
               PERFORM 0450-RESOLVE-OPERAND-START
               THRU    0450-RESOLVE-OPERAND-END
               IF WS-OPD-VALUE > ZERO
                  AND WS-OPD-VALUE NOT > 9999
                   THEN
                       MOVE WS-OPD-VALUE TO WS-FIN-PERIODES
                       IF WS-FIN-PERIODES = WS-OPD-VALUE
                           THEN
                               MOVE "Y" TO WS-FIN-OK
                       END-IF
               END-IF
               IF WS-FIN-OK NOT = "Y"
                   THEN
                       DISPLAY FUNCTION TRIM(WS-MSG(125))
               END-IF
           END-PERFORM.

           EXIT.
       8500-GET-PERIODES-END.

       8600-SCHEDULE-START.
      *Tableau d'amortissement du pret, periode par periode : les
      *interets courent sur le capital restant du, l'echeance
      *constante rembourse le reste ; la derniere echeance solde le
      *capital restant pour absorber les ecarts d'arrondi. Sans
      *fichier CALCAMOR, les cumuls sont tout de meme calcules.
           IF WS-AMOR-OPEN NOT = "Y"
               THEN
                   OPEN OUTPUT AMOR-FILE
                   IF WS-AMOR-FILE-STATUS = "00"
                       THEN
                           MOVE "Y" TO WS-AMOR-OPEN
                       ELSE
                           DISPLAY FUNCTION TRIM(WS-MSG(144)) " "
                                   WS-AMOR-FILE-STATUS
                   END-IF
           END-IF.
      *Chaque echeancier commence sur une nouvelle page.
           MOVE 99              TO WS-AMOR-LINE-COUNT.
           MOVE WS-FIN-CAPITAL  TO WS-AMOR-H2-CAPITAL.
           MOVE WS-FIN-RATE     TO WS-AMOR-H2-TAUX.
           MOVE WS-FIN-PERIODES TO WS-AMOR-H2-DUREE.
           MOVE WS-USER-ID      TO WS-AMOR-H2-USER.
           MOVE WS-FIN-CAPITAL  TO WS-AMOR-SOLDE.
           MOVE ZERO            TO WS-AMOR-TOT-ECH.
           MOVE ZERO            TO WS-AMOR-TOT-INT.
           MOVE ZERO            TO WS-AMOR-TOT-AMO.
           PERFORM 8610-SCHEDULE-LINE-START
           THRU    8610-SCHEDULE-LINE-END
               VARYING WS-AMOR-PERIODE FROM 1 BY 1
               UNTIL WS-AMOR-PERIODE > WS-FIN-PERIODES.
           IF WS-AMOR-OPEN = "Y"
               THEN
                   IF WS-AMOR-LINE-COUNT > WS-AMOR-LINES-PER-PAGE
                       THEN
                           PERFORM 8700-SCHEDULE-HEADING-START
                           THRU    8700-SCHEDULE-HEADING-END
                   END-IF
                   MOVE WS-AMOR-HEAD4   TO AMOR-LINE
                   WRITE AMOR-LINE
                   MOVE WS-AMOR-TOT-ECH TO WS-AMOR-TOT-ECH-ED
                   MOVE WS-AMOR-TOT-INT TO WS-AMOR-TOT-INT-ED
                   MOVE WS-AMOR-TOT-AMO TO WS-AMOR-TOT-AMO-ED
                   MOVE WS-AMOR-TOTAL-LINE TO AMOR-LINE
                   WRITE AMOR-LINE
           END-IF.

           EXIT.
       8600-SCHEDULE-END.

       8610-SCHEDULE-LINE-START.
      *Une periode de l'echeancier. Les interets de la periode sont
      *cadres par le moteur commun selon la politique d'arrondi.
           MOVE "R" TO WS-MOT-FONCTION.
           COMPUTE WS-MOT-NUMB1 = WS-AMOR-SOLDE * WS-FIN-RATE / 1200.
           CALL "CalcMoteur" USING WS-MOT-AREA.
           MOVE WS-MOT-TOTAL TO WS-AMOR-INTERET.
           IF WS-AMOR-PERIODE = WS-FIN-PERIODES
               THEN
                   MOVE WS-AMOR-SOLDE TO WS-AMOR-AMORTI
                   COMPUTE WS-AMOR-ECHEANCE =
                           WS-AMOR-AMORTI + WS-AMOR-INTERET
               ELSE
                   MOVE WS-FIN-RESULT TO WS-AMOR-ECHEANCE
                   COMPUTE WS-AMOR-AMORTI =
                           WS-AMOR-ECHEANCE - WS-AMOR-INTERET
           END-IF.
           SUBTRACT WS-AMOR-AMORTI FROM WS-AMOR-SOLDE.
           ADD WS-AMOR-ECHEANCE TO WS-AMOR-TOT-ECH.
           ADD WS-AMOR-INTERET  TO WS-AMOR-TOT-INT.
           ADD WS-AMOR-AMORTI   TO WS-AMOR-TOT-AMO.
           IF WS-AMOR-OPEN NOT = "Y"
               THEN
                   GO TO 8610-SCHEDULE-LINE-END
           END-IF.
           IF WS-AMOR-LINE-COUNT > WS-AMOR-LINES-PER-PAGE
               THEN
                   PERFORM 8700-SCHEDULE-HEADING-START
                   THRU    8700-SCHEDULE-HEADING-END
           END-IF.
           MOVE WS-AMOR-PERIODE  TO WS-AMOR-DET-PER.
           MOVE WS-AMOR-ECHEANCE TO WS-AMOR-DET-ECH.
           MOVE WS-AMOR-INTERET  TO WS-AMOR-DET-INT.
           MOVE WS-AMOR-AMORTI   TO WS-AMOR-DET-AMO.
           MOVE WS-AMOR-SOLDE    TO WS-AMOR-DET-SOLDE.
           MOVE WS-AMOR-DETAIL   TO AMOR-LINE.
           WRITE AMOR-LINE.
           ADD 1 TO WS-AMOR-LINE-COUNT.

           EXIT.
       8610-SCHEDULE-LINE-END.

       8700-SCHEDULE-HEADING-START.
      *Entete de page de l'echeancier, rappelant les conditions du
      *pret.
           ADD  1                 TO WS-AMOR-PAGE-NUMB.
           ACCEPT WS-AMOR-EDIT-DATE FROM DATE YYYYMMDD.
           MOVE WS-AMOR-EDIT-DATE(7:2) TO WS-AMOR-FMT-DATE(1:2).
           MOVE "/"                    TO WS-AMOR-FMT-DATE(3:1).
           MOVE WS-AMOR-EDIT-DATE(5:2) TO WS-AMOR-FMT-DATE(4:2).
           MOVE "/"                    TO WS-AMOR-FMT-DATE(6:1).
           MOVE WS-AMOR-EDIT-DATE(1:4) TO WS-AMOR-FMT-DATE(7:4).
           MOVE WS-AMOR-FMT-DATE  TO WS-AMOR-H1-DATE.
           MOVE WS-AMOR-PAGE-NUMB TO WS-AMOR-H1-PAGE.
           MOVE WS-AMOR-HEAD1     TO AMOR-LINE.
           WRITE AMOR-LINE.
           MOVE WS-AMOR-HEAD2     TO AMOR-LINE.
           WRITE AMOR-LINE.
           MOVE WS-AMOR-HEAD3     TO AMOR-LINE.
           WRITE AMOR-LINE.
           MOVE WS-AMOR-HEAD4     TO AMOR-LINE.
           WRITE AMOR-LINE.
           MOVE ZERO              TO WS-AMOR-LINE-COUNT.

           EXIT.
       8700-SCHEDULE-HEADING-END.

       8900-HIST-FIN-START.
      *Historise le resultat de la fonction financiere comme un
      *calcul : capital (ou montant) en premiere operande, taux en
      *seconde, operateur de la fonction et resultat.
           MOVE WS-FIN-CAPITAL TO WS-FIN-OPD1-ED.
           MOVE WS-FIN-RATE    TO WS-FIN-OPD2-ED.
           MOVE WS-FIN-RESULT  TO WS-TOTAL-ED.
           MOVE SPACE         TO HIST-SEP1.
           MOVE SPACE         TO HIST-SEP2.
           MOVE " = "         TO HIST-EQ.
           MOVE WS-FIN-OPD1-ED TO HIST-NUMB1-ED.
           MOVE WS-FIN-OPER   TO HIST-OPERATOR.
           MOVE WS-FIN-OPD2-ED TO HIST-NUMB2-ED.
           MOVE WS-TOTAL-ED   TO HIST-TOTAL-ED.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
           MOVE SPACE         TO HIST-SEP3.
           MOVE WS-USER-ID    TO HIST-USER-ID.
           MOVE WS-RUN-DATE   TO HIST-RUN-DATE.
           MOVE WS-RUN-TIME   TO HIST-RUN-TIME.
           MOVE ZERO          TO HIST-SEQ.
           MOVE SPACE         TO HIST-SEP4.
           MOVE WS-BATCH-ID   TO HIST-BATCH-ID.
           MOVE SPACE         TO HIST-SEP5.
           MOVE WS-DEPT       TO HIST-DEPT.
      *Un calcul nouvellement ecrit est vivant (sauf plafond du
      *service depasse, voir 0680) : les colonnes d'annulation
      *restent a blanc.
           MOVE SPACE         TO HIST-SEP6.
           MOVE SPACE         TO HIST-STATUS.
           MOVE SPACE         TO HIST-SEP7.
           MOVE SPACES        TO HIST-CANCEL-USER.
           MOVE SPACE         TO HIST-SEP8.
           MOVE SPACES        TO HIST-CANCEL-REASON.
           MOVE SPACE         TO HIST-SEP9.
           MOVE SPACES        TO HIST-LINK-KEY.
      *La duree est portee par la ligne pour que HistVerif puisse
      *refaire le calcul (zero pour la TVA).
           MOVE SPACE         TO HIST-SEP10.
           MOVE WS-FIN-PERIODES TO HIST-PERIODES.
           MOVE WS-FIN-RESULT TO WS-LIM-TOTAL.
           PERFORM 0680-WRITE-HIST-START
           THRU    0680-WRITE-HIST-END.

           EXIT.
       8900-HIST-FIN-END.
