       IDENTIFICATION DIVISION.
       PROGRAM-ID. CalcTrace.
       AUTHOR. Terry.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDT-FILE ASSIGN TO "CALCAUDT"
               ORGANIZATION  IS LINE SEQUENTIAL
               FILE STATUS   IS WS-AUDT-FILE-STATUS.

           SELECT RATE-FILE ASSIGN TO "CALCRATE"
               ORGANIZATION  IS INDEXED
               ACCESS MODE   IS DYNAMIC
               RECORD KEY    IS RATE-KEY
               FILE STATUS   IS WS-RATE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *Journal des modifications des referentiels CALCRATE et
      *CALCPROF, alimente par CalcTaux, CalcTauxBatch et CalcProfil.
      *Meme disposition que dans ces programmes puisque le fichier
      *est partage.
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
           05  AUDT-KEY         PIC X(16).
           05  AUDT-SEP5        PIC X(01).
           05  AUDT-USER-ID     PIC X(08).
           05  AUDT-SEP6        PIC X(01).
           05  AUDT-PROGRAM     PIC X(13).
           05  AUDT-SEP7        PIC X(01).
           05  AUDT-BEFORE      PIC X(80).
           05  AUDT-SEP8        PIC X(01).
           05  AUDT-AFTER       PIC X(80).

      *Referentiel des valeurs nommees, point de depart de la
      *reconstitution d'un taux a une date passee. Meme disposition
      *que dans CalcTaux puisque le fichier est partage.
       FD  RATE-FILE.
       01  RATE-RECORD.
           05  RATE-KEY.
               10  RATE-NAME        PIC X(08).
               10  RATE-EFF-DATE    PIC X(08).
           05  RATE-SEP1        PIC X(01).
           05  RATE-VALUE       PIC S9(09)v9(03)
                                 SIGN IS TRAILING SEPARATE.
           05  RATE-SEP2        PIC X(01).
           05  RATE-DESC        PIC X(30).

       WORKING-STORAGE SECTION.

      *Variables de statut des fichiers.
       01  WS-AUDT-FILE-STATUS  PIC X(02)       VALUE "00".
       01  WS-RATE-FILE-STATUS  PIC X(02)       VALUE "00".

      *Type de consultation : LIST (liste des modifications selon
      *les criteres) ou ASOF (valeur d'un taux a une date passee).
       01  WS-MODE              PIC X(04)       VALUE SPACE.

      *Criteres de la liste : fichier, cle (nom de taux ou
      *identifiant, et date d'effet pour un taux), auteur et
      *fourchette de dates ; un critere a blanc est sans filtre.
       01  WS-CRIT-FILE         PIC X(08)       VALUE SPACE.
       01  WS-CRIT-KEY          PIC X(08)       VALUE SPACE.
       01  WS-CRIT-EFF-DATE     PIC X(08)       VALUE SPACE.
       01  WS-CRIT-USER         PIC X(08)       VALUE SPACE.
       01  WS-CRIT-FROM         PIC X(08)       VALUE SPACE.
       01  WS-CRIT-TO           PIC X(08)       VALUE SPACE.
       01  WS-SAISIE            PIC X(24)       VALUE SPACE.

      *Variables de parcours de la consultation.
       01  WS-EOF               PIC X(01)       VALUE "N".
       01  WS-MATCH-COUNT       PIC 9(07)       VALUE ZERO.
       01  WS-COUNT-ED          PIC ZZZZZZ9     VALUE ZERO.

      *Restitution d'une image avant ou apres : libelle et image,
      *vue a la disposition de CALCRATE pour en extraire la valeur.
       01  WS-IMG-LIB           PIC X(10)       VALUE SPACE.
       01  WS-IMG               PIC X(80)       VALUE SPACE.
       01  WS-IMG-RATE.
           05  WS-IMG-RATE-NAME     PIC X(08).
           05  WS-IMG-RATE-DATE     PIC X(08).
           05  WS-IMG-RATE-SEP1     PIC X(01).
           05  WS-IMG-RATE-VALUE    PIC S9(09)v9(03)
                                     SIGN IS TRAILING SEPARATE.
           05  WS-IMG-RATE-SEP2     PIC X(01).
           05  WS-IMG-RATE-DESC     PIC X(30).
           05  FILLER               PIC X(19).
      *Vue d'une image de profil : l'empreinte du mot de passe
      *n'est jamais restituee ; la date du mot de passe qui la suit
      *montre s'il a ete change.
       01  WS-IMG-PROF.
           05  WS-IMG-PROF-DATA     PIC X(22).
           05  WS-IMG-PROF-SEP4     PIC X(01).
           05  WS-IMG-PROF-HASH     PIC X(20).
           05  WS-IMG-PROF-REST     PIC X(37).
       01  WS-IMG-PWD           PIC X(08)       VALUE SPACE.
       01  WS-ACTION-LIB        PIC X(12)       VALUE SPACE.
       01  WS-VALUE-ED          PIC -Z(09).999  VALUE ZERO.

      *Reconstitution d'un taux a une date : un poste par date
      *d'effet connue du nom demande, dans le referentiel actuel ou
      *dans le journal. Un poste vu pour la premiere fois dans le
      *journal prend l'etat anterieur a cette premiere modification
      *(image avant), puis chaque modification datee au plus tard du
      *jour demande est rejouee dans l'ordre du journal.
       01  WS-ASOF-NAME         PIC X(08)       VALUE SPACE.
       01  WS-ASOF-DATE         PIC X(08)       VALUE SPACE.
       01  WS-TODAY             PIC 9(08)       VALUE ZERO.
       01  WS-SLOT-COUNT        PIC 9(03)       VALUE ZERO.
       01  WS-SLOT-TABLE.
           05  WS-SLOT-ENTRY OCCURS 500 TIMES.
               10  WS-SLOT-EFF-DATE PIC X(08).
               10  WS-SLOT-SEEN     PIC X(01).
               10  WS-SLOT-EXISTS   PIC X(01).
               10  WS-SLOT-VALUE    PIC S9(09)v9(03).
       01  WS-I                 PIC 9(03)       VALUE ZERO.
       01  WS-SLOT-I            PIC 9(03)       VALUE ZERO.
       01  WS-BEST-I            PIC 9(03)       VALUE ZERO.
       01  WS-SLOT-FULL         PIC X(01)       VALUE "N".

       PROCEDURE DIVISION.

           DISPLAY "Journal des modifications des referentiels".
           DISPLAY "Type de consultation : LIST (modifications) ou "
                   "ASOF (valeur d'un taux a une date)".
           ACCEPT WS-SAISIE.
           MOVE FUNCTION UPPER-CASE(WS-SAISIE(1:4)) TO WS-MODE.

      *Ouverture du journal des modifications.
           OPEN INPUT AUDT-FILE.
           IF WS-AUDT-FILE-STATUS NOT = "00"
               THEN
                   DISPLAY "Fichier CALCAUDT introuvable, consultation "
                           "annulee"
                   STOP RUN
           END-IF.

           IF WS-MODE = "ASOF"
               THEN
                   PERFORM 2000-ASOF-START
                   THRU    2000-ASOF-END
               ELSE
                   PERFORM 1000-LIST-START
                   THRU    1000-LIST-END
           END-IF.

           CLOSE AUDT-FILE.
           STOP RUN.

      ******************************************************************

       0100-GET-DATES-START.
      *Saisie de la fourchette de dates ; une borne laissee a blanc
      *est ouverte.
           DISPLAY "Date de debut AAAAMMJJ (vide = sans borne)".
           ACCEPT WS-SAISIE.
           IF WS-SAISIE = SPACE
               THEN
                   MOVE "00000000" TO WS-CRIT-FROM
               ELSE
                   MOVE WS-SAISIE(1:8) TO WS-CRIT-FROM
           END-IF.
           DISPLAY "Date de fin AAAAMMJJ (vide = sans borne)".
           ACCEPT WS-SAISIE.
           IF WS-SAISIE = SPACE
               THEN
                   MOVE "99999999" TO WS-CRIT-TO
               ELSE
                   MOVE WS-SAISIE(1:8) TO WS-CRIT-TO
           END-IF.
           EXIT.
       0100-GET-DATES-END.

       1000-LIST-START.
      *Liste des modifications selon les criteres saisis, dans
      *l'ordre chronologique du journal.
           DISPLAY "Fichier CALCRATE ou CALCPROF (vide = les deux)".
           ACCEPT WS-SAISIE.
           MOVE FUNCTION UPPER-CASE(WS-SAISIE(1:8)) TO WS-CRIT-FILE.
           DISPLAY "Nom de taux ou identifiant (vide = tous)".
           ACCEPT WS-SAISIE.
           MOVE FUNCTION UPPER-CASE(WS-SAISIE(1:8)) TO WS-CRIT-KEY.
           IF WS-CRIT-FILE NOT = "CALCPROF"
              AND WS-CRIT-KEY NOT = SPACE
               THEN
                   DISPLAY "Date d'effet AAAAMMJJ (vide = toutes)"
                   ACCEPT WS-SAISIE
                   MOVE WS-SAISIE(1:8) TO WS-CRIT-EFF-DATE
           END-IF.
           DISPLAY "Auteur de la modification (vide = tous)".
           ACCEPT WS-SAISIE.
           MOVE FUNCTION UPPER-CASE(WS-SAISIE(1:8)) TO WS-CRIT-USER.
           PERFORM 0100-GET-DATES-START
           THRU    0100-GET-DATES-END.

           PERFORM 1100-READ-LIST-START
           THRU    1100-READ-LIST-END
               UNTIL WS-EOF = "Y".

           MOVE WS-MATCH-COUNT TO WS-COUNT-ED.
           DISPLAY "-----------------------------------------".
           DISPLAY "Modifications retrouvees : "
                   FUNCTION TRIM(WS-COUNT-ED).
           EXIT.
       1000-LIST-END.

       1100-READ-LIST-START.
      *Lecture d'une ligne du journal et restitution si elle
      *satisfait tous les criteres.
           READ AUDT-FILE
               AT END
                   MOVE "Y" TO WS-EOF
                   GO TO 1100-READ-LIST-END
           END-READ.
           IF WS-CRIT-FILE NOT = SPACE
              AND AUDT-FILE-NAME NOT = WS-CRIT-FILE
               THEN
                   GO TO 1100-READ-LIST-END
           END-IF.
           IF WS-CRIT-KEY NOT = SPACE
              AND AUDT-KEY(1:8) NOT = WS-CRIT-KEY
               THEN
                   GO TO 1100-READ-LIST-END
           END-IF.
           IF WS-CRIT-EFF-DATE NOT = SPACE
              AND AUDT-KEY(9:8) NOT = WS-CRIT-EFF-DATE
               THEN
                   GO TO 1100-READ-LIST-END
           END-IF.
           IF WS-CRIT-USER NOT = SPACE
              AND AUDT-USER-ID NOT = WS-CRIT-USER
               THEN
                   GO TO 1100-READ-LIST-END
           END-IF.
           IF AUDT-DATE < WS-CRIT-FROM
              OR AUDT-DATE > WS-CRIT-TO
               THEN
                   GO TO 1100-READ-LIST-END
           END-IF.
           PERFORM 1200-SHOW-CHANGE-START
           THRU    1200-SHOW-CHANGE-END.
           EXIT.
       1100-READ-LIST-END.

       1200-SHOW-CHANGE-START.
      *Restitue une modification sur la console : horodatage,
      *fichier, action, cle, auteur et programme, puis les images
      *avant et apres.
           EVALUATE AUDT-ACTION
               WHEN "A"
                   MOVE "CREATION"     TO WS-ACTION-LIB
               WHEN "C"
                   MOVE "MODIFICATION" TO WS-ACTION-LIB
               WHEN "D"
                   MOVE "SUPPRESSION"  TO WS-ACTION-LIB
               WHEN OTHER
                   MOVE AUDT-ACTION    TO WS-ACTION-LIB
           END-EVALUATE.
           DISPLAY AUDT-DATE " " AUDT-TIME " " AUDT-FILE-NAME " "
                   WS-ACTION-LIB " " AUDT-KEY(1:8) " "
                   AUDT-KEY(9:8) " PAR " AUDT-USER-ID " ("
                   FUNCTION TRIM(AUDT-PROGRAM) ")".
           IF AUDT-BEFORE NOT = SPACE
               THEN
                   MOVE "  AVANT : " TO WS-IMG-LIB
                   MOVE AUDT-BEFORE  TO WS-IMG
                   PERFORM 1300-SHOW-IMAGE-START
                   THRU    1300-SHOW-IMAGE-END
           END-IF.
           IF AUDT-AFTER NOT = SPACE
               THEN
                   MOVE "  APRES : " TO WS-IMG-LIB
                   MOVE AUDT-AFTER   TO WS-IMG
                   PERFORM 1300-SHOW-IMAGE-START
                   THRU    1300-SHOW-IMAGE-END
           END-IF.
           ADD 1 TO WS-MATCH-COUNT.
           EXIT.
       1200-SHOW-CHANGE-END.

       1300-SHOW-IMAGE-START.
      *Restitue une image : valeur et description pour un taux,
      *enregistrement sans l'empreinte du mot de passe pour un
      *profil.
           IF AUDT-FILE-NAME = "CALCRATE"
               THEN
                   MOVE WS-IMG TO WS-IMG-RATE
                   IF WS-IMG-RATE-VALUE IS NUMERIC
                       THEN
                           MOVE WS-IMG-RATE-VALUE TO WS-VALUE-ED
                           DISPLAY WS-IMG-LIB WS-VALUE-ED " "
                                   WS-IMG-RATE-DESC
                       ELSE
                           DISPLAY WS-IMG-LIB FUNCTION TRIM(WS-IMG)
                   END-IF
               ELSE
      *Une image anterieure aux mots de passe s'arrete au service.
                   MOVE WS-IMG TO WS-IMG-PROF
                   EVALUATE TRUE
                       WHEN WS-IMG(23:58) = SPACE
                           DISPLAY WS-IMG-LIB WS-IMG-PROF-DATA
                       WHEN WS-IMG-PROF-HASH = SPACE
                           MOVE "NON INIT" TO WS-IMG-PWD
                       WHEN OTHER
                           MOVE "MDP ****" TO WS-IMG-PWD
                   END-EVALUATE
                   IF WS-IMG(23:58) NOT = SPACE
                       THEN
                           DISPLAY WS-IMG-LIB WS-IMG-PROF-DATA " "
                                   WS-IMG-PWD
                                   WS-IMG-PROF-REST(1:14)
                   END-IF
           END-IF.
           EXIT.
       1300-SHOW-IMAGE-END.

       2000-ASOF-START.
      *Reconstitution de la valeur d'un taux a une date passee, pour
      *expliquer un calcul ancien de l'historique.
           MOVE SPACE TO WS-ASOF-NAME.
           PERFORM UNTIL WS-ASOF-NAME NOT = SPACE
               DISPLAY "Nom du taux"
               ACCEPT WS-SAISIE
               MOVE FUNCTION UPPER-CASE(WS-SAISIE(1:8))
                   TO WS-ASOF-NAME
           END-PERFORM.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           DISPLAY "Date AAAAMMJJ (vide = aujourd'hui)".
           ACCEPT WS-SAISIE.
           IF WS-SAISIE = SPACE
               THEN
                   MOVE WS-TODAY TO WS-ASOF-DATE
               ELSE
                   MOVE WS-SAISIE(1:8) TO WS-ASOF-DATE
           END-IF.
           IF WS-ASOF-DATE IS NOT NUMERIC
               THEN
                   DISPLAY "Date invalide, consultation annulee"
                   GO TO 2000-ASOF-END
           END-IF.

           PERFORM 2100-LOAD-CURRENT-START
           THRU    2100-LOAD-CURRENT-END.

           DISPLAY "Modifications de " WS-ASOF-NAME
                   " jusqu'au " WS-ASOF-DATE " :".
           MOVE "N" TO WS-EOF.
           PERFORM 2200-REPLAY-START
           THRU    2200-REPLAY-END
               UNTIL WS-EOF = "Y".

           PERFORM 2400-RESULT-START
           THRU    2400-RESULT-END.
           EXIT.
       2000-ASOF-END.

       2100-LOAD-CURRENT-START.
      *Chargement des dates d'effet du nom demande telles qu'elles
      *figurent aujourd'hui dans le referentiel : une entree jamais
      *modifiee depuis la mise en place du journal y est restee
      *inchangee.
           OPEN INPUT RATE-FILE.
           IF WS-RATE-FILE-STATUS NOT = "00"
               THEN
                   GO TO 2100-LOAD-CURRENT-END
           END-IF.
           MOVE WS-ASOF-NAME TO RATE-NAME.
           MOVE LOW-VALUES   TO RATE-EFF-DATE.
           MOVE "N"          TO WS-EOF.
           START RATE-FILE KEY IS NOT LESS THAN RATE-KEY
               INVALID KEY
                   MOVE "Y" TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = "Y"
               READ RATE-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF RATE-NAME NOT = WS-ASOF-NAME
                           THEN
                               MOVE "Y" TO WS-EOF
                           ELSE
                               IF RATE-VALUE IS NUMERIC
                                  AND WS-SLOT-COUNT < 500
                                   THEN
                                       ADD 1 TO WS-SLOT-COUNT
                                       MOVE WS-SLOT-COUNT TO WS-SLOT-I
                                       MOVE RATE-EFF-DATE
                                         TO WS-SLOT-EFF-DATE(WS-SLOT-I)
                                       MOVE "N"
                                         TO WS-SLOT-SEEN(WS-SLOT-I)
                                       MOVE "Y"
                                         TO WS-SLOT-EXISTS(WS-SLOT-I)
                                       MOVE RATE-VALUE
                                         TO WS-SLOT-VALUE(WS-SLOT-I)
                               END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE RATE-FILE.
           EXIT.
       2100-LOAD-CURRENT-END.

       2200-REPLAY-START.
      *Lecture d'une ligne du journal ; seules les modifications du
      *taux demande sont retenues.
           READ AUDT-FILE
               AT END
                   MOVE "Y" TO WS-EOF
                   GO TO 2200-REPLAY-END
           END-READ.
           IF AUDT-FILE-NAME NOT = "CALCRATE"
              OR AUDT-KEY(1:8) NOT = WS-ASOF-NAME
               THEN
                   GO TO 2200-REPLAY-END
           END-IF.
           PERFORM 2300-FIND-SLOT-START
           THRU    2300-FIND-SLOT-END.
           IF WS-SLOT-I = ZERO
               THEN
                   GO TO 2200-REPLAY-END
           END-IF.
      *Premiere modification de cette date d'effet dans le journal :
      *l'etat anterieur est celui de l'image avant.
           IF WS-SLOT-SEEN(WS-SLOT-I) NOT = "Y"
               THEN
                   MOVE "Y" TO WS-SLOT-SEEN(WS-SLOT-I)
                   IF AUDT-ACTION = "A"
                       THEN
                           MOVE "N" TO WS-SLOT-EXISTS(WS-SLOT-I)
                       ELSE
                           MOVE AUDT-BEFORE TO WS-IMG-RATE
                           MOVE "Y" TO WS-SLOT-EXISTS(WS-SLOT-I)
                           MOVE WS-IMG-RATE-VALUE
                             TO WS-SLOT-VALUE(WS-SLOT-I)
                   END-IF
           END-IF.
      *Modification anterieure ou egale au jour demande : elle etait
      *en place ce jour-la, elle est rejouee.
           IF AUDT-DATE > WS-ASOF-DATE
               THEN
                   GO TO 2200-REPLAY-END
           END-IF.
           IF AUDT-ACTION = "D"
               THEN
                   MOVE "N" TO WS-SLOT-EXISTS(WS-SLOT-I)
               ELSE
                   MOVE AUDT-AFTER TO WS-IMG-RATE
                   MOVE "Y" TO WS-SLOT-EXISTS(WS-SLOT-I)
                   MOVE WS-IMG-RATE-VALUE TO WS-SLOT-VALUE(WS-SLOT-I)
           END-IF.
           PERFORM 1200-SHOW-CHANGE-START
           THRU    1200-SHOW-CHANGE-END.
           EXIT.
       2200-REPLAY-END.

       2300-FIND-SLOT-START.
      *Recherche du poste de la date d'effet de la ligne du journal,
      *cree s'il n'existe pas encore ; WS-SLOT-I a zero si la table
      *est pleine.
           MOVE ZERO TO WS-SLOT-I.
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-SLOT-COUNT OR WS-SLOT-I NOT = ZERO
               IF WS-SLOT-EFF-DATE(WS-I) = AUDT-KEY(9:8)
                   THEN
                       MOVE WS-I TO WS-SLOT-I
               END-IF
           END-PERFORM.
           IF WS-SLOT-I NOT = ZERO
               THEN
                   GO TO 2300-FIND-SLOT-END
           END-IF.
           IF WS-SLOT-COUNT = 500
               THEN
                   IF WS-SLOT-FULL NOT = "Y"
                       THEN
                           DISPLAY "Trop de dates d'effet pour ce "
                                   "taux, reconstitution partielle"
                           MOVE "Y" TO WS-SLOT-FULL
                   END-IF
                   GO TO 2300-FIND-SLOT-END
           END-IF.
           ADD  1             TO WS-SLOT-COUNT.
           MOVE WS-SLOT-COUNT TO WS-SLOT-I.
           MOVE AUDT-KEY(9:8) TO WS-SLOT-EFF-DATE(WS-SLOT-I).
           MOVE "N"           TO WS-SLOT-SEEN(WS-SLOT-I).
           MOVE "N"           TO WS-SLOT-EXISTS(WS-SLOT-I).
           MOVE ZERO          TO WS-SLOT-VALUE(WS-SLOT-I).
           EXIT.
       2300-FIND-SLOT-END.

       2400-RESULT-START.
      *Etat du taux au jour demande : les dates d'effet alors
      *presentes dans le referentiel, et la valeur applicable, celle
      *de la plus recente date d'effet atteinte ce jour-la.
           DISPLAY "-----------------------------------------".
           DISPLAY "Referentiel " WS-ASOF-NAME " au " WS-ASOF-DATE
                   " :".
           MOVE ZERO TO WS-BEST-I.
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-SLOT-COUNT
               IF WS-SLOT-EXISTS(WS-I) = "Y"
                   THEN
                       MOVE WS-SLOT-VALUE(WS-I) TO WS-VALUE-ED
                       DISPLAY "  Date d'effet " WS-SLOT-EFF-DATE(WS-I)
                               " : " WS-VALUE-ED
                       IF WS-SLOT-EFF-DATE(WS-I) <= WS-ASOF-DATE
                           THEN
                               IF WS-BEST-I = ZERO
                                   THEN
                                       MOVE WS-I TO WS-BEST-I
                                   ELSE
                                       IF WS-SLOT-EFF-DATE(WS-I) >
                                          WS-SLOT-EFF-DATE(WS-BEST-I)
                                           THEN
                                               MOVE WS-I TO WS-BEST-I
                                       END-IF
                               END-IF
                       END-IF
               END-IF
           END-PERFORM.
           IF WS-BEST-I = ZERO
               THEN
                   DISPLAY "Aucune valeur de " WS-ASOF-NAME
                           " en vigueur le " WS-ASOF-DATE
               ELSE
                   MOVE WS-SLOT-VALUE(WS-BEST-I) TO WS-VALUE-ED
                   DISPLAY "Valeur applicable le " WS-ASOF-DATE " : "
                           FUNCTION TRIM(WS-VALUE-ED)
                           " (date d'effet "
                           WS-SLOT-EFF-DATE(WS-BEST-I) ")"
           END-IF.
           DISPLAY "-----------------------------------------".
           EXIT.
       2400-RESULT-END.
