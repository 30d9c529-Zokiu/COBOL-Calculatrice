       IDENTIFICATION DIVISION.
       PROGRAM-ID. CalcLimite.
       AUTHOR. Terry.

      *Controle des plafonds de resultat, appele (CALL "CalcLimite")
      *par les programmes qui ecrivent un calcul dans l'historique :
      *Calcul, Calcul2 et Calcul2Batch. Un resultat qui depasse, en
      *valeur absolue, le plafond fixe pour le service et l'operateur
      *n'est pas refuse : l'appelant l'ecrit dans l'historique a
      *l'etat "H" (en attente), et il ne devient vivant qu'apres
      *validation par un responsable du service dans CalcLibere.
      *
      *Les plafonds sont lus dans CALCLIM au premier appel puis
      *conserves pour toute la session. Recherche du plafond, du plus
      *precis au plus general : service et operateur, service et
      *tout operateur ("*"), tout service ("*") et operateur, tout
      *service et tout operateur. Sans plafond applicable (ou sans
      *fichier CALCLIM), le resultat n'est jamais mis en attente.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LIM-FILE ASSIGN TO "CALCLIM"
               ORGANIZATION  IS LINE SEQUENTIAL
               FILE STATUS   IS WS-LIM-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *Plafonds de resultat par service et operateur, tenus a la
      *main comme la table CALCCPTE : service ("*" = tout service),
      *operateur ("*" = tout operateur), plafond en clair (ex.
      *"250000.00") et libelle libre.
       FD  LIM-FILE
           RECORDING MODE IS F.
       01  LIM-RECORD.
           05  LIM-DEPT         PIC X(08).
           05  LIM-SEP1         PIC X(01).
           05  LIM-OPERATOR     PIC X(01).
           05  LIM-SEP2         PIC X(01).
           05  LIM-MAX-ED       PIC X(18).
           05  LIM-SEP3         PIC X(01).
           05  LIM-LIB          PIC X(30).

       WORKING-STORAGE SECTION.

      *Variables de statut et de lecture du fichier des plafonds.
       01  WS-LIM-FILE-STATUS   PIC X(02)       VALUE "00".
       01  WS-EOF               PIC X(01)       VALUE "N".
       01  WS-LOADED            PIC X(01)       VALUE "N".

      *Table des plafonds, chargee une fois par session.
       01  WS-LIM-COUNT         PIC 9(03)       VALUE ZERO.
       01  WS-LIM-TABLE.
           05  WS-LIM-ENTRY OCCURS 200 TIMES.
               10  WS-LIM-T-DEPT    PIC X(08).
               10  WS-LIM-T-OPER    PIC X(01).
               10  WS-LIM-T-MAX     PIC 9(15)v9(02).

      *Recherche dans la table : cle cherchee a chaque passe et
      *rang de l'entree retenue.
       01  WS-I                 PIC 9(03)       VALUE ZERO.
       01  WS-FOUND             PIC X(01)       VALUE "N".
       01  WS-FIND-DEPT         PIC X(08)       VALUE SPACE.
       01  WS-FIND-OPER         PIC X(01)       VALUE SPACE.

      *Valeur absolue du resultat controle.
       01  WS-ABS-TOTAL         PIC 9(20)v9(03) VALUE ZERO.

       LINKAGE SECTION.
      *Zone d'echange avec l'appelant. Meme disposition que la zone
      *WS-LIM-AREA des programmes appelants.
       01  LIM-AREA.
      *Service et operateur du calcul, et son resultat.
           05  LIM-A-DEPT       PIC X(08).
           05  LIM-A-OPERATOR   PIC X(01).
           05  LIM-A-TOTAL      PIC S9(20)v9(03).
      *Plafond applique (zero sans plafond) et compte rendu : "00"
      *resultat dans le plafond ou sans plafond, "AT" resultat au-dela
      *du plafond, a mettre en attente.
           05  LIM-A-MAX        PIC 9(15)v9(02).
           05  LIM-A-STATUS     PIC X(02).
               88  LIM-DANS-PLAFOND             VALUE "00".
               88  LIM-EN-ATTENTE               VALUE "AT".

       PROCEDURE DIVISION USING LIM-AREA.

           SET LIM-DANS-PLAFOND TO TRUE.
           MOVE ZERO TO LIM-A-MAX.
           IF WS-LOADED NOT = "Y"
               THEN
                   PERFORM 0100-LOAD-LIMITS-START
                   THRU    0100-LOAD-LIMITS-END
           END-IF.
           PERFORM 0200-FIND-LIMIT-START
           THRU    0200-FIND-LIMIT-END.
           IF WS-FOUND = "Y"
               THEN
                   MOVE WS-LIM-T-MAX(WS-I) TO LIM-A-MAX
                   IF LIM-A-TOTAL < ZERO
                       THEN
                           COMPUTE WS-ABS-TOTAL = ZERO - LIM-A-TOTAL
                       ELSE
                           MOVE LIM-A-TOTAL TO WS-ABS-TOTAL
                   END-IF
                   IF WS-ABS-TOTAL > LIM-A-MAX
                       THEN
                           SET LIM-EN-ATTENTE TO TRUE
                   END-IF
           END-IF.
           GOBACK.

      ******************************************************************

       0100-LOAD-LIMITS-START.
      *Chargement de CALCLIM. Un fichier absent vaut aucun plafond ;
      *une ligne illisible est signalee et ignoree.
           MOVE "Y" TO WS-LOADED.
           OPEN INPUT LIM-FILE.
           IF WS-LIM-FILE-STATUS NOT = "00"
               THEN
                   GO TO 0100-LOAD-LIMITS-END
           END-IF.
           PERFORM UNTIL WS-EOF = "Y"
               READ LIM-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF WS-LIM-COUNT < 200
                          AND LIM-DEPT NOT = SPACE
                          AND LIM-OPERATOR NOT = SPACE
                          AND LIM-MAX-ED NOT = SPACE
                          AND FUNCTION TEST-NUMVAL(LIM-MAX-ED) = ZERO
                           THEN
                               ADD  1             TO WS-LIM-COUNT
                               MOVE WS-LIM-COUNT  TO WS-I
                               MOVE FUNCTION UPPER-CASE(LIM-DEPT)
                                   TO WS-LIM-T-DEPT(WS-I)
                               MOVE LIM-OPERATOR  TO WS-LIM-T-OPER(WS-I)
                               COMPUTE WS-LIM-T-MAX(WS-I) =
                                       FUNCTION NUMVAL(LIM-MAX-ED)
                           ELSE
                               DISPLAY "Entree CALCLIM illisible ou "
                                       "table pleine, ignoree : "
                                       LIM-DEPT " " LIM-OPERATOR
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE LIM-FILE.
           EXIT.
       0100-LOAD-LIMITS-END.

       0200-FIND-LIMIT-START.
      *Recherche du plafond du plus precis au plus general ; la
      *premiere passe qui trouve une entree l'emporte.
           MOVE "N" TO WS-FOUND.
           MOVE LIM-A-DEPT     TO WS-FIND-DEPT.
           MOVE LIM-A-OPERATOR TO WS-FIND-OPER.
           PERFORM 0210-SEARCH-START
           THRU    0210-SEARCH-END.
           IF WS-FOUND = "Y"
               THEN
                   GO TO 0200-FIND-LIMIT-END
           END-IF.
           MOVE "*"            TO WS-FIND-OPER.
           PERFORM 0210-SEARCH-START
           THRU    0210-SEARCH-END.
           IF WS-FOUND = "Y"
               THEN
                   GO TO 0200-FIND-LIMIT-END
           END-IF.
           MOVE "*"            TO WS-FIND-DEPT.
           MOVE LIM-A-OPERATOR TO WS-FIND-OPER.
           PERFORM 0210-SEARCH-START
           THRU    0210-SEARCH-END.
           IF WS-FOUND = "Y"
               THEN
                   GO TO 0200-FIND-LIMIT-END
           END-IF.
           MOVE "*"            TO WS-FIND-OPER.
           PERFORM 0210-SEARCH-START
           THRU    0210-SEARCH-END.
           EXIT.
       0200-FIND-LIMIT-END.

       0210-SEARCH-START.
      *Recherche de la cle WS-FIND-DEPT / WS-FIND-OPER dans la table.
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-LIM-COUNT OR WS-FOUND = "Y"
               IF WS-LIM-T-DEPT(WS-I) = WS-FIND-DEPT
                  AND WS-LIM-T-OPER(WS-I) = WS-FIND-OPER
                   THEN
                       MOVE "Y" TO WS-FOUND
               END-IF
           END-PERFORM.
           IF WS-FOUND = "Y"
               THEN
                   SUBTRACT 1 FROM WS-I
           END-IF.
           EXIT.
       0210-SEARCH-END.
