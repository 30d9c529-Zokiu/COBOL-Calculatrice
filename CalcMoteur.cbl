       IDENTIFICATION DIVISION.
       PROGRAM-ID. CalcMoteur.
       AUTHOR. Terry.

      *Moteur de calcul commun, appele (CALL "CalcMoteur") par tous
      *les programmes qui produisent ou verifient un resultat :
      *Calcul, Calcul2, Calcul2Batch, CalcAjust et HistVerif. Les
      *operateurs et la politique d'arrondi ne sont codes qu'ici,
      *pour que HistVerif recalcule chaque ligne exactement comme le
      *programme qui l'a ecrite.
      *
      *Convention des operandes, celle de l'historique : pour la
      *division, la premiere operande est le diviseur (NUMB2 / NUMB1,
      *comme DIVIDE NUMB1 INTO NUMB2) ; pour la soustraction, NUMB1 -
      *NUMB2 ; pour le pourcentage, NUMB1 pourcent de NUMB2 ; pour
      *la TVA ("T" ajout, "H" retrait), NUMB1 est le montant et NUMB2
      *le taux en pourcent.
      *
      *Fonctions financieres (fonction "F") : NUMB1 est le capital,
      *NUMB2 le taux en pourcent et MOT-PERIODES la duree. "E" donne
      *l'echeance mensuelle constante d'un pret (taux annuel, duree
      *en mois), "I" la valeur acquise a interets composes (taux par
      *periode, duree en periodes).

       DATA DIVISION.
       WORKING-STORAGE SECTION.

      *Facteur d'arrondi tire du nombre de decimales publiees, et
      *zone de travail de l'arrondi.
       01  WS-ROUND-FACTOR      PIC 9(04)       VALUE 100.
       01  WS-ROUND-WORK        PIC S9(22)      VALUE ZERO.
       01  WS-ROUND-VALUE       PIC S9(20)v9(03) VALUE ZERO.

      *Zones de travail des fonctions financieres, a precision
      *etendue : le taux par periode et le facteur (1 + taux) puissance
      *duree ne tiennent pas dans les 3 decimales des operandes.
       01  WS-FIN-TAUX          PIC S9(03)v9(14) VALUE ZERO.
       01  WS-FIN-FACTEUR       PIC S9(18)v9(14) VALUE ZERO.
      *Part de capital remboursee par echeance, t x facteur /
      *(facteur - 1), calculee en deux temps avant d'etre appliquee
      *au capital pour que chaque resultat intermediaire reste dans
      *la capacite des calculs decimaux.
       01  WS-FIN-COEF          PIC S9(03)v9(14) VALUE ZERO.

       LINKAGE SECTION.
      *Zone d'echange avec l'appelant. Meme disposition que la zone
      *WS-MOT-AREA des programmes appelants.
       01  MOT-AREA.
      *Fonction demandee : "C" calcul d'une operation, "R" seul
      *cadrage de MOT-NUMB1 sur la politique d'arrondi, "F" fonction
      *financiere designee par MOT-OPERATOR.
           05  MOT-FONCTION     PIC X(01).
           05  MOT-NUMB1        PIC S9(20)v9(03).
           05  MOT-OPERATOR     PIC X(01).
           05  MOT-NUMB2        PIC S9(20)v9(03).
      *Politique d'arrondi lue par l'appelant dans CALCPARM.
           05  MOT-RULE         PIC X(05).
           05  MOT-DECIMALS     PIC 9(01).
      *Resultat et compte rendu : "00" calcul fait, "DZ" diviseur
      *nul, "OI" operateur inconnu, "DP" depassement de capacite. Le
      *resultat vaut zero quand le compte rendu n'est pas "00".
           05  MOT-TOTAL        PIC S9(20)v9(03).
           05  MOT-STATUS       PIC X(02).
               88  MOT-CALC-OK                  VALUE "00".
               88  MOT-DIV-ZERO                 VALUE "DZ".
               88  MOT-OPER-INCONNU             VALUE "OI".
               88  MOT-DEPASSEMENT              VALUE "DP".
      *Duree des fonctions financieres (mois ou periodes), ignoree
      *par les autres fonctions.
           05  MOT-PERIODES     PIC 9(04).

       PROCEDURE DIVISION USING MOT-AREA.

           MOVE ZERO TO MOT-TOTAL.
           SET MOT-CALC-OK TO TRUE.
           EVALUATE MOT-DECIMALS
               WHEN 0
                   MOVE 1   TO WS-ROUND-FACTOR
               WHEN 1
                   MOVE 10  TO WS-ROUND-FACTOR
               WHEN OTHER
                   MOVE 100 TO WS-ROUND-FACTOR
           END-EVALUATE.

           EVALUATE MOT-FONCTION
               WHEN "R"
                   MOVE MOT-NUMB1 TO MOT-TOTAL
                   PERFORM 0300-ROUND-TOTAL-START
                   THRU    0300-ROUND-TOTAL-END
               WHEN "F"
                   PERFORM 0200-FINANCE-START
                   THRU    0200-FINANCE-END
               WHEN OTHER
                   PERFORM 0100-CALCUL-START
                   THRU    0100-CALCUL-END
           END-EVALUATE.

           IF NOT MOT-CALC-OK
               THEN
                   MOVE ZERO TO MOT-TOTAL
           END-IF.
           GOBACK.

      ******************************************************************

       0100-CALCUL-START.
      *Action du calcul en fonction de l'operateur. Tout depassement
      *de la zone resultat est signale au lieu d'etre tronque.
           EVALUATE MOT-OPERATOR
                WHEN = "+"
                     ADD      MOT-NUMB1 TO   MOT-NUMB2 GIVING MOT-TOTAL
                         ON SIZE ERROR
                             SET MOT-DEPASSEMENT TO TRUE
                     END-ADD
                WHEN = "-"
                     SUBTRACT MOT-NUMB2 FROM MOT-NUMB1 GIVING MOT-TOTAL
                         ON SIZE ERROR
                             SET MOT-DEPASSEMENT TO TRUE
                     END-SUBTRACT
                WHEN = "*"
                     MULTIPLY MOT-NUMB1 BY   MOT-NUMB2 GIVING MOT-TOTAL
                         ON SIZE ERROR
                             SET MOT-DEPASSEMENT TO TRUE
                     END-MULTIPLY
                WHEN = "/"
      *Un diviseur nul ferait abendir le DIVIDE, on le rejette avant.
                     IF MOT-NUMB1 = ZERO
                         THEN
                             SET MOT-DIV-ZERO TO TRUE
                         ELSE
                             DIVIDE MOT-NUMB1 INTO MOT-NUMB2
                                    GIVING MOT-TOTAL
                                 ON SIZE ERROR
                                     SET MOT-DEPASSEMENT TO TRUE
                             END-DIVIDE
                             PERFORM 0300-ROUND-TOTAL-START
                             THRU    0300-ROUND-TOTAL-END
                     END-IF
                WHEN = "^"
                     COMPUTE  MOT-TOTAL = MOT-NUMB1 ** MOT-NUMB2
                         ON SIZE ERROR
                             SET MOT-DEPASSEMENT TO TRUE
                     END-COMPUTE
                WHEN = "%"
      *MOT-NUMB1 pourcent de MOT-NUMB2, pour les remises et
      *majorations.
                     COMPUTE  MOT-TOTAL = (MOT-NUMB1 * MOT-NUMB2) / 100
                         ON SIZE ERROR
                             SET MOT-DEPASSEMENT TO TRUE
                     END-COMPUTE
                     PERFORM 0300-ROUND-TOTAL-START
                     THRU    0300-ROUND-TOTAL-END
                WHEN = "T"
      *Montant hors taxe MOT-NUMB1 augmente de la TVA au taux
      *MOT-NUMB2 : montant toutes taxes comprises.
                     COMPUTE  MOT-TOTAL =
                              MOT-NUMB1 + (MOT-NUMB1 * MOT-NUMB2) / 100
                         ON SIZE ERROR
                             SET MOT-DEPASSEMENT TO TRUE
                     END-COMPUTE
                     PERFORM 0300-ROUND-TOTAL-START
                     THRU    0300-ROUND-TOTAL-END
                WHEN = "H"
      *Montant toutes taxes comprises MOT-NUMB1 dont on retire la
      *TVA au taux MOT-NUMB2 : montant hors taxe. Un taux de -100
      *donnerait un diviseur nul.
                     IF MOT-NUMB2 = -100
                         THEN
                             SET MOT-DIV-ZERO TO TRUE
                         ELSE
                             COMPUTE  MOT-TOTAL =
                                      (MOT-NUMB1 * 100)
                                      / (100 + MOT-NUMB2)
                                 ON SIZE ERROR
                                     SET MOT-DEPASSEMENT TO TRUE
                             END-COMPUTE
                             PERFORM 0300-ROUND-TOTAL-START
                             THRU    0300-ROUND-TOTAL-END
                     END-IF
                WHEN OTHER
                     SET MOT-OPER-INCONNU TO TRUE
           END-EVALUATE.

           EXIT.
       0100-CALCUL-END.

       0200-FINANCE-START.
      *Fonctions financieres, calculees en precision etendue puis
      *cadrees sur la politique d'arrondi comme tout resultat. Une
      *duree nulle est refusee comme un diviseur nul.
           IF MOT-PERIODES = ZERO
               THEN
                   SET MOT-DIV-ZERO TO TRUE
                   GO TO 0200-FINANCE-END
           END-IF.
           EVALUATE MOT-OPERATOR
                WHEN = "E"
      *Echeance constante : capital x t / (1 - (1 + t) puissance -n),
      *t etant le taux mensuel (taux annuel / 12). A taux nul, le
      *capital est simplement reparti sur la duree.
                     COMPUTE WS-FIN-TAUX = MOT-NUMB2 / 1200
                     IF WS-FIN-TAUX = ZERO
                         THEN
                             COMPUTE MOT-TOTAL =
                                     MOT-NUMB1 / MOT-PERIODES
                         ELSE
                             COMPUTE WS-FIN-FACTEUR ROUNDED =
                                     (1 + WS-FIN-TAUX) ** MOT-PERIODES
                                 ON SIZE ERROR
                                     SET MOT-DEPASSEMENT TO TRUE
                             END-COMPUTE
                             IF MOT-CALC-OK
                                AND WS-FIN-FACTEUR = 1
                                 THEN
                                     SET MOT-DIV-ZERO TO TRUE
                             END-IF
                             IF MOT-CALC-OK
                                 THEN
                                     COMPUTE WS-FIN-COEF ROUNDED =
                                             WS-FIN-TAUX
                                             * WS-FIN-FACTEUR
                                         ON SIZE ERROR
                                             SET MOT-DEPASSEMENT
                                                 TO TRUE
                                     END-COMPUTE
                             END-IF
                             IF MOT-CALC-OK
                                 THEN
                                     COMPUTE WS-FIN-COEF ROUNDED =
                                             WS-FIN-COEF
                                             / (WS-FIN-FACTEUR - 1)
                                         ON SIZE ERROR
                                             SET MOT-DEPASSEMENT
                                                 TO TRUE
                                     END-COMPUTE
                             END-IF
                             IF MOT-CALC-OK
                                 THEN
                                     COMPUTE MOT-TOTAL =
                                             MOT-NUMB1 * WS-FIN-COEF
                                         ON SIZE ERROR
                                             SET MOT-DEPASSEMENT
                                                 TO TRUE
                                     END-COMPUTE
                             END-IF
                     END-IF
                WHEN = "I"
      *Valeur acquise : capital x (1 + t) puissance n.
                     COMPUTE WS-FIN-TAUX = MOT-NUMB2 / 100
                     COMPUTE WS-FIN-FACTEUR ROUNDED =
                             (1 + WS-FIN-TAUX) ** MOT-PERIODES
                         ON SIZE ERROR
                             SET MOT-DEPASSEMENT TO TRUE
                     END-COMPUTE
                     IF MOT-CALC-OK
                         THEN
                             COMPUTE MOT-TOTAL =
                                     MOT-NUMB1 * WS-FIN-FACTEUR
                                 ON SIZE ERROR
                                     SET MOT-DEPASSEMENT TO TRUE
                             END-COMPUTE
                     END-IF
                WHEN OTHER
                     SET MOT-OPER-INCONNU TO TRUE
           END-EVALUATE.
           PERFORM 0300-ROUND-TOTAL-START
           THRU    0300-ROUND-TOTAL-END.

           EXIT.
       0200-FINANCE-END.

       0300-ROUND-TOTAL-START.
      *Cadre MOT-TOTAL sur les decimales publiees, par troncature ou
      *par arrondi au plus pres selon la politique en vigueur, avant
      *toute publication ou tout cumul.
           IF NOT MOT-CALC-OK
               THEN
                   GO TO 0300-ROUND-TOTAL-END
           END-IF.
           MOVE MOT-TOTAL TO WS-ROUND-VALUE.
           IF MOT-RULE = "ROUND"
               THEN
                   COMPUTE WS-ROUND-WORK ROUNDED =
                           WS-ROUND-VALUE * WS-ROUND-FACTOR
               ELSE
                   COMPUTE WS-ROUND-WORK =
                           WS-ROUND-VALUE * WS-ROUND-FACTOR
           END-IF.
           COMPUTE WS-ROUND-VALUE = WS-ROUND-WORK / WS-ROUND-FACTOR.
           MOVE WS-ROUND-VALUE TO MOT-TOTAL.
           EXIT.
       0300-ROUND-TOTAL-END.
