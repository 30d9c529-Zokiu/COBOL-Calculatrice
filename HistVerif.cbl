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

      *Etat des anomalies relevees dans l'historique : une ligne par
      *enregistrement faux ou illisible, avec l'utilisateur et
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

      *Diagnostic de la ligne en cours.
       01  WS-LIGNE-OK          PIC X(01)       VALUE "Y".
      *l'activite vivante et sont rapportees a part, sans etre
      *recalculees.
       01  WS-CANCEL-COUNT      PIC 9(07)       VALUE ZERO.
       01  WS-HOLD-COUNT        PIC 9(07)       VALUE ZERO.
      *Echeances de pret et valeurs acquises de Calcul2 historisees
      *avant que la ligne ne porte leur duree : elles sont
      *rapportees a part sans etre recalculees.
       01  WS-FIN-COUNT         PIC 9(07)       VALUE ZERO.
       01  WS-COUNT-ED          PIC ZZZZZZ9     VALUE ZERO.

       PROCEDURE DIVISION.
                   ADD 1 TO WS-CANCEL-COUNT
                   GO TO 1000-VERIFY-LINE-END
           END-IF.
      *Une ligne en attente de validation reste un calcul a
      *certifier : elle est verifiee comme une ligne vivante et
      *comptee en plus a part.
           IF WS-EOF NOT = "Y"
              AND HIST-STATUS = "H"
               THEN
                   ADD 1 TO WS-HOLD-COUNT
           END-IF.
      *Une echeance de pret ou une valeur acquise se recalcule avec
      *la duree portee par la ligne ; sans duree, elle ne peut pas
      *etre refaite.
           IF WS-EOF NOT = "Y"
              AND (HIST-OPERATOR = "E" OR HIST-OPERATOR = "I")
              AND (HIST-PERIODES NOT NUMERIC
                   OR HIST-PERIODES = ZERO)
               THEN
                   ADD 1 TO WS-FIN-COUNT
                   GO TO 1000-VERIFY-LINE-END
           END-IF.
           IF WS-EOF NOT = "Y"
               THEN
                   ADD  1     TO WS-CHK-COUNT
       1100-PARSE-LINE-END.

       1200-RECALCUL-START.
      *Refait le calcul de la ligne par le moteur commun, celui-la
      *meme qui a produit le total publie (memes verbes, memes
      *cadrages). Le pret et la valeur acquise sont des fonctions
      *financieres ("F"), refaites avec la duree de la ligne.
           IF HIST-OPERATOR = "E" OR HIST-OPERATOR = "I"
               THEN
                   MOVE "F"           TO WS-MOT-FONCTION
                   MOVE HIST-PERIODES TO WS-MOT-PERIODES
               ELSE
                   MOVE "C"           TO WS-MOT-FONCTION
                   MOVE ZERO          TO WS-MOT-PERIODES
           END-IF.
           MOVE WS-NUMB1      TO WS-MOT-NUMB1.
           MOVE HIST-OPERATOR TO WS-MOT-OPERATOR.
           MOVE WS-NUMB2      TO WS-MOT-NUMB2.
           CALL "CalcMoteur" USING WS-MOT-AREA.
           MOVE WS-MOT-TOTAL  TO WS-CALC.
           EVALUATE TRUE
                WHEN MOT-DIV-ZERO
                     MOVE "N" TO WS-LIGNE-OK
                     MOVE "DIVISEUR NUL DANS L'HISTORIQUE"
                         TO WS-MOTIF
                     ADD  1   TO WS-BAD-COUNT
                WHEN MOT-OPER-INCONNU
                     MOVE "N"                   TO WS-LIGNE-OK
                     MOVE "OPERATEUR INCONNU"   TO WS-MOTIF
                     ADD  1                     TO WS-BAD-COUNT
                WHEN MOT-DEPASSEMENT
                     MOVE "N"                   TO WS-LIGNE-OK
                     MOVE "DEPASSEMENT DE CAPACITE" TO WS-MOTIF
                     ADD  1                     TO WS-BAD-COUNT
           END-EVALUATE.

           EXIT.
           DISPLAY "Lignes illisibles : " FUNCTION TRIM(WS-COUNT-ED).
           MOVE WS-CANCEL-COUNT TO WS-COUNT-ED.
           DISPLAY "Lignes annulees   : " FUNCTION TRIM(WS-COUNT-ED).
           MOVE WS-HOLD-COUNT TO WS-COUNT-ED.
           DISPLAY "Dont en attente   : " FUNCTION TRIM(WS-COUNT-ED)
                   " (a valider)".
           MOVE WS-FIN-COUNT  TO WS-COUNT-ED.
           DISPLAY "Pret / interets   : " FUNCTION TRIM(WS-COUNT-ED)
                   " (sans duree, non recalcules)".
           IF WS-FAIL-COUNT = ZERO AND WS-BAD-COUNT = ZERO
               THEN
                   DISPLAY "Historique conforme"
           EXIT.
       3000-BILAN-END.

       0500-LOAD-PARM-START.
      *Lecture de la politique d'arrondi de l'atelier ; sans fichier
      *CALCPARM la troncature a 2 decimales s'applique.
                   END-READ
                   CLOSE PARM-FILE
           END-IF.
           MOVE WS-PARM-RULE     TO WS-MOT-RULE.
           MOVE WS-PARM-DECIMALS TO WS-MOT-DECIMALS.
           EXIT.
       0500-LOAD-PARM-END.
