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

      *Etat imprime du rapport d'activite.
       FD  ACT-RPT-FILE
      *sur l'etat pour que leur nombre reste visible.
       01  WS-CANCEL-COUNT      PIC 9(05)       VALUE ZERO.
       01  WS-CANCEL-COUNT-ED   PIC ZZZZ9       VALUE ZERO.
      *Calculs en attente de validation (plafond du service depasse),
      *exclus du cumul tant que CalcLibere ne les a pas liberes.
       01  WS-HOLD-COUNT        PIC 9(05)       VALUE ZERO.
       01  WS-HOLD-COUNT-ED     PIC ZZZZ9       VALUE ZERO.
       01  WS-ACT-TABLE.
           05  WS-ACT-ENTRY OCCURS 500 TIMES.
               10  WS-ACT-USER     PIC X(08).
                   ADD 1 TO WS-CANCEL-COUNT
                   GO TO 1000-LOAD-HIST-END
           END-IF.
      *Un calcul en attente de validation n'est pas encore de
      *l'activite vivante : il est compte a part jusqu'a sa liberation.
           IF WS-EOF NOT = "Y"
              AND HIST-STATUS = "H"
               THEN
                   ADD 1 TO WS-HOLD-COUNT
                   GO TO 1000-LOAD-HIST-END
           END-IF.
           IF WS-EOF NOT = "Y"
               THEN
                   PERFORM 1100-RANG-OPERATEUR-START
                   END-STRING
                   WRITE ACT-RPT-LINE
           END-IF.
           IF WS-HOLD-COUNT NOT = ZERO
               THEN
                   MOVE WS-HOLD-COUNT TO WS-HOLD-COUNT-ED
                   MOVE SPACES TO ACT-RPT-LINE
                   STRING "CALCULS EN ATTENTE EXCLUS DU CUMUL : "
                          DELIMITED BY SIZE
                          WS-HOLD-COUNT-ED DELIMITED BY SIZE
                          INTO ACT-RPT-LINE
                   END-STRING
                   WRITE ACT-RPT-LINE
           END-IF.
           IF WS-ACT-LOST NOT = ZERO
               THEN
                   MOVE SPACES TO ACT-RPT-LINE
