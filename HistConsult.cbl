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

      *Archive de l'historique. Meme disposition que HISTFILE
      *puisque HistArchive y recopie les lignes a l'identique.
           05  ARCH-CANCEL-REASON PIC X(30).
           05  ARCH-SEP9        PIC X(01).
           05  ARCH-LINK-KEY    PIC X(20).
      *Duree en periodes (mois) d'un pret ("E") ou d'une valeur
      *acquise ("I"), pour que le calcul puisse etre refait ; zero
      *pour les autres operateurs et les lignes anterieures.
           05  ARCH-SEP10       PIC X(01).
           05  ARCH-PERIODES    PIC 9(04).

       WORKING-STORAGE SECTION.

                   DISPLAY "  -> ANNULE PAR " HIST-CANCEL-USER " : "
                           FUNCTION TRIM(HIST-CANCEL-REASON)
           END-IF.
      *Un calcul en attente n'est pas encore vivant : il attend la
      *decision d'un responsable du service dans CalcLibere.
           IF HIST-STATUS = "H"
               THEN
                   DISPLAY "  -> EN ATTENTE DE VALIDATION (PLAFOND DU "
                           "SERVICE DEPASSE)"
           END-IF.
           ADD 1 TO WS-MATCH-COUNT.
           EXIT.
       3000-SHOW-LINE-END.
