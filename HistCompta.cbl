       IDENTIFICATION DIVISION.
       PROGRAM-ID. HistCompta.
       AUTHOR. Terry.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HIST-FILE ASSIGN TO "HISTFILE"
               ORGANIZATION  IS INDEXED
               ACCESS MODE   IS DYNAMIC
               RECORD KEY    IS HIST-KEY
               ALTERNATE RECORD KEY IS HIST-USER-ID
                   WITH DUPLICATES
               FILE STATUS   IS WS-HIST-FILE-STATUS.

      *Table de correspondance service + operateur -> comptes
      *generaux, tenue par la comptabilite.
           SELECT MAP-FILE ASSIGN TO "CALCCPTE"
               ORGANIZATION  IS LINE SEQUENTIAL
               FILE STATUS   IS WS-MAP-FILE-STATUS.

      *Journal des comptabilisations, cle : cle de la ligne
      *d'historique. Une ligne qui y figure a deja ete passee en
      *comptabilite et ne l'est plus jamais une seconde fois.
           SELECT POST-LOG-FILE ASSIGN TO "CALCPOST"
               ORGANIZATION  IS INDEXED
               ACCESS MODE   IS DYNAMIC
               RECORD KEY    IS PLOG-HIST-KEY
               FILE STATUS   IS WS-PLOG-FILE-STATUS.

      *Fichier des ecritures remis a la comptabilite generale.
           SELECT GL-FILE ASSIGN TO "CALCGL"
               ORGANIZATION  IS LINE SEQUENTIAL
               FILE STATUS   IS WS-GL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *Historique persistant des calculs, alimente par Calcul2 et
      *Calcul2Batch. Meme disposition que dans ces programmes
      *puisque le fichier est partage.
       FD  HIST-FILE.
       01  HIST-RECORD.
      *Cle primaire : date + heure du calcul + numero d'ordre.
           05  HIST-KEY.
               10  HIST-RUN-DATE    PIC X(08).
               10  HIST-RUN-TIME    PIC X(08).
               10  HIST-SEQ         PIC 9(04).
           05  HIST-NUMB1-ED    PIC X(24).
           05  HIST-SEP1        PIC X(01).
           05  HIST-OPERATOR    PIC X(01).
           05  HIST-SEP2        PIC X(01).
           05  HIST-NUMB2-ED    PIC X(24).
           05  HIST-EQ          PIC X(03).
           05  HIST-TOTAL-ED    PIC X(24).
           05  HIST-SEP3        PIC X(01).
           05  HIST-USER-ID     PIC X(08).
           05  HIST-SEP4        PIC X(01).
           05  HIST-BATCH-ID    PIC X(08).
      *Service emetteur du calcul, pour la ventilation de
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
           05  HIST-CANCEL-USER PIC X(08).
           05  HIST-SEP8        PIC X(01).
           05  HIST-CANCEL-REASON PIC X(30).
           05  HIST-SEP9        PIC X(01).
           05  HIST-LINK-KEY    PIC X(20).
      *Duree en periodes (mois) d'un pret ("E") ou d'une valeur
      *acquise ("I"), pour que le calcul puisse etre refait ; zero
      *pour les autres operateurs et les lignes anterieures.
           05  HIST-SEP10       PIC X(01).
           05  HIST-PERIODES    PIC 9(04).

      *Correspondance comptable : pour un service et un operateur,
      *compte debite et compte credite par le resultat du calcul.
      *Un service "*" vaut pour tous les services sans ligne propre.
       FD  MAP-FILE
           RECORDING MODE IS F.
       01  MAP-RECORD.
           05  MAP-DEPT         PIC X(08).
           05  MAP-SEP1         PIC X(01).
           05  MAP-OPERATOR     PIC X(01).
           05  MAP-SEP2         PIC X(01).
           05  MAP-DEBIT-ACCT   PIC X(10).
           05  MAP-SEP3         PIC X(01).
           05  MAP-CREDIT-ACCT  PIC X(10).
           05  MAP-SEP4         PIC X(01).
           05  MAP-LIB          PIC X(30).

      *Journal des comptabilisations : ecriture passee pour la
      *ligne d'historique, comptes et montant retenus, et
      *contre-passation eventuelle apres annulation de la ligne par
      *CalcAjust.
       FD  POST-LOG-FILE.
       01  PLOG-RECORD.
           05  PLOG-HIST-KEY    PIC X(20).
           05  PLOG-SEP1        PIC X(01).
           05  PLOG-POST-DATE   PIC X(08).
           05  PLOG-SEP2        PIC X(01).
           05  PLOG-POST-TIME   PIC X(08).
           05  PLOG-SEP3        PIC X(01).
           05  PLOG-ENTRY-NO    PIC 9(07).
           05  PLOG-SEP4        PIC X(01).
           05  PLOG-DEBIT-ACCT  PIC X(10).
           05  PLOG-SEP5        PIC X(01).
           05  PLOG-CREDIT-ACCT PIC X(10).
           05  PLOG-SEP6        PIC X(01).
           05  PLOG-AMOUNT      PIC 9(16)v9(02).
      *"Y" quand l'ecriture a ete contre-passee, avec la date de la
      *contre-passation.
           05  PLOG-SEP7        PIC X(01).
           05  PLOG-REVERSED    PIC X(01).
           05  PLOG-SEP8        PIC X(01).
           05  PLOG-REV-DATE    PIC X(08).

      *Ecritures comptables a format fixe. Une ecriture = une ligne
      *au debit et une ligne au credit, de meme numero et de meme
      *montant (lignes "E") ; le montant porte 2 decimales
      *implicites et le sens (D/C) est en colonne propre. Le fichier
      *commence par un entete ("H") et finit par un enregistrement
      *de fin ("T") avec le nombre d'ecritures et les totaux, pour
      *l'equilibre cote comptabilite.
       FD  GL-FILE
           RECORDING MODE IS F.
       01  GL-RECORD.
           05  GL-TYPE          PIC X(01).
           05  GL-SEP1          PIC X(01).
           05  GL-ENTRY-NO      PIC 9(07).
           05  GL-SEP2          PIC X(01).
           05  GL-POST-DATE     PIC X(08).
           05  GL-SEP3          PIC X(01).
           05  GL-VALUE-DATE    PIC X(08).
           05  GL-SEP4          PIC X(01).
           05  GL-ACCOUNT       PIC X(10).
           05  GL-SEP5          PIC X(01).
           05  GL-SENS          PIC X(01).
           05  GL-SEP6          PIC X(01).
           05  GL-AMOUNT        PIC 9(16)v9(02).
           05  GL-SEP7          PIC X(01).
           05  GL-DEPT          PIC X(08).
           05  GL-SEP8          PIC X(01).
           05  GL-REF           PIC X(20).
           05  GL-SEP9          PIC X(01).
           05  GL-LIB           PIC X(30).
       01  GL-HEADER-RECORD.
           05  GL-HDR-TYPE      PIC X(01).
           05  GL-HDR-SEP1      PIC X(01).
           05  GL-HDR-DATE      PIC X(08).
           05  GL-HDR-SEP2      PIC X(01).
           05  GL-HDR-TIME      PIC X(08).
           05  GL-HDR-SEP3      PIC X(01).
           05  GL-HDR-ORIGIN    PIC X(08).
       01  GL-TRAILER-RECORD.
           05  GL-TRL-TYPE      PIC X(01).
           05  GL-TRL-SEP1      PIC X(01).
           05  GL-TRL-COUNT     PIC 9(07).
           05  GL-TRL-SEP2      PIC X(01).
           05  GL-TRL-DEBIT     PIC 9(16)v9(02).
           05  GL-TRL-SEP3      PIC X(01).
           05  GL-TRL-CREDIT    PIC 9(16)v9(02).

       WORKING-STORAGE SECTION.

      *Variables de statut des fichiers.
       01  WS-HIST-FILE-STATUS  PIC X(02)       VALUE "00".
       01  WS-MAP-FILE-STATUS   PIC X(02)       VALUE "00".
       01  WS-PLOG-FILE-STATUS  PIC X(02)       VALUE "00".
       01  WS-GL-FILE-STATUS    PIC X(02)       VALUE "00".

      *Variable de fin du fichier en cours de lecture.
       01  WS-EOF               PIC X(01)       VALUE "N".

      *Horodatage de l'extraction.
       01  WS-RUN-DATE          PIC 9(08)       VALUE ZERO.
       01  WS-RUN-TIME          PIC 9(08)       VALUE ZERO.

      *Table en memoire de la correspondance comptable.
       01  WS-MAP-COUNT         PIC 9(03)       VALUE ZERO.
       01  WS-MAP-TABLE.
           05  WS-MAP-ENTRY OCCURS 200 TIMES.
               10  WS-MAP-DEPT      PIC X(08).
               10  WS-MAP-OPER      PIC X(01).
               10  WS-MAP-DEBIT     PIC X(10).
               10  WS-MAP-CREDIT    PIC X(10).
               10  WS-MAP-LIB       PIC X(30).
       01  WS-I                 PIC 9(03)       VALUE ZERO.
       01  WS-FOUND             PIC X(01)       VALUE "N".

      *Ecriture en cours : comptes, montant et libelle.
       01  WS-DEBIT-ACCT        PIC X(10)       VALUE SPACE.
       01  WS-CREDIT-ACCT       PIC X(10)       VALUE SPACE.
       01  WS-SWAP-ACCT         PIC X(10)       VALUE SPACE.
       01  WS-ENTRY-LIB         PIC X(30)       VALUE SPACE.
       01  WS-RESULT            PIC S9(20)v9(02) VALUE ZERO.
       01  WS-AMOUNT            PIC 9(16)v9(02) VALUE ZERO.
       01  WS-AMOUNT-OVF        PIC X(01)       VALUE "N".
       01  WS-ENTRY-NO          PIC 9(07)       VALUE ZERO.

      *Compteurs et totaux de l'extraction.
       01  WS-READ-COUNT        PIC 9(07)       VALUE ZERO.
       01  WS-POSTED-COUNT      PIC 9(07)       VALUE ZERO.
       01  WS-ALREADY-COUNT     PIC 9(07)       VALUE ZERO.
       01  WS-ZERO-COUNT        PIC 9(07)       VALUE ZERO.
       01  WS-NOMAP-COUNT       PIC 9(07)       VALUE ZERO.
       01  WS-BAD-COUNT         PIC 9(07)       VALUE ZERO.
       01  WS-REVERSE-COUNT     PIC 9(07)       VALUE ZERO.
       01  WS-SKIP-COUNT        PIC 9(07)       VALUE ZERO.
       01  WS-HOLD-COUNT        PIC 9(07)       VALUE ZERO.
       01  WS-PLOG-ERR-COUNT    PIC 9(07)       VALUE ZERO.
       01  WS-TOTAL-DEBIT       PIC 9(16)v9(02) VALUE ZERO.
       01  WS-TOTAL-CREDIT      PIC 9(16)v9(02) VALUE ZERO.
       01  WS-COUNT-ED          PIC ZZZZZZ9     VALUE ZERO.
       01  WS-AMOUNT-ED         PIC Z(15)9.99   VALUE ZERO.

       PROCEDURE DIVISION.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.

      *Chargement de la correspondance comptable : sans elle, rien
      *ne peut etre comptabilise.
           PERFORM 1000-LOAD-MAP-START
           THRU    1000-LOAD-MAP-END.

      *Ouverture des fichiers de l'extraction.
           OPEN INPUT HIST-FILE.
           IF WS-HIST-FILE-STATUS NOT = "00"
               THEN
                   DISPLAY "Fichier HISTFILE introuvable, extraction "
                           "annulee"
                   STOP RUN
           END-IF.
           OPEN I-O POST-LOG-FILE.
           IF WS-PLOG-FILE-STATUS = "35" OR "05"
               THEN
                   OPEN OUTPUT POST-LOG-FILE
                   CLOSE       POST-LOG-FILE
                   OPEN I-O    POST-LOG-FILE
           END-IF.
           IF WS-PLOG-FILE-STATUS NOT = "00"
               THEN
                   DISPLAY "Impossible d'ouvrir CALCPOST, extraction "
                           "annulee"
                   CLOSE HIST-FILE
                   STOP RUN
           END-IF.
           OPEN OUTPUT GL-FILE.
           IF WS-GL-FILE-STATUS NOT = "00"
               THEN
                   DISPLAY "Impossible de creer CALCGL, extraction "
                           "annulee"
                   CLOSE HIST-FILE
                         POST-LOG-FILE
                   STOP RUN
           END-IF.

      *Entete du fichier des ecritures.
           MOVE "H"          TO GL-HDR-TYPE.
           MOVE SPACE        TO GL-HDR-SEP1.
           MOVE WS-RUN-DATE  TO GL-HDR-DATE.
           MOVE SPACE        TO GL-HDR-SEP2.
           MOVE WS-RUN-TIME  TO GL-HDR-TIME.
           MOVE SPACE        TO GL-HDR-SEP3.
           MOVE "HISTFILE"   TO GL-HDR-ORIGIN.
           WRITE GL-HEADER-RECORD.

      *Parcours de l'historique dans l'ordre des cles.
           PERFORM 2000-POST-LINE-START
           THRU    2000-POST-LINE-END
               UNTIL WS-EOF = "Y".

      *Fin de fichier : nombre d'ecritures et totaux debit/credit.
           MOVE "T"             TO GL-TRL-TYPE.
           MOVE SPACE           TO GL-TRL-SEP1.
           MOVE WS-ENTRY-NO     TO GL-TRL-COUNT.
           MOVE SPACE           TO GL-TRL-SEP2.
           MOVE WS-TOTAL-DEBIT  TO GL-TRL-DEBIT.
           MOVE SPACE           TO GL-TRL-SEP3.
           MOVE WS-TOTAL-CREDIT TO GL-TRL-CREDIT.
           WRITE GL-TRAILER-RECORD.

      *Bilan de l'extraction sur la console.
           PERFORM 5000-BILAN-START
           THRU    5000-BILAN-END.

           CLOSE HIST-FILE
                 POST-LOG-FILE
                 GL-FILE.
           STOP RUN.

      ******************************************************************

       1000-LOAD-MAP-START.
      *Chargement de la correspondance comptable en table.
           OPEN INPUT MAP-FILE.
           IF WS-MAP-FILE-STATUS NOT = "00"
               THEN
                   DISPLAY "Fichier CALCCPTE introuvable, extraction "
                           "annulee"
                   STOP RUN
           END-IF.
           PERFORM UNTIL WS-EOF = "Y"
               READ MAP-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF WS-MAP-COUNT < 200
                          AND MAP-DEPT NOT = SPACE
                          AND MAP-DEBIT-ACCT NOT = SPACE
                          AND MAP-CREDIT-ACCT NOT = SPACE
                           THEN
                               ADD  1             TO WS-MAP-COUNT
                               MOVE WS-MAP-COUNT  TO WS-I
                               MOVE FUNCTION UPPER-CASE(MAP-DEPT)
                                   TO WS-MAP-DEPT(WS-I)
                               MOVE MAP-OPERATOR  TO WS-MAP-OPER(WS-I)
                               MOVE MAP-DEBIT-ACCT
                                   TO WS-MAP-DEBIT(WS-I)
                               MOVE MAP-CREDIT-ACCT
                                   TO WS-MAP-CREDIT(WS-I)
                               MOVE MAP-LIB       TO WS-MAP-LIB(WS-I)
                           ELSE
                               DISPLAY "Entree CALCCPTE illisible ou "
                                       "table pleine, entree ignoree"
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE MAP-FILE.
           MOVE "N" TO WS-EOF.
           EXIT.
       1000-LOAD-MAP-END.

       2000-POST-LINE-START.
      *Lecture d'une ligne d'historique. Une ligne vivante (etat a
      *blanc, correction comprise) non encore comptabilisee donne
      *une ecriture ; une ligne annulee deja comptabilisee est
      *contre-passee ; les autres lignes sont ignorees.
           READ HIST-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF
           END-READ.
           IF WS-EOF = "Y"
               THEN
                   GO TO 2000-POST-LINE-END
           END-IF.
           ADD 1 TO WS-READ-COUNT.

           MOVE HIST-KEY TO PLOG-HIST-KEY.
           READ POST-LOG-FILE
               INVALID KEY
                   MOVE "N" TO WS-FOUND
               NOT INVALID KEY
                   MOVE "Y" TO WS-FOUND
           END-READ.

           EVALUATE TRUE
               WHEN HIST-STATUS = SPACE AND WS-FOUND = "Y"
                   ADD 1 TO WS-ALREADY-COUNT
               WHEN HIST-STATUS = SPACE
                   PERFORM 2100-NEW-ENTRY-START
                   THRU    2100-NEW-ENTRY-END
               WHEN HIST-STATUS = "C" AND WS-FOUND = "Y"
                   IF PLOG-REVERSED NOT = "Y"
                      AND PLOG-AMOUNT NOT = ZERO
                       THEN
                           PERFORM 2200-REVERSE-ENTRY-START
                           THRU    2200-REVERSE-ENTRY-END
                       ELSE
                           ADD 1 TO WS-SKIP-COUNT
                   END-IF
      *Un calcul en attente de validation n'est comptabilise qu'une
      *fois libere dans CalcLibere, a une extraction suivante.
               WHEN HIST-STATUS = "H"
                   ADD 1 TO WS-HOLD-COUNT
               WHEN OTHER
                   ADD 1 TO WS-SKIP-COUNT
           END-EVALUATE.

           EXIT.
       2000-POST-LINE-END.

       2100-NEW-ENTRY-START.
      *Ecriture d'une ligne vivante : comptes de la correspondance
      *service + operateur. Un resultat negatif inverse le sens de
      *l'ecriture ; un resultat nul n'est pas comptabilise mais est
      *journalise pour ne plus etre examine.
           IF FUNCTION TEST-NUMVAL(HIST-TOTAL-ED) NOT = ZERO
               THEN
                   DISPLAY "Total illisible, ligne non comptabilisee : "
                           HIST-KEY
                   ADD 1 TO WS-BAD-COUNT
                   GO TO 2100-NEW-ENTRY-END
           END-IF.
           PERFORM 3000-FIND-MAP-START
           THRU    3000-FIND-MAP-END.
           IF WS-FOUND NOT = "Y"
               THEN
                   DISPLAY "Pas de compte pour le service " HIST-DEPT
                           " operateur " HIST-OPERATOR
                           ", ligne " HIST-KEY " en attente"
                   ADD 1 TO WS-NOMAP-COUNT
                   GO TO 2100-NEW-ENTRY-END
           END-IF.
      *Un total plus grand que la zone montant des ecritures ne peut
      *pas etre comptabilise sans perdre ses chiffres de tete : la
      *ligne est rejetee comme un total illisible.
           COMPUTE WS-RESULT = FUNCTION NUMVAL(HIST-TOTAL-ED).
           MOVE "N" TO WS-AMOUNT-OVF.
           IF WS-RESULT < ZERO
               THEN
                   COMPUTE WS-AMOUNT = ZERO - WS-RESULT
                       ON SIZE ERROR
                           MOVE "Y" TO WS-AMOUNT-OVF
                   END-COMPUTE
                   MOVE WS-DEBIT-ACCT  TO WS-SWAP-ACCT
                   MOVE WS-CREDIT-ACCT TO WS-DEBIT-ACCT
                   MOVE WS-SWAP-ACCT   TO WS-CREDIT-ACCT
               ELSE
                   COMPUTE WS-AMOUNT = WS-RESULT
                       ON SIZE ERROR
                           MOVE "Y" TO WS-AMOUNT-OVF
                   END-COMPUTE
           END-IF.
           IF WS-AMOUNT-OVF = "Y"
               THEN
                   DISPLAY "Total trop grand, ligne non "
                           "comptabilisee : " HIST-KEY
                   ADD 1 TO WS-BAD-COUNT
                   GO TO 2100-NEW-ENTRY-END
           END-IF.

           MOVE HIST-KEY        TO PLOG-HIST-KEY.
           MOVE SPACE           TO PLOG-SEP1.
           MOVE WS-RUN-DATE     TO PLOG-POST-DATE.
           MOVE SPACE           TO PLOG-SEP2.
           MOVE WS-RUN-TIME     TO PLOG-POST-TIME.
           MOVE SPACE           TO PLOG-SEP3.
           MOVE SPACE           TO PLOG-SEP4.
           MOVE WS-DEBIT-ACCT   TO PLOG-DEBIT-ACCT.
           MOVE SPACE           TO PLOG-SEP5.
           MOVE WS-CREDIT-ACCT  TO PLOG-CREDIT-ACCT.
           MOVE SPACE           TO PLOG-SEP6.
           MOVE WS-AMOUNT       TO PLOG-AMOUNT.
           MOVE SPACE           TO PLOG-SEP7.
           MOVE "N"             TO PLOG-REVERSED.
           MOVE SPACE           TO PLOG-SEP8.
           MOVE SPACES          TO PLOG-REV-DATE.
      *La ligne est journalisee avant d'etre ecrite dans CALCGL,
      *sous le numero que portera son ecriture : si le journal la
      *refuse, rien n'est ecrit et elle sera reprise a l'extraction
      *suivante, sans risque de double comptabilisation.
           IF WS-AMOUNT = ZERO
               THEN
                   MOVE ZERO TO PLOG-ENTRY-NO
               ELSE
                   COMPUTE PLOG-ENTRY-NO = WS-ENTRY-NO + 1
           END-IF.
           WRITE PLOG-RECORD
               INVALID KEY
                   DISPLAY "Ecriture du journal CALCPOST impossible, "
                           "statut " WS-PLOG-FILE-STATUS " cle "
                           HIST-KEY ", ligne non comptabilisee"
                   ADD 1 TO WS-PLOG-ERR-COUNT
                   GO TO 2100-NEW-ENTRY-END
           END-WRITE.
           IF WS-AMOUNT = ZERO
               THEN
                   ADD  1    TO WS-ZERO-COUNT
               ELSE
                   PERFORM 4000-WRITE-ENTRY-START
                   THRU    4000-WRITE-ENTRY-END
                   ADD  1    TO WS-POSTED-COUNT
           END-IF.

           EXIT.
       2100-NEW-ENTRY-END.

       2200-REVERSE-ENTRY-START.
      *Contre-passation d'une ligne annulee par CalcAjust apres sa
      *comptabilisation : memes comptes et meme montant que
      *l'ecriture d'origine, sens inverse.
           MOVE PLOG-CREDIT-ACCT TO WS-DEBIT-ACCT.
           MOVE PLOG-DEBIT-ACCT  TO WS-CREDIT-ACCT.
           MOVE PLOG-AMOUNT      TO WS-AMOUNT.
           MOVE "CONTRE-PASSATION ANNULATION" TO WS-ENTRY-LIB.
      *Comme pour une ligne nouvelle, le journal est mis a jour
      *avant l'ecriture : une contre-passation n'est jamais passee
      *deux fois.
           MOVE "Y"         TO PLOG-REVERSED.
           MOVE WS-RUN-DATE TO PLOG-REV-DATE.
           REWRITE PLOG-RECORD
               INVALID KEY
                   DISPLAY "Mise a jour du journal CALCPOST "
                           "impossible, statut " WS-PLOG-FILE-STATUS
                           " cle " HIST-KEY ", contre-passation "
                           "non passee"
                   ADD 1 TO WS-PLOG-ERR-COUNT
                   GO TO 2200-REVERSE-ENTRY-END
           END-REWRITE.
           PERFORM 4000-WRITE-ENTRY-START
           THRU    4000-WRITE-ENTRY-END.
           ADD 1 TO WS-REVERSE-COUNT.
           EXIT.
       2200-REVERSE-ENTRY-END.

       3000-FIND-MAP-START.
      *Recherche des comptes du service et de l'operateur de la
      *ligne ; a defaut, ceux de l'operateur pour tous services.
           MOVE "N" TO WS-FOUND.
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-MAP-COUNT OR WS-FOUND = "Y"
               IF WS-MAP-DEPT(WS-I) = HIST-DEPT
                  AND WS-MAP-OPER(WS-I) = HIST-OPERATOR
                   THEN
                       MOVE "Y" TO WS-FOUND
               END-IF
           END-PERFORM.
           IF WS-FOUND NOT = "Y"
               THEN
                   PERFORM VARYING WS-I FROM 1 BY 1
                           UNTIL WS-I > WS-MAP-COUNT OR WS-FOUND = "Y"
                       IF WS-MAP-DEPT(WS-I) = "*"
                          AND WS-MAP-OPER(WS-I) = HIST-OPERATOR
                           THEN
                               MOVE "Y" TO WS-FOUND
                       END-IF
                   END-PERFORM
           END-IF.
           IF WS-FOUND = "Y"
               THEN
                   SUBTRACT 1 FROM WS-I
                   MOVE WS-MAP-DEBIT(WS-I)  TO WS-DEBIT-ACCT
                   MOVE WS-MAP-CREDIT(WS-I) TO WS-CREDIT-ACCT
                   MOVE WS-MAP-LIB(WS-I)    TO WS-ENTRY-LIB
           END-IF.
           EXIT.
       3000-FIND-MAP-END.

       4000-WRITE-ENTRY-START.
      *Ecrit une ecriture : ligne au debit puis ligne au credit,
      *meme numero et meme montant.
           ADD  1              TO WS-ENTRY-NO.
           MOVE SPACE          TO GL-SEP1.
           MOVE WS-ENTRY-NO    TO GL-ENTRY-NO.
           MOVE SPACE          TO GL-SEP2.
           MOVE WS-RUN-DATE    TO GL-POST-DATE.
           MOVE SPACE          TO GL-SEP3.
           MOVE HIST-RUN-DATE  TO GL-VALUE-DATE.
           MOVE SPACE          TO GL-SEP4.
           MOVE SPACE          TO GL-SEP5.
           MOVE SPACE          TO GL-SEP6.
           MOVE WS-AMOUNT      TO GL-AMOUNT.
           MOVE SPACE          TO GL-SEP7.
           MOVE HIST-DEPT      TO GL-DEPT.
           MOVE SPACE          TO GL-SEP8.
           MOVE HIST-KEY       TO GL-REF.
           MOVE SPACE          TO GL-SEP9.
           MOVE WS-ENTRY-LIB   TO GL-LIB.

           MOVE "E"            TO GL-TYPE.
           MOVE WS-DEBIT-ACCT  TO GL-ACCOUNT.
           MOVE "D"            TO GL-SENS.
           WRITE GL-RECORD.
           ADD  WS-AMOUNT      TO WS-TOTAL-DEBIT.

           MOVE "E"            TO GL-TYPE.
           MOVE WS-CREDIT-ACCT TO GL-ACCOUNT.
           MOVE "C"            TO GL-SENS.
           WRITE GL-RECORD.
           ADD  WS-AMOUNT      TO WS-TOTAL-CREDIT.

           EXIT.
       4000-WRITE-ENTRY-END.

       5000-BILAN-START.
      *Bilan de l'extraction sur la console.
           DISPLAY "-----------------------------------------".
           DISPLAY "EXTRACTION COMPTABLE DU " WS-RUN-DATE.
           MOVE WS-READ-COUNT TO WS-COUNT-ED.
           DISPLAY "Lignes d'historique lues    : "
                   FUNCTION TRIM(WS-COUNT-ED).
           MOVE WS-POSTED-COUNT TO WS-COUNT-ED.
           DISPLAY "Lignes comptabilisees       : "
                   FUNCTION TRIM(WS-COUNT-ED).
           MOVE WS-REVERSE-COUNT TO WS-COUNT-ED.
           DISPLAY "Contre-passations           : "
                   FUNCTION TRIM(WS-COUNT-ED).
           MOVE WS-ALREADY-COUNT TO WS-COUNT-ED.
           DISPLAY "Deja comptabilisees         : "
                   FUNCTION TRIM(WS-COUNT-ED).
           MOVE WS-ZERO-COUNT TO WS-COUNT-ED.
           DISPLAY "Resultats nuls ecartes      : "
                   FUNCTION TRIM(WS-COUNT-ED).
           MOVE WS-SKIP-COUNT TO WS-COUNT-ED.
           DISPLAY "Lignes non vivantes ignorees: "
                   FUNCTION TRIM(WS-COUNT-ED).
           MOVE WS-HOLD-COUNT TO WS-COUNT-ED.
           DISPLAY "A valider (plafond depasse) : "
                   FUNCTION TRIM(WS-COUNT-ED).
           MOVE WS-NOMAP-COUNT TO WS-COUNT-ED.
           DISPLAY "Sans compte (en attente)    : "
                   FUNCTION TRIM(WS-COUNT-ED).
           MOVE WS-BAD-COUNT TO WS-COUNT-ED.
           DISPLAY "Illisibles ou trop grands   : "
                   FUNCTION TRIM(WS-COUNT-ED).
           MOVE WS-PLOG-ERR-COUNT TO WS-COUNT-ED.
           DISPLAY "Refusees par CALCPOST       : "
                   FUNCTION TRIM(WS-COUNT-ED).
           IF WS-PLOG-ERR-COUNT NOT = ZERO
               THEN
                   DISPLAY "ATTENTION : lignes non comptabilisees, "
                           "journal CALCPOST a verifier"
           END-IF.
           MOVE WS-ENTRY-NO TO WS-COUNT-ED.
           DISPLAY "Ecritures dans CALCGL       : "
                   FUNCTION TRIM(WS-COUNT-ED).
           MOVE WS-TOTAL-DEBIT TO WS-AMOUNT-ED.
           DISPLAY "Total debit                 : "
                   FUNCTION TRIM(WS-AMOUNT-ED).
           MOVE WS-TOTAL-CREDIT TO WS-AMOUNT-ED.
           DISPLAY "Total credit                : "
                   FUNCTION TRIM(WS-AMOUNT-ED).
           DISPLAY "-----------------------------------------".
           EXIT.
       5000-BILAN-END.
