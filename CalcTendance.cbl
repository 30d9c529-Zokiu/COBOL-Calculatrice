       IDENTIFICATION DIVISION.
       PROGRAM-ID. CalcTendance.
       AUTHOR. Terry.

      *Rapport de tendance sur douze mois glissants, par service et
      *par operateur, sur l'historique vivant et l'archive : nombre
      *de calculs, somme et moyenne des resultats par mois, et pour
      *chaque service la variation du volume sur le mois precedent
      *et sur le meme mois de l'annee precedente. Un service dont le
      *volume varie de plus du seuil d'alerte saisi au lancement est
      *signale.

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

           SELECT ARCH-FILE ASSIGN TO "HISTARCH"
               ORGANIZATION  IS INDEXED
               ACCESS MODE   IS DYNAMIC
               RECORD KEY    IS ARCH-KEY
               ALTERNATE RECORD KEY IS ARCH-USER-ID
                   WITH DUPLICATES
               FILE STATUS   IS WS-ARCH-FILE-STATUS.

           SELECT TEND-RPT-FILE ASSIGN TO "HISTTEND"
               ORGANIZATION  IS LINE SEQUENTIAL
               FILE STATUS   IS WS-RPT-FILE-STATUS.

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

      *Archive de l'historique. Meme disposition que HISTFILE
      *puisque l'archive doit rester consultable a l'identique.
       FD  ARCH-FILE.
       01  ARCH-RECORD.
           05  ARCH-KEY.
               10  ARCH-RUN-DATE    PIC X(08).
               10  ARCH-RUN-TIME    PIC X(08).
               10  ARCH-SEQ         PIC 9(04).
           05  ARCH-NUMB1-ED    PIC X(24).
           05  ARCH-SEP1        PIC X(01).
           05  ARCH-OPERATOR    PIC X(01).
           05  ARCH-SEP2        PIC X(01).
           05  ARCH-NUMB2-ED    PIC X(24).
           05  ARCH-EQ          PIC X(03).
           05  ARCH-TOTAL-ED    PIC X(24).
           05  ARCH-SEP3        PIC X(01).
           05  ARCH-USER-ID     PIC X(08).
           05  ARCH-SEP4        PIC X(01).
           05  ARCH-BATCH-ID    PIC X(08).
           05  ARCH-SEP5        PIC X(01).
           05  ARCH-DEPT        PIC X(08).
           05  ARCH-SEP6        PIC X(01).
           05  ARCH-STATUS      PIC X(01).
           05  ARCH-SEP7        PIC X(01).
           05  ARCH-CANCEL-USER PIC X(08).
           05  ARCH-SEP8        PIC X(01).
           05  ARCH-CANCEL-REASON PIC X(30).
           05  ARCH-SEP9        PIC X(01).
           05  ARCH-LINK-KEY    PIC X(20).
      *Duree en periodes (mois) d'un pret ("E") ou d'une valeur
      *acquise ("I"), pour que le calcul puisse etre refait ; zero
      *pour les autres operateurs et les lignes anterieures.
           05  ARCH-SEP10       PIC X(01).
           05  ARCH-PERIODES    PIC 9(04).

      *Etat imprime du rapport de tendance.
       FD  TEND-RPT-FILE
           RECORDING MODE IS F.
       01  TEND-RPT-LINE        PIC X(80).

       WORKING-STORAGE SECTION.

      *Variables de statut des fichiers.
       01  WS-HIST-FILE-STATUS  PIC X(02)       VALUE "00".
       01  WS-ARCH-FILE-STATUS  PIC X(02)       VALUE "00".
       01  WS-RPT-FILE-STATUS   PIC X(02)       VALUE "00".

      *Variable de fin de fichier de l'historique ou de l'archive.
       01  WS-EOF               PIC X(01)       VALUE "N".

      *Parametres du lancement : dernier mois du rapport et seuil
      *d'alerte de variation du volume, en pourcent.
       01  WS-SAISIE            PIC X(20)       VALUE SPACE.
       01  WS-END-MONTH         PIC X(06)       VALUE SPACE.
       01  WS-SEUIL             PIC 9(03)v9(01) VALUE 20.
       01  WS-SEUIL-ED          PIC ZZ9.9       VALUE ZERO.

      *Les vingt-quatre mois lus, du plus ancien au dernier mois du
      *rapport : les douze derniers sont edites, les douze premiers
      *servent aux comparaisons avec le mois precedent et avec
      *l'annee precedente.
       01  WS-MOIS-TABLE.
           05  WS-MOIS          PIC X(06) OCCURS 24 TIMES.
       01  WS-WORK-YEAR         PIC 9(04)       VALUE ZERO.
       01  WS-WORK-MM           PIC 9(02)       VALUE ZERO.
       01  WS-FIRST-MONTH       PIC X(06)       VALUE SPACE.

      *Ligne en cours, commune a l'historique et a l'archive.
       01  WS-LINE-DATE         PIC X(08)       VALUE SPACE.
       01  WS-LINE-DEPT         PIC X(08)       VALUE SPACE.
       01  WS-LINE-OPER         PIC X(01)       VALUE SPACE.
       01  WS-LINE-TOTAL-ED     PIC X(24)       VALUE SPACE.
       01  WS-LINE-VALUE        PIC S9(18)v9(03) VALUE ZERO.

      *Cumuls par mois : tous services, par service et par
      *operateur.
       01  WS-GEN-TABLE.
           05  WS-GEN-MOIS OCCURS 24 TIMES.
               10  WS-GEN-NB       PIC 9(07).
               10  WS-GEN-SUM      PIC S9(18)v9(03).
       01  WS-DEP-COUNT         PIC 9(03)       VALUE ZERO.
       01  WS-DEP-TABLE.
           05  WS-DEP-ENTRY OCCURS 100 TIMES.
               10  WS-DEP-CODE     PIC X(08).
               10  WS-DEP-MOIS OCCURS 24 TIMES.
                   15  WS-DEP-NB       PIC 9(07).
                   15  WS-DEP-SUM      PIC S9(18)v9(03).
       01  WS-OPE-COUNT         PIC 9(03)       VALUE ZERO.
       01  WS-OPE-TABLE.
           05  WS-OPE-ENTRY OCCURS 50 TIMES.
               10  WS-OPE-CODE     PIC X(08).
               10  WS-OPE-MOIS OCCURS 24 TIMES.
                   15  WS-OPE-NB       PIC 9(07).
                   15  WS-OPE-SUM      PIC S9(18)v9(03).

      *Zone d'echange pour le tri des tableaux, et bloc en cours
      *d'edition (tous services, un service ou un operateur).
       01  WS-SWAP-ENTRY.
           05  WS-SWAP-CODE     PIC X(08).
           05  WS-SWAP-MOIS OCCURS 24 TIMES.
               10  WS-SWAP-NB      PIC 9(07).
               10  WS-SWAP-SUM     PIC S9(18)v9(03).
       01  WS-BLK-ENTRY.
           05  WS-BLK-CODE      PIC X(08).
           05  WS-BLK-MOIS OCCURS 24 TIMES.
               10  WS-BLK-NB       PIC 9(07).
               10  WS-BLK-SUM      PIC S9(18)v9(03).
       01  WS-BLK-TITLE         PIC X(40)       VALUE SPACE.
      *"Y" quand le bloc porte les variations et les alertes (tous
      *services et services), "N" pour les operateurs.
       01  WS-BLK-VAR           PIC X(01)       VALUE "N".
       01  WS-BLK-ALERT         PIC 9(02)       VALUE ZERO.
       01  WS-BLK-TOT-NB        PIC 9(07)       VALUE ZERO.
       01  WS-BLK-TOT-SUM       PIC S9(18)v9(03) VALUE ZERO.

      *Services signales : code et nombre de mois en alerte.
       01  WS-SIG-COUNT         PIC 9(03)       VALUE ZERO.
       01  WS-SIG-TABLE.
           05  WS-SIG-ENTRY OCCURS 100 TIMES.
               10  WS-SIG-DEPT     PIC X(08).
               10  WS-SIG-NB       PIC 9(02).

      *Calcul d'une variation : volume du mois, volume de reference,
      *pourcentage et libelle edite ("N/D" sans volume de
      *reference).
       01  WS-NB-CUR            PIC 9(07)       VALUE ZERO.
       01  WS-NB-REF            PIC 9(07)       VALUE ZERO.
       01  WS-PCT               PIC S9(05)v9(01) VALUE ZERO.
       01  WS-PCT-ED            PIC -----9.9    VALUE ZERO.
       01  WS-VAR-TXT           PIC X(08)       VALUE SPACE.
       01  WS-VAR-ALERT         PIC X(01)       VALUE "N".
       01  WS-LINE-ALERT        PIC X(01)       VALUE "N".
       01  WS-AVG               PIC S9(18)v9(03) VALUE ZERO.

      *Compteurs du bilan.
       01  WS-CANCEL-COUNT      PIC 9(07)       VALUE ZERO.
       01  WS-HOLD-COUNT        PIC 9(07)       VALUE ZERO.
       01  WS-BAD-COUNT         PIC 9(07)       VALUE ZERO.
       01  WS-LOST-COUNT        PIC 9(07)       VALUE ZERO.
       01  WS-COUNT-ED          PIC ZZZZZZ9     VALUE ZERO.

      *Indices de parcours des tableaux.
       01  WS-I                 PIC 9(03)       VALUE ZERO.
       01  WS-J                 PIC 9(03)       VALUE ZERO.
       01  WS-M                 PIC 9(02)       VALUE ZERO.
       01  WS-FOUND             PIC X(01)       VALUE "N".

      *Mise en page de l'etat.
       01  WS-PAGE-NUMB         PIC 9(04)       VALUE ZERO.
       01  WS-LINE-COUNT        PIC 9(02)       VALUE 99.
       01  WS-LINES-PER-PAGE    PIC 9(02)       VALUE 50.
       01  WS-EDIT-DATE         PIC 9(08)       VALUE ZERO.
       01  WS-FMT-DATE          PIC X(10)       VALUE SPACE.
       01  WS-EDIT-MONTH        PIC X(06)       VALUE SPACE.
       01  WS-FMT-MONTH         PIC X(07)       VALUE SPACE.

       01  WS-HEAD1.
           05  FILLER           PIC X(24)
               VALUE "TENDANCE SUR DOUZE MOIS ".
           05  FILLER           PIC X(18)
               VALUE "         EDITE LE ".
           05  WS-HEAD1-DATE    PIC X(10).
           05  FILLER           PIC X(18)
               VALUE "            PAGE  ".
           05  WS-HEAD1-PAGE    PIC ZZZ9.

       01  WS-HEAD2.
           05  FILLER           PIC X(11)       VALUE "PERIODE DU ".
           05  WS-HEAD2-FROM    PIC X(07).
           05  FILLER           PIC X(04)       VALUE " AU ".
           05  WS-HEAD2-TO      PIC X(07).
           05  FILLER           PIC X(21)
               VALUE "   SEUIL D'ALERTE   ".
           05  WS-HEAD2-SEUIL   PIC ZZ9.9.
           05  FILLER           PIC X(02)       VALUE " %".

       01  WS-HEAD3.
           05  FILLER           PIC X(08)       VALUE "MOIS".
           05  FILLER           PIC X(07)       VALUE " NOMBRE".
           05  FILLER           PIC X(01)       VALUE SPACE.
           05  FILLER           PIC X(17)
               VALUE "  SOMME RESULTATS".
           05  FILLER           PIC X(15)
               VALUE "        MOYENNE".
           05  FILLER           PIC X(01)       VALUE SPACE.
           05  FILLER           PIC X(08)       VALUE "VAR M-1%".
           05  FILLER           PIC X(01)       VALUE SPACE.
           05  FILLER           PIC X(08)       VALUE "VAR N-1%".
           05  FILLER           PIC X(01)       VALUE SPACE.
           05  FILLER           PIC X(06)       VALUE "ALERTE".

       01  WS-HEAD4.
           05  FILLER           PIC X(80)       VALUE ALL "-".

       01  WS-DETAIL-LINE.
           05  WS-DET-MONTH     PIC X(07).
           05  FILLER           PIC X(01)       VALUE SPACE.
           05  WS-DET-NB        PIC ZZZZZZ9.
           05  FILLER           PIC X(01)       VALUE SPACE.
           05  WS-DET-SUM       PIC -Z(12)9.99.
           05  WS-DET-AVG       PIC -Z(10)9.99.
           05  FILLER           PIC X(01)       VALUE SPACE.
           05  WS-DET-VAR1      PIC X(08).
           05  FILLER           PIC X(01)       VALUE SPACE.
           05  WS-DET-VAR2      PIC X(08).
           05  FILLER           PIC X(01)       VALUE SPACE.
           05  WS-DET-FLAG      PIC X(06).

       01  WS-SIG-LINE.
           05  FILLER           PIC X(02)       VALUE SPACE.
           05  WS-SIG-DET-DEPT  PIC X(08).
           05  FILLER           PIC X(03)       VALUE SPACE.
           05  WS-SIG-DET-NB    PIC Z9.
           05  FILLER           PIC X(20)
               VALUE " MOIS EN ALERTE".

       PROCEDURE DIVISION.
      *Parametres du lancement : dernier mois du rapport (le mois en
      *cours par defaut) et seuil d'alerte (20 % par defaut).
           PERFORM 0100-PARAMETERS-START
           THRU    0100-PARAMETERS-END.

           OPEN OUTPUT TEND-RPT-FILE.
           IF WS-RPT-FILE-STATUS NOT = "00"
               THEN
                   DISPLAY "Impossible de creer HISTTEND, rapport "
                           "annule"
                   STOP RUN
           END-IF.

      *Cumul des vingt-quatre mois sur l'historique vivant puis sur
      *l'archive : une ligne archivee reste de l'activite du mois.
           INITIALIZE WS-GEN-TABLE.
           PERFORM 1000-LOAD-HIST-START
           THRU    1000-LOAD-HIST-END.
           PERFORM 1100-LOAD-ARCH-START
           THRU    1100-LOAD-ARCH-END.

      *Tri des services et des operateurs, puis edition des blocs :
      *tous services, chaque service, chaque operateur.
           PERFORM 2000-SORT-TABLES-START
           THRU    2000-SORT-TABLES-END.
           PERFORM 3000-PRINT-REPORT-START
           THRU    3000-PRINT-REPORT-END.
           PERFORM 4000-SUMMARY-START
           THRU    4000-SUMMARY-END.

           CLOSE TEND-RPT-FILE.
           DISPLAY "Rapport de tendance edite dans HISTTEND".
           MOVE WS-SIG-COUNT TO WS-COUNT-ED.
           DISPLAY "Services signales : " FUNCTION TRIM(WS-COUNT-ED).
           STOP RUN.

      ******************************************************************

       0100-PARAMETERS-START.
      *Saisie et controle des parametres, puis table des mois lus.
           DISPLAY "Dernier mois du rapport AAAAMM (vide = mois en "
                   "cours)".
           ACCEPT WS-SAISIE.
           IF WS-SAISIE = SPACE
               THEN
                   ACCEPT WS-EDIT-DATE FROM DATE YYYYMMDD
                   MOVE WS-EDIT-DATE(1:6) TO WS-END-MONTH
               ELSE
                   MOVE WS-SAISIE(1:6)    TO WS-END-MONTH
           END-IF.
           IF WS-END-MONTH IS NOT NUMERIC
              OR WS-END-MONTH(5:2) < "01"
              OR WS-END-MONTH(5:2) > "12"
               THEN
                   DISPLAY "Mois invalide, rapport annule"
                   STOP RUN
           END-IF.
           DISPLAY "Seuil d'alerte de variation en % (vide = 20)".
           ACCEPT WS-SAISIE.
           IF WS-SAISIE NOT = SPACE
               THEN
                   IF FUNCTION TEST-NUMVAL(WS-SAISIE) NOT = ZERO
                       THEN
                           DISPLAY "Seuil invalide, rapport annule"
                           STOP RUN
                   END-IF
                   COMPUTE WS-SEUIL = FUNCTION NUMVAL(WS-SAISIE)
                       ON SIZE ERROR
                           DISPLAY "Seuil invalide, rapport annule"
                           STOP RUN
                   END-COMPUTE
           END-IF.
      *Table des mois, en remontant a partir du dernier mois.
           MOVE WS-END-MONTH(1:4) TO WS-WORK-YEAR.
           MOVE WS-END-MONTH(5:2) TO WS-WORK-MM.
           PERFORM VARYING WS-M FROM 24 BY -1 UNTIL WS-M < 1
               MOVE WS-WORK-YEAR TO WS-MOIS(WS-M)(1:4)
               MOVE WS-WORK-MM   TO WS-MOIS(WS-M)(5:2)
               IF WS-WORK-MM = 1
                   THEN
                       MOVE 12 TO WS-WORK-MM
                       SUBTRACT 1 FROM WS-WORK-YEAR
                   ELSE
                       SUBTRACT 1 FROM WS-WORK-MM
               END-IF
           END-PERFORM.
           MOVE WS-MOIS(1) TO WS-FIRST-MONTH.
           MOVE WS-SEUIL   TO WS-SEUIL-ED.
           MOVE WS-SEUIL   TO WS-HEAD2-SEUIL.
           MOVE WS-MOIS(13) TO WS-EDIT-MONTH.
           PERFORM 3300-FORMAT-MONTH-START
           THRU    3300-FORMAT-MONTH-END.
           MOVE WS-FMT-MONTH TO WS-HEAD2-FROM.
           MOVE WS-MOIS(24) TO WS-EDIT-MONTH.
           PERFORM 3300-FORMAT-MONTH-START
           THRU    3300-FORMAT-MONTH-END.
           MOVE WS-FMT-MONTH TO WS-HEAD2-TO.

           EXIT.
       0100-PARAMETERS-END.

       1000-LOAD-HIST-START.
      *Lecture de l'historique vivant a partir du premier jour du
      *plus ancien mois lu ; un historique absent n'apporte rien.
           OPEN INPUT HIST-FILE.
           IF WS-HIST-FILE-STATUS NOT = "00"
               THEN
                   DISPLAY "Fichier HISTFILE introuvable, ignore"
                   GO TO 1000-LOAD-HIST-END
           END-IF.
           MOVE "N"            TO WS-EOF.
           MOVE WS-FIRST-MONTH TO HIST-RUN-DATE(1:6).
           MOVE "01"           TO HIST-RUN-DATE(7:2).
           MOVE "00000000"     TO HIST-RUN-TIME.
           MOVE ZERO           TO HIST-SEQ.
           START HIST-FILE KEY NOT < HIST-KEY
               INVALID KEY
                   MOVE "Y" TO WS-EOF
           END-START.
           PERFORM 1010-READ-HIST-START
           THRU    1010-READ-HIST-END
               UNTIL WS-EOF = "Y".
           CLOSE HIST-FILE.

           EXIT.
       1000-LOAD-HIST-END.

       1010-READ-HIST-START.
      *Lecture suivante de l'historique ; la lecture s'arrete apres
      *le dernier mois du rapport.
           READ HIST-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF
           END-READ.
           IF WS-EOF = "Y"
               THEN
                   GO TO 1010-READ-HIST-END
           END-IF.
           IF HIST-RUN-DATE(1:6) > WS-END-MONTH
               THEN
                   MOVE "Y" TO WS-EOF
                   GO TO 1010-READ-HIST-END
           END-IF.
      *Un calcul annule par CalcAjust n'est plus de l'activite
      *vivante : il est exclu du cumul et compte a part.
           IF HIST-STATUS = "C"
               THEN
                   ADD 1 TO WS-CANCEL-COUNT
                   GO TO 1010-READ-HIST-END
           END-IF.
      *Un calcul en attente de validation (plafond du service
      *depasse) n'entre dans le cumul qu'apres sa liberation.
           IF HIST-STATUS = "H"
               THEN
                   ADD 1 TO WS-HOLD-COUNT
                   GO TO 1010-READ-HIST-END
           END-IF.
           MOVE HIST-RUN-DATE TO WS-LINE-DATE.
           MOVE HIST-DEPT     TO WS-LINE-DEPT.
           MOVE HIST-OPERATOR TO WS-LINE-OPER.
           MOVE HIST-TOTAL-ED TO WS-LINE-TOTAL-ED.
           PERFORM 1300-ACCUMULATE-START
           THRU    1300-ACCUMULATE-END.

           EXIT.
       1010-READ-HIST-END.

       1100-LOAD-ARCH-START.
      *Lecture de l'archive sur la meme periode ; une archive absente
      *(aucun archivage encore fait) n'apporte rien.
           OPEN INPUT ARCH-FILE.
           IF WS-ARCH-FILE-STATUS NOT = "00"
               THEN
                   GO TO 1100-LOAD-ARCH-END
           END-IF.
           MOVE "N"            TO WS-EOF.
           MOVE WS-FIRST-MONTH TO ARCH-RUN-DATE(1:6).
           MOVE "01"           TO ARCH-RUN-DATE(7:2).
           MOVE "00000000"     TO ARCH-RUN-TIME.
           MOVE ZERO           TO ARCH-SEQ.
           START ARCH-FILE KEY NOT < ARCH-KEY
               INVALID KEY
                   MOVE "Y" TO WS-EOF
           END-START.
           PERFORM 1110-READ-ARCH-START
           THRU    1110-READ-ARCH-END
               UNTIL WS-EOF = "Y".
           CLOSE ARCH-FILE.

           EXIT.
       1100-LOAD-ARCH-END.

       1110-READ-ARCH-START.
      *Lecture suivante de l'archive ; la lecture s'arrete apres le
      *dernier mois du rapport.
           READ ARCH-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF
           END-READ.
           IF WS-EOF = "Y"
               THEN
                   GO TO 1110-READ-ARCH-END
           END-IF.
           IF ARCH-RUN-DATE(1:6) > WS-END-MONTH
               THEN
                   MOVE "Y" TO WS-EOF
                   GO TO 1110-READ-ARCH-END
           END-IF.
           IF ARCH-STATUS = "C"
               THEN
                   ADD 1 TO WS-CANCEL-COUNT
                   GO TO 1110-READ-ARCH-END
           END-IF.
           IF ARCH-STATUS = "H"
               THEN
                   ADD 1 TO WS-HOLD-COUNT
                   GO TO 1110-READ-ARCH-END
           END-IF.
           MOVE ARCH-RUN-DATE TO WS-LINE-DATE.
           MOVE ARCH-DEPT     TO WS-LINE-DEPT.
           MOVE ARCH-OPERATOR TO WS-LINE-OPER.
           MOVE ARCH-TOTAL-ED TO WS-LINE-TOTAL-ED.
           PERFORM 1300-ACCUMULATE-START
           THRU    1300-ACCUMULATE-END.

           EXIT.
       1110-READ-ARCH-END.

       1300-ACCUMULATE-START.
      *Cumul d'une ligne vivante dans son mois, tous services, pour
      *son service et pour son operateur. Un total illisible compte
      *le calcul sans en ajouter la valeur.
           MOVE ZERO TO WS-M.
           PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J > 24
               IF WS-MOIS(WS-J) = WS-LINE-DATE(1:6)
                   THEN
                       MOVE WS-J TO WS-M
               END-IF
           END-PERFORM.
           IF WS-M = ZERO
               THEN
                   GO TO 1300-ACCUMULATE-END
           END-IF.
           MOVE ZERO TO WS-LINE-VALUE.
           IF FUNCTION TEST-NUMVAL(WS-LINE-TOTAL-ED) = ZERO
               THEN
                   COMPUTE WS-LINE-VALUE =
                           FUNCTION NUMVAL(WS-LINE-TOTAL-ED)
               ELSE
                   ADD 1 TO WS-BAD-COUNT
           END-IF.
      *Les lignes historisees avant la mise en place du service
      *emetteur n'en portent pas : elles sont regroupees a part.
           IF WS-LINE-DEPT = SPACES
               THEN
                   MOVE "????????" TO WS-LINE-DEPT
           END-IF.
           ADD 1             TO WS-GEN-NB(WS-M).
           ADD WS-LINE-VALUE TO WS-GEN-SUM(WS-M).
           PERFORM 1400-FIND-DEPT-START
           THRU    1400-FIND-DEPT-END.
           IF WS-FOUND = "Y"
               THEN
                   ADD 1             TO WS-DEP-NB(WS-I, WS-M)
                   ADD WS-LINE-VALUE TO WS-DEP-SUM(WS-I, WS-M)
               ELSE
      *Tableau plein : la ligne est comptee comme perdue afin que
      *l'etat signale un cumul incomplet plutot que de le taire.
                   ADD 1 TO WS-LOST-COUNT
           END-IF.
           PERFORM 1500-FIND-OPER-START
           THRU    1500-FIND-OPER-END.
           IF WS-FOUND = "Y"
               THEN
                   ADD 1             TO WS-OPE-NB(WS-I, WS-M)
                   ADD WS-LINE-VALUE TO WS-OPE-SUM(WS-I, WS-M)
               ELSE
                   ADD 1 TO WS-LOST-COUNT
           END-IF.

           EXIT.
       1300-ACCUMULATE-END.

       1400-FIND-DEPT-START.
      *Recherche l'entree du service de la ligne ; la cree si elle
      *n'existe pas encore.
           MOVE "N" TO WS-FOUND.
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-DEP-COUNT OR WS-FOUND = "Y"
               IF WS-DEP-CODE(WS-I) = WS-LINE-DEPT
                   THEN
                       MOVE "Y" TO WS-FOUND
               END-IF
           END-PERFORM.
           IF WS-FOUND = "Y"
               THEN
                   SUBTRACT 1 FROM WS-I
               ELSE
                   IF WS-DEP-COUNT < 100
                       THEN
                           ADD  1 TO WS-DEP-COUNT
                           MOVE WS-DEP-COUNT TO WS-I
                           INITIALIZE WS-DEP-ENTRY(WS-I)
                           MOVE WS-LINE-DEPT TO WS-DEP-CODE(WS-I)
                           MOVE "Y"          TO WS-FOUND
                   END-IF
           END-IF.

           EXIT.
       1400-FIND-DEPT-END.

       1500-FIND-OPER-START.
      *Recherche l'entree de l'operateur de la ligne ; la cree si
      *elle n'existe pas encore.
           MOVE "N" TO WS-FOUND.
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-OPE-COUNT OR WS-FOUND = "Y"
               IF WS-OPE-CODE(WS-I) = WS-LINE-OPER
                   THEN
                       MOVE "Y" TO WS-FOUND
               END-IF
           END-PERFORM.
           IF WS-FOUND = "Y"
               THEN
                   SUBTRACT 1 FROM WS-I
               ELSE
                   IF WS-OPE-COUNT < 50
                       THEN
                           ADD  1 TO WS-OPE-COUNT
                           MOVE WS-OPE-COUNT TO WS-I
                           INITIALIZE WS-OPE-ENTRY(WS-I)
                           MOVE WS-LINE-OPER TO WS-OPE-CODE(WS-I)
                           MOVE "Y"          TO WS-FOUND
                   END-IF
           END-IF.

           EXIT.
       1500-FIND-OPER-END.

       2000-SORT-TABLES-START.
      *Tri par echanges des services puis des operateurs, par code
      *(les tableaux restent petits).
           IF WS-DEP-COUNT > 1
               THEN
                   PERFORM VARYING WS-I FROM 1 BY 1
                           UNTIL WS-I = WS-DEP-COUNT
                       PERFORM VARYING WS-J FROM 1 BY 1
                               UNTIL WS-J > WS-DEP-COUNT - WS-I
                           IF WS-DEP-CODE(WS-J) > WS-DEP-CODE(WS-J + 1)
                               THEN
                                   MOVE WS-DEP-ENTRY(WS-J)
                                       TO WS-SWAP-ENTRY
                                   MOVE WS-DEP-ENTRY(WS-J + 1)
                                       TO WS-DEP-ENTRY(WS-J)
                                   MOVE WS-SWAP-ENTRY
                                       TO WS-DEP-ENTRY(WS-J + 1)
                           END-IF
                       END-PERFORM
                   END-PERFORM
           END-IF.
           IF WS-OPE-COUNT > 1
               THEN
                   PERFORM VARYING WS-I FROM 1 BY 1
                           UNTIL WS-I = WS-OPE-COUNT
                       PERFORM VARYING WS-J FROM 1 BY 1
                               UNTIL WS-J > WS-OPE-COUNT - WS-I
                           IF WS-OPE-CODE(WS-J) > WS-OPE-CODE(WS-J + 1)
                               THEN
                                   MOVE WS-OPE-ENTRY(WS-J)
                                       TO WS-SWAP-ENTRY
                                   MOVE WS-OPE-ENTRY(WS-J + 1)
                                       TO WS-OPE-ENTRY(WS-J)
                                   MOVE WS-SWAP-ENTRY
                                       TO WS-OPE-ENTRY(WS-J + 1)
                           END-IF
                       END-PERFORM
                   END-PERFORM
           END-IF.

           EXIT.
       2000-SORT-TABLES-END.

       3000-PRINT-REPORT-START.
      *Edition des blocs de douze mois : tous services, puis chaque
      *service (avec variations et alertes), puis chaque operateur.
           MOVE SPACES          TO WS-BLK-CODE.
           PERFORM VARYING WS-M FROM 1 BY 1 UNTIL WS-M > 24
               MOVE WS-GEN-NB(WS-M)  TO WS-BLK-NB(WS-M)
               MOVE WS-GEN-SUM(WS-M) TO WS-BLK-SUM(WS-M)
           END-PERFORM.
           MOVE "TOUS SERVICES" TO WS-BLK-TITLE.
           MOVE "Y"             TO WS-BLK-VAR.
           PERFORM 3050-PRINT-BLOCK-START
           THRU    3050-PRINT-BLOCK-END.

           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-DEP-COUNT
               MOVE WS-DEP-ENTRY(WS-I) TO WS-BLK-ENTRY
               MOVE SPACES             TO WS-BLK-TITLE
               STRING "SERVICE " DELIMITED BY SIZE
                      WS-BLK-CODE DELIMITED BY SIZE
                      INTO WS-BLK-TITLE
               END-STRING
               MOVE "Y"                TO WS-BLK-VAR
               PERFORM 3050-PRINT-BLOCK-START
               THRU    3050-PRINT-BLOCK-END
      *Un service dont au moins un mois est en alerte est retenu
      *pour la liste des services signales.
               IF WS-BLK-ALERT NOT = ZERO
                   THEN
                       ADD  1 TO WS-SIG-COUNT
                       MOVE WS-BLK-CODE  TO WS-SIG-DEPT(WS-SIG-COUNT)
                       MOVE WS-BLK-ALERT TO WS-SIG-NB(WS-SIG-COUNT)
               END-IF
           END-PERFORM.

           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-OPE-COUNT
               MOVE WS-OPE-ENTRY(WS-I) TO WS-BLK-ENTRY
               MOVE SPACES             TO WS-BLK-TITLE
               STRING "OPERATEUR " DELIMITED BY SIZE
                      WS-BLK-CODE(1:1) DELIMITED BY SIZE
                      INTO WS-BLK-TITLE
               END-STRING
               MOVE "N"                TO WS-BLK-VAR
               PERFORM 3050-PRINT-BLOCK-START
               THRU    3050-PRINT-BLOCK-END
           END-PERFORM.

           EXIT.
       3000-PRINT-REPORT-END.

       3050-PRINT-BLOCK-START.
      *Edition d'un bloc : titre, douze lignes mensuelles et total
      *des douze mois. Un bloc n'est pas coupe en fin de page.
           IF WS-LINE-COUNT + 16 > WS-LINES-PER-PAGE
               THEN
                   PERFORM 3100-PRINT-HEADING-START
                   THRU    3100-PRINT-HEADING-END
           END-IF.
           MOVE WS-BLK-TITLE TO TEND-RPT-LINE.
           WRITE TEND-RPT-LINE.
           ADD  1            TO WS-LINE-COUNT.
           MOVE ZERO TO WS-BLK-ALERT.
           MOVE ZERO TO WS-BLK-TOT-NB.
           MOVE ZERO TO WS-BLK-TOT-SUM.
           PERFORM 3500-PRINT-MONTH-START
           THRU    3500-PRINT-MONTH-END
               VARYING WS-M FROM 13 BY 1 UNTIL WS-M > 24.
      *Total des douze mois du bloc.
           MOVE SPACES         TO WS-DETAIL-LINE.
           MOVE "TOTAL"        TO WS-DET-MONTH.
           MOVE WS-BLK-TOT-NB  TO WS-DET-NB.
           MOVE WS-BLK-TOT-SUM TO WS-DET-SUM.
           MOVE ZERO           TO WS-AVG.
           IF WS-BLK-TOT-NB NOT = ZERO
               THEN
                   COMPUTE WS-AVG ROUNDED =
                           WS-BLK-TOT-SUM / WS-BLK-TOT-NB
           END-IF.
           MOVE WS-AVG         TO WS-DET-AVG.
           MOVE WS-DETAIL-LINE TO TEND-RPT-LINE.
           WRITE TEND-RPT-LINE.
           MOVE SPACES         TO TEND-RPT-LINE.
           WRITE TEND-RPT-LINE.
           ADD  2              TO WS-LINE-COUNT.

           EXIT.
       3050-PRINT-BLOCK-END.

       3100-PRINT-HEADING-START.
      *Entete de page de l'etat.
           ADD  1              TO WS-PAGE-NUMB.
           ACCEPT WS-EDIT-DATE FROM DATE YYYYMMDD.
           PERFORM 3200-FORMAT-DATE-START
           THRU    3200-FORMAT-DATE-END.
           MOVE WS-FMT-DATE    TO WS-HEAD1-DATE.
           MOVE WS-PAGE-NUMB   TO WS-HEAD1-PAGE.
           MOVE WS-HEAD1       TO TEND-RPT-LINE.
           WRITE TEND-RPT-LINE.
           MOVE WS-HEAD2       TO TEND-RPT-LINE.
           WRITE TEND-RPT-LINE.
           MOVE WS-HEAD3       TO TEND-RPT-LINE.
           WRITE TEND-RPT-LINE.
           MOVE WS-HEAD4       TO TEND-RPT-LINE.
           WRITE TEND-RPT-LINE.
           MOVE ZERO           TO WS-LINE-COUNT.

           EXIT.
       3100-PRINT-HEADING-END.

       3200-FORMAT-DATE-START.
      *Presente une date AAAAMMJJ sous la forme JJ/MM/AAAA.
           MOVE WS-EDIT-DATE(7:2) TO WS-FMT-DATE(1:2).
           MOVE "/"               TO WS-FMT-DATE(3:1).
           MOVE WS-EDIT-DATE(5:2) TO WS-FMT-DATE(4:2).
           MOVE "/"               TO WS-FMT-DATE(6:1).
           MOVE WS-EDIT-DATE(1:4) TO WS-FMT-DATE(7:4).

           EXIT.
       3200-FORMAT-DATE-END.

       3300-FORMAT-MONTH-START.
      *Presente un mois AAAAMM sous la forme MM/AAAA.
           MOVE WS-EDIT-MONTH(5:2) TO WS-FMT-MONTH(1:2).
           MOVE "/"                TO WS-FMT-MONTH(3:1).
           MOVE WS-EDIT-MONTH(1:4) TO WS-FMT-MONTH(4:4).
           EXIT.
       3300-FORMAT-MONTH-END.

       3400-VARIANCE-START.
      *Variation en pourcent du volume WS-NB-CUR sur le volume de
      *reference WS-NB-REF. Sans volume de reference la variation
      *n'a pas de sens : elle est editee "N/D" et ne declenche pas
      *d'alerte. L'alerte vaut pour une hausse comme pour une baisse
      *au-dela du seuil.
           MOVE "N" TO WS-VAR-ALERT.
           IF WS-NB-REF = ZERO
               THEN
                   MOVE "     N/D" TO WS-VAR-TXT
                   GO TO 3400-VARIANCE-END
           END-IF.
           COMPUTE WS-PCT ROUNDED =
                   ((WS-NB-CUR - WS-NB-REF) * 100) / WS-NB-REF
               ON SIZE ERROR
                   MOVE 99999.9 TO WS-PCT
           END-COMPUTE.
           MOVE WS-PCT    TO WS-PCT-ED.
           MOVE WS-PCT-ED TO WS-VAR-TXT.
           IF WS-PCT > WS-SEUIL
              OR WS-PCT < ZERO - WS-SEUIL
               THEN
                   MOVE "Y" TO WS-VAR-ALERT
           END-IF.

           EXIT.
       3400-VARIANCE-END.

       3500-PRINT-MONTH-START.
      *Ligne mensuelle du bloc : nombre, somme et moyenne des
      *resultats, puis, pour les services, les variations sur le
      *mois precedent (rang - 1) et sur le meme mois de l'annee
      *precedente (rang - 12).
           MOVE SPACES            TO WS-DETAIL-LINE.
           MOVE WS-MOIS(WS-M)     TO WS-EDIT-MONTH.
           PERFORM 3300-FORMAT-MONTH-START
           THRU    3300-FORMAT-MONTH-END.
           MOVE WS-FMT-MONTH      TO WS-DET-MONTH.
           MOVE WS-BLK-NB(WS-M)   TO WS-DET-NB.
           MOVE WS-BLK-SUM(WS-M)  TO WS-DET-SUM.
           MOVE ZERO              TO WS-AVG.
           IF WS-BLK-NB(WS-M) NOT = ZERO
               THEN
                   COMPUTE WS-AVG ROUNDED =
                           WS-BLK-SUM(WS-M) / WS-BLK-NB(WS-M)
           END-IF.
           MOVE WS-AVG            TO WS-DET-AVG.
           ADD  WS-BLK-NB(WS-M)   TO WS-BLK-TOT-NB.
           ADD  WS-BLK-SUM(WS-M)  TO WS-BLK-TOT-SUM.
           IF WS-BLK-VAR = "Y"
               THEN
                   MOVE "N"                  TO WS-LINE-ALERT
                   MOVE WS-BLK-NB(WS-M)      TO WS-NB-CUR
                   MOVE WS-BLK-NB(WS-M - 1)  TO WS-NB-REF
                   PERFORM 3400-VARIANCE-START
                   THRU    3400-VARIANCE-END
                   MOVE WS-VAR-TXT           TO WS-DET-VAR1
                   IF WS-VAR-ALERT = "Y"
                       THEN
                           MOVE "Y" TO WS-LINE-ALERT
                   END-IF
                   MOVE WS-BLK-NB(WS-M - 12) TO WS-NB-REF
                   PERFORM 3400-VARIANCE-START
                   THRU    3400-VARIANCE-END
                   MOVE WS-VAR-TXT           TO WS-DET-VAR2
                   IF WS-VAR-ALERT = "Y"
                       THEN
                           MOVE "Y" TO WS-LINE-ALERT
                   END-IF
      *Seuls les services sont signales ; le bloc tous services
      *porte les variations pour comparaison.
                   IF WS-LINE-ALERT = "Y"
                      AND WS-BLK-CODE NOT = SPACES
                       THEN
                           MOVE "  *** " TO WS-DET-FLAG
                           ADD  1        TO WS-BLK-ALERT
                   END-IF
           END-IF.
           MOVE WS-DETAIL-LINE    TO TEND-RPT-LINE.
           WRITE TEND-RPT-LINE.
           ADD  1                 TO WS-LINE-COUNT.

           EXIT.
       3500-PRINT-MONTH-END.

       4000-SUMMARY-START.
      *Liste des services signales et bilan des lignes ecartees.
           IF WS-LINE-COUNT + 8 + WS-SIG-COUNT > WS-LINES-PER-PAGE
               THEN
                   PERFORM 3100-PRINT-HEADING-START
                   THRU    3100-PRINT-HEADING-END
           END-IF.
           MOVE WS-HEAD4 TO TEND-RPT-LINE.
           WRITE TEND-RPT-LINE.
           MOVE SPACES TO TEND-RPT-LINE.
           STRING "SERVICES SIGNALES (VARIATION DU VOLUME > "
                  DELIMITED BY SIZE
                  FUNCTION TRIM(WS-SEUIL-ED) DELIMITED BY SIZE
                  " %)" DELIMITED BY SIZE
                  INTO TEND-RPT-LINE
           END-STRING.
           WRITE TEND-RPT-LINE.
           IF WS-SIG-COUNT = ZERO
               THEN
                   MOVE "  AUCUN SERVICE SIGNALE" TO TEND-RPT-LINE
                   WRITE TEND-RPT-LINE
           END-IF.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-SIG-COUNT
               MOVE WS-SIG-DEPT(WS-I) TO WS-SIG-DET-DEPT
               MOVE WS-SIG-NB(WS-I)   TO WS-SIG-DET-NB
               MOVE WS-SIG-LINE       TO TEND-RPT-LINE
               WRITE TEND-RPT-LINE
           END-PERFORM.
           MOVE WS-HEAD4 TO TEND-RPT-LINE.
           WRITE TEND-RPT-LINE.
           IF WS-CANCEL-COUNT NOT = ZERO
               THEN
                   MOVE WS-CANCEL-COUNT TO WS-COUNT-ED
                   MOVE SPACES TO TEND-RPT-LINE
                   STRING "CALCULS ANNULES EXCLUS DU CUMUL : "
                          DELIMITED BY SIZE
                          WS-COUNT-ED DELIMITED BY SIZE
                          INTO TEND-RPT-LINE
                   END-STRING
                   WRITE TEND-RPT-LINE
           END-IF.
           IF WS-HOLD-COUNT NOT = ZERO
               THEN
                   MOVE WS-HOLD-COUNT TO WS-COUNT-ED
                   MOVE SPACES TO TEND-RPT-LINE
                   STRING "CALCULS EN ATTENTE EXCLUS DU CUMUL : "
                          DELIMITED BY SIZE
                          WS-COUNT-ED DELIMITED BY SIZE
                          INTO TEND-RPT-LINE
                   END-STRING
                   WRITE TEND-RPT-LINE
           END-IF.
           IF WS-BAD-COUNT NOT = ZERO
               THEN
                   MOVE WS-BAD-COUNT TO WS-COUNT-ED
                   MOVE SPACES TO TEND-RPT-LINE
                   STRING "TOTAUX ILLISIBLES, COMPTES SANS VALEUR : "
                          DELIMITED BY SIZE
                          WS-COUNT-ED DELIMITED BY SIZE
                          INTO TEND-RPT-LINE
                   END-STRING
                   WRITE TEND-RPT-LINE
           END-IF.
           IF WS-LOST-COUNT NOT = ZERO
               THEN
                   MOVE SPACES TO TEND-RPT-LINE
                   STRING "ATTENTION : CUMUL INCOMPLET, LIGNES NON "
                          "RETENUES (TABLEAU PLEIN)"
                          DELIMITED BY SIZE
                          INTO TEND-RPT-LINE
                   END-STRING
                   WRITE TEND-RPT-LINE
                   DISPLAY "Cumul incomplet : tableau plein"
           END-IF.

           EXIT.
       4000-SUMMARY-END.
