      * État du journal des modifications : édite CHGLOG.DAT (écrit
      * ligne par ligne par EMPLOYEE-MAINT et DEDUCT-MAINT, dans
      * syntax_start) dans AUDIT.PRT pour la période demandée --
      * qui a changé quoi, quand, avec l'enregistrement avant et après.
      * Une seconde section isole les changements de coordonnées
      * bancaires (fiche employé et parts de dépôt) faits depuis la
      * dernière paie réelle : c'est la liste à revoir avant le
      * prochain lancement de HELLO (first_cobol.cbl). La dernière
      * paie est l'estampille RC-LAST-PAY-DATE / RC-LAST-PAY-TIME de
      * RUNCTL.DAT ; sur un RUNCTL.DAT antérieur à cette estampille, on
      * retombe sur RC-LAST-RUN-PERIOD (changements datés après la fin
      * de la dernière période payée).
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUDIT-REPORT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * journal des modifications des programmes d'entretien
           SELECT CHANGE-LOG
               ASSIGN TO "CHGLOG.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CHANGE-LOG-STATUS.
      * contrôle d'exécution de HELLO, pour la date de dernière paie
           SELECT RUN-CONTROL
               ASSIGN TO "RUNCTL.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-RUN-CONTROL-STATUS.
      * état du journal pour le contrôle interne
           SELECT AUDIT-REPORT-FILE
               ASSIGN TO "AUDIT.PRT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-REPORT-STATUS.
       DATA DIVISION.
       FILE SECTION.
           FD CHANGE-LOG.
      * même dessin d'enregistrement que dans EMPLOYEE-MAINT
      * (syntax_start/employee_maint.cbl)
           01 CHANGE-LOG-RECORD.
               02 CL-OPERATOR-ID       PIC X(8).
               02 CL-CHANGE-DATE       PIC 9(8).
               02 CL-CHANGE-TIME       PIC 9(6).
               02 CL-PROGRAM-ID        PIC X(15).
               02 CL-FILE-CODE         PIC X(3).
               02 CL-ACTION            PIC X.
               02 CL-RECORD-KEY        PIC X(10).
               02 CL-BANK-CHANGE       PIC X.
               02 CL-BEFORE-IMAGE      PIC X(100).
               02 CL-AFTER-IMAGE       PIC X(100).
           FD RUN-CONTROL.
      * même dessin d'enregistrement que dans HELLO (first_cobol.cbl)
           01 RUN-CONTROL-RECORD.
               02 RC-PERIOD-END        PIC 9(8).
               02 RC-OVERRIDE          PIC X.
               02 RC-RUN-MODE          PIC X.
               02 RC-RUN-TYPE          PIC X.
               02 RC-LAST-RUN-PERIOD   PIC 9(8).
               02 RC-LAST-PAY-DATE     PIC 9(8).
               02 RC-LAST-PAY-TIME     PIC 9(6).
           FD AUDIT-REPORT-FILE.
           01 AUDIT-REPORT-RECORD PIC X(132).
       WORKING-STORAGE SECTION.
           01 WS-CHANGE-LOG-STATUS  PIC XX.
           01 WS-RUN-CONTROL-STATUS PIC XX.
           01 WS-REPORT-STATUS      PIC XX.
           01 END-FILE              PIC X VALUE "N".
               88  EOF VALUE "T".
      * période demandée à l'exploitation, bornes comprises
           01 WS-FROM-DATE          PIC 9(8).
           01 WS-TO-DATE            PIC 9(8).
      * estampille de la dernière paie réelle, comparée à celle de
      * chaque ligne du journal (date puis heure, même ordre de tri)
           01 WS-LAST-PAY-STAMP.
               02 WS-LAST-PAY-DATE  PIC 9(8) VALUE ZERO.
               02 WS-LAST-PAY-TIME  PIC 9(6) VALUE ZERO.
           01 WS-CHANGE-STAMP.
               02 WS-CHANGE-DATE    PIC 9(8).
               02 WS-CHANGE-TIME    PIC 9(6).
           01 WS-LAST-RUN-PERIOD    PIC 9(8) VALUE ZERO.
      * RUNCTL.DAT sans estampille de paie : repli sur la période
           01 WS-PAY-STAMP-SOURCE   PIC X VALUE "S".
               88  NO-PAY-STAMP     VALUE "P".
      * compteurs des deux sections
           01 WS-RANGE-COUNT        PIC 9(5) VALUE ZERO.
           01 WS-BANK-COUNT         PIC 9(5) VALUE ZERO.
      * image avant ou après en cours de décodage pour la section
      * bancaire : le routage et le compte ne sont pas à la même place
      * dans la fiche employé (EMP) et dans une part de dépôt (SPL)
           01 WS-IMAGE              PIC X(100).
           01 WS-EMP-IMAGE REDEFINES WS-IMAGE.
               02 FILLER            PIC X(46).
               02 WS-EMP-IMG-ROUTING PIC X(9).
               02 WS-EMP-IMG-ACCOUNT PIC X(17).
               02 FILLER            PIC X(28).
           01 WS-SPL-IMAGE REDEFINES WS-IMAGE.
               02 FILLER            PIC X(14).
               02 WS-SPL-IMG-ROUTING PIC X(9).
               02 WS-SPL-IMG-ACCOUNT PIC X(17).
               02 FILLER            PIC X(60).
      * lignes de l'état
           01 AU-HEADER-LINE.
               02 FILLER            PIC X(28) VALUE
                   "MAINTENANCE AUDIT REPORT -- ".
               02 AU-PRT-FROM       PIC 9(8).
               02 FILLER            PIC X(6)  VALUE " THRU ".
               02 AU-PRT-TO         PIC 9(8).
           01 AU-COLUMN-LINE.
               02 FILLER            PIC X(32) VALUE
                   "DATE     TIME   OPERATOR PROGRAM".
               02 FILLER            PIC X(29) VALUE
                   "         FILE ACT KEY       ".
               02 FILLER            PIC X(4)  VALUE "BANK".
           01 AU-DETAIL-LINE.
               02 AU-PRT-DATE       PIC 9(8).
               02 FILLER            PIC X     VALUE SPACE.
               02 AU-PRT-TIME       PIC 9(6).
               02 FILLER            PIC X     VALUE SPACE.
               02 AU-PRT-OPERATOR   PIC X(8).
               02 FILLER            PIC X     VALUE SPACE.
               02 AU-PRT-PROGRAM    PIC X(15).
               02 FILLER            PIC X     VALUE SPACE.
               02 AU-PRT-FILE       PIC X(3).
               02 FILLER            PIC X(2)  VALUE SPACES.
               02 AU-PRT-ACTION     PIC X.
               02 FILLER            PIC X(3)  VALUE SPACES.
               02 AU-PRT-KEY        PIC X(10).
               02 FILLER            PIC X     VALUE SPACE.
               02 AU-PRT-BANK       PIC X(4).
           01 AU-IMAGE-LINE.
               02 FILLER            PIC X(4)  VALUE SPACES.
               02 AU-PRT-IMAGE-LABEL PIC X(8).
               02 AU-PRT-IMAGE      PIC X(100).
           01 AU-COUNT-LINE.
               02 AU-PRT-COUNT-LABEL PIC X(30).
               02 AU-PRT-COUNT      PIC ZZZZ9.
           01 AU-BANK-HEADER-LINE.
               02 FILLER            PIC X(39) VALUE
                   "BANK DETAIL CHANGES SINCE LAST PAY RUN ".
               02 AU-PRT-LAST-DATE  PIC 9(8).
               02 FILLER            PIC X     VALUE SPACE.
               02 AU-PRT-LAST-TIME  PIC 9(6).
               02 FILLER            PIC X(21) VALUE
                   "  LAST PERIOD PAID : ".
               02 AU-PRT-LAST-PERIOD PIC 9(8).
           01 AU-NO-STAMP-LINE.
               02 FILLER            PIC X(33) VALUE
                   "(NO PAY RUN STAMP IN RUNCTL.DAT: ".
               02 FILLER            PIC X(31) VALUE
                   "CHANGES AFTER LAST PERIOD END)".
           01 AU-BANK-LINE.
               02 FILLER            PIC X(4)  VALUE SPACES.
               02 FILLER            PIC X(9)  VALUE "ROUTING  ".
               02 AU-PRT-OLD-ROUTING PIC X(9).
               02 FILLER            PIC X(4)  VALUE " -> ".
               02 AU-PRT-NEW-ROUTING PIC X(9).
               02 FILLER            PIC X(11) VALUE "  ACCOUNT  ".
               02 AU-PRT-OLD-ACCOUNT PIC X(17).
               02 FILLER            PIC X(4)  VALUE " -> ".
               02 AU-PRT-NEW-ACCOUNT PIC X(17).
           01 AU-SEPARATOR-LINE     PIC X(80) VALUE ALL "-".
       PROCEDURE DIVISION.
       BEGIN.
           PERFORM INITIALIZE-PROGRAM
           PERFORM PRINT-CHANGES-IN-RANGE
           PERFORM PRINT-BANK-CHANGES
           PERFORM CLEAN-UP
           STOP RUN.
       INITIALIZE-PROGRAM.
      * la période est choisie par l'exploitation, comme le trimestre
      * de QTR-WAGE-REPORT (qtr_wage.cbl)
           DISPLAY "DATE DE DEBUT DE L'ETAT (AAAAMMJJ) :"
           ACCEPT WS-FROM-DATE
           DISPLAY "DATE DE FIN DE L'ETAT (AAAAMMJJ) :"
           ACCEPT WS-TO-DATE
           IF WS-FROM-DATE > WS-TO-DATE THEN
               DISPLAY "PERIODE INVALIDE, EXECUTION REFUSEE"
               STOP RUN
           END-IF
           PERFORM LOAD-RUN-CONTROL
           OPEN OUTPUT AUDIT-REPORT-FILE
           .
       LOAD-RUN-CONTROL.
      * sans RUNCTL.DAT (site jamais payé), toutes les modifications
      * bancaires du journal sont postérieures à la dernière paie ;
      * les colonnes d'estampille peuvent être à blanc sur un fichier
      * antérieur à leur ajout
           OPEN INPUT RUN-CONTROL
           IF WS-RUN-CONTROL-STATUS = "00" THEN
               READ RUN-CONTROL
                   AT END CONTINUE
                   NOT AT END
                       IF RC-LAST-RUN-PERIOD IS NUMERIC THEN
                           MOVE RC-LAST-RUN-PERIOD
                               TO WS-LAST-RUN-PERIOD
                       END-IF
                       IF RC-LAST-PAY-DATE IS NUMERIC
                               AND RC-LAST-PAY-TIME IS NUMERIC THEN
                           MOVE RC-LAST-PAY-DATE TO WS-LAST-PAY-DATE
                           MOVE RC-LAST-PAY-TIME TO WS-LAST-PAY-TIME
                       END-IF
               END-READ
               CLOSE RUN-CONTROL
           END-IF
      * pas d'estampille : tout changement daté après la fin de la
      * dernière période payée est retenu
           IF WS-LAST-PAY-DATE = ZERO
                   AND WS-LAST-RUN-PERIOD NOT = ZERO THEN
               MOVE WS-LAST-RUN-PERIOD TO WS-LAST-PAY-DATE
               MOVE 235959             TO WS-LAST-PAY-TIME
               MOVE "P"                TO WS-PAY-STAMP-SOURCE
           END-IF
           .
       OPEN-CHANGE-LOG.
      * journal absent : aucune modification faite à l'écran depuis
      * sa mise en place ; l'état sort quand même, avec des compteurs
      * à zéro
           MOVE "N" TO END-FILE
           OPEN INPUT CHANGE-LOG
           IF WS-CHANGE-LOG-STATUS NOT = "00" THEN
               MOVE "T" TO END-FILE
           END-IF
           .
       PRINT-CHANGES-IN-RANGE.
           MOVE WS-FROM-DATE TO AU-PRT-FROM
           MOVE WS-TO-DATE   TO AU-PRT-TO
           WRITE AUDIT-REPORT-RECORD FROM AU-HEADER-LINE
           WRITE AUDIT-REPORT-RECORD FROM AU-COLUMN-LINE
           PERFORM OPEN-CHANGE-LOG
           PERFORM UNTIL EOF
               READ CHANGE-LOG
                   AT END MOVE "T" TO END-FILE
                   NOT AT END
                       IF CL-CHANGE-DATE >= WS-FROM-DATE
                               AND CL-CHANGE-DATE <= WS-TO-DATE THEN
                           ADD 1 TO WS-RANGE-COUNT
                           PERFORM PRINT-ONE-CHANGE
                       END-IF
               END-READ
           END-PERFORM
           IF WS-CHANGE-LOG-STATUS = "00" OR "10" THEN
               CLOSE CHANGE-LOG
           END-IF
           MOVE "CHANGES IN PERIOD" TO AU-PRT-COUNT-LABEL
           MOVE WS-RANGE-COUNT      TO AU-PRT-COUNT
           WRITE AUDIT-REPORT-RECORD FROM AU-COUNT-LINE
           WRITE AUDIT-REPORT-RECORD FROM AU-SEPARATOR-LINE
           .
       PRINT-ONE-CHANGE.
      * une ligne d'identification, puis l'enregistrement avant et
      * après tel qu'il est dans son fichier (à blanc pour un ajout ou
      * une suppression)
           MOVE CL-CHANGE-DATE  TO AU-PRT-DATE
           MOVE CL-CHANGE-TIME  TO AU-PRT-TIME
           MOVE CL-OPERATOR-ID  TO AU-PRT-OPERATOR
           MOVE CL-PROGRAM-ID   TO AU-PRT-PROGRAM
           MOVE CL-FILE-CODE    TO AU-PRT-FILE
           MOVE CL-ACTION       TO AU-PRT-ACTION
           MOVE CL-RECORD-KEY   TO AU-PRT-KEY
           IF CL-BANK-CHANGE = "Y" THEN
               MOVE "BANK" TO AU-PRT-BANK
           ELSE
               MOVE SPACES TO AU-PRT-BANK
           END-IF
           WRITE AUDIT-REPORT-RECORD FROM AU-DETAIL-LINE
           MOVE "BEFORE: "      TO AU-PRT-IMAGE-LABEL
           MOVE CL-BEFORE-IMAGE TO AU-PRT-IMAGE
           WRITE AUDIT-REPORT-RECORD FROM AU-IMAGE-LINE
           MOVE "AFTER:  "      TO AU-PRT-IMAGE-LABEL
           MOVE CL-AFTER-IMAGE  TO AU-PRT-IMAGE
           WRITE AUDIT-REPORT-RECORD FROM AU-IMAGE-LINE
           .
       PRINT-BANK-CHANGES.
      * second passage sur le journal : seules les lignes marquées
      * changement bancaire et postérieures à la dernière paie,
      * quelle que soit la période demandée
           MOVE WS-LAST-PAY-DATE   TO AU-PRT-LAST-DATE
           MOVE WS-LAST-PAY-TIME   TO AU-PRT-LAST-TIME
           MOVE WS-LAST-RUN-PERIOD TO AU-PRT-LAST-PERIOD
           WRITE AUDIT-REPORT-RECORD FROM AU-BANK-HEADER-LINE
           IF NO-PAY-STAMP THEN
               WRITE AUDIT-REPORT-RECORD FROM AU-NO-STAMP-LINE
           END-IF
           WRITE AUDIT-REPORT-RECORD FROM AU-COLUMN-LINE
           PERFORM OPEN-CHANGE-LOG
           PERFORM UNTIL EOF
               READ CHANGE-LOG
                   AT END MOVE "T" TO END-FILE
                   NOT AT END
                       MOVE CL-CHANGE-DATE TO WS-CHANGE-DATE
                       MOVE CL-CHANGE-TIME TO WS-CHANGE-TIME
                       IF CL-BANK-CHANGE = "Y"
                               AND WS-CHANGE-STAMP > WS-LAST-PAY-STAMP
                               THEN
                           ADD 1 TO WS-BANK-COUNT
                           PERFORM PRINT-ONE-BANK-CHANGE
                       END-IF
               END-READ
           END-PERFORM
           IF WS-CHANGE-LOG-STATUS = "00" OR "10" THEN
               CLOSE CHANGE-LOG
           END-IF
           MOVE "BANK CHANGES SINCE LAST PAY" TO AU-PRT-COUNT-LABEL
           MOVE WS-BANK-COUNT                 TO AU-PRT-COUNT
           WRITE AUDIT-REPORT-RECORD FROM AU-COUNT-LINE
           .
       PRINT-ONE-BANK-CHANGE.
      * ligne d'identification, puis l'ancien et le nouveau routage et
      * compte décodés de l'image selon le fichier touché
           MOVE CL-CHANGE-DATE  TO AU-PRT-DATE
           MOVE CL-CHANGE-TIME  TO AU-PRT-TIME
           MOVE CL-OPERATOR-ID  TO AU-PRT-OPERATOR
           MOVE CL-PROGRAM-ID   TO AU-PRT-PROGRAM
           MOVE CL-FILE-CODE    TO AU-PRT-FILE
           MOVE CL-ACTION       TO AU-PRT-ACTION
           MOVE CL-RECORD-KEY   TO AU-PRT-KEY
           MOVE "BANK"          TO AU-PRT-BANK
           WRITE AUDIT-REPORT-RECORD FROM AU-DETAIL-LINE
           MOVE CL-BEFORE-IMAGE TO WS-IMAGE
           IF CL-FILE-CODE = "SPL" THEN
               MOVE WS-SPL-IMG-ROUTING TO AU-PRT-OLD-ROUTING
               MOVE WS-SPL-IMG-ACCOUNT TO AU-PRT-OLD-ACCOUNT
           ELSE
               MOVE WS-EMP-IMG-ROUTING TO AU-PRT-OLD-ROUTING
               MOVE WS-EMP-IMG-ACCOUNT TO AU-PRT-OLD-ACCOUNT
           END-IF
           MOVE CL-AFTER-IMAGE  TO WS-IMAGE
           IF CL-FILE-CODE = "SPL" THEN
               MOVE WS-SPL-IMG-ROUTING TO AU-PRT-NEW-ROUTING
               MOVE WS-SPL-IMG-ACCOUNT TO AU-PRT-NEW-ACCOUNT
           ELSE
               MOVE WS-EMP-IMG-ROUTING TO AU-PRT-NEW-ROUTING
               MOVE WS-EMP-IMG-ACCOUNT TO AU-PRT-NEW-ACCOUNT
           END-IF
           WRITE AUDIT-REPORT-RECORD FROM AU-BANK-LINE
           .
       CLEAN-UP.
           CLOSE AUDIT-REPORT-FILE
           DISPLAY "MODIFICATIONS SUR LA PERIODE : " WS-RANGE-COUNT
               " / CHANGEMENTS BANCAIRES DEPUIS LA DERNIERE PAIE : "
               WS-BANK-COUNT " (VOIR AUDIT.PRT)"
           .
       END PROGRAM AUDIT-REPORT.
