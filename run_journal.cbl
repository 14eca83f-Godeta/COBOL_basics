      * Édition du journal d'exploitation de la paie : relit
      * RUNJRNL.DAT, où chaque programme batch (HELLO, first_cobol.cbl ;
      * ACH-RETURNS ; CHECK-VOID ; CHECK-RECON ; YTD-RECON ;
      * QTR-WAGE-REPORT ; TAX-DEPOSIT ; PAY-VARIANCE ; W2-STATEMENT ;
      * EMPLOYEE-CONVERT ; REMITTANCE) ajoute un enregistrement "S" au
      * démarrage et un "E" en fin d'exécution, et édite dans
      * RUNJRNL.PRT une ligne par exécution démarrée entre deux dates
      * saisies : période, mode, début et fin, statut, compteurs et
      * net. Les exécutions refusées (avec leur motif) et celles sans
      * enregistrement de fin (arrêt anormal) sont marquées "***" --
      * fini la reconstitution d'après ce qui a défilé à l'écran.
      * Suit le contrôle des suites de paie : toute paie réelle de
      * HELLO terminée dans l'intervalle sans passage réussi, après
      * elle, d'ACH-RETURNS ou de YTD-RECON est listée. Les passages
      * postérieurs à la date de fin comptent : seule la date de début
      * de l'intervalle borne la lecture.
      * Le journal est trié par date et heure de début (pas de table
      * à plafonner pour les exécutions) ; "S" et "E" d'une même
      * exécution portent le même début et se suivent après le tri.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RUN-JOURNAL-REPORT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * journal d'exploitation commun, tenu en ajout par chaque
      * programme batch
           SELECT RUN-JOURNAL
               ASSIGN TO "RUNJRNL.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-RUN-JOURNAL-STATUS.
      * fichier de travail du tri : journal remis dans l'ordre des
      * débuts d'exécution
           SELECT JOURNAL-SORT-FILE
               ASSIGN TO "RJSORT.WRK".
      * état du journal
           SELECT JOURNAL-REPORT
               ASSIGN TO "RUNJRNL.PRT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-REPORT-STATUS.
       DATA DIVISION.
       FILE SECTION.
           FD RUN-JOURNAL.
      * même dessin d'enregistrement que dans HELLO (first_cobol.cbl)
           01 RUN-JOURNAL-RECORD.
               02 RJ-PROGRAM-ID        PIC X(16).
               02 RJ-RECORD-TYPE       PIC X.
               02 RJ-PERIOD            PIC 9(8).
               02 RJ-RUN-MODE          PIC X.
               02 RJ-RUN-TYPE          PIC X.
               02 RJ-START-DATE        PIC 9(8).
               02 RJ-START-TIME        PIC 9(6).
               02 RJ-END-DATE          PIC 9(8).
               02 RJ-END-TIME          PIC 9(6).
               02 RJ-STATUS            PIC X.
               02 RJ-RESTART-POINT     PIC X(6).
               02 RJ-REASON            PIC X(40).
               02 RJ-RECORDS-READ      PIC 9(7).
               02 RJ-EMPLOYEE-COUNT    PIC 9(7).
               02 RJ-EXCEPTION-COUNT   PIC 9(7).
               02 RJ-TOTAL-NET         PIC S9(9)V99.
               02 RJ-ACH-COUNT         PIC 9(7).
               02 RJ-CHECK-COUNT       PIC 9(7).
           SD JOURNAL-SORT-FILE.
      * même dessin que RUN-JOURNAL-RECORD
           01 JOURNAL-SORT-RECORD.
               02 JS-PROGRAM-ID        PIC X(16).
               02 JS-RECORD-TYPE       PIC X.
               02 JS-PERIOD            PIC 9(8).
               02 JS-RUN-MODE          PIC X.
               02 JS-RUN-TYPE          PIC X.
               02 JS-START-DATE        PIC 9(8).
               02 JS-START-TIME        PIC 9(6).
               02 FILLER               PIC X(107).
           FD JOURNAL-REPORT.
           01 JOURNAL-REPORT-RECORD PIC X(132).
       WORKING-STORAGE SECTION.
           01 WS-RUN-JOURNAL-STATUS PIC XX.
           01 WS-REPORT-STATUS     PIC XX.
           01 END-FILE             PIC X VALUE "N".
               88  EOF VALUE "T".
           01 WS-SORT-END          PIC X VALUE "N".
               88  SORT-EOF        VALUE "T".
      * intervalle édité, sur la date de début d'exécution ; date de
      * fin à zéro = date du jour
           01 WS-FROM-DATE         PIC 9(8).
           01 WS-TO-DATE           PIC 9(8).
           01 WS-TODAY-DATE        PIC 9(8).
      * exécution en cours de regroupement : clé de début, et copie
      * du "E" (ou du "S" seul si la fin manque)
           01 WS-RUN-KEY.
               02 WS-KEY-DATE      PIC 9(8).
               02 WS-KEY-TIME      PIC 9(6).
               02 WS-KEY-PROGRAM   PIC X(16).
           01 WS-NEXT-KEY.
               02 WS-NEXT-DATE     PIC 9(8).
               02 WS-NEXT-TIME     PIC 9(6).
               02 WS-NEXT-PROGRAM  PIC X(16).
           01 WS-RUN-HAS-START     PIC X.
               88  RUN-HAS-START   VALUE "Y".
           01 WS-RUN-HAS-END       PIC X.
               88  RUN-HAS-END     VALUE "Y".
      * même dessin que RUN-JOURNAL-RECORD
           01 RUN-RECORD-SAVE.
               02 RR-PROGRAM-ID        PIC X(16).
               02 RR-RECORD-TYPE       PIC X.
               02 RR-PERIOD            PIC 9(8).
               02 RR-RUN-MODE          PIC X.
               02 RR-RUN-TYPE          PIC X.
               02 RR-START-DATE        PIC 9(8).
               02 RR-START-TIME        PIC 9(6).
               02 RR-END-DATE          PIC 9(8).
               02 RR-END-TIME          PIC 9(6).
               02 RR-STATUS            PIC X.
                   88  RR-NORMAL-END   VALUE "N".
                   88  RR-REFUSED      VALUE "R".
                   88  RR-RESTARTED    VALUE "C".
               02 RR-RESTART-POINT     PIC X(6).
               02 RR-REASON            PIC X(40).
               02 RR-RECORDS-READ      PIC 9(7).
               02 RR-EMPLOYEE-COUNT    PIC 9(7).
               02 RR-EXCEPTION-COUNT   PIC 9(7).
               02 RR-TOTAL-NET         PIC S9(9)V99.
               02 RR-ACH-COUNT         PIC 9(7).
               02 RR-CHECK-COUNT       PIC 9(7).
      * début et fin de l'exécution en une seule valeur comparable
           01 WS-RUN-START-STAMP   PIC 9(14).
           01 WS-RUN-END-STAMP     PIC 9(14).
      * compteurs de l'état
           01 WS-RUN-COUNT         PIC 9(5) VALUE ZERO.
           01 WS-REFUSED-COUNT     PIC 9(5) VALUE ZERO.
           01 WS-NO-END-COUNT      PIC 9(5) VALUE ZERO.
           01 WS-RESTART-COUNT     PIC 9(5) VALUE ZERO.
           01 WS-MISSING-COUNT     PIC 9(5) VALUE ZERO.
      * paies réelles de HELLO dans l'intervalle, en attente de leurs
      * suites : ACH-RETURNS ("A") et YTD-RECON ("Y") terminés
      * normalement après la fin de la paie. Au-delà de la table, le
      * contrôle est signalé incomplet sur l'état
           01 PF-TABLE-COUNT       PIC 9(4) VALUE ZERO.
           01 PF-TABLE.
               02 PF-ENTRY OCCURS 500 TIMES
                       INDEXED BY PF-IDX.
                   03 PF-PERIOD      PIC 9(8).
                   03 PF-KIND        PIC X(7).
                   03 PF-START-STAMP PIC 9(14).
                   03 PF-END-STAMP   PIC 9(14).
                   03 PF-ACH-SEEN    PIC X.
                   03 PF-RECON-SEEN  PIC X.
           01 WS-PF-OVERFLOW       PIC X VALUE "N".
               88  PF-TABLE-OVERFLOW VALUE "Y".
           01 WS-FOLLOW-KIND       PIC X.
           01 WS-RUN-KIND          PIC X(7).
      * lignes de l'état
           01 RJ-HEADER-LINE.
               02 FILLER           PIC X(31) VALUE
                   "PAYROLL RUN JOURNAL -- FROM   ".
               02 RJH-PRT-FROM     PIC 9(8).
               02 FILLER           PIC X(4)  VALUE " TO ".
               02 RJH-PRT-TO       PIC 9(8).
           01 RJ-COLUMN-LINE.
               02 FILLER           PIC X(3)  VALUE SPACES.
               02 FILLER           PIC X(17) VALUE "PROGRAM".
               02 FILLER           PIC X(9)  VALUE "PERIOD".
               02 FILLER           PIC X(8)  VALUE "KIND".
               02 FILLER           PIC X(16) VALUE "START DATE/TIME".
               02 FILLER           PIC X(16) VALUE "END DATE/TIME".
               02 FILLER           PIC X(11) VALUE "STATUS".
               02 FILLER           PIC X(8)  VALUE "   READ ".
               02 FILLER           PIC X(8)  VALUE "  EMPLS ".
               02 FILLER           PIC X(7)  VALUE "EXCEPT ".
               02 FILLER           PIC X(7)  VALUE "   ACH ".
               02 FILLER           PIC X(7)  VALUE "CHECKS ".
               02 FILLER           PIC X(15) VALUE "      TOTAL NET".
           01 RJ-SEPARATOR-LINE    PIC X(132) VALUE ALL "-".
           01 RJ-DETAIL-LINE.
               02 RJD-FLAG         PIC X(3).
               02 RJD-PROGRAM      PIC X(16).
               02 FILLER           PIC X.
               02 RJD-PERIOD       PIC X(8).
               02 FILLER           PIC X.
               02 RJD-KIND         PIC X(7).
               02 FILLER           PIC X.
               02 RJD-START-DATE   PIC 9(8).
               02 FILLER           PIC X.
               02 RJD-START-TIME   PIC 9(6).
               02 FILLER           PIC X.
               02 RJD-END-DATE     PIC X(8).
               02 FILLER           PIC X.
               02 RJD-END-TIME     PIC X(6).
               02 FILLER           PIC X.
               02 RJD-STATUS       PIC X(10).
               02 FILLER           PIC X.
               02 RJD-READ         PIC ZZZZZZ9.
               02 FILLER           PIC X.
               02 RJD-EMPLOYEES    PIC ZZZZZZ9.
               02 FILLER           PIC X.
               02 RJD-EXCEPTIONS   PIC ZZZZZ9.
               02 FILLER           PIC X.
               02 RJD-ACH          PIC ZZZZZ9.
               02 FILLER           PIC X.
               02 RJD-CHECKS       PIC ZZZZZ9.
               02 FILLER           PIC X.
               02 RJD-NET          PIC ZZZ,ZZZ,ZZ9.99-.
      * deuxième ligne d'une exécution refusée, reprise ou sans fin
           01 RJ-NOTE-LINE.
               02 FILLER           PIC X(6)  VALUE SPACES.
               02 RJN-TEXT         PIC X(70).
           01 RJ-TOTAL-LINE.
               02 FILLER           PIC X(12) VALUE "RUNS LISTED ".
               02 RJT-PRT-RUNS     PIC ZZZZ9.
               02 FILLER           PIC X(11) VALUE "   REFUSED ".
               02 RJT-PRT-REFUSED  PIC ZZZZ9.
               02 FILLER           PIC X(17) VALUE
                   "   NO END RECORD ".
               02 RJT-PRT-NO-END   PIC ZZZZ9.
               02 FILLER           PIC X(13) VALUE "   RESTARTED ".
               02 RJT-PRT-RESTART  PIC ZZZZ9.
      * lignes du contrôle des suites de paie
           01 RJ-FOLLOW-TITLE.
               02 FILLER           PIC X(31) VALUE
                   "HELLO PAY RUNS NOT FOLLOWED BY ".
               02 FILLER           PIC X(24) VALUE
                   "ACH-RETURNS OR YTD-RECON".
           01 RJ-FOLLOW-COLUMNS.
               02 FILLER           PIC X(3)  VALUE SPACES.
               02 FILLER           PIC X(9)  VALUE "PERIOD".
               02 FILLER           PIC X(8)  VALUE "KIND".
               02 FILLER           PIC X(16) VALUE "START DATE/TIME".
               02 FILLER           PIC X(16) VALUE "END DATE/TIME".
               02 FILLER           PIC X(13) VALUE "NEVER RUN".
           01 RJ-FOLLOW-LINE.
               02 RJF-FLAG         PIC X(3)  VALUE "***".
               02 RJF-PERIOD       PIC 9(8).
               02 FILLER           PIC X     VALUE SPACE.
               02 RJF-KIND         PIC X(7).
               02 FILLER           PIC X     VALUE SPACE.
               02 RJF-START-DATE   PIC 9(8).
               02 FILLER           PIC X     VALUE SPACE.
               02 RJF-START-TIME   PIC 9(6).
               02 FILLER           PIC X     VALUE SPACE.
               02 RJF-END-DATE     PIC 9(8).
               02 FILLER           PIC X     VALUE SPACE.
               02 RJF-END-TIME     PIC 9(6).
               02 FILLER           PIC X     VALUE SPACE.
               02 RJF-MISSING      PIC X(40).
           01 RJ-FOLLOW-NONE       PIC X(60) VALUE
               "   NONE -- EVERY HELLO PAY RUN WAS FOLLOWED UP".
           01 RJ-FOLLOW-OVERFLOW.
               02 FILLER           PIC X(36) VALUE
                   "   PF-TABLE FULL: ONLY THE FIRST 500".
               02 FILLER           PIC X(29) VALUE
                   " HELLO PAY RUNS WERE CHECKED".
       PROCEDURE DIVISION.
       BEGIN.
           PERFORM INITIALIZE-PROGRAM
      * "S" avant "E" à début égal : l'enregistrement de fin complète
      * celui de début dans PROCESS-ONE-RUN
           SORT JOURNAL-SORT-FILE
               ON ASCENDING KEY JS-START-DATE JS-START-TIME
                   JS-PROGRAM-ID
               ON DESCENDING KEY JS-RECORD-TYPE
               INPUT PROCEDURE IS RELEASE-JOURNAL-RECORDS
               OUTPUT PROCEDURE IS PRINT-JOURNAL
           PERFORM PRINT-FOLLOW-UP-CHECK
           PERFORM CLEAN-UP
           STOP RUN.
       INITIALIZE-PROGRAM.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY-DATE
           DISPLAY "PREMIER JOUR A EDITER (AAAAMMJJ) :"
           ACCEPT WS-FROM-DATE
           DISPLAY "DERNIER JOUR A EDITER (AAAAMMJJ, "
               "00000000 = AUJOURD'HUI) :"
           ACCEPT WS-TO-DATE
           IF WS-TO-DATE = ZERO THEN
               MOVE WS-TODAY-DATE TO WS-TO-DATE
           END-IF
           IF WS-FROM-DATE > WS-TO-DATE THEN
               DISPLAY "INTERVALLE DE DATES INVALIDE, "
                   "EDITION REFUSEE"
               STOP RUN
           END-IF
      * le journal est créé par la première exécution d'un programme
      * batch : sans lui, rien à éditer
           OPEN INPUT RUN-JOURNAL
           IF WS-RUN-JOURNAL-STATUS NOT = "00" THEN
               DISPLAY "RUNJRNL.DAT ABSENT OU ILLISIBLE, "
                   "RIEN A EDITER"
               STOP RUN
           END-IF
           CLOSE RUN-JOURNAL
           OPEN OUTPUT JOURNAL-REPORT
           MOVE WS-FROM-DATE TO RJH-PRT-FROM
           MOVE WS-TO-DATE   TO RJH-PRT-TO
           WRITE JOURNAL-REPORT-RECORD FROM RJ-HEADER-LINE
           WRITE JOURNAL-REPORT-RECORD FROM RJ-SEPARATOR-LINE
           WRITE JOURNAL-REPORT-RECORD FROM RJ-COLUMN-LINE
           WRITE JOURNAL-REPORT-RECORD FROM RJ-SEPARATOR-LINE
           .
       RELEASE-JOURNAL-RECORDS.
      * tout ce qui démarre à partir du premier jour passe au tri :
      * les exécutions postérieures au dernier jour ne sont pas
      * éditées, mais servent au contrôle des suites de paie
           OPEN INPUT RUN-JOURNAL
           PERFORM RELEASE-ONE-JOURNAL-RECORD
               WITH TEST BEFORE UNTIL EOF
           CLOSE RUN-JOURNAL
           .
       RELEASE-ONE-JOURNAL-RECORD.
           READ RUN-JOURNAL
               AT END MOVE "T" TO END-FILE.
           IF NOT EOF THEN
               IF RJ-START-DATE IS NUMERIC
                       AND RJ-START-TIME IS NUMERIC
                       AND RJ-START-DATE >= WS-FROM-DATE THEN
                   RELEASE JOURNAL-SORT-RECORD
                       FROM RUN-JOURNAL-RECORD
               END-IF
           END-IF
           .
       PRINT-JOURNAL.
           MOVE "N" TO WS-SORT-END
           PERFORM RETURN-JOURNAL-RECORD
           PERFORM PROCESS-ONE-RUN WITH TEST BEFORE UNTIL SORT-EOF
           WRITE JOURNAL-REPORT-RECORD FROM RJ-SEPARATOR-LINE
           MOVE WS-RUN-COUNT     TO RJT-PRT-RUNS
           MOVE WS-REFUSED-COUNT TO RJT-PRT-REFUSED
           MOVE WS-NO-END-COUNT  TO RJT-PRT-NO-END
           MOVE WS-RESTART-COUNT TO RJT-PRT-RESTART
           WRITE JOURNAL-REPORT-RECORD FROM RJ-TOTAL-LINE
           .
       RETURN-JOURNAL-RECORD.
           RETURN JOURNAL-SORT-FILE
               AT END MOVE "T" TO WS-SORT-END
               NOT AT END
                   MOVE JS-START-DATE TO WS-NEXT-DATE
                   MOVE JS-START-TIME TO WS-NEXT-TIME
                   MOVE JS-PROGRAM-ID TO WS-NEXT-PROGRAM
           END-RETURN
           .
       PROCESS-ONE-RUN.
      * une exécution = les enregistrements de même début et même
      * programme : "S" puis "E", l'un ou l'autre pouvant manquer
      * (refus avant le début journalisé, arrêt anormal)
           MOVE WS-NEXT-KEY TO WS-RUN-KEY
           MOVE "N" TO WS-RUN-HAS-START
           MOVE "N" TO WS-RUN-HAS-END
           PERFORM TAKE-ONE-RUN-RECORD WITH TEST BEFORE
               UNTIL SORT-EOF OR WS-NEXT-KEY NOT = WS-RUN-KEY
           PERFORM SET-RUN-KIND
           IF WS-KEY-DATE <= WS-TO-DATE THEN
               PERFORM PRINT-ONE-RUN
           END-IF
           IF RUN-HAS-END AND (RR-NORMAL-END OR RR-RESTARTED) THEN
               PERFORM TRACK-FOLLOW-UP
           END-IF
           .
       TAKE-ONE-RUN-RECORD.
           IF JS-RECORD-TYPE = "E" THEN
               MOVE "Y" TO WS-RUN-HAS-END
               MOVE JOURNAL-SORT-RECORD TO RUN-RECORD-SAVE
           ELSE
               MOVE "Y" TO WS-RUN-HAS-START
               IF NOT RUN-HAS-END THEN
                   MOVE JOURNAL-SORT-RECORD TO RUN-RECORD-SAVE
               END-IF
           END-IF
           PERFORM RETURN-JOURNAL-RECORD
           .
       SET-RUN-KIND.
      * mode et type à blanc : refus avant lecture de RUNCTL.DAT
           EVALUATE TRUE
               WHEN RR-RUN-MODE = SPACE
                   MOVE SPACES    TO WS-RUN-KIND
               WHEN RR-RUN-MODE = "P" AND RR-RUN-TYPE = "A"
                   MOVE "PRV-ADJ" TO WS-RUN-KIND
               WHEN RR-RUN-MODE = "P"
                   MOVE "PREVIEW" TO WS-RUN-KIND
               WHEN RR-RUN-TYPE = "A"
                   MOVE "ADJUST"  TO WS-RUN-KIND
               WHEN OTHER
                   MOVE "NORMAL"  TO WS-RUN-KIND
           END-EVALUATE
           .
       PRINT-ONE-RUN.
           ADD 1 TO WS-RUN-COUNT
           MOVE SPACES TO RJ-DETAIL-LINE
           MOVE RR-PROGRAM-ID  TO RJD-PROGRAM
           IF RR-PERIOD IS NUMERIC AND RR-PERIOD > ZERO THEN
               MOVE RR-PERIOD  TO RJD-PERIOD
           END-IF
           MOVE WS-RUN-KIND    TO RJD-KIND
           MOVE WS-KEY-DATE    TO RJD-START-DATE
           MOVE WS-KEY-TIME    TO RJD-START-TIME
           MOVE SPACES TO RJN-TEXT
           IF NOT RUN-HAS-END THEN
               MOVE "***"      TO RJD-FLAG
               MOVE "NO END"   TO RJD-STATUS
               ADD 1 TO WS-NO-END-COUNT
               MOVE "NO END RECORD: RUN ABENDED OR STILL RUNNING"
                   TO RJN-TEXT
           ELSE
               MOVE RR-END-DATE       TO RJD-END-DATE
               MOVE RR-END-TIME       TO RJD-END-TIME
               MOVE RR-RECORDS-READ   TO RJD-READ
               MOVE RR-EMPLOYEE-COUNT TO RJD-EMPLOYEES
               MOVE RR-EXCEPTION-COUNT TO RJD-EXCEPTIONS
               MOVE RR-ACH-COUNT      TO RJD-ACH
               MOVE RR-CHECK-COUNT    TO RJD-CHECKS
               MOVE RR-TOTAL-NET      TO RJD-NET
               EVALUATE TRUE
                   WHEN RR-NORMAL-END
                       MOVE "NORMAL"    TO RJD-STATUS
                   WHEN RR-RESTARTED
                       MOVE "RESTARTED" TO RJD-STATUS
                       ADD 1 TO WS-RESTART-COUNT
                       STRING "RESTARTED FROM CHECKPOINT "
                           RR-RESTART-POINT
                           DELIMITED BY SIZE INTO RJN-TEXT
                   WHEN RR-REFUSED
                       MOVE "***"       TO RJD-FLAG
                       MOVE "REFUSED"   TO RJD-STATUS
                       ADD 1 TO WS-REFUSED-COUNT
                       STRING "REFUSED: " RR-REASON
                           DELIMITED BY SIZE INTO RJN-TEXT
                   WHEN OTHER
                       MOVE "***"       TO RJD-FLAG
                       MOVE "UNKNOWN"   TO RJD-STATUS
               END-EVALUATE
           END-IF
           WRITE JOURNAL-REPORT-RECORD FROM RJ-DETAIL-LINE
           IF RJN-TEXT NOT = SPACES THEN
               WRITE JOURNAL-REPORT-RECORD FROM RJ-NOTE-LINE
           END-IF
           .
       TRACK-FOLLOW-UP.
      * exécution terminée normalement : une paie réelle de HELLO
      * dans l'intervalle attend ses suites ; un passage d'ACH-RETURNS
      * ou de YTD-RECON solde les paies terminées avant son début
           COMPUTE WS-RUN-START-STAMP =
               WS-KEY-DATE * 1000000 + WS-KEY-TIME
           COMPUTE WS-RUN-END-STAMP =
               RR-END-DATE * 1000000 + RR-END-TIME
           EVALUATE RR-PROGRAM-ID
               WHEN "HELLO"
                   IF RR-RUN-MODE NOT = "P"
                           AND WS-KEY-DATE <= WS-TO-DATE THEN
                       PERFORM ADD-PENDING-PAY-RUN
                   END-IF
               WHEN "ACH-RETURNS"
                   MOVE "A" TO WS-FOLLOW-KIND
                   PERFORM MARK-FOLLOW-UP
               WHEN "YTD-RECON"
                   MOVE "Y" TO WS-FOLLOW-KIND
                   PERFORM MARK-FOLLOW-UP
           END-EVALUATE
           .
       ADD-PENDING-PAY-RUN.
           IF PF-TABLE-COUNT < 500 THEN
               ADD 1 TO PF-TABLE-COUNT
               SET PF-IDX TO PF-TABLE-COUNT
               MOVE RR-PERIOD          TO PF-PERIOD (PF-IDX)
               MOVE WS-RUN-KIND        TO PF-KIND (PF-IDX)
               MOVE WS-RUN-START-STAMP TO PF-START-STAMP (PF-IDX)
               MOVE WS-RUN-END-STAMP   TO PF-END-STAMP (PF-IDX)
               MOVE "N"                TO PF-ACH-SEEN (PF-IDX)
               MOVE "N"                TO PF-RECON-SEEN (PF-IDX)
           ELSE
               MOVE "Y" TO WS-PF-OVERFLOW
           END-IF
           .
       MARK-FOLLOW-UP.
           PERFORM VARYING PF-IDX FROM 1 BY 1
                   UNTIL PF-IDX > PF-TABLE-COUNT
               IF PF-END-STAMP (PF-IDX) <= WS-RUN-START-STAMP THEN
                   IF WS-FOLLOW-KIND = "A" THEN
                       MOVE "Y" TO PF-ACH-SEEN (PF-IDX)
                   ELSE
                       MOVE "Y" TO PF-RECON-SEEN (PF-IDX)
                   END-IF
               END-IF
           END-PERFORM
           .
       PRINT-FOLLOW-UP-CHECK.
           MOVE SPACES TO JOURNAL-REPORT-RECORD
           WRITE JOURNAL-REPORT-RECORD
           WRITE JOURNAL-REPORT-RECORD FROM RJ-FOLLOW-TITLE
           WRITE JOURNAL-REPORT-RECORD FROM RJ-SEPARATOR-LINE
           WRITE JOURNAL-REPORT-RECORD FROM RJ-FOLLOW-COLUMNS
           PERFORM VARYING PF-IDX FROM 1 BY 1
                   UNTIL PF-IDX > PF-TABLE-COUNT
               IF PF-ACH-SEEN (PF-IDX) = "N"
                       OR PF-RECON-SEEN (PF-IDX) = "N" THEN
                   PERFORM PRINT-ONE-FOLLOW-UP-LINE
               END-IF
           END-PERFORM
           IF WS-MISSING-COUNT = ZERO THEN
               WRITE JOURNAL-REPORT-RECORD FROM RJ-FOLLOW-NONE
           END-IF
           IF PF-TABLE-OVERFLOW THEN
               WRITE JOURNAL-REPORT-RECORD FROM RJ-FOLLOW-OVERFLOW
           END-IF
           .
       PRINT-ONE-FOLLOW-UP-LINE.
           ADD 1 TO WS-MISSING-COUNT
           MOVE PF-PERIOD (PF-IDX) TO RJF-PERIOD
           MOVE PF-KIND (PF-IDX)   TO RJF-KIND
           MOVE PF-START-STAMP (PF-IDX) (1:8)  TO RJF-START-DATE
           MOVE PF-START-STAMP (PF-IDX) (9:6)  TO RJF-START-TIME
           MOVE PF-END-STAMP (PF-IDX) (1:8)    TO RJF-END-DATE
           MOVE PF-END-STAMP (PF-IDX) (9:6)    TO RJF-END-TIME
           EVALUATE TRUE
               WHEN PF-ACH-SEEN (PF-IDX) = "N"
                       AND PF-RECON-SEEN (PF-IDX) = "N"
                   MOVE "ACH-RETURNS, YTD-RECON" TO RJF-MISSING
               WHEN PF-ACH-SEEN (PF-IDX) = "N"
                   MOVE "ACH-RETURNS"            TO RJF-MISSING
               WHEN OTHER
                   MOVE "YTD-RECON"              TO RJF-MISSING
           END-EVALUATE
           WRITE JOURNAL-REPORT-RECORD FROM RJ-FOLLOW-LINE
           .
       CLEAN-UP.
           CLOSE JOURNAL-REPORT
           DISPLAY "EXECUTIONS EDITEES : " WS-RUN-COUNT
               ", REFUSEES : " WS-REFUSED-COUNT
               ", SANS FIN : " WS-NO-END-COUNT
           DISPLAY "PAIES SANS SUITE COMPLETE : " WS-MISSING-COUNT
               " (VOIR RUNJRNL.PRT)"
           .
       END PROGRAM RUN-JOURNAL-REPORT.
