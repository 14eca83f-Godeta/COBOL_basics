               ASSIGN TO "QTRWAGE.PRT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-REPORT-STATUS.
      * journal d'exploitation commun aux programmes batch de la
      * paie (voir HELLO, first_cobol.cbl), en ajout
           SELECT RUN-JOURNAL
               ASSIGN TO "RUNJRNL.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-RUN-JOURNAL-STATUS.
       DATA DIVISION.
       FILE SECTION.
           FD PAY-HISTORY.
               02 PH-FICA-TAX          PIC S9(7)V99.
               02 PH-NET-PAY           PIC S9(7)V99.
               02 PH-STATE-CODE        PIC XX.
      * retenues volontaires et heures payées : à blanc sur les
      * lignes écrites avant ces colonnes
               02 PH-TOTAL-DEDUCTIONS  PIC S9(7)V99.
               02 PH-HOURS-PAID        PIC S9(4)V9.
           FD WAGE-REPORT.
           01 WAGE-REPORT-RECORD PIC X(60).
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
       WORKING-STORAGE SECTION.
           01 WS-PAY-HISTORY-STATUS PIC XX.
           01 WS-REPORT-STATUS     PIC XX.
           01 QW-TOTAL-LINE.
               02 FILLER           PIC X(16) VALUE "TOTAL GROSS PAY ".
               02 QW-PRT-TOT-GROSS PIC $ZZ,ZZZ,ZZ9.99-.
      * journal d'exploitation, comme dans HELLO (first_cobol.cbl) :
      * début d'exécution, période traitée, compteurs posés en fin
      * d'exécution et motif d'un refus, posé avant
      * JOURNAL-RUN-REFUSED
           01 WS-RUN-JOURNAL-STATUS PIC XX.
           01 WS-JRN-START         PIC X(21).
           01 WS-JRN-END           PIC X(21).
           01 WS-JRN-PERIOD        PIC 9(8) VALUE ZERO.
           01 WS-JRN-RECORD-TYPE   PIC X.
           01 WS-JRN-STATUS        PIC X VALUE SPACE.
           01 WS-JRN-REASON        PIC X(40) VALUE SPACES.
           01 WS-JRN-RECORDS-READ  PIC 9(7) VALUE ZERO.
           01 WS-JRN-EMPLOYEE-COUNT PIC 9(7) VALUE ZERO.
           01 WS-JRN-EXCEPTION-COUNT PIC 9(7) VALUE ZERO.
           01 WS-JRN-TOTAL-NET     PIC S9(9)V99 VALUE ZERO.
           01 WS-JRN-ACH-COUNT     PIC 9(7) VALUE ZERO.
           01 WS-JRN-CHECK-COUNT   PIC 9(7) VALUE ZERO.
       PROCEDURE DIVISION.
       BEGIN.
           PERFORM INITIALIZE-PROGRAM
           PERFORM CLEAN-UP
           STOP RUN.
       INITIALIZE-PROGRAM.
           MOVE FUNCTION CURRENT-DATE TO WS-JRN-START
      * le trimestre déclaré est choisi par l'exploitation : lancé en
      * avril pour le premier trimestre, la date du jour ne fait pas foi
           DISPLAY "ANNEE DU TRIMESTRE A DECLARER (AAAA) :"
           ACCEPT WS-REPORT-QUARTER
           IF WS-REPORT-QUARTER < 1 OR WS-REPORT-QUARTER > 4 THEN
               DISPLAY "TRIMESTRE INVALIDE, EXECUTION REFUSEE"
      * trimestre inconnu : seul le refus est journalisé
               MOVE "INVALID QUARTER ENTERED" TO WS-JRN-REASON
               PERFORM JOURNAL-RUN-REFUSED
               STOP RUN
           END-IF
      * période du journal : dernier jour du trimestre déclaré
           COMPUTE WS-JRN-PERIOD = WS-REPORT-YEAR * 10000
               + WS-REPORT-QUARTER * 300 + 31
           IF WS-REPORT-QUARTER = 2 OR WS-REPORT-QUARTER = 3 THEN
               SUBTRACT 1 FROM WS-JRN-PERIOD
           END-IF
           PERFORM JOURNAL-RUN-START
           OPEN INPUT PAY-HISTORY
           IF WS-PAY-HISTORY-STATUS NOT = "00" THEN
               DISPLAY "PAYHIST.DAT ABSENT OU ILLISIBLE, "
                   "RIEN A DECLARER"
               MOVE "PAYHIST.DAT MISSING OR UNREADABLE"
                   TO WS-JRN-REASON
               PERFORM JOURNAL-RUN-REFUSED
               STOP RUN
           END-IF
           OPEN OUTPUT WAGE-REPORT
           READ PAY-HISTORY INTO PAY-HISTORY-RECORD
               AT END MOVE "T" TO END-FILE.
           IF NOT EOF THEN
               ADD 1 TO WS-JRN-RECORDS-READ
      * le trimestre du détail se dérive de sa date de fin de période
               MOVE PH-PERIOD-END TO WS-PH-DATE
               COMPUTE WS-PH-QUARTER = (WS-PH-MONTH + 2) / 3
                   DISPLAY "QW-TABLE PLEINE, EXECUTION REFUSEE"
                   CLOSE PAY-HISTORY
                   CLOSE WAGE-REPORT
                   MOVE "QW-TABLE FULL" TO WS-JRN-REASON
                   PERFORM JOURNAL-RUN-REFUSED
                   STOP RUN
               END-IF
           END-IF
           CLOSE WAGE-REPORT
           DISPLAY "EMPLOYES DISTINCTS EDITES : " QW-EMPLOYEE-COUNT
               " (VOIR QTRWAGE.PRT)"
      * l'état porte le brut, pas le net : net du journal à zéro
           MOVE QW-EMPLOYEE-COUNT TO WS-JRN-EMPLOYEE-COUNT
           PERFORM JOURNAL-RUN-END
           .
       JOURNAL-RUN-START.
           MOVE "S" TO WS-JRN-RECORD-TYPE
           MOVE SPACE TO WS-JRN-STATUS
           PERFORM WRITE-JOURNAL-RECORD
           .
       JOURNAL-RUN-REFUSED.
      * appelé juste avant le STOP RUN d'un refus, motif déjà posé
      * dans WS-JRN-REASON
           MOVE "E" TO WS-JRN-RECORD-TYPE
           MOVE "R" TO WS-JRN-STATUS
           PERFORM WRITE-JOURNAL-RECORD
           .
       JOURNAL-RUN-END.
           MOVE "E" TO WS-JRN-RECORD-TYPE
           MOVE "N" TO WS-JRN-STATUS
           PERFORM WRITE-JOURNAL-RECORD
           .
       WRITE-JOURNAL-RECORD.
      * même enregistrement que WRITE-JOURNAL-RECORD dans HELLO ; pas
      * d'aperçu ni d'ajustement ici : mode "R", type "N"
           MOVE SPACES TO RUN-JOURNAL-RECORD
           MOVE "QTR-WAGE-REPORT" TO RJ-PROGRAM-ID
           MOVE WS-JRN-RECORD-TYPE   TO RJ-RECORD-TYPE
           MOVE WS-JRN-PERIOD        TO RJ-PERIOD
           MOVE "R"                  TO RJ-RUN-MODE
           MOVE "N"                  TO RJ-RUN-TYPE
           MOVE WS-JRN-START (1:8)   TO RJ-START-DATE
           MOVE WS-JRN-START (9:6)   TO RJ-START-TIME
           MOVE WS-JRN-STATUS        TO RJ-STATUS
           MOVE WS-JRN-REASON        TO RJ-REASON
           MOVE ZERO TO RJ-END-DATE
           MOVE ZERO TO RJ-END-TIME
           MOVE ZERO TO RJ-RECORDS-READ
           MOVE ZERO TO RJ-EMPLOYEE-COUNT
           MOVE ZERO TO RJ-EXCEPTION-COUNT
           MOVE ZERO TO RJ-TOTAL-NET
           MOVE ZERO TO RJ-ACH-COUNT
           MOVE ZERO TO RJ-CHECK-COUNT
           IF WS-JRN-RECORD-TYPE = "E" THEN
               MOVE FUNCTION CURRENT-DATE TO WS-JRN-END
               MOVE WS-JRN-END (1:8)      TO RJ-END-DATE
               MOVE WS-JRN-END (9:6)      TO RJ-END-TIME
               MOVE WS-JRN-RECORDS-READ   TO RJ-RECORDS-READ
               MOVE WS-JRN-EMPLOYEE-COUNT TO RJ-EMPLOYEE-COUNT
               MOVE WS-JRN-EXCEPTION-COUNT TO RJ-EXCEPTION-COUNT
               MOVE WS-JRN-TOTAL-NET      TO RJ-TOTAL-NET
               MOVE WS-JRN-ACH-COUNT      TO RJ-ACH-COUNT
               MOVE WS-JRN-CHECK-COUNT    TO RJ-CHECK-COUNT
           END-IF
      * en ajout, créé au premier lancement ; un journal illisible
      * n'empêche pas le traitement : l'écriture est alors sautée
           OPEN EXTEND RUN-JOURNAL
           IF WS-RUN-JOURNAL-STATUS = "35" THEN
               OPEN OUTPUT RUN-JOURNAL
               CLOSE RUN-JOURNAL
               OPEN EXTEND RUN-JOURNAL
           END-IF
           IF WS-RUN-JOURNAL-STATUS = "00" THEN
               WRITE RUN-JOURNAL-RECORD
               CLOSE RUN-JOURNAL
           END-IF
           .
       END PROGRAM QTR-WAGE-REPORT.
