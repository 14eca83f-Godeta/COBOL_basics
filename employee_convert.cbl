                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS EM-EMP-ID
                   FILE STATUS IS WS-EMPLOYEE-MASTER-STATUS.
      * journal d'exploitation commun aux programmes batch de la
      * paie (voir HELLO, first_cobol.cbl), en ajout
           SELECT RUN-JOURNAL
               ASSIGN TO "RUNJRNL.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-RUN-JOURNAL-STATUS.
       DATA DIVISION.
       FILE SECTION.
           FD OLD-EMPLOYEE-MASTER.
               02 EM-ACCOUNT-NUMBER    PIC X(17).
               02 EM-STATUS            PIC X.
               02 EM-CHECK-FLAG        PIC X.
               02 EM-PRENOTE-STATUS    PIC X.
               02 EM-PRENOTE-DATE      PIC 9(8).
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
           01 WS-OLD-MASTER-STATUS      PIC XX.
           01 WS-EMPLOYEE-MASTER-STATUS PIC XX.
               88  EOF VALUE "T".
           01 WS-CONVERTED-COUNT   PIC 9(5) VALUE ZERO.
           01 WS-REJECTED-COUNT    PIC 9(5) VALUE ZERO.
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
      * conversion hors cycle de paie : période du journal à zéro
           MOVE FUNCTION CURRENT-DATE TO WS-JRN-START
           PERFORM JOURNAL-RUN-START
           OPEN INPUT OLD-EMPLOYEE-MASTER
           IF WS-OLD-MASTER-STATUS NOT = "00" THEN
               DISPLAY "EMPLOYEES.DAT ABSENT OU ILLISIBLE, "
                   "RIEN A CONVERTIR"
               MOVE "EMPLOYEES.DAT MISSING OR UNREADABLE"
                   TO WS-JRN-REASON
               PERFORM JOURNAL-RUN-REFUSED
               STOP RUN
           END-IF
      * la conversion repart toujours d'un fichier indexé neuf : la
               MOVE OLD-ACCOUNT-NUMBER TO EM-ACCOUNT-NUMBER
               MOVE OLD-STATUS         TO EM-STATUS
               MOVE OLD-CHECK-FLAG     TO EM-CHECK-FLAG
      * les comptes du fichier plat recevaient déjà des dépôts réels :
      * ils sont repris comme validés, sans prénote
               MOVE SPACE              TO EM-PRENOTE-STATUS
               MOVE ZERO               TO EM-PRENOTE-DATE
               WRITE EMPLOYEE-MASTER-RECORD
                   INVALID KEY
      * un EMP-ID en double dans le fichier plat est une erreur de
           CLOSE EMPLOYEE-MASTER
           DISPLAY "FICHES CONVERTIES : " WS-CONVERTED-COUNT
               ", IGNOREES : " WS-REJECTED-COUNT
      * fiches converties et doublons ignorés
           COMPUTE WS-JRN-RECORDS-READ = WS-CONVERTED-COUNT
               + WS-REJECTED-COUNT
           MOVE WS-CONVERTED-COUNT TO WS-JRN-EMPLOYEE-COUNT
           MOVE WS-REJECTED-COUNT  TO WS-JRN-EXCEPTION-COUNT
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
           MOVE "EMPLOYEE-CONVERT" TO RJ-PROGRAM-ID
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
       END PROGRAM EMPLOYEE-CONVERT.
