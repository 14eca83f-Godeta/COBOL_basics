               ASSIGN TO "DEDUCT.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-DEDUCTIONS-STATUS.
      * soldes de congés tenus par HELLO : le report de fin d'année
      * ramène chaque solde au plafond de son plan
           SELECT LEAVE-BALANCE-FILE
               ASSIGN TO "LEAVEBAL.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS LB-EMP-ID
                   FILE STATUS IS WS-LEAVE-BALANCE-STATUS.
      * plans de congés, dont les plafonds de report
           SELECT LEAVE-PLANS
               ASSIGN TO "LEAVEPLN.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-LEAVE-PLAN-STATUS.
      * contrôle d'exécution de HELLO : la dernière période payée y
      * donne l'année des salaires, plus fiable que la date du jour
      * quand le relevé est lancé début janvier
               ASSIGN TO "RUNCTL.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-RUN-CONTROL-STATUS.
      * journal d'exploitation commun aux programmes batch de la
      * paie (voir HELLO, first_cobol.cbl), en ajout
           SELECT RUN-JOURNAL
               ASSIGN TO "RUNJRNL.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-RUN-JOURNAL-STATUS.
       DATA DIVISION.
       FILE SECTION.
           FD YTD-EARNINGS-FILE.
               02 PH-FICA-TAX          PIC S9(7)V99.
               02 PH-NET-PAY           PIC S9(7)V99.
               02 PH-STATE-CODE        PIC XX.
      * retenues volontaires et heures payées : à blanc sur les
      * lignes écrites avant ces colonnes
               02 PH-TOTAL-DEDUCTIONS  PIC S9(7)V99.
               02 PH-HOURS-PAID        PIC S9(4)V9.
           FD PAY-HISTORY-ARCHIVE.
           01 PAY-HISTORY-ARCHIVE-RECORD PIC X(74).
           FD DEDUCTIONS.
      * même dessin d'enregistrement que dans HELLO (first_cobol.cbl)
           01 DEDUCTION-RECORD.
               02 DED-GOAL             PIC 9(7)V99.
               02 DED-COLLECTED        PIC 9(7)V99.
               02 DED-GOAL-KIND        PIC X.
               02 DED-PAYEE-ID         PIC X(5).
           FD RUN-CONTROL.
      * même dessin d'enregistrement que dans HELLO (first_cobol.cbl)
           01 RUN-CONTROL-RECORD.
               02 RC-RUN-MODE          PIC X.
               02 RC-RUN-TYPE          PIC X.
               02 RC-LAST-RUN-PERIOD   PIC 9(8).
               02 RC-LAST-PAY-DATE     PIC 9(8).
               02 RC-LAST-PAY-TIME     PIC 9(6).
           FD LEAVE-BALANCE-FILE.
      * même dessin d'enregistrement que dans HELLO (first_cobol.cbl)
           01 LEAVE-BALANCE-RECORD.
               02 LB-EMP-ID             PIC X(5).
               02 LB-PLAN-CODE          PIC X(3).
               02 LB-VAC-ACCRUAL        PIC 99V99.
               02 LB-SICK-ACCRUAL       PIC 99V99.
               02 LB-VAC-BALANCE        PIC 9(4)V99.
               02 LB-SICK-BALANCE       PIC 9(4)V99.
               02 LB-LAST-ACCRUAL       PIC 9(8).
               02 LB-PRIOR-VAC-BALANCE  PIC 9(4)V99.
               02 LB-PRIOR-SICK-BALANCE PIC 9(4)V99.
           FD LEAVE-PLANS.
      * même dessin d'enregistrement que dans HELLO (first_cobol.cbl)
           01 LEAVE-PLAN-RECORD.
               02 LP-PLAN-CODE          PIC X(3).
               02 LP-VAC-ACCRUAL        PIC 99V99.
               02 LP-SICK-ACCRUAL       PIC 99V99.
               02 LP-VAC-CARRY-CAP      PIC 9(4)V99.
               02 LP-SICK-CARRY-CAP     PIC 9(4)V99.
           FD YTD-ARCHIVE.
           01 YTD-ARCHIVE-RECORD.
               02 ARC-YEAR             PIC 9(4).
               02 ARC-STATE-TAX        PIC 9(7)V99.
               02 ARC-FICA-TAX         PIC 9(7)V99.
               02 ARC-NET-PAY          PIC 9(7)V99.
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
           01 WS-YTD-STATUS        PIC XX.
           01 WS-W2-PRINT-STATUS   PIC XX.
           01 WS-PH-ARCHIVE-STATUS PIC XX.
           01 WS-RUN-CONTROL-STATUS PIC XX.
           01 WS-DEDUCTIONS-STATUS PIC XX.
           01 WS-LEAVE-BALANCE-STATUS PIC XX.
           01 WS-LEAVE-PLAN-STATUS PIC XX.
      * plafonds de report par plan ; un plafond à blanc (ou
      * illisible) sur la ligne du plan veut dire pas de plafond, un
      * plafond à zéro fait perdre tout le solde. Un employé dont le
      * plan n'a pas de ligne garde son solde entier
           01 LP-TABLE-COUNT       PIC 99 VALUE ZERO.
           01 LP-TABLE.
               02 LP-ENTRY OCCURS 20 TIMES
                       INDEXED BY LP-IDX.
                   03 LP-TBL-CODE          PIC X(3).
                   03 LP-TBL-VAC-CAPPED    PIC X.
                   03 LP-TBL-VAC-CAP       PIC 9(4)V99.
                   03 LP-TBL-SICK-CAPPED   PIC X.
                   03 LP-TBL-SICK-CAP      PIC 9(4)V99.
           01 WS-LEAVE-CAPPED      PIC X.
               88  LEAVE-BALANCE-CAPPED VALUE "Y".
           01 LEAVE-CAPPED-COUNT   PIC 9(5) VALUE ZERO.
      * retenues chargées pour la clôture des plafonds annuels : le
      * fichier entier, tous employés confondus.
      * Les lignes d'avant l'objectif de prélèvement se lisent avec
      * les colonnes manquantes à blanc, complétées à zéro au
      * chargement, comme LOAD-ONE-DEDUCTION dans HELLO
      * (first_cobol.cbl)
           01 DED-TABLE-COUNT      PIC 9(4) VALUE ZERO.
           01 DED-TABLE.
               02 DED-ENTRY OCCURS 1000 TIMES
                   03 DED-TBL-GOAL      PIC 9(7)V99.
                   03 DED-TBL-COLLECTED PIC 9(7)V99.
                   03 DED-TBL-GOAL-KIND PIC X.
                   03 DED-TBL-PAYEE-ID  PIC X(5).
      * la table a pu se remplir avant la fin du fichier : dans ce
      * cas la clôture des retenues est sautée au lieu de réécrire
      * un fichier tronqué
           01 W2-TOTAL-LINE.
               02 W2-PRT-TOT-LABEL PIC X(16).
               02 W2-PRT-TOT-AMOUNT PIC $ZZ,ZZZ,ZZ9.99.
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
           MOVE FUNCTION CURRENT-DATE (1:4) TO WS-STATEMENT-YEAR
      * lancé début janvier, le relevé porte sur l'année qui vient de
      * se terminer : l'année de la dernière période payée fait foi
                       TO WS-STATEMENT-YEAR
               END-IF
           END-IF
      * période du journal : fin de l'année du relevé
           COMPUTE WS-JRN-PERIOD = WS-STATEMENT-YEAR * 10000 + 1231
           PERFORM JOURNAL-RUN-START
           OPEN INPUT YTD-EARNINGS-FILE
           IF WS-YTD-STATUS NOT = "00" THEN
               DISPLAY "YTDEARN.DAT ABSENT OU ILLISIBLE, "
                   "AUCUN RELEVE A EDITER"
               MOVE "YTDEARN.DAT MISSING OR UNREADABLE"
                   TO WS-JRN-REASON
               PERFORM JOURNAL-RUN-REFUSED
               STOP RUN
           END-IF
           OPEN OUTPUT W2-PRINT-FILE
           OPEN OUTPUT YTD-EARNINGS-FILE
           PERFORM ROLL-OVER-PAY-HISTORY
           PERFORM ROLL-OVER-DEDUCTIONS
           PERFORM ROLL-OVER-LEAVE-BALANCES
           .
       ROLL-OVER-LEAVE-BALANCES.
      * report des congés sur l'an prochain : un solde au-dessus du
      * plafond de son plan y est ramené, le surplus est perdu. Les
      * soldes de début de période sont ramenés aussi, pour qu'une
      * reprise de la dernière période ne rende pas le surplus.
      * Fichier absent : site sans suivi des congés, rien à reporter
           PERFORM LOAD-LEAVE-CAPS
           OPEN I-O LEAVE-BALANCE-FILE
           IF WS-LEAVE-BALANCE-STATUS = "00" THEN
               MOVE "N" TO END-FILE
               MOVE LOW-VALUES TO LB-EMP-ID
               START LEAVE-BALANCE-FILE KEY >= LB-EMP-ID
                   INVALID KEY MOVE "T" TO END-FILE
               END-START
               PERFORM CAP-ONE-LEAVE-BALANCE WITH TEST BEFORE
                   UNTIL EOF
               CLOSE LEAVE-BALANCE-FILE
               MOVE "N" TO END-FILE
               DISPLAY "SOLDES DE CONGES PLAFONNES : "
                   LEAVE-CAPPED-COUNT " EMPLOYES"
           END-IF
           .
       LOAD-LEAVE-CAPS.
           MOVE "N" TO END-FILE
           OPEN INPUT LEAVE-PLANS
           IF WS-LEAVE-PLAN-STATUS = "00" THEN
               PERFORM UNTIL EOF
                   READ LEAVE-PLANS
                       AT END MOVE "T" TO END-FILE
                   NOT AT END
                       IF LP-TABLE-COUNT < 20 THEN
                           ADD 1 TO LP-TABLE-COUNT
                           SET LP-IDX TO LP-TABLE-COUNT
                           PERFORM STORE-LEAVE-CAP
                       ELSE
                           DISPLAY "LP-TABLE PLEINE, LIGNE IGNOREE"
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE LEAVE-PLANS
           END-IF
           MOVE "N" TO END-FILE
           .
       STORE-LEAVE-CAP.
           MOVE LP-PLAN-CODE TO LP-TBL-CODE (LP-IDX)
           MOVE "N"  TO LP-TBL-VAC-CAPPED (LP-IDX)
           MOVE ZERO TO LP-TBL-VAC-CAP (LP-IDX)
           MOVE "N"  TO LP-TBL-SICK-CAPPED (LP-IDX)
           MOVE ZERO TO LP-TBL-SICK-CAP (LP-IDX)
           IF LP-VAC-CARRY-CAP IS NUMERIC THEN
               MOVE "Y" TO LP-TBL-VAC-CAPPED (LP-IDX)
               MOVE LP-VAC-CARRY-CAP TO LP-TBL-VAC-CAP (LP-IDX)
           END-IF
           IF LP-SICK-CARRY-CAP IS NUMERIC THEN
               MOVE "Y" TO LP-TBL-SICK-CAPPED (LP-IDX)
               MOVE LP-SICK-CARRY-CAP TO LP-TBL-SICK-CAP (LP-IDX)
           END-IF
           .
       CAP-ONE-LEAVE-BALANCE.
           READ LEAVE-BALANCE-FILE NEXT RECORD
               AT END MOVE "T" TO END-FILE
           NOT AT END
               MOVE "N" TO WS-LEAVE-CAPPED
               PERFORM VARYING LP-IDX FROM 1 BY 1
                       UNTIL LP-IDX > LP-TABLE-COUNT
                   IF LP-TBL-CODE (LP-IDX) = LB-PLAN-CODE THEN
                       PERFORM APPLY-LEAVE-CAP
                   END-IF
               END-PERFORM
               IF LEAVE-BALANCE-CAPPED THEN
                   ADD 1 TO LEAVE-CAPPED-COUNT
                   REWRITE LEAVE-BALANCE-RECORD
               END-IF
           END-READ
           .
       APPLY-LEAVE-CAP.
           IF LP-TBL-VAC-CAPPED (LP-IDX) = "Y"
                   AND LB-VAC-BALANCE > LP-TBL-VAC-CAP (LP-IDX) THEN
               MOVE LP-TBL-VAC-CAP (LP-IDX) TO LB-VAC-BALANCE
               MOVE "Y" TO WS-LEAVE-CAPPED
           END-IF
           IF LP-TBL-VAC-CAPPED (LP-IDX) = "Y"
                   AND LB-PRIOR-VAC-BALANCE > LP-TBL-VAC-CAP (LP-IDX)
                       THEN
               MOVE LP-TBL-VAC-CAP (LP-IDX) TO LB-PRIOR-VAC-BALANCE
               MOVE "Y" TO WS-LEAVE-CAPPED
           END-IF
           IF LP-TBL-SICK-CAPPED (LP-IDX) = "Y"
                   AND LB-SICK-BALANCE > LP-TBL-SICK-CAP (LP-IDX) THEN
               MOVE LP-TBL-SICK-CAP (LP-IDX) TO LB-SICK-BALANCE
               MOVE "Y" TO WS-LEAVE-CAPPED
           END-IF
           IF LP-TBL-SICK-CAPPED (LP-IDX) = "Y"
                   AND LB-PRIOR-SICK-BALANCE > LP-TBL-SICK-CAP (LP-IDX)
                       THEN
               MOVE LP-TBL-SICK-CAP (LP-IDX) TO LB-PRIOR-SICK-BALANCE
               MOVE "Y" TO WS-LEAVE-CAPPED
           END-IF
           .
       ROLL-OVER-DEDUCTIONS.
      * les plafonds annuels (DED-GOAL-KIND "A") repartent de zéro
      * clôture est sautée, à passer à la main dans DEDUCT-MAINT
                   DISPLAY "DED-TABLE PLEINE, PLAFONDS ANNUELS "
                       "NON CLOTURES (VOIR DEDUCT-MAINT)"
                   ADD 1 TO WS-JRN-EXCEPTION-COUNT
               ELSE
                   PERFORM REWRITE-DEDUCTIONS
               END-IF
                   END-IF
                   MOVE DED-GOAL-KIND
                       TO DED-TBL-GOAL-KIND (DED-TABLE-COUNT)
                   MOVE DED-PAYEE-ID
                       TO DED-TBL-PAYEE-ID (DED-TABLE-COUNT)
               ELSE
                   MOVE "Y" TO WS-DED-OVERFLOW
               END-IF
               MOVE DED-TBL-GOAL (DED-IDX)     TO DED-GOAL
               MOVE DED-TBL-COLLECTED (DED-IDX) TO DED-COLLECTED
               MOVE DED-TBL-GOAL-KIND (DED-IDX) TO DED-GOAL-KIND
               MOVE DED-TBL-PAYEE-ID (DED-IDX)  TO DED-PAYEE-ID
               WRITE DEDUCTION-RECORD
           END-PERFORM
           CLOSE DEDUCTIONS
           CLOSE YTD-ARCHIVE
           DISPLAY "RELEVES W-2 EDITES : " W2-EMPLOYEE-COUNT
               " EMPLOYES, YTDEARN.DAT REINITIALISE"
           MOVE W2-EMPLOYEE-COUNT TO WS-JRN-RECORDS-READ
           MOVE W2-EMPLOYEE-COUNT TO WS-JRN-EMPLOYEE-COUNT
           MOVE W2-TOTAL-NET      TO WS-JRN-TOTAL-NET
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
           MOVE "W2-STATEMENT" TO RJ-PROGRAM-ID
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
       END PROGRAM W2-STATEMENT.
