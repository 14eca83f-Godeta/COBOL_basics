      * est une, sinon sur la fiche employé entière -- et édite
      * un état RETURNS.PRT pour que la paie relance l'employé sur ses
      * coordonnées bancaires.
      * Un retour à montant nul est celui d'une prénote (code 23 posé
      * par SEND-PENDING-PRENOTES dans HELLO) : aucun argent n'est
      * parti, les cumuls ne bougent pas ; seul le compte visé passe
      * au statut de prénote "R" (rejetée) avec le drapeau chèque
      * papier, et la ligne d'état le signale.
      * Chaque dépôt rejeté s'ajoute aussi à l'historique ACHRTHST.DAT,
      * rattaché à la dernière période payée : le fichier de la banque
      * est remplacé à chaque dépôt, l'historique garde la trace.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACH-RETURNS.
       ENVIRONMENT DIVISION.
               ASSIGN TO "DEPSPLIT.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-DEPOSIT-SPLIT-STATUS.
      * historique cumulatif des dépôts rejetés, en ajout : un
      * enregistrement par retour d'argent, rattaché à la dernière
      * période payée par HELLO, relu par EMPLOYEE-INQUIRY
      * (employee_inquiry.cbl) pour répondre à l'employé
           SELECT RETURN-HISTORY
               ASSIGN TO "ACHRTHST.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-RETURN-HISTORY-STATUS.
      * état des retours pour la paie
           SELECT RETURN-REPORT
               ASSIGN TO "RETURNS.PRT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-REPORT-STATUS.
      * journal d'exploitation commun aux programmes batch de la
      * paie (voir HELLO, first_cobol.cbl), en ajout
           SELECT RUN-JOURNAL
               ASSIGN TO "RUNJRNL.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-RUN-JOURNAL-STATUS.
      * contrôle d'exécution tenu par HELLO : seule la dernière
      * période payée y est lue, pour le journal d'exploitation
           SELECT RUN-CONTROL
               ASSIGN TO "RUNCTL.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-RUN-CONTROL-STATUS.
       DATA DIVISION.
       FILE SECTION.
           FD ACH-RETURN-FILE.
               02 EM-ACCOUNT-NUMBER    PIC X(17).
               02 EM-STATUS            PIC X.
               02 EM-CHECK-FLAG        PIC X.
               02 EM-PRENOTE-STATUS    PIC X.
               02 EM-PRENOTE-DATE      PIC 9(8).
           FD DEPOSIT-SPLITS.
      * même dessin d'enregistrement que dans HELLO (first_cobol.cbl)
           01 DEPOSIT-SPLIT-RECORD.
               02 SPL-ROUTING-NUMBER   PIC X(9).
               02 SPL-ACCOUNT-NUMBER   PIC X(17).
               02 SPL-CHECK-FLAG       PIC X.
               02 SPL-PRENOTE-STATUS   PIC X.
               02 SPL-PRENOTE-DATE     PIC 9(8).
           FD RETURN-HISTORY.
      * montant en cents comme RT-AMOUNT ; période = dernière période
      * payée (RC-LAST-RUN-PERIOD), date = jour du traitement
           01 RETURN-HISTORY-RECORD.
               02 RH-EMP-ID            PIC X(5).
               02 RH-PERIOD-END        PIC 9(8).
               02 RH-RETURN-DATE       PIC 9(8).
               02 RH-AMOUNT            PIC 9(10).
               02 RH-RETURN-CODE       PIC X(3).
               02 RH-ROUTING-NUMBER    PIC X(9).
               02 RH-ACCOUNT-NUMBER    PIC X(17).
           FD RETURN-REPORT.
           01 RETURN-REPORT-RECORD PIC X(100).
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
       WORKING-STORAGE SECTION.
           01 WS-RETURN-STATUS     PIC XX.
           01 WS-YTD-STATUS        PIC XX.
           01 WS-EMPLOYEE-MASTER-STATUS PIC XX.
           01 WS-REPORT-STATUS     PIC XX.
           01 WS-RETURN-HISTORY-STATUS PIC XX.
           01 END-FILE             PIC X VALUE "N".
               88  EOF VALUE "T".
      * montant rejeté en dollars, reconverti depuis les cents
      * note portée sur la ligne d'état quand le retour n'a pas pu
      * être entièrement rapproché
           01 WS-REPORT-NOTE       PIC X(24).
      * notes d'un retour resté non rapproché, comptées en exception
      * au journal d'exploitation
               88  RETURN-NOT-RECONCILED VALUE "PAS DE CUMUL YTD"
                   "MONTANT > CUMUL NET" "FICHE EMP. ILLISIBLE"
                   "ABSENT DE LA FICHE EMP.".
      * table des répartitions de dépôt chargée au démarrage, flaguée
      * en mémoire puis réécrite en fin d'exécution ; le fichier
      * entier, tous employés confondus, y tient
           01 WS-DEPOSIT-SPLIT-STATUS PIC XX.
           01 SPL-TABLE-COUNT      PIC 9(4) VALUE ZERO.
           01 SPL-TABLE.
                   03 SPL-TBL-ROUTING    PIC X(9).
                   03 SPL-TBL-ACCOUNT    PIC X(17).
                   03 SPL-TBL-CHECK-FLAG PIC X.
                   03 SPL-TBL-PRENOTE-STATUS PIC X.
                   03 SPL-TBL-PRENOTE-DATE   PIC 9(8).
      * le retour en cours a été rapproché d'une part de répartition ;
      * dans ce cas le drapeau chèque papier de la fiche employé
      * n'est pas posé (les autres comptes restent servis)
      * au moins un drapeau de part posé : DEPSPLIT.DAT à réécrire
           01 WS-SPLITS-CHANGED    PIC X VALUE "N".
               88  SPLITS-CHANGED  VALUE "Y".
      * retour d'une prénote (montant nul) : rien à annuler des
      * cumuls, le compte est marqué rejeté
           01 WS-PRENOTE-RETURN    PIC X.
               88  PRENOTE-RETURN  VALUE "Y".
      * nom porté sur l'état : celui des cumuls pour un dépôt rejeté,
      * celui de la fiche employé pour une prénote
           01 WS-REPORT-NAME       PIC X(25).
      * ligne de l'état des retours
           01 RETURN-REPORT-LINE.
               02 RPT-EMP-ID       PIC X(5).
               02 RPT-ACCOUNT      PIC X(17).
               02 FILLER           PIC X.
               02 RPT-NOTE         PIC X(24).
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
           01 WS-RUN-CONTROL-STATUS PIC XX.
       PROCEDURE DIVISION.
       BEGIN.
           PERFORM INITIALIZE-PROGRAM
           PERFORM CLEAN-UP
           STOP RUN.
       INITIALIZE-PROGRAM.
           MOVE FUNCTION CURRENT-DATE TO WS-JRN-START
           PERFORM READ-RUN-PERIOD
           PERFORM JOURNAL-RUN-START
           OPEN INPUT ACH-RETURN-FILE
           IF WS-RETURN-STATUS NOT = "00" THEN
               DISPLAY "ACHRETRN.DAT ABSENT OU ILLISIBLE, "
                   "AUCUN RETOUR A TRAITER"
      * sans fichier de la banque, le passage ne vaut pas traitement
      * des retours au journal : un jour sans retour, la banque
      * dépose un fichier vide, qui se traite normalement
               MOVE "ACHRETRN.DAT MISSING OR UNREADABLE"
                   TO WS-JRN-REASON
               PERFORM JOURNAL-RUN-REFUSED
               STOP RUN
           END-IF
      * sans les cumuls, l'annulation des montants rejetés serait
               DISPLAY "YTDEARN.DAT ABSENT OU ILLISIBLE, "
                   "TRAITEMENT DES RETOURS REFUSE"
               CLOSE ACH-RETURN-FILE
               MOVE "YTDEARN.DAT MISSING OR UNREADABLE"
                   TO WS-JRN-REASON
               PERFORM JOURNAL-RUN-REFUSED
               STOP RUN
           END-IF
      * fiche absente ou illisible : les drapeaux ne pourront pas être
               MOVE "N" TO WS-MASTER-USABLE
           END-IF
           OPEN OUTPUT RETURN-REPORT
      * créé au premier retour traité, comme CHECKREG.DAT dans HELLO
           OPEN EXTEND RETURN-HISTORY
           IF WS-RETURN-HISTORY-STATUS = "35" THEN
               OPEN OUTPUT RETURN-HISTORY
               CLOSE RETURN-HISTORY
               OPEN EXTEND RETURN-HISTORY
           END-IF
           PERFORM LOAD-DEPOSIT-SPLITS
           .
       LOAD-DEPOSIT-SPLITS.
                           MOVE SPL-CHECK-FLAG
                               TO SPL-TBL-CHECK-FLAG
                                   (SPL-TABLE-COUNT)
                           MOVE SPL-PRENOTE-STATUS
                               TO SPL-TBL-PRENOTE-STATUS
                                   (SPL-TABLE-COUNT)
                           MOVE SPL-PRENOTE-DATE
                               TO SPL-TBL-PRENOTE-DATE
                                   (SPL-TABLE-COUNT)
                       ELSE
      * réécrire un fichier tronqué effacerait des répartitions : on
      * refuse de courir, rien n'est encore modifié à ce stade
                           CLOSE YTD-EARNINGS-FILE
                           CLOSE EMPLOYEE-MASTER
                           CLOSE RETURN-REPORT
                           CLOSE RETURN-HISTORY
                           MOVE "SPL-TABLE FULL" TO WS-JRN-REASON
                           PERFORM JOURNAL-RUN-REFUSED
                           STOP RUN
                       END-IF
               END-PERFORM
           IF NOT EOF THEN
               ADD 1 TO WS-RETURN-COUNT
               MOVE SPACES TO WS-REPORT-NOTE
               MOVE SPACES TO WS-REPORT-NAME
               COMPUTE WS-RETURN-AMOUNT = RT-AMOUNT / 100
      * au journal, le net rejeté est une reprise : négatif
               SUBTRACT WS-RETURN-AMOUNT FROM WS-JRN-TOTAL-NET
               IF RT-AMOUNT = ZERO THEN
                   MOVE "Y" TO WS-PRENOTE-RETURN
               ELSE
                   MOVE "N" TO WS-PRENOTE-RETURN
               END-IF
      * une prénote n'a déposé aucun argent : rien à annuler des
      * cumuls, le nom de l'état viendra de la fiche employé
               IF PRENOTE-RETURN THEN
                   PERFORM READ-PRENOTE-EMPLOYEE-NAME
               ELSE
                   PERFORM BACK-OUT-YTD-NET
                   PERFORM WRITE-RETURN-HISTORY
               END-IF
      * d'abord les répartitions : si le compte rejeté est une part,
      * seule cette part est suspendue ; sinon c'est le compte
      * principal et l'employé entier passe au chèque papier
                   PERFORM FLAG-EMPLOYEE-FOR-CHECK
               END-IF
               PERFORM WRITE-REPORT-LINE
               IF RETURN-NOT-RECONCILED THEN
                   ADD 1 TO WS-JRN-EXCEPTION-COUNT
               END-IF
           END-IF
           .
       FLAG-SPLIT-FOR-CHECK.
                   MOVE "Y" TO SPL-TBL-CHECK-FLAG (SPL-IDX)
                   MOVE "Y" TO WS-SPLIT-MATCHED
                   MOVE "Y" TO WS-SPLITS-CHANGED
                   IF PRENOTE-RETURN THEN
                       MOVE "R" TO SPL-TBL-PRENOTE-STATUS (SPL-IDX)
                       MOVE "PRENOTE PART REJETEE"
                           TO WS-REPORT-NOTE
                   END-IF
                   IF WS-REPORT-NOTE = SPACES THEN
                       MOVE "PART SUSPENDUE -> CHEQUE"
                           TO WS-REPORT-NOTE
                   END-IF
                   REWRITE YTD-EARNINGS-RECORD
           END-READ
           MOVE YTD-EMPLOYEE-NAME TO WS-REPORT-NAME
           .
       WRITE-RETURN-HISTORY.
      * le fichier de la banque ne porte pas la période : le retour
      * est rattaché à la dernière paie, celle dont l'ACH vient de
      * partir (ACH-RETURNS passe après chaque paie)
           MOVE SPACES TO RETURN-HISTORY-RECORD
           MOVE RT-EMP-ID           TO RH-EMP-ID
           MOVE WS-JRN-PERIOD       TO RH-PERIOD-END
           MOVE WS-JRN-START (1:8)  TO RH-RETURN-DATE
           MOVE RT-AMOUNT           TO RH-AMOUNT
           MOVE RT-RETURN-CODE      TO RH-RETURN-CODE
           MOVE RT-ROUTING-NUMBER   TO RH-ROUTING-NUMBER
           MOVE RT-ACCOUNT-NUMBER   TO RH-ACCOUNT-NUMBER
           IF WS-RETURN-HISTORY-STATUS = "00" THEN
               WRITE RETURN-HISTORY-RECORD
           END-IF
           .
       READ-PRENOTE-EMPLOYEE-NAME.
      * lecture seule ici ; FLAG-EMPLOYEE-FOR-CHECK relit la fiche par
      * clé s'il faut la marquer
           IF MASTER-USABLE THEN
               MOVE RT-EMP-ID TO EM-EMP-ID
               READ EMPLOYEE-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE EM-EMPLOYEE-NAME TO WS-REPORT-NAME
               END-READ
           END-IF
           .
       FLAG-EMPLOYEE-FOR-CHECK.
      * pose directe du drapeau par clé sur la fiche indexée ; fiche
                       END-IF
                   NOT INVALID KEY
                       MOVE "Y" TO EM-CHECK-FLAG
                       IF PRENOTE-RETURN THEN
                           MOVE "R" TO EM-PRENOTE-STATUS
                           MOVE "PRENOTE REJETEE->CHEQUE"
                               TO WS-REPORT-NOTE
                       END-IF
                       REWRITE EMPLOYEE-MASTER-RECORD
               END-READ
           END-IF
       WRITE-REPORT-LINE.
           MOVE SPACES            TO RETURN-REPORT-LINE
           MOVE RT-EMP-ID         TO RPT-EMP-ID
           MOVE WS-REPORT-NAME    TO RPT-EMP-NAME
           MOVE WS-RETURN-AMOUNT  TO RPT-AMOUNT
           MOVE RT-RETURN-CODE    TO RPT-RETURN-CODE
           MOVE RT-ROUTING-NUMBER TO RPT-ROUTING
                   TO SPL-ACCOUNT-NUMBER
               MOVE SPL-TBL-CHECK-FLAG (SPL-IDX)
                   TO SPL-CHECK-FLAG
               MOVE SPL-TBL-PRENOTE-STATUS (SPL-IDX)
                   TO SPL-PRENOTE-STATUS
               MOVE SPL-TBL-PRENOTE-DATE (SPL-IDX)
                   TO SPL-PRENOTE-DATE
               WRITE DEPOSIT-SPLIT-RECORD
           END-PERFORM
           CLOSE DEPOSIT-SPLITS
           CLOSE ACH-RETURN-FILE
           CLOSE YTD-EARNINGS-FILE
           CLOSE RETURN-REPORT
           CLOSE RETURN-HISTORY
           DISPLAY "RETOURS ACH TRAITES : " WS-RETURN-COUNT
           MOVE WS-RETURN-COUNT TO WS-JRN-RECORDS-READ
           MOVE WS-RETURN-COUNT TO WS-JRN-ACH-COUNT
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
           MOVE "ACH-RETURNS" TO RJ-PROGRAM-ID
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
       READ-RUN-PERIOD.
      * la période portée au journal est la dernière payée par HELLO ;
      * RUNCTL.DAT absent : zéro, sans objet
           OPEN INPUT RUN-CONTROL
           IF WS-RUN-CONTROL-STATUS = "00" THEN
               READ RUN-CONTROL
                   AT END MOVE ZERO TO RC-LAST-RUN-PERIOD
               END-READ
               CLOSE RUN-CONTROL
               IF RC-LAST-RUN-PERIOD IS NUMERIC THEN
                   MOVE RC-LAST-RUN-PERIOD TO WS-JRN-PERIOD
               END-IF
           END-IF
           .
       END PROGRAM ACH-RETURNS.
