      * numéro de CHECKNUM.DAT. Chaque opération sort sur l'état
      * CHECKVD.PRT, comme RETURNS.PRT pour les retours ACH -- fini
      * les retouches à la main de POSPAY.DAT et des cumuls.
      * Les retenues prises sur le chèque annulé sont extournées dans
      * DEDHIST.DAT (rétablies en cas de réémission) : elles passent
      * en ajustement négatif sur le prochain versement aux
      * bénéficiaires de REMITTANCE (remittance.cbl).
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHECK-VOID.
       ENVIRONMENT DIVISION.
               ASSIGN TO "PAYHIST.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PAY-HISTORY-STATUS.
      * historique des retenues tenu par HELLO : relu pour retrouver
      * les retenues du chèque annulé, complété en ajout
           SELECT DEDUCTION-HISTORY
               ASSIGN TO "DEDHIST.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-DEDUCTION-HISTORY-STATUS.
      * état des annulations et réémissions pour la paie
           SELECT VOID-REPORT
               ASSIGN TO "CHECKVD.PRT"
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
           FD CHECK-REGISTER.
               02 CR-AMOUNT            PIC 9(10).
               02 CR-EMP-ID            PIC X(5).
               02 CR-RECORD-TYPE       PIC X.
               02 CR-PAID-DATE         PIC 9(8).
           FD POSITIVE-PAY-FILE.
      * même dessin d'enregistrement que dans HELLO (first_cobol.cbl)
           01 POSITIVE-PAY-RECORD.
      * sortent sans code état et restent hors des totaux par
      * juridiction
               02 PH-STATE-CODE        PIC XX.
      * retenues volontaires et heures payées : à blanc sur les
      * lignes écrites avant ces colonnes
               02 PH-TOTAL-DEDUCTIONS  PIC S9(7)V99.
               02 PH-HOURS-PAID        PIC S9(4)V9.
           FD DEDUCTION-HISTORY.
      * même dessin d'enregistrement que dans HELLO (first_cobol.cbl)
           01 DEDUCTION-HISTORY-RECORD.
               02 DH-EMP-ID            PIC X(5).
               02 DH-EMPLOYEE-NAME     PIC X(25).
               02 DH-PERIOD-END        PIC 9(8).
               02 DH-CHECK-NUMBER      PIC 9(6).
               02 DH-RECORD-TYPE       PIC X.
               02 DH-DED-TYPE          PIC X(3).
               02 DH-PAYEE-ID          PIC X(5).
               02 DH-AMOUNT            PIC S9(7)V99.
               02 DH-ENTRY-DATE        PIC 9(8).
           FD VOID-REPORT.
           01 VOID-REPORT-RECORD PIC X(100).
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
           01 WS-CHECK-REGISTER-STATUS PIC XX.
           01 WS-POSITIVE-PAY-STATUS PIC XX.
           01 WS-YTD-STATUS        PIC XX.
           01 WS-PAY-HISTORY-STATUS PIC XX.
           01 WS-REPORT-STATUS     PIC XX.
           01 WS-DEDUCTION-HISTORY-STATUS PIC XX.
      * saisie de l'exploitation : numéro à annuler (zéro = fin) et
      * réponse à la question de réémission
           01 WS-CHECK-NUMBER-IN   PIC 9(6).
               88  CHECK-FOUND     VALUE "Y".
           01 WS-ALREADY-VOID      PIC X.
               88  ALREADY-VOID    VALUE "Y".
      * encaissement "C" inscrit par CHECK-RECON (check_recon.cbl)
           01 WS-ALREADY-CLEARED   PIC X.
               88  ALREADY-CLEARED VALUE "Y".
           01 END-FILE             PIC X VALUE "N".
               88  EOF VALUE "T".
      * montant du chèque en dollars, reconverti depuis les cents
           01 WS-VOID-COUNT        PIC 9(5) VALUE ZERO.
           01 WS-REISSUE-COUNT     PIC 9(5) VALUE ZERO.
           01 WS-TODAY-DATE        PIC 9(8).
      * retenues du chèque annulé relevées dans DEDHIST.DAT : une
      * fiche en porte au plus vingt, comme APPLIED-DED-TABLE dans
      * HELLO
           01 VD-DED-COUNT         PIC 99 VALUE ZERO.
           01 VD-DED-TABLE.
               02 VD-DED-ENTRY OCCURS 20 TIMES.
                   03 VD-DED-PERIOD-END PIC 9(8).
                   03 VD-DED-TYPE       PIC X(3).
                   03 VD-DED-PAYEE-ID   PIC X(5).
                   03 VD-DED-AMOUNT     PIC S9(7)V99.
           01 VD-POS               PIC 99.
           01 WS-DED-EMPLOYEE-NAME PIC X(25).
      * type et numéro de chèque des lignes écrites : "V" sous le
      * numéro annulé, "R" sous le numéro de la réémission
           01 WS-DED-RECORD-TYPE   PIC X.
           01 WS-DED-CHECK-NUMBER  PIC 9(6).
      * note portée sur la ligne d'état
           01 WS-REPORT-NOTE       PIC X(24).
      * action composée pour la ligne d'état d'une réémission
               02 RPT-ACTION       PIC X(21).
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
       PROCEDURE DIVISION.
       BEGIN.
           PERFORM INITIALIZE-PROGRAM
           STOP RUN.
       INITIALIZE-PROGRAM.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY-DATE
      * une annulation ne se rattache à aucune période : période du
      * journal à zéro
           MOVE FUNCTION CURRENT-DATE TO WS-JRN-START
           PERFORM JOURNAL-RUN-START
      * sans registre il n'y a aucun chèque à annuler (le registre
      * est créé par la première paie qui émet un chèque)
           OPEN INPUT CHECK-REGISTER
           IF WS-CHECK-REGISTER-STATUS NOT = "00" THEN
               DISPLAY "CHECKREG.DAT ABSENT OU ILLISIBLE, "
                   "AUCUN CHEQUE A ANNULER"
               MOVE "CHECKREG.DAT MISSING OR UNREADABLE"
                   TO WS-JRN-REASON
               PERFORM JOURNAL-RUN-REFUSED
               STOP RUN
           END-IF
           CLOSE CHECK-REGISTER
           IF WS-YTD-STATUS NOT = "00" THEN
               DISPLAY "YTDEARN.DAT ABSENT OU ILLISIBLE, "
                   "ANNULATION REFUSEE"
               MOVE "YTDEARN.DAT MISSING OR UNREADABLE"
                   TO WS-JRN-REASON
               PERFORM JOURNAL-RUN-REFUSED
               STOP RUN
           END-IF
           PERFORM LOAD-CHECK-NUMBER
           DISPLAY "NUMERO DE CHEQUE A ANNULER (000000 = FIN) :"
           ACCEPT WS-CHECK-NUMBER-IN
           IF NOT OPERATOR-DONE THEN
               ADD 1 TO WS-JRN-RECORDS-READ
               MOVE SPACES TO WS-REPORT-NOTE
               PERFORM FIND-ISSUED-CHECK
               IF ALREADY-VOID THEN
                   DISPLAY "CHEQUE " WS-CHECK-NUMBER-IN
                       " DEJA ANNULE, RIEN A FAIRE"
                   ADD 1 TO WS-JRN-EXCEPTION-COUNT
               ELSE
                   IF NOT CHECK-FOUND THEN
                       DISPLAY "CHEQUE " WS-CHECK-NUMBER-IN
                           " INCONNU DU REGISTRE DES CHEQUES"
                       ADD 1 TO WS-JRN-EXCEPTION-COUNT
                   ELSE
                       IF ALREADY-CLEARED THEN
                           DISPLAY "CHEQUE " WS-CHECK-NUMBER-IN
                               " DEJA ENCAISSE PAR LA BANQUE, "
                               "ANNULATION REFUSEE"
                           ADD 1 TO WS-JRN-EXCEPTION-COUNT
                       ELSE
                           PERFORM VOID-ONE-CHECK
                       END-IF
                   END-IF
               END-IF
           END-IF
       FIND-ISSUED-CHECK.
      * relit le registre du début : retrouve le chèque émis ("I") et
      * vérifie qu'aucune annulation ("V") n'existe déjà sous ce
      * numéro -- annuler deux fois extournerait deux fois les cumuls.
      * Un chèque déjà encaissé ("C") ne peut plus être bloqué à la
      * banque : l'annulation est refusée
           MOVE "N" TO WS-CHECK-FOUND
           MOVE "N" TO WS-ALREADY-VOID
           MOVE "N" TO WS-ALREADY-CLEARED
           MOVE "N" TO END-FILE
           OPEN INPUT CHECK-REGISTER
           PERFORM UNTIL EOF
                   IF CR-CHECK-NUMBER = WS-CHECK-NUMBER-IN THEN
                       IF CR-RECORD-TYPE = "V" THEN
                           MOVE "Y" TO WS-ALREADY-VOID
                       END-IF
                       IF CR-RECORD-TYPE = "C" THEN
                           MOVE "Y" TO WS-ALREADY-CLEARED
                       END-IF
                       IF CR-RECORD-TYPE = "I" THEN
                           MOVE "Y" TO WS-CHECK-FOUND
                           MOVE CR-ISSUE-DATE TO WS-FOUND-ISSUE-DATE
                           MOVE CR-PAYEE      TO WS-FOUND-PAYEE
           PERFORM WRITE-VOID-RECORDS
           PERFORM BACK-OUT-YTD-NET
           PERFORM WRITE-VOID-HISTORY
           PERFORM FIND-CHECK-DEDUCTIONS
           MOVE "V" TO WS-DED-RECORD-TYPE
           MOVE WS-CHECK-NUMBER-IN TO WS-DED-CHECK-NUMBER
           PERFORM WRITE-DEDUCTION-REVERSALS
           ADD 1 TO WS-VOID-COUNT
      * au journal, le net extourné compte en négatif, la réémission
      * le rétablit
           SUBTRACT WS-VOID-AMOUNT FROM WS-JRN-TOTAL-NET
           MOVE "ANNULE" TO WS-REPORT-ACTION
           DISPLAY "REEMETTRE SOUS UN NOUVEAU NUMERO (O/N) ?"
           ACCEPT WS-REISSUE-ANSWER
           MOVE WS-FOUND-AMOUNT      TO CR-AMOUNT
           MOVE WS-FOUND-EMP-ID      TO CR-EMP-ID
           MOVE "V"                  TO CR-RECORD-TYPE
           MOVE ZERO                 TO CR-PAID-DATE
           PERFORM APPEND-REGISTER-RECORD
           PERFORM APPEND-POSITIVE-PAY-RECORD
           .
           MOVE ZERO TO PH-STATE-TAX
           MOVE ZERO TO PH-FICA-TAX
           COMPUTE PH-NET-PAY = ZERO - WS-VOID-AMOUNT
           MOVE ZERO TO PH-TOTAL-DEDUCTIONS
           MOVE ZERO TO PH-HOURS-PAID
           WRITE PAY-HISTORY-RECORD
           .
       FIND-CHECK-DEDUCTIONS.
      * retenues portées au chèque : lignes "W" écrites par HELLO
      * sous son numéro, ou lignes "R" d'une réémission précédente
      * qu'on annule à son tour. Sans DEDHIST.DAT (paies d'avant
      * l'historique des retenues) il n'y a rien à extourner
           MOVE ZERO TO VD-DED-COUNT
           MOVE WS-FOUND-PAYEE TO WS-DED-EMPLOYEE-NAME
           OPEN INPUT DEDUCTION-HISTORY
           IF WS-DEDUCTION-HISTORY-STATUS = "00" THEN
               MOVE "N" TO END-FILE
               PERFORM UNTIL EOF
                   READ DEDUCTION-HISTORY
                       AT END MOVE "T" TO END-FILE
                   NOT AT END
                       IF DH-CHECK-NUMBER = WS-CHECK-NUMBER-IN
                               AND DH-EMP-ID = WS-FOUND-EMP-ID
                               AND (DH-RECORD-TYPE = "W"
                                   OR DH-RECORD-TYPE = "R") THEN
                           PERFORM KEEP-CHECK-DEDUCTION
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE DEDUCTION-HISTORY
               MOVE "N" TO END-FILE
           END-IF
           .
       KEEP-CHECK-DEDUCTION.
           IF VD-DED-COUNT < 20 THEN
               ADD 1 TO VD-DED-COUNT
               MOVE DH-PERIOD-END TO VD-DED-PERIOD-END (VD-DED-COUNT)
               MOVE DH-DED-TYPE   TO VD-DED-TYPE (VD-DED-COUNT)
               MOVE DH-PAYEE-ID   TO VD-DED-PAYEE-ID (VD-DED-COUNT)
               MOVE DH-AMOUNT     TO VD-DED-AMOUNT (VD-DED-COUNT)
               MOVE DH-EMPLOYEE-NAME TO WS-DED-EMPLOYEE-NAME
           END-IF
           .
       WRITE-DEDUCTION-REVERSALS.
      * une ligne par retenue du chèque, de même type, bénéficiaire
      * et période : négative sur l'annulation, positive sur la
      * réémission, datée du jour pour le prochain versement
           IF VD-DED-COUNT > ZERO THEN
               OPEN EXTEND DEDUCTION-HISTORY
               IF WS-DEDUCTION-HISTORY-STATUS = "35" THEN
                   OPEN OUTPUT DEDUCTION-HISTORY
                   CLOSE DEDUCTION-HISTORY
                   OPEN EXTEND DEDUCTION-HISTORY
               END-IF
               PERFORM VARYING VD-POS FROM 1 BY 1
                       UNTIL VD-POS > VD-DED-COUNT
                   PERFORM WRITE-ONE-DEDUCTION-REVERSAL
               END-PERFORM
               CLOSE DEDUCTION-HISTORY
           END-IF
           .
       WRITE-ONE-DEDUCTION-REVERSAL.
           MOVE SPACES               TO DEDUCTION-HISTORY-RECORD
           MOVE WS-FOUND-EMP-ID      TO DH-EMP-ID
           MOVE WS-DED-EMPLOYEE-NAME TO DH-EMPLOYEE-NAME
           MOVE VD-DED-PERIOD-END (VD-POS) TO DH-PERIOD-END
           MOVE WS-DED-CHECK-NUMBER  TO DH-CHECK-NUMBER
           MOVE WS-DED-RECORD-TYPE   TO DH-RECORD-TYPE
           MOVE VD-DED-TYPE (VD-POS)     TO DH-DED-TYPE
           MOVE VD-DED-PAYEE-ID (VD-POS) TO DH-PAYEE-ID
           IF WS-DED-RECORD-TYPE = "V" THEN
               COMPUTE DH-AMOUNT = ZERO - VD-DED-AMOUNT (VD-POS)
           ELSE
               MOVE VD-DED-AMOUNT (VD-POS) TO DH-AMOUNT
           END-IF
           MOVE WS-TODAY-DATE        TO DH-ENTRY-DATE
           WRITE DEDUCTION-HISTORY-RECORD
           .
       WRITE-REISSUE-HISTORY.
           MOVE SPACES TO PAY-HISTORY-RECORD
           MOVE WS-FOUND-EMP-ID     TO PH-EMP-ID
           MOVE ZERO TO PH-STATE-TAX
           MOVE ZERO TO PH-FICA-TAX
           MOVE WS-VOID-AMOUNT TO PH-NET-PAY
           MOVE ZERO TO PH-TOTAL-DEDUCTIONS
           MOVE ZERO TO PH-HOURS-PAID
           WRITE PAY-HISTORY-RECORD
           .
       REISSUE-CHECK.
           MOVE WS-FOUND-AMOUNT      TO CR-AMOUNT
           MOVE WS-FOUND-EMP-ID      TO CR-EMP-ID
           MOVE "I"                  TO CR-RECORD-TYPE
           MOVE ZERO                 TO CR-PAID-DATE
           PERFORM APPEND-REGISTER-RECORD
           PERFORM APPEND-POSITIVE-PAY-RECORD
           PERFORM RESTORE-YTD-NET
           PERFORM WRITE-REISSUE-HISTORY
      * les retenues extournées reviennent sous le nouveau numéro :
      * une annulation de la réémission les retrouvera
           MOVE "R" TO WS-DED-RECORD-TYPE
           MOVE WS-NEXT-CHECK-NUMBER TO WS-DED-CHECK-NUMBER
           PERFORM WRITE-DEDUCTION-REVERSALS
           MOVE WS-NEXT-CHECK-NUMBER TO WS-REISSUE-NUMBER
           MOVE WS-REISSUE-ACTION    TO WS-REPORT-ACTION
           ADD 1 TO WS-NEXT-CHECK-NUMBER
           ADD 1 TO WS-REISSUE-COUNT
           ADD WS-VOID-AMOUNT TO WS-JRN-TOTAL-NET
           MOVE "Y" TO WS-NUMBER-CONSUMED
           .
       WRITE-REPORT-LINE.
           CLOSE VOID-REPORT
           DISPLAY "CHEQUES ANNULES : " WS-VOID-COUNT
               ", REEMIS : " WS-REISSUE-COUNT
      * les chèques du journal sont les chèques réémis
           MOVE WS-REISSUE-COUNT TO WS-JRN-CHECK-COUNT
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
           MOVE "CHECK-VOID" TO RJ-PROGRAM-ID
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
       END PROGRAM CHECK-VOID.
