      * Rapprochement des chèques payés par la banque : lit le fichier
      * des chèques encaissés BANKPAID.DAT (numéro, date de paiement,
      * montant payé) déposé par la banque, le rapproche du registre
      * cumulatif CHECKREG.DAT tenu par HELLO (first_cobol.cbl) et
      * CHECK-VOID (check_void.cbl), et inscrit au registre un
      * enregistrement "C" (encaissé) pour chaque chèque payé -- fini
      * le pointage à la main sur le relevé bancaire.
      * L'état CHKRECON.PRT liste les anomalies (montant payé différent
      * de CR-AMOUNT, chèque annulé présenté, numéro inconnu du
      * registre, chèque payé deux fois) puis la balance âgée des
      * chèques en circulation (0-30, 31-90, 91-180, plus de 180
      * jours) par bénéficiaire et EMP-ID. Les chèques de plus de 180
      * jours sortent aussi sur STALECHK.PRT : c'est la liste des
      * chèques périmés à annuler par CHECK-VOID ou à examiner pour
      * déclaration de biens non réclamés.
      * Registre et chèques payés sont triés par numéro puis
      * rapprochés en séquence (pas de table à plafonner, le registre
      * grandit avec les années) ; les chèques en circulation sont
      * retriés par bénéficiaire pour la balance âgée.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHECK-RECON.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * registre cumulatif des chèques : trié en entrée, puis complété
      * en ajout par les enregistrements "C"
           SELECT CHECK-REGISTER
               ASSIGN TO "CHECKREG.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CHECK-REGISTER-STATUS.
      * chèques encaissés, un enregistrement par chèque payé, déposé
      * par la banque avec son relevé
           SELECT PAID-ITEMS
               ASSIGN TO "BANKPAID.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PAID-ITEMS-STATUS.
      * fichiers de travail du tri : registre et chèques payés remis
      * dans l'ordre des numéros de chèque
           SELECT REGISTER-SORT-FILE
               ASSIGN TO "CRSORT.WRK".
           SELECT SORTED-REGISTER
               ASSIGN TO "CRSORTED.WRK"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-SORTED-REGISTER-STATUS.
           SELECT PAID-SORT-FILE
               ASSIGN TO "BPSORT.WRK".
           SELECT SORTED-PAID-ITEMS
               ASSIGN TO "BPSORTED.WRK"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-SORTED-PAID-STATUS.
      * chèques en circulation, retriés par bénéficiaire et EMP-ID
           SELECT AGING-SORT-FILE
               ASSIGN TO "AGSORT.WRK".
      * état du rapprochement et balance âgée
           SELECT RECON-REPORT
               ASSIGN TO "CHKRECON.PRT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-REPORT-STATUS.
      * chèques périmés (plus de 180 jours)
           SELECT STALE-REPORT
               ASSIGN TO "STALECHK.PRT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-STALE-STATUS.
      * journal d'exploitation commun aux programmes batch de la
      * paie (voir HELLO, first_cobol.cbl), en ajout
           SELECT RUN-JOURNAL
               ASSIGN TO "RUNJRNL.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-RUN-JOURNAL-STATUS.
       DATA DIVISION.
       FILE SECTION.
           FD CHECK-REGISTER.
      * même dessin d'enregistrement que dans HELLO (first_cobol.cbl)
           01 CHECK-REGISTER-RECORD.
               02 CR-CHECK-NUMBER      PIC 9(6).
               02 CR-ISSUE-DATE        PIC 9(8).
               02 CR-PAYEE             PIC X(25).
               02 CR-AMOUNT            PIC 9(10).
               02 CR-EMP-ID            PIC X(5).
               02 CR-RECORD-TYPE       PIC X.
               02 CR-PAID-DATE         PIC 9(8).
           FD PAID-ITEMS.
      * montant payé en cents, comme CR-AMOUNT
           01 PAID-ITEM-RECORD.
               02 PI-CHECK-NUMBER      PIC 9(6).
               02 PI-PAID-DATE         PIC 9(8).
               02 PI-PAID-AMOUNT       PIC 9(10).
           SD REGISTER-SORT-FILE.
           01 REGISTER-SORT-RECORD.
               02 RS-CHECK-NUMBER      PIC 9(6).
               02 FILLER               PIC X(57).
           FD SORTED-REGISTER.
      * même dessin que CHECK-REGISTER-RECORD
           01 SORTED-REGISTER-RECORD.
               02 SR-CHECK-NUMBER      PIC 9(6).
               02 SR-ISSUE-DATE        PIC 9(8).
               02 SR-PAYEE             PIC X(25).
               02 SR-AMOUNT            PIC 9(10).
               02 SR-EMP-ID            PIC X(5).
               02 SR-RECORD-TYPE       PIC X.
               02 SR-PAID-DATE         PIC 9(8).
           SD PAID-SORT-FILE.
           01 PAID-SORT-RECORD.
               02 PS-CHECK-NUMBER      PIC 9(6).
               02 PS-PAID-DATE         PIC 9(8).
               02 FILLER               PIC X(10).
           FD SORTED-PAID-ITEMS.
      * même dessin que PAID-ITEM-RECORD
           01 SORTED-PAID-RECORD.
               02 SP-CHECK-NUMBER      PIC 9(6).
               02 SP-PAID-DATE         PIC 9(8).
               02 SP-PAID-AMOUNT       PIC 9(10).
           SD AGING-SORT-FILE.
      * un chèque en circulation : ni annulé ni encaissé
           01 AGING-SORT-RECORD.
               02 AG-PAYEE             PIC X(25).
               02 AG-EMP-ID            PIC X(5).
               02 AG-CHECK-NUMBER      PIC 9(6).
               02 AG-ISSUE-DATE        PIC 9(8).
               02 AG-AMOUNT            PIC 9(10).
               02 AG-DAYS              PIC 9(5).
           FD RECON-REPORT.
           01 RECON-REPORT-RECORD PIC X(132).
           FD STALE-REPORT.
           01 STALE-REPORT-RECORD PIC X(132).
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
           01 WS-CHECK-REGISTER-STATUS  PIC XX.
           01 WS-PAID-ITEMS-STATUS      PIC XX.
           01 WS-SORTED-REGISTER-STATUS PIC XX.
           01 WS-SORTED-PAID-STATUS     PIC XX.
           01 WS-REPORT-STATUS          PIC XX.
           01 WS-STALE-STATUS           PIC XX.
      * date d'arrêté de la balance âgée, saisie par l'exploitation
      * (zéro = date du jour) : en général la date du relevé bancaire
           01 WS-AS-OF-DATE        PIC 9(8).
           01 WS-TODAY-DATE        PIC 9(8).
      * fichier des chèques payés présent : sinon seule la balance
      * âgée sort, sur l'état du registre
           01 WS-PAID-PRESENT      PIC X VALUE "N".
               88  PAID-PRESENT    VALUE "Y".
      * clés de rapprochement : numéro de chèque, 9999999 en fin de
      * fichier pour que l'autre côté s'épuise seul
           01 WS-REG-KEY           PIC 9(7).
           01 WS-PAID-KEY          PIC 9(7).
           01 WS-CUR-KEY           PIC 9(7).
           01 WS-END-KEY           PIC 9(7) VALUE 9999999.
      * un chèque payé lisible a été lu (ou la fin du fichier atteinte)
           01 WS-PAID-READ         PIC X.
               88  PAID-READ       VALUE "Y".
      * état du chèque en cours, cumulé sur tous ses enregistrements
      * du registre (émis "I", annulé "V", encaissé "C")
           01 WS-CHECK-ISSUED      PIC X.
               88  CHECK-ISSUED    VALUE "Y".
           01 WS-CHECK-VOIDED      PIC X.
               88  CHECK-VOIDED    VALUE "Y".
           01 WS-CHECK-CLEARED     PIC X.
               88  CHECK-CLEARED   VALUE "Y".
           01 WS-CLEARED-DATE      PIC 9(8).
           01 WS-ISSUE-DATE        PIC 9(8).
           01 WS-ISSUE-PAYEE       PIC X(25).
           01 WS-ISSUE-AMOUNT      PIC 9(10).
           01 WS-ISSUE-EMP-ID      PIC X(5).
      * anomalie en cours, pour la ligne d'état
           01 WS-EXCEPTION-REASON  PIC X(34).
      * compteurs et totaux de l'exécution
           01 WS-PAID-COUNT        PIC 9(6) VALUE ZERO.
           01 WS-CLEARED-COUNT     PIC 9(6) VALUE ZERO.
           01 WS-EXCEPTION-COUNT   PIC 9(6) VALUE ZERO.
           01 WS-OUTSTANDING-COUNT PIC 9(6) VALUE ZERO.
           01 WS-STALE-COUNT       PIC 9(6) VALUE ZERO.
           01 WS-CLEARED-TOTAL     PIC S9(9)V99 USAGE COMP VALUE ZERO.
      * montants en dollars, reconvertis depuis les cents
           01 WS-AMOUNT            PIC 9(8)V99 USAGE COMP.
           01 WS-PAID-AMOUNT       PIC 9(8)V99 USAGE COMP.
      * âge du chèque en jours à la date d'arrêté
           01 WS-AGE-DAYS          PIC S9(7) USAGE COMP.
      * rupture par bénéficiaire et EMP-ID de la balance âgée
           01 WS-AGING-END         PIC X VALUE "N".
               88  AGING-EOF       VALUE "T".
           01 WS-GROUP-KEY.
               02 WS-GROUP-PAYEE   PIC X(25).
               02 WS-GROUP-EMP-ID  PIC X(5).
           01 WS-AGING-KEY.
               02 WS-AGING-PAYEE   PIC X(25).
               02 WS-AGING-EMP-ID  PIC X(5).
           01 WS-GROUP-COUNT       PIC 9(5).
      * cumuls par tranche d'âge : 1 = 0-30, 2 = 31-90, 3 = 91-180,
      * 4 = plus de 180 jours ; pour le groupe en cours et pour
      * l'ensemble de l'état
           01 WS-BUCKET            PIC 9.
           01 WS-GROUP-BUCKETS.
               02 WS-GROUP-BUCKET  PIC S9(9)V99 USAGE COMP
                                       OCCURS 4 TIMES.
           01 WS-TOTAL-BUCKETS.
               02 WS-TOTAL-BUCKET  PIC S9(9)V99 USAGE COMP
                                       OCCURS 4 TIMES.
           01 WS-TOTAL-BUCKET-COUNTS.
               02 WS-TOTAL-BUCKET-COUNT PIC 9(6) OCCURS 4 TIMES.
      * lignes de l'état
           01 BR-HEADER-LINE.
               02 FILLER           PIC X(34) VALUE
                   "BANK PAID-CHECK RECONCILIATION -- ".
               02 FILLER           PIC X(7)  VALUE "AS OF  ".
               02 BR-PRT-AS-OF     PIC 9(8).
           01 BR-EXCEPTION-TITLE   PIC X(40) VALUE
                   "EXCEPTIONS".
           01 BR-EXCEPTION-COLUMNS.
               02 FILLER           PIC X(7)  VALUE "CHECK".
               02 FILLER           PIC X(6)  VALUE "EMP".
               02 FILLER           PIC X(26) VALUE "PAYEE".
               02 FILLER           PIC X(9)  VALUE "ISSUED".
               02 FILLER           PIC X(15) VALUE "  REGISTER AMT".
               02 FILLER           PIC X(9)  VALUE " PAID".
               02 FILLER           PIC X(15) VALUE "    PAID AMOUNT".
               02 FILLER           PIC X(7)  VALUE " REASON".
           01 BR-EXCEPTION-LINE.
               02 BR-PRT-CHECK     PIC 9(6).
               02 FILLER           PIC X VALUE SPACES.
               02 BR-PRT-EMP-ID    PIC X(5).
               02 FILLER           PIC X VALUE SPACES.
               02 BR-PRT-PAYEE     PIC X(25).
               02 FILLER           PIC X VALUE SPACES.
               02 BR-PRT-ISSUED    PIC 9(8).
               02 FILLER           PIC X VALUE SPACES.
               02 BR-PRT-REG-AMT   PIC $$$,$$$,$$9.99.
               02 FILLER           PIC X VALUE SPACES.
               02 BR-PRT-PAID-DATE PIC 9(8).
               02 FILLER           PIC X VALUE SPACES.
               02 BR-PRT-PAID-AMT  PIC $$$,$$$,$$9.99.
               02 FILLER           PIC X VALUE SPACES.
               02 BR-PRT-REASON    PIC X(34).
           01 BR-SUMMARY-LINE.
               02 FILLER           PIC X(19) VALUE
                   "PAID ITEMS READ   ".
               02 BR-PRT-PAID-COUNT PIC ZZZZZ9.
               02 FILLER           PIC X(12) VALUE "   CLEARED ".
               02 BR-PRT-CLEARED-COUNT PIC ZZZZZ9.
               02 FILLER           PIC X VALUE SPACES.
               02 BR-PRT-CLEARED-TOTAL PIC $$$,$$$,$$9.99-.
               02 FILLER           PIC X(14) VALUE "   EXCEPTIONS ".
               02 BR-PRT-EXCEPTION-COUNT PIC ZZZZZ9.
           01 BR-NO-PAID-LINE      PIC X(50) VALUE
                   "NO BANKPAID.DAT -- OUTSTANDING AGING ONLY".
           01 BR-AGING-TITLE       PIC X(40) VALUE
                   "OUTSTANDING CHECKS AGING".
           01 BR-AGING-COLUMNS.
               02 FILLER           PIC X(26) VALUE "PAYEE".
               02 FILLER           PIC X(6)  VALUE "EMP".
               02 FILLER           PIC X(7)  VALUE "CHECK".
               02 FILLER           PIC X(9)  VALUE "ISSUED".
               02 FILLER           PIC X(6)  VALUE " DAYS".
               02 FILLER           PIC X(15) VALUE "      0-30".
               02 FILLER           PIC X(15) VALUE "     31-90".
               02 FILLER           PIC X(15) VALUE "    91-180".
               02 FILLER           PIC X(15) VALUE "      > 180".
           01 BR-AGING-LINE.
               02 BR-PRT-AG-PAYEE  PIC X(25).
               02 FILLER           PIC X VALUE SPACES.
               02 BR-PRT-AG-EMP-ID PIC X(5).
               02 FILLER           PIC X VALUE SPACES.
               02 BR-PRT-AG-CHECK  PIC 9(6).
               02 FILLER           PIC X VALUE SPACES.
               02 BR-PRT-AG-ISSUED PIC 9(8).
               02 FILLER           PIC X VALUE SPACES.
               02 BR-PRT-AG-DAYS   PIC ZZZZ9.
               02 BR-PRT-AG-COLUMNS.
                   03 BR-PRT-AG-COLUMN OCCURS 4 TIMES.
                       04 FILLER           PIC X VALUE SPACES.
                       04 BR-PRT-AG-BUCKET PIC $$$,$$$,$$9.99.
           01 BR-GROUP-LINE.
               02 FILLER           PIC X(39) VALUE SPACES.
               02 FILLER           PIC X(6)  VALUE "TOTAL ".
               02 BR-PRT-GR-COUNT  PIC ZZZZ9.
               02 BR-PRT-GR-COLUMNS.
                   03 BR-PRT-GR-COLUMN OCCURS 4 TIMES.
                       04 FILLER           PIC X VALUE SPACES.
                       04 BR-PRT-GR-BUCKET PIC $$$,$$$,$$9.99.
           01 BR-TOTAL-LINE.
               02 FILLER           PIC X(39) VALUE
                   "ALL OUTSTANDING CHECKS".
               02 FILLER           PIC X(6)  VALUE "TOTAL ".
               02 BR-PRT-TOT-COUNT PIC ZZZZ9.
               02 BR-PRT-TOT-COLUMNS.
                   03 BR-PRT-TOT-COLUMN OCCURS 4 TIMES.
                       04 FILLER            PIC X VALUE SPACES.
                       04 BR-PRT-TOT-BUCKET PIC $$$,$$$,$$9.99.
           01 BR-BUCKET-COUNT-LINE.
               02 FILLER           PIC X(50) VALUE
                   "CHECKS PER BUCKET".
               02 BR-PRT-BC-COLUMNS.
                   03 BR-PRT-BC-COLUMN OCCURS 4 TIMES.
                       04 FILLER            PIC X(9) VALUE SPACES.
                       04 BR-PRT-BC-COUNT   PIC ZZZZZ9.
           01 BR-SEPARATOR-LINE    PIC X(132) VALUE ALL "-".
      * lignes de la liste des chèques périmés
           01 ST-HEADER-LINE.
               02 FILLER           PIC X(36) VALUE
                   "STALE CHECKS OVER 180 DAYS -- AS OF ".
               02 ST-PRT-AS-OF     PIC 9(8).
           01 ST-NOTE-LINE.
               02 FILLER           PIC X(40) VALUE
                   "VOID THROUGH CHECK-VOID OR REVIEW FOR UN".
               02 FILLER           PIC X(31) VALUE
                   "CLAIMED-PROPERTY ESCHEATMENT".
           01 ST-DETAIL-LINE.
               02 ST-PRT-CHECK     PIC 9(6).
               02 FILLER           PIC X VALUE SPACES.
               02 ST-PRT-EMP-ID    PIC X(5).
               02 FILLER           PIC X VALUE SPACES.
               02 ST-PRT-PAYEE     PIC X(25).
               02 FILLER           PIC X VALUE SPACES.
               02 ST-PRT-ISSUED    PIC 9(8).
               02 FILLER           PIC X VALUE SPACES.
               02 ST-PRT-DAYS      PIC ZZZZ9.
               02 FILLER           PIC X(6)  VALUE " DAYS ".
               02 ST-PRT-AMOUNT    PIC $$$,$$$,$$9.99.
           01 ST-TOTAL-LINE.
               02 FILLER           PIC X(14) VALUE "STALE CHECKS  ".
               02 ST-PRT-COUNT     PIC ZZZZZ9.
               02 FILLER           PIC X(3)  VALUE SPACES.
               02 ST-PRT-TOTAL     PIC $$$,$$$,$$9.99.
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
           PERFORM SORT-INPUT-FILES
      * le rapprochement alimente le tri de la balance âgée : chaque
      * chèque resté en circulation y est libéré, puis édité par
      * bénéficiaire
           SORT AGING-SORT-FILE
               ON ASCENDING KEY AG-PAYEE AG-EMP-ID AG-CHECK-NUMBER
               INPUT PROCEDURE IS MATCH-REGISTER-AND-PAID
               OUTPUT PROCEDURE IS PRINT-AGING
           PERFORM CLEAN-UP
           STOP RUN.
       INITIALIZE-PROGRAM.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY-DATE
      * un rapprochement ne se rattache à aucune période : période du
      * journal à zéro
           MOVE FUNCTION CURRENT-DATE TO WS-JRN-START
           PERFORM JOURNAL-RUN-START
      * la balance âgée se juge à la date du relevé bancaire, pas
      * forcément au jour du lancement
           DISPLAY "DATE D'ARRETE (AAAAMMJJ, 00000000 = AUJOURD'HUI) :"
           ACCEPT WS-AS-OF-DATE
           IF WS-AS-OF-DATE = ZERO THEN
               MOVE WS-TODAY-DATE TO WS-AS-OF-DATE
           END-IF
      * sans registre il n'y a aucun chèque à rapprocher (le registre
      * est créé par la première paie qui émet un chèque)
           OPEN INPUT CHECK-REGISTER
           IF WS-CHECK-REGISTER-STATUS NOT = "00" THEN
               DISPLAY "CHECKREG.DAT ABSENT OU ILLISIBLE, "
                   "AUCUN CHEQUE A RAPPROCHER"
               MOVE "CHECKREG.DAT MISSING OR UNREADABLE"
                   TO WS-JRN-REASON
               PERFORM JOURNAL-RUN-REFUSED
               STOP RUN
           END-IF
           CLOSE CHECK-REGISTER
      * sans fichier de la banque, rien n'est encaissé : la balance
      * âgée sort quand même, sur l'état actuel du registre
           OPEN INPUT PAID-ITEMS
           IF WS-PAID-ITEMS-STATUS = "00" THEN
               MOVE "Y" TO WS-PAID-PRESENT
               CLOSE PAID-ITEMS
           ELSE
               DISPLAY "BANKPAID.DAT ABSENT OU ILLISIBLE : "
                   "BALANCE AGEE SEULE"
           END-IF
           OPEN OUTPUT RECON-REPORT
           OPEN OUTPUT STALE-REPORT
           MOVE WS-AS-OF-DATE TO BR-PRT-AS-OF
           WRITE RECON-REPORT-RECORD FROM BR-HEADER-LINE
           WRITE RECON-REPORT-RECORD FROM BR-SEPARATOR-LINE
           MOVE WS-AS-OF-DATE TO ST-PRT-AS-OF
           WRITE STALE-REPORT-RECORD FROM ST-HEADER-LINE
           WRITE STALE-REPORT-RECORD FROM ST-NOTE-LINE
           WRITE STALE-REPORT-RECORD FROM BR-SEPARATOR-LINE
           .
       SORT-INPUT-FILES.
      * les deux côtés du rapprochement sont remis dans l'ordre des
      * numéros de chèque ; le registre garde l'ordre d'écriture
      * (émis avant annulé ou encaissé) à numéro égal
           SORT REGISTER-SORT-FILE
               ON ASCENDING KEY RS-CHECK-NUMBER
               WITH DUPLICATES IN ORDER
               USING CHECK-REGISTER
               GIVING SORTED-REGISTER
           IF PAID-PRESENT THEN
               SORT PAID-SORT-FILE
                   ON ASCENDING KEY PS-CHECK-NUMBER PS-PAID-DATE
                   WITH DUPLICATES IN ORDER
                   USING PAID-ITEMS
                   GIVING SORTED-PAID-ITEMS
           END-IF
           .
       MATCH-REGISTER-AND-PAID.
      * rapprochement en séquence : pour chaque numéro, tous les
      * enregistrements du registre d'abord (état du chèque), puis
      * les chèques payés portant ce numéro
           WRITE RECON-REPORT-RECORD FROM BR-EXCEPTION-TITLE
           WRITE RECON-REPORT-RECORD FROM BR-EXCEPTION-COLUMNS
           OPEN INPUT SORTED-REGISTER
           PERFORM READ-SORTED-REGISTER
           IF PAID-PRESENT THEN
               OPEN INPUT SORTED-PAID-ITEMS
               PERFORM READ-SORTED-PAID
      * les encaissements s'ajoutent au registre, une fois le tri du
      * registre terminé ; son existence a été vérifiée par
      * INITIALIZE-PROGRAM
               OPEN EXTEND CHECK-REGISTER
           ELSE
               MOVE WS-END-KEY TO WS-PAID-KEY
           END-IF
           PERFORM MATCH-ONE-CHECK WITH TEST BEFORE
               UNTIL WS-REG-KEY = WS-END-KEY
                   AND WS-PAID-KEY = WS-END-KEY
           CLOSE SORTED-REGISTER
           IF PAID-PRESENT THEN
               CLOSE SORTED-PAID-ITEMS
               CLOSE CHECK-REGISTER
           END-IF
           PERFORM PRINT-RECON-SUMMARY
           .
       READ-SORTED-REGISTER.
           READ SORTED-REGISTER
               AT END MOVE WS-END-KEY TO WS-REG-KEY
               NOT AT END MOVE SR-CHECK-NUMBER TO WS-REG-KEY
           END-READ
           .
       READ-SORTED-PAID.
      * un numéro de chèque illisible ne se rapproche de rien : il
      * sort en anomalie et la lecture passe au suivant
           MOVE "N" TO WS-PAID-READ
           PERFORM UNTIL PAID-READ
               READ SORTED-PAID-ITEMS
                   AT END
                       MOVE WS-END-KEY TO WS-PAID-KEY
                       MOVE "Y" TO WS-PAID-READ
                   NOT AT END
                       IF SP-CHECK-NUMBER IS NUMERIC
                               AND SP-PAID-AMOUNT IS NUMERIC THEN
                           MOVE SP-CHECK-NUMBER TO WS-PAID-KEY
                           MOVE "Y" TO WS-PAID-READ
                       ELSE
                           ADD 1 TO WS-PAID-COUNT
                           PERFORM REPORT-UNREADABLE-PAID-ITEM
                       END-IF
               END-READ
           END-PERFORM
           .
       MATCH-ONE-CHECK.
           IF WS-REG-KEY < WS-PAID-KEY THEN
               MOVE WS-REG-KEY TO WS-CUR-KEY
           ELSE
               MOVE WS-PAID-KEY TO WS-CUR-KEY
           END-IF
           MOVE "N"    TO WS-CHECK-ISSUED
           MOVE "N"    TO WS-CHECK-VOIDED
           MOVE "N"    TO WS-CHECK-CLEARED
           MOVE ZERO   TO WS-CLEARED-DATE
           MOVE ZERO   TO WS-ISSUE-DATE
           MOVE SPACES TO WS-ISSUE-PAYEE
           MOVE ZERO   TO WS-ISSUE-AMOUNT
           MOVE SPACES TO WS-ISSUE-EMP-ID
           PERFORM ACCUMULATE-REGISTER-RECORD WITH TEST BEFORE
               UNTIL WS-REG-KEY NOT = WS-CUR-KEY
           PERFORM APPLY-ONE-PAID-ITEM WITH TEST BEFORE
               UNTIL WS-PAID-KEY NOT = WS-CUR-KEY
      * émis, ni annulé ni encaissé : le chèque est en circulation
           IF CHECK-ISSUED AND NOT CHECK-VOIDED
                   AND NOT CHECK-CLEARED THEN
               PERFORM RELEASE-OUTSTANDING-CHECK
           END-IF
           .
       ACCUMULATE-REGISTER-RECORD.
           EVALUATE SR-RECORD-TYPE
               WHEN "I"
                   MOVE "Y"           TO WS-CHECK-ISSUED
                   MOVE SR-ISSUE-DATE TO WS-ISSUE-DATE
                   MOVE SR-PAYEE      TO WS-ISSUE-PAYEE
                   MOVE SR-AMOUNT     TO WS-ISSUE-AMOUNT
                   MOVE SR-EMP-ID     TO WS-ISSUE-EMP-ID
               WHEN "V"
                   MOVE "Y"           TO WS-CHECK-VOIDED
               WHEN "C"
                   MOVE "Y"           TO WS-CHECK-CLEARED
                   IF SR-PAID-DATE IS NUMERIC THEN
                       MOVE SR-PAID-DATE TO WS-CLEARED-DATE
                   END-IF
           END-EVALUATE
           PERFORM READ-SORTED-REGISTER
           .
       APPLY-ONE-PAID-ITEM.
           ADD 1 TO WS-PAID-COUNT
           COMPUTE WS-PAID-AMOUNT = SP-PAID-AMOUNT / 100
           COMPUTE WS-AMOUNT = WS-ISSUE-AMOUNT / 100
           EVALUATE TRUE
               WHEN NOT CHECK-ISSUED
                   MOVE "UNKNOWN CHECK NUMBER"
                       TO WS-EXCEPTION-REASON
                   PERFORM REPORT-PAID-EXCEPTION
               WHEN CHECK-VOIDED
                   MOVE "VOIDED CHECK PRESENTED"
                       TO WS-EXCEPTION-REASON
                   PERFORM REPORT-PAID-EXCEPTION
               WHEN CHECK-CLEARED
                   MOVE SPACES TO WS-EXCEPTION-REASON
                   STRING "PAID TWICE, FIRST PAID "
                          WS-CLEARED-DATE
                       DELIMITED BY SIZE INTO WS-EXCEPTION-REASON
                   PERFORM REPORT-PAID-EXCEPTION
               WHEN OTHER
                   PERFORM CLEAR-ONE-CHECK
                   IF SP-PAID-AMOUNT NOT = WS-ISSUE-AMOUNT THEN
                       MOVE "PAID AMOUNT DIFFERS FROM REGISTER"
                           TO WS-EXCEPTION-REASON
                       PERFORM REPORT-PAID-EXCEPTION
                   END-IF
           END-EVALUATE
           PERFORM READ-SORTED-PAID
           .
       CLEAR-ONE-CHECK.
      * l'encaissement s'inscrit au registre sous le même numéro, avec
      * la date et le montant payés par la banque : un second paiement
      * du même chèque, dans ce fichier ou un suivant, sortira en
      * anomalie
           MOVE SPACES           TO CHECK-REGISTER-RECORD
           MOVE SP-CHECK-NUMBER  TO CR-CHECK-NUMBER
           MOVE WS-ISSUE-DATE    TO CR-ISSUE-DATE
           MOVE WS-ISSUE-PAYEE   TO CR-PAYEE
           MOVE SP-PAID-AMOUNT   TO CR-AMOUNT
           MOVE WS-ISSUE-EMP-ID  TO CR-EMP-ID
           MOVE "C"              TO CR-RECORD-TYPE
           MOVE SP-PAID-DATE     TO CR-PAID-DATE
           WRITE CHECK-REGISTER-RECORD
           MOVE "Y"          TO WS-CHECK-CLEARED
           MOVE SP-PAID-DATE TO WS-CLEARED-DATE
           ADD 1 TO WS-CLEARED-COUNT
           ADD WS-PAID-AMOUNT TO WS-CLEARED-TOTAL
           .
       REPORT-PAID-EXCEPTION.
           ADD 1 TO WS-EXCEPTION-COUNT
           MOVE SPACES            TO BR-EXCEPTION-LINE
           MOVE SP-CHECK-NUMBER   TO BR-PRT-CHECK
           MOVE WS-ISSUE-EMP-ID   TO BR-PRT-EMP-ID
           MOVE WS-ISSUE-PAYEE    TO BR-PRT-PAYEE
           MOVE WS-ISSUE-DATE     TO BR-PRT-ISSUED
           MOVE WS-AMOUNT         TO BR-PRT-REG-AMT
           MOVE SP-PAID-DATE      TO BR-PRT-PAID-DATE
           MOVE WS-PAID-AMOUNT    TO BR-PRT-PAID-AMT
           MOVE WS-EXCEPTION-REASON TO BR-PRT-REASON
           WRITE RECON-REPORT-RECORD FROM BR-EXCEPTION-LINE
           .
       REPORT-UNREADABLE-PAID-ITEM.
      * la ligne est recopiée telle quelle : c'est la banque qu'il
      * faut relancer
           ADD 1 TO WS-EXCEPTION-COUNT
           MOVE SPACES TO RECON-REPORT-RECORD
           STRING SORTED-PAID-RECORD "  UNREADABLE PAID ITEM"
               DELIMITED BY SIZE INTO RECON-REPORT-RECORD
           WRITE RECON-REPORT-RECORD
           .
       PRINT-RECON-SUMMARY.
           WRITE RECON-REPORT-RECORD FROM BR-SEPARATOR-LINE
           IF NOT PAID-PRESENT THEN
               WRITE RECON-REPORT-RECORD FROM BR-NO-PAID-LINE
           END-IF
           MOVE WS-PAID-COUNT      TO BR-PRT-PAID-COUNT
           MOVE WS-CLEARED-COUNT   TO BR-PRT-CLEARED-COUNT
           MOVE WS-CLEARED-TOTAL   TO BR-PRT-CLEARED-TOTAL
           MOVE WS-EXCEPTION-COUNT TO BR-PRT-EXCEPTION-COUNT
           WRITE RECON-REPORT-RECORD FROM BR-SUMMARY-LINE
           WRITE RECON-REPORT-RECORD FROM BR-SEPARATOR-LINE
           .
       RELEASE-OUTSTANDING-CHECK.
      * âge en jours calendaires depuis la date d'émission ; une date
      * illisible ou postérieure à l'arrêté compte pour zéro
           MOVE ZERO TO WS-AGE-DAYS
           IF WS-ISSUE-DATE IS NUMERIC AND WS-ISSUE-DATE > ZERO
                   AND WS-ISSUE-DATE < WS-AS-OF-DATE THEN
               COMPUTE WS-AGE-DAYS =
                   FUNCTION INTEGER-OF-DATE (WS-AS-OF-DATE)
                 - FUNCTION INTEGER-OF-DATE (WS-ISSUE-DATE)
           END-IF
           IF WS-AGE-DAYS < ZERO THEN
               MOVE ZERO TO WS-AGE-DAYS
           END-IF
           MOVE WS-ISSUE-PAYEE  TO AG-PAYEE
           MOVE WS-ISSUE-EMP-ID TO AG-EMP-ID
           MOVE WS-CUR-KEY      TO AG-CHECK-NUMBER
           MOVE WS-ISSUE-DATE   TO AG-ISSUE-DATE
           MOVE WS-ISSUE-AMOUNT TO AG-AMOUNT
           MOVE WS-AGE-DAYS     TO AG-DAYS
           RELEASE AGING-SORT-RECORD
           .
       PRINT-AGING.
      * balance âgée par bénéficiaire et EMP-ID : une ligne par chèque
      * avec son montant dans la colonne de sa tranche, un total par
      * groupe, puis le total général par tranche
           WRITE RECON-REPORT-RECORD FROM BR-AGING-TITLE
           WRITE RECON-REPORT-RECORD FROM BR-AGING-COLUMNS
           INITIALIZE WS-TOTAL-BUCKETS
           INITIALIZE WS-TOTAL-BUCKET-COUNTS
           MOVE "N" TO WS-AGING-END
           PERFORM RETURN-AGING-RECORD
           PERFORM PRINT-ONE-AGING-GROUP WITH TEST BEFORE
               UNTIL AGING-EOF
           PERFORM PRINT-AGING-TOTALS
           .
       RETURN-AGING-RECORD.
           RETURN AGING-SORT-FILE
               AT END MOVE "T" TO WS-AGING-END
               NOT AT END
                   MOVE AG-PAYEE  TO WS-AGING-PAYEE
                   MOVE AG-EMP-ID TO WS-AGING-EMP-ID
           END-RETURN
           .
       PRINT-ONE-AGING-GROUP.
           MOVE WS-AGING-KEY TO WS-GROUP-KEY
           MOVE ZERO TO WS-GROUP-COUNT
           INITIALIZE WS-GROUP-BUCKETS
           PERFORM PRINT-ONE-AGING-LINE WITH TEST BEFORE
               UNTIL AGING-EOF OR WS-AGING-KEY NOT = WS-GROUP-KEY
           MOVE WS-GROUP-COUNT TO BR-PRT-GR-COUNT
           PERFORM VARYING WS-BUCKET FROM 1 BY 1 UNTIL WS-BUCKET > 4
               MOVE WS-GROUP-BUCKET (WS-BUCKET)
                   TO BR-PRT-GR-BUCKET (WS-BUCKET)
           END-PERFORM
           WRITE RECON-REPORT-RECORD FROM BR-GROUP-LINE
           .
       PRINT-ONE-AGING-LINE.
           EVALUATE TRUE
               WHEN AG-DAYS <= 30
                   MOVE 1 TO WS-BUCKET
               WHEN AG-DAYS <= 90
                   MOVE 2 TO WS-BUCKET
               WHEN AG-DAYS <= 180
                   MOVE 3 TO WS-BUCKET
               WHEN OTHER
                   MOVE 4 TO WS-BUCKET
           END-EVALUATE
           COMPUTE WS-AMOUNT = AG-AMOUNT / 100
           ADD WS-AMOUNT TO WS-GROUP-BUCKET (WS-BUCKET)
           ADD WS-AMOUNT TO WS-TOTAL-BUCKET (WS-BUCKET)
           ADD 1 TO WS-TOTAL-BUCKET-COUNT (WS-BUCKET)
           ADD 1 TO WS-GROUP-COUNT
           ADD 1 TO WS-OUTSTANDING-COUNT
           MOVE SPACES TO BR-AGING-LINE
           MOVE AG-PAYEE        TO BR-PRT-AG-PAYEE
           MOVE AG-EMP-ID       TO BR-PRT-AG-EMP-ID
           MOVE AG-CHECK-NUMBER TO BR-PRT-AG-CHECK
           MOVE AG-ISSUE-DATE   TO BR-PRT-AG-ISSUED
           MOVE AG-DAYS         TO BR-PRT-AG-DAYS
           MOVE WS-AMOUNT       TO BR-PRT-AG-BUCKET (WS-BUCKET)
           WRITE RECON-REPORT-RECORD FROM BR-AGING-LINE
           IF WS-BUCKET = 4 THEN
               PERFORM PRINT-STALE-CHECK
           END-IF
           PERFORM RETURN-AGING-RECORD
           .
       PRINT-STALE-CHECK.
           ADD 1 TO WS-STALE-COUNT
           MOVE AG-CHECK-NUMBER TO ST-PRT-CHECK
           MOVE AG-EMP-ID       TO ST-PRT-EMP-ID
           MOVE AG-PAYEE        TO ST-PRT-PAYEE
           MOVE AG-ISSUE-DATE   TO ST-PRT-ISSUED
           MOVE AG-DAYS         TO ST-PRT-DAYS
           MOVE WS-AMOUNT       TO ST-PRT-AMOUNT
           WRITE STALE-REPORT-RECORD FROM ST-DETAIL-LINE
           .
       PRINT-AGING-TOTALS.
           WRITE RECON-REPORT-RECORD FROM BR-SEPARATOR-LINE
           MOVE WS-OUTSTANDING-COUNT TO BR-PRT-TOT-COUNT
           PERFORM VARYING WS-BUCKET FROM 1 BY 1 UNTIL WS-BUCKET > 4
               MOVE WS-TOTAL-BUCKET (WS-BUCKET)
                   TO BR-PRT-TOT-BUCKET (WS-BUCKET)
               MOVE WS-TOTAL-BUCKET-COUNT (WS-BUCKET)
                   TO BR-PRT-BC-COUNT (WS-BUCKET)
           END-PERFORM
           WRITE RECON-REPORT-RECORD FROM BR-TOTAL-LINE
           WRITE RECON-REPORT-RECORD FROM BR-BUCKET-COUNT-LINE
           WRITE STALE-REPORT-RECORD FROM BR-SEPARATOR-LINE
           MOVE WS-STALE-COUNT        TO ST-PRT-COUNT
           MOVE WS-TOTAL-BUCKET (4)   TO ST-PRT-TOTAL
           WRITE STALE-REPORT-RECORD FROM ST-TOTAL-LINE
           .
       CLEAN-UP.
           CLOSE RECON-REPORT
           CLOSE STALE-REPORT
           DISPLAY "CHEQUES PAYES LUS : " WS-PAID-COUNT
               ", ENCAISSES : " WS-CLEARED-COUNT
               ", ANOMALIES : " WS-EXCEPTION-COUNT
           DISPLAY "CHEQUES EN CIRCULATION : " WS-OUTSTANDING-COUNT
               ", PERIMES (> 180 JOURS) : " WS-STALE-COUNT
      * au journal : chèques payés lus, anomalies, et côté chèques
      * les encaissements inscrits au registre avec leur montant
           MOVE WS-PAID-COUNT      TO WS-JRN-RECORDS-READ
           MOVE WS-EXCEPTION-COUNT TO WS-JRN-EXCEPTION-COUNT
           MOVE WS-CLEARED-COUNT   TO WS-JRN-CHECK-COUNT
           MOVE WS-CLEARED-TOTAL   TO WS-JRN-TOTAL-NET
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
           MOVE "CHECK-RECON" TO RJ-PROGRAM-ID
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
       END PROGRAM CHECK-RECON.
