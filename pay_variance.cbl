      * État des écarts avant envoi des fichiers bancaires : compare,
      * employé par employé, la paie de la période qui vient d'être
      * calculée par HELLO (first_cobol.cbl) à celle de la période
      * précédente, et signale ce qui mérite un regard avant que
      * ACHOUT/POSPAY partent à la banque -- un brut qui double sur
      * une erreur de saisie dans TIMECARDS.DAT ne doit plus partir
      * sans que personne ne l'ait vu.
      * À lancer après HELLO, en réel comme en aperçu : en aperçu
      * (RC-RUN-MODE "P" dans RUNCTL.DAT) la période en cours se lit
      * dans PAYPREV.DAT, que l'aperçu réécrit à chaque passage ; en
      * réel elle se lit dans PAYHIST.DAT. La période précédente est
      * la dernière période de PAYHIST.DAT antérieure à celle en cours.
      * Sont signalés : écart de brut ou de net au-delà du seuil en
      * pourcentage ou en dollars, employé payé maintenant mais pas la
      * période précédente, employé actif de EMPMAST.DAT payé la
      * période précédente mais absent maintenant, net nul ou faible,
      * heures payées au plafond de 80 heures. Les seuils se lisent
      * dans VARPARM.DAT (une ligne ; à défaut, ou champ à blanc,
      * valeurs par défaut ci-dessous). L'état VARIANCE.PRT se termine
      * par les totaux des deux périodes (brut, impôts, retenues, net)
      * et une ligne de visa pour le responsable de la paie.
      * Les détails des deux périodes sont triés par EMP-ID et
      * comparés par rupture : pas de table à plafonner.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAY-VARIANCE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * contrôle d'exécution de HELLO : période et mode de la paie
           SELECT RUN-CONTROL
               ASSIGN TO "RUNCTL.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-RUN-CONTROL-STATUS.
      * historique de paie écrit par HELLO, un détail par fiche
           SELECT PAY-HISTORY
               ASSIGN TO "PAYHIST.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PAY-HISTORY-STATUS.
      * détail de paie du dernier aperçu de HELLO
           SELECT PAY-PREVIEW
               ASSIGN TO "PAYPREV.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PAY-PREVIEW-STATUS.
      * seuils de l'état, tenus à la main comme OVERTIME.DAT
           SELECT VARIANCE-PARMS
               ASSIGN TO "VARPARM.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-VARIANCE-PARMS-STATUS.
      * fiche employé : nom et statut actif
           SELECT EMPLOYEE-MASTER
               ASSIGN TO "EMPMAST.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS EM-EMP-ID
                   FILE STATUS IS WS-EMPLOYEE-MASTER-STATUS.
      * détails des deux périodes, triés par EMP-ID
           SELECT VARIANCE-SORT-FILE
               ASSIGN TO "VRSORT.WRK".
      * état des écarts pour le visa du responsable de la paie
           SELECT VARIANCE-REPORT
               ASSIGN TO "VARIANCE.PRT"
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
           FD PAY-HISTORY.
      * même dessin d'enregistrement que dans HELLO (first_cobol.cbl)
           01 PAY-HISTORY-RECORD.
               02 PH-EMP-ID            PIC X(5).
               02 PH-PERIOD-END        PIC 9(8).
               02 PH-GROSS-PAY         PIC S9(7)V99.
               02 PH-FED-TAX           PIC S9(7)V99.
               02 PH-STATE-TAX         PIC S9(7)V99.
               02 PH-FICA-TAX          PIC S9(7)V99.
               02 PH-NET-PAY           PIC S9(7)V99.
               02 PH-STATE-CODE        PIC XX.
      * retenues volontaires et heures payées : à blanc sur les
      * lignes écrites avant ces colonnes
               02 PH-TOTAL-DEDUCTIONS  PIC S9(7)V99.
               02 PH-HOURS-PAID        PIC S9(4)V9.
           FD PAY-PREVIEW.
      * même dessin d'enregistrement que dans HELLO (first_cobol.cbl)
           01 PAY-PREVIEW-RECORD.
               02 PV-EMP-ID            PIC X(5).
               02 PV-PERIOD-END        PIC 9(8).
               02 PV-GROSS-PAY         PIC S9(7)V99.
               02 PV-FED-TAX           PIC S9(7)V99.
               02 PV-STATE-TAX         PIC S9(7)V99.
               02 PV-FICA-TAX          PIC S9(7)V99.
               02 PV-NET-PAY           PIC S9(7)V99.
               02 PV-STATE-CODE        PIC XX.
               02 PV-TOTAL-DEDUCTIONS  PIC S9(7)V99.
               02 PV-HOURS-PAID        PIC S9(4)V9.
           FD VARIANCE-PARMS.
      * seuil d'écart en pourcentage (999.99) et en dollars, net sous
      * lequel la paie est jugée faible, plafond d'heures ; un seuil
      * d'écart à zéro désactive ce test
           01 VARIANCE-PARMS-RECORD.
               02 VP-PCT-THRESHOLD     PIC 9(3)V99.
               02 VP-AMOUNT-THRESHOLD  PIC 9(5)V99.
               02 VP-SMALL-NET         PIC 9(5)V99.
               02 VP-HOURS-CAP         PIC 99V9.
           FD EMPLOYEE-MASTER.
      * même dessin d'enregistrement que dans HELLO (first_cobol.cbl)
           01 EMPLOYEE-MASTER-RECORD.
               02 EM-EMP-ID            PIC X(5).
               02 EM-EMPLOYEE-NAME     PIC X(25).
               02 EM-PAY-TYPE          PIC X.
               02 EM-PAY-RATE          PIC 9(3)V99.
               02 EM-SALARY-AMOUNT     PIC 9(6)V99.
               02 EM-STATE-CODE        PIC XX.
               02 EM-ROUTING-NUMBER    PIC X(9).
               02 EM-ACCOUNT-NUMBER    PIC X(17).
               02 EM-STATUS            PIC X.
                   88  EM-ACTIVE       VALUE "A".
               02 EM-CHECK-FLAG        PIC X.
               02 EM-PRENOTE-STATUS    PIC X.
               02 EM-PRENOTE-DATE      PIC 9(8).
           SD VARIANCE-SORT-FILE.
      * VS-SIDE "C" = période en cours, "P" = période précédente
           01 VARIANCE-SORT-RECORD.
               02 VS-EMP-ID            PIC X(5).
               02 VS-SIDE              PIC X.
               02 VS-GROSS-PAY         PIC S9(7)V99.
               02 VS-TAXES             PIC S9(7)V99.
               02 VS-DEDUCTIONS        PIC S9(7)V99.
               02 VS-NET-PAY           PIC S9(7)V99.
               02 VS-HOURS-PAID        PIC S9(4)V9.
           FD VARIANCE-REPORT.
           01 VARIANCE-REPORT-RECORD PIC X(132).
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
           01 WS-RUN-CONTROL-STATUS     PIC XX.
           01 WS-PAY-HISTORY-STATUS     PIC XX.
           01 WS-PAY-PREVIEW-STATUS     PIC XX.
           01 WS-VARIANCE-PARMS-STATUS  PIC XX.
           01 WS-EMPLOYEE-MASTER-STATUS PIC XX.
           01 WS-REPORT-STATUS          PIC XX.
           01 END-FILE             PIC X VALUE "N".
               88  EOF VALUE "T".
      * seuils par défaut, remplacés par ceux de VARPARM.DAT
           77 Default-pct-threshold    PIC 9(3)V99 VALUE 25.
           77 Default-amount-threshold PIC 9(5)V99 VALUE 500.
           77 Default-small-net        PIC 9(5)V99 VALUE 50.
           77 Default-hours-cap        PIC 99V9    VALUE 80.
           01 WS-PCT-THRESHOLD     PIC 9(3)V99.
           01 WS-AMOUNT-THRESHOLD  PIC 9(5)V99.
           01 WS-SMALL-NET         PIC 9(5)V99.
           01 WS-HOURS-CAP         PIC 99V9.
      * période en cours (RUNCTL.DAT) et période précédente (la
      * dernière de PAYHIST.DAT avant celle-ci ; zéro = aucune)
           01 WS-PERIOD-END        PIC 9(8).
           01 WS-PRIOR-PERIOD      PIC 9(8) VALUE ZERO.
           01 WS-PREVIEW           PIC X VALUE "N".
               88  PREVIEW-RUN     VALUE "Y".
           01 WS-HISTORY-PRESENT   PIC X VALUE "N".
               88  HISTORY-PRESENT VALUE "Y".
           01 WS-MASTER-OPEN       PIC X VALUE "N".
               88  MASTER-OPEN     VALUE "Y".
      * rupture par EMP-ID : cumuls de l'employé pour chaque période
           01 WS-SORT-END          PIC X VALUE "N".
               88  SORT-EOF        VALUE "T".
           01 WS-GROUP-EMP-ID      PIC X(5).
           01 WS-CUR-COUNT         PIC 9(4).
           01 WS-CUR-GROSS         PIC S9(8)V99 USAGE COMP.
           01 WS-CUR-TAXES         PIC S9(8)V99 USAGE COMP.
           01 WS-CUR-DEDUCTIONS    PIC S9(8)V99 USAGE COMP.
           01 WS-CUR-NET           PIC S9(8)V99 USAGE COMP.
           01 WS-CUR-HOURS         PIC S9(5)V9  USAGE COMP.
           01 WS-PRI-COUNT         PIC 9(4).
           01 WS-PRI-GROSS         PIC S9(8)V99 USAGE COMP.
           01 WS-PRI-TAXES         PIC S9(8)V99 USAGE COMP.
           01 WS-PRI-DEDUCTIONS    PIC S9(8)V99 USAGE COMP.
           01 WS-PRI-NET           PIC S9(8)V99 USAGE COMP.
      * test d'écart : montant de la période précédente, de la période
      * en cours, écart absolu
           01 WS-TEST-PRIOR        PIC S9(8)V99 USAGE COMP.
           01 WS-TEST-CURRENT      PIC S9(8)V99 USAGE COMP.
           01 WS-TEST-CHANGE       PIC S9(8)V99 USAGE COMP.
           01 WS-TEST-LIMIT        PIC S9(9)V99 USAGE COMP.
           01 WS-OVER-THRESHOLD    PIC X.
               88  OVER-THRESHOLD  VALUE "Y".
           01 WS-EMPLOYEE-NAME     PIC X(25).
      * employé encore actif sur la fiche (supposé actif quand
      * EMPMAST.DAT n'a pas pu être ouvert)
           01 WS-EMPLOYEE-ACTIVE   PIC X.
               88  EMPLOYEE-ACTIVE VALUE "Y".
           01 WS-FLAG-REASON       PIC X(40).
      * totaux des deux périodes pour la page de fin
           01 WS-FLAG-COUNT        PIC 9(5) VALUE ZERO.
           01 TOT-CUR-EMPLOYEES    PIC 9(5) VALUE ZERO.
           01 TOT-CUR-GROSS        PIC S9(9)V99 USAGE COMP VALUE ZERO.
           01 TOT-CUR-TAXES        PIC S9(9)V99 USAGE COMP VALUE ZERO.
           01 TOT-CUR-DEDUCTIONS   PIC S9(9)V99 USAGE COMP VALUE ZERO.
           01 TOT-CUR-NET          PIC S9(9)V99 USAGE COMP VALUE ZERO.
           01 TOT-PRI-EMPLOYEES    PIC 9(5) VALUE ZERO.
           01 TOT-PRI-GROSS        PIC S9(9)V99 USAGE COMP VALUE ZERO.
           01 TOT-PRI-TAXES        PIC S9(9)V99 USAGE COMP VALUE ZERO.
           01 TOT-PRI-DEDUCTIONS   PIC S9(9)V99 USAGE COMP VALUE ZERO.
           01 TOT-PRI-NET          PIC S9(9)V99 USAGE COMP VALUE ZERO.
           01 WS-TOTAL-PRIOR       PIC S9(9)V99 USAGE COMP.
           01 WS-TOTAL-CURRENT     PIC S9(9)V99 USAGE COMP.
      * lignes de l'état
           01 VR-HEADER-LINE.
               02 FILLER           PIC X(30) VALUE
                   "PAY VARIANCE REPORT -- PERIOD ".
               02 VR-PRT-PERIOD    PIC 9(8).
               02 VR-PRT-MODE      PIC X(10).
               02 FILLER           PIC X(20) VALUE
                   " COMPARED TO PERIOD ".
               02 VR-PRT-PRIOR     PIC 9(8).
           01 VR-PARMS-LINE.
               02 FILLER           PIC X(18) VALUE
                   "THRESHOLDS: PCT ".
               02 VR-PRT-PCT       PIC ZZ9.99.
               02 FILLER           PIC X(11) VALUE "   AMOUNT ".
               02 VR-PRT-AMOUNT    PIC $$$,$$9.99.
               02 FILLER           PIC X(14) VALUE "   SMALL NET ".
               02 VR-PRT-SMALL-NET PIC $$$,$$9.99.
               02 FILLER           PIC X(14) VALUE "   HOURS CAP ".
               02 VR-PRT-HOURS-CAP PIC Z9.9.
           01 VR-NO-PRIOR-LINE.
               02 FILLER           PIC X(31) VALUE
                   "NO PRIOR PERIOD IN PAYHIST.DAT ".
               02 FILLER           PIC X(40) VALUE
                   "-- CURRENT-PERIOD CHECKS ONLY".
           01 VR-COLUMN-LINE.
               02 FILLER           PIC X(6)  VALUE "EMP".
               02 FILLER           PIC X(21) VALUE "NAME".
               02 FILLER           PIC X(15) VALUE "    PRIOR GROSS".
               02 FILLER           PIC X(15) VALUE "  CURRENT GROSS".
               02 FILLER           PIC X(15) VALUE "      PRIOR NET".
               02 FILLER           PIC X(15) VALUE "    CURRENT NET".
               02 FILLER           PIC X(7)  VALUE "  HOURS".
               02 FILLER           PIC X(7)  VALUE " REASON".
           01 VR-DETAIL-LINE.
               02 VR-PRT-EMP-ID    PIC X(5).
               02 FILLER           PIC X VALUE SPACES.
               02 VR-PRT-NAME      PIC X(20).
               02 FILLER           PIC X VALUE SPACES.
               02 VR-PRT-PRI-GROSS PIC $$,$$$,$$9.99-.
               02 FILLER           PIC X VALUE SPACES.
               02 VR-PRT-CUR-GROSS PIC $$,$$$,$$9.99-.
               02 FILLER           PIC X VALUE SPACES.
               02 VR-PRT-PRI-NET   PIC $$,$$$,$$9.99-.
               02 FILLER           PIC X VALUE SPACES.
               02 VR-PRT-CUR-NET   PIC $$,$$$,$$9.99-.
               02 FILLER           PIC X VALUE SPACES.
               02 VR-PRT-HOURS     PIC ZZZ9.9-.
               02 FILLER           PIC X VALUE SPACES.
               02 VR-PRT-REASON    PIC X(37).
           01 VR-FLAG-COUNT-LINE.
               02 FILLER           PIC X(20) VALUE
                   "EMPLOYEES FLAGGED  ".
               02 VR-PRT-FLAG-COUNT PIC ZZZZ9.
           01 VR-TOTALS-TITLE.
               02 FILLER           PIC X(32) VALUE
                   "PERIOD-OVER-PERIOD TOTALS".
               02 FILLER           PIC X(15) VALUE "          PRIOR".
               02 FILLER           PIC X(16) VALUE "         CURRENT".
               02 FILLER           PIC X(16) VALUE "          CHANGE".
               02 FILLER           PIC X(9)  VALUE "   CHANGE".
           01 VR-TOTAL-LINE.
               02 VR-PRT-TOT-LABEL PIC X(30).
               02 FILLER           PIC X VALUE SPACES.
               02 VR-PRT-TOT-PRIOR PIC $$$,$$$,$$9.99-.
               02 FILLER           PIC X VALUE SPACES.
               02 VR-PRT-TOT-CURRENT PIC $$$,$$$,$$9.99-.
               02 FILLER           PIC X VALUE SPACES.
               02 VR-PRT-TOT-CHANGE PIC $$$,$$$,$$9.99-.
               02 FILLER           PIC X VALUE SPACES.
               02 VR-PRT-TOT-PCT   PIC ZZZ9.9-.
               02 VR-PRT-TOT-PCT-SIGN PIC X.
           01 VR-COUNT-LINE.
               02 FILLER           PIC X(30) VALUE "EMPLOYEES PAID".
               02 FILLER           PIC X(10) VALUE SPACES.
               02 VR-PRT-CNT-PRIOR PIC ZZZZ9.
               02 FILLER           PIC X(11) VALUE SPACES.
               02 VR-PRT-CNT-CURRENT PIC ZZZZ9.
           01 VR-SIGNOFF-LINE.
               02 FILLER           PIC X(40) VALUE
                   "REVIEWED AND RELEASED BY ______________".
               02 FILLER           PIC X(30) VALUE
                   "______   DATE ____________".
           01 VR-SEPARATOR-LINE    PIC X(132) VALUE ALL "-".
      * journal d'exploitation, comme dans HELLO (first_cobol.cbl) :
      * début d'exécution, période traitée, compteurs posés en fin
      * d'exécution et motif d'un refus, posé avant
      * JOURNAL-RUN-REFUSED
           01 WS-RUN-JOURNAL-STATUS PIC XX.
           01 WS-JRN-START         PIC X(21).
           01 WS-JRN-END           PIC X(21).
           01 WS-JRN-PERIOD        PIC 9(8) VALUE ZERO.
           01 WS-JRN-RUN-MODE      PIC X VALUE "R".
           01 WS-JRN-RUN-TYPE      PIC X VALUE "N".
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
           PERFORM FIND-PRIOR-PERIOD
           PERFORM PRINT-REPORT-HEADER
           SORT VARIANCE-SORT-FILE
               ON ASCENDING KEY VS-EMP-ID VS-SIDE
               INPUT PROCEDURE IS RELEASE-PAY-DETAILS
               OUTPUT PROCEDURE IS COMPARE-EMPLOYEES
           PERFORM PRINT-PERIOD-TOTALS
           PERFORM CLEAN-UP
           STOP RUN.
       INITIALIZE-PROGRAM.
           MOVE FUNCTION CURRENT-DATE TO WS-JRN-START
      * sans RUNCTL.DAT on ne sait ni quelle période juger ni si la
      * paie était un aperçu : on refuse, comme HELLO (au journal,
      * la fin seule, période inconnue)
           OPEN INPUT RUN-CONTROL
           IF WS-RUN-CONTROL-STATUS NOT = "00" THEN
               DISPLAY "RUNCTL.DAT ABSENT OU ILLISIBLE, "
                   "ETAT REFUSE"
               MOVE "RUNCTL.DAT MISSING OR UNREADABLE"
                   TO WS-JRN-REASON
               PERFORM JOURNAL-RUN-REFUSED
               STOP RUN
           END-IF
           READ RUN-CONTROL
           CLOSE RUN-CONTROL
           MOVE RC-PERIOD-END TO WS-PERIOD-END
           IF RC-RUN-MODE = "P" THEN
               MOVE "Y" TO WS-PREVIEW
               MOVE "P" TO WS-JRN-RUN-MODE
           END-IF
           IF RC-RUN-TYPE = "A" THEN
               MOVE "A" TO WS-JRN-RUN-TYPE
           END-IF
      * période connue : début d'exécution au journal
           MOVE WS-PERIOD-END TO WS-JRN-PERIOD
           PERFORM JOURNAL-RUN-START
      * l'aperçu ne laisse sa paie que dans PAYPREV.DAT
           IF PREVIEW-RUN THEN
               OPEN INPUT PAY-PREVIEW
               IF WS-PAY-PREVIEW-STATUS NOT = "00" THEN
                   DISPLAY "PAYPREV.DAT ABSENT : LANCER HELLO EN "
                       "APERCU AVANT L'ETAT DES ECARTS"
                   MOVE "PAYPREV.DAT MISSING" TO WS-JRN-REASON
                   PERFORM JOURNAL-RUN-REFUSED
                   STOP RUN
               END-IF
               CLOSE PAY-PREVIEW
           END-IF
      * sans historique il n'y a pas de période précédente ; en réel
      * il n'y a pas non plus de période en cours à juger
           OPEN INPUT PAY-HISTORY
           IF WS-PAY-HISTORY-STATUS = "00" THEN
               MOVE "Y" TO WS-HISTORY-PRESENT
               CLOSE PAY-HISTORY
           ELSE
               IF NOT PREVIEW-RUN THEN
                   DISPLAY "PAYHIST.DAT ABSENT OU ILLISIBLE, "
                       "RIEN A COMPARER"
                   MOVE "PAYHIST.DAT MISSING OR UNREADABLE"
                       TO WS-JRN-REASON
                   PERFORM JOURNAL-RUN-REFUSED
                   STOP RUN
               END-IF
           END-IF
           PERFORM LOAD-VARIANCE-PARMS
      * sans fiche employé, les noms restent à blanc et tout absent
      * est signalé, faute de pouvoir dire s'il est encore actif
           OPEN INPUT EMPLOYEE-MASTER
           IF WS-EMPLOYEE-MASTER-STATUS = "00" THEN
               MOVE "Y" TO WS-MASTER-OPEN
           ELSE
               DISPLAY "EMPMAST.DAT ABSENT OU ILLISIBLE : "
                   "NOMS ET STATUTS NON CONTROLES"
           END-IF
           OPEN OUTPUT VARIANCE-REPORT
           .
       LOAD-VARIANCE-PARMS.
      * un champ à blanc ou illisible garde sa valeur par défaut
           MOVE Default-pct-threshold    TO WS-PCT-THRESHOLD
           MOVE Default-amount-threshold TO WS-AMOUNT-THRESHOLD
           MOVE Default-small-net        TO WS-SMALL-NET
           MOVE Default-hours-cap        TO WS-HOURS-CAP
           OPEN INPUT VARIANCE-PARMS
           IF WS-VARIANCE-PARMS-STATUS = "00" THEN
               READ VARIANCE-PARMS
                   AT END CONTINUE
                   NOT AT END
                       IF VP-PCT-THRESHOLD IS NUMERIC THEN
                           MOVE VP-PCT-THRESHOLD TO WS-PCT-THRESHOLD
                       END-IF
                       IF VP-AMOUNT-THRESHOLD IS NUMERIC THEN
                           MOVE VP-AMOUNT-THRESHOLD
                               TO WS-AMOUNT-THRESHOLD
                       END-IF
                       IF VP-SMALL-NET IS NUMERIC THEN
                           MOVE VP-SMALL-NET TO WS-SMALL-NET
                       END-IF
                       IF VP-HOURS-CAP IS NUMERIC THEN
                           MOVE VP-HOURS-CAP TO WS-HOURS-CAP
                       END-IF
               END-READ
               CLOSE VARIANCE-PARMS
           END-IF
           .
       FIND-PRIOR-PERIOD.
      * la période précédente est la plus récente de l'historique
      * avant la période en cours ; les extournes de CHECK-VOID
      * portent la période du chèque d'origine et n'en créent pas
           IF HISTORY-PRESENT THEN
               MOVE "N" TO END-FILE
               OPEN INPUT PAY-HISTORY
               PERFORM UNTIL EOF
                   READ PAY-HISTORY
                       AT END MOVE "T" TO END-FILE
                       NOT AT END
                           IF PH-PERIOD-END IS NUMERIC
                                   AND PH-PERIOD-END < WS-PERIOD-END
                                   AND PH-PERIOD-END > WS-PRIOR-PERIOD
                                   THEN
                               MOVE PH-PERIOD-END TO WS-PRIOR-PERIOD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PAY-HISTORY
               MOVE "N" TO END-FILE
           END-IF
           .
       PRINT-REPORT-HEADER.
           MOVE WS-PERIOD-END   TO VR-PRT-PERIOD
           IF PREVIEW-RUN THEN
               MOVE " (PREVIEW)" TO VR-PRT-MODE
           ELSE
               MOVE SPACES       TO VR-PRT-MODE
           END-IF
           MOVE WS-PRIOR-PERIOD TO VR-PRT-PRIOR
           WRITE VARIANCE-REPORT-RECORD FROM VR-HEADER-LINE
           MOVE WS-PCT-THRESHOLD    TO VR-PRT-PCT
           MOVE WS-AMOUNT-THRESHOLD TO VR-PRT-AMOUNT
           MOVE WS-SMALL-NET        TO VR-PRT-SMALL-NET
           MOVE WS-HOURS-CAP        TO VR-PRT-HOURS-CAP
           WRITE VARIANCE-REPORT-RECORD FROM VR-PARMS-LINE
           IF WS-PRIOR-PERIOD = ZERO THEN
               WRITE VARIANCE-REPORT-RECORD FROM VR-NO-PRIOR-LINE
           END-IF
           WRITE VARIANCE-REPORT-RECORD FROM VR-SEPARATOR-LINE
           WRITE VARIANCE-REPORT-RECORD FROM VR-COLUMN-LINE
           .
       RELEASE-PAY-DETAILS.
      * période précédente et, en réel, période en cours depuis
      * l'historique ; en aperçu, période en cours depuis PAYPREV.DAT
      * (l'historique de cette période, s'il y en a, est celui d'une
      * paie réelle antérieure que l'aperçu refait)
           IF HISTORY-PRESENT THEN
               MOVE "N" TO END-FILE
               OPEN INPUT PAY-HISTORY
               PERFORM UNTIL EOF
                   READ PAY-HISTORY
                       AT END MOVE "T" TO END-FILE
                       NOT AT END
                           PERFORM RELEASE-HISTORY-DETAIL
                   END-READ
               END-PERFORM
               CLOSE PAY-HISTORY
               MOVE "N" TO END-FILE
           END-IF
           IF PREVIEW-RUN THEN
               OPEN INPUT PAY-PREVIEW
               PERFORM UNTIL EOF
                   READ PAY-PREVIEW
                       AT END MOVE "T" TO END-FILE
                       NOT AT END
                           PERFORM RELEASE-PREVIEW-DETAIL
                   END-READ
               END-PERFORM
               CLOSE PAY-PREVIEW
               MOVE "N" TO END-FILE
           END-IF
           .
       RELEASE-HISTORY-DETAIL.
           MOVE SPACE TO VS-SIDE
           IF PH-PERIOD-END = WS-PRIOR-PERIOD
                   AND WS-PRIOR-PERIOD NOT = ZERO THEN
               MOVE "P" TO VS-SIDE
           END-IF
           IF PH-PERIOD-END = WS-PERIOD-END AND NOT PREVIEW-RUN THEN
               MOVE "C" TO VS-SIDE
           END-IF
           IF VS-SIDE NOT = SPACE THEN
               MOVE PH-EMP-ID    TO VS-EMP-ID
               MOVE PH-GROSS-PAY TO VS-GROSS-PAY
               COMPUTE VS-TAXES = PH-FED-TAX + PH-STATE-TAX
                   + PH-FICA-TAX
               MOVE PH-NET-PAY   TO VS-NET-PAY
      * lignes écrites avant les colonnes retenues et heures
               IF PH-TOTAL-DEDUCTIONS IS NUMERIC THEN
                   MOVE PH-TOTAL-DEDUCTIONS TO VS-DEDUCTIONS
               ELSE
                   MOVE ZERO TO VS-DEDUCTIONS
               END-IF
               IF PH-HOURS-PAID IS NUMERIC THEN
                   MOVE PH-HOURS-PAID TO VS-HOURS-PAID
               ELSE
                   MOVE ZERO TO VS-HOURS-PAID
               END-IF
               RELEASE VARIANCE-SORT-RECORD
           END-IF
           .
       RELEASE-PREVIEW-DETAIL.
      * un PAYPREV.DAT resté d'un aperçu d'une autre période ne
      * compte pas
           IF PV-PERIOD-END = WS-PERIOD-END THEN
               MOVE PV-EMP-ID           TO VS-EMP-ID
               MOVE "C"                 TO VS-SIDE
               MOVE PV-GROSS-PAY        TO VS-GROSS-PAY
               COMPUTE VS-TAXES = PV-FED-TAX + PV-STATE-TAX
                   + PV-FICA-TAX
               MOVE PV-TOTAL-DEDUCTIONS TO VS-DEDUCTIONS
               MOVE PV-NET-PAY          TO VS-NET-PAY
               MOVE PV-HOURS-PAID       TO VS-HOURS-PAID
               RELEASE VARIANCE-SORT-RECORD
           END-IF
           .
       COMPARE-EMPLOYEES.
           MOVE "N" TO WS-SORT-END
           PERFORM RETURN-VARIANCE-RECORD
           PERFORM COMPARE-ONE-EMPLOYEE WITH TEST BEFORE
               UNTIL SORT-EOF
           WRITE VARIANCE-REPORT-RECORD FROM VR-SEPARATOR-LINE
           MOVE WS-FLAG-COUNT TO VR-PRT-FLAG-COUNT
           WRITE VARIANCE-REPORT-RECORD FROM VR-FLAG-COUNT-LINE
           .
       RETURN-VARIANCE-RECORD.
           RETURN VARIANCE-SORT-FILE
               AT END MOVE "T" TO WS-SORT-END
           END-RETURN
           .
       COMPARE-ONE-EMPLOYEE.
      * cumule tous les détails de l'employé (plusieurs fiches dans
      * une période : ajustement, extourne, réémission), puis juge
           MOVE VS-EMP-ID TO WS-GROUP-EMP-ID
           ADD 1 TO WS-JRN-EMPLOYEE-COUNT
           MOVE ZERO TO WS-CUR-COUNT
           MOVE ZERO TO WS-CUR-GROSS
           MOVE ZERO TO WS-CUR-TAXES
           MOVE ZERO TO WS-CUR-DEDUCTIONS
           MOVE ZERO TO WS-CUR-NET
           MOVE ZERO TO WS-CUR-HOURS
           MOVE ZERO TO WS-PRI-COUNT
           MOVE ZERO TO WS-PRI-GROSS
           MOVE ZERO TO WS-PRI-TAXES
           MOVE ZERO TO WS-PRI-DEDUCTIONS
           MOVE ZERO TO WS-PRI-NET
           PERFORM ACCUMULATE-ONE-DETAIL WITH TEST BEFORE
               UNTIL SORT-EOF OR VS-EMP-ID NOT = WS-GROUP-EMP-ID
           PERFORM ACCUMULATE-PERIOD-TOTALS
           MOVE SPACES TO WS-EMPLOYEE-NAME
           MOVE "Y" TO WS-EMPLOYEE-ACTIVE
           IF MASTER-OPEN THEN
               MOVE "N" TO WS-EMPLOYEE-ACTIVE
               MOVE WS-GROUP-EMP-ID TO EM-EMP-ID
               READ EMPLOYEE-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE EM-EMPLOYEE-NAME TO WS-EMPLOYEE-NAME
                       IF EM-ACTIVE THEN
                           MOVE "Y" TO WS-EMPLOYEE-ACTIVE
                       END-IF
               END-READ
           END-IF
           PERFORM CHECK-ONE-EMPLOYEE
           .
       ACCUMULATE-ONE-DETAIL.
           IF VS-SIDE = "C" THEN
               ADD 1             TO WS-CUR-COUNT
               ADD VS-GROSS-PAY  TO WS-CUR-GROSS
               ADD VS-TAXES      TO WS-CUR-TAXES
               ADD VS-DEDUCTIONS TO WS-CUR-DEDUCTIONS
               ADD VS-NET-PAY    TO WS-CUR-NET
               ADD VS-HOURS-PAID TO WS-CUR-HOURS
           ELSE
               ADD 1             TO WS-PRI-COUNT
               ADD VS-GROSS-PAY  TO WS-PRI-GROSS
               ADD VS-TAXES      TO WS-PRI-TAXES
               ADD VS-DEDUCTIONS TO WS-PRI-DEDUCTIONS
               ADD VS-NET-PAY    TO WS-PRI-NET
           END-IF
           PERFORM RETURN-VARIANCE-RECORD
           .
       ACCUMULATE-PERIOD-TOTALS.
           IF WS-CUR-COUNT > ZERO THEN
               ADD 1                 TO TOT-CUR-EMPLOYEES
               ADD WS-CUR-GROSS      TO TOT-CUR-GROSS
               ADD WS-CUR-TAXES      TO TOT-CUR-TAXES
               ADD WS-CUR-DEDUCTIONS TO TOT-CUR-DEDUCTIONS
               ADD WS-CUR-NET        TO TOT-CUR-NET
           END-IF
           IF WS-PRI-COUNT > ZERO THEN
               ADD 1                 TO TOT-PRI-EMPLOYEES
               ADD WS-PRI-GROSS      TO TOT-PRI-GROSS
               ADD WS-PRI-TAXES      TO TOT-PRI-TAXES
               ADD WS-PRI-DEDUCTIONS TO TOT-PRI-DEDUCTIONS
               ADD WS-PRI-NET        TO TOT-PRI-NET
           END-IF
           .
       CHECK-ONE-EMPLOYEE.
      * une ligne par motif : un même employé peut sortir plusieurs
      * fois. Sans période précédente, seuls les tests de la période
      * en cours s'appliquent
           IF WS-CUR-COUNT > ZERO AND WS-PRI-COUNT = ZERO
                   AND WS-PRIOR-PERIOD NOT = ZERO THEN
               MOVE "PAID NOW, NOT PAID LAST PERIOD"
                   TO WS-FLAG-REASON
               PERFORM PRINT-FLAG-LINE
           END-IF
           IF WS-CUR-COUNT = ZERO AND WS-PRI-COUNT > ZERO THEN
               IF EMPLOYEE-ACTIVE THEN
                   MOVE "ACTIVE, PAID LAST PERIOD, MISSING NOW"
                       TO WS-FLAG-REASON
                   PERFORM PRINT-FLAG-LINE
               END-IF
           END-IF
           IF WS-CUR-COUNT > ZERO AND WS-PRI-COUNT > ZERO THEN
               MOVE WS-PRI-GROSS TO WS-TEST-PRIOR
               MOVE WS-CUR-GROSS TO WS-TEST-CURRENT
               PERFORM TEST-CHANGE-THRESHOLD
               IF OVER-THRESHOLD THEN
                   MOVE "GROSS CHANGE OVER THRESHOLD"
                       TO WS-FLAG-REASON
                   PERFORM PRINT-FLAG-LINE
               END-IF
               MOVE WS-PRI-NET TO WS-TEST-PRIOR
               MOVE WS-CUR-NET TO WS-TEST-CURRENT
               PERFORM TEST-CHANGE-THRESHOLD
               IF OVER-THRESHOLD THEN
                   MOVE "NET CHANGE OVER THRESHOLD"
                       TO WS-FLAG-REASON
                   PERFORM PRINT-FLAG-LINE
               END-IF
           END-IF
           IF WS-CUR-COUNT > ZERO AND WS-CUR-NET <= WS-SMALL-NET THEN
               MOVE "ZERO OR SMALL NET PAY" TO WS-FLAG-REASON
               PERFORM PRINT-FLAG-LINE
           END-IF
           IF WS-CUR-COUNT > ZERO AND WS-CUR-HOURS >= WS-HOURS-CAP
                   THEN
               MOVE "HOURS AT THE HOURS CAP" TO WS-FLAG-REASON
               PERFORM PRINT-FLAG-LINE
           END-IF
           .
       TEST-CHANGE-THRESHOLD.
      * écart en dollars au-delà du seuil, ou écart au-delà du
      * pourcentage du montant précédent ; un seuil à zéro ne teste
      * rien
           MOVE "N" TO WS-OVER-THRESHOLD
           COMPUTE WS-TEST-CHANGE = WS-TEST-CURRENT - WS-TEST-PRIOR
           IF WS-TEST-CHANGE < ZERO THEN
               COMPUTE WS-TEST-CHANGE = ZERO - WS-TEST-CHANGE
           END-IF
           IF WS-AMOUNT-THRESHOLD > ZERO
                   AND WS-TEST-CHANGE > WS-AMOUNT-THRESHOLD THEN
               MOVE "Y" TO WS-OVER-THRESHOLD
           END-IF
           IF WS-TEST-PRIOR < ZERO THEN
               COMPUTE WS-TEST-PRIOR = ZERO - WS-TEST-PRIOR
           END-IF
           COMPUTE WS-TEST-LIMIT = WS-TEST-PRIOR * WS-PCT-THRESHOLD
               / 100
           IF WS-PCT-THRESHOLD > ZERO
                   AND WS-TEST-CHANGE > WS-TEST-LIMIT THEN
               MOVE "Y" TO WS-OVER-THRESHOLD
           END-IF
           .
       PRINT-FLAG-LINE.
           ADD 1 TO WS-FLAG-COUNT
           MOVE SPACES          TO VR-DETAIL-LINE
           MOVE WS-GROUP-EMP-ID TO VR-PRT-EMP-ID
           MOVE WS-EMPLOYEE-NAME TO VR-PRT-NAME
           MOVE WS-PRI-GROSS    TO VR-PRT-PRI-GROSS
           MOVE WS-CUR-GROSS    TO VR-PRT-CUR-GROSS
           MOVE WS-PRI-NET      TO VR-PRT-PRI-NET
           MOVE WS-CUR-NET      TO VR-PRT-CUR-NET
           MOVE WS-CUR-HOURS    TO VR-PRT-HOURS
           MOVE WS-FLAG-REASON  TO VR-PRT-REASON
           WRITE VARIANCE-REPORT-RECORD FROM VR-DETAIL-LINE
           .
       PRINT-PERIOD-TOTALS.
      * les quatre totaux des deux périodes, l'écart et son
      * pourcentage, puis la ligne de visa
           WRITE VARIANCE-REPORT-RECORD FROM VR-SEPARATOR-LINE
           WRITE VARIANCE-REPORT-RECORD FROM VR-TOTALS-TITLE
           MOVE "GROSS PAY"        TO VR-PRT-TOT-LABEL
           MOVE TOT-PRI-GROSS      TO WS-TOTAL-PRIOR
           MOVE TOT-CUR-GROSS      TO WS-TOTAL-CURRENT
           PERFORM PRINT-ONE-TOTAL-LINE
           MOVE "TAXES WITHHELD"   TO VR-PRT-TOT-LABEL
           MOVE TOT-PRI-TAXES      TO WS-TOTAL-PRIOR
           MOVE TOT-CUR-TAXES      TO WS-TOTAL-CURRENT
           PERFORM PRINT-ONE-TOTAL-LINE
           MOVE "DEDUCTIONS"       TO VR-PRT-TOT-LABEL
           MOVE TOT-PRI-DEDUCTIONS TO WS-TOTAL-PRIOR
           MOVE TOT-CUR-DEDUCTIONS TO WS-TOTAL-CURRENT
           PERFORM PRINT-ONE-TOTAL-LINE
           MOVE "NET PAY"          TO VR-PRT-TOT-LABEL
           MOVE TOT-PRI-NET        TO WS-TOTAL-PRIOR
           MOVE TOT-CUR-NET        TO WS-TOTAL-CURRENT
           PERFORM PRINT-ONE-TOTAL-LINE
           MOVE TOT-PRI-EMPLOYEES  TO VR-PRT-CNT-PRIOR
           MOVE TOT-CUR-EMPLOYEES  TO VR-PRT-CNT-CURRENT
           WRITE VARIANCE-REPORT-RECORD FROM VR-COUNT-LINE
           WRITE VARIANCE-REPORT-RECORD FROM VR-SEPARATOR-LINE
           WRITE VARIANCE-REPORT-RECORD FROM VR-SIGNOFF-LINE
           .
       PRINT-ONE-TOTAL-LINE.
           MOVE WS-TOTAL-PRIOR   TO VR-PRT-TOT-PRIOR
           MOVE WS-TOTAL-CURRENT TO VR-PRT-TOT-CURRENT
           COMPUTE VR-PRT-TOT-CHANGE = WS-TOTAL-CURRENT
               - WS-TOTAL-PRIOR
           IF WS-TOTAL-PRIOR = ZERO THEN
               MOVE ZERO  TO VR-PRT-TOT-PCT
               MOVE SPACE TO VR-PRT-TOT-PCT-SIGN
           ELSE
               COMPUTE VR-PRT-TOT-PCT ROUNDED =
                   (WS-TOTAL-CURRENT - WS-TOTAL-PRIOR) * 100
                       / WS-TOTAL-PRIOR
               MOVE "%"   TO VR-PRT-TOT-PCT-SIGN
           END-IF
           WRITE VARIANCE-REPORT-RECORD FROM VR-TOTAL-LINE
           .
       CLEAN-UP.
           CLOSE VARIANCE-REPORT
           IF MASTER-OPEN THEN
               CLOSE EMPLOYEE-MASTER
           END-IF
           DISPLAY "ETAT DES ECARTS : " WS-FLAG-COUNT
               " SIGNALEMENTS (VOIR VARIANCE.PRT) -- A VISER AVANT "
               "L'ENVOI DES FICHIERS BANCAIRES"
      * au journal : employés comparés et signalements
           MOVE WS-FLAG-COUNT TO WS-JRN-EXCEPTION-COUNT
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
      * même enregistrement que WRITE-JOURNAL-RECORD dans HELLO ; mode
      * et type sont ceux de la paie jugée, lus dans RUNCTL.DAT
           MOVE SPACES TO RUN-JOURNAL-RECORD
           MOVE "PAY-VARIANCE" TO RJ-PROGRAM-ID
           MOVE WS-JRN-RECORD-TYPE   TO RJ-RECORD-TYPE
           MOVE WS-JRN-PERIOD        TO RJ-PERIOD
           MOVE WS-JRN-RUN-MODE      TO RJ-RUN-MODE
           MOVE WS-JRN-RUN-TYPE      TO RJ-RUN-TYPE
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
       END PROGRAM PAY-VARIANCE.
