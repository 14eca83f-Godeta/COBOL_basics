      * Dépôts des taxes fédérales et récapitulatif trimestriel 941 :
      * à lancer après chaque paie réelle de HELLO (first_cobol.cbl).
      * Le programme enregistre dans TAXLIAB.DAT la dette fiscale de
      * la paie, relevée sur les totaux de l'exécution dans
      * GLEXPORT.DAT (retenue fédérale, FICA salarié et employeur,
      * FUTA provisionné), avec le calendrier de dépôt qui s'applique
      * et la date limite du dépôt -- fini la reconstitution à la
      * main par la trésorerie à chaque paie.
      * Calendrier : mensuel (le 15 du mois suivant) ou bihebdomadaire
      * (paie du mercredi au vendredi : mercredi suivant ; du samedi
      * au mardi : vendredi suivant), choisi sur la période de
      * référence (1er juillet - 30 juin précédant l'année civile
      * précédente) d'après les dettes déjà enregistrées ; règle du
      * jour ouvré suivant dès que la dette accumulée de la période
      * de dépôt atteint le seuil, et passage en bihebdomadaire pour
      * le reste de l'année et l'année suivante. Les échéances
      * tombant un samedi ou un dimanche passent au lundi ; les
      * jours fériés ne sont pas connus du programme.
      * Pour le trimestre demandé, DEPOSIT.PRT liste les dépôts par
      * date limite, puis le FUTA provisionné et son échéance ;
      * TAX941.PRT donne les salaires, la retenue et le FICA par mois,
      * les rapproche par date de paie de PAYHIST.DAT et du total de
      * QTR-WAGE-REPORT (QTRWAGE.PRT), et liste les extournes de
      * CHECK-VOID (check_void.cbl) tombées dans le trimestre.
      * Les seuils se lisent dans TAXPARM.DAT (une ligne ; à défaut,
      * ou champ à blanc, valeurs par défaut ci-dessous).
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TAX-DEPOSIT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * contrôle d'exécution de HELLO : estampille de la dernière paie
      * réelle, qui identifie l'exécution dont GLEXPORT.DAT provient
           SELECT RUN-CONTROL
               ASSIGN TO "RUNCTL.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-RUN-CONTROL-STATUS.
      * export comptable de la dernière paie réelle, réécrit par HELLO
           SELECT GL-EXPORT-FILE
               ASSIGN TO "GLEXPORT.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-GL-EXPORT-STATUS.
      * dettes fiscales, une par exécution de paie, en ajout
           SELECT TAX-LIABILITY
               ASSIGN TO "TAXLIAB.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-TAX-LIABILITY-STATUS.
      * seuils du calendrier de dépôt, tenus à la main comme
      * OVERTIME.DAT
           SELECT TAX-PARMS
               ASSIGN TO "TAXPARM.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-TAX-PARMS-STATUS.
      * historique de paie écrit par HELLO et CHECK-VOID
           SELECT PAY-HISTORY
               ASSIGN TO "PAYHIST.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PAY-HISTORY-STATUS.
      * état trimestriel de QTR-WAGE-REPORT (qtr_wage.cbl), relu pour
      * son total société
           SELECT WAGE-REPORT
               ASSIGN TO "QTRWAGE.PRT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-WAGE-REPORT-STATUS.
      * dettes du trimestre, triées par date limite de dépôt
           SELECT DEPOSIT-SORT-FILE
               ASSIGN TO "TDSORT.WRK".
      * échéancier des dépôts pour la trésorerie
           SELECT DEPOSIT-REPORT
               ASSIGN TO "DEPOSIT.PRT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-DEPOSIT-REPORT-STATUS.
      * récapitulatif 941 et rapprochements
           SELECT QUARTER-REPORT
               ASSIGN TO "TAX941.PRT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-QUARTER-REPORT-STATUS.
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
           FD GL-EXPORT-FILE.
      * même dessin d'enregistrement que dans HELLO (first_cobol.cbl)
           01 GL-EXPORT-RECORD.
               02 GL-PERIOD-END        PIC 9(8).
               02 FILLER               PIC X.
               02 GL-DEBIT-CREDIT      PIC X.
               02 FILLER               PIC X.
               02 GL-DESCRIPTION       PIC X(24).
               02 FILLER               PIC X.
               02 GL-AMOUNT            PIC S9(9)V99
                                           SIGN TRAILING SEPARATE.
           FD TAX-LIABILITY.
      * date de paie (fin de période, date d'émission des chèques),
      * estampille de l'exécution HELLO, montants de l'exécution,
      * calendrier retenu ("M" mensuel, "S" bihebdomadaire, "N" jour
      * ouvré suivant) et date limite du dépôt
           01 TAX-LIABILITY-RECORD.
               02 TL-PAY-DATE          PIC 9(8).
               02 TL-RUN-DATE          PIC 9(8).
               02 TL-RUN-TIME          PIC 9(6).
               02 TL-GROSS-WAGES       PIC S9(9)V99.
               02 TL-FED-WITHHELD      PIC S9(9)V99.
               02 TL-EE-FICA           PIC S9(9)V99.
               02 TL-ER-FICA           PIC S9(9)V99.
               02 TL-FUTA              PIC S9(9)V99.
               02 TL-SCHEDULE          PIC X.
                   88  TL-MONTHLY      VALUE "M".
                   88  TL-SEMI-WEEKLY  VALUE "S".
                   88  TL-NEXT-DAY     VALUE "N".
               02 TL-DUE-DATE          PIC 9(8).
           FD TAX-PARMS.
      * calendrier imposé ("M" ou "S", à blanc = période de
      * référence), plafond de la période de référence, seuil du jour
      * ouvré suivant, seuil de dépôt du FUTA
           01 TAX-PARMS-RECORD.
               02 TP-SCHEDULE          PIC X.
               02 TP-LOOKBACK-LIMIT    PIC 9(7)V99.
               02 TP-NEXT-DAY-LIMIT    PIC 9(7)V99.
               02 TP-FUTA-LIMIT        PIC 9(5)V99.
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
           FD WAGE-REPORT.
           01 WAGE-REPORT-RECORD PIC X(60).
           SD DEPOSIT-SORT-FILE.
           01 DEPOSIT-SORT-RECORD.
               02 DS-DUE-DATE          PIC 9(8).
               02 DS-PAY-DATE          PIC 9(8).
               02 DS-SCHEDULE          PIC X.
               02 DS-FED-WITHHELD      PIC S9(9)V99.
               02 DS-EE-FICA           PIC S9(9)V99.
               02 DS-ER-FICA           PIC S9(9)V99.
           FD DEPOSIT-REPORT.
           01 DEPOSIT-REPORT-RECORD PIC X(132).
           FD QUARTER-REPORT.
           01 QUARTER-REPORT-RECORD PIC X(132).
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
           01 WS-GL-EXPORT-STATUS       PIC XX.
           01 WS-TAX-LIABILITY-STATUS   PIC XX.
           01 WS-TAX-PARMS-STATUS       PIC XX.
           01 WS-PAY-HISTORY-STATUS     PIC XX.
           01 WS-WAGE-REPORT-STATUS     PIC XX.
           01 WS-DEPOSIT-REPORT-STATUS  PIC XX.
           01 WS-QUARTER-REPORT-STATUS  PIC XX.
           01 END-FILE             PIC X VALUE "N".
               88  EOF VALUE "T".
      * seuils par défaut, remplacés par ceux de TAXPARM.DAT : dette
      * de la période de référence au-delà de laquelle le calendrier
      * est bihebdomadaire, dette accumulée qui impose le dépôt le
      * jour ouvré suivant, FUTA accumulé à déposer
           77 Lookback-limit       PIC 9(7)V99 VALUE 50000.00.
           77 Next-day-limit       PIC 9(7)V99 VALUE 100000.00.
           77 Futa-deposit-limit   PIC 9(5)V99 VALUE 500.00.
           01 WS-FORCED-SCHEDULE   PIC X VALUE SPACE.
           01 WS-LOOKBACK-LIMIT    PIC 9(7)V99.
           01 WS-NEXT-DAY-LIMIT    PIC 9(7)V99.
           01 WS-FUTA-LIMIT        PIC 9(5)V99.
           01 WS-TODAY-DATE        PIC 9(8).
      * trimestre édité : demandé à l'exploitation, ou celui de la
      * dernière paie enregistrée
           01 WS-REPORT-YEAR       PIC 9(4).
           01 WS-REPORT-QUARTER    PIC 9.
           01 WS-FIRST-MONTH       PIC 99.
           01 WS-MONTH-SLOT        PIC 9.
           01 WS-LAST-PAY-DATE     PIC 9(8) VALUE ZERO.
      * paie de GLEXPORT.DAT à enregistrer
           01 WS-GL-PRESENT        PIC X VALUE "N".
               88  GL-PRESENT      VALUE "Y".
           01 WS-ALREADY-POSTED    PIC X VALUE "N".
               88  ALREADY-POSTED  VALUE "Y".
           01 WS-NEW-PAY-DATE      PIC 9(8) VALUE ZERO.
           01 WS-NEW-RUN-DATE      PIC 9(8) VALUE ZERO.
           01 WS-NEW-RUN-TIME      PIC 9(6) VALUE ZERO.
           01 WS-NEW-GROSS         PIC S9(9)V99 USAGE COMP VALUE ZERO.
           01 WS-NEW-FED           PIC S9(9)V99 USAGE COMP VALUE ZERO.
           01 WS-NEW-EE-FICA       PIC S9(9)V99 USAGE COMP VALUE ZERO.
           01 WS-NEW-ER-FICA       PIC S9(9)V99 USAGE COMP VALUE ZERO.
           01 WS-NEW-FUTA          PIC S9(9)V99 USAGE COMP VALUE ZERO.
           01 WS-NEW-LIABILITY     PIC S9(9)V99 USAGE COMP.
           01 WS-NEW-SCHEDULE      PIC X.
           01 WS-NEW-DUE-DATE      PIC 9(8).
      * dates décomposées de la paie à enregistrer et du détail lu
           01 WS-PAY-DATE-PARTS.
               02 WS-PAY-YEAR      PIC 9(4).
               02 WS-PAY-MONTH     PIC 99.
               02 WS-PAY-DAY       PIC 99.
           01 WS-READ-DATE-PARTS.
               02 WS-READ-YEAR     PIC 9(4).
               02 WS-READ-MONTH    PIC 99.
               02 WS-READ-DAY      PIC 99.
           01 WS-READ-QUARTER      PIC 9.
      * période de référence et cumuls relevés sur les dettes déjà
      * enregistrées
           01 WS-LOOKBACK-START    PIC 9(8).
           01 WS-LOOKBACK-END      PIC 9(8).
           01 WS-LOOKBACK-TOTAL    PIC S9(9)V99 USAGE COMP VALUE ZERO.
           01 WS-MONTH-ACCUMULATED PIC S9(9)V99 USAGE COMP VALUE ZERO.
           01 WS-WEEK-ACCUMULATED  PIC S9(9)V99 USAGE COMP VALUE ZERO.
           01 WS-ACCUMULATED       PIC S9(9)V99 USAGE COMP.
      * une paie au jour ouvré suivant cette année ou l'an dernier
      * rend le calendrier bihebdomadaire
           01 WS-NEXT-DAY-SEEN     PIC X VALUE "N".
               88  NEXT-DAY-SEEN   VALUE "Y".
           01 WS-HISTORY-COUNT     PIC 9(5) VALUE ZERO.
      * calcul des jours : rang du jour depuis le 1er janvier 1601
      * (un lundi), jour de la semaine (0 = dimanche ... 6 = samedi)
      * et début de la demi-semaine de dépôt (mercredi ou samedi)
           01 WS-DATE-IN           PIC 9(8).
           01 WS-DATE-OUT          PIC 9(8).
           01 WS-DAY-NUMBER        PIC 9(7).
           01 WS-WEEK-COUNT        PIC 9(7).
           01 WS-DAY-OF-WEEK       PIC 9.
           01 WS-HALF-WEEK-START   PIC 9(7).
           01 WS-NEW-HALF-WEEK     PIC 9(7).
           01 WS-DUE-DAY-NUMBER    PIC 9(7).
           01 WS-DUE-PARTS.
               02 WS-DUE-YEAR      PIC 9(4).
               02 WS-DUE-MONTH     PIC 99.
               02 WS-DUE-DAY       PIC 99.
      * FUTA provisionné par trimestre de l'année éditée
           01 WS-FUTA-TABLE.
               02 WS-FUTA-QUARTER  PIC S9(9)V99 USAGE COMP
                                       OCCURS 4 TIMES.
           01 WS-FUTA-POS          PIC 9.
           01 WS-FUTA-CARRIED      PIC S9(9)V99 USAGE COMP.
      * récapitulatif 941 par mois du trimestre
           01 WS-MONTH-TABLE.
               02 WS-MONTH-ENTRY OCCURS 3 TIMES.
                   03 WS-MTH-GROSS     PIC S9(9)V99 USAGE COMP.
                   03 WS-MTH-FED       PIC S9(9)V99 USAGE COMP.
                   03 WS-MTH-EE-FICA   PIC S9(9)V99 USAGE COMP.
                   03 WS-MTH-ER-FICA   PIC S9(9)V99 USAGE COMP.
           01 WS-MONTH-POS         PIC 9.
      * rapprochement par date de paie : dettes enregistrées d'un
      * côté, PAYHIST.DAT de l'autre ; une quarantaine de dates
      * tiennent dans un trimestre même avec des paies d'ajustement,
      * et comme QW-TABLE dans QTR-WAGE-REPORT un rapprochement
      * partiel fausserait la déclaration : le dépassement arrête
           01 PD-TABLE-COUNT       PIC 99 VALUE ZERO.
           01 PD-TABLE.
               02 PD-ENTRY OCCURS 60 TIMES.
                   03 PD-PAY-DATE      PIC 9(8).
                   03 PD-LIAB-COUNT    PIC 99.
                   03 PD-LIAB-GROSS    PIC S9(9)V99 USAGE COMP.
                   03 PD-LIAB-FED      PIC S9(9)V99 USAGE COMP.
                   03 PD-LIAB-EE-FICA  PIC S9(9)V99 USAGE COMP.
                   03 PD-HIST-COUNT    PIC 9(5).
                   03 PD-HIST-GROSS    PIC S9(9)V99 USAGE COMP.
                   03 PD-HIST-FED      PIC S9(9)V99 USAGE COMP.
                   03 PD-HIST-FICA     PIC S9(9)V99 USAGE COMP.
           01 PD-POS               PIC 99.
           01 PD-SHIFT             PIC 99.
           01 WS-SEEK-DATE         PIC 9(8).
      * totaux du rapprochement
           01 WS-LIAB-GROSS        PIC S9(9)V99 USAGE COMP VALUE ZERO.
           01 WS-LIAB-FED          PIC S9(9)V99 USAGE COMP VALUE ZERO.
           01 WS-LIAB-EE-FICA      PIC S9(9)V99 USAGE COMP VALUE ZERO.
           01 WS-LIAB-ER-FICA      PIC S9(9)V99 USAGE COMP VALUE ZERO.
           01 WS-HIST-GROSS        PIC S9(9)V99 USAGE COMP VALUE ZERO.
           01 WS-HIST-FED          PIC S9(9)V99 USAGE COMP VALUE ZERO.
           01 WS-HIST-FICA         PIC S9(9)V99 USAGE COMP VALUE ZERO.
           01 WS-DIFFERENCE-COUNT  PIC 9(5) VALUE ZERO.
      * extournes et réémissions de CHECK-VOID dans le trimestre
           01 WS-VOID-COUNT        PIC 9(5) VALUE ZERO.
           01 WS-VOID-TOTAL        PIC S9(9)V99 USAGE COMP VALUE ZERO.
           01 WS-REISSUE-TOTAL     PIC S9(9)V99 USAGE COMP VALUE ZERO.
      * total société relu dans QTRWAGE.PRT
           01 WS-WAGE-REPORT-FOUND PIC X VALUE "N".
               88  WAGE-REPORT-FOUND VALUE "Y".
           01 WS-WAGE-REPORT-GROSS PIC S9(9)V99 USAGE COMP VALUE ZERO.
      * ligne de QTRWAGE.PRT : en-tête (année et trimestre) ou ligne
      * de total société, mêmes gabarits que dans QTR-WAGE-REPORT
           01 WS-WAGE-LINE.
               02 WS-WAGE-LABEL    PIC X(16).
               02 WS-WAGE-AMOUNT   PIC $ZZ,ZZZ,ZZ9.99-.
               02 FILLER           PIC X(29).
           01 WS-WAGE-HEADER REDEFINES WS-WAGE-LINE.
               02 WS-WAGE-TITLE    PIC X(31).
               02 WS-WAGE-YEAR     PIC 9(4).
               02 FILLER           PIC X(2).
               02 WS-WAGE-QUARTER  PIC 9.
               02 FILLER           PIC X(22).
           01 WS-WAGE-HEADER-SEEN  PIC X VALUE "N".
               88  WAGE-HEADER-SEEN VALUE "Y".
      * rupture de l'échéancier par date limite
           01 WS-SORT-END          PIC X VALUE "N".
               88  SORT-EOF        VALUE "T".
           01 WS-GROUP-DUE-DATE    PIC 9(8).
           01 WS-GROUP-TOTAL       PIC S9(9)V99 USAGE COMP.
           01 WS-DEPOSIT-TOTAL     PIC S9(9)V99 USAGE COMP VALUE ZERO.
           01 WS-DEPOSIT-COUNT     PIC 9(5) VALUE ZERO.
           01 WS-LINE-TOTAL        PIC S9(9)V99 USAGE COMP.
      * lignes de l'échéancier des dépôts
           01 TD-HEADER-LINE.
               02 FILLER           PIC X(28) VALUE
                   "FEDERAL TAX DEPOSITS DUE -- ".
               02 TD-PRT-YEAR      PIC 9(4).
               02 FILLER           PIC X(2)  VALUE " Q".
               02 TD-PRT-QUARTER   PIC 9.
           01 TD-COLUMN-LINE.
               02 FILLER           PIC X(10) VALUE "PAY DATE".
               02 FILLER           PIC X(12) VALUE "SCHEDULE".
               02 FILLER           PIC X(15) VALUE "   FED WITHHELD".
               02 FILLER           PIC X(15) VALUE "  EMPLOYEE FICA".
               02 FILLER           PIC X(15) VALUE "  EMPLOYER FICA".
               02 FILLER           PIC X(16) VALUE "  TOTAL DEPOSIT".
           01 TD-DETAIL-LINE.
               02 TD-PRT-PAY-DATE  PIC 9(8).
               02 FILLER           PIC X(2)  VALUE SPACES.
               02 TD-PRT-SCHEDULE  PIC X(11).
               02 FILLER           PIC X     VALUE SPACES.
               02 TD-PRT-FED       PIC $$$,$$$,$$9.99-.
               02 TD-PRT-EE-FICA   PIC $$$,$$$,$$9.99-.
               02 TD-PRT-ER-FICA   PIC $$$,$$$,$$9.99-.
               02 FILLER           PIC X     VALUE SPACES.
               02 TD-PRT-TOTAL     PIC $$$,$$$,$$9.99-.
           01 TD-DUE-LINE.
               02 FILLER           PIC X(17) VALUE
                   "  DEPOSIT DUE BY ".
               02 TD-PRT-DUE-DATE  PIC 9(8).
               02 FILLER           PIC X(43) VALUE SPACES.
               02 TD-PRT-DUE-TOTAL PIC $$$,$$$,$$9.99-.
           01 TD-NONE-LINE.
               02 FILLER           PIC X(40) VALUE
                   "NO LIABILITY RECORDED FOR THIS QUARTER".
           01 TD-TOTAL-LINE.
               02 FILLER           PIC X(18) VALUE
                   "QUARTER DEPOSITS ".
               02 TD-PRT-DEP-COUNT PIC ZZZZ9.
               02 FILLER           PIC X(45) VALUE " PAY RUNS".
               02 TD-PRT-DEP-TOTAL PIC $$$,$$$,$$9.99-.
           01 TD-FUTA-LINE.
               02 FILLER           PIC X(24) VALUE
                   "FUTA ACCRUED IN QUARTER ".
               02 TD-PRT-FUTA-QTR  PIC $$$,$$$,$$9.99-.
               02 FILLER           PIC X(20) VALUE
                   "   UNDEPOSITED TOTAL".
               02 TD-PRT-FUTA-CARRIED PIC $$$,$$$,$$9.99-.
           01 TD-FUTA-DUE-LINE.
               02 FILLER           PIC X(20) VALUE
                   "FUTA DEPOSIT DUE BY ".
               02 TD-PRT-FUTA-DUE  PIC 9(8).
           01 TD-FUTA-CARRY-LINE.
               02 FILLER           PIC X(50) VALUE
                   "FUTA UNDER THE DEPOSIT THRESHOLD -- CARRIED TO THE".
               02 FILLER           PIC X(14) VALUE " NEXT QUARTER".
           01 TD-FUTA-940-LINE.
               02 FILLER           PIC X(45) VALUE
                   "FUTA UNDER THE DEPOSIT THRESHOLD -- PAY WITH ".
               02 FILLER           PIC X(12) VALUE "FORM 940 BY ".
               02 TD-PRT-FUTA-940  PIC 9(8).
      * lignes du récapitulatif 941
           01 TQ-HEADER-LINE.
               02 FILLER           PIC X(25) VALUE
                   "941 QUARTERLY SUMMARY -- ".
               02 TQ-PRT-YEAR      PIC 9(4).
               02 FILLER           PIC X(2)  VALUE " Q".
               02 TQ-PRT-QUARTER   PIC 9.
           01 TQ-MONTH-COLUMNS.
               02 FILLER           PIC X(12) VALUE "MONTH".
               02 FILLER           PIC X(15) VALUE "          WAGES".
               02 FILLER           PIC X(15) VALUE "   FED WITHHELD".
               02 FILLER           PIC X(15) VALUE "  EMPLOYEE FICA".
               02 FILLER           PIC X(15) VALUE "  EMPLOYER FICA".
               02 FILLER           PIC X(15) VALUE "     TOTAL FICA".
               02 FILLER           PIC X(15) VALUE "  TOTAL TAXES".
           01 TQ-MONTH-LINE.
               02 TQ-PRT-MONTH-LABEL.
                   03 TQ-PRT-MONTH-YEAR PIC 9(4).
                   03 FILLER        PIC X VALUE "/".
                   03 TQ-PRT-MONTH  PIC 99.
                   03 FILLER        PIC X(5) VALUE SPACES.
               02 TQ-PRT-GROSS     PIC $$$,$$$,$$9.99-.
               02 TQ-PRT-FED       PIC $$$,$$$,$$9.99-.
               02 TQ-PRT-EE-FICA   PIC $$$,$$$,$$9.99-.
               02 TQ-PRT-ER-FICA   PIC $$$,$$$,$$9.99-.
               02 TQ-PRT-FICA      PIC $$$,$$$,$$9.99-.
               02 TQ-PRT-TAXES     PIC $$$,$$$,$$9.99-.
           01 TQ-RECON-TITLE.
               02 FILLER           PIC X(30) VALUE
                   "RECONCILIATION BY PAY DATE -- ".
               02 FILLER           PIC X(30) VALUE
                   "TAXLIAB.DAT AGAINST PAYHIST".
           01 TQ-RECON-COLUMNS.
               02 FILLER           PIC X(10) VALUE "PAY DATE".
               02 FILLER           PIC X(15) VALUE "     LIAB WAGES".
               02 FILLER           PIC X(15) VALUE "  PAYHIST WAGES".
               02 FILLER           PIC X(15) VALUE "       LIAB FED".
               02 FILLER           PIC X(15) VALUE "    PAYHIST FED".
               02 FILLER           PIC X(15) VALUE "      LIAB FICA".
               02 FILLER           PIC X(15) VALUE "   PAYHIST FICA".
               02 FILLER           PIC X(6)  VALUE " NOTE".
           01 TQ-RECON-LINE.
               02 TQ-PRT-PAY-DATE  PIC X(8).
               02 FILLER           PIC X(2)  VALUE SPACES.
               02 TQ-PRT-LIAB-GROSS PIC $$$,$$$,$$9.99-.
               02 TQ-PRT-HIST-GROSS PIC $$$,$$$,$$9.99-.
               02 TQ-PRT-LIAB-FED  PIC $$$,$$$,$$9.99-.
               02 TQ-PRT-HIST-FED  PIC $$$,$$$,$$9.99-.
               02 TQ-PRT-LIAB-FICA PIC $$$,$$$,$$9.99-.
               02 TQ-PRT-HIST-FICA PIC $$$,$$$,$$9.99-.
               02 FILLER           PIC X     VALUE SPACES.
               02 TQ-PRT-NOTE      PIC X(30).
           01 TQ-COMPARE-LINE.
               02 TQ-PRT-CMP-LABEL PIC X(40).
               02 TQ-PRT-CMP-LEFT  PIC $$$,$$$,$$9.99-.
               02 TQ-PRT-CMP-RIGHT PIC $$$,$$$,$$9.99-.
               02 FILLER           PIC X     VALUE SPACES.
               02 TQ-PRT-CMP-NOTE  PIC X(30).
           01 TQ-NO-WAGE-REPORT-LINE.
               02 FILLER           PIC X(49) VALUE
                   "QTRWAGE.PRT ABSENT OR FOR ANOTHER QUARTER -- RUN ".
               02 FILLER           PIC X(30) VALUE
                   "QTR-WAGE-REPORT FIRST".
           01 TQ-VOID-TITLE.
               02 FILLER           PIC X(50) VALUE
                   "CHECK-VOID REVERSALS AND REISSUES IN THE QUARTER".
           01 TQ-VOID-LINE.
               02 FILLER           PIC X(2)  VALUE SPACES.
               02 TQ-PRT-VOID-EMP  PIC X(5).
               02 FILLER           PIC X(2)  VALUE SPACES.
               02 TQ-PRT-VOID-DATE PIC 9(8).
               02 FILLER           PIC X(2)  VALUE SPACES.
               02 TQ-PRT-VOID-NET  PIC $$$,$$$,$$9.99-.
               02 FILLER           PIC X(2)  VALUE SPACES.
               02 TQ-PRT-VOID-TYPE PIC X(10).
           01 TQ-VOID-NOTE-LINE.
               02 FILLER           PIC X(50) VALUE
                   "VOIDS REVERSE NET PAY ONLY: WAGES AND TAXES ABOVE ".
               02 FILLER           PIC X(50) VALUE
                   "STILL INCLUDE CHECKS VOIDED AND NOT REISSUED".
           01 TQ-DIFFERENCE-LINE.
               02 FILLER           PIC X(24) VALUE
                   "DIFFERENCES LISTED     ".
               02 TQ-PRT-DIFF-COUNT PIC ZZZZ9.
           01 TQ-SEPARATOR-LINE    PIC X(132) VALUE ALL "-".
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
           PERFORM POST-RUN-LIABILITY
           PERFORM SELECT-REPORT-QUARTER
           OPEN OUTPUT DEPOSIT-REPORT
           OPEN OUTPUT QUARTER-REPORT
      * le tri des dettes du trimestre alimente aussi les totaux 941
      * par mois et le côté "dettes" du rapprochement
           SORT DEPOSIT-SORT-FILE
               ON ASCENDING KEY DS-DUE-DATE DS-PAY-DATE
               INPUT PROCEDURE IS RELEASE-QUARTER-LIABILITIES
               OUTPUT PROCEDURE IS PRINT-DEPOSITS-DUE
           PERFORM PRINT-FUTA-DEPOSIT
           PERFORM TOTAL-PAY-HISTORY
           PERFORM READ-WAGE-REPORT-TOTAL
           PERFORM PRINT-941-SUMMARY
           PERFORM PRINT-RECONCILIATION
           PERFORM PRINT-VOID-REVERSALS
           PERFORM CLEAN-UP
           STOP RUN.
       INITIALIZE-PROGRAM.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY-DATE
      * le passage porte sur un trimestre, pas sur une période de
      * paie : période du journal à zéro
           MOVE FUNCTION CURRENT-DATE TO WS-JRN-START
           PERFORM JOURNAL-RUN-START
      * le trimestre se choisit comme dans QTR-WAGE-REPORT ; lancé
      * après une paie, zéro édite le trimestre de cette paie
           DISPLAY "ANNEE DU TRIMESTRE A EDITER "
               "(AAAA, 0000 = TRIMESTRE DE LA DERNIERE PAIE) :"
           ACCEPT WS-REPORT-YEAR
           IF WS-REPORT-YEAR NOT = ZERO THEN
               DISPLAY "TRIMESTRE A EDITER (1-4) :"
               ACCEPT WS-REPORT-QUARTER
               IF WS-REPORT-QUARTER < 1 OR WS-REPORT-QUARTER > 4 THEN
                   DISPLAY "TRIMESTRE INVALIDE, EXECUTION REFUSEE"
                   MOVE "INVALID QUARTER" TO WS-JRN-REASON
                   PERFORM JOURNAL-RUN-REFUSED
                   STOP RUN
               END-IF
           END-IF
           PERFORM LOAD-TAX-PARMS
           .
       LOAD-TAX-PARMS.
      * un champ à blanc ou illisible garde sa valeur par défaut
           MOVE Lookback-limit     TO WS-LOOKBACK-LIMIT
           MOVE Next-day-limit     TO WS-NEXT-DAY-LIMIT
           MOVE Futa-deposit-limit TO WS-FUTA-LIMIT
           OPEN INPUT TAX-PARMS
           IF WS-TAX-PARMS-STATUS = "00" THEN
               READ TAX-PARMS
                   AT END CONTINUE
                   NOT AT END
                       IF TP-SCHEDULE = "M" OR TP-SCHEDULE = "S" THEN
                           MOVE TP-SCHEDULE TO WS-FORCED-SCHEDULE
                       END-IF
                       IF TP-LOOKBACK-LIMIT IS NUMERIC THEN
                           MOVE TP-LOOKBACK-LIMIT TO WS-LOOKBACK-LIMIT
                       END-IF
                       IF TP-NEXT-DAY-LIMIT IS NUMERIC THEN
                           MOVE TP-NEXT-DAY-LIMIT TO WS-NEXT-DAY-LIMIT
                       END-IF
                       IF TP-FUTA-LIMIT IS NUMERIC THEN
                           MOVE TP-FUTA-LIMIT TO WS-FUTA-LIMIT
                       END-IF
               END-READ
               CLOSE TAX-PARMS
           END-IF
           .
       POST-RUN-LIABILITY.
      * GLEXPORT.DAT ne porte que la dernière paie réelle ; absent,
      * il n'y a rien à enregistrer et seuls les états sortent
           PERFORM READ-GL-EXPORT
           IF NOT GL-PRESENT THEN
               DISPLAY "GLEXPORT.DAT ABSENT OU VIDE : AUCUNE PAIE "
                   "A ENREGISTRER, ETATS SEULS"
           ELSE
               PERFORM READ-RUN-STAMP
               PERFORM SCAN-LIABILITY-HISTORY
               IF ALREADY-POSTED THEN
                   DISPLAY "PAIE DU " WS-NEW-PAY-DATE
                       " DEJA ENREGISTREE DANS TAXLIAB.DAT"
               ELSE
                   PERFORM SET-DEPOSIT-SCHEDULE
                   PERFORM APPEND-LIABILITY
                   DISPLAY "DETTE DE LA PAIE DU " WS-NEW-PAY-DATE
                       " ENREGISTREE, DEPOT DU AU " WS-NEW-DUE-DATE
               END-IF
           END-IF
           .
       READ-GL-EXPORT.
      * les libellés sont ceux de WRITE-GL-EXPORT dans HELLO ; la
      * date de paie est la fin de période, date des chèques
           OPEN INPUT GL-EXPORT-FILE
           IF WS-GL-EXPORT-STATUS = "00" THEN
               MOVE "N" TO END-FILE
               PERFORM UNTIL EOF
                   READ GL-EXPORT-FILE
                       AT END MOVE "T" TO END-FILE
                       NOT AT END
                           PERFORM TAKE-GL-LINE
                   END-READ
               END-PERFORM
               CLOSE GL-EXPORT-FILE
               MOVE "N" TO END-FILE
           END-IF
           .
       TAKE-GL-LINE.
           IF GL-PERIOD-END IS NUMERIC AND GL-PERIOD-END > ZERO
                   AND GL-AMOUNT IS NUMERIC THEN
               MOVE "Y" TO WS-GL-PRESENT
               MOVE GL-PERIOD-END TO WS-NEW-PAY-DATE
               EVALUATE GL-DESCRIPTION
                   WHEN "GROSS PAY EXPENSE"
                       MOVE GL-AMOUNT TO WS-NEW-GROSS
                   WHEN "FED TAX WITHHELD"
                       MOVE GL-AMOUNT TO WS-NEW-FED
                   WHEN "FICA TAX WITHHELD"
                       MOVE GL-AMOUNT TO WS-NEW-EE-FICA
                   WHEN "EMPLOYER FICA PAYABLE"
                       MOVE GL-AMOUNT TO WS-NEW-ER-FICA
                   WHEN "FUTA PAYABLE"
                       MOVE GL-AMOUNT TO WS-NEW-FUTA
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF
           .
       READ-RUN-STAMP.
      * l'estampille de STAMP-RUN-CONTROL est posée par la même fin
      * d'exécution réelle que GLEXPORT.DAT : elle distingue deux
      * paies de la même période (paie normale puis ajustement)
           OPEN INPUT RUN-CONTROL
           IF WS-RUN-CONTROL-STATUS = "00" THEN
               READ RUN-CONTROL
                   AT END CONTINUE
                   NOT AT END
                       IF RC-LAST-PAY-DATE IS NUMERIC
                               AND RC-LAST-PAY-TIME IS NUMERIC THEN
                           MOVE RC-LAST-PAY-DATE TO WS-NEW-RUN-DATE
                           MOVE RC-LAST-PAY-TIME TO WS-NEW-RUN-TIME
                       END-IF
               END-READ
               CLOSE RUN-CONTROL
           END-IF
           .
       SCAN-LIABILITY-HISTORY.
      * une seule lecture des dettes déjà enregistrées : doublon de
      * la paie à enregistrer, dette de la période de référence,
      * paie au jour ouvré suivant cette année ou l'an dernier, dette
      * déjà accumulée dans le mois et la demi-semaine de la paie
           MOVE WS-NEW-PAY-DATE TO WS-PAY-DATE-PARTS
           COMPUTE WS-LOOKBACK-START = (WS-PAY-YEAR - 2) * 10000 + 701
           COMPUTE WS-LOOKBACK-END   = (WS-PAY-YEAR - 1) * 10000 + 630
           MOVE WS-NEW-PAY-DATE TO WS-DATE-IN
           PERFORM COMPUTE-HALF-WEEK
           MOVE WS-HALF-WEEK-START TO WS-NEW-HALF-WEEK
           OPEN INPUT TAX-LIABILITY
           IF WS-TAX-LIABILITY-STATUS = "00" THEN
               MOVE "N" TO END-FILE
               PERFORM UNTIL EOF
                   READ TAX-LIABILITY
                       AT END MOVE "T" TO END-FILE
                       NOT AT END
                           IF TL-PAY-DATE IS NUMERIC
                                   AND TL-PAY-DATE > ZERO THEN
                               PERFORM WEIGH-ONE-LIABILITY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TAX-LIABILITY
               MOVE "N" TO END-FILE
           END-IF
           .
       WEIGH-ONE-LIABILITY.
           ADD 1 TO WS-HISTORY-COUNT
           IF TL-PAY-DATE = WS-NEW-PAY-DATE
                   AND TL-RUN-DATE = WS-NEW-RUN-DATE
                   AND TL-RUN-TIME = WS-NEW-RUN-TIME THEN
               MOVE "Y" TO WS-ALREADY-POSTED
           END-IF
           MOVE TL-PAY-DATE TO WS-READ-DATE-PARTS
           IF TL-PAY-DATE >= WS-LOOKBACK-START
                   AND TL-PAY-DATE <= WS-LOOKBACK-END THEN
               ADD TL-FED-WITHHELD TL-EE-FICA TL-ER-FICA
                   TO WS-LOOKBACK-TOTAL
           END-IF
           IF TL-NEXT-DAY AND (WS-READ-YEAR = WS-PAY-YEAR
                   OR WS-READ-YEAR = WS-PAY-YEAR - 1) THEN
               MOVE "Y" TO WS-NEXT-DAY-SEEN
           END-IF
      * la dette accumulée ne compte que les paies déjà enregistrées
      * de la même période de dépôt, jusqu'au jour de la paie
           IF TL-PAY-DATE <= WS-NEW-PAY-DATE THEN
               IF WS-READ-YEAR = WS-PAY-YEAR
                       AND WS-READ-MONTH = WS-PAY-MONTH THEN
                   ADD TL-FED-WITHHELD TL-EE-FICA TL-ER-FICA
                       TO WS-MONTH-ACCUMULATED
               END-IF
               MOVE TL-PAY-DATE TO WS-DATE-IN
               PERFORM COMPUTE-HALF-WEEK
               IF WS-HALF-WEEK-START = WS-NEW-HALF-WEEK THEN
                   ADD TL-FED-WITHHELD TL-EE-FICA TL-ER-FICA
                       TO WS-WEEK-ACCUMULATED
               END-IF
           END-IF
           .
       SET-DEPOSIT-SCHEDULE.
      * calendrier de l'année : imposé par TAXPARM.DAT, sinon
      * bihebdomadaire après une paie au jour ouvré suivant ou quand
      * la période de référence dépasse le plafond, mensuel sinon
      * (un employeur sans historique est mensuel)
           COMPUTE WS-NEW-LIABILITY =
               WS-NEW-FED + WS-NEW-EE-FICA + WS-NEW-ER-FICA
           EVALUATE TRUE
               WHEN WS-FORCED-SCHEDULE NOT = SPACE
                   MOVE WS-FORCED-SCHEDULE TO WS-NEW-SCHEDULE
               WHEN NEXT-DAY-SEEN
                   MOVE "S" TO WS-NEW-SCHEDULE
               WHEN WS-LOOKBACK-TOTAL > WS-LOOKBACK-LIMIT
                   MOVE "S" TO WS-NEW-SCHEDULE
               WHEN OTHER
                   MOVE "M" TO WS-NEW-SCHEDULE
           END-EVALUATE
           IF WS-NEW-SCHEDULE = "M" THEN
               COMPUTE WS-ACCUMULATED =
                   WS-MONTH-ACCUMULATED + WS-NEW-LIABILITY
           ELSE
               COMPUTE WS-ACCUMULATED =
                   WS-WEEK-ACCUMULATED + WS-NEW-LIABILITY
           END-IF
           IF WS-ACCUMULATED >= WS-NEXT-DAY-LIMIT THEN
               MOVE "N" TO WS-NEW-SCHEDULE
           END-IF
           MOVE WS-NEW-PAY-DATE TO WS-DATE-IN
           EVALUATE WS-NEW-SCHEDULE
               WHEN "N"
                   PERFORM COMPUTE-NEXT-DAY-DUE
               WHEN "S"
                   PERFORM COMPUTE-SEMI-WEEKLY-DUE
               WHEN OTHER
                   PERFORM COMPUTE-MONTHLY-DUE
           END-EVALUATE
           MOVE WS-DATE-OUT TO WS-NEW-DUE-DATE
           .
       APPEND-LIABILITY.
      * toujours en ajout, créé au premier lancement, comme
      * OPEN-PAY-HISTORY dans HELLO
           OPEN EXTEND TAX-LIABILITY
           IF WS-TAX-LIABILITY-STATUS = "35" THEN
               OPEN OUTPUT TAX-LIABILITY
               CLOSE TAX-LIABILITY
               OPEN EXTEND TAX-LIABILITY
           END-IF
           MOVE SPACES           TO TAX-LIABILITY-RECORD
           MOVE WS-NEW-PAY-DATE  TO TL-PAY-DATE
           MOVE WS-NEW-RUN-DATE  TO TL-RUN-DATE
           MOVE WS-NEW-RUN-TIME  TO TL-RUN-TIME
           MOVE WS-NEW-GROSS     TO TL-GROSS-WAGES
           MOVE WS-NEW-FED       TO TL-FED-WITHHELD
           MOVE WS-NEW-EE-FICA   TO TL-EE-FICA
           MOVE WS-NEW-ER-FICA   TO TL-ER-FICA
           MOVE WS-NEW-FUTA      TO TL-FUTA
           MOVE WS-NEW-SCHEDULE  TO TL-SCHEDULE
           MOVE WS-NEW-DUE-DATE  TO TL-DUE-DATE
           WRITE TAX-LIABILITY-RECORD
           CLOSE TAX-LIABILITY
           .
       COMPUTE-DAY-OF-WEEK.
      * le 1er janvier 1601 (jour 1) était un lundi : le reste de la
      * division par 7 donne 1 = lundi ... 6 = samedi, 0 = dimanche
           COMPUTE WS-DAY-NUMBER =
               FUNCTION INTEGER-OF-DATE (WS-DATE-IN)
           DIVIDE WS-DAY-NUMBER BY 7 GIVING WS-WEEK-COUNT
               REMAINDER WS-DAY-OF-WEEK
           .
       COMPUTE-HALF-WEEK.
      * demi-semaines de dépôt : du mercredi au vendredi, et du
      * samedi au mardi ; rendue par le rang de son premier jour
           PERFORM COMPUTE-DAY-OF-WEEK
           EVALUATE WS-DAY-OF-WEEK
               WHEN 3
                   MOVE WS-DAY-NUMBER TO WS-HALF-WEEK-START
               WHEN 4
                   COMPUTE WS-HALF-WEEK-START = WS-DAY-NUMBER - 1
               WHEN 5
                   COMPUTE WS-HALF-WEEK-START = WS-DAY-NUMBER - 2
               WHEN 6
                   MOVE WS-DAY-NUMBER TO WS-HALF-WEEK-START
               WHEN 0
                   COMPUTE WS-HALF-WEEK-START = WS-DAY-NUMBER - 1
               WHEN 1
                   COMPUTE WS-HALF-WEEK-START = WS-DAY-NUMBER - 2
               WHEN OTHER
                   COMPUTE WS-HALF-WEEK-START = WS-DAY-NUMBER - 3
           END-EVALUATE
           .
       COMPUTE-SEMI-WEEKLY-DUE.
      * paie du mercredi au vendredi : mercredi suivant ; paie du
      * samedi au mardi : vendredi suivant
           PERFORM COMPUTE-HALF-WEEK
           IF WS-DAY-OF-WEEK >= 3 AND WS-DAY-OF-WEEK <= 5 THEN
               COMPUTE WS-DUE-DAY-NUMBER = WS-HALF-WEEK-START + 7
           ELSE
               COMPUTE WS-DUE-DAY-NUMBER = WS-HALF-WEEK-START + 6
           END-IF
           PERFORM ROLL-TO-BUSINESS-DAY
           .
       COMPUTE-MONTHLY-DUE.
      * le 15 du mois qui suit la paie
           MOVE WS-DATE-IN TO WS-DUE-PARTS
           IF WS-DUE-MONTH = 12 THEN
               ADD 1 TO WS-DUE-YEAR
               MOVE 1 TO WS-DUE-MONTH
           ELSE
               ADD 1 TO WS-DUE-MONTH
           END-IF
           MOVE 15 TO WS-DUE-DAY
           MOVE WS-DUE-PARTS TO WS-DATE-IN
           COMPUTE WS-DUE-DAY-NUMBER =
               FUNCTION INTEGER-OF-DATE (WS-DATE-IN)
           PERFORM ROLL-TO-BUSINESS-DAY
           .
       COMPUTE-NEXT-DAY-DUE.
      * jour ouvré qui suit la paie
           COMPUTE WS-DUE-DAY-NUMBER =
               FUNCTION INTEGER-OF-DATE (WS-DATE-IN) + 1
           PERFORM ROLL-TO-BUSINESS-DAY
           .
       COMPUTE-QUARTER-END-DUE.
      * dernier jour du mois qui suit le trimestre (échéance du FUTA)
           MOVE WS-REPORT-YEAR TO WS-DUE-YEAR
           COMPUTE WS-DUE-MONTH = WS-REPORT-QUARTER * 3 + 2
           IF WS-DUE-MONTH > 12 THEN
               ADD 1 TO WS-DUE-YEAR
               SUBTRACT 12 FROM WS-DUE-MONTH
           END-IF
           MOVE 1 TO WS-DUE-DAY
           MOVE WS-DUE-PARTS TO WS-DATE-IN
           COMPUTE WS-DUE-DAY-NUMBER =
               FUNCTION INTEGER-OF-DATE (WS-DATE-IN) - 1
           PERFORM ROLL-TO-BUSINESS-DAY
           .
       ROLL-TO-BUSINESS-DAY.
      * une échéance du samedi ou du dimanche passe au lundi
           DIVIDE WS-DUE-DAY-NUMBER BY 7 GIVING WS-WEEK-COUNT
               REMAINDER WS-DAY-OF-WEEK
           IF WS-DAY-OF-WEEK = 6 THEN
               ADD 2 TO WS-DUE-DAY-NUMBER
           END-IF
           IF WS-DAY-OF-WEEK = 0 THEN
               ADD 1 TO WS-DUE-DAY-NUMBER
           END-IF
           COMPUTE WS-DATE-OUT =
               FUNCTION DATE-OF-INTEGER (WS-DUE-DAY-NUMBER)
           .
       SELECT-REPORT-QUARTER.
      * zéro demandé : trimestre de la paie qui vient d'être lue dans
      * GLEXPORT.DAT, à défaut de la dernière dette enregistrée
           IF WS-REPORT-YEAR = ZERO THEN
               IF GL-PRESENT THEN
                   MOVE WS-NEW-PAY-DATE TO WS-LAST-PAY-DATE
               ELSE
                   PERFORM FIND-LAST-PAY-DATE
               END-IF
               IF WS-LAST-PAY-DATE = ZERO THEN
                   DISPLAY "AUCUNE DETTE DANS TAXLIAB.DAT, "
                       "RIEN A EDITER"
                   MOVE "NO LIABILITY IN TAXLIAB.DAT" TO WS-JRN-REASON
                   PERFORM JOURNAL-RUN-REFUSED
                   STOP RUN
               END-IF
               MOVE WS-LAST-PAY-DATE TO WS-READ-DATE-PARTS
               MOVE WS-READ-YEAR TO WS-REPORT-YEAR
               COMPUTE WS-REPORT-QUARTER = (WS-READ-MONTH + 2) / 3
           END-IF
           COMPUTE WS-FIRST-MONTH = (WS-REPORT-QUARTER - 1) * 3 + 1
           .
       FIND-LAST-PAY-DATE.
           OPEN INPUT TAX-LIABILITY
           IF WS-TAX-LIABILITY-STATUS = "00" THEN
               MOVE "N" TO END-FILE
               PERFORM UNTIL EOF
                   READ TAX-LIABILITY
                       AT END MOVE "T" TO END-FILE
                       NOT AT END
                           IF TL-PAY-DATE IS NUMERIC
                                   AND TL-PAY-DATE > WS-LAST-PAY-DATE
                                   THEN
                               MOVE TL-PAY-DATE TO WS-LAST-PAY-DATE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TAX-LIABILITY
               MOVE "N" TO END-FILE
           END-IF
           .
       RELEASE-QUARTER-LIABILITIES.
      * dettes de l'année éditée : le FUTA se cumule par trimestre
      * jusqu'au trimestre édité, les dettes du trimestre partent au
      * tri et dans les totaux par mois et par date de paie
           INITIALIZE WS-FUTA-TABLE
           INITIALIZE WS-MONTH-TABLE
           OPEN INPUT TAX-LIABILITY
           IF WS-TAX-LIABILITY-STATUS = "00" THEN
               MOVE "N" TO END-FILE
               PERFORM UNTIL EOF
                   READ TAX-LIABILITY
                       AT END MOVE "T" TO END-FILE
                       NOT AT END
                           IF TL-PAY-DATE IS NUMERIC THEN
                               PERFORM RELEASE-ONE-LIABILITY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TAX-LIABILITY
               MOVE "N" TO END-FILE
           END-IF
           .
       RELEASE-ONE-LIABILITY.
           MOVE TL-PAY-DATE TO WS-READ-DATE-PARTS
           COMPUTE WS-READ-QUARTER = (WS-READ-MONTH + 2) / 3
           IF WS-READ-YEAR = WS-REPORT-YEAR
                   AND WS-READ-QUARTER <= WS-REPORT-QUARTER
                   AND WS-READ-QUARTER > ZERO THEN
               ADD TL-FUTA TO WS-FUTA-QUARTER (WS-READ-QUARTER)
           END-IF
           IF WS-READ-YEAR = WS-REPORT-YEAR
                   AND WS-READ-QUARTER = WS-REPORT-QUARTER THEN
               MOVE TL-DUE-DATE     TO DS-DUE-DATE
               MOVE TL-PAY-DATE     TO DS-PAY-DATE
               MOVE TL-SCHEDULE     TO DS-SCHEDULE
               MOVE TL-FED-WITHHELD TO DS-FED-WITHHELD
               MOVE TL-EE-FICA      TO DS-EE-FICA
               MOVE TL-ER-FICA      TO DS-ER-FICA
               RELEASE DEPOSIT-SORT-RECORD
               COMPUTE WS-MONTH-POS =
                   WS-READ-MONTH - WS-FIRST-MONTH + 1
               ADD TL-GROSS-WAGES  TO WS-MTH-GROSS (WS-MONTH-POS)
               ADD TL-FED-WITHHELD TO WS-MTH-FED (WS-MONTH-POS)
               ADD TL-EE-FICA      TO WS-MTH-EE-FICA (WS-MONTH-POS)
               ADD TL-ER-FICA      TO WS-MTH-ER-FICA (WS-MONTH-POS)
               MOVE TL-PAY-DATE TO WS-SEEK-DATE
               PERFORM FIND-PAY-DATE-ENTRY
               ADD 1               TO PD-LIAB-COUNT (PD-POS)
               ADD TL-GROSS-WAGES  TO PD-LIAB-GROSS (PD-POS)
               ADD TL-FED-WITHHELD TO PD-LIAB-FED (PD-POS)
               ADD TL-EE-FICA      TO PD-LIAB-EE-FICA (PD-POS)
           END-IF
           .
       FIND-PAY-DATE-ENTRY.
      * la table reste dans l'ordre des dates : une date nouvelle
      * s'insère à sa place, les suivantes descendent d'un cran
           MOVE 1 TO PD-POS
           PERFORM UNTIL PD-POS > PD-TABLE-COUNT
                   OR PD-PAY-DATE (PD-POS) >= WS-SEEK-DATE
               ADD 1 TO PD-POS
           END-PERFORM
           IF PD-POS > PD-TABLE-COUNT
                   OR PD-PAY-DATE (PD-POS) NOT = WS-SEEK-DATE THEN
               IF PD-TABLE-COUNT >= 60 THEN
                   DISPLAY "PD-TABLE PLEINE, EXECUTION REFUSEE"
                   CLOSE DEPOSIT-REPORT
                   CLOSE QUARTER-REPORT
                   MOVE "PD-TABLE FULL" TO WS-JRN-REASON
                   PERFORM JOURNAL-RUN-REFUSED
                   STOP RUN
               END-IF
               PERFORM VARYING PD-SHIFT FROM PD-TABLE-COUNT BY -1
                       UNTIL PD-SHIFT < PD-POS
                   MOVE PD-ENTRY (PD-SHIFT) TO PD-ENTRY (PD-SHIFT + 1)
               END-PERFORM
               ADD 1 TO PD-TABLE-COUNT
               INITIALIZE PD-ENTRY (PD-POS)
               MOVE WS-SEEK-DATE TO PD-PAY-DATE (PD-POS)
           END-IF
           .
       PRINT-DEPOSITS-DUE.
      * une ligne par paie, un total par date limite de dépôt
           MOVE WS-REPORT-YEAR    TO TD-PRT-YEAR
           MOVE WS-REPORT-QUARTER TO TD-PRT-QUARTER
           WRITE DEPOSIT-REPORT-RECORD FROM TD-HEADER-LINE
           WRITE DEPOSIT-REPORT-RECORD FROM TQ-SEPARATOR-LINE
           WRITE DEPOSIT-REPORT-RECORD FROM TD-COLUMN-LINE
           MOVE "N" TO WS-SORT-END
           PERFORM RETURN-DEPOSIT-RECORD
           IF SORT-EOF THEN
               WRITE DEPOSIT-REPORT-RECORD FROM TD-NONE-LINE
           END-IF
           PERFORM PRINT-ONE-DUE-DATE WITH TEST BEFORE
               UNTIL SORT-EOF
           WRITE DEPOSIT-REPORT-RECORD FROM TQ-SEPARATOR-LINE
           MOVE WS-DEPOSIT-COUNT TO TD-PRT-DEP-COUNT
           MOVE WS-DEPOSIT-TOTAL TO TD-PRT-DEP-TOTAL
           WRITE DEPOSIT-REPORT-RECORD FROM TD-TOTAL-LINE
           .
       RETURN-DEPOSIT-RECORD.
           RETURN DEPOSIT-SORT-FILE
               AT END MOVE "T" TO WS-SORT-END
           END-RETURN
           .
       PRINT-ONE-DUE-DATE.
           MOVE DS-DUE-DATE TO WS-GROUP-DUE-DATE
           MOVE ZERO TO WS-GROUP-TOTAL
           PERFORM PRINT-ONE-DEPOSIT-LINE WITH TEST BEFORE
               UNTIL SORT-EOF OR DS-DUE-DATE NOT = WS-GROUP-DUE-DATE
           MOVE WS-GROUP-DUE-DATE TO TD-PRT-DUE-DATE
           MOVE WS-GROUP-TOTAL    TO TD-PRT-DUE-TOTAL
           WRITE DEPOSIT-REPORT-RECORD FROM TD-DUE-LINE
           .
       PRINT-ONE-DEPOSIT-LINE.
           COMPUTE WS-LINE-TOTAL =
               DS-FED-WITHHELD + DS-EE-FICA + DS-ER-FICA
           MOVE DS-PAY-DATE     TO TD-PRT-PAY-DATE
           EVALUATE DS-SCHEDULE
               WHEN "N"
                   MOVE "NEXT-DAY"    TO TD-PRT-SCHEDULE
               WHEN "S"
                   MOVE "SEMI-WEEKLY" TO TD-PRT-SCHEDULE
               WHEN OTHER
                   MOVE "MONTHLY"     TO TD-PRT-SCHEDULE
           END-EVALUATE
           MOVE DS-FED-WITHHELD TO TD-PRT-FED
           MOVE DS-EE-FICA      TO TD-PRT-EE-FICA
           MOVE DS-ER-FICA      TO TD-PRT-ER-FICA
           MOVE WS-LINE-TOTAL   TO TD-PRT-TOTAL
           WRITE DEPOSIT-REPORT-RECORD FROM TD-DETAIL-LINE
           ADD WS-LINE-TOTAL TO WS-GROUP-TOTAL
           ADD WS-LINE-TOTAL TO WS-DEPOSIT-TOTAL
           ADD 1 TO WS-DEPOSIT-COUNT
           PERFORM RETURN-DEPOSIT-RECORD
           .
       PRINT-FUTA-DEPOSIT.
      * le FUTA se dépose quand le cumul non déposé dépasse le seuil,
      * au plus tard le dernier jour du mois qui suit le trimestre ;
      * en dessous il passe au trimestre suivant, ou au formulaire
      * 940 en fin d'année. Les trimestres précédents de l'année sont
      * supposés déposés dès qu'ils ont franchi le seuil
           MOVE ZERO TO WS-FUTA-CARRIED
           PERFORM VARYING WS-FUTA-POS FROM 1 BY 1
                   UNTIL WS-FUTA-POS >= WS-REPORT-QUARTER
               ADD WS-FUTA-QUARTER (WS-FUTA-POS) TO WS-FUTA-CARRIED
               IF WS-FUTA-CARRIED > WS-FUTA-LIMIT THEN
                   MOVE ZERO TO WS-FUTA-CARRIED
               END-IF
           END-PERFORM
           ADD WS-FUTA-QUARTER (WS-REPORT-QUARTER) TO WS-FUTA-CARRIED
           MOVE WS-FUTA-QUARTER (WS-REPORT-QUARTER) TO TD-PRT-FUTA-QTR
           MOVE WS-FUTA-CARRIED TO TD-PRT-FUTA-CARRIED
           WRITE DEPOSIT-REPORT-RECORD FROM TD-FUTA-LINE
           PERFORM COMPUTE-QUARTER-END-DUE
           EVALUATE TRUE
               WHEN WS-FUTA-CARRIED > WS-FUTA-LIMIT
                   MOVE WS-DATE-OUT TO TD-PRT-FUTA-DUE
                   WRITE DEPOSIT-REPORT-RECORD FROM TD-FUTA-DUE-LINE
               WHEN WS-REPORT-QUARTER = 4
                   MOVE WS-DATE-OUT TO TD-PRT-FUTA-940
                   WRITE DEPOSIT-REPORT-RECORD FROM TD-FUTA-940-LINE
               WHEN OTHER
                   WRITE DEPOSIT-REPORT-RECORD FROM TD-FUTA-CARRY-LINE
           END-EVALUATE
           .
       TOTAL-PAY-HISTORY.
      * côté PAYHIST.DAT du rapprochement, par date de paie (fin de
      * période) ; les extournes de CHECK-VOID ne portent que le net
           OPEN INPUT PAY-HISTORY
           IF WS-PAY-HISTORY-STATUS = "00" THEN
               MOVE "N" TO END-FILE
               PERFORM UNTIL EOF
                   READ PAY-HISTORY
                       AT END MOVE "T" TO END-FILE
                       NOT AT END
                           IF PH-PERIOD-END IS NUMERIC THEN
                               PERFORM TOTAL-ONE-HISTORY-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PAY-HISTORY
               MOVE "N" TO END-FILE
           ELSE
               DISPLAY "PAYHIST.DAT ABSENT OU ILLISIBLE : "
                   "RAPPROCHEMENT SANS HISTORIQUE"
           END-IF
           .
       TOTAL-ONE-HISTORY-RECORD.
           MOVE PH-PERIOD-END TO WS-READ-DATE-PARTS
           COMPUTE WS-READ-QUARTER = (WS-READ-MONTH + 2) / 3
           IF WS-READ-YEAR = WS-REPORT-YEAR
                   AND WS-READ-QUARTER = WS-REPORT-QUARTER THEN
               IF PH-GROSS-PAY = ZERO AND PH-FED-TAX = ZERO
                       AND PH-FICA-TAX = ZERO
                       AND PH-STATE-CODE = SPACES THEN
                   PERFORM COUNT-VOID-RECORD
               ELSE
                   MOVE PH-PERIOD-END TO WS-SEEK-DATE
                   PERFORM FIND-PAY-DATE-ENTRY
                   ADD 1            TO PD-HIST-COUNT (PD-POS)
                   ADD PH-GROSS-PAY TO PD-HIST-GROSS (PD-POS)
                   ADD PH-FED-TAX   TO PD-HIST-FED (PD-POS)
                   ADD PH-FICA-TAX  TO PD-HIST-FICA (PD-POS)
               END-IF
           END-IF
           .
       COUNT-VOID-RECORD.
           IF PH-NET-PAY < ZERO THEN
               ADD PH-NET-PAY TO WS-VOID-TOTAL
               ADD 1 TO WS-VOID-COUNT
           END-IF
           IF PH-NET-PAY > ZERO THEN
               ADD PH-NET-PAY TO WS-REISSUE-TOTAL
               ADD 1 TO WS-VOID-COUNT
           END-IF
           .
       READ-WAGE-REPORT-TOTAL.
      * total société de QTRWAGE.PRT, s'il a été édité pour le même
      * trimestre : en-tête puis ligne "TOTAL GROSS PAY"
           OPEN INPUT WAGE-REPORT
           IF WS-WAGE-REPORT-STATUS = "00" THEN
               MOVE "N" TO END-FILE
               PERFORM UNTIL EOF
                   READ WAGE-REPORT INTO WS-WAGE-LINE
                       AT END MOVE "T" TO END-FILE
                       NOT AT END
                           PERFORM TAKE-WAGE-REPORT-LINE
                   END-READ
               END-PERFORM
               CLOSE WAGE-REPORT
               MOVE "N" TO END-FILE
           END-IF
           .
       TAKE-WAGE-REPORT-LINE.
           IF WS-WAGE-TITLE = "QUARTERLY STATE WAGE REPORT -- "
                   AND WS-WAGE-YEAR IS NUMERIC
                   AND WS-WAGE-QUARTER IS NUMERIC THEN
               IF WS-WAGE-YEAR = WS-REPORT-YEAR
                       AND WS-WAGE-QUARTER = WS-REPORT-QUARTER THEN
                   MOVE "Y" TO WS-WAGE-HEADER-SEEN
               END-IF
           END-IF
           IF WAGE-HEADER-SEEN
                   AND WS-WAGE-LABEL = "TOTAL GROSS PAY " THEN
               MOVE WS-WAGE-AMOUNT TO WS-WAGE-REPORT-GROSS
               MOVE "Y" TO WS-WAGE-REPORT-FOUND
           END-IF
           .
       PRINT-941-SUMMARY.
      * salaires, retenue fédérale et FICA par mois de paie, d'après
      * les dettes enregistrées
           MOVE WS-REPORT-YEAR    TO TQ-PRT-YEAR
           MOVE WS-REPORT-QUARTER TO TQ-PRT-QUARTER
           WRITE QUARTER-REPORT-RECORD FROM TQ-HEADER-LINE
           WRITE QUARTER-REPORT-RECORD FROM TQ-SEPARATOR-LINE
           WRITE QUARTER-REPORT-RECORD FROM TQ-MONTH-COLUMNS
           PERFORM VARYING WS-MONTH-POS FROM 1 BY 1
                   UNTIL WS-MONTH-POS > 3
               MOVE WS-REPORT-YEAR TO TQ-PRT-MONTH-YEAR
               COMPUTE TQ-PRT-MONTH = WS-FIRST-MONTH + WS-MONTH-POS - 1
               MOVE WS-MTH-GROSS (WS-MONTH-POS)   TO TQ-PRT-GROSS
               MOVE WS-MTH-FED (WS-MONTH-POS)     TO TQ-PRT-FED
               MOVE WS-MTH-EE-FICA (WS-MONTH-POS) TO TQ-PRT-EE-FICA
               MOVE WS-MTH-ER-FICA (WS-MONTH-POS) TO TQ-PRT-ER-FICA
               COMPUTE TQ-PRT-FICA = WS-MTH-EE-FICA (WS-MONTH-POS)
                   + WS-MTH-ER-FICA (WS-MONTH-POS)
               COMPUTE TQ-PRT-TAXES = WS-MTH-FED (WS-MONTH-POS)
                   + WS-MTH-EE-FICA (WS-MONTH-POS)
                   + WS-MTH-ER-FICA (WS-MONTH-POS)
               WRITE QUARTER-REPORT-RECORD FROM TQ-MONTH-LINE
               ADD WS-MTH-GROSS (WS-MONTH-POS)   TO WS-LIAB-GROSS
               ADD WS-MTH-FED (WS-MONTH-POS)     TO WS-LIAB-FED
               ADD WS-MTH-EE-FICA (WS-MONTH-POS) TO WS-LIAB-EE-FICA
               ADD WS-MTH-ER-FICA (WS-MONTH-POS) TO WS-LIAB-ER-FICA
           END-PERFORM
           MOVE "QUARTER"      TO TQ-PRT-MONTH-LABEL
           MOVE WS-LIAB-GROSS   TO TQ-PRT-GROSS
           MOVE WS-LIAB-FED     TO TQ-PRT-FED
           MOVE WS-LIAB-EE-FICA TO TQ-PRT-EE-FICA
           MOVE WS-LIAB-ER-FICA TO TQ-PRT-ER-FICA
           COMPUTE TQ-PRT-FICA = WS-LIAB-EE-FICA + WS-LIAB-ER-FICA
           COMPUTE TQ-PRT-TAXES =
               WS-LIAB-FED + WS-LIAB-EE-FICA + WS-LIAB-ER-FICA
           WRITE QUARTER-REPORT-RECORD FROM TQ-MONTH-LINE
           WRITE QUARTER-REPORT-RECORD FROM TQ-SEPARATOR-LINE
           .
       PRINT-RECONCILIATION.
      * une ligne par date de paie ; toute date où les deux côtés
      * diffèrent est comptée et annotée
           WRITE QUARTER-REPORT-RECORD FROM TQ-RECON-TITLE
           WRITE QUARTER-REPORT-RECORD FROM TQ-RECON-COLUMNS
           PERFORM VARYING PD-POS FROM 1 BY 1
                   UNTIL PD-POS > PD-TABLE-COUNT
               PERFORM PRINT-ONE-RECON-LINE
           END-PERFORM
           MOVE "QUARTER"        TO TQ-PRT-PAY-DATE
           MOVE WS-LIAB-GROSS    TO TQ-PRT-LIAB-GROSS
           MOVE WS-HIST-GROSS    TO TQ-PRT-HIST-GROSS
           MOVE WS-LIAB-FED      TO TQ-PRT-LIAB-FED
           MOVE WS-HIST-FED      TO TQ-PRT-HIST-FED
           MOVE WS-LIAB-EE-FICA  TO TQ-PRT-LIAB-FICA
           MOVE WS-HIST-FICA     TO TQ-PRT-HIST-FICA
           MOVE SPACES           TO TQ-PRT-NOTE
           WRITE QUARTER-REPORT-RECORD FROM TQ-RECON-LINE
           WRITE QUARTER-REPORT-RECORD FROM TQ-SEPARATOR-LINE
      * part employeur : HELLO la calcule au même taux et sur la même
      * assiette plafonnée que la part salariale
           MOVE "EMPLOYER FICA (TAXLIAB) / EMPLOYEE FICA"
               TO TQ-PRT-CMP-LABEL
           MOVE WS-LIAB-ER-FICA TO TQ-PRT-CMP-LEFT
           MOVE WS-HIST-FICA    TO TQ-PRT-CMP-RIGHT
           IF WS-LIAB-ER-FICA = WS-HIST-FICA THEN
               MOVE "OK" TO TQ-PRT-CMP-NOTE
           ELSE
               MOVE "DIFFERENCE" TO TQ-PRT-CMP-NOTE
               ADD 1 TO WS-DIFFERENCE-COUNT
           END-IF
           WRITE QUARTER-REPORT-RECORD FROM TQ-COMPARE-LINE
           IF WAGE-REPORT-FOUND THEN
               MOVE "941 WAGES / QTR-WAGE-REPORT TOTAL GROSS"
                   TO TQ-PRT-CMP-LABEL
               MOVE WS-LIAB-GROSS        TO TQ-PRT-CMP-LEFT
               MOVE WS-WAGE-REPORT-GROSS TO TQ-PRT-CMP-RIGHT
               IF WS-LIAB-GROSS = WS-WAGE-REPORT-GROSS THEN
                   MOVE "OK" TO TQ-PRT-CMP-NOTE
               ELSE
                   MOVE "DIFFERENCE" TO TQ-PRT-CMP-NOTE
                   ADD 1 TO WS-DIFFERENCE-COUNT
               END-IF
               WRITE QUARTER-REPORT-RECORD FROM TQ-COMPARE-LINE
           ELSE
               WRITE QUARTER-REPORT-RECORD FROM TQ-NO-WAGE-REPORT-LINE
           END-IF
           .
       PRINT-ONE-RECON-LINE.
           MOVE PD-PAY-DATE (PD-POS)     TO TQ-PRT-PAY-DATE
           MOVE PD-LIAB-GROSS (PD-POS)   TO TQ-PRT-LIAB-GROSS
           MOVE PD-HIST-GROSS (PD-POS)   TO TQ-PRT-HIST-GROSS
           MOVE PD-LIAB-FED (PD-POS)     TO TQ-PRT-LIAB-FED
           MOVE PD-HIST-FED (PD-POS)     TO TQ-PRT-HIST-FED
           MOVE PD-LIAB-EE-FICA (PD-POS) TO TQ-PRT-LIAB-FICA
           MOVE PD-HIST-FICA (PD-POS)    TO TQ-PRT-HIST-FICA
           EVALUATE TRUE
               WHEN PD-LIAB-COUNT (PD-POS) = ZERO
                   MOVE "NO LIABILITY RECORDED" TO TQ-PRT-NOTE
                   ADD 1 TO WS-DIFFERENCE-COUNT
               WHEN PD-HIST-COUNT (PD-POS) = ZERO
                   MOVE "NOT IN PAYHIST" TO TQ-PRT-NOTE
                   ADD 1 TO WS-DIFFERENCE-COUNT
               WHEN PD-LIAB-GROSS (PD-POS) NOT = PD-HIST-GROSS (PD-POS)
                 OR PD-LIAB-FED (PD-POS) NOT = PD-HIST-FED (PD-POS)
                 OR PD-LIAB-EE-FICA (PD-POS)
                       NOT = PD-HIST-FICA (PD-POS)
                   MOVE "DIFFERENCE" TO TQ-PRT-NOTE
                   ADD 1 TO WS-DIFFERENCE-COUNT
               WHEN OTHER
                   MOVE "OK" TO TQ-PRT-NOTE
           END-EVALUATE
           WRITE QUARTER-REPORT-RECORD FROM TQ-RECON-LINE
           ADD PD-HIST-GROSS (PD-POS) TO WS-HIST-GROSS
           ADD PD-HIST-FED (PD-POS)   TO WS-HIST-FED
           ADD PD-HIST-FICA (PD-POS)  TO WS-HIST-FICA
           .
       PRINT-VOID-REVERSALS.
      * les détails d'extourne et de réémission de CHECK-VOID datés
      * du trimestre, relus un par un pour l'état
           WRITE QUARTER-REPORT-RECORD FROM TQ-SEPARATOR-LINE
           WRITE QUARTER-REPORT-RECORD FROM TQ-VOID-TITLE
           IF WS-VOID-COUNT > ZERO THEN
               OPEN INPUT PAY-HISTORY
               MOVE "N" TO END-FILE
               PERFORM UNTIL EOF
                   READ PAY-HISTORY
                       AT END MOVE "T" TO END-FILE
                       NOT AT END
                           IF PH-PERIOD-END IS NUMERIC THEN
                               PERFORM PRINT-ONE-VOID-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PAY-HISTORY
               MOVE "N" TO END-FILE
               MOVE "TOTAL NET VOIDED / REISSUED"
                   TO TQ-PRT-CMP-LABEL
               MOVE WS-VOID-TOTAL    TO TQ-PRT-CMP-LEFT
               MOVE WS-REISSUE-TOTAL TO TQ-PRT-CMP-RIGHT
               MOVE SPACES           TO TQ-PRT-CMP-NOTE
               WRITE QUARTER-REPORT-RECORD FROM TQ-COMPARE-LINE
               WRITE QUARTER-REPORT-RECORD FROM TQ-VOID-NOTE-LINE
           END-IF
           WRITE QUARTER-REPORT-RECORD FROM TQ-SEPARATOR-LINE
           MOVE WS-DIFFERENCE-COUNT TO TQ-PRT-DIFF-COUNT
           WRITE QUARTER-REPORT-RECORD FROM TQ-DIFFERENCE-LINE
           .
       PRINT-ONE-VOID-LINE.
           MOVE PH-PERIOD-END TO WS-READ-DATE-PARTS
           COMPUTE WS-READ-QUARTER = (WS-READ-MONTH + 2) / 3
           IF WS-READ-YEAR = WS-REPORT-YEAR
                   AND WS-READ-QUARTER = WS-REPORT-QUARTER
                   AND PH-GROSS-PAY = ZERO AND PH-FED-TAX = ZERO
                   AND PH-FICA-TAX = ZERO AND PH-STATE-CODE = SPACES
                   AND PH-NET-PAY NOT = ZERO THEN
               MOVE PH-EMP-ID     TO TQ-PRT-VOID-EMP
               MOVE PH-PERIOD-END TO TQ-PRT-VOID-DATE
               MOVE PH-NET-PAY    TO TQ-PRT-VOID-NET
               IF PH-NET-PAY < ZERO THEN
                   MOVE "VOIDED"   TO TQ-PRT-VOID-TYPE
               ELSE
                   MOVE "REISSUED" TO TQ-PRT-VOID-TYPE
               END-IF
               WRITE QUARTER-REPORT-RECORD FROM TQ-VOID-LINE
           END-IF
           .
       CLEAN-UP.
           CLOSE DEPOSIT-REPORT
           CLOSE QUARTER-REPORT
           DISPLAY "TRIMESTRE " WS-REPORT-YEAR " T" WS-REPORT-QUARTER
               " : " WS-DEPOSIT-COUNT " PAIES, "
               WS-DIFFERENCE-COUNT " ECARTS DE RAPPROCHEMENT "
               "(VOIR DEPOSIT.PRT ET TAX941.PRT)"
      * au journal : paies du trimestre et écarts de rapprochement
           MOVE WS-DEPOSIT-COUNT    TO WS-JRN-RECORDS-READ
           MOVE WS-DIFFERENCE-COUNT TO WS-JRN-EXCEPTION-COUNT
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
           MOVE "TAX-DEPOSIT" TO RJ-PROGRAM-ID
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
       END PROGRAM TAX-DEPOSIT.
