               ASSIGN TO "RUNCTL.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-RUN-CONTROL-STATUS.
      * point de reprise : EMP-ID du dernier employé payé
           SELECT CHECKPOINT-FILE
               ASSIGN TO "CHECKPOINT.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
               ASSIGN TO "PAYHIST.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PAY-HISTORY-STATUS.
      * historique des retenues : une ligne par retenue prise sur une
      * fiche réelle, conservée d'une exécution à l'autre comme
      * PAYHIST.DAT ; REMITTANCE (remittance.cbl) en tire ce qui est
      * dû à chaque bénéficiaire, CHECK-VOID (check_void.cbl) y
      * ajoute les extournes d'un chèque annulé
           SELECT DEDUCTION-HISTORY
               ASSIGN TO "DEDHIST.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-DEDUCTION-HISTORY-STATUS.
      * détail de paie d'un aperçu, même dessin que PAYHIST.DAT :
      * réécrit à chaque aperçu, pour que PAY-VARIANCE
      * (pay_variance.cbl) juge la paie avant qu'elle ne soit réelle
           SELECT PAY-PREVIEW
               ASSIGN TO "PAYPREV.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PAY-PREVIEW-STATUS.
      * export comptable de l'exécution : une ligne débit/crédit par
      * compte (brut, chaque retenue à la source, chaque type de
      * retenue volontaire, charges patronales, trésorerie nette),
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS EM-EMP-ID
                   FILE STATUS IS WS-EMPLOYEE-MASTER-STATUS.
      * soldes de congés par employé (vacances, maladie), en heures :
      * indexé par EMP-ID comme YTDEARN.DAT, crédité chaque période
      * payée de l'acquisition de l'employé ou de son plan, débité des
      * heures de congé payées ; tenu aussi par EMPLOYEE-MAINT
      * (employee_maint.cbl) pour le plan, les taux propres et les
      * soldes d'ouverture
           SELECT LEAVE-BALANCE-FILE
               ASSIGN TO "LEAVEBAL.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS LB-EMP-ID
                   FILE STATUS IS WS-LEAVE-BALANCE-STATUS.
      * plans de congés : une ligne par code plan, heures acquises par
      * période et plafonds de report de fin d'année (ces derniers lus
      * par W2-STATEMENT, w2_statement.cbl)
           SELECT LEAVE-PLANS
               ASSIGN TO "LEAVEPLN.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-LEAVE-PLAN-STATUS.
      * journal d'exploitation commun à tous les programmes batch de
      * la paie, en ajout : début et fin de chaque exécution, refus
      * compris ; édité par RUN-JOURNAL-REPORT (run_journal.cbl)
           SELECT RUN-JOURNAL
               ASSIGN TO "RUNJRNL.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-RUN-JOURNAL-STATUS.
      * fichier de travail du tri de la paie : timecards (ou
      * ajustements) et salariés de la fiche employé remis dans
      * l'ordre des EMP-ID, consolidés ensuite sur rupture d'employé
           SELECT PAY-SORT-FILE
               ASSIGN TO "PYSORT.WRK".
      * retenues et répartitions remises dans l'ordre des EMP-ID, lues
      * en séquence avec la paie au lieu d'être chargées en entier
           SELECT DEDUCTION-SORT-FILE
               ASSIGN TO "DDSORT.WRK".
           SELECT SORTED-DEDUCTIONS
               ASSIGN TO "DDSORTED.WRK"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-SORTED-DEDUCTION-STATUS.
           SELECT SPLIT-SORT-FILE
               ASSIGN TO "SPSORT.WRK".
           SELECT SORTED-SPLITS
               ASSIGN TO "SPSORTED.WRK"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-SORTED-SPLIT-STATUS.
      * cumuls prélevés des employés payés, un enregistrement par
      * employé écrit avant son point de reprise : DEDUCT.DAT n'est
      * réécrit qu'en fin normale, ce fichier garde entre-temps ce qui
      * a été prélevé, arrêt anormal compris
           SELECT DEDUCTION-UPDATES
               ASSIGN TO "DDUPDATE.WRK"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-DEDUCTION-UPDATE-STATUS.
       DATA DIVISION.
       FILE SECTION.
           FD TIMECARDS.
               02 HOURS-WORKED PIC 99V9.
               02 PAY-RATE     PIC 99.
               02 STATE-CODE   PIC XX.
      * type d'heures de la carte : R = travaillées, V = vacances,
      * S = maladie, H = jour férié ; blanc (carte d'avant la colonne)
      * vaut R. Seules les heures travaillées comptent pour le seuil
      * des heures supplémentaires ; les congés se paient au taux
      * normal et V/S se débitent du solde de LEAVEBAL.DAT
               02 HOURS-TYPE   PIC X.
                   88  HOURS-TYPE-REGULAR  VALUE "R" SPACE.
                   88  HOURS-TYPE-VACATION VALUE "V".
                   88  HOURS-TYPE-SICK     VALUE "S".
                   88  HOURS-TYPE-HOLIDAY  VALUE "H".
                   88  HOURS-TYPE-VALID    VALUE "R" "V" "S" "H"
                                                 SPACE.
           FD PAYCHECK-FILE.
           01 PAYCHECK-FILE-RECORD PIC X(143).
           FD EXCEPTION-FILE.
      * DED-GOAL-KIND : "A" = plafond annuel, remis à zéro par la
      * clôture de fin d'année de W2-STATEMENT (w2_statement.cbl) ;
      * "L" ou blanc = objectif à vie (saisie de justice), jamais
      * remis à zéro.
      * DED-PAYEE-ID : bénéficiaire propre à la ligne (tribunal ou
      * organisme d'une saisie donnée) dans PAYEES.DAT ; à blanc, la
      * retenue est versée au bénéficiaire de son DED-TYPE (voir
      * REMITTANCE, remittance.cbl)
           01 DEDUCTION-RECORD.
               02 DED-EMP-ID           PIC X(5).
               02 DED-TYPE             PIC X(3).
               02 DED-GOAL             PIC 9(7)V99.
               02 DED-COLLECTED        PIC 9(7)V99.
               02 DED-GOAL-KIND        PIC X.
               02 DED-PAYEE-ID         PIC X(5).
           FD ADJUSTMENTS.
      * ADJ-GROSS-AMOUNT signé à signe séparé en tête (+ ou -) : les
      * récupérations de trop-perçu se saisissent en négatif et
               02 SPL-ROUTING-NUMBER   PIC X(9).
               02 SPL-ACCOUNT-NUMBER   PIC X(17).
               02 SPL-CHECK-FLAG       PIC X.
      * prénotification de la part : mêmes codes que
      * EM-PRENOTE-STATUS sur la fiche employé
               02 SPL-PRENOTE-STATUS   PIC X.
               02 SPL-PRENOTE-DATE     PIC 9(8).
           FD RUN-CONTROL.
      * tenu par l'exploitation : la date de fin de période est saisie
      * avant chaque lancement ; RC-LAST-RUN-PERIOD est estampillé par
      * RC-RUN-TYPE "A" = exécution d'ajustement hors cycle : lit
      * ADJUST.DAT au lieu de TIMECARDS.DAT, ne déclenche pas la garde
      * anti-doublon (pas de timecards à repayer) et n'estampille pas
      * RC-LAST-RUN-PERIOD.
      * RC-LAST-PAY-DATE / RC-LAST-PAY-TIME : début de la dernière
      * paie réelle (normale ou ajustement), estampillé en fin
      * normale ; AUDIT-REPORT (audit_report.cbl) s'en sert pour isoler
      * les changements bancaires faits depuis. À blanc sur un
      * RUNCTL.DAT antérieur à ces deux colonnes
           01 RUN-CONTROL-RECORD.
               02 RC-PERIOD-END        PIC 9(8).
               02 RC-OVERRIDE          PIC X.
               02 RC-RUN-MODE          PIC X.
               02 RC-RUN-TYPE          PIC X.
               02 RC-LAST-RUN-PERIOD   PIC 9(8).
               02 RC-LAST-PAY-DATE     PIC 9(8).
               02 RC-LAST-PAY-TIME     PIC 9(6).
           FD CHECKPOINT-FILE.
      * en plus du dernier EMP-ID payé (la paie va dans l'ordre des
      * EMP-ID : tout employé jusqu'à lui inclus l'est déjà), porte
      * les cumuls du registre de paie (REG-TOTAL-*) pour qu'une
      * reprise après interruption reparte avec le même total qu'avant
      * l'arrêt, au lieu de ne compter que les enregistrements traités
      * après coup. À blanc (ou à zéro) : pas de reprise
           01 CHECKPOINT-RECORD.
               02 CKPT-LAST-EMP-ID     PIC X(5).
               02 FILLER               PIC X.
               02 CKPT-EMPLOYEE-COUNT  PIC 9(5).
               02 CKPT-TOTAL-HOURS     PIC 9(6)V99.
               02 CKPT-TOTAL-GROSS-PAY PIC S9(7)V99.
               02 YTD-TOTAL-DEDUCTIONS PIC 9(7)V99.
           FD ACH-FILE.
           01 ACH-DETAIL-RECORD.
      * code de transaction NACHA 22 = dépôt en compte chèque,
      * 23 = prénote à zéro dollar sur compte chèque (compte nouveau
      * ou modifié, voir SEND-PENDING-PRENOTES)
               02 ACH-TRANSACTION-CODE PIC X(2).
               02 ACH-ROUTING-NUMBER   PIC X(9).
               02 ACH-ACCOUNT-NUMBER   PIC X(17).
      * code état de la fiche, pour que QTR-WAGE-REPORT
      * (qtr_wage.cbl) totalise l'historique par juridiction
               02 PH-STATE-CODE        PIC XX.
      * retenues volontaires et heures payées (travaillées et congés)
      * de la fiche, pour l'état des écarts PAY-VARIANCE
      * (pay_variance.cbl) ; à blanc sur les lignes plus anciennes
               02 PH-TOTAL-DEDUCTIONS  PIC S9(7)V99.
               02 PH-HOURS-PAID        PIC S9(4)V9.
           FD DEDUCTION-HISTORY.
      * DH-RECORD-TYPE "W" = retenue prise par HELLO ; "V" = extourne
      * d'un chèque annulé, "R" = rétablissement d'une réémission,
      * tous deux écrits par CHECK-VOID. DH-CHECK-NUMBER est le
      * numéro du chèque de la fiche, qui relie l'extourne à ses
      * retenues ; DH-PAYEE-ID reprend DED-PAYEE-ID (à blanc, le
      * bénéficiaire du type). "C" = crédit d'un bénéficiaire reporté
      * par REMITTANCE sur le versement suivant, sans employé ni
      * chèque. Montant signé, négatif sur "V" et "C"
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
           FD PAY-PREVIEW.
      * même dessin que PAY-HISTORY-RECORD
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
           FD GL-EXPORT-FILE.
      * GL-DEBIT-CREDIT "D" = débit (charge), "C" = crédit (dette ou
      * trésorerie) ; les débits et crédits d'une exécution
               02 PP-EMP-ID            PIC X(5).
               02 PP-RECORD-TYPE       PIC X.
           FD CHECK-REGISTER.
      * même dessin que POSITIVE-PAY-RECORD, en version cumulative ;
      * CHECK-RECON (check_recon.cbl) y ajoute les enregistrements
      * "C" (chèque encaissé) avec la date de paiement de la banque
           01 CHECK-REGISTER-RECORD.
               02 CR-CHECK-NUMBER      PIC 9(6).
               02 CR-ISSUE-DATE        PIC 9(8).
               02 CR-AMOUNT            PIC 9(10).
               02 CR-EMP-ID            PIC X(5).
               02 CR-RECORD-TYPE       PIC X.
               02 CR-PAID-DATE         PIC 9(8).
           FD EMPLOYEE-MASTER.
      * tenu par EMPLOYEE-MAINT (employee_maint.cbl) ; porte aussi les
      * coordonnées bancaires du dépôt direct, un statut A/T
               02 EM-ACCOUNT-NUMBER    PIC X(17).
               02 EM-STATUS            PIC X.
               02 EM-CHECK-FLAG        PIC X.
      * prénotification du compte principal : EM-PRENOTE-STATUS "P" =
      * compte nouveau ou modifié par EMPLOYEE-MAINT, prénote à
      * envoyer ; "S" = prénote envoyée le EM-PRENOTE-DATE, délai
      * d'attente en cours ; "R" = prénote rejetée par la banque
      * (ACH-RETURNS) ; "V" ou blanc = compte validé, dépôt réel permis.
      * Tant que le compte n'est pas validé, l'employé est payé par
      * chèque papier (voir CHECK-PRENOTE-HOLD)
               02 EM-PRENOTE-STATUS    PIC X.
               02 EM-PRENOTE-DATE      PIC 9(8).
           FD LEAVE-BALANCE-FILE.
      * LB-PLAN-CODE renvoie à LEAVEPLN.DAT (blanc = ligne de plan à
      * code blanc, le plan par défaut du site) ; LB-VAC-ACCRUAL et
      * LB-SICK-ACCRUAL, heures acquises par période propres à
      * l'employé, l'emportent sur le plan quand ils sont non nuls.
      * LB-LAST-ACCRUAL : période du dernier mouvement, avec les
      * soldes d'avant ce mouvement (LB-PRIOR-*) -- une reprise ou un
      * repassage de la même période repart de ces soldes au lieu
      * d'acquérir et de débiter deux fois
           01 LEAVE-BALANCE-RECORD.
               02 LB-EMP-ID            PIC X(5).
               02 LB-PLAN-CODE         PIC X(3).
               02 LB-VAC-ACCRUAL       PIC 99V99.
               02 LB-SICK-ACCRUAL      PIC 99V99.
               02 LB-VAC-BALANCE       PIC 9(4)V99.
               02 LB-SICK-BALANCE      PIC 9(4)V99.
               02 LB-LAST-ACCRUAL      PIC 9(8).
               02 LB-PRIOR-VAC-BALANCE PIC 9(4)V99.
               02 LB-PRIOR-SICK-BALANCE PIC 9(4)V99.
           FD LEAVE-PLANS.
      * plafonds de report : solde maximal gardé à la clôture de fin
      * d'année ; à blanc = pas de plafond, zéro = tout est perdu
           01 LEAVE-PLAN-RECORD.
               02 LP-PLAN-CODE         PIC X(3).
               02 LP-VAC-ACCRUAL       PIC 99V99.
               02 LP-SICK-ACCRUAL      PIC 99V99.
               02 LP-VAC-CARRY-CAP     PIC 9(4)V99.
               02 LP-SICK-CARRY-CAP    PIC 9(4)V99.
           FD RUN-JOURNAL.
      * un enregistrement "S" au démarrage, un "E" en fin d'exécution
      * (normale ou refusée) ; les deux portent la date et l'heure de
      * début, qui les apparient à l'édition. Un "S" sans "E" est une
      * exécution interrompue (arrêt anormal).
      * RJ-RUN-MODE / RJ-RUN-TYPE : mêmes codes que RUNCTL.DAT ("P"
      * aperçu, "A" ajustement) ; "R" et "N" pour les autres
      * programmes. RJ-STATUS sur le "E" : "N" fin normale, "R" refus
      * (motif dans RJ-REASON), "C" fin normale après reprise sur le
      * point de reprise RJ-RESTART-POINT (pour HELLO, le dernier
      * EMP-ID payé avant l'arrêt).
      * RJ-PERIOD : fin de période de paie ; fin de trimestre ou
      * d'année pour les déclarations ; zéro quand sans objet.
      * Les compteurs valent pour l'exécution ; pour HELLO, employés
      * payés et net total sont ceux du registre, reprise comprise.
      * Même dessin dans chaque programme qui écrit au journal
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
           SD PAY-SORT-FILE.
      * PS-ITEM porte la timecard ou l'ajustement tel quel ; à blanc
      * pour un salarié, relu par clé dans la fiche employé.
      * À EMP-ID égal l'ordre de lecture est gardé : les timecards
      * passent avant le salarié de la fiche
           01 PAY-SORT-RECORD.
               02 PS-EMP-ID            PIC X(5).
               02 PS-SOURCE            PIC X.
                   88  PS-TIMECARD     VALUE "T".
                   88  PS-ADJUSTMENT   VALUE "A".
                   88  PS-SALARIED     VALUE "S".
               02 PS-ITEM              PIC X(43).
           SD DEDUCTION-SORT-FILE.
           01 DEDUCTION-SORT-RECORD.
               02 DK-EMP-ID            PIC X(5).
               02 FILLER               PIC X(36).
           FD SORTED-DEDUCTIONS.
      * même dessin que DEDUCTION-RECORD
           01 SORTED-DEDUCTION-RECORD.
               02 DS-EMP-ID            PIC X(5).
               02 DS-TYPE              PIC X(3).
               02 DS-METHOD            PIC X.
               02 DS-AMOUNT            PIC 9(5)V99.
               02 DS-PRIORITY          PIC 9.
               02 DS-GOAL              PIC 9(7)V99.
               02 DS-COLLECTED         PIC 9(7)V99.
               02 DS-GOAL-KIND         PIC X.
               02 DS-PAYEE-ID          PIC X(5).
           SD SPLIT-SORT-FILE.
           01 SPLIT-SORT-RECORD.
               02 SK-EMP-ID            PIC X(5).
               02 FILLER               PIC X(45).
           FD SORTED-SPLITS.
      * même dessin que DEPOSIT-SPLIT-RECORD
           01 SORTED-SPLIT-RECORD.
               02 SS-EMP-ID            PIC X(5).
               02 SS-SEQUENCE          PIC 9.
               02 SS-METHOD            PIC X.
               02 SS-AMOUNT            PIC 9(5)V99.
               02 SS-ROUTING-NUMBER    PIC X(9).
               02 SS-ACCOUNT-NUMBER    PIC X(17).
               02 SS-CHECK-FLAG        PIC X.
               02 SS-PRENOTE-STATUS    PIC X.
               02 SS-PRENOTE-DATE      PIC 9(8).
           FD DEDUCTION-UPDATES.
      * une seule écriture par employé : les cumuls prélevés de ses
      * lignes de DEDUCT.DAT, dans l'ordre du tri. Une reprise qui
      * repaie l'employé de l'arrêt en écrit un second ; c'est le
      * dernier qui compte
           01 DEDUCTION-UPDATE-RECORD.
               02 DU-EMP-ID            PIC X(5).
               02 DU-LINE-COUNT        PIC 99.
               02 DU-COLLECTED-TABLE.
                   03 DU-COLLECTED     PIC 9(7)V99 OCCURS 20 TIMES.
       WORKING-STORAGE SECTION.
      * statut du point de reprise ; en reprise après arrêt anormal,
      * le dernier EMP-ID payé avant l'arrêt
           01 WS-CHECKPOINT-STATUS    PIC XX.
           01 WS-RESTART-FLAG         PIC X VALUE "N".
               88  RESTART-RUN        VALUE "Y".
           01 WS-RESTART-EMP-ID       PIC X(5) VALUE SPACES.
      * statut du fichier des cumuls annuels
           01 WS-YTD-STATUS           PIC XX.
      * contrôle d'exécution : période en cours et garde anti-doublon
               88  ADJUSTMENT-RUN     VALUE "A".
           01 WS-ADJUSTMENTS-STATUS   PIC XX.
           01 WS-LAST-RUN-PERIOD      PIC 9(8) VALUE ZERO.
      * date et heure de début de l'exécution, prises avant toute
      * lecture : c'est l'estampille de paie de STAMP-RUN-CONTROL
           01 WS-RUN-START            PIC X(21).
      * journal d'exploitation : compteurs de l'exécution et motif
      * d'un refus, posés avant JOURNAL-RUN-REFUSED
           01 WS-RUN-JOURNAL-STATUS   PIC XX.
           01 WS-JRN-RECORD-TYPE      PIC X.
           01 WS-JRN-STATUS           PIC X VALUE SPACE.
           01 WS-JRN-REASON           PIC X(40) VALUE SPACES.
           01 WS-JRN-END              PIC X(21).
           01 WS-JRN-RECORDS-READ     PIC 9(7) VALUE ZERO.
           01 WS-JRN-EXCEPTION-COUNT  PIC 9(7) VALUE ZERO.
           01 WS-JRN-ACH-COUNT        PIC 9(7) VALUE ZERO.
           01 WS-JRN-CHECK-COUNT      PIC 9(7) VALUE ZERO.
      * statuts des fichiers de sortie, pour reprise sans écraser ce qui
      * a déjà été produit avant un arrêt anormal
           01 WS-PAYCHECK-STATUS      PIC XX.
           01 WS-POSITIVE-PAY-STATUS  PIC XX.
           01 WS-CHECK-REGISTER-STATUS PIC XX.
           01 WS-PAY-HISTORY-STATUS   PIC XX.
           01 WS-DEDUCTION-HISTORY-STATUS PIC XX.
           01 WS-PAY-PREVIEW-STATUS   PIC XX.
      * numérotation des chèques : le prochain numéro à émettre vient
      * de CHECKNUM.DAT, ou du point de reprise après arrêt anormal
           01 WS-CHECK-NUMBER-STATUS  PIC XX.
           01 WS-NEXT-CHECK-NUMBER    PIC 9(6) VALUE 1.
      * numéro du chèque de la fiche en cours, repris sur ses lignes
      * de DEDHIST.DAT
           01 WS-CUR-CHECK-NUMBER     PIC 9(6).
      * coordonnées bancaires de l'employé en cours, recopiées de la
      * fiche employé par LOOKUP-MASTER-PAY-RATE
           01 WS-ACH-ROUTING-NUMBER   PIC X(9).
           01 WS-STATE-TAX-STATUS       PIC XX.
           01 WS-FED-TAX-STATUS         PIC XX.
           01 WS-DEDUCTIONS-STATUS      PIC XX.
      * fichiers triés des retenues et des répartitions : présence du
      * fichier d'origine (un site sans retenues ni répartitions n'a
      * rien à trier ni à réécrire) et EMP-ID de l'enregistrement lu
      * d'avance, HIGH-VALUES en fin de fichier
           01 WS-SORTED-DEDUCTION-STATUS PIC XX.
           01 WS-SORTED-SPLIT-STATUS    PIC XX.
           01 WS-DEDUCTION-UPDATE-STATUS PIC XX.
           01 WS-DEDUCTIONS-PRESENT     PIC X VALUE "N".
               88  DEDUCTIONS-PRESENT  VALUE "Y".
           01 WS-SPLITS-PRESENT         PIC X VALUE "N".
               88  SPLITS-PRESENT      VALUE "Y".
           01 WS-DED-KEY                PIC X(5).
           01 WS-SPL-KEY                PIC X(5).
           01 WS-UPD-KEY                PIC X(5).
      * contrôle de la sortie d'un tri : lignes consécutives d'un même
      * EMP-ID, comparées à la taille des tables DED-TABLE/SPL-TABLE
           01 WS-GROUP-EMP-ID           PIC X(5).
           01 WS-GROUP-LINE-ID          PIC X(5).
           01 WS-GROUP-COUNT            PIC 9(5).
           01 WS-GROUP-OVERFLOW         PIC X.
               88  GROUP-OVERFLOW      VALUE "Y".
           01 WS-OVERFLOW-EMP-ID        PIC X(5).
      * cumuls prélevés retenus pour l'employé en cours de réécriture
      * de DEDUCT.DAT (dernier enregistrement de DDUPDATE.WRK)
           01 WS-UPD-FOUND              PIC X.
               88  UPDATE-FOUND        VALUE "Y".
           01 WS-UPD-LINE-COUNT         PIC 99.
           01 WS-UPD-COLLECTED-TABLE.
               02 WS-UPD-COLLECTED      PIC 9(7)V99 OCCURS 20 TIMES.
           01 WS-UPD-POS                PIC 99.
      * clé de rupture de la paie : EMP-ID de l'élément lu d'avance
      * dans le tri, HIGH-VALUES en fin de tri
           01 WS-PAY-KEY                PIC X(5).
           01 WS-MASTER-PAY-RATE      PIC 9(3)V99.
      * type de paie et salaire de période de l'employé en cours,
      * recopiés de la fiche employé par LOOKUP-MASTER-PAY-RATE
      * fiche par EMPLOYEE-MAINT
           01 WS-CUR-CHECK-FLAG       PIC X.
               88  PAPER-CHECK-ONLY   VALUE "Y".
      * prénotification : statut et date à juger par
      * CHECK-PRENOTE-HOLD (fiche employé ou part de répartition), et
      * son verdict -- "Y" = compte pas encore validé par la banque,
      * pas de dépôt réel dessus
           01 WS-TEST-PRENOTE-STATUS  PIC X.
           01 WS-TEST-PRENOTE-DATE    PIC 9(8).
           01 WS-PRENOTE-HOLD         PIC X.
               88  PRENOTE-HOLD       VALUE "Y".
           01 WS-PRENOTE-AGE          PIC S9(7) USAGE COMP.
           01 WS-PRENOTE-COUNT        PIC 9(5) VALUE ZERO.
      * fin du balayage séquentiel de la fiche employé, distincte de
      * END-FILE qui suit le fichier d'entrée de la paie
           01 WS-MASTER-END           PIC X VALUE "N".
               88  MASTER-EOF         VALUE "T".
      * fiche employé bien ouverte au démarrage : le statut, lui, est
      * celui de la dernière lecture (fin de balayage, clé absente)
           01 WS-MASTER-OPEN          PIC X VALUE "N".
               88  MASTER-FILE-OPEN   VALUE "Y".
      * indique si EMP-ID de la timecard a été trouvé dans la fiche employé
           01 WS-EMP-FOUND            PIC X VALUE "N".
               88  EMP-ID-FOUND       VALUE "Y".
      * soldes de congés : statut des deux fichiers, et fichier des
      * soldes réellement ouvert (absent en aperçu sur un site qui ne
      * l'a pas encore : aucune lecture ne doit alors être tentée)
           01 WS-LEAVE-BALANCE-STATUS PIC XX.
           01 WS-LEAVE-PLAN-STATUS    PIC XX.
           01 WS-LEAVE-FILE-OPEN      PIC X VALUE "N".
               88  LEAVE-FILE-OPEN    VALUE "Y".
      * table des plans de congés chargée une fois au démarrage
           01 LP-TABLE-COUNT          PIC 99 VALUE ZERO.
           01 LP-TABLE.
               02 LP-ENTRY OCCURS 20 TIMES
                       INDEXED BY LP-IDX.
                   03 LP-TBL-CODE         PIC X(3).
                   03 LP-TBL-VAC-ACCRUAL  PIC 99V99.
                   03 LP-TBL-SICK-ACCRUAL PIC 99V99.
      * solde de l'employé en cours, lu par READ-LEAVE-BALANCE :
      * soldes de début de période (avant le mouvement de la période
      * si elle a déjà été passée), heures acquises par période, puis
      * nouveaux soldes calculés par COMPUTE-LEAVE-BALANCES
           01 WS-LEAVE-FOUND          PIC X.
               88  LEAVE-RECORD-FOUND VALUE "Y".
           01 WS-LEAVE-PLAN-CODE      PIC X(3).
           01 WS-LEAVE-VAC-START      PIC 9(4)V99.
           01 WS-LEAVE-SICK-START     PIC 9(4)V99.
           01 WS-LEAVE-VAC-ACCRUAL    PIC 99V99.
           01 WS-LEAVE-SICK-ACCRUAL   PIC 99V99.
           01 WS-LEAVE-VAC-BALANCE    PIC 9(4)V99.
           01 WS-LEAVE-SICK-BALANCE   PIC 9(4)V99.
      * heures de congé déjà consolidées pour l'employé de la carte
      * en cours, pour juger si la carte ferait passer le solde sous
      * zéro
           01 WS-LEAVE-HOURS-TAKEN    PIC 9(4)V9.
      * en-tête de lot en première ligne de TIMECARDS.DAT, posé par le
      * superviseur qui dépose le fichier : date de fin de période,
      * nombre de cartes et total de contrôle des heures ; vérifié
           01 OVERTIME-RATE    PIC 9(4)V99 USAGE COMP.
           01 REGULAR-PAY      PIC 9(7)V99 USAGE COMP.
           01 OVERTIME-PAY     PIC 9(7)V99 USAGE COMP.
           01 LEAVE-PAY        PIC 9(7)V99 USAGE COMP.
      *    les diférentes taxes -- signées : un ajustement négatif
      *    (récupération de trop-perçu) porte un brut, des taxes et
      *    un net négatifs tout au long de la chaîne
           77 Suta-wage-base   Pic 9(7)V99 Value Is 7000.00 .
      * part maximale du salaire disponible saisissable (types GRN)
           77 Garnish-cap-rate Pic V99 Value Is .25 .
      * délai d'attente d'une prénote, en jours calendaires : les trois
      * jours ouvrés de la règle NACHA, plus un week-end ; passé ce
      * délai sans retour, le compte reçoit des dépôts réels
           77 Prenote-wait-days Pic 99 Value Is 06 .
      * 88 Condition d'entrée, fin de la lecture lorsque l'on trouve T
           01 END-FILE             PIC X.
               88  EOF VALUE "T".
               02 FILLER           PIC X(10) VALUE "DEDUCTION ".
               02 WS-GL-DED-TYPE   PIC X(3).
               02 FILLER           PIC X(11) VALUE " PAYABLE".
      * retenues de l'employé en cours, lues dans DDSORTED.WRK par
      * MATCH-DEDUCTIONS ; le nombre d'employés n'a plus de plafond,
      * seul le nombre de lignes par employé en a un. Une retenue
      * écartée en silence serait une saisie de justice non prélevée :
      * SORT-DEDUCTIONS refuse l'exécution avant tout paiement si un
      * employé en a plus
           01 DED-TABLE-COUNT      PIC 99 VALUE ZERO.
           01 DED-TABLE.
               02 DED-ENTRY OCCURS 20 TIMES
                       INDEXED BY DED-IDX.
                   03 DED-TBL-EMP-ID   PIC X(5).
                   03 DED-TBL-TYPE     PIC X(3).
                   03 DED-TBL-GOAL     PIC 9(7)V99.
                   03 DED-TBL-COLLECTED PIC 9(7)V99.
                   03 DED-TBL-GOAL-KIND PIC X.
                   03 DED-TBL-PAYEE-ID PIC X(5).
      * application des retenues de l'employé en cours : salaire
      * disponible (brut moins taxes), montant et cumul retenus,
      * et plafond de saisie de la période
               02 APPLIED-DED-ENTRY OCCURS 20 TIMES.
                   03 APP-DED-TYPE    PIC X(3).
                   03 APP-DED-AMOUNT  PIC 9(6)V99.
                   03 APP-DED-PAYEE-ID PIC X(5).
           01 APP-POS              PIC 99.
      * ligne de détail d'une retenue sous la ligne de chèque
           01 DEDUCTION-DETAIL.
               02 STUB-PRT-HOURS   PIC ZZ9.9.
               02 FILLER           PIC X(9)  VALUE " AT RATE ".
               02 STUB-PRT-RATE    PIC ZZ9.99.
      * congés de la période et solde restant après la paie ; le
      * jour férié n'a pas de solde
           01 STUB-LEAVE-LINE.
               02 STUB-PRT-LEAVE-LABEL PIC X(16).
               02 STUB-PRT-LEAVE-HOURS PIC ZZ9.9.
               02 FILLER           PIC X(10) VALUE " BALANCE  ".
               02 STUB-PRT-LEAVE-BALANCE PIC Z,ZZ9.99.
           01 STUB-HOLIDAY-LINE.
               02 FILLER           PIC X(16) VALUE "HOLIDAY HOURS   ".
               02 STUB-PRT-HOL-HOURS PIC ZZ9.9.
           01 STUB-AMOUNT-LINE.
               02 STUB-PRT-LABEL   PIC X(16).
               02 STUB-PRT-AMOUNT  PIC $Z,ZZZ,ZZ9.99-.
           01 WS-STUB-LABEL        PIC X(16).
           01 WS-STUB-AMOUNT       PIC S9(7)V99 USAGE COMP.
           01 WS-STUB-YTD-AMOUNT   PIC S9(8)V99 USAGE COMP.
      * répartitions de dépôt direct de l'employé en cours, lues dans
      * SPSORTED.WRK par MATCH-DEPOSIT-SPLITS ; même politique que
      * DED-TABLE : une part écartée en silence serait un virement
      * d'épargne demandé par l'employé et jamais exécuté,
      * SORT-DEPOSIT-SPLITS refuse donc l'exécution au-delà
           01 WS-DEPOSIT-SPLIT-STATUS PIC XX.
           01 SPL-TABLE-COUNT      PIC 99 VALUE ZERO.
           01 SPL-TABLE.
               02 SPL-ENTRY OCCURS 20 TIMES
                       INDEXED BY SPL-IDX.
                   03 SPL-TBL-EMP-ID     PIC X(5).
                   03 SPL-TBL-SEQUENCE   PIC 9.
                   03 SPL-TBL-ROUTING    PIC X(9).
                   03 SPL-TBL-ACCOUNT    PIC X(17).
                   03 SPL-TBL-CHECK-FLAG PIC X.
                   03 SPL-TBL-PRENOTE-STATUS PIC X.
                   03 SPL-TBL-PRENOTE-DATE   PIC 9(8).
      * répartition du net de l'employé en cours : part calculée et
      * reste à déposer
           01 WS-SPL-SEQUENCE      PIC 99.
           01 WS-SPL-AMOUNT        PIC 9(7)V99 USAGE COMP.
           01 WS-ACH-REMAINING     PIC 9(7)V99 USAGE COMP.
      * consolidation de l'employé en cours : les heures de toutes ses
      * timecards sont totalisées sur la rupture d'EMP-ID du tri avant
      * tout calcul, pour que les heures supp se calculent sur la
      * semaine entière et non carte par carte quand un superviseur
      * soumet plusieurs timecards ; WS-CON-FOUND passe à "Y" dès
      * qu'un élément valide (carte, ajustement ou salarié) y entre
           01 CON-ENTRY.
               02 CON-EMP-ID        PIC X(5).
               02 CON-EMPLOYEE-NAME PIC X(25).
               02 CON-STATE-CODE    PIC XX.
               02 CON-HOURS         PIC 9(3)V9.
      * heures de congé payées au taux normal, hors seuil des heures
      * supplémentaires : vacances, maladie, jour férié
               02 CON-VAC-HOURS     PIC 9(3)V9.
               02 CON-SICK-HOURS    PIC 9(3)V9.
               02 CON-HOL-HOURS     PIC 9(3)V9.
      * brut forfaitaire signé d'une exécution d'ajustement, avec son
      * code et son mémo ; zéro et blancs sur une paie normale
               02 CON-ADJ-GROSS     PIC S9(7)V99.
               02 CON-ADJ-CODE      PIC X(3).
               02 CON-ADJ-MEMO      PIC X(25).
           01 WS-CON-FOUND         PIC X.
               88  CON-ENTRY-FOUND VALUE "Y".
      * employé en cours de paie, recopié de la consolidation par
      * PAY-ONE-EMPLOYEE (ou de la timecard par PROCESS-LINE pour la
      * validation de chaque carte)
           01 WS-CUR-EMP-ID        PIC X(5).
           01 WS-CUR-EMPLOYEE-NAME PIC X(25).
           01 WS-CUR-STATE-CODE    PIC XX.
           01 WS-CUR-HOURS         PIC 9(3)V9.
           01 WS-CUR-VAC-HOURS     PIC 9(3)V9.
           01 WS-CUR-SICK-HOURS    PIC 9(3)V9.
           01 WS-CUR-HOL-HOURS     PIC 9(3)V9.
           01 WS-CUR-LEAVE-HOURS   PIC 9(4)V9.
           01 WS-CUR-ADJ-GROSS     PIC S9(7)V99 USAGE COMP.
           01 WS-CUR-ADJ-CODE      PIC X(3).
           01 WS-CUR-ADJ-MEMO      PIC X(25).
      * Tout ce que l'on va effectuer 
           PERFORM INITIALIZE-PROGRAM.
           DISPLAY 'Bienvenu dans ce premier programme !'
      * timecards et salariés de la fiche employé (ou, en exécution
      * d'ajustement, les montants forfaitaires d'ADJUST.DAT) sont
      * triés par EMP-ID, puis consolidés et payés employé par
      * employé sur la rupture d'EMP-ID : plus de table en mémoire
      * ni de plafond sur le nombre d'employés
           SORT PAY-SORT-FILE
               ON ASCENDING KEY PS-EMP-ID
               WITH DUPLICATES IN ORDER
               INPUT PROCEDURE IS RELEASE-PAY-ITEMS
               OUTPUT PROCEDURE IS PAY-EMPLOYEES
           PERFORM CLEAN-UP.
           STOP RUN.
       INITIALIZE-PROGRAM.
      * LOAD-CHECKPOINT doit s'exécuter avant l'ouverture des fichiers
      * de sortie durables : eux seuls savent, via RESTART-RUN,
      * s'il s'agit d'une reprise après arrêt anormal (auquel cas on
      * ajoute à la suite) ou d'une exécution normale (auquel cas on
      * réinitialise le fichier).
      * LOAD-CHECK-NUMBER doit précéder LOAD-CHECKPOINT : en reprise
      * après arrêt anormal, le numéro du point de reprise l'emporte
      * sur celui de CHECKNUM.DAT (écrit seulement en fin normale)
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-START
           PERFORM LOAD-CHECK-NUMBER
           PERFORM LOAD-CHECKPOINT
      * la garde anti-doublon doit précéder l'ouverture des fichiers
      * de sortie : une exécution refusée ne doit rien écraser
           PERFORM LOAD-RUN-CONTROL
      * période, mode et type connus : début d'exécution au journal
           PERFORM JOURNAL-RUN-START
           PERFORM CHECK-RUN-CONTROL
      * le fichier d'entrée dépend du type d'exécution, connu
      * seulement une fois RUNCTL.DAT lu
      * une période en doublon
               PERFORM VERIFY-BATCH-HEADER
           END-IF
      * triés avant l'ouverture des fichiers de sortie : un refus
      * pour trop de lignes sur un employé ne doit rien écraser
           PERFORM SORT-DEDUCTIONS
           PERFORM SORT-DEPOSIT-SPLITS
           PERFORM OPEN-PAYCHECK-FILE
           PERFORM OPEN-EXCEPTION-FILE
           PERFORM LOAD-OVERTIME-RULES
               PERFORM OPEN-POSITIVE-PAY-FILE
               PERFORM OPEN-CHECK-REGISTER
               PERFORM OPEN-PAY-HISTORY
               PERFORM OPEN-DEDUCTION-HISTORY
               PERFORM OPEN-DEDUCTION-UPDATES
           ELSE
               OPEN OUTPUT PAY-PREVIEW
           END-IF
           PERFORM OPEN-EMPLOYEE-MASTER
      * les soldes de congés se lisent dès la passe de consolidation :
      * une carte de congé sans solde suffisant part en exception
           PERFORM LOAD-LEAVE-PLANS
           PERFORM OPEN-LEAVE-BALANCES
      * les prénotes partent en tête du fichier ACH, avant tout dépôt
      * réel ; en aperçu rien n'est envoyé ni marqué
           IF NOT PREVIEW-RUN THEN
               PERFORM SEND-PENDING-PRENOTES
           END-IF
           .
       VERIFY-BATCH-HEADER.
      * pré-passe de contrôle : l'en-tête (première ligne) annonce la
      * période, le nombre de cartes et le total des heures ; le
      * fichier entier est relu et comparé avant que le tri de la paie
      * ne commence. Un écart refuse l'exécution, comme
      * CHECK-RUN-CONTROL refuse une période en doublon
           READ TIMECARDS INTO BATCH-HEADER-RECORD
               AT END
                   DISPLAY "TIMECARDS.DAT VIDE OU SANS EN-TETE "
                       "DE LOT, EXECUTION REFUSEE"
                   CLOSE TIMECARDS
                   MOVE "TIMECARDS.DAT EMPTY OR NO BATCH HEADER"
                       TO WS-JRN-REASON
                   PERFORM JOURNAL-RUN-REFUSED
                   STOP RUN
           END-READ
           IF BH-PERIOD-END NOT NUMERIC
               DISPLAY "EN-TETE DE LOT ILLISIBLE DANS "
                   "TIMECARDS.DAT, EXECUTION REFUSEE"
               CLOSE TIMECARDS
               MOVE "BATCH HEADER UNREADABLE" TO WS-JRN-REASON
               PERFORM JOURNAL-RUN-REFUSED
               STOP RUN
           END-IF
           IF BH-PERIOD-END NOT = WS-PERIOD-END THEN
                   BH-PERIOD-END " MAIS RUNCTL.DAT DEMANDE "
                   WS-PERIOD-END ", EXECUTION REFUSEE"
               CLOSE TIMECARDS
               MOVE "BATCH HEADER PERIOD NOT RUNCTL PERIOD"
                   TO WS-JRN-REASON
               PERFORM JOURNAL-RUN-REFUSED
               STOP RUN
           END-IF
           MOVE ZERO TO WS-BH-READ-COUNT
                   " CARTES LUES POUR " BH-CARD-COUNT
                   " ANNONCEES, EXECUTION REFUSEE"
               CLOSE TIMECARDS
               MOVE "INCOMPLETE BATCH, CARD COUNT MISMATCH"
                   TO WS-JRN-REASON
               PERFORM JOURNAL-RUN-REFUSED
               STOP RUN
           END-IF
           IF WS-BH-HOURS-TOTAL NOT = BH-HOURS-HASH THEN
               DISPLAY "TOTAL DE CONTROLE DES HEURES FAUX, "
                   "EXECUTION REFUSEE"
               CLOSE TIMECARDS
               MOVE "BATCH HOURS HASH TOTAL MISMATCH"
                   TO WS-JRN-REASON
               PERFORM JOURNAL-RUN-REFUSED
               STOP RUN
           END-IF
      * lot vérifié : le fichier est rouvert et l'en-tête consommé,
      * le tri de la paie commence à la première carte
           CLOSE TIMECARDS
           MOVE "N" TO END-FILE
           OPEN INPUT TIMECARDS
           IF WS-ADJUSTMENTS-STATUS NOT = "00" THEN
               DISPLAY "ADJUST.DAT ABSENT OU ILLISIBLE, "
                   "EXECUTION REFUSEE"
               MOVE "ADJUST.DAT MISSING OR UNREADABLE"
                   TO WS-JRN-REASON
               PERFORM JOURNAL-RUN-REFUSED
               STOP RUN
           END-IF
           .
               OPEN EXTEND PAY-HISTORY
           END-IF
           .
       OPEN-DEDUCTION-HISTORY.
      * en ajout comme OPEN-PAY-HISTORY, pour la même raison : en
      * reprise les employés déjà payés sont sautés, leurs retenues ne
      * sont donc jamais écrites en double
           OPEN EXTEND DEDUCTION-HISTORY
           IF WS-DEDUCTION-HISTORY-STATUS = "35" THEN
               OPEN OUTPUT DEDUCTION-HISTORY
               CLOSE DEDUCTION-HISTORY
               OPEN EXTEND DEDUCTION-HISTORY
           END-IF
           .
       OPEN-PAYCHECK-FILE.
      * reprise : on ajoute à la suite des fiches déjà imprimées avant
      * l'arrêt anormal au lieu de les écraser ; sinon on repart à neuf
           IF RESTART-RUN THEN
               OPEN EXTEND PAYCHECK-FILE
               IF WS-PAYCHECK-STATUS = "35" THEN
                   OPEN OUTPUT PAYCHECK-FILE
           OPEN OUTPUT EXCEPTION-FILE
           .
       OPEN-ACH-FILE.
           IF RESTART-RUN THEN
               OPEN EXTEND ACH-FILE
               IF WS-ACH-STATUS = "35" THEN
                   OPEN OUTPUT ACH-FILE
           END-IF
           .
       OPEN-POSITIVE-PAY-FILE.
           IF RESTART-RUN THEN
               OPEN EXTEND POSITIVE-PAY-FILE
               IF WS-POSITIVE-PAY-STATUS = "35" THEN
                   OPEN OUTPUT POSITIVE-PAY-FILE
      * le fichier peut ne pas encore exister (site sans fiche employé
      * dédiée ou conversion pas encore passée) ; dans ce cas chaque
      * lecture échoue et LOOKUP-MASTER-PAY-RATE rejette toutes les
      * timecards comme EMP-ID non trouvé.
      * En paie réelle la fiche est ouverte en mise à jour : l'envoi
      * des prénotes (SEND-PENDING-PRENOTES) y marque chaque compte
           IF PREVIEW-RUN THEN
               OPEN INPUT EMPLOYEE-MASTER
           ELSE
               OPEN I-O EMPLOYEE-MASTER
           END-IF
           IF WS-EMPLOYEE-MASTER-STATUS = "00" THEN
               MOVE "Y" TO WS-MASTER-OPEN
           ELSE
               DISPLAY "EMPMAST.DAT ABSENT OU ILLISIBLE : "
                   "TOUTES LES TIMECARDS SERONT REJETEES"
           END-IF
               OPEN I-O YTD-EARNINGS-FILE
           END-IF
           .
       OPEN-LEAVE-BALANCES.
      * en paie réelle le fichier est ouvert en mise à jour et créé au
      * premier lancement, comme OPEN-YTD-EARNINGS ; en aperçu il est
      * seulement lu, et son absence laisse tous les soldes à zéro
           IF PREVIEW-RUN THEN
               OPEN INPUT LEAVE-BALANCE-FILE
           ELSE
               OPEN I-O LEAVE-BALANCE-FILE
               IF WS-LEAVE-BALANCE-STATUS = "35" THEN
                   OPEN OUTPUT LEAVE-BALANCE-FILE
                   CLOSE LEAVE-BALANCE-FILE
                   OPEN I-O LEAVE-BALANCE-FILE
               END-IF
           END-IF
           IF WS-LEAVE-BALANCE-STATUS = "00" THEN
               MOVE "Y" TO WS-LEAVE-FILE-OPEN
           END-IF
           .
       LOAD-LEAVE-PLANS.
      * le fichier peut ne pas encore exister (site sans plan de
      * congés) ; dans ce cas seuls les taux propres aux employés
      * (LB-VAC-ACCRUAL, LB-SICK-ACCRUAL) font acquérir des heures
           OPEN INPUT LEAVE-PLANS
           IF WS-LEAVE-PLAN-STATUS = "00" THEN
               PERFORM UNTIL EOF
                   READ LEAVE-PLANS INTO LEAVE-PLAN-RECORD
                       AT END MOVE "T" TO END-FILE
                   NOT AT END
                       IF LP-TABLE-COUNT < 20 THEN
                           ADD 1 TO LP-TABLE-COUNT
                           MOVE LP-PLAN-CODE
                               TO LP-TBL-CODE (LP-TABLE-COUNT)
                           MOVE LP-VAC-ACCRUAL
                               TO LP-TBL-VAC-ACCRUAL (LP-TABLE-COUNT)
                           MOVE LP-SICK-ACCRUAL
                               TO LP-TBL-SICK-ACCRUAL (LP-TABLE-COUNT)
                       ELSE
                           DISPLAY "LP-TABLE PLEINE, LIGNE IGNOREE"
                       END-IF
               END-PERFORM
               CLOSE LEAVE-PLANS
               MOVE "N" TO END-FILE
           END-IF
           .
       LOAD-RUN-CONTROL.
      * sans RUNCTL.DAT on ne sait pas quelle période est payée :
      * on refuse de courir plutôt que de payer sans période
           ELSE
               DISPLAY "RUNCTL.DAT ABSENT OU ILLISIBLE, "
                   "EXECUTION REFUSEE"
      * période et mode inconnus : seul le refus est journalisé
               MOVE "RUNCTL.DAT MISSING OR UNREADABLE"
                   TO WS-JRN-REASON
               PERFORM JOURNAL-RUN-REFUSED
               STOP RUN
           END-IF
           .
                   " DEJA PAYEE, EXECUTION REFUSEE"
               DISPLAY "(METTRE L'OVERRIDE A Y DANS RUNCTL.DAT "
                   "POUR FORCER)"
               MOVE "PERIOD ALREADY PAID, NO OVERRIDE"
                   TO WS-JRN-REASON
               PERFORM JOURNAL-RUN-REFUSED
               STOP RUN
           END-IF
           .
       STAMP-RUN-CONTROL.
      * fin normale : la période devient la dernière payée et
      * l'override éventuel est consommé.
      * Une exécution d'ajustement n'estampille pas la dernière
      * période payée et laisse l'override en place : la garde
      * anti-doublon protège la réutilisation de TIMECARDS.DAT, que
      * l'ajustement n'a pas lu. Mais elle verse de l'argent comme une
      * paie normale : la date et l'heure de paie sont estampillées
      * dans les deux cas.
      * tous les champs du dessin sont garnis avant l'écriture : le
      * tampon du FD n'est plus fiable après le CLOSE de
      * LOAD-RUN-CONTROL
           MOVE WS-PERIOD-END TO RC-PERIOD-END
           MOVE WS-RUN-MODE   TO RC-RUN-MODE
           MOVE WS-RUN-TYPE   TO RC-RUN-TYPE
           IF ADJUSTMENT-RUN THEN
               MOVE WS-RUN-OVERRIDE    TO RC-OVERRIDE
               MOVE WS-LAST-RUN-PERIOD TO RC-LAST-RUN-PERIOD
           ELSE
               MOVE SPACE              TO RC-OVERRIDE
               MOVE WS-PERIOD-END      TO RC-LAST-RUN-PERIOD
           END-IF
           MOVE WS-RUN-START (1:8) TO RC-LAST-PAY-DATE
           MOVE WS-RUN-START (9:6) TO RC-LAST-PAY-TIME
           OPEN OUTPUT RUN-CONTROL
           WRITE RUN-CONTROL-RECORD
           CLOSE RUN-CONTROL
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
      * fin normale ; après un arrêt anormal, la reprise se signale
      * avec le point de reprise d'où elle est repartie
           MOVE "E" TO WS-JRN-RECORD-TYPE
           IF RESTART-RUN THEN
               MOVE "C" TO WS-JRN-STATUS
           ELSE
               MOVE "N" TO WS-JRN-STATUS
           END-IF
           PERFORM WRITE-JOURNAL-RECORD
           .
       WRITE-JOURNAL-RECORD.
           MOVE SPACES TO RUN-JOURNAL-RECORD
           MOVE "HELLO"              TO RJ-PROGRAM-ID
           MOVE WS-JRN-RECORD-TYPE   TO RJ-RECORD-TYPE
           MOVE WS-PERIOD-END        TO RJ-PERIOD
           MOVE WS-RUN-MODE          TO RJ-RUN-MODE
           MOVE WS-RUN-TYPE          TO RJ-RUN-TYPE
           MOVE WS-RUN-START (1:8)   TO RJ-START-DATE
           MOVE WS-RUN-START (9:6)   TO RJ-START-TIME
           MOVE WS-JRN-STATUS        TO RJ-STATUS
           MOVE WS-JRN-REASON        TO RJ-REASON
           IF RESTART-RUN THEN
               MOVE WS-RESTART-EMP-ID TO RJ-RESTART-POINT
           END-IF
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
               MOVE REG-EMPLOYEE-COUNT    TO RJ-EMPLOYEE-COUNT
               MOVE WS-JRN-EXCEPTION-COUNT TO RJ-EXCEPTION-COUNT
               MOVE REG-TOTAL-NET-PAY     TO RJ-TOTAL-NET
               MOVE WS-JRN-ACH-COUNT      TO RJ-ACH-COUNT
               MOVE WS-JRN-CHECK-COUNT    TO RJ-CHECK-COUNT
           END-IF
      * en ajout, créé au premier lancement ; un journal illisible ne
      * doit jamais empêcher la paie : l'écriture est alors sautée
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
       LOAD-CHECKPOINT.
           OPEN INPUT CHECKPOINT-FILE
           IF WS-CHECKPOINT-STATUS = "00" THEN
               READ CHECKPOINT-FILE
               CLOSE CHECKPOINT-FILE
      * un point de reprise remis à blanc (fin normale) ou à zéro
      * (fichier d'avant les EMP-ID) n'est pas une reprise
               IF CKPT-LAST-EMP-ID NOT = SPACES
                       AND CKPT-LAST-EMP-ID NOT = ZERO THEN
                   MOVE "Y" TO WS-RESTART-FLAG
                   MOVE CKPT-LAST-EMP-ID TO WS-RESTART-EMP-ID
               END-IF
               MOVE CKPT-EMPLOYEE-COUNT  TO REG-EMPLOYEE-COUNT
               MOVE CKPT-TOTAL-HOURS     TO REG-TOTAL-HOURS
               MOVE CKPT-TOTAL-GROSS-PAY TO REG-TOTAL-GROSS-PAY
               MOVE CKPT-TOTAL-NET-PAY   TO REG-TOTAL-NET-PAY
      * point de reprise d'avant les charges patronales : les colonnes
      * manquantes se lisent à blanc, traitées comme zéro, comme les
      * colonnes ajoutées de DEDUCT.DAT dans LOAD-ONE-DEDUCTION
               IF CKPT-TOTAL-ER-FICA IS NUMERIC THEN
                   MOVE CKPT-TOTAL-ER-FICA TO REG-TOTAL-ER-FICA
               ELSE
               MOVE "N" TO END-FILE
           END-IF
           .
       SORT-DEDUCTIONS.
      * le fichier peut ne pas encore exister (site sans retenues) ;
      * dans ce cas rien n'est trié et la paie se calcule comme
      * avant, taxes seules. Sinon DEDUCT.DAT est remis dans l'ordre
      * des EMP-ID (les lignes d'un même employé gardent leur ordre)
      * pour être lu en séquence avec la paie par MATCH-DEDUCTIONS
           OPEN INPUT DEDUCTIONS
           IF WS-DEDUCTIONS-STATUS = "00" THEN
               CLOSE DEDUCTIONS
               MOVE "Y" TO WS-DEDUCTIONS-PRESENT
               SORT DEDUCTION-SORT-FILE
                   ON ASCENDING KEY DK-EMP-ID
                   WITH DUPLICATES IN ORDER
                   USING DEDUCTIONS
                   OUTPUT PROCEDURE IS CHECK-DEDUCTION-GROUPS
      * payer sans une retenue écartée (une saisie de justice, par
      * exemple) serait pire que ne pas payer : on refuse de courir,
      * rien n'est encore ouvert ni payé à ce stade
               IF GROUP-OVERFLOW THEN
                   DISPLAY "PLUS DE 20 RETENUES POUR L'EMPLOYE "
                       WS-OVERFLOW-EMP-ID ", EXECUTION REFUSEE"
                   PERFORM CLOSE-INPUT-FILE
                   MOVE "DED-TABLE FULL" TO WS-JRN-REASON
                   PERFORM JOURNAL-RUN-REFUSED
                   STOP RUN
               END-IF
           END-IF
           .
       CHECK-DEDUCTION-GROUPS.
      * sortie du tri recopiée dans DDSORTED.WRK, en comptant les
      * lignes de chaque employé contre la taille de DED-TABLE
           OPEN OUTPUT SORTED-DEDUCTIONS
           PERFORM START-GROUP-COUNT
           MOVE LOW-VALUES TO WS-DED-KEY
           PERFORM RETURN-ONE-DEDUCTION WITH TEST BEFORE
               UNTIL WS-DED-KEY = HIGH-VALUES
           CLOSE SORTED-DEDUCTIONS
           .
       RETURN-ONE-DEDUCTION.
           RETURN DEDUCTION-SORT-FILE INTO SORTED-DEDUCTION-RECORD
               AT END
                   MOVE HIGH-VALUES TO WS-DED-KEY
               NOT AT END
                   MOVE DS-EMP-ID TO WS-DED-KEY
                   WRITE SORTED-DEDUCTION-RECORD
                   MOVE DS-EMP-ID TO WS-GROUP-LINE-ID
                   PERFORM COUNT-GROUP-LINE
           END-RETURN
           .
       START-GROUP-COUNT.
           MOVE "N"        TO WS-GROUP-OVERFLOW
           MOVE LOW-VALUES TO WS-GROUP-EMP-ID
           MOVE ZERO       TO WS-GROUP-COUNT
           .
       COUNT-GROUP-LINE.
      * une ligne de plus pour l'employé WS-GROUP-LINE-ID ; le premier
      * employé à dépasser les vingt lignes est gardé pour le message
           IF WS-GROUP-LINE-ID NOT = WS-GROUP-EMP-ID THEN
               MOVE WS-GROUP-LINE-ID TO WS-GROUP-EMP-ID
               MOVE ZERO TO WS-GROUP-COUNT
           END-IF
           ADD 1 TO WS-GROUP-COUNT
           IF WS-GROUP-COUNT > 20 AND NOT GROUP-OVERFLOW THEN
               MOVE "Y" TO WS-GROUP-OVERFLOW
               MOVE WS-GROUP-EMP-ID TO WS-OVERFLOW-EMP-ID
           END-IF
           .
       READ-SORTED-DEDUCTION.
           READ SORTED-DEDUCTIONS
               AT END MOVE HIGH-VALUES TO WS-DED-KEY
               NOT AT END MOVE DS-EMP-ID TO WS-DED-KEY
           END-READ
           .
       MATCH-DEDUCTIONS.
      * lecture en séquence avec la paie, les deux côtés allant dans
      * l'ordre des EMP-ID : les lignes des employés non payés
      * (exceptions, employés déjà payés avant une reprise) sont
      * passées, celles de l'employé en cours chargées dans DED-TABLE
           MOVE ZERO TO DED-TABLE-COUNT
           PERFORM READ-SORTED-DEDUCTION WITH TEST BEFORE
               UNTIL WS-DED-KEY NOT < WS-CUR-EMP-ID
           PERFORM LOAD-ONE-DEDUCTION WITH TEST BEFORE
               UNTIL WS-DED-KEY NOT = WS-CUR-EMP-ID
           .
       LOAD-ONE-DEDUCTION.
           IF DED-TABLE-COUNT < 20 THEN
               ADD 1 TO DED-TABLE-COUNT
               MOVE DS-EMP-ID    TO DED-TBL-EMP-ID (DED-TABLE-COUNT)
               MOVE DS-TYPE      TO DED-TBL-TYPE (DED-TABLE-COUNT)
               MOVE DS-METHOD    TO DED-TBL-METHOD (DED-TABLE-COUNT)
               MOVE DS-AMOUNT    TO DED-TBL-AMOUNT (DED-TABLE-COUNT)
               MOVE DS-PRIORITY  TO DED-TBL-PRIORITY (DED-TABLE-COUNT)
      * lignes d'avant l'objectif de prélèvement : les colonnes
      * manquantes se lisent à blanc, traitées comme zéro (sans limite)
               IF DS-GOAL IS NUMERIC THEN
                   MOVE DS-GOAL TO DED-TBL-GOAL (DED-TABLE-COUNT)
               ELSE
                   MOVE ZERO    TO DED-TBL-GOAL (DED-TABLE-COUNT)
               END-IF
               IF DS-COLLECTED IS NUMERIC THEN
                   MOVE DS-COLLECTED
                       TO DED-TBL-COLLECTED (DED-TABLE-COUNT)
               ELSE
                   MOVE ZERO
                       TO DED-TBL-COLLECTED (DED-TABLE-COUNT)
               END-IF
               MOVE DS-GOAL-KIND
                   TO DED-TBL-GOAL-KIND (DED-TABLE-COUNT)
               MOVE DS-PAYEE-ID
                   TO DED-TBL-PAYEE-ID (DED-TABLE-COUNT)
           END-IF
           PERFORM READ-SORTED-DEDUCTION
           .
       OPEN-DEDUCTION-UPDATES.
      * en reprise, à la suite des cumuls écrits avant l'arrêt anormal,
      * comme OPEN-ACH-FILE ; sinon à neuf
           IF DEDUCTIONS-PRESENT THEN
               IF RESTART-RUN THEN
                   OPEN EXTEND DEDUCTION-UPDATES
                   IF WS-DEDUCTION-UPDATE-STATUS = "35" THEN
                       OPEN OUTPUT DEDUCTION-UPDATES
                       CLOSE DEDUCTION-UPDATES
                       OPEN EXTEND DEDUCTION-UPDATES
                   END-IF
               ELSE
                   OPEN OUTPUT DEDUCTION-UPDATES
               END-IF
           END-IF
           .
       WRITE-DEDUCTION-UPDATES.
      * les cumuls prélevés de l'employé qui vient d'être payé partent
      * en une seule écriture, avant son point de reprise : un arrêt
      * anormal ne perd rien de ce qui a été prélevé, et l'employé ne
      * sera pas re-prélevé au-delà de son objectif à la reprise
           IF DED-TABLE-COUNT > ZERO THEN
               MOVE ZERO            TO DEDUCTION-UPDATE-RECORD
               MOVE WS-CUR-EMP-ID   TO DU-EMP-ID
               MOVE DED-TABLE-COUNT TO DU-LINE-COUNT
               PERFORM VARYING WS-UPD-POS FROM 1 BY 1
                       UNTIL WS-UPD-POS > DED-TABLE-COUNT
                   MOVE DED-TBL-COLLECTED (WS-UPD-POS)
                       TO DU-COLLECTED (WS-UPD-POS)
               END-PERFORM
               WRITE DEDUCTION-UPDATE-RECORD
           END-IF
           .
       SAVE-DEDUCTIONS.
      * réécrit DEDUCT.DAT en fin normale pour que les cumuls prélevés
      * survivent à l'exécution : les lignes triées sont rapprochées en
      * séquence des cumuls de DDUPDATE.WRK (ceux d'avant l'arrêt
      * anormal compris, en reprise) ; le fichier ressort dans l'ordre
      * des EMP-ID. Un site sans retenues ne se voit pas créer un
      * fichier vide
           IF DEDUCTIONS-PRESENT THEN
               CLOSE DEDUCTION-UPDATES
               OPEN INPUT SORTED-DEDUCTIONS
               OPEN INPUT DEDUCTION-UPDATES
               OPEN OUTPUT DEDUCTIONS
               PERFORM READ-SORTED-DEDUCTION
               MOVE LOW-VALUES TO WS-UPD-KEY
               PERFORM READ-DEDUCTION-UPDATE
               PERFORM SAVE-EMPLOYEE-DEDUCTIONS WITH TEST BEFORE
                   UNTIL WS-DED-KEY = HIGH-VALUES
               CLOSE DEDUCTIONS
               CLOSE DEDUCTION-UPDATES
               CLOSE SORTED-DEDUCTIONS
           END-IF
           .
       READ-DEDUCTION-UPDATE.
           IF WS-DEDUCTION-UPDATE-STATUS = "00" THEN
               READ DEDUCTION-UPDATES
                   AT END MOVE HIGH-VALUES TO WS-UPD-KEY
                   NOT AT END MOVE DU-EMP-ID TO WS-UPD-KEY
               END-READ
           ELSE
               MOVE HIGH-VALUES TO WS-UPD-KEY
           END-IF
           .
       SAVE-EMPLOYEE-DEDUCTIONS.
      * les lignes d'un employé : s'il a été payé, ses cumuls sont
      * ceux de son dernier enregistrement dans DDUPDATE.WRK (une
      * reprise qui l'a repayé en a écrit un second) ; sinon la ligne
      * repart telle quelle
           MOVE WS-DED-KEY TO WS-GROUP-EMP-ID
           MOVE "N" TO WS-UPD-FOUND
           PERFORM READ-DEDUCTION-UPDATE WITH TEST BEFORE
               UNTIL WS-UPD-KEY NOT < WS-GROUP-EMP-ID
           PERFORM KEEP-DEDUCTION-UPDATE WITH TEST BEFORE
               UNTIL WS-UPD-KEY NOT = WS-GROUP-EMP-ID
           MOVE ZERO TO WS-UPD-POS
           PERFORM SAVE-ONE-DEDUCTION WITH TEST BEFORE
               UNTIL WS-DED-KEY NOT = WS-GROUP-EMP-ID
           .
       KEEP-DEDUCTION-UPDATE.
           MOVE "Y" TO WS-UPD-FOUND
           MOVE DU-LINE-COUNT        TO WS-UPD-LINE-COUNT
           MOVE DU-COLLECTED-TABLE   TO WS-UPD-COLLECTED-TABLE
           PERFORM READ-DEDUCTION-UPDATE
           .
       SAVE-ONE-DEDUCTION.
      * colonnes à blanc d'une ligne ancienne réécrites à zéro, comme
      * la table les avait chargées
           ADD 1 TO WS-UPD-POS
           MOVE SORTED-DEDUCTION-RECORD TO DEDUCTION-RECORD
           IF DED-GOAL IS NOT NUMERIC THEN
               MOVE ZERO TO DED-GOAL
           END-IF
           IF DED-COLLECTED IS NOT NUMERIC THEN
               MOVE ZERO TO DED-COLLECTED
           END-IF
           IF UPDATE-FOUND AND WS-UPD-POS NOT > WS-UPD-LINE-COUNT THEN
               MOVE WS-UPD-COLLECTED (WS-UPD-POS) TO DED-COLLECTED
           END-IF
           WRITE DEDUCTION-RECORD
           PERFORM READ-SORTED-DEDUCTION
           .
       SORT-DEPOSIT-SPLITS.
      * le fichier peut ne pas encore exister (site sans répartition) ;
      * dans ce cas rien n'est trié et tout le net part au compte
      * principal de la fiche employé, comme avant. Sinon DEPSPLIT.DAT
      * est remis dans l'ordre des EMP-ID, comme DEDUCT.DAT
           OPEN INPUT DEPOSIT-SPLITS
           IF WS-DEPOSIT-SPLIT-STATUS = "00" THEN
               CLOSE DEPOSIT-SPLITS
               MOVE "Y" TO WS-SPLITS-PRESENT
               SORT SPLIT-SORT-FILE
                   ON ASCENDING KEY SK-EMP-ID
                   WITH DUPLICATES IN ORDER
                   USING DEPOSIT-SPLITS
                   OUTPUT PROCEDURE IS CHECK-SPLIT-GROUPS
      * déposer le net au mauvais endroit faute d'une part chargée
      * serait pire que ne pas payer : on refuse de courir, rien
      * n'est encore ouvert ni payé à ce stade
               IF GROUP-OVERFLOW THEN
                   DISPLAY "PLUS DE 20 PARTS DE DEPOT POUR L'EMPLOYE "
                       WS-OVERFLOW-EMP-ID ", EXECUTION REFUSEE"
                   PERFORM CLOSE-INPUT-FILE
                   MOVE "SPL-TABLE FULL" TO WS-JRN-REASON
                   PERFORM JOURNAL-RUN-REFUSED
                   STOP RUN
               END-IF
           END-IF
           .
       CHECK-SPLIT-GROUPS.
      * même contrôle que CHECK-DEDUCTION-GROUPS, contre SPL-TABLE
           OPEN OUTPUT SORTED-SPLITS
           PERFORM START-GROUP-COUNT
           MOVE LOW-VALUES TO WS-SPL-KEY
           PERFORM RETURN-ONE-SPLIT WITH TEST BEFORE
               UNTIL WS-SPL-KEY = HIGH-VALUES
           CLOSE SORTED-SPLITS
           .
       RETURN-ONE-SPLIT.
           RETURN SPLIT-SORT-FILE INTO SORTED-SPLIT-RECORD
               AT END
                   MOVE HIGH-VALUES TO WS-SPL-KEY
               NOT AT END
                   MOVE SS-EMP-ID TO WS-SPL-KEY
                   WRITE SORTED-SPLIT-RECORD
                   MOVE SS-EMP-ID TO WS-GROUP-LINE-ID
                   PERFORM COUNT-GROUP-LINE
           END-RETURN
           .
       READ-SORTED-SPLIT.
           READ SORTED-SPLITS
               AT END MOVE HIGH-VALUES TO WS-SPL-KEY
               NOT AT END MOVE SS-EMP-ID TO WS-SPL-KEY
           END-READ
           .
       MATCH-DEPOSIT-SPLITS.
      * même lecture en séquence que MATCH-DEDUCTIONS. SPSORTED.WRK
      * porte les statuts de prénote d'avant SEND-PENDING-PRENOTES :
      * le verdict de CHECK-SPLIT-PRENOTE-HOLD est le même -- une part
      * "P" retient le dépôt comme la "S" du jour qu'elle devient, une
      * "S" arrivée au bout du délai le libère comme le "V" qu'elle
      * devient
           MOVE ZERO TO SPL-TABLE-COUNT
           PERFORM READ-SORTED-SPLIT WITH TEST BEFORE
               UNTIL WS-SPL-KEY NOT < WS-CUR-EMP-ID
           PERFORM LOAD-ONE-SPLIT WITH TEST BEFORE
               UNTIL WS-SPL-KEY NOT = WS-CUR-EMP-ID
           .
       LOAD-ONE-SPLIT.
           IF SPL-TABLE-COUNT < 20 THEN
               ADD 1 TO SPL-TABLE-COUNT
               MOVE SS-EMP-ID    TO SPL-TBL-EMP-ID (SPL-TABLE-COUNT)
               MOVE SS-SEQUENCE  TO SPL-TBL-SEQUENCE (SPL-TABLE-COUNT)
               MOVE SS-METHOD    TO SPL-TBL-METHOD (SPL-TABLE-COUNT)
               MOVE SS-AMOUNT    TO SPL-TBL-AMOUNT (SPL-TABLE-COUNT)
               MOVE SS-ROUTING-NUMBER
                   TO SPL-TBL-ROUTING (SPL-TABLE-COUNT)
               MOVE SS-ACCOUNT-NUMBER
                   TO SPL-TBL-ACCOUNT (SPL-TABLE-COUNT)
               MOVE SS-CHECK-FLAG
                   TO SPL-TBL-CHECK-FLAG (SPL-TABLE-COUNT)
               MOVE SS-PRENOTE-STATUS
                   TO SPL-TBL-PRENOTE-STATUS (SPL-TABLE-COUNT)
               MOVE SS-PRENOTE-DATE
                   TO SPL-TBL-PRENOTE-DATE (SPL-TABLE-COUNT)
           END-IF
           PERFORM READ-SORTED-SPLIT
           .
       OPEN-MATCHING-FILES.
      * retenues et répartitions lues d'avance pour la paie ; sans
      * fichier d'origine la clé reste en fin et aucune ligne ne vient
           MOVE HIGH-VALUES TO WS-DED-KEY
           IF DEDUCTIONS-PRESENT THEN
               OPEN INPUT SORTED-DEDUCTIONS
               PERFORM READ-SORTED-DEDUCTION
           END-IF
           MOVE HIGH-VALUES TO WS-SPL-KEY
           IF SPLITS-PRESENT THEN
               OPEN INPUT SORTED-SPLITS
               PERFORM READ-SORTED-SPLIT
           END-IF
           .
       CLOSE-MATCHING-FILES.
           IF DEDUCTIONS-PRESENT THEN
               CLOSE SORTED-DEDUCTIONS
           END-IF
           IF SPLITS-PRESENT THEN
               CLOSE SORTED-SPLITS
           END-IF
           .
       LOAD-OVERTIME-RULES.
               END-IF
           END-PERFORM
           .
       RELEASE-PAY-ITEMS.
      * entrée du tri : les timecards (ou les ajustements), puis les
      * salariés actifs de la fiche employé, chacun sous son EMP-ID ;
      * rien n'est jugé ici, la validation se fait à la consolidation
           IF ADJUSTMENT-RUN THEN
               PERFORM RELEASE-ONE-ADJUSTMENT WITH TEST BEFORE
                   UNTIL EOF
           ELSE
               PERFORM RELEASE-ONE-TIMECARD WITH TEST BEFORE
                   UNTIL EOF
               PERFORM RELEASE-SALARIED-EMPLOYEES
           END-IF
           .
       RELEASE-ONE-TIMECARD.
      * met le T de stop à la fin
           READ TIMECARDS INTO TIMECARD
               AT END MOVE "T" TO END-FILE.
           IF NOT EOF THEN
               ADD 1 TO WS-JRN-RECORDS-READ
               MOVE SPACES   TO PAY-SORT-RECORD
               MOVE EMP-ID   TO PS-EMP-ID
               MOVE "T"      TO PS-SOURCE
               MOVE TIMECARD TO PS-ITEM
               RELEASE PAY-SORT-RECORD
           END-IF.
       RELEASE-ONE-ADJUSTMENT.
           READ ADJUSTMENTS INTO ADJUSTMENT-RECORD
               AT END MOVE "T" TO END-FILE.
           IF NOT EOF THEN
               ADD 1 TO WS-JRN-RECORDS-READ
               MOVE SPACES            TO PAY-SORT-RECORD
               MOVE ADJ-EMP-ID        TO PS-EMP-ID
               MOVE "A"               TO PS-SOURCE
               MOVE ADJUSTMENT-RECORD TO PS-ITEM
               RELEASE PAY-SORT-RECORD
           END-IF.
       RELEASE-SALARIED-EMPLOYEES.
      * les salariés actifs n'ont pas de timecard : ils entrent dans
      * le tri par leur seul EMP-ID, directement depuis la fiche
      * employé, et suivent ensuite le même chemin de paie que les
      * horaires (taxes, retenues, ACH, cumuls, registre).
      * Le drapeau de fin est resté à T depuis la lecture des
      * timecards : remis à N pour le balayage, comme
      * REPORT-YTD-WITHOUT-HISTORY dans YTD-RECON (ytd_recon.cbl).
      * Fiche employé absente ou illisible (OPEN-EMPLOYEE-MASTER
      * tolère ce cas avec un avertissement) : pas de balayage -- un
      * START sur le fichier jamais ouvert ne lève pas INVALID KEY et
      * la lecture bouclerait sans jamais atteindre la fin
           IF MASTER-FILE-OPEN THEN
               MOVE "N" TO END-FILE
               MOVE LOW-VALUES TO EM-EMP-ID
               START EMPLOYEE-MASTER KEY >= EM-EMP-ID
                   INVALID KEY MOVE "T" TO END-FILE
               END-START
               PERFORM UNTIL EOF
                   READ EMPLOYEE-MASTER NEXT RECORD
                       AT END MOVE "T" TO END-FILE
                   NOT AT END
                       IF EM-PAY-TYPE = "S"
                               AND EM-STATUS NOT = "T" THEN
                           MOVE SPACES    TO PAY-SORT-RECORD
                           MOVE EM-EMP-ID TO PS-EMP-ID
                           MOVE "S"       TO PS-SOURCE
                           RELEASE PAY-SORT-RECORD
                       END-IF
               END-READ
               END-PERFORM
           END-IF
           .
       PROCESS-LINE.
      * une timecard de l'employé en cours : rien n'est payé ici, les
      * heures valides sont seulement totalisées dans CON-ENTRY
           MOVE EMP-ID TO WS-CUR-EMP-ID
           PERFORM LOOKUP-MASTER-PAY-RATE
           PERFORM VALIDATE-TIMECARD
           IF VALID-TIMECARD THEN
               PERFORM CHECK-LEAVE-BALANCE
           END-IF
           IF VALID-TIMECARD THEN
               PERFORM CONSOLIDATE-TIMECARD
           ELSE
               PERFORM LOG-EXCEPTION
           END-IF
           .
       CONSOLIDATE-TIMECARD.
      * le nom et le code état retenus sont ceux de la première carte
      * valide de l'employé ; les suivantes n'apportent que des heures
           IF NOT CON-ENTRY-FOUND THEN
               MOVE EMPLOYEE-NAME TO CON-EMPLOYEE-NAME
               MOVE STATE-CODE    TO CON-STATE-CODE
               MOVE "Y" TO WS-CON-FOUND
           END-IF
           PERFORM ADD-CARD-HOURS
           .
       ADD-CARD-HOURS.
      * les heures de la carte vont au cumul de leur type : seul le
      * cumul des heures travaillées (CON-HOURS) est jugé contre le
      * seuil des heures supplémentaires. Au-delà de 999.9 heures
      * cumulées, la carte part en exception au lieu de faire boucler
      * le total en silence
           EVALUATE TRUE
               WHEN HOURS-TYPE-VACATION
                   ADD HOURS-WORKED TO CON-VAC-HOURS
                       ON SIZE ERROR
                           PERFORM LOG-HOURS-OVERFLOW
                   END-ADD
               WHEN HOURS-TYPE-SICK
                   ADD HOURS-WORKED TO CON-SICK-HOURS
                       ON SIZE ERROR
                           PERFORM LOG-HOURS-OVERFLOW
                   END-ADD
               WHEN HOURS-TYPE-HOLIDAY
                   ADD HOURS-WORKED TO CON-HOL-HOURS
                       ON SIZE ERROR
                           PERFORM LOG-HOURS-OVERFLOW
                   END-ADD
               WHEN OTHER
                   ADD HOURS-WORKED TO CON-HOURS
                       ON SIZE ERROR
                           PERFORM LOG-HOURS-OVERFLOW
                   END-ADD
           END-EVALUATE
           .
       LOG-HOURS-OVERFLOW.
           MOVE "CONSOLIDATED HOURS OVERFLOW" TO EXC-REASON-TEXT
           PERFORM LOG-EXCEPTION
           .
       CHECK-LEAVE-BALANCE.
      * une carte de vacances ou de maladie ne peut pas prendre plus
      * que le solde de début de période, diminué des heures du même
      * type déjà consolidées pour l'employé sur ses cartes
      * précédentes ; l'acquisition de la période n'est créditée
      * qu'au paiement, elle ne se consomme pas d'avance
           IF HOURS-TYPE-VACATION OR HOURS-TYPE-SICK THEN
               PERFORM READ-LEAVE-BALANCE
               IF HOURS-TYPE-VACATION THEN
                   MOVE CON-VAC-HOURS  TO WS-LEAVE-HOURS-TAKEN
               ELSE
                   MOVE CON-SICK-HOURS TO WS-LEAVE-HOURS-TAKEN
               END-IF
               ADD HOURS-WORKED TO WS-LEAVE-HOURS-TAKEN
               IF HOURS-TYPE-VACATION
                       AND WS-LEAVE-HOURS-TAKEN > WS-LEAVE-VAC-START
                           THEN
                   MOVE "N" TO TIMECARD-OK
                   MOVE "VACATION BALANCE WOULD GO NEGATIVE"
                       TO EXC-REASON-TEXT
               END-IF
               IF HOURS-TYPE-SICK
                       AND WS-LEAVE-HOURS-TAKEN > WS-LEAVE-SICK-START
                           THEN
                   MOVE "N" TO TIMECARD-OK
                   MOVE "SICK BALANCE WOULD GO NEGATIVE"
                       TO EXC-REASON-TEXT
               END-IF
           END-IF
           .
       READ-LEAVE-BALANCE.
      * soldes de WS-CUR-EMP-ID : ceux du fichier, et ceux du début de
      * la période -- les soldes d'avant le mouvement si la période
      * l'a déjà reçu (reprise après arrêt anormal, ou période
      * repassée avec l'override). Sans enregistrement, soldes à zéro
      * et plan par défaut (code blanc). Un taux d'acquisition nul
      * sur l'enregistrement prend celui du plan
           MOVE "N"    TO WS-LEAVE-FOUND
           MOVE SPACES TO WS-LEAVE-PLAN-CODE
           MOVE ZERO   TO WS-LEAVE-VAC-ACCRUAL
           MOVE ZERO   TO WS-LEAVE-SICK-ACCRUAL
           MOVE ZERO   TO WS-LEAVE-VAC-BALANCE
           MOVE ZERO   TO WS-LEAVE-SICK-BALANCE
           MOVE ZERO   TO WS-LEAVE-VAC-START
           MOVE ZERO   TO WS-LEAVE-SICK-START
           IF LEAVE-FILE-OPEN THEN
               MOVE WS-CUR-EMP-ID TO LB-EMP-ID
               READ LEAVE-BALANCE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO WS-LEAVE-FOUND
                       MOVE LB-PLAN-CODE    TO WS-LEAVE-PLAN-CODE
                       MOVE LB-VAC-ACCRUAL  TO WS-LEAVE-VAC-ACCRUAL
                       MOVE LB-SICK-ACCRUAL TO WS-LEAVE-SICK-ACCRUAL
                       MOVE LB-VAC-BALANCE  TO WS-LEAVE-VAC-BALANCE
                       MOVE LB-SICK-BALANCE TO WS-LEAVE-SICK-BALANCE
                       IF LB-LAST-ACCRUAL = WS-PERIOD-END THEN
                           MOVE LB-PRIOR-VAC-BALANCE
                               TO WS-LEAVE-VAC-START
                           MOVE LB-PRIOR-SICK-BALANCE
                               TO WS-LEAVE-SICK-START
                       ELSE
                           MOVE LB-VAC-BALANCE  TO WS-LEAVE-VAC-START
                           MOVE LB-SICK-BALANCE TO WS-LEAVE-SICK-START
                       END-IF
               END-READ
           END-IF
           PERFORM VARYING LP-IDX FROM 1 BY 1
                   UNTIL LP-IDX > LP-TABLE-COUNT
               IF LP-TBL-CODE (LP-IDX) = WS-LEAVE-PLAN-CODE THEN
                   IF WS-LEAVE-VAC-ACCRUAL = ZERO THEN
                       MOVE LP-TBL-VAC-ACCRUAL (LP-IDX)
                           TO WS-LEAVE-VAC-ACCRUAL
                   END-IF
                   IF WS-LEAVE-SICK-ACCRUAL = ZERO THEN
                       MOVE LP-TBL-SICK-ACCRUAL (LP-IDX)
                           TO WS-LEAVE-SICK-ACCRUAL
                   END-IF
               END-IF
           END-PERFORM
           .
       PROCESS-ADJUSTMENT.
      * un ajustement de l'employé en cours : comme PROCESS-LINE,
      * rien n'est payé ici, les montants valides sont seulement
      * totalisés dans CON-ENTRY
           MOVE ADJ-EMP-ID TO WS-CUR-EMP-ID
           PERFORM LOOKUP-MASTER-PAY-RATE
           IF NOT EMP-ID-FOUND THEN
               MOVE "EMPLOYEE ID NOT FOUND IN MASTER"
                   TO EXC-REASON-TEXT
               PERFORM LOG-ADJUSTMENT-EXCEPTION
           ELSE
               IF ADJ-GROSS-AMOUNT = ZERO THEN
                   MOVE "ADJUSTMENT AMOUNT ZERO"
                       TO EXC-REASON-TEXT
                   PERFORM LOG-ADJUSTMENT-EXCEPTION
               ELSE
      * mêmes exigences bancaires que VALIDATE-TIMECARD quand un
      * dépôt devra partir ; une récupération (montant négatif)
      * n'émet pas d'ACH et n'en a pas besoin
                   IF ADJ-GROSS-AMOUNT > ZERO
                           AND NOT PAPER-CHECK-ONLY AND
                           (WS-ACH-ROUTING-NUMBER = SPACES
                               OR WS-ACH-ACCOUNT-NUMBER
                                   = SPACES) THEN
                       MOVE "BANK DETAILS MISSING ON MASTER"
                           TO EXC-REASON-TEXT
                       PERFORM LOG-ADJUSTMENT-EXCEPTION
                   ELSE
                       PERFORM CONSOLIDATE-ADJUSTMENT
                   END-IF
               END-IF
           END-IF
           .
       CONSOLIDATE-ADJUSTMENT.
      * plusieurs ajustements d'un même employé se cumulent sur une
      * seule fiche ; le code et le mémo retenus sont ceux de la
      * première ligne, comme le nom sur une timecard
           IF CON-ENTRY-FOUND THEN
               ADD ADJ-GROSS-AMOUNT TO CON-ADJ-GROSS
           ELSE
      * le nom et le code état viennent de la fiche employé, comme
      * pour un salarié : un ajustement n'a pas de timecard
               MOVE EM-EMPLOYEE-NAME TO CON-EMPLOYEE-NAME
               MOVE EM-STATE-CODE    TO CON-STATE-CODE
               MOVE ADJ-GROSS-AMOUNT TO CON-ADJ-GROSS
               MOVE ADJ-CODE         TO CON-ADJ-CODE
               MOVE ADJ-MEMO         TO CON-ADJ-MEMO
               MOVE "Y" TO WS-CON-FOUND
           END-IF
           .
       LOG-ADJUSTMENT-EXCEPTION.
           MOVE WS-MASTER-PAY-RATE TO EXC-MASTER-PAY-RATE
           MOVE EXC-REASON-TEXT    TO EXC-REASON
           WRITE EXCEPTION-RECORD
           ADD 1 TO WS-JRN-EXCEPTION-COUNT
           .
       ADD-SALARIED-EMPLOYEE.
      * le salarié n'a passé le tri que par son EMP-ID : sa fiche est
      * relue par clé avant les garde-fous
           MOVE PS-EMP-ID TO WS-CUR-EMP-ID
           PERFORM LOOKUP-MASTER-PAY-RATE
           IF EMP-ID-FOUND THEN
               PERFORM ADD-ONE-SALARIED-EMPLOYEE
           END-IF
           .
       ADD-ONE-SALARIED-EMPLOYEE.
                       TO EXC-REASON-TEXT
                   PERFORM LOG-SALARIED-EXCEPTION
               ELSE
                   MOVE EM-EMPLOYEE-NAME TO CON-EMPLOYEE-NAME
                   MOVE EM-STATE-CODE    TO CON-STATE-CODE
                   MOVE "Y" TO WS-CON-FOUND
               END-IF
           END-IF
           .
           MOVE EM-PAY-RATE        TO EXC-MASTER-PAY-RATE
           MOVE EXC-REASON-TEXT    TO EXC-REASON
           WRITE EXCEPTION-RECORD
           ADD 1 TO WS-JRN-EXCEPTION-COUNT
           .
       PAY-EMPLOYEES.
      * sortie du tri : à chaque rupture d'EMP-ID, les timecards (ou
      * les ajustements, ou le salarié) de l'employé sont consolidées
      * puis payées aussitôt -- une fiche de paie, un ACH et une mise
      * à jour YTD par employé. En reprise après arrêt anormal, les
      * employés jusqu'au dernier payé (point de reprise) sont
      * consolidés, pour reproduire leurs exceptions, mais pas repayés
           PERFORM OPEN-MATCHING-FILES
           PERFORM RETURN-PAY-ITEM
           PERFORM PAY-ONE-GROUP WITH TEST BEFORE
               UNTIL WS-PAY-KEY = HIGH-VALUES
           PERFORM CLOSE-MATCHING-FILES
           .
       RETURN-PAY-ITEM.
           RETURN PAY-SORT-FILE
               AT END MOVE HIGH-VALUES TO WS-PAY-KEY
               NOT AT END MOVE PS-EMP-ID TO WS-PAY-KEY
           END-RETURN
           .
       PAY-ONE-GROUP.
           PERFORM START-CONSOLIDATION
           PERFORM CONSOLIDATE-PAY-ITEM WITH TEST BEFORE
               UNTIL WS-PAY-KEY NOT = CON-EMP-ID
           IF CON-ENTRY-FOUND THEN
               IF NOT RESTART-RUN
                       OR CON-EMP-ID > WS-RESTART-EMP-ID THEN
                   PERFORM PAY-ONE-EMPLOYEE
               END-IF
           END-IF
           .
       START-CONSOLIDATION.
           MOVE WS-PAY-KEY TO CON-EMP-ID
           MOVE SPACES     TO CON-EMPLOYEE-NAME
           MOVE SPACES     TO CON-STATE-CODE
           MOVE ZERO       TO CON-HOURS
           MOVE ZERO       TO CON-VAC-HOURS
           MOVE ZERO       TO CON-SICK-HOURS
           MOVE ZERO       TO CON-HOL-HOURS
           MOVE ZERO       TO CON-ADJ-GROSS
           MOVE SPACES     TO CON-ADJ-CODE
           MOVE SPACES     TO CON-ADJ-MEMO
           MOVE "N" TO WS-CON-FOUND
           .
       CONSOLIDATE-PAY-ITEM.
           EVALUATE TRUE
               WHEN PS-TIMECARD
                   MOVE PS-ITEM TO TIMECARD
                   PERFORM PROCESS-LINE
               WHEN PS-ADJUSTMENT
                   MOVE PS-ITEM TO ADJUSTMENT-RECORD
                   PERFORM PROCESS-ADJUSTMENT
               WHEN PS-SALARIED
                   PERFORM ADD-SALARIED-EMPLOYEE
           END-EVALUATE
           PERFORM RETURN-PAY-ITEM
           .
       PAY-ONE-EMPLOYEE.
           MOVE CON-EMP-ID        TO WS-CUR-EMP-ID
           MOVE CON-EMPLOYEE-NAME TO WS-CUR-EMPLOYEE-NAME
           MOVE CON-STATE-CODE    TO WS-CUR-STATE-CODE
           MOVE CON-HOURS         TO WS-CUR-HOURS
           MOVE CON-VAC-HOURS     TO WS-CUR-VAC-HOURS
           MOVE CON-SICK-HOURS    TO WS-CUR-SICK-HOURS
           MOVE CON-HOL-HOURS     TO WS-CUR-HOL-HOURS
           COMPUTE WS-CUR-LEAVE-HOURS = WS-CUR-VAC-HOURS
               + WS-CUR-SICK-HOURS + WS-CUR-HOL-HOURS
           MOVE CON-ADJ-GROSS     TO WS-CUR-ADJ-GROSS
           MOVE CON-ADJ-CODE      TO WS-CUR-ADJ-CODE
           MOVE CON-ADJ-MEMO      TO WS-CUR-ADJ-MEMO
           PERFORM MATCH-DEDUCTIONS
           PERFORM MATCH-DEPOSIT-SPLITS
           PERFORM LOOKUP-MASTER-PAY-RATE
           PERFORM COMPUTE-GROSS-PAY
      * le cumul annuel déjà payé doit être lu avant les taxes :
           PERFORM COMPUTE-FICA
           PERFORM COMPUTE-EMPLOYER-TAXES
           PERFORM COMPUTE-NET-PAY
      * soldes de congés après la paie, pour le talon
           PERFORM COMPUTE-LEAVE-BALANCES
      * après un rejet bancaire, l'employé est payé par chèque papier
      * (pas d'ACH) jusqu'à ce que la paie corrige ses coordonnées
      * dans EMPLOYEE-MAINT, ce qui efface le drapeau ;
           PERFORM PRINT-CHECK
           IF NOT PREVIEW-RUN THEN
               PERFORM UPDATE-YTD-EARNINGS
               IF NOT ADJUSTMENT-RUN THEN
                   PERFORM UPDATE-LEAVE-BALANCE
               END-IF
               PERFORM WRITE-PAY-HISTORY
               PERFORM WRITE-DEDUCTION-HISTORY
               PERFORM WRITE-DEDUCTION-UPDATES
               PERFORM SAVE-CHECKPOINT
           ELSE
               PERFORM WRITE-PAY-PREVIEW
           END-IF
           .
       WRITE-PAY-HISTORY.
           MOVE FICA-TAX      TO PH-FICA-TAX
           MOVE NET-PAY       TO PH-NET-PAY
           MOVE WS-CUR-STATE-CODE TO PH-STATE-CODE
           MOVE WS-TOTAL-DEDUCTIONS TO PH-TOTAL-DEDUCTIONS
           COMPUTE PH-HOURS-PAID = WS-CUR-HOURS + WS-CUR-LEAVE-HOURS
           WRITE PAY-HISTORY-RECORD
           .
       WRITE-PAY-PREVIEW.
      * l'aperçu n'écrit pas l'historique : le même détail part dans
      * PAYPREV.DAT
           MOVE SPACES        TO PAY-PREVIEW-RECORD
           MOVE WS-CUR-EMP-ID TO PV-EMP-ID
           MOVE WS-PERIOD-END TO PV-PERIOD-END
           MOVE GROSS-PAY     TO PV-GROSS-PAY
           MOVE FED-TAX       TO PV-FED-TAX
           MOVE STATE-TAX     TO PV-STATE-TAX
           MOVE FICA-TAX      TO PV-FICA-TAX
           MOVE NET-PAY       TO PV-NET-PAY
           MOVE WS-CUR-STATE-CODE TO PV-STATE-CODE
           MOVE WS-TOTAL-DEDUCTIONS TO PV-TOTAL-DEDUCTIONS
           COMPUTE PV-HOURS-PAID = WS-CUR-HOURS + WS-CUR-LEAVE-HOURS
           WRITE PAY-PREVIEW-RECORD
           .
       SAVE-CHECKPOINT.
      * conserve aussi les cumuls du registre, pas seulement l'EMP-ID
      * du dernier employé payé, pour qu'une reprise après arrêt
      * anormal reparte avec le même total qu'avant l'arrêt
           MOVE WS-CUR-EMP-ID       TO CKPT-LAST-EMP-ID
           MOVE REG-EMPLOYEE-COUNT  TO CKPT-EMPLOYEE-COUNT
           MOVE REG-TOTAL-HOURS     TO CKPT-TOTAL-HOURS
           MOVE REG-TOTAL-GROSS-PAY TO CKPT-TOTAL-GROSS-PAY
           OPEN OUTPUT CHECKPOINT-FILE
           WRITE CHECKPOINT-RECORD
           CLOSE CHECKPOINT-FILE
           .
       RESET-CHECKPOINT.
      * le tri n'atteint CLEAN-UP qu'en arrivant à la fin normale de
      * TIMECARDS ; le point de reprise ne doit donc servir que pour
      * un redémarrage après un arrêt anormal, pas pour la prochaine
      * exécution normale du lendemain (EMP-ID remis à blanc)
           MOVE ZERO TO CHECKPOINT-RECORD
           MOVE SPACES TO CKPT-LAST-EMP-ID
           OPEN OUTPUT CHECKPOINT-FILE
           WRITE CHECKPOINT-RECORD
           CLOSE CHECKPOINT-FILE
           .
       COMPUTE-LEAVE-BALANCES.
      * nouveaux soldes : début de période, plus l'acquisition de la
      * période, moins les congés payés (la passe de consolidation a
      * déjà écarté toute carte qui passerait sous zéro). Une
      * exécution d'ajustement ne paie pas de temps : ni acquisition
      * ni débit, le talon montre le solde du fichier tel quel
           PERFORM READ-LEAVE-BALANCE
           IF NOT ADJUSTMENT-RUN THEN
               COMPUTE WS-LEAVE-VAC-BALANCE = WS-LEAVE-VAC-START
                   + WS-LEAVE-VAC-ACCRUAL - WS-CUR-VAC-HOURS
               COMPUTE WS-LEAVE-SICK-BALANCE = WS-LEAVE-SICK-START
                   + WS-LEAVE-SICK-ACCRUAL - WS-CUR-SICK-HOURS
           END-IF
           .
       UPDATE-LEAVE-BALANCE.
      * un employé payé sans enregistrement de solde en reçoit un,
      * sur le plan par défaut, comme UPDATE-YTD-EARNINGS crée son
      * cumul annuel
           IF LEAVE-FILE-OPEN THEN
               MOVE WS-CUR-EMP-ID TO LB-EMP-ID
               READ LEAVE-BALANCE-FILE
                   INVALID KEY
                       MOVE SPACES TO LB-PLAN-CODE
                       MOVE ZERO   TO LB-VAC-ACCRUAL
                       MOVE ZERO   TO LB-SICK-ACCRUAL
                       PERFORM SET-LEAVE-BALANCE-FIELDS
                       WRITE LEAVE-BALANCE-RECORD
                   NOT INVALID KEY
                       PERFORM SET-LEAVE-BALANCE-FIELDS
                       REWRITE LEAVE-BALANCE-RECORD
               END-READ
           END-IF
           .
       SET-LEAVE-BALANCE-FIELDS.
      * les soldes de début de période sont gardés avec la période :
      * c'est d'eux que repartira une reprise de la même période
           MOVE WS-LEAVE-VAC-START    TO LB-PRIOR-VAC-BALANCE
           MOVE WS-LEAVE-SICK-START   TO LB-PRIOR-SICK-BALANCE
           MOVE WS-LEAVE-VAC-BALANCE  TO LB-VAC-BALANCE
           MOVE WS-LEAVE-SICK-BALANCE TO LB-SICK-BALANCE
           MOVE WS-PERIOD-END         TO LB-LAST-ACCRUAL
           .
       UPDATE-YTD-EARNINGS.
           MOVE WS-CUR-EMP-ID TO YTD-EMP-ID
           READ YTD-EARNINGS-FILE
           MOVE WS-MASTER-PAY-RATE   TO EXC-MASTER-PAY-RATE
           MOVE EXC-REASON-TEXT      TO EXC-REASON
           WRITE EXCEPTION-RECORD
           ADD 1 TO WS-JRN-EXCEPTION-COUNT
           .
       WRITE-ACH-DEPOSITS.
      * répartition du net : les parts fixes et pourcentages partent
                   MOVE WS-ACH-REMAINING TO WS-SPL-AMOUNT
                   IF WS-SPL-AMOUNT > ZERO THEN
                       SUBTRACT WS-SPL-AMOUNT FROM WS-ACH-REMAINING
                       PERFORM CHECK-SPLIT-PRENOTE-HOLD
                       IF SPL-TBL-CHECK-FLAG (SPL-IDX) NOT = "Y"
                               AND NOT PRENOTE-HOLD THEN
                           PERFORM WRITE-SPLIT-ACH-RECORD
                       END-IF
                   END-IF
      * part fixe ou pourcentage du net, plafonnée à ce qui reste à
      * déposer ; une part dont le compte a été rejeté par la banque
      * est quand même décomptée du reste : cette portion est payée
      * par le chèque papier de PRINT-CHECK, pas redéposée ailleurs --
      * de même pour une part dont la prénote n'est pas encore validée
           IF SPL-TBL-METHOD (SPL-IDX) = "P" THEN
               COMPUTE WS-SPL-AMOUNT ROUNDED =
                   NET-PAY * SPL-TBL-AMOUNT (SPL-IDX) / 100
           END-IF
           IF WS-SPL-AMOUNT > ZERO THEN
               SUBTRACT WS-SPL-AMOUNT FROM WS-ACH-REMAINING
               PERFORM CHECK-SPLIT-PRENOTE-HOLD
               IF SPL-TBL-CHECK-FLAG (SPL-IDX) NOT = "Y"
                       AND NOT PRENOTE-HOLD THEN
                   PERFORM WRITE-SPLIT-ACH-RECORD
               END-IF
           END-IF
           MOVE WS-CUR-EMPLOYEE-NAME TO ACH-EMPLOYEE-NAME
           COMPUTE ACH-AMOUNT = WS-SPL-AMOUNT * 100
           WRITE ACH-DETAIL-RECORD
           ADD 1 TO WS-JRN-ACH-COUNT
           .
       WRITE-ACH-RECORD.
      * dépôt au compte principal de la fiche employé : tout le net
           COMPUTE ACH-AMOUNT = WS-ACH-REMAINING * 100
           MOVE ZERO TO WS-ACH-REMAINING
           WRITE ACH-DETAIL-RECORD
           ADD 1 TO WS-JRN-ACH-COUNT
           .
       SEND-PENDING-PRENOTES.
      * un enregistrement à zéro dollar, code NACHA 23 (prénote compte
      * chèque), pour chaque compte nouveau ou modifié -- fiche employé
      * puis parts de répartition. Le compte passe au statut "S" daté
      * du jour ; une prénote arrivée au bout de son délai sans retour
      * passe au statut "V" (validé). En reprise après arrêt anormal,
      * les comptes déjà marqués "S" ne repartent pas en double
           IF WS-EMPLOYEE-MASTER-STATUS = "00" THEN
               MOVE LOW-VALUES TO EM-EMP-ID
               MOVE "N" TO WS-MASTER-END
               START EMPLOYEE-MASTER KEY IS NOT LESS THAN EM-EMP-ID
                   INVALID KEY MOVE "T" TO WS-MASTER-END
               END-START
               PERFORM SEND-ONE-MASTER-PRENOTE WITH TEST BEFORE
                   UNTIL MASTER-EOF
           END-IF
      * les parts sont reprises de SPSORTED.WRK et DEPSPLIT.DAT est
      * réécrit en entier, dans l'ordre des EMP-ID ; la paie, elle,
      * continue de lire SPSORTED.WRK (voir MATCH-DEPOSIT-SPLITS)
           IF SPLITS-PRESENT THEN
               OPEN INPUT SORTED-SPLITS
               OPEN OUTPUT DEPOSIT-SPLITS
               PERFORM READ-SORTED-SPLIT
               PERFORM PRENOTE-ONE-SPLIT WITH TEST BEFORE
                   UNTIL WS-SPL-KEY = HIGH-VALUES
               CLOSE DEPOSIT-SPLITS
               CLOSE SORTED-SPLITS
           END-IF
           IF WS-PRENOTE-COUNT > ZERO THEN
               DISPLAY "PRENOTES EMISES : " WS-PRENOTE-COUNT
           END-IF
           .
       SEND-ONE-MASTER-PRENOTE.
           READ EMPLOYEE-MASTER NEXT RECORD
               AT END MOVE "T" TO WS-MASTER-END
           END-READ
           IF NOT MASTER-EOF AND EM-STATUS NOT = "T" THEN
               IF EM-PRENOTE-STATUS = "P" THEN
                   MOVE SPACES TO ACH-DETAIL-RECORD
                   MOVE EM-ROUTING-NUMBER TO ACH-ROUTING-NUMBER
                   MOVE EM-ACCOUNT-NUMBER TO ACH-ACCOUNT-NUMBER
                   MOVE EM-EMP-ID         TO ACH-EMP-ID
                   MOVE EM-EMPLOYEE-NAME  TO ACH-EMPLOYEE-NAME
                   PERFORM WRITE-PRENOTE-RECORD
                   MOVE "S"           TO EM-PRENOTE-STATUS
                   MOVE WS-TODAY-DATE TO EM-PRENOTE-DATE
                   REWRITE EMPLOYEE-MASTER-RECORD
               ELSE
                   IF EM-PRENOTE-STATUS = "S" THEN
                       MOVE EM-PRENOTE-STATUS TO WS-TEST-PRENOTE-STATUS
                       MOVE EM-PRENOTE-DATE   TO WS-TEST-PRENOTE-DATE
                       PERFORM CHECK-PRENOTE-HOLD
                       IF NOT PRENOTE-HOLD THEN
                           MOVE "V" TO EM-PRENOTE-STATUS
                           REWRITE EMPLOYEE-MASTER-RECORD
                       END-IF
                   END-IF
               END-IF
           END-IF
           .
       PRENOTE-ONE-SPLIT.
      * une part à la fois, dans la première entrée de SPL-TABLE,
      * jugée puis réécrite aussitôt
           MOVE ZERO TO SPL-TABLE-COUNT
           PERFORM LOAD-ONE-SPLIT
           SET SPL-IDX TO 1
           PERFORM SEND-ONE-SPLIT-PRENOTE
           PERFORM SAVE-ONE-DEPOSIT-SPLIT
           .
       SEND-ONE-SPLIT-PRENOTE.
      * le nom porté sur la prénote vient de la fiche employé, lue
      * par clé ; la part est réécrite par PRENOTE-ONE-SPLIT
           IF SPL-TBL-PRENOTE-STATUS (SPL-IDX) = "P" THEN
               MOVE SPACES TO ACH-DETAIL-RECORD
               MOVE SPL-TBL-EMP-ID (SPL-IDX) TO EM-EMP-ID
               READ EMPLOYEE-MASTER
                   INVALID KEY
                       MOVE SPACES TO EM-EMPLOYEE-NAME
               END-READ
               MOVE SPL-TBL-ROUTING (SPL-IDX) TO ACH-ROUTING-NUMBER
               MOVE SPL-TBL-ACCOUNT (SPL-IDX) TO ACH-ACCOUNT-NUMBER
               MOVE SPL-TBL-EMP-ID (SPL-IDX)  TO ACH-EMP-ID
               MOVE EM-EMPLOYEE-NAME          TO ACH-EMPLOYEE-NAME
               PERFORM WRITE-PRENOTE-RECORD
               MOVE "S" TO SPL-TBL-PRENOTE-STATUS (SPL-IDX)
               MOVE WS-TODAY-DATE TO SPL-TBL-PRENOTE-DATE (SPL-IDX)
           ELSE
               IF SPL-TBL-PRENOTE-STATUS (SPL-IDX) = "S" THEN
                   PERFORM CHECK-SPLIT-PRENOTE-HOLD
                   IF NOT PRENOTE-HOLD THEN
                       MOVE "V" TO SPL-TBL-PRENOTE-STATUS (SPL-IDX)
                   END-IF
               END-IF
           END-IF
           .
       WRITE-PRENOTE-RECORD.
      * compte et nom déjà posés par l'appelant ; montant toujours nul
           MOVE "23"  TO ACH-TRANSACTION-CODE
           MOVE ZERO  TO ACH-AMOUNT
           WRITE ACH-DETAIL-RECORD
           ADD 1 TO WS-PRENOTE-COUNT
           .
       CHECK-SPLIT-PRENOTE-HOLD.
           MOVE SPL-TBL-PRENOTE-STATUS (SPL-IDX)
               TO WS-TEST-PRENOTE-STATUS
           MOVE SPL-TBL-PRENOTE-DATE (SPL-IDX)
               TO WS-TEST-PRENOTE-DATE
           PERFORM CHECK-PRENOTE-HOLD
           .
       CHECK-PRENOTE-HOLD.
      * blanc (compte antérieur aux prénotes) ou "V" : compte validé ;
      * "S" : validé seulement une fois Prenote-wait-days écoulés
      * depuis l'envoi sans retour ; "P" (pas encore envoyée) et "R"
      * (rejetée) : jamais de dépôt réel
           MOVE "N" TO WS-PRENOTE-HOLD
           EVALUATE WS-TEST-PRENOTE-STATUS
               WHEN SPACE
               WHEN "V"
                   CONTINUE
               WHEN "S"
                   IF WS-TEST-PRENOTE-DATE NOT NUMERIC
                           OR WS-TEST-PRENOTE-DATE = ZERO THEN
                       MOVE "Y" TO WS-PRENOTE-HOLD
                   ELSE
                       COMPUTE WS-PRENOTE-AGE =
                           FUNCTION INTEGER-OF-DATE (WS-TODAY-DATE)
                         - FUNCTION INTEGER-OF-DATE
                               (WS-TEST-PRENOTE-DATE)
                       IF WS-PRENOTE-AGE < Prenote-wait-days THEN
                           MOVE "Y" TO WS-PRENOTE-HOLD
                       END-IF
                   END-IF
               WHEN OTHER
                   MOVE "Y" TO WS-PRENOTE-HOLD
           END-EVALUATE
           .
       SAVE-ONE-DEPOSIT-SPLIT.
      * même dessin que SAVE-DEPOSIT-SPLITS dans ACH-RETURNS
      * (ach_returns.cbl), une part à la fois
           MOVE SPL-TBL-EMP-ID (SPL-IDX)   TO SPL-EMP-ID
           MOVE SPL-TBL-SEQUENCE (SPL-IDX) TO SPL-SEQUENCE
           MOVE SPL-TBL-METHOD (SPL-IDX)   TO SPL-METHOD
           MOVE SPL-TBL-AMOUNT (SPL-IDX)   TO SPL-AMOUNT
           MOVE SPL-TBL-ROUTING (SPL-IDX)
               TO SPL-ROUTING-NUMBER
           MOVE SPL-TBL-ACCOUNT (SPL-IDX)
               TO SPL-ACCOUNT-NUMBER
           MOVE SPL-TBL-CHECK-FLAG (SPL-IDX)
               TO SPL-CHECK-FLAG
           MOVE SPL-TBL-PRENOTE-STATUS (SPL-IDX)
               TO SPL-PRENOTE-STATUS
           MOVE SPL-TBL-PRENOTE-DATE (SPL-IDX)
               TO SPL-PRENOTE-DATE
           WRITE DEPOSIT-SPLIT-RECORD
           .
       LOOKUP-MASTER-PAY-RATE.
      * le taux vient uniquement de la fiche employé ; un EMP-ID absent
                       MOVE EM-ROUTING-NUMBER TO WS-ACH-ROUTING-NUMBER
                       MOVE EM-ACCOUNT-NUMBER TO WS-ACH-ACCOUNT-NUMBER
                       MOVE EM-CHECK-FLAG     TO WS-CUR-CHECK-FLAG
      * compte principal pas encore validé par une prénote : chèque
      * papier pour tout le net, comme après un rejet bancaire
                       MOVE EM-PRENOTE-STATUS TO WS-TEST-PRENOTE-STATUS
                       MOVE EM-PRENOTE-DATE   TO WS-TEST-PRENOTE-DATE
                       PERFORM CHECK-PRENOTE-HOLD
                       IF PRENOTE-HOLD THEN
                           MOVE "Y" TO WS-CUR-CHECK-FLAG
                       END-IF
                       MOVE "Y" TO WS-EMP-FOUND
                   END-IF
           END-READ
                   TO EXC-REASON-TEXT
           END-IF
      * les salariés sont payés d'office sur leur montant de période
      * (RELEASE-SALARIED-EMPLOYEES) ; une timecard saisie pour eux
      * serait un double paiement, elle part en exception
           IF VALID-TIMECARD AND SALARIED-EMPLOYEE THEN
               MOVE "N" TO TIMECARD-OK
               MOVE "SALARIED EMPLOYEE - NO TIMECARD EXPECTED"
               MOVE "HOURS WORKED ZERO OR OUT OF RANGE"
                   TO EXC-REASON-TEXT
           END-IF
      * type d'heures inconnu : rien ne dit à quel cumul ni à quel
      * solde ces heures appartiennent
           IF VALID-TIMECARD AND NOT HOURS-TYPE-VALID THEN
               MOVE "N" TO TIMECARD-OK
               MOVE "HOURS TYPE NOT R, V, S OR H" TO EXC-REASON-TEXT
           END-IF
           IF VALID-TIMECARD AND WS-MASTER-PAY-RATE = ZERO THEN
               MOVE "N" TO TIMECARD-OK
               MOVE "PAY RATE ZERO" TO EXC-REASON-TEXT
           MOVE WS-MASTER-PAY-RATE TO EXC-MASTER-PAY-RATE
           MOVE EXC-REASON-TEXT    TO EXC-REASON
           WRITE EXCEPTION-RECORD
           ADD 1 TO WS-JRN-EXCEPTION-COUNT
           .
       COMPUTE-GROSS-PAY.
      * WS-MASTER-PAY-RATE vient de la fiche employé (LOOKUP-MASTER-PAY-RATE),
               MULTIPLY WS-CUR-HOURS BY WS-MASTER-PAY-RATE
                   GIVING GROSS-PAY
           END-IF
      * les congés payés (vacances, maladie, férié) au taux normal,
      * hors seuil des heures supplémentaires
           MULTIPLY WS-CUR-LEAVE-HOURS BY WS-MASTER-PAY-RATE
               GIVING LEAVE-PAY
           ADD LEAVE-PAY TO GROSS-PAY
           END-IF
           END-IF
           .
           SUBTRACT WS-TOTAL-DEDUCTIONS FROM WS-DISPOSABLE-PAY
               GIVING NET-PAY
           .
       WRITE-DEDUCTION-HISTORY.
      * une ligne par retenue prise sur la fiche, avec le numéro de
      * son chèque : ce qui est dû aux bénéficiaires (REMITTANCE) se
      * lit ici, plus dans les seuls totaux par type de l'export
           PERFORM VARYING APP-POS FROM 1 BY 1
                   UNTIL APP-POS > APPLIED-DED-COUNT
               MOVE SPACES               TO DEDUCTION-HISTORY-RECORD
               MOVE WS-CUR-EMP-ID        TO DH-EMP-ID
               MOVE WS-CUR-EMPLOYEE-NAME TO DH-EMPLOYEE-NAME
               MOVE WS-PERIOD-END        TO DH-PERIOD-END
               MOVE WS-CUR-CHECK-NUMBER  TO DH-CHECK-NUMBER
               MOVE "W"                  TO DH-RECORD-TYPE
               MOVE APP-DED-TYPE (APP-POS)     TO DH-DED-TYPE
               MOVE APP-DED-PAYEE-ID (APP-POS) TO DH-PAYEE-ID
               MOVE APP-DED-AMOUNT (APP-POS)   TO DH-AMOUNT
               MOVE WS-RUN-START (1:8)   TO DH-ENTRY-DATE
               WRITE DEDUCTION-HISTORY-RECORD
           END-PERFORM
           .
       APPLY-DEDUCTIONS.
      * priorité 0 ou 1 retenue en premier ; chaque retenue est plafonnée
      * à ce qui reste du salaire disponible (jamais de net négatif)
           END-IF
           IF WS-DED-AMOUNT > ZERO THEN
               ADD WS-DED-AMOUNT TO WS-TOTAL-DEDUCTIONS
      * le cumul prélevé avance en mémoire, part dans DDUPDATE.WRK
      * avec le point de reprise (WRITE-DEDUCTION-UPDATES) et revient
      * dans DEDUCT.DAT en fin normale (SAVE-DEDUCTIONS)
               ADD WS-DED-AMOUNT TO DED-TBL-COLLECTED (DED-IDX)
               IF APPLIED-DED-COUNT < 20 THEN
                   ADD 1 TO APPLIED-DED-COUNT
                       TO APP-DED-TYPE (APPLIED-DED-COUNT)
                   MOVE WS-DED-AMOUNT
                       TO APP-DED-AMOUNT (APPLIED-DED-COUNT)
                   MOVE DED-TBL-PAYEE-ID (DED-IDX)
                       TO APP-DED-PAYEE-ID (APPLIED-DED-COUNT)
               END-IF
           END-IF
           .
           END-IF
      * le numéro n'avance qu'une fois le chèque et son positive pay
      * écrits, pour que les deux portent le même numéro
           MOVE WS-NEXT-CHECK-NUMBER TO WS-CUR-CHECK-NUMBER
           ADD 1 TO WS-NEXT-CHECK-NUMBER
           PERFORM PRINT-DEDUCTION-DETAILS
           IF ADJUSTMENT-RUN THEN
           MOVE WS-CUR-HOURS         TO STUB-PRT-HOURS
           MOVE WS-MASTER-PAY-RATE   TO STUB-PRT-RATE
           WRITE PAYCHECK-FILE-RECORD FROM STUB-HOURS-LINE
           PERFORM WRITE-STUB-LEAVE-LINES
           MOVE "GROSS PAY       " TO WS-STUB-LABEL
           MOVE GROSS-PAY          TO WS-STUB-AMOUNT
           COMPUTE WS-STUB-YTD-AMOUNT =
               WS-YTD-PRIOR-FICA + FICA-TAX
           PERFORM WRITE-STUB-AMOUNT-LINE
           .
       WRITE-STUB-LEAVE-LINES.
      * vacances et maladie toujours imprimées, pour que l'employé lise
      * son solde à côté de ses cumuls ; le férié seulement s'il a été
      * payé dans la période
           MOVE "VACATION HOURS  "    TO STUB-PRT-LEAVE-LABEL
           MOVE WS-CUR-VAC-HOURS      TO STUB-PRT-LEAVE-HOURS
           MOVE WS-LEAVE-VAC-BALANCE  TO STUB-PRT-LEAVE-BALANCE
           WRITE PAYCHECK-FILE-RECORD FROM STUB-LEAVE-LINE
           MOVE "SICK HOURS      "    TO STUB-PRT-LEAVE-LABEL
           MOVE WS-CUR-SICK-HOURS     TO STUB-PRT-LEAVE-HOURS
           MOVE WS-LEAVE-SICK-BALANCE TO STUB-PRT-LEAVE-BALANCE
           WRITE PAYCHECK-FILE-RECORD FROM STUB-LEAVE-LINE
           IF WS-CUR-HOL-HOURS > ZERO THEN
               MOVE WS-CUR-HOL-HOURS  TO STUB-PRT-HOL-HOURS
               WRITE PAYCHECK-FILE-RECORD FROM STUB-HOLIDAY-LINE
           END-IF
           .
       WRITE-STUB-BOTTOM.
      * le cumul annuel des retenues est tous types confondus
      * (YTD-TOTAL-DEDUCTIONS) : le détail par type au-dessus ne vaut
           MOVE WS-CUR-EMP-ID        TO PP-EMP-ID
           MOVE "I"                  TO PP-RECORD-TYPE
           WRITE POSITIVE-PAY-RECORD
           ADD 1 TO WS-JRN-CHECK-COUNT
      * le registre cumulatif reçoit la même inscription que le
      * positive pay du jour
           MOVE POSITIVE-PAY-RECORD TO CHECK-REGISTER-RECORD
           MOVE ZERO TO CR-PAID-DATE
           WRITE CHECK-REGISTER-RECORD
           .
       PRINT-DEDUCTION-DETAILS.
       ACCUMULATE-TOTALS.
           ADD 1              TO REG-EMPLOYEE-COUNT
           ADD WS-CUR-HOURS   TO REG-TOTAL-HOURS
           ADD WS-CUR-LEAVE-HOURS TO REG-TOTAL-HOURS
           ADD GROSS-PAY      TO REG-TOTAL-GROSS-PAY
           ADD FED-TAX        TO REG-TOTAL-FED-TAX
           ADD STATE-TAX      TO REG-TOTAL-STATE-TAX
               DISPLAY "FIN D'APERCU : AUCUN FICHIER DURABLE ECRIT"
           ELSE
               PERFORM WRITE-GL-EXPORT
               PERFORM SAVE-DEDUCTIONS
               PERFORM STAMP-RUN-CONTROL
               PERFORM SAVE-CHECK-NUMBER
               PERFORM RESET-CHECKPOINT
           END-IF
               CLOSE POSITIVE-PAY-FILE
               CLOSE CHECK-REGISTER
               CLOSE PAY-HISTORY
               CLOSE DEDUCTION-HISTORY
           ELSE
               CLOSE PAY-PREVIEW
           END-IF
           IF LEAVE-FILE-OPEN THEN
               CLOSE LEAVE-BALANCE-FILE
           END-IF
           CLOSE EMPLOYEE-MASTER
           PERFORM JOURNAL-RUN-END.
        END PROGRAM HELLO.
