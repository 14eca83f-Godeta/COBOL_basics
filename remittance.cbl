      * Versement des retenues aux tiers : à lancer après chaque paie
      * réelle de HELLO (first_cobol.cbl). Les retenues prises sur les
      * fiches (401(k), mutuelle, saisies sur salaire) sont relues dans
      * DEDHIST.DAT depuis le dernier versement, avec les extournes de
      * CHECK-VOID (check_void.cbl) écrites entre-temps, et réparties
      * par bénéficiaire d'après PAYEES.DAT : le bénéficiaire propre à
      * la ligne (DED-PAYEE-ID, une saisie donnée) ou, à défaut, celui
      * du type de retenue.
      * REMIT.PRT donne pour chaque bénéficiaire ses coordonnées, sa
      * référence (contrat, numéro de dossier), une ligne par employé
      * et par fiche (retenue, extourne d'un chèque annulé en négatif,
      * rétablissement d'une réémission) et le total à verser ; un
      * total négatif n'est pas réclamé au bénéficiaire mais reporté
      * en ligne "C" de DEDHIST.DAT, déduite du versement suivant ;
      * REMITACH.DAT porte un crédit ACH par bénéficiaire payé par
      * virement, les autres sont réglés par chèque de la comptabilité
      * fournisseurs. Les retenues de la période sont rapprochées, par
      * type, des lignes "DEDUCTION xxx PAYABLE" de GLEXPORT.DAT.
      * Une retenue sans bénéficiaire connu retient tout le versement :
      * l'état la liste, aucun crédit ne part et rien n'est marqué
      * versé, pour qu'un nouveau passage après correction de
      * PAYEES.DAT reprenne les mêmes lignes. REMITCTL.DAT garde le
      * nombre de lignes de DEDHIST.DAT déjà versées et l'estampille
      * de la paie versée : une même paie n'est jamais versée deux
      * fois.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REMITTANCE.
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
      * bénéficiaires des retenues, tenus à la main comme LEAVEPLN.DAT
           SELECT PAYEE-FILE
               ASSIGN TO "PAYEES.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PAYEE-STATUS.
      * historique des retenues écrit par HELLO et CHECK-VOID ; les
      * crédits reportés y sont ajoutés en fin de fichier
           SELECT DEDUCTION-HISTORY
               ASSIGN TO "DEDHIST.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-DEDUCTION-HISTORY-STATUS.
      * point atteint par le dernier versement, réécrit en fin normale
           SELECT REMIT-CONTROL
               ASSIGN TO "REMITCTL.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-REMIT-CONTROL-STATUS.
      * lignes à verser, triées par bénéficiaire puis employé
           SELECT REMIT-SORT-FILE
               ASSIGN TO "RMSORT.WRK".
      * état des versements pour la comptabilité fournisseurs
           SELECT REMIT-REPORT
               ASSIGN TO "REMIT.PRT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-REMIT-REPORT-STATUS.
      * crédits ACH aux bénéficiaires payés par virement
           SELECT REMIT-ACH-FILE
               ASSIGN TO "REMITACH.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-REMIT-ACH-STATUS.
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
           FD PAYEE-FILE.
      * un bénéficiaire par ligne. PE-DED-TYPE : type de retenue dont
      * il reçoit les lignes sans bénéficiaire propre ; à blanc pour
      * un tribunal ou un organisme qui ne reçoit que les saisies qui
      * le désignent (DED-PAYEE-ID). PE-METHOD "A" = virement ACH aux
      * coordonnées bancaires, "C" = chèque à l'adresse postale.
      * PE-REFERENCE : numéro de contrat ou de dossier rappelé au
      * bénéficiaire
           01 PAYEE-RECORD.
               02 PE-PAYEE-ID          PIC X(5).
               02 PE-DED-TYPE          PIC X(3).
               02 PE-PAYEE-NAME        PIC X(25).
               02 PE-REFERENCE         PIC X(20).
               02 PE-METHOD            PIC X.
               02 PE-ROUTING-NUMBER    PIC X(9).
               02 PE-ACCOUNT-NUMBER    PIC X(17).
               02 PE-ADDRESS           PIC X(30).
               02 PE-CITY              PIC X(20).
               02 PE-STATE             PIC XX.
               02 PE-ZIP               PIC X(10).
           FD DEDUCTION-HISTORY.
      * même dessin d'enregistrement que dans HELLO (first_cobol.cbl) ;
      * "C" = crédit reporté, écrit ici
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
           FD REMIT-CONTROL.
      * lignes de DEDHIST.DAT déjà versées, estampille de la paie
      * versée (RC-LAST-PAY-DATE/TIME) et date du versement
           01 REMIT-CONTROL-RECORD.
               02 RM-LINES-REMITTED    PIC 9(7).
               02 RM-LAST-PAY-DATE     PIC 9(8).
               02 RM-LAST-PAY-TIME     PIC 9(6).
               02 RM-REMIT-DATE        PIC 9(8).
           SD REMIT-SORT-FILE.
      * RS-SECTION "1" = bénéficiaire trouvé (RS-PAYEE-POS dans
      * PY-TABLE), "2" = sans bénéficiaire, listé à part en fin d'état
           01 REMIT-SORT-RECORD.
               02 RS-SECTION           PIC X.
               02 RS-PAYEE-ID          PIC X(5).
               02 RS-DED-TYPE          PIC X(3).
               02 RS-EMP-ID            PIC X(5).
               02 RS-PERIOD-END        PIC 9(8).
               02 RS-CHECK-NUMBER      PIC 9(6).
               02 RS-RECORD-TYPE       PIC X.
               02 RS-EMPLOYEE-NAME     PIC X(25).
               02 RS-AMOUNT            PIC S9(7)V99.
               02 RS-ENTRY-DATE        PIC 9(8).
               02 RS-PAYEE-POS         PIC 999.
           FD REMIT-REPORT.
           01 REMIT-REPORT-RECORD PIC X(132).
           FD REMIT-ACH-FILE.
      * même dessin que ACH-DETAIL-RECORD dans HELLO
      * (first_cobol.cbl) : l'identifiant individuel porte le code du
      * bénéficiaire et le nom celui du bénéficiaire ; montant en cents
           01 REMIT-ACH-RECORD.
               02 ACH-TRANSACTION-CODE PIC X(2).
               02 ACH-ROUTING-NUMBER   PIC X(9).
               02 ACH-ACCOUNT-NUMBER   PIC X(17).
               02 ACH-EMP-ID           PIC X(5).
               02 ACH-EMPLOYEE-NAME    PIC X(25).
               02 ACH-AMOUNT           PIC 9(10).
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
           01 WS-PAYEE-STATUS           PIC XX.
           01 WS-DEDUCTION-HISTORY-STATUS PIC XX.
           01 WS-REMIT-CONTROL-STATUS   PIC XX.
           01 WS-REMIT-REPORT-STATUS    PIC XX.
           01 WS-REMIT-ACH-STATUS       PIC XX.
           01 END-FILE             PIC X VALUE "N".
               88  EOF VALUE "T".
           01 WS-TODAY-DATE        PIC 9(8).
      * paie à verser : estampille de RUNCTL.DAT et période de
      * GLEXPORT.DAT
           01 WS-PAY-DATE          PIC 9(8) VALUE ZERO.
           01 WS-PAY-TIME          PIC 9(6) VALUE ZERO.
           01 WS-GL-PERIOD         PIC 9(8) VALUE ZERO.
           01 WS-GL-PRESENT        PIC X VALUE "N".
               88  GL-PRESENT      VALUE "Y".
      * point atteint par le versement précédent
           01 WS-LINES-REMITTED    PIC 9(7) VALUE ZERO.
           01 WS-LAST-PAY-DATE     PIC 9(8) VALUE ZERO.
           01 WS-LAST-PAY-TIME     PIC 9(6) VALUE ZERO.
      * lignes de DEDHIST.DAT : rang de la ligne lue, total du fichier
           01 WS-LINE-NUMBER       PIC 9(7) VALUE ZERO.
           01 WS-HISTORY-LINES     PIC 9(7) VALUE ZERO.
      * bénéficiaires de PAYEES.DAT ; quelques dizaines au plus (un
      * par type, un par saisie en cours), et comme PD-TABLE dans
      * TAX-DEPOSIT un versement partiel serait faux : le dépassement
      * arrête
           01 PY-TABLE-COUNT       PIC 999 VALUE ZERO.
           01 PY-TABLE.
               02 PY-ENTRY OCCURS 200 TIMES
                       INDEXED BY PY-IDX.
                   03 PY-PAYEE-ID      PIC X(5).
                   03 PY-DED-TYPE      PIC X(3).
                   03 PY-PAYEE-NAME    PIC X(25).
                   03 PY-REFERENCE     PIC X(20).
                   03 PY-METHOD        PIC X.
                   03 PY-ROUTING-NUMBER PIC X(9).
                   03 PY-ACCOUNT-NUMBER PIC X(17).
                   03 PY-ADDRESS       PIC X(30).
                   03 PY-CITY          PIC X(20).
                   03 PY-STATE         PIC XX.
                   03 PY-ZIP           PIC X(10).
           01 WS-PAYEE-POS         PIC 999.
      * lignes sans bénéficiaire : le versement est retenu
           01 WS-UNMAPPED-COUNT    PIC 9(5) VALUE ZERO.
           01 WS-REMITTANCE-HELD   PIC X VALUE "N".
               88  REMITTANCE-HELD VALUE "Y".
      * rapprochement avec l'export comptable : par type, montant de
      * GLEXPORT.DAT et retenues de la même période ; les retenues
      * d'autres périodes et les extournes de CHECK-VOID n'y sont pas
           01 TT-TABLE-COUNT       PIC 99 VALUE ZERO.
           01 TT-TABLE.
               02 TT-ENTRY OCCURS 40 TIMES.
                   03 TT-DED-TYPE      PIC X(3).
                   03 TT-GL-AMOUNT     PIC S9(9)V99 USAGE COMP.
                   03 TT-WITHHELD      PIC S9(9)V99 USAGE COMP.
           01 TT-POS               PIC 99.
           01 WS-SEEK-TYPE         PIC X(3).
           01 WS-TT-OVERFLOW       PIC X VALUE "N".
               88  TT-OVERFLOW     VALUE "Y".
           01 WS-EARLIER-WITHHELD  PIC S9(9)V99 USAGE COMP VALUE ZERO.
           01 WS-VOID-ADJUSTMENTS  PIC S9(9)V99 USAGE COMP VALUE ZERO.
           01 WS-ALL-LINES-TOTAL   PIC S9(9)V99 USAGE COMP VALUE ZERO.
           01 WS-TIE-DIFFERENCE    PIC S9(9)V99 USAGE COMP.
           01 WS-DIFFERENCE-COUNT  PIC 9(5) VALUE ZERO.
      * libellé comptable d'une ligne de retenue, mêmes positions que
      * WS-GL-DED-DESC dans HELLO : "DEDUCTION xxx PAYABLE"
           01 WS-GL-DED-DESC.
               02 WS-GL-DED-LABEL  PIC X(10).
               02 WS-GL-DED-TYPE   PIC X(3).
               02 WS-GL-DED-SUFFIX PIC X(8).
               02 FILLER           PIC X(3).
      * rupture par bénéficiaire
           01 WS-SORT-END          PIC X VALUE "N".
               88  SORT-EOF        VALUE "T".
           01 WS-GROUP-KEY.
               02 WS-GROUP-SECTION PIC X.
               02 WS-GROUP-PAYEE-ID PIC X(5).
               02 WS-GROUP-DED-TYPE PIC X(3).
           01 WS-LINE-KEY.
               02 WS-LINE-SECTION  PIC X.
               02 WS-LINE-PAYEE-ID PIC X(5).
               02 WS-LINE-DED-TYPE PIC X(3).
           01 WS-GROUP-TOTAL       PIC S9(9)V99 USAGE COMP.
           01 WS-GROUP-COUNT       PIC 9(5).
      * mode de règlement du bénéficiaire en cours : "A" virement
      * (coordonnées complètes), "C" chèque
           01 WS-GROUP-METHOD      PIC X.
           01 WS-UNMAPPED-SEEN     PIC X VALUE "N".
               88  UNMAPPED-SEEN   VALUE "Y".
      * totaux de l'état
           01 WS-PAYEE-COUNT       PIC 9(5) VALUE ZERO.
           01 WS-ACH-COUNT         PIC 9(5) VALUE ZERO.
           01 WS-ACH-TOTAL         PIC S9(9)V99 USAGE COMP VALUE ZERO.
           01 WS-CHECK-COUNT       PIC 9(5) VALUE ZERO.
           01 WS-CHECK-TOTAL       PIC S9(9)V99 USAGE COMP VALUE ZERO.
      * crédits reportés écrits dans DEDHIST.DAT, après le rang
      * marqué versé : le passage suivant les reprend
           01 WS-CARRY-OPEN        PIC X VALUE "N".
               88  CARRY-OPEN      VALUE "Y".
           01 WS-CREDIT-COUNT      PIC 9(5) VALUE ZERO.
           01 WS-CREDIT-TOTAL      PIC S9(9)V99 USAGE COMP VALUE ZERO.
           01 WS-PAYEE-TOTAL       PIC S9(9)V99 USAGE COMP VALUE ZERO.
           01 WS-HELD-TOTAL        PIC S9(9)V99 USAGE COMP VALUE ZERO.
      * lignes de l'état des versements
           01 RH-HEADER-LINE.
               02 FILLER           PIC X(35) VALUE
                   "THIRD-PARTY DEDUCTION REMITTANCE --".
               02 FILLER           PIC X(12) VALUE " PAY PERIOD ".
               02 RH-PRT-PERIOD    PIC 9(8).
               02 FILLER           PIC X(10) VALUE "  PAY RUN ".
               02 RH-PRT-PAY-DATE  PIC 9(8).
               02 FILLER           PIC X     VALUE SPACE.
               02 RH-PRT-PAY-TIME  PIC 9(6).
               02 FILLER           PIC X(11) VALUE "  PREPARED ".
               02 RH-PRT-TODAY     PIC 9(8).
           01 RP-PAYEE-LINE.
               02 FILLER           PIC X(6)  VALUE "PAYEE ".
               02 RP-PRT-PAYEE-ID  PIC X(5).
               02 FILLER           PIC X(2)  VALUE SPACES.
               02 RP-PRT-PAYEE-NAME PIC X(25).
               02 FILLER           PIC X(12) VALUE "  REFERENCE ".
               02 RP-PRT-REFERENCE PIC X(20).
           01 RP-ACH-LINE.
               02 FILLER           PIC X(25) VALUE
                   "  PAID BY ACH -- ROUTING ".
               02 RP-PRT-ROUTING   PIC X(9).
               02 FILLER           PIC X(10) VALUE "  ACCOUNT ".
               02 RP-PRT-ACCOUNT   PIC X(17).
           01 RP-MAIL-LINE.
               02 FILLER           PIC X(28) VALUE
                   "  PAID BY CHECK -- MAIL TO  ".
               02 RP-PRT-ADDRESS   PIC X(30).
               02 FILLER           PIC X     VALUE SPACE.
               02 RP-PRT-CITY      PIC X(20).
               02 FILLER           PIC X     VALUE SPACE.
               02 RP-PRT-STATE     PIC XX.
               02 FILLER           PIC X     VALUE SPACE.
               02 RP-PRT-ZIP       PIC X(10).
           01 RP-UNMAPPED-LINE.
               02 FILLER           PIC X(17) VALUE
                   "NO PAYEE -- TYPE ".
               02 RP-PRT-NO-TYPE   PIC X(3).
               02 FILLER           PIC X(14) VALUE "  ORDER PAYEE ".
               02 RP-PRT-NO-PAYEE  PIC X(5).
           01 RP-COLUMN-LINE.
               02 FILLER           PIC X(9)  VALUE "  EMP-ID".
               02 FILLER           PIC X(26) VALUE "NAME".
               02 FILLER           PIC X(10) VALUE "PERIOD".
               02 FILLER           PIC X(8)  VALUE "CHECK".
               02 FILLER           PIC X(5)  VALUE "TYPE".
               02 FILLER           PIC X(12) VALUE "KIND".
               02 FILLER           PIC X(8)  VALUE "ENTRY".
               02 FILLER           PIC X(15) VALUE "         AMOUNT".
           01 RP-DETAIL-LINE.
               02 FILLER           PIC X(2)  VALUE SPACES.
               02 RP-PRT-EMP-ID    PIC X(5).
               02 FILLER           PIC X(2)  VALUE SPACES.
               02 RP-PRT-EMP-NAME  PIC X(25).
               02 FILLER           PIC X     VALUE SPACE.
               02 RP-PRT-PERIOD    PIC 9(8).
               02 FILLER           PIC X(2)  VALUE SPACES.
               02 RP-PRT-CHECK     PIC 9(6).
               02 FILLER           PIC X(2)  VALUE SPACES.
               02 RP-PRT-DED-TYPE  PIC X(3).
               02 FILLER           PIC X(2)  VALUE SPACES.
               02 RP-PRT-KIND      PIC X(11).
               02 FILLER           PIC X     VALUE SPACE.
               02 RP-PRT-ENTRY-DATE PIC 9(8).
               02 RP-PRT-AMOUNT    PIC $$$,$$$,$$9.99-.
           01 RP-TOTAL-LINE.
               02 FILLER           PIC X(15) VALUE "  PAYEE TOTAL  ".
               02 RP-PRT-LINE-COUNT PIC ZZZZ9.
               02 FILLER           PIC X(7)  VALUE " LINES ".
               02 RP-PRT-ACTION    PIC X(51).
               02 RP-PRT-TOTAL     PIC $$$,$$$,$$9.99-.
           01 RP-NONE-LINE.
               02 FILLER           PIC X(50) VALUE
                   "NO DEDUCTION TO REMIT SINCE THE LAST REMITTANCE".
           01 RP-HELD-LINE.
               02 FILLER           PIC X(50) VALUE
                   "*** REMITTANCE HELD: DEDUCTIONS ABOVE HAVE NO PAYE".
               02 FILLER           PIC X(50) VALUE
                   "E IN PAYEES.DAT -- NO ACH SENT, NOTHING MARKED REM".
               02 FILLER           PIC X(32) VALUE
                   "ITTED; FIX PAYEES.DAT AND RERUN".
           01 RP-SUMMARY-LINE.
               02 RP-PRT-SUM-LABEL PIC X(40).
               02 RP-PRT-SUM-COUNT PIC ZZZZ9.
               02 FILLER           PIC X(33) VALUE SPACES.
               02 RP-PRT-SUM-AMOUNT PIC $$$,$$$,$$9.99-.
      * lignes du rapprochement avec l'export comptable
           01 RT-TITLE-LINE.
               02 FILLER           PIC X(34) VALUE
                   "TIE-OUT TO GLEXPORT.DAT -- PERIOD ".
               02 RT-PRT-PERIOD    PIC 9(8).
           01 RT-COLUMN-LINE.
               02 FILLER           PIC X(8)  VALUE "TYPE".
               02 FILLER           PIC X(15) VALUE "      GL EXPORT".
               02 FILLER           PIC X(15) VALUE "       WITHHELD".
               02 FILLER           PIC X(15) VALUE "     DIFFERENCE".
               02 FILLER           PIC X(5)  VALUE " NOTE".
           01 RT-DETAIL-LINE.
               02 RT-PRT-DED-TYPE  PIC X(3).
               02 FILLER           PIC X(5)  VALUE SPACES.
               02 RT-PRT-GL        PIC $$$,$$$,$$9.99-.
               02 RT-PRT-WITHHELD  PIC $$$,$$$,$$9.99-.
               02 RT-PRT-DIFFERENCE PIC $$$,$$$,$$9.99-.
               02 FILLER           PIC X     VALUE SPACE.
               02 RT-PRT-NOTE      PIC X(30).
           01 RT-OTHER-LINE.
               02 RT-PRT-OTHER-LABEL PIC X(53).
               02 RT-PRT-OTHER-AMOUNT PIC $$$,$$$,$$9.99-.
           01 RT-OVERFLOW-LINE.
               02 FILLER           PIC X(50) VALUE
                   "*** MORE THAN 40 DEDUCTION TYPES -- TIE-OUT INCOMP".
               02 FILLER           PIC X(4)  VALUE "LETE".
           01 RP-SEPARATOR-LINE    PIC X(132) VALUE ALL "-".
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
      * le tri répartit les lignes nouvelles par bénéficiaire ; le
      * rapprochement par type se cumule au passage
           SORT REMIT-SORT-FILE
               ON ASCENDING KEY RS-SECTION RS-PAYEE-ID RS-DED-TYPE
                   RS-EMP-ID RS-PERIOD-END
               WITH DUPLICATES IN ORDER
               INPUT PROCEDURE IS RELEASE-NEW-DEDUCTIONS
               OUTPUT PROCEDURE IS PRINT-REMITTANCES
           PERFORM PRINT-SUMMARY
           PERFORM PRINT-TIE-OUT
           PERFORM CLEAN-UP
           STOP RUN.
       INITIALIZE-PROGRAM.
           MOVE FUNCTION CURRENT-DATE TO WS-JRN-START
           MOVE WS-JRN-START (1:8) TO WS-TODAY-DATE
      * la paie à verser est celle de GLEXPORT.DAT, estampillée dans
      * RUNCTL.DAT par la même fin d'exécution réelle ; sans elles il
      * n'y a ni paie à identifier ni total à rapprocher
           PERFORM READ-RUN-STAMP
           IF WS-PAY-DATE = ZERO THEN
               DISPLAY "RUNCTL.DAT ABSENT OU SANS ESTAMPILLE DE PAIE, "
                   "VERSEMENT REFUSE"
               MOVE "NO PAY RUN STAMP IN RUNCTL.DAT" TO WS-JRN-REASON
               PERFORM JOURNAL-RUN-REFUSED
               STOP RUN
           END-IF
           PERFORM READ-GL-EXPORT
           IF NOT GL-PRESENT THEN
               DISPLAY "GLEXPORT.DAT ABSENT OU VIDE, VERSEMENT REFUSE"
               MOVE "GLEXPORT.DAT MISSING OR EMPTY" TO WS-JRN-REASON
               PERFORM JOURNAL-RUN-REFUSED
               STOP RUN
           END-IF
      * période connue : début d'exécution au journal
           MOVE WS-GL-PERIOD TO WS-JRN-PERIOD
           PERFORM JOURNAL-RUN-START
      * une paie déjà versée ne se verse pas deux fois ; une paie
      * arrêtée anormalement n'est pas estampillée tant que sa reprise
      * n'a pas abouti, elle est donc refusée ici elle aussi
           PERFORM LOAD-REMIT-CONTROL
           IF WS-PAY-DATE = WS-LAST-PAY-DATE
                   AND WS-PAY-TIME = WS-LAST-PAY-TIME THEN
               DISPLAY "PAIE DU " WS-PAY-DATE " " WS-PAY-TIME
                   " DEJA VERSEE, VERSEMENT REFUSE"
               MOVE "PAY RUN ALREADY REMITTED" TO WS-JRN-REASON
               PERFORM JOURNAL-RUN-REFUSED
               STOP RUN
           END-IF
           PERFORM LOAD-PAYEES
           PERFORM COUNT-DEDUCTION-HISTORY
      * un historique plus court que ce qui a déjà été versé a été
      * remplacé ou tronqué : reprendre au mauvais rang verserait
      * deux fois ou jamais
           IF WS-HISTORY-LINES < WS-LINES-REMITTED THEN
               DISPLAY "DEDHIST.DAT PLUS COURT QUE LES "
                   WS-LINES-REMITTED " LIGNES DEJA VERSEES, "
                   "VERSEMENT REFUSE"
               MOVE "DEDHIST.DAT SHORTER THAN REMITTED"
                   TO WS-JRN-REASON
               PERFORM JOURNAL-RUN-REFUSED
               STOP RUN
           END-IF
      * le fichier ACH repart à vide à chaque passage : un versement
      * retenu ne doit laisser aucun crédit d'un passage précédent
           OPEN OUTPUT REMIT-REPORT
           OPEN OUTPUT REMIT-ACH-FILE
           MOVE WS-GL-PERIOD  TO RH-PRT-PERIOD
           MOVE WS-PAY-DATE   TO RH-PRT-PAY-DATE
           MOVE WS-PAY-TIME   TO RH-PRT-PAY-TIME
           MOVE WS-TODAY-DATE TO RH-PRT-TODAY
           WRITE REMIT-REPORT-RECORD FROM RH-HEADER-LINE
           WRITE REMIT-REPORT-RECORD FROM RP-SEPARATOR-LINE
           .
       READ-RUN-STAMP.
      * l'estampille de STAMP-RUN-CONTROL distingue deux paies de la
      * même période (paie normale puis ajustement), comme dans
      * TAX-DEPOSIT
           OPEN INPUT RUN-CONTROL
           IF WS-RUN-CONTROL-STATUS = "00" THEN
               READ RUN-CONTROL
                   AT END CONTINUE
                   NOT AT END
                       IF RC-LAST-PAY-DATE IS NUMERIC
                               AND RC-LAST-PAY-TIME IS NUMERIC THEN
                           MOVE RC-LAST-PAY-DATE TO WS-PAY-DATE
                           MOVE RC-LAST-PAY-TIME TO WS-PAY-TIME
                       END-IF
               END-READ
               CLOSE RUN-CONTROL
           END-IF
           .
       READ-GL-EXPORT.
      * les lignes de retenue sont celles de WRITE-GL-EXPORT dans
      * HELLO, une par type : "DEDUCTION xxx PAYABLE"
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
               MOVE GL-PERIOD-END TO WS-GL-PERIOD
               MOVE GL-DESCRIPTION TO WS-GL-DED-DESC
               IF WS-GL-DED-LABEL = "DEDUCTION "
                       AND WS-GL-DED-SUFFIX = " PAYABLE" THEN
                   MOVE WS-GL-DED-TYPE TO WS-SEEK-TYPE
                   PERFORM FIND-TIE-OUT-ENTRY
                   IF NOT TT-OVERFLOW THEN
                       ADD GL-AMOUNT TO TT-GL-AMOUNT (TT-POS)
                   END-IF
               END-IF
           END-IF
           .
       FIND-TIE-OUT-ENTRY.
      * entrée du type WS-SEEK-TYPE, créée au besoin ; la table pleine
      * est signalée sur l'état, le rapprochement y serait incomplet
           MOVE 1 TO TT-POS
           PERFORM UNTIL TT-POS > TT-TABLE-COUNT
                   OR TT-DED-TYPE (TT-POS) = WS-SEEK-TYPE
               ADD 1 TO TT-POS
           END-PERFORM
           IF TT-POS > TT-TABLE-COUNT THEN
               IF TT-TABLE-COUNT < 40 THEN
                   ADD 1 TO TT-TABLE-COUNT
                   MOVE TT-TABLE-COUNT TO TT-POS
                   MOVE WS-SEEK-TYPE TO TT-DED-TYPE (TT-POS)
                   MOVE ZERO TO TT-GL-AMOUNT (TT-POS)
                   MOVE ZERO TO TT-WITHHELD (TT-POS)
               ELSE
                   MOVE "Y" TO WS-TT-OVERFLOW
               END-IF
           END-IF
           .
       LOAD-REMIT-CONTROL.
      * absent au premier versement : tout l'historique est à verser
           OPEN INPUT REMIT-CONTROL
           IF WS-REMIT-CONTROL-STATUS = "00" THEN
               READ REMIT-CONTROL
                   AT END CONTINUE
                   NOT AT END
                       IF RM-LINES-REMITTED IS NUMERIC THEN
                           MOVE RM-LINES-REMITTED TO WS-LINES-REMITTED
                       END-IF
                       IF RM-LAST-PAY-DATE IS NUMERIC
                               AND RM-LAST-PAY-TIME IS NUMERIC THEN
                           MOVE RM-LAST-PAY-DATE TO WS-LAST-PAY-DATE
                           MOVE RM-LAST-PAY-TIME TO WS-LAST-PAY-TIME
                       END-IF
               END-READ
               CLOSE REMIT-CONTROL
           END-IF
           .
       LOAD-PAYEES.
      * sans bénéficiaires, aucune retenue ne saurait où aller
           OPEN INPUT PAYEE-FILE
           IF WS-PAYEE-STATUS NOT = "00" THEN
               DISPLAY "PAYEES.DAT ABSENT OU ILLISIBLE, "
                   "VERSEMENT REFUSE"
               MOVE "PAYEES.DAT MISSING OR UNREADABLE"
                   TO WS-JRN-REASON
               PERFORM JOURNAL-RUN-REFUSED
               STOP RUN
           END-IF
           MOVE "N" TO END-FILE
           PERFORM UNTIL EOF
               READ PAYEE-FILE
                   AT END MOVE "T" TO END-FILE
                   NOT AT END
                       IF PE-PAYEE-ID NOT = SPACES THEN
                           PERFORM LOAD-ONE-PAYEE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PAYEE-FILE
           MOVE "N" TO END-FILE
           .
       LOAD-ONE-PAYEE.
           IF PY-TABLE-COUNT >= 200 THEN
               DISPLAY "PLUS DE 200 BENEFICIAIRES DANS PAYEES.DAT, "
                   "VERSEMENT REFUSE"
               CLOSE PAYEE-FILE
               MOVE "PY-TABLE FULL" TO WS-JRN-REASON
               PERFORM JOURNAL-RUN-REFUSED
               STOP RUN
           END-IF
           ADD 1 TO PY-TABLE-COUNT
           SET PY-IDX TO PY-TABLE-COUNT
           MOVE PE-PAYEE-ID       TO PY-PAYEE-ID (PY-IDX)
           MOVE PE-DED-TYPE       TO PY-DED-TYPE (PY-IDX)
           MOVE PE-PAYEE-NAME     TO PY-PAYEE-NAME (PY-IDX)
           MOVE PE-REFERENCE      TO PY-REFERENCE (PY-IDX)
           MOVE PE-METHOD         TO PY-METHOD (PY-IDX)
           MOVE PE-ROUTING-NUMBER TO PY-ROUTING-NUMBER (PY-IDX)
           MOVE PE-ACCOUNT-NUMBER TO PY-ACCOUNT-NUMBER (PY-IDX)
           MOVE PE-ADDRESS        TO PY-ADDRESS (PY-IDX)
           MOVE PE-CITY           TO PY-CITY (PY-IDX)
           MOVE PE-STATE          TO PY-STATE (PY-IDX)
           MOVE PE-ZIP            TO PY-ZIP (PY-IDX)
           .
       COUNT-DEDUCTION-HISTORY.
      * DEDHIST.DAT absent : aucune paie n'a encore rien retenu
           MOVE ZERO TO WS-HISTORY-LINES
           OPEN INPUT DEDUCTION-HISTORY
           IF WS-DEDUCTION-HISTORY-STATUS = "00" THEN
               MOVE "N" TO END-FILE
               PERFORM UNTIL EOF
                   READ DEDUCTION-HISTORY
                       AT END MOVE "T" TO END-FILE
                       NOT AT END ADD 1 TO WS-HISTORY-LINES
                   END-READ
               END-PERFORM
               CLOSE DEDUCTION-HISTORY
               MOVE "N" TO END-FILE
           END-IF
           .
       RELEASE-NEW-DEDUCTIONS.
      * les lignes au-delà du rang déjà versé partent au tri, chacune
      * avec son bénéficiaire
           MOVE ZERO TO WS-LINE-NUMBER
           OPEN INPUT DEDUCTION-HISTORY
           IF WS-DEDUCTION-HISTORY-STATUS = "00" THEN
               MOVE "N" TO END-FILE
               PERFORM UNTIL EOF
                   READ DEDUCTION-HISTORY
                       AT END MOVE "T" TO END-FILE
                       NOT AT END
                           ADD 1 TO WS-LINE-NUMBER
                           IF WS-LINE-NUMBER > WS-LINES-REMITTED THEN
                               PERFORM RELEASE-ONE-DEDUCTION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DEDUCTION-HISTORY
               MOVE "N" TO END-FILE
           END-IF
           .
       RELEASE-ONE-DEDUCTION.
           ADD 1 TO WS-JRN-RECORDS-READ
           MOVE DH-DED-TYPE      TO RS-DED-TYPE
           MOVE DH-EMP-ID        TO RS-EMP-ID
           MOVE DH-PERIOD-END    TO RS-PERIOD-END
           MOVE DH-CHECK-NUMBER  TO RS-CHECK-NUMBER
           MOVE DH-RECORD-TYPE   TO RS-RECORD-TYPE
           MOVE DH-EMPLOYEE-NAME TO RS-EMPLOYEE-NAME
           MOVE DH-AMOUNT        TO RS-AMOUNT
           MOVE DH-ENTRY-DATE    TO RS-ENTRY-DATE
           PERFORM FIND-PAYEE
           IF WS-PAYEE-POS = ZERO THEN
               MOVE "2"          TO RS-SECTION
               MOVE DH-PAYEE-ID  TO RS-PAYEE-ID
               MOVE ZERO         TO RS-PAYEE-POS
               ADD 1 TO WS-UNMAPPED-COUNT
           ELSE
               MOVE "1"          TO RS-SECTION
               MOVE PY-PAYEE-ID (WS-PAYEE-POS) TO RS-PAYEE-ID
               MOVE WS-PAYEE-POS TO RS-PAYEE-POS
           END-IF
           RELEASE REMIT-SORT-RECORD
           PERFORM ADD-TO-TIE-OUT
           .
       FIND-PAYEE.
      * la saisie qui désigne son bénéficiaire lui est versée, et à
      * lui seul : un code inconnu ne retombe pas sur le bénéficiaire
      * du type, l'argent d'un tribunal n'irait pas à un autre. Une
      * ligne sans code va au bénéficiaire de son type
           MOVE ZERO TO WS-PAYEE-POS
           PERFORM VARYING PY-IDX FROM 1 BY 1
                   UNTIL PY-IDX > PY-TABLE-COUNT
                       OR WS-PAYEE-POS NOT = ZERO
               IF DH-PAYEE-ID NOT = SPACES THEN
                   IF PY-PAYEE-ID (PY-IDX) = DH-PAYEE-ID THEN
                       SET WS-PAYEE-POS TO PY-IDX
                   END-IF
               ELSE
                   IF PY-DED-TYPE (PY-IDX) = DH-DED-TYPE THEN
                       SET WS-PAYEE-POS TO PY-IDX
                   END-IF
               END-IF
           END-PERFORM
           .
       ADD-TO-TIE-OUT.
      * seules les retenues de la période de GLEXPORT.DAT s'y
      * retrouvent ; celles d'une paie antérieure non encore versée
      * et les extournes de CHECK-VOID sont totalisées à part
           ADD DH-AMOUNT TO WS-ALL-LINES-TOTAL
           IF DH-RECORD-TYPE = "W" THEN
               IF DH-PERIOD-END = WS-GL-PERIOD THEN
                   MOVE DH-DED-TYPE TO WS-SEEK-TYPE
                   PERFORM FIND-TIE-OUT-ENTRY
                   IF NOT TT-OVERFLOW THEN
                       ADD DH-AMOUNT TO TT-WITHHELD (TT-POS)
                   END-IF
               ELSE
                   ADD DH-AMOUNT TO WS-EARLIER-WITHHELD
               END-IF
           ELSE
               ADD DH-AMOUNT TO WS-VOID-ADJUSTMENTS
           END-IF
           .
       PRINT-REMITTANCES.
      * un bloc par bénéficiaire : coordonnées, détail par employé,
      * total et règlement ; les lignes sans bénéficiaire suivent
           IF WS-UNMAPPED-COUNT > ZERO THEN
               MOVE "Y" TO WS-REMITTANCE-HELD
           END-IF
           MOVE "N" TO WS-SORT-END
           PERFORM RETURN-REMIT-LINE
           IF SORT-EOF THEN
               WRITE REMIT-REPORT-RECORD FROM RP-NONE-LINE
           END-IF
           PERFORM PRINT-ONE-PAYEE WITH TEST BEFORE
               UNTIL SORT-EOF
           .
       RETURN-REMIT-LINE.
           RETURN REMIT-SORT-FILE
               AT END MOVE "T" TO WS-SORT-END
           END-RETURN
           IF NOT SORT-EOF THEN
               MOVE RS-SECTION  TO WS-LINE-SECTION
               MOVE RS-PAYEE-ID TO WS-LINE-PAYEE-ID
      * un bénéficiaire peut recevoir plusieurs types ; les lignes
      * sans bénéficiaire se regroupent par type
               IF RS-SECTION = "2" THEN
                   MOVE RS-DED-TYPE TO WS-LINE-DED-TYPE
               ELSE
                   MOVE SPACES TO WS-LINE-DED-TYPE
               END-IF
           END-IF
           .
       PRINT-ONE-PAYEE.
           MOVE WS-LINE-KEY TO WS-GROUP-KEY
           MOVE ZERO TO WS-GROUP-TOTAL
           MOVE ZERO TO WS-GROUP-COUNT
           IF WS-GROUP-SECTION = "1" THEN
               PERFORM PRINT-PAYEE-HEADER
           ELSE
               PERFORM PRINT-UNMAPPED-HEADER
           END-IF
           WRITE REMIT-REPORT-RECORD FROM RP-COLUMN-LINE
           PERFORM PRINT-ONE-REMIT-LINE WITH TEST BEFORE
               UNTIL SORT-EOF OR WS-LINE-KEY NOT = WS-GROUP-KEY
           PERFORM SETTLE-PAYEE
           IF WS-GROUP-SECTION = "1" THEN
               ADD WS-GROUP-TOTAL TO WS-PAYEE-TOTAL
           END-IF
           MOVE WS-GROUP-COUNT TO RP-PRT-LINE-COUNT
           MOVE WS-GROUP-TOTAL TO RP-PRT-TOTAL
           WRITE REMIT-REPORT-RECORD FROM RP-TOTAL-LINE
           WRITE REMIT-REPORT-RECORD FROM RP-SEPARATOR-LINE
           .
       PRINT-PAYEE-HEADER.
      * un virement demande les deux coordonnées bancaires ; à défaut
      * le bénéficiaire est réglé par chèque à son adresse
           SET PY-IDX TO RS-PAYEE-POS
           ADD 1 TO WS-PAYEE-COUNT
           MOVE PY-PAYEE-ID (PY-IDX)   TO RP-PRT-PAYEE-ID
           MOVE PY-PAYEE-NAME (PY-IDX) TO RP-PRT-PAYEE-NAME
           MOVE PY-REFERENCE (PY-IDX)  TO RP-PRT-REFERENCE
           WRITE REMIT-REPORT-RECORD FROM RP-PAYEE-LINE
           IF PY-METHOD (PY-IDX) = "A"
                   AND PY-ROUTING-NUMBER (PY-IDX) NOT = SPACES
                   AND PY-ACCOUNT-NUMBER (PY-IDX) NOT = SPACES THEN
               MOVE "A" TO WS-GROUP-METHOD
               MOVE PY-ROUTING-NUMBER (PY-IDX) TO RP-PRT-ROUTING
               MOVE PY-ACCOUNT-NUMBER (PY-IDX) TO RP-PRT-ACCOUNT
               WRITE REMIT-REPORT-RECORD FROM RP-ACH-LINE
           ELSE
               MOVE "C" TO WS-GROUP-METHOD
               MOVE PY-ADDRESS (PY-IDX) TO RP-PRT-ADDRESS
               MOVE PY-CITY (PY-IDX)    TO RP-PRT-CITY
               MOVE PY-STATE (PY-IDX)   TO RP-PRT-STATE
               MOVE PY-ZIP (PY-IDX)     TO RP-PRT-ZIP
               WRITE REMIT-REPORT-RECORD FROM RP-MAIL-LINE
           END-IF
           .
       PRINT-UNMAPPED-HEADER.
           MOVE "Y" TO WS-UNMAPPED-SEEN
           MOVE SPACE TO WS-GROUP-METHOD
           MOVE WS-GROUP-DED-TYPE  TO RP-PRT-NO-TYPE
           MOVE WS-GROUP-PAYEE-ID  TO RP-PRT-NO-PAYEE
           WRITE REMIT-REPORT-RECORD FROM RP-UNMAPPED-LINE
           .
       PRINT-ONE-REMIT-LINE.
           MOVE RS-EMP-ID        TO RP-PRT-EMP-ID
           MOVE RS-EMPLOYEE-NAME TO RP-PRT-EMP-NAME
           MOVE RS-PERIOD-END    TO RP-PRT-PERIOD
           MOVE RS-CHECK-NUMBER  TO RP-PRT-CHECK
           MOVE RS-DED-TYPE      TO RP-PRT-DED-TYPE
           EVALUATE RS-RECORD-TYPE
               WHEN "W"
                   MOVE "WITHHELD"  TO RP-PRT-KIND
               WHEN "V"
                   MOVE "VOID ADJ"  TO RP-PRT-KIND
               WHEN "R"
                   MOVE "REISSUE"   TO RP-PRT-KIND
               WHEN "C"
                   MOVE "CARRIED"   TO RP-PRT-KIND
               WHEN OTHER
                   MOVE "UNKNOWN"   TO RP-PRT-KIND
           END-EVALUATE
           MOVE RS-ENTRY-DATE    TO RP-PRT-ENTRY-DATE
           MOVE RS-AMOUNT        TO RP-PRT-AMOUNT
           WRITE REMIT-REPORT-RECORD FROM RP-DETAIL-LINE
           ADD RS-AMOUNT TO WS-GROUP-TOTAL
           ADD 1 TO WS-GROUP-COUNT
           PERFORM RETURN-REMIT-LINE
           .
       SETTLE-PAYEE.
      * un total négatif (extournes supérieures aux retenues) n'est
      * pas envoyé : il est reporté sur le versement suivant du même
      * bénéficiaire. Un versement retenu n'envoie ni ne reporte
      * rien, les montants restent à verser
           EVALUATE TRUE
               WHEN WS-GROUP-SECTION = "2"
                   MOVE "*** NO PAYEE IN PAYEES.DAT -- NOT PAID"
                       TO RP-PRT-ACTION
                   ADD WS-GROUP-TOTAL TO WS-HELD-TOTAL
               WHEN WS-GROUP-TOTAL = ZERO
                   MOVE "NOTHING DUE" TO RP-PRT-ACTION
               WHEN REMITTANCE-HELD
                   MOVE "HELD -- REMITTANCE NOT RELEASED"
                       TO RP-PRT-ACTION
               WHEN WS-GROUP-TOTAL < ZERO
                   MOVE "CREDIT CARRIED TO NEXT REMITTANCE"
                       TO RP-PRT-ACTION
                   PERFORM WRITE-CARRIED-CREDIT
               WHEN WS-GROUP-METHOD = "A"
                   MOVE "ACH CREDIT IN REMITACH.DAT" TO RP-PRT-ACTION
                   PERFORM WRITE-REMIT-ACH-RECORD
               WHEN OTHER
                   MOVE "CHECK TO BE ISSUED BY ACCOUNTS PAYABLE"
                       TO RP-PRT-ACTION
                   ADD 1 TO WS-CHECK-COUNT
                   ADD WS-GROUP-TOTAL TO WS-CHECK-TOTAL
           END-EVALUATE
           .
       WRITE-REMIT-ACH-RECORD.
      * crédit code 22 au compte du bénéficiaire, comme
      * WRITE-ACH-RECORD dans HELLO
           MOVE SPACES                   TO REMIT-ACH-RECORD
           MOVE "22"                     TO ACH-TRANSACTION-CODE
           MOVE PY-ROUTING-NUMBER (PY-IDX) TO ACH-ROUTING-NUMBER
           MOVE PY-ACCOUNT-NUMBER (PY-IDX) TO ACH-ACCOUNT-NUMBER
           MOVE PY-PAYEE-ID (PY-IDX)     TO ACH-EMP-ID
           MOVE PY-PAYEE-NAME (PY-IDX)   TO ACH-EMPLOYEE-NAME
           COMPUTE ACH-AMOUNT = WS-GROUP-TOTAL * 100
           WRITE REMIT-ACH-RECORD
           ADD 1 TO WS-ACH-COUNT
           ADD WS-GROUP-TOTAL TO WS-ACH-TOTAL
           .
       WRITE-CARRIED-CREDIT.
      * une ligne "C" au bénéficiaire lui-même, qui lui revient quel
      * que soit son type ; ouverte au premier crédit, fermée par
      * CLEAN-UP
           IF NOT CARRY-OPEN THEN
               OPEN EXTEND DEDUCTION-HISTORY
               IF WS-DEDUCTION-HISTORY-STATUS = "35" THEN
                   OPEN OUTPUT DEDUCTION-HISTORY
                   CLOSE DEDUCTION-HISTORY
                   OPEN EXTEND DEDUCTION-HISTORY
               END-IF
               MOVE "Y" TO WS-CARRY-OPEN
           END-IF
           MOVE SPACES                 TO DEDUCTION-HISTORY-RECORD
           MOVE "CREDIT CARRIED FORWARD" TO DH-EMPLOYEE-NAME
           MOVE WS-GL-PERIOD           TO DH-PERIOD-END
           MOVE ZERO                   TO DH-CHECK-NUMBER
           MOVE "C"                    TO DH-RECORD-TYPE
           MOVE PY-DED-TYPE (PY-IDX)   TO DH-DED-TYPE
           MOVE PY-PAYEE-ID (PY-IDX)   TO DH-PAYEE-ID
           MOVE WS-GROUP-TOTAL         TO DH-AMOUNT
           MOVE WS-TODAY-DATE          TO DH-ENTRY-DATE
           WRITE DEDUCTION-HISTORY-RECORD
           ADD 1 TO WS-CREDIT-COUNT
           ADD WS-GROUP-TOTAL TO WS-CREDIT-TOTAL
           .
       PRINT-SUMMARY.
           MOVE "PAYEES ON THIS REMITTANCE" TO RP-PRT-SUM-LABEL
           MOVE WS-PAYEE-COUNT TO RP-PRT-SUM-COUNT
           MOVE WS-PAYEE-TOTAL TO RP-PRT-SUM-AMOUNT
           WRITE REMIT-REPORT-RECORD FROM RP-SUMMARY-LINE
           MOVE "ACH CREDITS (REMITACH.DAT)" TO RP-PRT-SUM-LABEL
           MOVE WS-ACH-COUNT TO RP-PRT-SUM-COUNT
           MOVE WS-ACH-TOTAL TO RP-PRT-SUM-AMOUNT
           WRITE REMIT-REPORT-RECORD FROM RP-SUMMARY-LINE
           MOVE "CHECKS TO BE ISSUED BY ACCOUNTS PAYABLE"
               TO RP-PRT-SUM-LABEL
           MOVE WS-CHECK-COUNT TO RP-PRT-SUM-COUNT
           MOVE WS-CHECK-TOTAL TO RP-PRT-SUM-AMOUNT
           WRITE REMIT-REPORT-RECORD FROM RP-SUMMARY-LINE
           MOVE "CREDITS CARRIED TO NEXT REMITTANCE"
               TO RP-PRT-SUM-LABEL
           MOVE WS-CREDIT-COUNT TO RP-PRT-SUM-COUNT
           MOVE WS-CREDIT-TOTAL TO RP-PRT-SUM-AMOUNT
           WRITE REMIT-REPORT-RECORD FROM RP-SUMMARY-LINE
           IF REMITTANCE-HELD THEN
               MOVE "LINES WITHOUT PAYEE" TO RP-PRT-SUM-LABEL
               MOVE WS-UNMAPPED-COUNT TO RP-PRT-SUM-COUNT
               MOVE WS-HELD-TOTAL TO RP-PRT-SUM-AMOUNT
               WRITE REMIT-REPORT-RECORD FROM RP-SUMMARY-LINE
               WRITE REMIT-REPORT-RECORD FROM RP-HELD-LINE
           END-IF
           WRITE REMIT-REPORT-RECORD FROM RP-SEPARATOR-LINE
           .
       PRINT-TIE-OUT.
      * chaque type : total de l'export contre retenues de la même
      * période ; tout écart est marqué "***"
           MOVE WS-GL-PERIOD TO RT-PRT-PERIOD
           WRITE REMIT-REPORT-RECORD FROM RT-TITLE-LINE
           WRITE REMIT-REPORT-RECORD FROM RT-COLUMN-LINE
           PERFORM VARYING TT-POS FROM 1 BY 1
                   UNTIL TT-POS > TT-TABLE-COUNT
               PERFORM PRINT-ONE-TIE-OUT
           END-PERFORM
           IF TT-OVERFLOW THEN
               WRITE REMIT-REPORT-RECORD FROM RT-OVERFLOW-LINE
               ADD 1 TO WS-DIFFERENCE-COUNT
           END-IF
           MOVE "WITHHELD IN EARLIER PERIODS -- NOT IN THIS GL EXPORT"
               TO RT-PRT-OTHER-LABEL
           MOVE WS-EARLIER-WITHHELD TO RT-PRT-OTHER-AMOUNT
           WRITE REMIT-REPORT-RECORD FROM RT-OTHER-LINE
           MOVE "CHECK-VOID ADJUSTMENTS AND CARRIED CREDITS"
               TO RT-PRT-OTHER-LABEL
           MOVE WS-VOID-ADJUSTMENTS TO RT-PRT-OTHER-AMOUNT
           WRITE REMIT-REPORT-RECORD FROM RT-OTHER-LINE
           MOVE "TOTAL OF ALL LINES ON THIS REMITTANCE"
               TO RT-PRT-OTHER-LABEL
           MOVE WS-ALL-LINES-TOTAL TO RT-PRT-OTHER-AMOUNT
           WRITE REMIT-REPORT-RECORD FROM RT-OTHER-LINE
           .
       PRINT-ONE-TIE-OUT.
           COMPUTE WS-TIE-DIFFERENCE =
               TT-GL-AMOUNT (TT-POS) - TT-WITHHELD (TT-POS)
           MOVE TT-DED-TYPE (TT-POS)  TO RT-PRT-DED-TYPE
           MOVE TT-GL-AMOUNT (TT-POS) TO RT-PRT-GL
           MOVE TT-WITHHELD (TT-POS)  TO RT-PRT-WITHHELD
           MOVE WS-TIE-DIFFERENCE     TO RT-PRT-DIFFERENCE
           IF WS-TIE-DIFFERENCE = ZERO THEN
               MOVE SPACES TO RT-PRT-NOTE
           ELSE
               MOVE "*** DOES NOT TIE" TO RT-PRT-NOTE
               ADD 1 TO WS-DIFFERENCE-COUNT
           END-IF
           WRITE REMIT-REPORT-RECORD FROM RT-DETAIL-LINE
           .
       CLEAN-UP.
           CLOSE REMIT-REPORT
           CLOSE REMIT-ACH-FILE
           IF CARRY-OPEN THEN
               CLOSE DEDUCTION-HISTORY
           END-IF
           COMPUTE WS-JRN-EXCEPTION-COUNT =
               WS-UNMAPPED-COUNT + WS-DIFFERENCE-COUNT
           MOVE WS-PAYEE-COUNT TO WS-JRN-EMPLOYEE-COUNT
           MOVE WS-ACH-COUNT   TO WS-JRN-ACH-COUNT
           MOVE WS-CHECK-COUNT TO WS-JRN-CHECK-COUNT
           IF WS-DIFFERENCE-COUNT > ZERO THEN
               DISPLAY "ECARTS AVEC GLEXPORT.DAT : "
                   WS-DIFFERENCE-COUNT ", VOIR REMIT.PRT"
           END-IF
      * versement retenu : rien n'est marqué versé, le prochain
      * passage reprend les mêmes lignes
           IF REMITTANCE-HELD THEN
               DISPLAY "RETENUES SANS BENEFICIAIRE : "
                   WS-UNMAPPED-COUNT ", VERSEMENT RETENU"
               MOVE "DEDUCTIONS WITHOUT PAYEE" TO WS-JRN-REASON
               PERFORM JOURNAL-RUN-REFUSED
           ELSE
               PERFORM SAVE-REMIT-CONTROL
               COMPUTE WS-JRN-TOTAL-NET = WS-ACH-TOTAL + WS-CHECK-TOTAL
               DISPLAY "VERSEMENT DE LA PAIE DU " WS-GL-PERIOD
                   " : " WS-ACH-COUNT " CREDITS ACH, "
                   WS-CHECK-COUNT " CHEQUES"
               PERFORM JOURNAL-RUN-END
           END-IF
           .
       SAVE-REMIT-CONTROL.
           MOVE WS-LINE-NUMBER TO RM-LINES-REMITTED
           MOVE WS-PAY-DATE    TO RM-LAST-PAY-DATE
           MOVE WS-PAY-TIME    TO RM-LAST-PAY-TIME
           MOVE WS-TODAY-DATE  TO RM-REMIT-DATE
           OPEN OUTPUT REMIT-CONTROL
           WRITE REMIT-CONTROL-RECORD
           CLOSE REMIT-CONTROL
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
      * d'aperçu ni d'ajustement ici : mode "R", type "N". Les
      * employés du journal sont ici les bénéficiaires, le net le
      * total envoyé par virement et par chèque
           MOVE SPACES TO RUN-JOURNAL-RECORD
           MOVE "REMITTANCE" TO RJ-PROGRAM-ID
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
       END PROGRAM REMITTANCE.
