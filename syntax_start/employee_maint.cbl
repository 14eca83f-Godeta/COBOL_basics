      * l'enregistrement vise, sans plafond de table ni reecriture
      * complete du fichier. L'ancien fichier plat EMPLOYEES.DAT se
      * convertit une fois avec EMPLOYEE-CONVERT (employee_convert.cbl).
      * Chaque operation reussie (ajout, modification, cessation, part
      * de depot) laisse une ligne dans le journal des modifications
      * CHGLOG.DAT : code operateur saisi en debut de session, date et
      * heure, programme, action, cle, image avant et apres. Le journal
      * est edite par AUDIT-REPORT (audit_report.cbl).
      * Tout compte bancaire ajoute ou modifie (fiche ou part de
      * repartition) repasse au statut de prenote "P" : HELLO envoie
      * une prenote a zero dollar et paie par cheque papier jusqu'a
      * ce que le compte soit valide.
      * L'action L entretient les conges de l'employe dans LEAVEBAL.DAT
      * (plan, acquisition par periode, soldes de vacances et de
      * maladie) : mise en place des soldes d'un nouvel employe et
      * corrections a la main, journalisees comme le reste.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               ASSIGN TO "DEPSPLIT.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-DEPOSIT-SPLIT-STATUS.
      * soldes de conges tenus par HELLO, par matricule
           SELECT LEAVE-BALANCE-FILE
               ASSIGN TO "LEAVEBAL.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS LB-EMP-ID
                   FILE STATUS IS WS-LEAVE-BALANCE-STATUS.
      * journal des modifications, partage avec DEDUCT-MAINT
      * (deduct_maint.cbl) ; ouvert en ajout a chaque ecriture
           SELECT CHANGE-LOG
               ASSIGN TO "CHGLOG.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CHANGE-LOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
         FD EMPLOYEE-MASTER.
           02 EM-ACCOUNT-NUMBER    PIC X(17).
           02 EM-STATUS            PIC X.
           02 EM-CHECK-FLAG        PIC X.
      * prenotification : P = a envoyer, S = envoyee le
      * EM-PRENOTE-DATE, R = rejetee, V ou blanc = compte valide
           02 EM-PRENOTE-STATUS    PIC X.
           02 EM-PRENOTE-DATE      PIC 9(8).
         FD DEPOSIT-SPLITS.
      * meme dessin d'enregistrement que dans HELLO (first_cobol.cbl)
         01 DEPOSIT-SPLIT-RECORD.
           02 SPL-ROUTING-NUMBER   PIC X(9).
           02 SPL-ACCOUNT-NUMBER   PIC X(17).
           02 SPL-CHECK-FLAG       PIC X.
           02 SPL-PRENOTE-STATUS   PIC X.
           02 SPL-PRENOTE-DATE     PIC 9(8).
         FD LEAVE-BALANCE-FILE.
      * meme dessin d'enregistrement que dans HELLO (first_cobol.cbl) ;
      * une acquisition a zero prend celle du plan (LEAVEPLN.DAT)
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
         FD CHANGE-LOG.
      * une ligne par modification : fichier touche (EMP = EMPMAST.DAT,
      * SPL = DEPSPLIT.DAT, DED = DEDUCT.DAT, LVB = LEAVEBAL.DAT),
      * action (A ajout,
      * C modification, T cessation, X suppression), cle de
      * l'enregistrement, drapeau Y quand le routage ou le compte
      * bancaire change, puis l'enregistrement tel qu'il etait avant et
      * tel qu'il est apres (a blanc pour un ajout ou une suppression)
         01 CHANGE-LOG-RECORD.
           02 CL-OPERATOR-ID       PIC X(8).
           02 CL-CHANGE-DATE       PIC 9(8).
           02 CL-CHANGE-TIME       PIC 9(6).
           02 CL-PROGRAM-ID        PIC X(15).
           02 CL-FILE-CODE         PIC X(3).
           02 CL-ACTION            PIC X.
           02 CL-RECORD-KEY        PIC X(10).
           02 CL-BANK-CHANGE       PIC X.
           02 CL-BEFORE-IMAGE      PIC X(100).
           02 CL-AFTER-IMAGE       PIC X(100).
       WORKING-STORAGE SECTION.
         77 WS-EMPLOYEE-MASTER-STATUS PIC XX.
      * champs saisis a l'ecran, memes tailles que le fichier
           88 ACTION-CHANGEMENT  VALUE "C" "c".
           88 ACTION-CESSATION   VALUE "T" "t".
           88 ACTION-DEPOT       VALUE "D" "d".
           88 ACTION-CONGES      VALUE "L" "l".
         77 WS-EMP-ID        PIC X(5).
         77 WS-EMP-NAME      PIC X(25).
      * type de paie : H = horaire (taux EM-PAY-RATE), S = salarie
             03 SPL-TBL-ROUTING    PIC X(9).
             03 SPL-TBL-ACCOUNT    PIC X(17).
             03 SPL-TBL-CHECK-FLAG PIC X.
             03 SPL-TBL-PRENOTE-STATUS PIC X.
             03 SPL-TBL-PRENOTE-DATE   PIC 9(8).
         77 WS-SPL-FOUND     PIC X VALUE "N".
           88 PART-TROUVEE   VALUE "Y".
         77 WS-SPL-CHANGED   PIC X VALUE "N".
           88 PARTS-MODIFIEES VALUE "Y".
      * journal des modifications : operateur saisi une fois par
      * session, puis l'operation en cours avec ses deux images
         77 WS-CHANGE-LOG-STATUS PIC XX.
         77 WS-OPERATOR-ID   PIC X(8).
         77 WS-NOW           PIC X(21).
         77 WS-LOG-FILE-CODE PIC X(3).
         77 WS-LOG-ACTION    PIC X.
         77 WS-LOG-KEY       PIC X(10).
         77 WS-LOG-BANK      PIC X.
         77 WS-BEFORE-IMAGE  PIC X(100).
         77 WS-AFTER-IMAGE   PIC X(100).
         77 WS-OLD-ROUTING   PIC X(9).
         77 WS-OLD-ACCOUNT   PIC X(17).
      * drapeau cheque papier et statut de prenote avant modification :
      * un compte rejete par la banque repasse par une prenote meme
      * ressaisi a l'identique
         77 WS-OLD-CHECK-FLAG PIC X.
         77 WS-OLD-PRENOTE   PIC X.
      * champs saisis pour les conges (action L)
         77 WS-LEAVE-BALANCE-STATUS PIC XX.
         77 WS-LEAVE-FOUND   PIC X VALUE "N".
           88 CONGES-TROUVES VALUE "Y".
         77 WS-LB-PLAN-CODE  PIC X(3).
         77 WS-LB-VAC-ACCRUAL  PIC 99V99.
         77 WS-LB-SICK-ACCRUAL PIC 99V99.
         77 WS-LB-VAC-BALANCE  PIC 9(4)V99.
         77 WS-LB-SICK-BALANCE PIC 9(4)V99.
      * ecart entre le solde saisi et le solde du fichier, reporte sur
      * le solde de debut de periode que HELLO reprend en cas de
      * relance de la periode deja payee
         77 WS-LB-DELTA      PIC S9(4)V99.
         77 WS-LB-PRIOR      PIC S9(5)V99.
       SCREEN SECTION.
         1 affiche-plage-titre.
          2 BLANK SCREEN.
          2 LINE 2 COL 15 VALUE 'Entretien de la fiche employe'.

        1 saisie-plage-operateur.
         2 LINE 4 COL 5 VALUE 'Code operateur                  : '.
         2 PIC X(8) TO WS-OPERATOR-ID REQUIRED.

        1 saisie-plage-action.
         2 LINE 4 COL 5 VALUE 'Action (A/C/T/D=depot/L=conges) : '.
         2 PIC X TO WS-ACTION REQUIRED.
         2 LINE 5 COL 5 VALUE 'Matricule employe               : '.
         2 PIC X(5) TO WS-EMP-ID REQUIRED.
         2 LINE 11 COL 5 VALUE 'Numero de compte banque         : '.
         2 PIC X(17) TO WS-SPL-ACCOUNT.

        1 saisie-plage-conges.
         2 LINE 7 COL 5 VALUE 'Code plan de conges             : '.
         2 PIC X(3) USING WS-LB-PLAN-CODE.
         2 LINE 8 COL 5 VALUE 'Vacances acquises/periode (99.99): '.
         2 PIC 99V99 USING WS-LB-VAC-ACCRUAL.
         2 LINE 9 COL 5 VALUE 'Maladie acquise/periode (99.99) : '.
         2 PIC 99V99 USING WS-LB-SICK-ACCRUAL.
         2 LINE 10 COL 5 VALUE 'Solde vacances (9999.99)        : '.
         2 PIC 9(4)V99 USING WS-LB-VAC-BALANCE.
         2 LINE 11 COL 5 VALUE 'Solde maladie (9999.99)         : '.
         2 PIC 9(4)V99 USING WS-LB-SICK-BALANCE.

         1 affiche-plage-message.
          2 LINE 15 COL 5 PIC X(40) FROM WS-MESSAGE.

       BEGIN.
           PERFORM OUVRIR-FICHE-EMPLOYE
           PERFORM CHARGER-REPARTITIONS
           DISPLAY affiche-plage-titre
           DISPLAY saisie-plage-operateur
           ACCEPT saisie-plage-operateur
           PERFORM SAISIE-UNE-OPERATION WITH TEST AFTER
               UNTIL NOT ENTER-ANOTHER
           IF PARTS-MODIFIEES THEN
                   PERFORM TERMINER-EMPLOYE
               WHEN ACTION-DEPOT
                   PERFORM ENTRETENIR-REPARTITION
               WHEN ACTION-CONGES
                   PERFORM ENTRETENIR-CONGES
               WHEN OTHER
                   MOVE "ACTION INCONNUE (A, C, T, D OU L)"
                       TO WS-MESSAGE
           END-EVALUATE
           DISPLAY affiche-plage-message
           DISPLAY saisie-plage-continuer
                   PERFORM GARNIR-CHAMPS-FICHE
                   MOVE "A"        TO EM-STATUS
                   MOVE SPACE      TO EM-CHECK-FLAG
                   MOVE "P"        TO EM-PRENOTE-STATUS
                   MOVE ZERO       TO EM-PRENOTE-DATE
                   WRITE EMPLOYEE-MASTER-RECORD
                       INVALID KEY
                           MOVE "MATRICULE DEJA PRESENT" TO WS-MESSAGE
                       NOT INVALID KEY
                           MOVE "EMPLOYE AJOUTE - PRENOTE BANQUE"
                               TO WS-MESSAGE
                           MOVE SPACES TO WS-BEFORE-IMAGE
                           MOVE EMPLOYEE-MASTER-RECORD
                               TO WS-AFTER-IMAGE
                           MOVE "A" TO WS-LOG-ACTION
                           MOVE "Y" TO WS-LOG-BANK
                           PERFORM JOURNALISER-FICHE
                   END-WRITE
               END-IF
           END-IF
               IF NOT TYPE-HORAIRE AND NOT TYPE-SALARIE THEN
                   MOVE "TYPE DE PAIE INCONNU (H OU S)" TO WS-MESSAGE
               ELSE
                   MOVE EMPLOYEE-MASTER-RECORD TO WS-BEFORE-IMAGE
                   MOVE EM-ROUTING-NUMBER TO WS-OLD-ROUTING
                   MOVE EM-ACCOUNT-NUMBER TO WS-OLD-ACCOUNT
                   MOVE EM-CHECK-FLAG     TO WS-OLD-CHECK-FLAG
                   MOVE EM-PRENOTE-STATUS TO WS-OLD-PRENOTE
                   PERFORM GARNIR-CHAMPS-FICHE
      * une modification reactive un employe termine par erreur, et
      * efface le drapeau chèque papier : corriger les coordonnees
      * bancaires est precisement ce qui remet le depot direct en route
      * -- apres une prenote, pour un compte change ou rejete
                   MOVE "A"         TO EM-STATUS
                   MOVE SPACE       TO EM-CHECK-FLAG
                   MOVE "EMPLOYE MODIFIE" TO WS-MESSAGE
                   IF EM-ROUTING-NUMBER = WS-OLD-ROUTING
                           AND EM-ACCOUNT-NUMBER = WS-OLD-ACCOUNT THEN
                       MOVE "N" TO WS-LOG-BANK
                   ELSE
                       MOVE "Y" TO WS-LOG-BANK
                   END-IF
                   IF WS-LOG-BANK = "Y" OR WS-OLD-CHECK-FLAG = "Y"
                           OR WS-OLD-PRENOTE = "R" THEN
                       MOVE "P"  TO EM-PRENOTE-STATUS
                       MOVE ZERO TO EM-PRENOTE-DATE
                       MOVE "EMPLOYE MODIFIE - PRENOTE BANQUE"
                           TO WS-MESSAGE
                   END-IF
                   REWRITE EMPLOYEE-MASTER-RECORD
                   MOVE EMPLOYEE-MASTER-RECORD TO WS-AFTER-IMAGE
                   MOVE "C" TO WS-LOG-ACTION
                   PERFORM JOURNALISER-FICHE
               END-IF
           ELSE
               MOVE "MATRICULE INCONNU" TO WS-MESSAGE
      * la fiche est conservee avec le statut T : HELLO ne la trouve
      * plus et rejette les timecards de cet employe
           IF EMP-ID-FOUND THEN
               MOVE EMPLOYEE-MASTER-RECORD TO WS-BEFORE-IMAGE
               MOVE "T" TO EM-STATUS
               REWRITE EMPLOYEE-MASTER-RECORD
               MOVE "EMPLOYE TERMINE" TO WS-MESSAGE
               MOVE EMPLOYEE-MASTER-RECORD TO WS-AFTER-IMAGE
               MOVE "T" TO WS-LOG-ACTION
               MOVE "N" TO WS-LOG-BANK
               PERFORM JOURNALISER-FICHE
           ELSE
               MOVE "MATRICULE INCONNU" TO WS-MESSAGE
           END-IF
                   TO SPL-TBL-ACCOUNT (SPL-TABLE-COUNT)
               MOVE SPL-CHECK-FLAG
                   TO SPL-TBL-CHECK-FLAG (SPL-TABLE-COUNT)
               MOVE SPL-PRENOTE-STATUS
                   TO SPL-TBL-PRENOTE-STATUS (SPL-TABLE-COUNT)
               MOVE SPL-PRENOTE-DATE
                   TO SPL-TBL-PRENOTE-DATE (SPL-TABLE-COUNT)
           END-READ
           .

                       TO SPL-ACCOUNT-NUMBER
                   MOVE SPL-TBL-CHECK-FLAG (SPL-IDX)
                       TO SPL-CHECK-FLAG
                   MOVE SPL-TBL-PRENOTE-STATUS (SPL-IDX)
                       TO SPL-PRENOTE-STATUS
                   MOVE SPL-TBL-PRENOTE-DATE (SPL-IDX)
                       TO SPL-PRENOTE-DATE
                   WRITE DEPOSIT-SPLIT-RECORD
               END-IF
           END-PERFORM
      * remplace la part portant ce numero d'ordre, ou l'ajoute ; la
      * ressaisie efface le drapeau cheque papier de la part, comme
      * CHANGER-EMPLOYE efface celui de la fiche : corriger le compte
      * est ce qui remet cette part de depot en route (apres prenote,
      * comme pour la fiche)
           MOVE "N" TO WS-SPL-FOUND
           PERFORM VARYING SPL-IDX FROM 1 BY 1
                   UNTIL SPL-IDX > SPL-TABLE-COUNT
               IF SPL-TBL-EMP-ID (SPL-IDX) = WS-EMP-ID
                       AND SPL-TBL-SEQUENCE (SPL-IDX) = WS-SPL-SEQ THEN
                   MOVE SPL-ENTRY (SPL-IDX) TO WS-BEFORE-IMAGE
                   MOVE SPL-TBL-ROUTING (SPL-IDX) TO WS-OLD-ROUTING
                   MOVE SPL-TBL-ACCOUNT (SPL-IDX) TO WS-OLD-ACCOUNT
                   MOVE SPL-TBL-CHECK-FLAG (SPL-IDX)
                       TO WS-OLD-CHECK-FLAG
                   MOVE SPL-TBL-PRENOTE-STATUS (SPL-IDX)
                       TO WS-OLD-PRENOTE
                   PERFORM GARNIR-UNE-PART
                   MOVE "Y" TO WS-SPL-FOUND
                   MOVE "C" TO WS-LOG-ACTION
                   PERFORM JOURNALISER-PART
               END-IF
           END-PERFORM
           IF PART-TROUVEE THEN
                   SET SPL-IDX TO SPL-TABLE-COUNT
                   MOVE WS-EMP-ID TO SPL-TBL-EMP-ID (SPL-IDX)
                   MOVE WS-SPL-SEQ TO SPL-TBL-SEQUENCE (SPL-IDX)
                   MOVE "P"  TO SPL-TBL-PRENOTE-STATUS (SPL-IDX)
                   MOVE ZERO TO SPL-TBL-PRENOTE-DATE (SPL-IDX)
                   MOVE SPACES TO WS-BEFORE-IMAGE
                   MOVE SPACES TO WS-OLD-ROUTING
                   MOVE SPACES TO WS-OLD-ACCOUNT
                   MOVE SPACE  TO WS-OLD-CHECK-FLAG
                   MOVE SPACE  TO WS-OLD-PRENOTE
                   PERFORM GARNIR-UNE-PART
                   MOVE "A" TO WS-LOG-ACTION
                   PERFORM JOURNALISER-PART
                   MOVE "Y" TO WS-SPL-CHANGED
                   MOVE "PART ENREGISTREE" TO WS-MESSAGE
               ELSE
           MOVE WS-SPL-ROUTING TO SPL-TBL-ROUTING (SPL-IDX)
           MOVE WS-SPL-ACCOUNT TO SPL-TBL-ACCOUNT (SPL-IDX)
           MOVE SPACE          TO SPL-TBL-CHECK-FLAG (SPL-IDX)
      * compte nouveau, change ou rejete : prenote avant tout depot
      * reel ; sinon le statut de prenote en cours est conserve
           IF SPL-TBL-ROUTING (SPL-IDX) NOT = WS-OLD-ROUTING
                   OR SPL-TBL-ACCOUNT (SPL-IDX) NOT = WS-OLD-ACCOUNT
                   OR WS-OLD-CHECK-FLAG = "Y"
                   OR WS-OLD-PRENOTE = "R" THEN
               MOVE "P"  TO SPL-TBL-PRENOTE-STATUS (SPL-IDX)
               MOVE ZERO TO SPL-TBL-PRENOTE-DATE (SPL-IDX)
           END-IF
           .

       SUPPRIMER-UNE-PART.
           PERFORM VARYING SPL-IDX FROM 1 BY 1
                   UNTIL SPL-IDX > SPL-TABLE-COUNT
               IF SPL-TBL-EMP-ID (SPL-IDX) = WS-EMP-ID
                       AND SPL-TBL-SEQUENCE (SPL-IDX) = WS-SPL-SEQ
                       AND SPL-TBL-METHOD (SPL-IDX) NOT = "X" THEN
                   MOVE SPL-ENTRY (SPL-IDX) TO WS-BEFORE-IMAGE
                   MOVE SPL-TBL-ROUTING (SPL-IDX) TO WS-OLD-ROUTING
                   MOVE SPL-TBL-ACCOUNT (SPL-IDX) TO WS-OLD-ACCOUNT
                   MOVE "X" TO SPL-TBL-METHOD (SPL-IDX)
                   MOVE "Y" TO WS-SPL-FOUND
                   MOVE "Y" TO WS-SPL-CHANGED
                   MOVE "X" TO WS-LOG-ACTION
                   PERFORM JOURNALISER-PART
               END-IF
           END-PERFORM
           IF PART-TROUVEE THEN
               MOVE "PART INCONNUE POUR CE MATRICULE" TO WS-MESSAGE
           END-IF
           .

       ENTRETENIR-CONGES.
      * l'ecran propose les valeurs du fichier ; un employe sans
      * enregistrement part de zero. LEAVEBAL.DAT est ouvert le temps
      * de l'operation et cree au premier usage, comme CHANGE-LOG
           IF EMP-ID-FOUND THEN
               OPEN I-O LEAVE-BALANCE-FILE
               IF WS-LEAVE-BALANCE-STATUS = "35" THEN
                   OPEN OUTPUT LEAVE-BALANCE-FILE
                   CLOSE LEAVE-BALANCE-FILE
                   OPEN I-O LEAVE-BALANCE-FILE
               END-IF
               MOVE "N" TO WS-LEAVE-FOUND
               MOVE WS-EMP-ID TO LB-EMP-ID
               READ LEAVE-BALANCE-FILE
                   INVALID KEY
                       MOVE SPACES TO WS-LB-PLAN-CODE
                       MOVE ZERO   TO WS-LB-VAC-ACCRUAL
                       MOVE ZERO   TO WS-LB-SICK-ACCRUAL
                       MOVE ZERO   TO WS-LB-VAC-BALANCE
                       MOVE ZERO   TO WS-LB-SICK-BALANCE
                   NOT INVALID KEY
                       MOVE "Y" TO WS-LEAVE-FOUND
                       MOVE LB-PLAN-CODE    TO WS-LB-PLAN-CODE
                       MOVE LB-VAC-ACCRUAL  TO WS-LB-VAC-ACCRUAL
                       MOVE LB-SICK-ACCRUAL TO WS-LB-SICK-ACCRUAL
                       MOVE LB-VAC-BALANCE  TO WS-LB-VAC-BALANCE
                       MOVE LB-SICK-BALANCE TO WS-LB-SICK-BALANCE
               END-READ
               DISPLAY saisie-plage-conges
               ACCEPT saisie-plage-conges
               INSPECT WS-LB-PLAN-CODE CONVERTING
                   "abcdefghijklmnopqrstuvwxyz"
                   TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
               IF CONGES-TROUVES THEN
                   PERFORM CHANGER-CONGES
               ELSE
                   PERFORM AJOUTER-CONGES
               END-IF
               CLOSE LEAVE-BALANCE-FILE
           ELSE
               MOVE "MATRICULE INCONNU" TO WS-MESSAGE
           END-IF
           .

       AJOUTER-CONGES.
      * pas encore de periode payee sur ces soldes : HELLO part du
      * solde saisi a la prochaine paie
           MOVE SPACES    TO WS-BEFORE-IMAGE
           MOVE WS-EMP-ID TO LB-EMP-ID
           PERFORM GARNIR-CHAMPS-CONGES
           MOVE ZERO TO LB-LAST-ACCRUAL
           MOVE ZERO TO LB-PRIOR-VAC-BALANCE
           MOVE ZERO TO LB-PRIOR-SICK-BALANCE
           WRITE LEAVE-BALANCE-RECORD
           MOVE "CONGES ENREGISTRES" TO WS-MESSAGE
           MOVE "A" TO WS-LOG-ACTION
           PERFORM JOURNALISER-CONGES
           .

       CHANGER-CONGES.
      * une correction de solde vaut aussi pour le debut de la periode
      * deja payee (soldes d'avant le mouvement) : sans cela, une
      * relance de cette periode par HELLO effacerait la correction.
      * Un solde d'avant le mouvement ne descend pas sous zero
           MOVE LEAVE-BALANCE-RECORD TO WS-BEFORE-IMAGE
           COMPUTE WS-LB-DELTA = WS-LB-VAC-BALANCE - LB-VAC-BALANCE
           COMPUTE WS-LB-PRIOR = LB-PRIOR-VAC-BALANCE + WS-LB-DELTA
           IF WS-LB-PRIOR < ZERO THEN
               MOVE ZERO TO WS-LB-PRIOR
           END-IF
           MOVE WS-LB-PRIOR TO LB-PRIOR-VAC-BALANCE
           COMPUTE WS-LB-DELTA = WS-LB-SICK-BALANCE - LB-SICK-BALANCE
           COMPUTE WS-LB-PRIOR = LB-PRIOR-SICK-BALANCE + WS-LB-DELTA
           IF WS-LB-PRIOR < ZERO THEN
               MOVE ZERO TO WS-LB-PRIOR
           END-IF
           MOVE WS-LB-PRIOR TO LB-PRIOR-SICK-BALANCE
           PERFORM GARNIR-CHAMPS-CONGES
           REWRITE LEAVE-BALANCE-RECORD
           MOVE "CONGES MODIFIES" TO WS-MESSAGE
           MOVE "C" TO WS-LOG-ACTION
           PERFORM JOURNALISER-CONGES
           .

       GARNIR-CHAMPS-CONGES.
           MOVE WS-LB-PLAN-CODE    TO LB-PLAN-CODE
           MOVE WS-LB-VAC-ACCRUAL  TO LB-VAC-ACCRUAL
           MOVE WS-LB-SICK-ACCRUAL TO LB-SICK-ACCRUAL
           MOVE WS-LB-VAC-BALANCE  TO LB-VAC-BALANCE
           MOVE WS-LB-SICK-BALANCE TO LB-SICK-BALANCE
           .

       JOURNALISER-CONGES.
      * soldes de conges : la cle est le matricule, l'image est
      * l'enregistrement de LEAVEBAL.DAT ; aucun compte bancaire touche
           MOVE LEAVE-BALANCE-RECORD TO WS-AFTER-IMAGE
           MOVE "N"       TO WS-LOG-BANK
           MOVE "LVB"     TO WS-LOG-FILE-CODE
           MOVE WS-EMP-ID TO WS-LOG-KEY
           PERFORM ECRIRE-JOURNAL
           .

       JOURNALISER-FICHE.
      * fiche employe : la cle est le matricule ; les images avant et
      * apres ont ete prises par l'action appelante
           MOVE "EMP"     TO WS-LOG-FILE-CODE
           MOVE WS-EMP-ID TO WS-LOG-KEY
           PERFORM ECRIRE-JOURNAL
           .

       JOURNALISER-PART.
      * part de depot : la cle est matricule + numero d'ordre ; l'image
      * est l'entree de table, meme dessin que DEPOSIT-SPLIT-RECORD.
      * Une suppression laisse l'image apres a blanc, un ajout l'image
      * avant ; toute part ajoutee ou supprimee touche un compte
           IF WS-LOG-ACTION = "X" THEN
               MOVE SPACES TO WS-AFTER-IMAGE
               MOVE "Y" TO WS-LOG-BANK
           ELSE
               MOVE SPL-ENTRY (SPL-IDX) TO WS-AFTER-IMAGE
               IF SPL-TBL-ROUTING (SPL-IDX) = WS-OLD-ROUTING
                       AND SPL-TBL-ACCOUNT (SPL-IDX)
                           = WS-OLD-ACCOUNT THEN
                   MOVE "N" TO WS-LOG-BANK
               ELSE
                   MOVE "Y" TO WS-LOG-BANK
               END-IF
           END-IF
           MOVE "SPL" TO WS-LOG-FILE-CODE
           MOVE SPACES TO WS-LOG-KEY
           MOVE WS-EMP-ID  TO WS-LOG-KEY (1:5)
           MOVE WS-SPL-SEQ TO WS-LOG-KEY (6:1)
           PERFORM ECRIRE-JOURNAL
           .

       ECRIRE-JOURNAL.
      * ouvert et ferme a chaque ligne, comme APPEND-REGISTER-RECORD
      * dans CHECK-VOID (check_void.cbl) : rien ne reste en tampon si la
      * session est interrompue. Le fichier est cree au premier usage
           OPEN EXTEND CHANGE-LOG
           IF WS-CHANGE-LOG-STATUS = "35" THEN
               OPEN OUTPUT CHANGE-LOG
               CLOSE CHANGE-LOG
               OPEN EXTEND CHANGE-LOG
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-NOW
           MOVE WS-OPERATOR-ID   TO CL-OPERATOR-ID
           MOVE WS-NOW (1:8)     TO CL-CHANGE-DATE
           MOVE WS-NOW (9:6)     TO CL-CHANGE-TIME
           MOVE "EMPLOYEE-MAINT" TO CL-PROGRAM-ID
           MOVE WS-LOG-FILE-CODE TO CL-FILE-CODE
           MOVE WS-LOG-ACTION    TO CL-ACTION
           MOVE WS-LOG-KEY       TO CL-RECORD-KEY
           MOVE WS-LOG-BANK      TO CL-BANK-CHANGE
           MOVE WS-BEFORE-IMAGE  TO CL-BEFORE-IMAGE
           MOVE WS-AFTER-IMAGE   TO CL-AFTER-IMAGE
           WRITE CHANGE-LOG-RECORD
           CLOSE CHANGE-LOG
           .
