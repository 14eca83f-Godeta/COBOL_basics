       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPLOYEE-INQUIRY.
      * Consultation de la paie d'un employe, sur le modele
      * d'EMPLOYEE-MAINT : quand un employe appelle ("ou est ma paie",
      * "pourquoi mon cheque est court"), l'assistance retrouve tout
      * a l'ecran par le matricule, au lieu de parcourir a la main
      * EMPMAST.DAT, YTDEARN.DAT, PAYHIST.DAT, CHECKREG.DAT, DEDUCT.DAT
      * et DEPSPLIT.DAT.
      * Trois vues : la fiche (compte bancaire masque sauf les quatre
      * derniers chiffres) avec les cumuls de l'annee ; l'historique
      * par periode, de la plus recente a la plus ancienne, avec le
      * cheque de la periode et son etat au registre (emis, encaisse,
      * annule, reemis sous un nouveau numero) et le rejet eventuel du
      * depot (ACHRTHST.DAT, tenu par ACH-RETURNS) ; les retenues
      * actives avec objectif et cumul preleve, et les repartitions
      * du depot direct.
      * Lecture seule : tous les fichiers sont ouverts en entree et
      * aucune ecriture n'existe dans ce programme, il peut donc etre
      * confie a l'assistance sans acces a l'entretien.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEE-MASTER
               ASSIGN TO "EMPMAST.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS EM-EMP-ID
                   FILE STATUS IS WS-EMPLOYEE-MASTER-STATUS.
      * cumuls annuels tenus par HELLO (first_cobol.cbl)
           SELECT YTD-EARNINGS-FILE
               ASSIGN TO "YTDEARN.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS YTD-EMP-ID
                   FILE STATUS IS WS-YTD-STATUS.
      * fichiers plats relus en sequence a chaque consultation, ouverts
      * le temps de la lecture : la paie peut tourner entre deux appels
           SELECT PAY-HISTORY
               ASSIGN TO "PAYHIST.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PAY-HISTORY-STATUS.
           SELECT CHECK-REGISTER
               ASSIGN TO "CHECKREG.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CHECK-REGISTER-STATUS.
           SELECT RETURN-HISTORY
               ASSIGN TO "ACHRTHST.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-RETURN-HISTORY-STATUS.
           SELECT DEDUCTIONS
               ASSIGN TO "DEDUCT.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-DEDUCTIONS-STATUS.
           SELECT DEPOSIT-SPLITS
               ASSIGN TO "DEPSPLIT.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-DEPOSIT-SPLIT-STATUS.
       DATA DIVISION.
       FILE SECTION.
         FD EMPLOYEE-MASTER.
      * meme dessin d'enregistrement que EMPLOYEE-MASTER-RECORD dans
      * HELLO (first_cobol.cbl)
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
           02 EM-CHECK-FLAG        PIC X.
           02 EM-PRENOTE-STATUS    PIC X.
           02 EM-PRENOTE-DATE      PIC 9(8).
         FD YTD-EARNINGS-FILE.
      * meme dessin d'enregistrement que dans HELLO (first_cobol.cbl)
         01 YTD-EARNINGS-RECORD.
           02 YTD-EMP-ID           PIC X(5).
           02 YTD-EMPLOYEE-NAME    PIC X(25).
           02 YTD-GROSS-PAY        PIC 9(7)V99.
           02 YTD-FED-TAX          PIC 9(7)V99.
           02 YTD-STATE-TAX        PIC 9(7)V99.
           02 YTD-FICA-TAX         PIC 9(7)V99.
           02 YTD-NET-PAY          PIC 9(7)V99.
           02 YTD-TOTAL-DEDUCTIONS PIC 9(7)V99.
         FD PAY-HISTORY.
      * meme dessin d'enregistrement que dans HELLO (first_cobol.cbl) ;
      * les extournes et reemissions de CHECK-VOID portent la periode
      * du cheque d'origine
         01 PAY-HISTORY-RECORD.
           02 PH-EMP-ID            PIC X(5).
           02 PH-PERIOD-END        PIC 9(8).
           02 PH-GROSS-PAY         PIC S9(7)V99.
           02 PH-FED-TAX           PIC S9(7)V99.
           02 PH-STATE-TAX         PIC S9(7)V99.
           02 PH-FICA-TAX          PIC S9(7)V99.
           02 PH-NET-PAY           PIC S9(7)V99.
           02 PH-STATE-CODE        PIC XX.
           02 PH-TOTAL-DEDUCTIONS  PIC S9(7)V99.
           02 PH-HOURS-PAID        PIC S9(4)V9.
         FD CHECK-REGISTER.
      * meme dessin d'enregistrement que dans HELLO (first_cobol.cbl) ;
      * I = emis (date = periode, ou jour de la reemission),
      * V = annule, C = encaisse (CHECK-RECON)
         01 CHECK-REGISTER-RECORD.
           02 CR-CHECK-NUMBER      PIC 9(6).
           02 CR-ISSUE-DATE        PIC 9(8).
           02 CR-PAYEE             PIC X(25).
           02 CR-AMOUNT            PIC 9(10).
           02 CR-EMP-ID            PIC X(5).
           02 CR-RECORD-TYPE       PIC X.
           02 CR-PAID-DATE         PIC 9(8).
         FD RETURN-HISTORY.
      * meme dessin d'enregistrement que dans ACH-RETURNS
      * (ach_returns.cbl)
         01 RETURN-HISTORY-RECORD.
           02 RH-EMP-ID            PIC X(5).
           02 RH-PERIOD-END        PIC 9(8).
           02 RH-RETURN-DATE       PIC 9(8).
           02 RH-AMOUNT            PIC 9(10).
           02 RH-RETURN-CODE       PIC X(3).
           02 RH-ROUTING-NUMBER    PIC X(9).
           02 RH-ACCOUNT-NUMBER    PIC X(17).
         FD DEDUCTIONS.
      * meme dessin d'enregistrement que dans HELLO (first_cobol.cbl)
         01 DEDUCTION-RECORD.
           02 DED-EMP-ID           PIC X(5).
           02 DED-TYPE             PIC X(3).
           02 DED-METHOD           PIC X.
           02 DED-AMOUNT           PIC 9(5)V99.
           02 DED-PRIORITY         PIC 9.
           02 DED-GOAL             PIC 9(7)V99.
           02 DED-COLLECTED        PIC 9(7)V99.
           02 DED-GOAL-KIND        PIC X.
           02 DED-PAYEE-ID         PIC X(5).
         FD DEPOSIT-SPLITS.
      * meme dessin d'enregistrement que dans HELLO (first_cobol.cbl)
         01 DEPOSIT-SPLIT-RECORD.
           02 SPL-EMP-ID           PIC X(5).
           02 SPL-SEQUENCE         PIC 9.
           02 SPL-METHOD           PIC X.
           02 SPL-AMOUNT           PIC 9(5)V99.
           02 SPL-ROUTING-NUMBER   PIC X(9).
           02 SPL-ACCOUNT-NUMBER   PIC X(17).
           02 SPL-CHECK-FLAG       PIC X.
           02 SPL-PRENOTE-STATUS   PIC X.
           02 SPL-PRENOTE-DATE     PIC 9(8).
       WORKING-STORAGE SECTION.
         77 WS-EMPLOYEE-MASTER-STATUS PIC XX.
         77 WS-YTD-STATUS    PIC XX.
         77 WS-PAY-HISTORY-STATUS PIC XX.
         77 WS-CHECK-REGISTER-STATUS PIC XX.
         77 WS-RETURN-HISTORY-STATUS PIC XX.
         77 WS-DEDUCTIONS-STATUS PIC XX.
         77 WS-DEPOSIT-SPLIT-STATUS PIC XX.
      * cumuls lisibles ; sinon la fiche les montre a zero avec un
      * message
         77 WS-YTD-OPEN      PIC X VALUE "N".
           88 YTD-OUVERT     VALUE "Y".
         77 END-FILE         PIC X VALUE "N".
           88 EOF            VALUE "T".
      * matricule saisi et resultat de la lecture par cle
         77 WS-EMP-ID        PIC X(5).
         77 WS-EMP-FOUND     PIC X VALUE "N".
           88 EMP-ID-FOUND   VALUE "Y".
      * commande saisie sous chaque vue
         77 WS-COMMAND       PIC X.
           88 COMMANDE-FICHE      VALUE "F" "f".
           88 COMMANDE-HISTORIQUE VALUE "H" "h".
           88 COMMANDE-RETENUES   VALUE "R" "r".
           88 COMMANDE-SUIVANT    VALUE "S" "s".
           88 COMMANDE-PRECEDENT  VALUE "P" "p".
           88 COMMANDE-AUTRE      VALUE "N" "n".
           88 COMMANDE-QUITTER    VALUE "Q" "q".
         77 WS-ANOTHER       PIC X VALUE "O".
           88 ENTER-ANOTHER  VALUE "O" "o".
         77 WS-MESSAGE       PIC X(60).
      * vue affichee : F = fiche, L = liste (historique ou retenues)
         77 WS-VIEW          PIC X.
           88 VUE-FICHE      VALUE "F".
           88 VUE-LISTE      VALUE "L".
      * zones de la fiche : libelles et compte masque
         77 WS-STATUS-TEXT   PIC X(8).
         77 WS-PAY-TYPE-TEXT PIC X(8).
         77 WS-CHECK-FLAG-TEXT PIC X(3).
         77 WS-MASTER-PRENOTE PIC X(20).
         77 WS-MASTER-ACCOUNT PIC X(17).
         77 WS-SPLIT-COUNT   PIC 9.
      * masquage d'un numero de compte : seuls les quatre derniers
      * caracteres significatifs restent lisibles
         77 WS-ACCOUNT-IN    PIC X(17).
         77 WS-ACCOUNT-OUT   PIC X(17).
         77 WS-ACCOUNT-LEN   PIC 99.
         77 WS-ACCOUNT-POS   PIC 99.
      * libelle d'un statut de prenote (fiche ou part)
         77 WS-PRENOTE-CODE  PIC X.
         77 WS-PRENOTE-DATE  PIC 9(8).
         77 WS-PRENOTE-TEXT  PIC X(20).
      * historique par periode, dans l'ordre d'apparition dans
      * PAYHIST.DAT (chronologique) ; dix ans de paies a la quinzaine.
      * Table pleine : la plus ancienne periode sort, l'ecran le dit
         77 HT-TABLE-COUNT   PIC 9(3) VALUE ZERO.
         77 WS-HISTORY-TRUNCATED PIC X VALUE "N".
           88 HISTORIQUE-TRONQUE VALUE "Y".
         01 HT-TABLE.
           02 HT-ENTRY OCCURS 260 TIMES
                   INDEXED BY HT-IDX.
             03 HT-PERIOD        PIC 9(8).
             03 HT-GROSS         PIC S9(7)V99.
             03 HT-DEDUCTIONS    PIC S9(7)V99.
             03 HT-NET           PIC S9(7)V99.
      * premier cheque de la periode et son etat : I emis,
      * C encaisse, V annule, R annule puis reemis ; nombre de cheques
      * de la periode (paie d'ajustement)
             03 HT-CHECK-NUMBER  PIC 9(6).
             03 HT-CHECK-STATE   PIC X.
             03 HT-CHECK-COUNT   PIC 9.
             03 HT-REISSUE-NUMBER PIC 9(6).
             03 HT-RETURN-CODE   PIC X(3).
         77 HT-POS           PIC 9(3).
         77 WS-HT-SEARCH-PERIOD PIC 9(8).
         77 WS-HT-SEARCH-CHECK PIC 9(6).
         77 HT-SCAN          PIC 9(3).
         77 WS-HT-FOUND      PIC X.
           88 PERIODE-TROUVEE VALUE "Y".
      * une reemission s'ecrit au registre juste apres l'annulation,
      * datee du jour : on la reconnait a l'annulation qui la precede
      * (meme employe, meme montant)
         77 WS-LAST-VOID-NUMBER PIC 9(6).
         77 WS-LAST-VOID-EMP-ID PIC X(5).
         77 WS-LAST-VOID-AMOUNT PIC 9(10).
      * liste affichee par pages de douze lignes (historique, ou
      * retenues et repartitions)
         77 WS-LIST-COUNT    PIC 9(3) VALUE ZERO.
         77 WS-LIST-TOP      PIC 9(3) VALUE 1.
         77 WS-LIST-POS      PIC 9(3).
         77 WS-PAGE-POS      PIC 99.
         01 WS-LIST.
           02 WS-LIST-LINE PIC X(76) OCCURS 300 TIMES.
         01 WS-PAGE.
           02 WS-PAGE-LINE PIC X(76) OCCURS 12 TIMES.
         77 WS-LIST-TITLE    PIC X(76).
         77 WS-LIST-COLUMNS  PIC X(76).
         01 WS-PAGE-INFO.
           02 FILLER         PIC X(7)  VALUE "Lignes ".
           02 PI-FROM        PIC ZZ9.
           02 FILLER         PIC X(3)  VALUE " a ".
           02 PI-TO          PIC ZZ9.
           02 FILLER         PIC X(5)  VALUE " sur ".
           02 PI-COUNT       PIC ZZ9.
      * lignes de liste
         01 HIST-COLUMNS.
           02 FILLER         PIC X(9)  VALUE "PERIODE".
           02 FILLER         PIC X(10) VALUE "      BRUT".
           02 FILLER         PIC X(10) VALUE "  RETENUES".
           02 FILLER         PIC X(11) VALUE "        NET".
           02 FILLER         PIC X(2)  VALUE SPACES.
           02 FILLER         PIC X(8)  VALUE "CHEQUE".
           02 FILLER         PIC X(9)  VALUE "ETAT".
           02 FILLER         PIC X(7)  VALUE "REEMIS".
           02 FILLER         PIC X(10) VALUE "DEPOT".
         01 HIST-LINE.
           02 HL-PERIOD      PIC 9(8).
           02 FILLER         PIC X     VALUE SPACE.
           02 HL-GROSS       PIC ZZ,ZZ9.99-.
           02 FILLER         PIC X     VALUE SPACE.
           02 HL-DEDUCTIONS  PIC Z,ZZ9.99-.
           02 FILLER         PIC X     VALUE SPACE.
           02 HL-NET         PIC ZZ,ZZ9.99-.
           02 FILLER         PIC X(2)  VALUE SPACES.
           02 HL-CHECK-NUMBER PIC X(6).
      * "+" : plus d'un cheque pour la periode (paie d'ajustement)
           02 HL-MULTI       PIC X.
           02 FILLER         PIC X     VALUE SPACE.
           02 HL-CHECK-STATE PIC X(8).
           02 FILLER         PIC X     VALUE SPACE.
           02 HL-REISSUE     PIC X(6).
           02 FILLER         PIC X     VALUE SPACE.
           02 HL-RETURN      PIC X(10).
         01 DED-COLUMNS.
           02 FILLER         PIC X(5)  VALUE "TYP".
           02 FILLER         PIC X(3)  VALUE "M".
           02 FILLER         PIC X(11) VALUE "  MONTANT".
           02 FILLER         PIC X(3)  VALUE "P".
           02 FILLER         PIC X(13) VALUE "    OBJECTIF".
           02 FILLER         PIC X(10) VALUE "GENRE".
           02 FILLER         PIC X(13) VALUE "DEJA PRELEVE".
           02 FILLER         PIC X(12) VALUE "       RESTE".
         01 DED-LINE.
           02 LD-TYPE        PIC X(3).
           02 FILLER         PIC X(2)  VALUE SPACES.
           02 LD-METHOD      PIC X.
           02 FILLER         PIC X(2)  VALUE SPACES.
           02 LD-AMOUNT      PIC ZZ,ZZ9.99.
           02 FILLER         PIC X(2)  VALUE SPACES.
           02 LD-PRIORITY    PIC 9.
           02 FILLER         PIC X(2)  VALUE SPACES.
           02 LD-GOAL        PIC Z,ZZZ,ZZ9.99 BLANK WHEN ZERO.
           02 FILLER         PIC X     VALUE SPACE.
           02 LD-GOAL-KIND   PIC X(9).
           02 FILLER         PIC X     VALUE SPACE.
           02 LD-COLLECTED   PIC Z,ZZZ,ZZ9.99.
           02 FILLER         PIC X     VALUE SPACE.
           02 LD-LEFT        PIC Z,ZZZ,ZZ9.99 BLANK WHEN ZERO.
         01 SPL-COLUMNS.
           02 FILLER         PIC X(5)  VALUE "ORD".
           02 FILLER         PIC X(3)  VALUE "M".
           02 FILLER         PIC X(11) VALUE "  MONTANT".
           02 FILLER         PIC X(11) VALUE "ROUTAGE".
           02 FILLER         PIC X(19) VALUE "COMPTE".
           02 FILLER         PIC X(5)  VALUE "CHQ".
           02 FILLER         PIC X(20) VALUE "PRENOTE".
         01 SPL-LINE.
           02 LS-SEQUENCE    PIC 9.
           02 FILLER         PIC X(4)  VALUE SPACES.
           02 LS-METHOD      PIC X.
           02 FILLER         PIC X(2)  VALUE SPACES.
           02 LS-AMOUNT      PIC ZZ,ZZ9.99.
           02 FILLER         PIC X(2)  VALUE SPACES.
           02 LS-ROUTING     PIC X(9).
           02 FILLER         PIC X(2)  VALUE SPACES.
           02 LS-ACCOUNT     PIC X(17).
           02 FILLER         PIC X(2)  VALUE SPACES.
           02 LS-CHECK-FLAG  PIC X(3).
           02 FILLER         PIC X(2)  VALUE SPACES.
           02 LS-PRENOTE     PIC X(20).
         77 WS-DED-LEFT      PIC 9(7)V99.
       SCREEN SECTION.
         1 affiche-plage-titre.
          2 BLANK SCREEN.
          2 LINE 2 COL 15 VALUE 'Consultation de la paie'.

        1 saisie-plage-matricule.
         2 LINE 4 COL 5 VALUE 'Matricule employe               : '.
         2 PIC X(5) TO WS-EMP-ID REQUIRED.

        1 affiche-plage-fiche.
         2 LINE 4 COL 5 VALUE 'Matricule employe               : '.
         2 PIC X(5) FROM EM-EMP-ID.
         2 LINE 6 COL 5 VALUE 'Nom : '.
         2 PIC X(25) FROM EM-EMPLOYEE-NAME.
         2 LINE 6 COL 50 VALUE 'Statut : '.
         2 PIC X(8) FROM WS-STATUS-TEXT.
         2 LINE 7 COL 5 VALUE 'Paie : '.
         2 PIC X(8) FROM WS-PAY-TYPE-TEXT.
         2 LINE 7 COL 22 VALUE 'Taux : '.
         2 PIC ZZ9.99 FROM EM-PAY-RATE.
         2 LINE 7 COL 38 VALUE 'Salaire/periode : '.
         2 PIC ZZZ,ZZ9.99 FROM EM-SALARY-AMOUNT.
         2 LINE 7 COL 68 VALUE 'Etat : '.
         2 PIC XX FROM EM-STATE-CODE.
         2 LINE 8 COL 5 VALUE 'Routage : '.
         2 PIC X(9) FROM EM-ROUTING-NUMBER.
         2 LINE 8 COL 27 VALUE 'Compte : '.
         2 PIC X(17) FROM WS-MASTER-ACCOUNT.
         2 LINE 9 COL 5 VALUE 'Prenote : '.
         2 PIC X(20) FROM WS-MASTER-PRENOTE.
         2 LINE 9 COL 38 VALUE 'Cheque papier : '.
         2 PIC X(3) FROM WS-CHECK-FLAG-TEXT.
         2 LINE 9 COL 60 VALUE 'Repartitions : '.
         2 PIC 9 FROM WS-SPLIT-COUNT.
         2 LINE 11 COL 5 VALUE 'Cumuls de l annee'.
         2 LINE 12 COL 5 VALUE 'Brut           : '.
         2 PIC Z,ZZZ,ZZ9.99 FROM YTD-GROSS-PAY.
         2 LINE 12 COL 40 VALUE 'Impot federal  : '.
         2 PIC Z,ZZZ,ZZ9.99 FROM YTD-FED-TAX.
         2 LINE 13 COL 5 VALUE 'Impot d etat   : '.
         2 PIC Z,ZZZ,ZZ9.99 FROM YTD-STATE-TAX.
         2 LINE 13 COL 40 VALUE 'FICA           : '.
         2 PIC Z,ZZZ,ZZ9.99 FROM YTD-FICA-TAX.
         2 LINE 14 COL 5 VALUE 'Retenues       : '.
         2 PIC Z,ZZZ,ZZ9.99 FROM YTD-TOTAL-DEDUCTIONS.
         2 LINE 14 COL 40 VALUE 'Net            : '.
         2 PIC Z,ZZZ,ZZ9.99 FROM YTD-NET-PAY.

        1 affiche-plage-liste.
         2 LINE 4 COL 5 VALUE 'Matricule employe               : '.
         2 PIC X(5) FROM EM-EMP-ID.
         2 LINE 4 COL 46 PIC X(25) FROM EM-EMPLOYEE-NAME.
         2 LINE 5 COL 3 PIC X(76) FROM WS-LIST-TITLE.
         2 LINE 6 COL 3 PIC X(76) FROM WS-LIST-COLUMNS.
         2 LINE 7 COL 3 PIC X(76) FROM WS-PAGE-LINE (1).
         2 LINE 8 COL 3 PIC X(76) FROM WS-PAGE-LINE (2).
         2 LINE 9 COL 3 PIC X(76) FROM WS-PAGE-LINE (3).
         2 LINE 10 COL 3 PIC X(76) FROM WS-PAGE-LINE (4).
         2 LINE 11 COL 3 PIC X(76) FROM WS-PAGE-LINE (5).
         2 LINE 12 COL 3 PIC X(76) FROM WS-PAGE-LINE (6).
         2 LINE 13 COL 3 PIC X(76) FROM WS-PAGE-LINE (7).
         2 LINE 14 COL 3 PIC X(76) FROM WS-PAGE-LINE (8).
         2 LINE 15 COL 3 PIC X(76) FROM WS-PAGE-LINE (9).
         2 LINE 16 COL 3 PIC X(76) FROM WS-PAGE-LINE (10).
         2 LINE 17 COL 3 PIC X(76) FROM WS-PAGE-LINE (11).
         2 LINE 18 COL 3 PIC X(76) FROM WS-PAGE-LINE (12).
         2 LINE 19 COL 3 PIC X(24) FROM WS-PAGE-INFO.

         1 affiche-plage-message.
          2 LINE 20 COL 5 PIC X(60) FROM WS-MESSAGE.

         1 saisie-plage-commande.
          2 LINE 22 COL 5 VALUE
              'F=fiche H=historique R=retenues S=suivant P=precedent'.
          2 LINE 23 COL 5 VALUE 'N=autre matricule Q=fin  Commande : '.
          2 PIC X TO WS-COMMAND REQUIRED.

         1 saisie-plage-continuer.
          2 LINE 22 COL 5 VALUE 'Autre consultation (O/N)        : '.
          2 PIC X TO WS-ANOTHER REQUIRED.

       PROCEDURE DIVISION.
       BEGIN.
           PERFORM OUVRIR-FICHIERS
           PERFORM CONSULTER-UN-EMPLOYE WITH TEST AFTER
               UNTIL NOT ENTER-ANOTHER
           CLOSE EMPLOYEE-MASTER
           IF YTD-OUVERT THEN
               CLOSE YTD-EARNINGS-FILE
           END-IF
           STOP RUN.

       OUVRIR-FICHIERS.
      * en entree seulement, et sans creation : une consultation ne
      * doit rien laisser derriere elle
           OPEN INPUT EMPLOYEE-MASTER
           IF WS-EMPLOYEE-MASTER-STATUS NOT = "00" THEN
               DISPLAY "EMPMAST.DAT ABSENT OU ILLISIBLE, "
                   "CONSULTATION IMPOSSIBLE"
               STOP RUN
           END-IF
           OPEN INPUT YTD-EARNINGS-FILE
           IF WS-YTD-STATUS = "00" THEN
               MOVE "Y" TO WS-YTD-OPEN
           END-IF
           .

       CONSULTER-UN-EMPLOYE.
           MOVE SPACES TO WS-MESSAGE
           DISPLAY affiche-plage-titre
           DISPLAY saisie-plage-matricule
           ACCEPT saisie-plage-matricule
           PERFORM CHERCHER-EMPLOYE
           IF EMP-ID-FOUND THEN
               PERFORM CHARGER-DOSSIER
               MOVE "F" TO WS-VIEW
               MOVE SPACE TO WS-COMMAND
               PERFORM PARCOURIR-DOSSIER WITH TEST AFTER
                   UNTIL COMMANDE-AUTRE OR COMMANDE-QUITTER
               IF COMMANDE-QUITTER THEN
                   MOVE "N" TO WS-ANOTHER
               ELSE
                   MOVE "O" TO WS-ANOTHER
               END-IF
           ELSE
               MOVE "MATRICULE INCONNU" TO WS-MESSAGE
               DISPLAY affiche-plage-message
               DISPLAY saisie-plage-continuer
               ACCEPT saisie-plage-continuer
           END-IF
           .

       CHERCHER-EMPLOYE.
           MOVE "N" TO WS-EMP-FOUND
           MOVE WS-EMP-ID TO EM-EMP-ID
           READ EMPLOYEE-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-EMP-FOUND
           END-READ
           .

       CHARGER-DOSSIER.
      * tout ce que la fiche et l'historique affichent est lu une fois
      * par consultation ; les retenues sont relues a la demande
           PERFORM GARNIR-FICHE
           PERFORM LIRE-CUMULS
           PERFORM COMPTER-REPARTITIONS
           PERFORM CHARGER-HISTORIQUE
           PERFORM RAPPROCHER-CHEQUES
           PERFORM RAPPROCHER-RETOURS
           .

       GARNIR-FICHE.
           EVALUATE EM-STATUS
               WHEN "A"
                   MOVE "ACTIF"   TO WS-STATUS-TEXT
               WHEN "T"
                   MOVE "TERMINE" TO WS-STATUS-TEXT
               WHEN OTHER
                   MOVE EM-STATUS TO WS-STATUS-TEXT
           END-EVALUATE
           IF EM-PAY-TYPE = "S" THEN
               MOVE "SALARIE" TO WS-PAY-TYPE-TEXT
           ELSE
               MOVE "HORAIRE" TO WS-PAY-TYPE-TEXT
           END-IF
           IF EM-CHECK-FLAG = "Y" THEN
               MOVE "OUI" TO WS-CHECK-FLAG-TEXT
           ELSE
               MOVE "NON" TO WS-CHECK-FLAG-TEXT
           END-IF
           MOVE EM-ACCOUNT-NUMBER TO WS-ACCOUNT-IN
           PERFORM MASQUER-COMPTE
           MOVE WS-ACCOUNT-OUT TO WS-MASTER-ACCOUNT
           MOVE EM-PRENOTE-STATUS TO WS-PRENOTE-CODE
           MOVE EM-PRENOTE-DATE   TO WS-PRENOTE-DATE
           PERFORM LIBELLER-PRENOTE
           MOVE WS-PRENOTE-TEXT TO WS-MASTER-PRENOTE
           .

       MASQUER-COMPTE.
      * le compte est cadre a gauche : on cherche son dernier caractere
      * significatif et seuls les quatre derniers restent en clair
           MOVE ALL "*" TO WS-ACCOUNT-OUT
           MOVE ZERO TO WS-ACCOUNT-LEN
           PERFORM VARYING WS-ACCOUNT-POS FROM 17 BY -1
                   UNTIL WS-ACCOUNT-POS = ZERO OR WS-ACCOUNT-LEN > ZERO
               IF WS-ACCOUNT-IN (WS-ACCOUNT-POS:1) NOT = SPACE THEN
                   MOVE WS-ACCOUNT-POS TO WS-ACCOUNT-LEN
               END-IF
           END-PERFORM
           IF WS-ACCOUNT-LEN = ZERO THEN
               MOVE SPACES TO WS-ACCOUNT-OUT
           ELSE
               IF WS-ACCOUNT-LEN < 17 THEN
                   MOVE SPACES
                       TO WS-ACCOUNT-OUT (WS-ACCOUNT-LEN + 1:)
               END-IF
               IF WS-ACCOUNT-LEN > 4 THEN
                   MOVE WS-ACCOUNT-IN (WS-ACCOUNT-LEN - 3:4)
                       TO WS-ACCOUNT-OUT (WS-ACCOUNT-LEN - 3:4)
               ELSE
                   MOVE WS-ACCOUNT-IN (1:WS-ACCOUNT-LEN)
                       TO WS-ACCOUNT-OUT (1:WS-ACCOUNT-LEN)
               END-IF
           END-IF
           .

       LIBELLER-PRENOTE.
           EVALUATE WS-PRENOTE-CODE
               WHEN "P"
                   MOVE "A ENVOYER" TO WS-PRENOTE-TEXT
               WHEN "S"
                   MOVE SPACES TO WS-PRENOTE-TEXT
                   STRING "ENVOYEE LE " WS-PRENOTE-DATE
                       DELIMITED BY SIZE INTO WS-PRENOTE-TEXT
               WHEN "R"
                   MOVE "REJETEE" TO WS-PRENOTE-TEXT
               WHEN OTHER
                   MOVE "COMPTE VALIDE" TO WS-PRENOTE-TEXT
           END-EVALUATE
           .

       LIRE-CUMULS.
           MOVE WS-EMP-ID TO YTD-EMP-ID
           IF YTD-OUVERT THEN
               READ YTD-EARNINGS-FILE
                   INVALID KEY
                       PERFORM EFFACER-CUMULS
                       MOVE "PAS DE CUMUL DE L ANNEE POUR CE MATRICULE"
                           TO WS-MESSAGE
               END-READ
           ELSE
               PERFORM EFFACER-CUMULS
               MOVE "YTDEARN.DAT ABSENT OU ILLISIBLE" TO WS-MESSAGE
           END-IF
           .

       EFFACER-CUMULS.
           MOVE ZERO TO YTD-GROSS-PAY
           MOVE ZERO TO YTD-FED-TAX
           MOVE ZERO TO YTD-STATE-TAX
           MOVE ZERO TO YTD-FICA-TAX
           MOVE ZERO TO YTD-NET-PAY
           MOVE ZERO TO YTD-TOTAL-DEDUCTIONS
           .

       COMPTER-REPARTITIONS.
           MOVE ZERO TO WS-SPLIT-COUNT
           OPEN INPUT DEPOSIT-SPLITS
           IF WS-DEPOSIT-SPLIT-STATUS = "00" THEN
               MOVE "N" TO END-FILE
               PERFORM UNTIL EOF
                   READ DEPOSIT-SPLITS
                       AT END MOVE "T" TO END-FILE
                   NOT AT END
                       IF SPL-EMP-ID = WS-EMP-ID
                               AND WS-SPLIT-COUNT < 9 THEN
                           ADD 1 TO WS-SPLIT-COUNT
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE DEPOSIT-SPLITS
           END-IF
           .

       CHARGER-HISTORIQUE.
      * les lignes d'une meme periode (paie, paie d'ajustement,
      * extourne et reemission de CHECK-VOID) se cumulent sur une
      * seule ligne d'ecran : le net affiche est ce que l'employe a
      * finalement touche pour la periode
           MOVE ZERO TO HT-TABLE-COUNT
           MOVE "N" TO WS-HISTORY-TRUNCATED
           OPEN INPUT PAY-HISTORY
           IF WS-PAY-HISTORY-STATUS = "00" THEN
               MOVE "N" TO END-FILE
               PERFORM UNTIL EOF
                   READ PAY-HISTORY
                       AT END MOVE "T" TO END-FILE
                   NOT AT END
                       IF PH-EMP-ID = WS-EMP-ID THEN
                           PERFORM CUMULER-HISTORIQUE
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE PAY-HISTORY
           ELSE
               MOVE "PAYHIST.DAT ABSENT : PAS D HISTORIQUE"
                   TO WS-MESSAGE
           END-IF
           .

       CUMULER-HISTORIQUE.
           MOVE PH-PERIOD-END TO WS-HT-SEARCH-PERIOD
           PERFORM CHERCHER-PERIODE
           IF NOT PERIODE-TROUVEE THEN
               IF HT-TABLE-COUNT = 260 THEN
                   PERFORM VARYING HT-SCAN FROM 1 BY 1
                           UNTIL HT-SCAN = 260
                       MOVE HT-ENTRY (HT-SCAN + 1) TO HT-ENTRY (HT-SCAN)
                   END-PERFORM
                   MOVE "Y" TO WS-HISTORY-TRUNCATED
               ELSE
                   ADD 1 TO HT-TABLE-COUNT
               END-IF
               MOVE HT-TABLE-COUNT TO HT-POS
               MOVE PH-PERIOD-END TO HT-PERIOD (HT-POS)
               MOVE ZERO   TO HT-GROSS (HT-POS)
               MOVE ZERO   TO HT-DEDUCTIONS (HT-POS)
               MOVE ZERO   TO HT-NET (HT-POS)
               MOVE ZERO   TO HT-CHECK-NUMBER (HT-POS)
               MOVE SPACE  TO HT-CHECK-STATE (HT-POS)
               MOVE ZERO   TO HT-CHECK-COUNT (HT-POS)
               MOVE ZERO   TO HT-REISSUE-NUMBER (HT-POS)
               MOVE SPACES TO HT-RETURN-CODE (HT-POS)
           END-IF
           ADD PH-GROSS-PAY TO HT-GROSS (HT-POS)
           ADD PH-NET-PAY   TO HT-NET (HT-POS)
      * retenues a blanc sur les lignes ecrites avant cette colonne
           IF PH-TOTAL-DEDUCTIONS IS NUMERIC THEN
               ADD PH-TOTAL-DEDUCTIONS TO HT-DEDUCTIONS (HT-POS)
           END-IF
           .

       CHERCHER-PERIODE.
      * recherche depuis la fin : la periode cherchee est presque
      * toujours la derniere rangee
           MOVE "N" TO WS-HT-FOUND
           PERFORM VARYING HT-SCAN FROM HT-TABLE-COUNT BY -1
                   UNTIL HT-SCAN = ZERO OR PERIODE-TROUVEE
               IF HT-PERIOD (HT-SCAN) = WS-HT-SEARCH-PERIOD THEN
                   MOVE "Y" TO WS-HT-FOUND
                   MOVE HT-SCAN TO HT-POS
               END-IF
           END-PERFORM
           .

       CHERCHER-CHEQUE.
           MOVE "N" TO WS-HT-FOUND
           PERFORM VARYING HT-SCAN FROM HT-TABLE-COUNT BY -1
                   UNTIL HT-SCAN = ZERO OR PERIODE-TROUVEE
               IF HT-CHECK-NUMBER (HT-SCAN) = WS-HT-SEARCH-CHECK THEN
                   MOVE "Y" TO WS-HT-FOUND
                   MOVE HT-SCAN TO HT-POS
               END-IF
           END-PERFORM
           .

       RAPPROCHER-CHEQUES.
      * un cheque de paie est date de la periode (POSITIVE-PAY dans
      * HELLO) ; l'annulation et l'encaissement reprennent son numero
           MOVE ZERO   TO WS-LAST-VOID-NUMBER
           MOVE SPACES TO WS-LAST-VOID-EMP-ID
           MOVE ZERO   TO WS-LAST-VOID-AMOUNT
           OPEN INPUT CHECK-REGISTER
           IF WS-CHECK-REGISTER-STATUS = "00" THEN
               MOVE "N" TO END-FILE
               PERFORM UNTIL EOF
                   READ CHECK-REGISTER
                       AT END MOVE "T" TO END-FILE
                   NOT AT END
                       PERFORM RAPPROCHER-UN-CHEQUE
                   END-READ
               END-PERFORM
               CLOSE CHECK-REGISTER
           END-IF
           .

       RAPPROCHER-UN-CHEQUE.
           IF CR-EMP-ID = WS-EMP-ID THEN
               EVALUATE CR-RECORD-TYPE
                   WHEN "I"
                       IF WS-LAST-VOID-EMP-ID = CR-EMP-ID
                               AND WS-LAST-VOID-AMOUNT = CR-AMOUNT THEN
                           MOVE WS-LAST-VOID-NUMBER
                               TO WS-HT-SEARCH-CHECK
                           PERFORM CHERCHER-CHEQUE
                           IF PERIODE-TROUVEE THEN
                               MOVE "R" TO HT-CHECK-STATE (HT-POS)
                               MOVE CR-CHECK-NUMBER
                                   TO HT-REISSUE-NUMBER (HT-POS)
                           END-IF
                       ELSE
                           MOVE CR-ISSUE-DATE TO WS-HT-SEARCH-PERIOD
                           PERFORM CHERCHER-PERIODE
                           IF PERIODE-TROUVEE THEN
                               PERFORM RANGER-CHEQUE
                           END-IF
                       END-IF
                   WHEN "V"
                       MOVE CR-CHECK-NUMBER TO WS-HT-SEARCH-CHECK
                       PERFORM CHERCHER-CHEQUE
                       IF PERIODE-TROUVEE THEN
                           MOVE "V" TO HT-CHECK-STATE (HT-POS)
                       END-IF
                   WHEN "C"
                       MOVE CR-CHECK-NUMBER TO WS-HT-SEARCH-CHECK
                       PERFORM CHERCHER-CHEQUE
                       IF PERIODE-TROUVEE
                               AND HT-CHECK-STATE (HT-POS) = "I" THEN
                           MOVE "C" TO HT-CHECK-STATE (HT-POS)
                       END-IF
               END-EVALUATE
           END-IF
      * seule l'annulation qui precede immediatement une emission
      * en fait une reemission
           IF CR-EMP-ID = WS-EMP-ID AND CR-RECORD-TYPE = "V" THEN
               MOVE CR-CHECK-NUMBER TO WS-LAST-VOID-NUMBER
               MOVE CR-EMP-ID       TO WS-LAST-VOID-EMP-ID
               MOVE CR-AMOUNT       TO WS-LAST-VOID-AMOUNT
           ELSE
               MOVE ZERO   TO WS-LAST-VOID-NUMBER
               MOVE SPACES TO WS-LAST-VOID-EMP-ID
               MOVE ZERO   TO WS-LAST-VOID-AMOUNT
           END-IF
           .

       RANGER-CHEQUE.
      * le premier cheque de la periode est suivi ; les suivants (paie
      * d'ajustement) sont seulement comptes
           IF HT-CHECK-NUMBER (HT-POS) = ZERO THEN
               MOVE CR-CHECK-NUMBER TO HT-CHECK-NUMBER (HT-POS)
               MOVE "I" TO HT-CHECK-STATE (HT-POS)
           END-IF
           IF HT-CHECK-COUNT (HT-POS) < 9 THEN
               ADD 1 TO HT-CHECK-COUNT (HT-POS)
           END-IF
           .

       RAPPROCHER-RETOURS.
      * historique tenu par ACH-RETURNS ; absent tant qu'aucun depot
      * n'a ete rejete
           OPEN INPUT RETURN-HISTORY
           IF WS-RETURN-HISTORY-STATUS = "00" THEN
               MOVE "N" TO END-FILE
               PERFORM UNTIL EOF
                   READ RETURN-HISTORY
                       AT END MOVE "T" TO END-FILE
                   NOT AT END
                       IF RH-EMP-ID = WS-EMP-ID THEN
                           MOVE RH-PERIOD-END TO WS-HT-SEARCH-PERIOD
                           PERFORM CHERCHER-PERIODE
                           IF PERIODE-TROUVEE THEN
                               MOVE RH-RETURN-CODE
                                   TO HT-RETURN-CODE (HT-POS)
                           END-IF
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE RETURN-HISTORY
           END-IF
           .

       PARCOURIR-DOSSIER.
           DISPLAY affiche-plage-titre
           IF VUE-FICHE THEN
               DISPLAY affiche-plage-fiche
           ELSE
               PERFORM PREPARER-PAGE
               DISPLAY affiche-plage-liste
           END-IF
           DISPLAY affiche-plage-message
           DISPLAY saisie-plage-commande
           ACCEPT saisie-plage-commande
           MOVE SPACES TO WS-MESSAGE
           EVALUATE TRUE
               WHEN COMMANDE-FICHE
                   MOVE "F" TO WS-VIEW
               WHEN COMMANDE-HISTORIQUE
                   PERFORM LISTER-HISTORIQUE
                   MOVE "L" TO WS-VIEW
                   MOVE 1 TO WS-LIST-TOP
               WHEN COMMANDE-RETENUES
                   PERFORM LISTER-RETENUES
                   MOVE "L" TO WS-VIEW
                   MOVE 1 TO WS-LIST-TOP
               WHEN COMMANDE-SUIVANT
                   IF VUE-LISTE AND WS-LIST-TOP + 12 <= WS-LIST-COUNT
                       ADD 12 TO WS-LIST-TOP
                   ELSE
                       MOVE "DERNIERE PAGE" TO WS-MESSAGE
                   END-IF
               WHEN COMMANDE-PRECEDENT
                   IF VUE-LISTE AND WS-LIST-TOP > 12 THEN
                       SUBTRACT 12 FROM WS-LIST-TOP
                   ELSE
                       MOVE "PREMIERE PAGE" TO WS-MESSAGE
                   END-IF
               WHEN COMMANDE-AUTRE
               WHEN COMMANDE-QUITTER
                   CONTINUE
               WHEN OTHER
                   MOVE "COMMANDE INCONNUE (F, H, R, S, P, N OU Q)"
                       TO WS-MESSAGE
           END-EVALUATE
           .

       PREPARER-PAGE.
           PERFORM VARYING WS-PAGE-POS FROM 1 BY 1
                   UNTIL WS-PAGE-POS > 12
               COMPUTE WS-LIST-POS = WS-LIST-TOP + WS-PAGE-POS - 1
               IF WS-LIST-POS > WS-LIST-COUNT THEN
                   MOVE SPACES TO WS-PAGE-LINE (WS-PAGE-POS)
               ELSE
                   MOVE WS-LIST-LINE (WS-LIST-POS)
                       TO WS-PAGE-LINE (WS-PAGE-POS)
               END-IF
           END-PERFORM
           MOVE WS-LIST-TOP TO PI-FROM
           COMPUTE WS-LIST-POS = WS-LIST-TOP + 11
           IF WS-LIST-POS > WS-LIST-COUNT THEN
               MOVE WS-LIST-COUNT TO WS-LIST-POS
           END-IF
           MOVE WS-LIST-POS   TO PI-TO
           MOVE WS-LIST-COUNT TO PI-COUNT
           .

       LISTER-HISTORIQUE.
      * de la periode la plus recente a la plus ancienne
           MOVE ZERO TO WS-LIST-COUNT
           IF HISTORIQUE-TRONQUE THEN
               MOVE "HISTORIQUE DE PAIE (260 DERNIERES PERIODES)"
                   TO WS-LIST-TITLE
           ELSE
               MOVE "HISTORIQUE DE PAIE" TO WS-LIST-TITLE
           END-IF
           MOVE HIST-COLUMNS TO WS-LIST-COLUMNS
           PERFORM VARYING HT-POS FROM HT-TABLE-COUNT BY -1
                   UNTIL HT-POS = ZERO
               PERFORM FORMER-LIGNE-HISTORIQUE
               ADD 1 TO WS-LIST-COUNT
               MOVE HIST-LINE TO WS-LIST-LINE (WS-LIST-COUNT)
           END-PERFORM
           IF WS-LIST-COUNT = ZERO THEN
               ADD 1 TO WS-LIST-COUNT
               MOVE "AUCUNE PAIE A L HISTORIQUE POUR CE MATRICULE"
                   TO WS-LIST-LINE (WS-LIST-COUNT)
           END-IF
           .

       FORMER-LIGNE-HISTORIQUE.
           MOVE HT-PERIOD (HT-POS)     TO HL-PERIOD
           MOVE HT-GROSS (HT-POS)      TO HL-GROSS
           MOVE HT-DEDUCTIONS (HT-POS) TO HL-DEDUCTIONS
           MOVE HT-NET (HT-POS)        TO HL-NET
           MOVE SPACES TO HL-CHECK-NUMBER
           MOVE SPACE  TO HL-MULTI
           MOVE SPACES TO HL-REISSUE
           MOVE SPACES TO HL-RETURN
           IF HT-CHECK-NUMBER (HT-POS) > ZERO THEN
               MOVE HT-CHECK-NUMBER (HT-POS) TO HL-CHECK-NUMBER
               IF HT-CHECK-COUNT (HT-POS) > 1 THEN
                   MOVE "+" TO HL-MULTI
               END-IF
           END-IF
           EVALUATE HT-CHECK-STATE (HT-POS)
               WHEN "I"
                   MOVE "EMIS"     TO HL-CHECK-STATE
               WHEN "C"
                   MOVE "ENCAISSE" TO HL-CHECK-STATE
               WHEN "V"
                   MOVE "ANNULE"   TO HL-CHECK-STATE
               WHEN "R"
                   MOVE "REEMIS"   TO HL-CHECK-STATE
                   MOVE HT-REISSUE-NUMBER (HT-POS) TO HL-REISSUE
               WHEN OTHER
                   MOVE SPACES     TO HL-CHECK-STATE
           END-EVALUATE
      * depot rejete par la banque (code retour NACHA) ; sinon, net
      * paye sans cheque : tout est parti en depot direct
           IF HT-RETURN-CODE (HT-POS) NOT = SPACES THEN
               STRING "REJETE " HT-RETURN-CODE (HT-POS)
                   DELIMITED BY SIZE INTO HL-RETURN
           ELSE
               IF HT-CHECK-NUMBER (HT-POS) = ZERO
                       AND HT-NET (HT-POS) > ZERO THEN
                   MOVE "ACH" TO HL-RETURN
               END-IF
           END-IF
           .

       LISTER-RETENUES.
      * retenues encore actives (sans objectif, ou objectif non
      * atteint, comme APPLY-DEDUCTIONS dans HELLO), puis les parts
      * de repartition du depot direct, comptes masques
           MOVE ZERO TO WS-LIST-COUNT
           MOVE "RETENUES ACTIVES" TO WS-LIST-TITLE
           MOVE DED-COLUMNS TO WS-LIST-COLUMNS
           OPEN INPUT DEDUCTIONS
           IF WS-DEDUCTIONS-STATUS = "00" THEN
               MOVE "N" TO END-FILE
               PERFORM UNTIL EOF
                   READ DEDUCTIONS
                       AT END MOVE "T" TO END-FILE
                   NOT AT END
                       IF DED-EMP-ID = WS-EMP-ID THEN
                           PERFORM LISTER-UNE-RETENUE
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE DEDUCTIONS
           END-IF
           IF WS-LIST-COUNT = ZERO THEN
               ADD 1 TO WS-LIST-COUNT
               MOVE "AUCUNE RETENUE ACTIVE"
                   TO WS-LIST-LINE (WS-LIST-COUNT)
           END-IF
           ADD 1 TO WS-LIST-COUNT
           MOVE SPACES TO WS-LIST-LINE (WS-LIST-COUNT)
           ADD 1 TO WS-LIST-COUNT
           MOVE "REPARTITIONS DU DEPOT DIRECT"
               TO WS-LIST-LINE (WS-LIST-COUNT)
           ADD 1 TO WS-LIST-COUNT
           MOVE SPL-COLUMNS TO WS-LIST-LINE (WS-LIST-COUNT)
           IF WS-SPLIT-COUNT = ZERO THEN
               ADD 1 TO WS-LIST-COUNT
               MOVE "AUCUNE : TOUT LE NET SUR LE COMPTE DE LA FICHE"
                   TO WS-LIST-LINE (WS-LIST-COUNT)
           ELSE
               PERFORM LISTER-REPARTITIONS
           END-IF
           .

       LISTER-UNE-RETENUE.
      * colonnes objectif et cumul a blanc sur les lignes d'avant
      * l'objectif : lues comme zero, comme LOAD-ONE-DEDUCTION dans
      * HELLO
           IF DED-GOAL IS NOT NUMERIC THEN
               MOVE ZERO TO DED-GOAL
           END-IF
           IF DED-COLLECTED IS NOT NUMERIC THEN
               MOVE ZERO TO DED-COLLECTED
           END-IF
           IF (DED-GOAL = ZERO OR DED-COLLECTED < DED-GOAL)
                   AND WS-LIST-COUNT < 290 THEN
               MOVE DED-TYPE      TO LD-TYPE
               MOVE DED-METHOD    TO LD-METHOD
               MOVE DED-AMOUNT    TO LD-AMOUNT
               MOVE DED-PRIORITY  TO LD-PRIORITY
               MOVE DED-GOAL      TO LD-GOAL
               MOVE DED-COLLECTED TO LD-COLLECTED
               IF DED-GOAL = ZERO THEN
                   MOVE "SANS OBJ." TO LD-GOAL-KIND
                   MOVE ZERO TO WS-DED-LEFT
               ELSE
                   IF DED-GOAL-KIND = "A" THEN
                       MOVE "ANNUEL" TO LD-GOAL-KIND
                   ELSE
                       MOVE "A VIE"  TO LD-GOAL-KIND
                   END-IF
                   COMPUTE WS-DED-LEFT = DED-GOAL - DED-COLLECTED
               END-IF
               MOVE WS-DED-LEFT TO LD-LEFT
               ADD 1 TO WS-LIST-COUNT
               MOVE DED-LINE TO WS-LIST-LINE (WS-LIST-COUNT)
           END-IF
           .

       LISTER-REPARTITIONS.
           OPEN INPUT DEPOSIT-SPLITS
           IF WS-DEPOSIT-SPLIT-STATUS = "00" THEN
               MOVE "N" TO END-FILE
               PERFORM UNTIL EOF
                   READ DEPOSIT-SPLITS
                       AT END MOVE "T" TO END-FILE
                   NOT AT END
                       IF SPL-EMP-ID = WS-EMP-ID
                               AND WS-LIST-COUNT < 300 THEN
                           PERFORM LISTER-UNE-PART
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE DEPOSIT-SPLITS
           END-IF
           .

       LISTER-UNE-PART.
           MOVE SPL-SEQUENCE       TO LS-SEQUENCE
           MOVE SPL-METHOD         TO LS-METHOD
           MOVE SPL-AMOUNT         TO LS-AMOUNT
           MOVE SPL-ROUTING-NUMBER TO LS-ROUTING
           MOVE SPL-ACCOUNT-NUMBER TO WS-ACCOUNT-IN
           PERFORM MASQUER-COMPTE
           MOVE WS-ACCOUNT-OUT     TO LS-ACCOUNT
           IF SPL-CHECK-FLAG = "Y" THEN
               MOVE "OUI" TO LS-CHECK-FLAG
           ELSE
               MOVE "NON" TO LS-CHECK-FLAG
           END-IF
           MOVE SPL-PRENOTE-STATUS TO WS-PRENOTE-CODE
           IF SPL-PRENOTE-DATE IS NUMERIC THEN
               MOVE SPL-PRENOTE-DATE TO WS-PRENOTE-DATE
           ELSE
               MOVE ZERO TO WS-PRENOTE-DATE
           END-IF
           PERFORM LIBELLER-PRENOTE
           MOVE WS-PRENOTE-TEXT    TO LS-PRENOTE
           ADD 1 TO WS-LIST-COUNT
           MOVE SPL-LINE TO WS-LIST-LINE (WS-LIST-COUNT)
           .
