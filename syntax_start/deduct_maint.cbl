      * zero, seule une suppression puis un ajout repartent de zero.
      * Une retenue est identifiee par matricule + type + priorite,
      * comme APPLY-DEDUCTIONS la retrouve dans HELLO (first_cobol.cbl).
      * Chaque ajout, modification ou suppression laisse une ligne dans
      * le journal des modifications CHGLOG.DAT, avec l'image avant et
      * apres de la retenue, comme dans EMPLOYEE-MAINT.
      * Une saisie de justice se verse au tribunal ou a l'organisme
      * qui l'a ordonnee : le code beneficiaire de la ligne (fichier
      * PAYEES.DAT de REMITTANCE, remittance.cbl) se saisit ici ; a
      * blanc, la retenue va au beneficiaire de son type.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               ASSIGN TO "DEDUCT.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-DEDUCTIONS-STATUS.
      * journal des modifications, partage avec EMPLOYEE-MAINT
      * (employee_maint.cbl) ; ouvert en ajout a chaque ecriture
           SELECT CHANGE-LOG
               ASSIGN TO "CHGLOG.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CHANGE-LOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
         FD DEDUCTIONS.
           02 DED-GOAL             PIC 9(7)V99.
           02 DED-COLLECTED        PIC 9(7)V99.
           02 DED-GOAL-KIND        PIC X.
           02 DED-PAYEE-ID         PIC X(5).
         FD CHANGE-LOG.
      * meme dessin d'enregistrement que dans EMPLOYEE-MAINT
      * (employee_maint.cbl) ; ici le fichier touche est toujours DED
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
         77 WS-DEDUCTIONS-STATUS PIC XX.
      * champs saisis a l'ecran, memes tailles que le fichier
         77 WS-DED-GOAL-KIND PIC X.
           88 KIND-ANNUEL        VALUE "A" "a".
           88 KIND-VIE           VALUE "L" "l" " ".
      * beneficiaire propre a la ligne, blanc = celui du type
         77 WS-DED-PAYEE-ID  PIC X(5).
         77 WS-ANOTHER       PIC X VALUE "O".
           88 ENTER-ANOTHER  VALUE "O" "o".
         77 WS-MESSAGE       PIC X(40).
           88 RETENUE-TROUVEE VALUE "Y".
         77 WS-DED-CHANGED   PIC X VALUE "N".
           88 RETENUES-MODIFIEES VALUE "Y".
      * table des retenues, le fichier entier tous employes
      * confondus ; les entrees supprimees sont marquees "X" et ne
      * sont pas reecrites a la fermeture.
      * Les lignes d'avant l'objectif de prelevement se lisent avec
      * les colonnes objectif/cumul a blanc : completees a zero au
      * chargement, comme LOAD-ONE-DEDUCTION dans HELLO
         01 DED-TABLE-COUNT  PIC 9(4) VALUE ZERO.
         01 DED-TABLE.
           02 DED-ENTRY OCCURS 1000 TIMES
             03 DED-TBL-GOAL      PIC 9(7)V99.
             03 DED-TBL-COLLECTED PIC 9(7)V99.
             03 DED-TBL-GOAL-KIND PIC X.
             03 DED-TBL-PAYEE-ID  PIC X(5).
      * position de la retenue trouvee par CHERCHER-RETENUE
         77 WS-DED-POS       PIC 9(4).
      * journal des modifications : operateur saisi une fois par
      * session, puis l'operation en cours avec ses deux images ; une
      * entree de table a le meme dessin que DEDUCTION-RECORD
         77 WS-CHANGE-LOG-STATUS PIC XX.
         77 WS-OPERATOR-ID   PIC X(8).
         77 WS-NOW           PIC X(21).
         77 WS-LOG-ACTION    PIC X.
         77 WS-BEFORE-IMAGE  PIC X(100).
         77 WS-AFTER-IMAGE   PIC X(100).
       SCREEN SECTION.
         1 affiche-plage-titre.
          2 BLANK SCREEN.
          2 LINE 2 COL 15 VALUE 'Entretien des retenues'.

        1 saisie-plage-operateur.
         2 LINE 4 COL 5 VALUE 'Code operateur                  : '.
         2 PIC X(8) TO WS-OPERATOR-ID REQUIRED.

        1 saisie-plage-action.
         2 LINE 4 COL 5 VALUE 'Action (A=aj. C=chgt X=suppr.)  : '.
         2 PIC X TO WS-ACTION REQUIRED.
         2 PIC 9(7)V99 TO WS-DED-GOAL.
         2 LINE 12 COL 5 VALUE 'Objectif annuel ou a vie (A/L)  : '.
         2 PIC X TO WS-DED-GOAL-KIND.
         2 LINE 13 COL 5 VALUE 'Beneficiaire, blanc = du type   : '.
         2 PIC X(5) TO WS-DED-PAYEE-ID.

         1 affiche-plage-message.
          2 LINE 14 COL 5 PIC X(40) FROM WS-MESSAGE.

         1 saisie-plage-continuer.
          2 LINE 16 COL 5 VALUE 'Autre operation (O/N)           : '.
          2 PIC X TO WS-ANOTHER REQUIRED.

       PROCEDURE DIVISION.
       BEGIN.
           PERFORM CHARGER-RETENUES
           DISPLAY affiche-plage-titre
           DISPLAY saisie-plage-operateur
           ACCEPT saisie-plage-operateur
           PERFORM SAISIE-UNE-OPERATION WITH TEST AFTER
               UNTIL NOT ENTER-ANOTHER
           IF RETENUES-MODIFIEES THEN
               END-IF
               MOVE DED-GOAL-KIND
                   TO DED-TBL-GOAL-KIND (DED-TABLE-COUNT)
               MOVE DED-PAYEE-ID
                   TO DED-TBL-PAYEE-ID (DED-TABLE-COUNT)
           END-READ
           .

                       TO DED-COLLECTED
                   MOVE DED-TBL-GOAL-KIND (DED-IDX)
                       TO DED-GOAL-KIND
                   MOVE DED-TBL-PAYEE-ID (DED-IDX)
                       TO DED-PAYEE-ID
                   WRITE DEDUCTION-RECORD
               END-IF
           END-PERFORM
                       MOVE ZERO TO DED-TBL-COLLECTED (DED-IDX)
                       MOVE "Y" TO WS-DED-CHANGED
                       MOVE "RETENUE AJOUTEE" TO WS-MESSAGE
                       MOVE SPACES TO WS-BEFORE-IMAGE
                       MOVE DED-ENTRY (DED-IDX) TO WS-AFTER-IMAGE
                       MOVE "A" TO WS-LOG-ACTION
                       PERFORM ECRIRE-JOURNAL
                   END-IF
                   END-IF
               ELSE
                       TO WS-MESSAGE
               ELSE
                   SET DED-IDX TO WS-DED-POS
                   MOVE DED-ENTRY (DED-IDX) TO WS-BEFORE-IMAGE
                   PERFORM GARNIR-CHAMPS-RETENUE
                   MOVE "Y" TO WS-DED-CHANGED
                   MOVE "RETENUE MODIFIEE" TO WS-MESSAGE
                   MOVE DED-ENTRY (DED-IDX) TO WS-AFTER-IMAGE
                   MOVE "C" TO WS-LOG-ACTION
                   PERFORM ECRIRE-JOURNAL
               END-IF
               END-IF
           ELSE
                   MOVE SPACE TO DED-TBL-GOAL-KIND (DED-IDX)
               END-IF
           END-IF
           MOVE WS-DED-PAYEE-ID TO DED-TBL-PAYEE-ID (DED-IDX)
           .

       SUPPRIMER-RETENUE.
           IF RETENUE-TROUVEE THEN
               SET DED-IDX TO WS-DED-POS
               MOVE DED-ENTRY (DED-IDX) TO WS-BEFORE-IMAGE
               MOVE "X" TO DED-TBL-METHOD (DED-IDX)
               MOVE "Y" TO WS-DED-CHANGED
               MOVE "RETENUE SUPPRIMEE" TO WS-MESSAGE
               MOVE SPACES TO WS-AFTER-IMAGE
               MOVE "X" TO WS-LOG-ACTION
               PERFORM ECRIRE-JOURNAL
           ELSE
               MOVE "RETENUE INCONNUE" TO WS-MESSAGE
           END-IF
           .

       ECRIRE-JOURNAL.
      * une ligne par operation reussie, cle matricule + type +
      * priorite ; ouvert et ferme a chaque ligne comme dans
      * EMPLOYEE-MAINT, le fichier est cree au premier usage
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
           MOVE "DEDUCT-MAINT"   TO CL-PROGRAM-ID
           MOVE "DED"            TO CL-FILE-CODE
           MOVE WS-LOG-ACTION    TO CL-ACTION
           MOVE SPACES           TO CL-RECORD-KEY
           MOVE WS-EMP-ID        TO CL-RECORD-KEY (1:5)
           MOVE WS-DED-TYPE      TO CL-RECORD-KEY (6:3)
           MOVE WS-DED-PRIORITY  TO CL-RECORD-KEY (9:1)
           MOVE "N"              TO CL-BANK-CHANGE
           MOVE WS-BEFORE-IMAGE  TO CL-BEFORE-IMAGE
           MOVE WS-AFTER-IMAGE   TO CL-AFTER-IMAGE
           WRITE CHANGE-LOG-RECORD
           CLOSE CHANGE-LOG
           .
       END PROGRAM DEDUCT-MAINT.
