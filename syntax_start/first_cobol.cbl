       DATA DIVISION.
       FILE SECTION.
         FD TIMECARDS.
         01 TIMECARD-RECORD PIC X(38).
         FD RUN-CONTROL.
      * meme dessin d'enregistrement que dans HELLO (first_cobol.cbl)
         01 RUN-CONTROL-RECORD.
           02 RC-RUN-MODE          PIC X.
           02 RC-RUN-TYPE          PIC X.
           02 RC-LAST-RUN-PERIOD   PIC 9(8).
           02 RC-LAST-PAY-DATE     PIC 9(8).
           02 RC-LAST-PAY-TIME     PIC 9(6).
       WORKING-STORAGE SECTION.
      * champs saisis a l'ecran, memes tailles que TIMECARD dans HELLO
         77 WS-EMP-FIRSTNAME PIC X(10).
      * timecard sache ce qu'elle a entre
         77 WS-PAY-RATE      PIC 99.
         77 WS-STATE-CODE    PIC XX.
      * R = heures travaillees, V = vacances, S = maladie, H = ferie ;
      * propose a R a chaque carte
         77 WS-HOURS-TYPE    PIC X VALUE "R".
           88 HOURS-TYPE-VALID VALUE "R" "V" "S" "H".
         77 WS-ANOTHER       PIC X VALUE "O".
           88 ENTER-ANOTHER  VALUE "O" "o".
         77 WS-TIMECARDS-STATUS PIC XX.
           02 WS-HT-HOURS-HASH     PIC 9(7)V9.
      * tampon de lecture et ligne reconstituee colonne par colonne --
      * l'ordre et les tailles doivent suivre TIMECARD dans HELLO
         01 WS-INPUT-BUFFER      PIC X(38).
         01 WS-TIMECARD-LINE.
           02 WS-TC-EMPLOYEE-NAME.
               03 WS-TC-FIRSTNAME  PIC X(10).
           02 WS-TC-HOURS-WORKED   PIC 99V9.
           02 WS-TC-PAY-RATE       PIC 99.
           02 WS-TC-STATE-CODE     PIC XX.
      * une ancienne carte de 37 caracteres se relit avec un type
      * blanc, que HELLO paie comme des heures travaillees
           02 WS-TC-HOURS-TYPE     PIC X.
      * cartes du lot chargees puis reecrites en bloc ; une carte
      * ecartee en silence serait un salaire perdu, le depassement
      * refuse donc de courir (au chargement) ou d'enregistrer
         01 TCE-TABLE.
           02 TCE-ENTRY OCCURS 1000 TIMES
                   INDEXED BY TCE-IDX.
             03 TCE-CARD     PIC X(38).
       SCREEN SECTION.
         1 affiche-plage-titre.
      * efface ce qu'il y avait avant
         2 PIC 99 TO WS-PAY-RATE REQUIRED.
         2 LINE 9 COL 5 VALUE 'Code etat               : '.
         2 PIC X(2) TO WS-STATE-CODE REQUIRED.
         2 LINE 10 COL 5 VALUE 'Type d''heures (R/V/S/H) : '.
         2 PIC X USING WS-HOURS-TYPE REQUIRED.

         1 affiche-plage-confirmation.
          2 LINE 12 COL 5 VALUE 'Timecard enregistree.'.

         1 affiche-plage-type-refuse.
          2 LINE 12 COL 5 VALUE
              'Type d''heures invalide, timecard non enregistree.'.

         1 saisie-plage-continuer.
          2 LINE 14 COL 5 VALUE 'Saisir une autre timecard (O/N) : '.
          2 PIC X TO WS-ANOTHER REQUIRED.

       PROCEDURE DIVISION.
           DISPLAY affiche-plage-titre.

      * affichage formulaire de saisie + résultat
           MOVE "R" TO WS-HOURS-TYPE.
           DISPLAY saisie-plage-timecard.
           ACCEPT saisie-plage-timecard.
           INSPECT WS-HOURS-TYPE CONVERTING "rvsh" TO "RVSH".
      * un type inconnu ferait rejeter la carte par HELLO : elle est
      * refusee des la saisie
           IF HOURS-TYPE-VALID THEN
               PERFORM ECRIRE-TIMECARD
               DISPLAY affiche-plage-confirmation
           ELSE
               DISPLAY affiche-plage-type-refuse
           END-IF.
           DISPLAY saisie-plage-continuer.
           ACCEPT saisie-plage-continuer.

               MOVE WS-HOURS-WORKED  TO WS-TC-HOURS-WORKED
               MOVE WS-PAY-RATE      TO WS-TC-PAY-RATE
               MOVE WS-STATE-CODE    TO WS-TC-STATE-CODE
               MOVE WS-HOURS-TYPE    TO WS-TC-HOURS-TYPE
               ADD 1 TO TCE-TABLE-COUNT
               MOVE WS-TIMECARD-LINE TO TCE-CARD (TCE-TABLE-COUNT)
               ADD 1 TO WS-BH-CARD-COUNT
