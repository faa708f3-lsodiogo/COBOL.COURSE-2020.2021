      ******************************************************************
      *    LAB | THIRD PART | DELICIOUSSANDWICH
      ******************************************************************
      *    BREADWICH | SUPPLIER INVOICES
      ******************************************************************
      *    SUPPLIER BANK DETAILS - KEEPS EACH SUPPLIER'S IBAN AND
      *    BIC ON FXSUPPBANK FOR THE REMITTANCE RUN. THE IBAN CHECK
      *    DIGITS ARE VALIDATED (MOD 97) ON ENTRY. A NEW OR CHANGED
      *    ACCOUNT IS ONLY PENDING UNTIL A SECOND OPERATOR WITH THE
      *    SUPERVISOR PERMISSION CONFIRMS IT - NEVER THE OPERATOR
      *    WHO KEYED IT - AND EVERY CHANGE QUEUES A NOTICE TO THE
      *    EMAIL ADDRESSES ALREADY ON THE SUPPLIER'S RECORD, SO A
      *    FORGED "WE HAVE CHANGED OUR BANK" LETTER IS SEEN BY THE
      *    REAL SUPPLIER BEFORE ANY MONEY MOVES.
      ******************************************************************
      *    V1 | EM ATUALIZACAO | 15.10.2026
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUPPBANK.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       CRT STATUS IS KEYSTATUS.
       REPOSITORY.
       FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

               SELECT FXSUPPBANK ASSIGN TO "FXSUPPBANK"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS SBK-SUPPLIER-ID
                   FILE STATUS SBK-STATUS-FS.

               SELECT FXSUPPLY ASSIGN TO "FXSUPPLIERS"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS SUPPLIER-ID
                   FILE STATUS SUPP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD FXSUPPBANK.
           COPY FD-SUPPBANK.
       FD FXSUPPLY.
           COPY SUPPLIERFX.

       WORKING-STORAGE SECTION.
       COPY LK-NOTIFY.

       78  MODULE-NAME-VIEW    VALUE "SUPPLIER BANK DETAILS".
       78  BACK-EXIT           VALUE "F3 - BACK".
       78  MAIN-MENU-CHOICE    VALUE "PLEASE CHOOSE AN OPTION".
       78  MAIN-MENU-ERROR
               VALUE "INVALID OPTION, PLEASE SELECT A VALID OPTION. "-
           "PRESS ANY KEY TO CONTINUE".
       78  SBK-MENU-OPTION1    VALUE "1 - ENTER / CHANGE BANK DETAILS".
       78  SBK-MENU-OPTION2    VALUE "2 - CONFIRM PENDING CHANGES".
       78  SBK-MENU-OPTION3    VALUE "3 - LIST BANK DETAILS".
       78  SBK-MENU-OPTION4    VALUE "4 - BACK".
       78  SBK-TEXT-SUPPLIER   VALUE "    SUPPLIER:".
       78  SBK-TEXT-IBAN       VALUE "    NEW IBAN:".
       78  SBK-TEXT-BIC        VALUE "     NEW BIC:".
       78  SBK-TEXT-CUR-IBAN   VALUE "CURRENT IBAN:".
       78  SBK-TEXT-CUR-BIC    VALUE " CURRENT BIC:".
       78  SBK-TEXT-CHANGED-BY VALUE "  CHANGED BY:".
       78  SBK-TEXT-NOTE
           VALUE "THE NEW ACCOUNT IS NOT PAID UNTIL A SECOND "-
           "OPERATOR CONFIRMS IT".
       78  DECIDE-TEXT
           VALUE "(C)ONFIRM / RE(J)ECT / (S)KIP:".
       78  LIST-HEADER
           VALUE "SUPP  ST IBAN                               BIC     "-
           "    PENDING IBAN".
       78  CONFIRM-SBK-RECORD
           VALUE "BANK DETAILS SAVED - PENDING SECOND-OPERATOR "-
           "CONFIRMATION".
       78  NO-CHANGE-TEXT
           VALUE "THOSE ARE THE CONFIRMED DETAILS ALREADY - NOTHING "-
           "SAVED".
       78  NO-PENDING-TEXT
           VALUE "NO PENDING BANK DETAIL CHANGES, PRESS ANY KEY".
       78  REVIEW-DONE-TEXT
           VALUE "REVIEW FINISHED, PRESS ANY KEY".
       78  ERROR-NO-SUPPLIER
           VALUE "THAT SUPPLIER DOES NOT EXIST".
       78  ERROR-IBAN
           VALUE "IBAN IS NOT VALID - CHECK DIGITS OR FORMAT WRONG".
       78  ERROR-BIC
           VALUE "BIC MUST BE 8 OR 11 CHARACTERS, FIRST 6 LETTERS".
       78  ERROR-NO-PERMISSION
           VALUE "OPERATOR LACKS THE SUPERVISOR PERMISSION".
       78  ERROR-SAME-OPERATOR
           VALUE "THE CONFIRMING OPERATOR MUST NOT BE THE ONE WHO "-
           "KEYED THE CHANGE".
       78  NOTICE-TEXT
           VALUE "BANK DETAILS CHANGE RECEIVED FOR YOUR ACCOUNT - IF "-
           "YOU DID NOT SEND IT, CALL US".
       78  EMPTY-LIST-TEXT     VALUE "NOTHING TO LIST, PRESS ANY KEY".
       78  VIEW-END-TEXT       VALUE "END OF LIST, PRESS ANY KEY".
       78  MAX-LIST-LINES                   VALUE 14.
       78  ERROR-FILE-STATUS-MSG
           VALUE "FILE ERROR, STATUS CODE: ".

       77  DUMMY                            PIC X(001).
       77  KEYSTATUS                        PIC 9(004).
       77  SBK-STATUS-FS                    PIC 9(002).
       77  SUPP-STATUS                      PIC 9(002).
       77  FILE-ERROR-STATUS                PIC 9(002).

       01  PERM-QUESTION.
           05  PERM-CODE                    PIC X(001).
           05  PERM-GRANTED                 PIC X(001).

       01  MAIN-OPTION                      PIC 9(001).
           88  MAIN-OPTION-EXIT             VALUE 4.
       01  SBK-EOF-FLAG                     PIC X(001) VALUE "N".
           88  EOF-SBK                      VALUE "Y".
       01  DECIDE-ANSWER                    PIC X(002).
           88  DECIDE-CONFIRM               VALUE "C" "c".
           88  DECIDE-REJECT                VALUE "J" "j".
           88  DECIDE-VALID
               VALUE "C" "c" "J" "j" "S" "s".
       01  REVIEWER-ID                      PIC X(008).
       77  PENDING-COUNT                    PIC 9(005).

       01  ASK-SUPPLIER-ID                  PIC 9(005).
       01  ASK-IBAN                         PIC X(042).
       01  ASK-BIC                          PIC X(011).
       01  SHOW-SUPPLIER-NAME               PIC X(030).
       01  SHOW-CUR-IBAN                    PIC X(034).
       01  SHOW-CUR-BIC                     PIC X(011).
       01  SHOW-NEW-IBAN                    PIC X(034).
       01  SHOW-NEW-BIC                     PIC X(011).
       01  SHOW-CHANGED-BY                  PIC X(008).
       01  SUPPLIER-FOUND                   PIC X(001).
           88  SUPPLIER-FOUND-YES           VALUE "Y".
       01  SBK-FOUND                        PIC X(001).
           88  SBK-FOUND-YES                VALUE "Y".
       01  SHOW-CUR-STATUS                  PIC X(001).
           88  SHOW-CUR-CONFIRMED           VALUE "C".

      *> IBAN CHECK: THE ENTRY IS PACKED (SPACES DROPPED), THE
      *> FIRST FOUR CHARACTERS MOVED TO THE END, EACH LETTER READ
      *> AS 10..35, AND THE WHOLE NUMBER TAKEN MODULO 97 DIGIT BY
      *> DIGIT - A GOOD IBAN LEAVES A REMAINDER OF 1
       01  IBAN-WORK                        PIC X(034).
       01  IBAN-REARRANGED                  PIC X(034).
       77  IBAN-LEN                         PIC 9(002).
       77  IBAN-IX                          PIC 9(002).
       77  IBAN-REM                         PIC 9(005).
       77  IBAN-LETTER-VALUE                PIC 9(002).
       01  IBAN-CHAR                        PIC X(001).
       01  IBAN-DIGIT REDEFINES IBAN-CHAR   PIC 9(001).
       01  IBAN-VALID                       PIC X(001).
           88  IBAN-VALID-YES               VALUE "Y".
       77  BIC-LEN                          PIC 9(002).
       01  BIC-VALID                        PIC X(001).
           88  BIC-VALID-YES                VALUE "Y".
       77  LINE-ON-PAGE                     PIC 9(002).
       77  SCREEN-LIN                       PIC 9(002).

       01  LIST-LINE.
           05  LL-SUPPLIER-ID               PIC 9(005).
           05  FILLER                       PIC X(001) VALUE SPACES.
           05  LL-STATUS                    PIC X(001).
           05  FILLER                       PIC X(002) VALUE SPACES.
           05  LL-IBAN                      PIC X(034).
           05  FILLER                       PIC X(001) VALUE SPACES.
           05  LL-BIC                       PIC X(011).
           05  FILLER                       PIC X(001) VALUE SPACES.
           05  LL-PENDING-IBAN              PIC X(034).

       SCREEN SECTION.
       01  CLEAR-SCREEN.
           03 BLANK SCREEN.
      ******************************************************************
       01  MAIN-SCREEN
           BACKGROUND-COLOR 7 FOREGROUND-COLOR 0.
           05 VALUE SPACES PIC X(120) LINE 02 COL 01.
           05 VALUE SPACES PIC X(120) LINE 03 COL 01.
           05 VALUE SPACES PIC X(120) LINE 04 COL 01.
           05 VALUE MODULE-NAME-VIEW LINE 03 COL 43.
           05 VALUE SPACES PIC X(95)  LINE 24 COL 01.
           05 VALUE SPACES PIC X(95)  LINE 25 COL 01.
           05 VALUE SPACES PIC X(95)  LINE 26 COL 01.
           05 VALUE BACK-EXIT LINE 25  COL 100 FOREGROUND-COLOR 5.
      ******************************************************************
       01  SBK-MENU
           BACKGROUND-COLOR 7 FOREGROUND-COLOR 0 AUTO REQUIRED.
           03 VALUE SBK-MENU-OPTION1 LINE 10 COL 35.
           03 VALUE SBK-MENU-OPTION2 LINE 11 COL 35.
           03 VALUE SBK-MENU-OPTION3 LINE 12 COL 35.
           03 VALUE SBK-MENU-OPTION4 LINE 13 COL 35.
           03 VALUE MAIN-MENU-CHOICE LINE 15 COL 35.
           03 SM-OPTION PIC 9(001) LINE 15 COL PLUS 2
               TO MAIN-OPTION BLANK WHEN ZERO.
      ******************************************************************
       01  ASK-SUPPLIER-SCREEN.
           05 VALUE SBK-TEXT-SUPPLIER LINE 08 COL 15.
           05 AS-SUPPLIER PIC 9(005) LINE 08 COL PLUS 1
               TO ASK-SUPPLIER-ID REQUIRED AUTO.
      ******************************************************************
       01  ENTER-BANK-SCREEN.
           05 VALUE SBK-TEXT-SUPPLIER LINE 08 COL 15.
           05 EB-SUPPLIER PIC 9(005) LINE 08 COL PLUS 1
               FROM ASK-SUPPLIER-ID.
           05 EB-NAME PIC X(030) LINE 08 COL PLUS 2
               FROM SHOW-SUPPLIER-NAME.
           05 VALUE SBK-TEXT-CUR-IBAN LINE 10 COL 15.
           05 EB-CUR-IBAN PIC X(034) LINE 10 COL PLUS 1
               FROM SHOW-CUR-IBAN.
           05 VALUE SBK-TEXT-CUR-BIC LINE 11 COL 15.
           05 EB-CUR-BIC PIC X(011) LINE 11 COL PLUS 1
               FROM SHOW-CUR-BIC.
           05 VALUE SBK-TEXT-IBAN LINE 13 COL 15.
           05 EB-IBAN PIC X(042) LINE 13 COL PLUS 1
               USING ASK-IBAN REQUIRED.
           05 VALUE SBK-TEXT-BIC LINE 14 COL 15.
           05 EB-BIC PIC X(011) LINE 14 COL PLUS 1
               USING ASK-BIC REQUIRED AUTO.
           05 VALUE SBK-TEXT-NOTE LINE 16 COL 15.
      ******************************************************************
       01  SHOW-PENDING-SCREEN.
           05 VALUE SBK-TEXT-SUPPLIER LINE 08 COL 15.
           05 SP-SUPPLIER PIC 9(005) LINE 08 COL PLUS 1
               FROM ASK-SUPPLIER-ID.
           05 SP-NAME PIC X(030) LINE 08 COL PLUS 2
               FROM SHOW-SUPPLIER-NAME.
           05 VALUE SBK-TEXT-CUR-IBAN LINE 10 COL 15.
           05 SP-CUR-IBAN PIC X(034) LINE 10 COL PLUS 1
               FROM SHOW-CUR-IBAN.
           05 VALUE SBK-TEXT-CUR-BIC LINE 11 COL 15.
           05 SP-CUR-BIC PIC X(011) LINE 11 COL PLUS 1
               FROM SHOW-CUR-BIC.
           05 VALUE SBK-TEXT-IBAN LINE 13 COL 15.
           05 SP-NEW-IBAN PIC X(034) LINE 13 COL PLUS 1
               FROM SHOW-NEW-IBAN.
           05 VALUE SBK-TEXT-BIC LINE 14 COL 15.
           05 SP-NEW-BIC PIC X(011) LINE 14 COL PLUS 1
               FROM SHOW-NEW-BIC.
           05 VALUE SBK-TEXT-CHANGED-BY LINE 16 COL 15.
           05 SP-BY PIC X(008) LINE 16 COL PLUS 1
               FROM SHOW-CHANGED-BY.
           05 VALUE DECIDE-TEXT LINE 18 COL 15.
           05 SP-DECIDE PIC X(002) LINE 18 COL PLUS 1
               TO DECIDE-ANSWER AUTO.
      ******************************************************************
       01 ERROR-ZONE
           BACKGROUND-COLOR 7 FOREGROUND-COLOR 0.
           05 VALUE SPACES PIC X(095) LINE 24 COL 01.
           05 VALUE SPACES PIC X(095) LINE 25 COL 01.
           05 VALUE SPACES PIC X(095) LINE 26 COL 01.
           05 ERROR-TEXT LINE 25 COL 03 PIC X(085)
               FOREGROUND-COLOR 4 BACKGROUND-COLOR 7.
           05 SCREEN-DUMMY1 LINE 26 COL 95 PIC X TO DUMMY AUTO.
      ******************************************************************
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM WITH TEST AFTER UNTIL MAIN-OPTION-EXIT
               OR KEYSTATUS = 1003
               MOVE ZERO TO MAIN-OPTION
               DISPLAY CLEAR-SCREEN
               DISPLAY MAIN-SCREEN
               DISPLAY SBK-MENU
               ACCEPT SBK-MENU
               EVALUATE MAIN-OPTION
                   WHEN 1
                       PERFORM 100-ENTER-BANK-DETAILS
                   WHEN 2
                       PERFORM 200-CONFIRM-PENDING
                   WHEN 3
                       PERFORM 300-LIST-BANK-DETAILS
                   WHEN 4
                       CONTINUE
                   WHEN OTHER
                       MOVE MAIN-MENU-ERROR TO ERROR-TEXT
                       ACCEPT ERROR-ZONE
               END-EVALUATE
           END-PERFORM
           EXIT PROGRAM.

      *> ABORTS THE PROGRAM WITH A VISIBLE MESSAGE WHEN AN INDEXED
      *> FILE OPEN COMES BACK WITH A STATUS OTHER THAN "SUCCESS" OR
      *> "FILE DOES NOT EXIST YET" (35), INSTEAD OF SILENTLY READING
      *> FROM A HANDLE THAT NEVER ACTUALLY OPENED
       090-CHECK-FILE-STATUS SECTION.
           DISPLAY CLEAR-SCREEN
           DISPLAY MAIN-SCREEN
           STRING ERROR-FILE-STATUS-MSG DELIMITED BY SIZE
               FILE-ERROR-STATUS DELIMITED BY SIZE
               INTO ERROR-TEXT
           ACCEPT ERROR-ZONE
           MOVE 12 TO RETURN-CODE
           EXIT PROGRAM
       EXIT SECTION.

      *> THE NEW ACCOUNT ALWAYS GOES INTO THE PENDING FIELDS; THE
      *> CONFIRMED ONE IS LEFT AS IT WAS BUT THE SUPPLIER IS NOT
      *> PAID AT ALL UNTIL THE CHANGE IS CONFIRMED OR REJECTED
       100-ENTER-BANK-DETAILS SECTION.
           MOVE ZERO TO ASK-SUPPLIER-ID
           DISPLAY CLEAR-SCREEN
           DISPLAY MAIN-SCREEN
           DISPLAY ASK-SUPPLIER-SCREEN
           ACCEPT ASK-SUPPLIER-SCREEN
           IF KEYSTATUS = 1003
               EXIT SECTION
           END-IF
           PERFORM 110-READ-SUPPLIER
           IF NOT SUPPLIER-FOUND-YES
               MOVE ERROR-NO-SUPPLIER TO ERROR-TEXT
               ACCEPT ERROR-ZONE
               EXIT SECTION
           END-IF
           PERFORM 120-READ-BANK-DETAILS
           MOVE SPACES TO ASK-IBAN ASK-BIC
           DISPLAY CLEAR-SCREEN
           DISPLAY MAIN-SCREEN
           DISPLAY ENTER-BANK-SCREEN
           ACCEPT ENTER-BANK-SCREEN
           IF KEYSTATUS = 1003
               EXIT SECTION
           END-IF
           PERFORM 150-VALIDATE-IBAN
           IF NOT IBAN-VALID-YES
               MOVE ERROR-IBAN TO ERROR-TEXT
               ACCEPT ERROR-ZONE
               EXIT SECTION
           END-IF
           PERFORM 160-VALIDATE-BIC
           IF NOT BIC-VALID-YES
               MOVE ERROR-BIC TO ERROR-TEXT
               ACCEPT ERROR-ZONE
               EXIT SECTION
           END-IF
           IF SBK-FOUND-YES AND SHOW-CUR-CONFIRMED AND
               IBAN-WORK = SHOW-CUR-IBAN AND ASK-BIC = SHOW-CUR-BIC
               MOVE NO-CHANGE-TEXT TO ERROR-TEXT
               ACCEPT ERROR-ZONE
               EXIT SECTION
           END-IF
           OPEN I-O FXSUPPBANK
           IF SBK-STATUS-FS = 35 THEN
               CLOSE FXSUPPBANK
               OPEN OUTPUT FXSUPPBANK
           ELSE
               IF SBK-STATUS-FS NOT = ZERO THEN
                   MOVE SBK-STATUS-FS TO FILE-ERROR-STATUS
                   PERFORM 090-CHECK-FILE-STATUS
               END-IF
           END-IF
           MOVE ASK-SUPPLIER-ID TO SBK-SUPPLIER-ID
           READ FXSUPPBANK
               INVALID KEY MOVE "N" TO SBK-FOUND
               NOT INVALID KEY MOVE "Y" TO SBK-FOUND
           END-READ
           IF NOT SBK-FOUND-YES
               MOVE SPACES TO SBK-DETAILS
               MOVE ZERO TO SBK-CHANGED-DATE SBK-CONFIRMED-DATE
               MOVE ASK-SUPPLIER-ID TO SBK-SUPPLIER-ID
           END-IF
           MOVE IBAN-WORK TO SBK-PENDING-IBAN
           MOVE ASK-BIC TO SBK-PENDING-BIC
           MOVE "P" TO SBK-STATUS
           CALL "GETOPER" USING SBK-CHANGED-BY
           MOVE FUNCTION CURRENT-DATE (1:8) TO SBK-CHANGED-DATE
           CALL "GETOPER" USING SBK-LAST-BY
           MOVE FUNCTION CURRENT-DATE (1:8) TO SBK-LAST-DATE
           WRITE SBK-DETAILS
               INVALID KEY
                   REWRITE SBK-DETAILS
                   END-REWRITE
           END-WRITE
           CLOSE FXSUPPBANK
           PERFORM 170-SEND-CHANGE-NOTICE
           MOVE CONFIRM-SBK-RECORD TO ERROR-TEXT
           ACCEPT ERROR-ZONE
       EXIT SECTION.

       110-READ-SUPPLIER SECTION.
           MOVE "N" TO SUPPLIER-FOUND
           MOVE SPACES TO SHOW-SUPPLIER-NAME
           OPEN INPUT FXSUPPLY
           IF SUPP-STATUS = ZERO THEN
               MOVE ASK-SUPPLIER-ID TO SUPPLIER-ID
               READ FXSUPPLY
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO SUPPLIER-FOUND
                       MOVE SUPPLIER-NAME TO SHOW-SUPPLIER-NAME
               END-READ
           END-IF
           CLOSE FXSUPPLY
       EXIT SECTION.

       120-READ-BANK-DETAILS SECTION.
           MOVE "N" TO SBK-FOUND
           MOVE SPACES TO SHOW-CUR-IBAN SHOW-CUR-BIC SHOW-CUR-STATUS
           OPEN INPUT FXSUPPBANK
           IF SBK-STATUS-FS = ZERO THEN
               MOVE ASK-SUPPLIER-ID TO SBK-SUPPLIER-ID
               READ FXSUPPBANK
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO SBK-FOUND
                       MOVE SBK-IBAN TO SHOW-CUR-IBAN
                       MOVE SBK-BIC TO SHOW-CUR-BIC
                       MOVE SBK-STATUS TO SHOW-CUR-STATUS
               END-READ
           END-IF
           CLOSE FXSUPPBANK
       EXIT SECTION.

       150-VALIDATE-IBAN SECTION.
           MOVE "N" TO IBAN-VALID
           MOVE SPACES TO IBAN-WORK
           MOVE ZERO TO IBAN-LEN
           MOVE UPPER-CASE (ASK-IBAN) TO ASK-IBAN
           PERFORM VARYING IBAN-IX FROM 1 BY 1 UNTIL IBAN-IX > 42
               IF ASK-IBAN (IBAN-IX:1) NOT = SPACE
                   IF IBAN-LEN = 34
                       EXIT SECTION
                   END-IF
                   ADD 1 TO IBAN-LEN
                   MOVE ASK-IBAN (IBAN-IX:1) TO IBAN-WORK (IBAN-LEN:1)
               END-IF
           END-PERFORM
           IF IBAN-LEN < 15
               EXIT SECTION
           END-IF
           IF IBAN-WORK (1:2) IS NOT ALPHABETIC-UPPER OR
               IBAN-WORK (3:2) IS NOT NUMERIC
               EXIT SECTION
           END-IF
           MOVE SPACES TO IBAN-REARRANGED
           MOVE IBAN-WORK (5:IBAN-LEN - 4) TO IBAN-REARRANGED
           MOVE IBAN-WORK (1:4)
               TO IBAN-REARRANGED (IBAN-LEN - 3:4)
           MOVE ZERO TO IBAN-REM
           PERFORM VARYING IBAN-IX FROM 1 BY 1
               UNTIL IBAN-IX > IBAN-LEN
               MOVE IBAN-REARRANGED (IBAN-IX:1) TO IBAN-CHAR
               EVALUATE TRUE
                   WHEN IBAN-CHAR IS NUMERIC
                       COMPUTE IBAN-REM =
                           MOD (IBAN-REM * 10 + IBAN-DIGIT, 97)
                   WHEN IBAN-CHAR IS ALPHABETIC-UPPER
                       COMPUTE IBAN-LETTER-VALUE =
                           ORD (IBAN-CHAR) - ORD ("A") + 10
                       COMPUTE IBAN-REM =
                           MOD (IBAN-REM * 100 + IBAN-LETTER-VALUE,
                               97)
                   WHEN OTHER
                       EXIT SECTION
               END-EVALUATE
           END-PERFORM
           IF IBAN-REM = 1
               MOVE "Y" TO IBAN-VALID
           END-IF
       EXIT SECTION.

       160-VALIDATE-BIC SECTION.
           MOVE "N" TO BIC-VALID
           MOVE UPPER-CASE (ASK-BIC) TO ASK-BIC
           MOVE ZERO TO BIC-LEN
           INSPECT ASK-BIC TALLYING BIC-LEN
               FOR CHARACTERS BEFORE INITIAL SPACE
           IF (BIC-LEN = 8 OR BIC-LEN = 11) AND
               ASK-BIC (1:6) IS ALPHABETIC-UPPER
               MOVE "Y" TO BIC-VALID
           END-IF
       EXIT SECTION.

      *> THE NOTICE GOES TO THE ADDRESSES ALREADY ON THE SUPPLIER
      *> RECORD (NOTIFY-SEND ADDRESSES SUPPLIER-<ID> FROM THERE), NOT
      *> TO ANY CONTACT NAMED IN THE CHANGE REQUEST ITSELF
       170-SEND-CHANGE-NOTICE SECTION.
           MOVE SPACES TO NOTI-REQ-RECIPIENT
           STRING "SUPPLIER-" DELIMITED BY SIZE
               ASK-SUPPLIER-ID DELIMITED BY SIZE
               INTO NOTI-REQ-RECIPIENT
           MOVE "H" TO NOTI-REQ-SEVERITY
           MOVE NOTICE-TEXT TO NOTI-REQ-MESSAGE
           MOVE "SUPPBANK" TO NOTI-REQ-SOURCE
           MOVE SPACES TO NOTI-REQ-ATTACHMENT
           CALL "NOTIFY" USING NOTIFY-REQUEST
       EXIT SECTION.

      *> THE FOUR-EYES RULE, AS ON REMIT-REL: THE OPERATOR WHO KEYED
      *> THE CHANGE CANNOT ALSO CONFIRM IT
       200-CONFIRM-PENDING SECTION.
           MOVE "V" TO PERM-CODE
           CALL "CHKPERM" USING PERM-QUESTION
           IF PERM-GRANTED NOT = "Y"
               MOVE ERROR-NO-PERMISSION TO ERROR-TEXT
               ACCEPT ERROR-ZONE
               EXIT SECTION
           END-IF
           CALL "GETOPER" USING REVIEWER-ID
           MOVE ZERO TO PENDING-COUNT
           MOVE "N" TO SBK-EOF-FLAG
           OPEN I-O FXSUPPBANK
           IF SBK-STATUS-FS NOT = ZERO THEN
               CLOSE FXSUPPBANK
               MOVE NO-PENDING-TEXT TO ERROR-TEXT
               ACCEPT ERROR-ZONE
               EXIT SECTION
           END-IF
           PERFORM UNTIL EOF-SBK
               READ FXSUPPBANK NEXT RECORD
                   AT END SET EOF-SBK TO TRUE
                   NOT AT END
                       IF SBK-STATUS-PENDING
                           ADD 1 TO PENDING-COUNT
                           PERFORM 210-DECIDE-ONE-CHANGE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FXSUPPBANK
           IF PENDING-COUNT = ZERO
               MOVE NO-PENDING-TEXT TO ERROR-TEXT
           ELSE
               MOVE REVIEW-DONE-TEXT TO ERROR-TEXT
           END-IF
           ACCEPT ERROR-ZONE
       EXIT SECTION.

      *> A REJECTED CHANGE LEAVES THE OLD CONFIRMED ACCOUNT IN
      *> FORCE; WHERE THERE WAS NONE THE SUPPLIER STAYS WITHOUT BANK
      *> DETAILS AND REMIT-RUN KEEPS HOLDING IT BACK
       210-DECIDE-ONE-CHANGE SECTION.
           MOVE SBK-SUPPLIER-ID TO ASK-SUPPLIER-ID
           PERFORM 110-READ-SUPPLIER
           MOVE SBK-IBAN TO SHOW-CUR-IBAN
           MOVE SBK-BIC TO SHOW-CUR-BIC
           MOVE SBK-PENDING-IBAN TO SHOW-NEW-IBAN
           MOVE SBK-PENDING-BIC TO SHOW-NEW-BIC
           MOVE SBK-CHANGED-BY TO SHOW-CHANGED-BY
           MOVE SPACES TO DECIDE-ANSWER
           PERFORM WITH TEST AFTER UNTIL DECIDE-VALID
               DISPLAY CLEAR-SCREEN
               DISPLAY MAIN-SCREEN
               DISPLAY SHOW-PENDING-SCREEN
               ACCEPT SHOW-PENDING-SCREEN
               IF KEYSTATUS = 1003
                   SET EOF-SBK TO TRUE
                   EXIT SECTION
               END-IF
           END-PERFORM
           IF DECIDE-CONFIRM AND REVIEWER-ID = SBK-CHANGED-BY
               MOVE ERROR-SAME-OPERATOR TO ERROR-TEXT
               ACCEPT ERROR-ZONE
               EXIT SECTION
           END-IF
           EVALUATE TRUE
               WHEN DECIDE-CONFIRM
                   MOVE SBK-PENDING-IBAN TO SBK-IBAN
                   MOVE SBK-PENDING-BIC TO SBK-BIC
                   MOVE "C" TO SBK-STATUS
               WHEN DECIDE-REJECT
                   IF SBK-IBAN = SPACES
                       MOVE SPACE TO SBK-STATUS
                   ELSE
                       MOVE "C" TO SBK-STATUS
                   END-IF
               WHEN OTHER
                   EXIT SECTION
           END-EVALUATE
           MOVE SPACES TO SBK-PENDING-IBAN SBK-PENDING-BIC
           MOVE REVIEWER-ID TO SBK-CONFIRMED-BY
           MOVE FUNCTION CURRENT-DATE (1:8) TO SBK-CONFIRMED-DATE
           CALL "GETOPER" USING SBK-LAST-BY
           MOVE FUNCTION CURRENT-DATE (1:8) TO SBK-LAST-DATE
           REWRITE SBK-DETAILS
           END-REWRITE
       EXIT SECTION.

       300-LIST-BANK-DETAILS SECTION.
           DISPLAY CLEAR-SCREEN
           DISPLAY MAIN-SCREEN
           MOVE "N" TO SBK-EOF-FLAG
           MOVE ZERO TO LINE-ON-PAGE
           OPEN INPUT FXSUPPBANK
           IF SBK-STATUS-FS NOT = ZERO THEN
               CLOSE FXSUPPBANK
               MOVE EMPTY-LIST-TEXT TO ERROR-TEXT
               ACCEPT ERROR-ZONE
               EXIT SECTION
           END-IF
           DISPLAY LIST-HEADER AT LINE 07 COL 03
           PERFORM UNTIL EOF-SBK
               READ FXSUPPBANK NEXT RECORD
                   AT END SET EOF-SBK TO TRUE
                   NOT AT END
                       IF LINE-ON-PAGE = MAX-LIST-LINES
                           MOVE VIEW-END-TEXT TO ERROR-TEXT
                           ACCEPT ERROR-ZONE
                           DISPLAY CLEAR-SCREEN
                           DISPLAY MAIN-SCREEN
                           DISPLAY LIST-HEADER AT LINE 07 COL 03
                           MOVE ZERO TO LINE-ON-PAGE
                       END-IF
                       ADD 1 TO LINE-ON-PAGE
                       COMPUTE SCREEN-LIN = 8 + LINE-ON-PAGE
                       MOVE SBK-SUPPLIER-ID TO LL-SUPPLIER-ID
                       MOVE SBK-STATUS TO LL-STATUS
                       MOVE SBK-IBAN TO LL-IBAN
                       MOVE SBK-BIC TO LL-BIC
                       MOVE SBK-PENDING-IBAN TO LL-PENDING-IBAN
                       DISPLAY LIST-LINE
                           AT LINE SCREEN-LIN COL 03
               END-READ
           END-PERFORM
           CLOSE FXSUPPBANK
           IF LINE-ON-PAGE = ZERO
               MOVE EMPTY-LIST-TEXT TO ERROR-TEXT
           ELSE
               MOVE VIEW-END-TEXT TO ERROR-TEXT
           END-IF
           ACCEPT ERROR-ZONE
       EXIT SECTION.
