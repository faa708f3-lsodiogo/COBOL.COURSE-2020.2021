      ******************************************************************
      *    OPERATOR MAINTENANCE - REGISTER OPERATORS WITH THEIR
      *    PASSWORD, ACTIVE FLAG AND PER-MODULE PERMISSION FLAGS.
      *    SUPERVISOR-ONLY, LIKE THE DELETE PROGRAMS. THE PASSWORD
      *    IS STORED ONE-WAY AND MUST BE CHANGED BY THE OPERATOR AT
      *    THE NEXT SIGN-ON. LOCKED-OUT OPERATORS ARE UNLOCKED HERE,
      *    AND THE SIGN-ON RULES (FAILED ATTEMPTS BEFORE A LOCKOUT,
      *    DAYS BEFORE A PASSWORD EXPIRES) ARE MAINTAINED HERE TOO.
      ******************************************************************
      *    V1 | EM ATUALIZACAO | 22.08.2026
      ******************************************************************
                   RECORD KEY IS OPER-ID
                   FILE STATUS OPER-STATUS-FS.

               SELECT FXSECCTL ASSIGN TO "FXSECCTL"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS SCC-ID
                   FILE STATUS SCC-STATUS-FS.

       DATA DIVISION.
       FILE SECTION.
       FD FXOPERATOR.
           COPY OPERATORFX.
       FD FXSECCTL.
           COPY FD-SECCTL.

       WORKING-STORAGE SECTION.
       78  MODULE-NAME-VIEW    VALUE "OPERATOR MAINTENANCE".
       78  BACK-EXIT           VALUE "F3 - BACK".
       78  MAIN-MENU-CHOICE    VALUE "PLEASE CHOOSE AN OPTION".
       78  MAIN-MENU-ERROR
               VALUE "INVALID OPTION, PLEASE SELECT A VALID OPTION. "-
           "PRESS ANY KEY TO CONTINUE".
       78  OPER-MENU-OPTION1   VALUE "1 - REGISTER OR CHANGE OPERATOR".
       78  OPER-MENU-OPTION2   VALUE "2 - UNLOCK OPERATOR".
       78  OPER-MENU-OPTION3   VALUE "3 - SIGN-ON RULES".
       78  OPER-MENU-OPTION4   VALUE "4 - BACK".
       78  TXT-ATTEMPTS        VALUE "FAILED SIGN-ONS BEFORE LOCKOUT:".
       78  TXT-DAYS            VALUE "DAYS BEFORE A PASSWORD EXPIRES:".
       78  TXT-RULES-NOTE
           VALUE "(0 ATTEMPTS TAKES 3, 0 DAYS NEVER EXPIRES)".
       78  RULES-SAVED         VALUE "SIGN-ON RULES SAVED".
       78  ERROR-OPER-NOT-FOUND VALUE "OPERATOR NOT FOUND".
       78  ERROR-NOT-LOCKED    VALUE "OPERATOR IS NOT LOCKED OUT".
       78  CONFIRM-UNLOCKED    VALUE "OPERATOR UNLOCKED".
       78  TXT-OPER            VALUE "OPERATOR ID :".
       78  TXT-NAME            VALUE "NAME        :".
       78  TXT-PASSWORD        VALUE "PASSWORD    :".
       77  DUMMY                            PIC X(001).
       77  KEYSTATUS                        PIC 9(004).
       77  OPER-STATUS-FS                   PIC 9(002).
       77  SCC-STATUS-FS                    PIC 9(002).
       77  FILE-ERROR-STATUS                PIC 9(002).

       01  PERM-QUESTION.
           05  PERM-CODE                    PIC X(001).
           05  PERM-GRANTED                 PIC X(001).

       01  MAIN-OPTION                      PIC 9(001).
           88  MAIN-OPTION-EXIT             VALUE 4.
       01  ASK-ATTEMPTS                     PIC 9(002).
       01  ASK-DAYS                         PIC 9(003).
       01  SUPERVISOR-ID                    PIC X(008).

           COPY LK-PWHASH.
           COPY LK-SECLOG.

       01  NEW-OPER-ID                      PIC X(008).
       01  NEW-NAME                         PIC X(030).
       01  NEW-PASSWORD                     PIC X(012).
               TO NEW-NAME REQUIRED.
           05 VALUE TXT-PASSWORD LINE 11 COL 15.
           05 AO-PASS PIC X(012) LINE 11 COL PLUS 1
               TO NEW-PASSWORD SECURE REQUIRED.
           05 VALUE TXT-ACTIVE LINE 13 COL 15.
           05 AO-ACTIVE PIC 9(001) LINE 13 COL PLUS 1
               TO NEW-ACTIVE REQUIRED.
               TO NEW-STOCK REQUIRED.
           05 AO-MAINT PIC X(001) LINE 16 COL 41
               TO NEW-MAINT REQUIRED AUTO.
      ******************************************************************
       01  OPER-MENU
           BACKGROUND-COLOR 7 FOREGROUND-COLOR 0 AUTO REQUIRED.
           03 VALUE OPER-MENU-OPTION1 LINE 10 COL 35.
           03 VALUE OPER-MENU-OPTION2 LINE 11 COL 35.
           03 VALUE OPER-MENU-OPTION3 LINE 12 COL 35.
           03 VALUE OPER-MENU-OPTION4 LINE 13 COL 35.
           03 VALUE MAIN-MENU-CHOICE LINE 15 COL 35.
           03 OM-OPTION PIC 9(001) LINE 15 COL PLUS 2
               TO MAIN-OPTION BLANK WHEN ZERO.
      ******************************************************************
       01  UNLOCK-SCREEN.
           05 VALUE TXT-OPER LINE 07 COL 15.
           05 UO-ID PIC X(008) LINE 07 COL PLUS 1
               TO NEW-OPER-ID REQUIRED AUTO.
      ******************************************************************
       01  RULES-SCREEN.
           05 VALUE TXT-ATTEMPTS LINE 07 COL 15.
           05 RS-ATTEMPTS PIC 9(002) LINE 07 COL PLUS 1
               USING ASK-ATTEMPTS REQUIRED.
           05 VALUE TXT-DAYS LINE 09 COL 15.
           05 RS-DAYS PIC 9(003) LINE 09 COL PLUS 1
               USING ASK-DAYS REQUIRED AUTO.
           05 VALUE TXT-RULES-NOTE LINE 11 COL 15.
      ******************************************************************
       01 ERROR-ZONE
           BACKGROUND-COLOR 7 FOREGROUND-COLOR 0.
               ACCEPT ERROR-ZONE
               EXIT PROGRAM
           END-IF
           CALL "GETOPER" USING SUPERVISOR-ID
           PERFORM WITH TEST AFTER UNTIL MAIN-OPTION-EXIT
               MOVE ZERO TO MAIN-OPTION
               DISPLAY CLEAR-SCREEN
               DISPLAY MAIN-SCREEN
               DISPLAY OPER-MENU
               ACCEPT OPER-MENU
               IF KEYSTATUS = 1003
                   MOVE 4 TO MAIN-OPTION
               ELSE
                   EVALUATE MAIN-OPTION
                       WHEN 1
                           PERFORM 100-ADD-OPERATOR
                       WHEN 2
                           PERFORM 200-UNLOCK-OPERATOR
                       WHEN 3
                           PERFORM 300-SET-SIGNON-RULES
                       WHEN 4
                           CONTINUE
                       WHEN OTHER
                           MOVE MAIN-MENU-ERROR TO ERROR-TEXT
                           ACCEPT ERROR-ZONE
                   END-EVALUATE
               END-IF
           END-PERFORM
           EXIT PROGRAM.

           END-IF
           MOVE UPPER-CASE (NEW-OPER-ID) TO OPER-ID
           MOVE UPPER-CASE (NEW-NAME) TO OPER-NAME
      *> ONLY THE ONE-WAY FORM IS KEPT, WITH NO CHANGE DATE SO THE
      *> OPERATOR REPLACES THE PASSWORD AT THE NEXT SIGN-ON; SETTING
      *> A PASSWORD ALSO CLEARS ANY LOCKOUT
           MOVE OPER-ID TO PWH-OPER-ID
           MOVE NEW-PASSWORD TO PWH-PASSWORD
           CALL "PWHASH" USING PWHASH-REQUEST
           MOVE SPACES TO OPER-PASSWORD
           MOVE PWH-HASH TO OPER-PASSWORD-HASH
           MOVE ZERO TO OPER-PASSWORD-DATE
           MOVE ZERO TO OPER-FAILED-COUNT
           MOVE "N" TO OPER-LOCKED
           MOVE NEW-ACTIVE TO OPER-IS-ACTIVE
           MOVE UPPER-CASE (NEW-SUPV) TO OPER-PERM-SUPERVISOR
           MOVE UPPER-CASE (NEW-PURCH) TO OPER-PERM-PURCHASING
                   END-REWRITE
           END-WRITE
           CLOSE FXOPERATOR
           MOVE "C" TO SLOG-EVENT
           MOVE OPER-ID TO SLOG-OPER-ID
           MOVE SPACES TO SLOG-DETAIL
           STRING "PASSWORD SET BY " DELIMITED BY SIZE
               SUPERVISOR-ID DELIMITED BY SPACE
               INTO SLOG-DETAIL
           CALL "SECLOG" USING SECLOG-REQUEST
           MOVE CONFIRM-SAVED TO ERROR-TEXT
           ACCEPT ERROR-ZONE
       EXIT SECTION.

       200-UNLOCK-OPERATOR SECTION.
           MOVE SPACES TO NEW-OPER-ID
           DISPLAY CLEAR-SCREEN
           DISPLAY MAIN-SCREEN
           DISPLAY UNLOCK-SCREEN
           ACCEPT UNLOCK-SCREEN
           IF KEYSTATUS = 1003
               EXIT SECTION
           END-IF
           OPEN I-O FXOPERATOR
           IF OPER-STATUS-FS NOT = ZERO THEN
               CLOSE FXOPERATOR
               MOVE ERROR-OPER-NOT-FOUND TO ERROR-TEXT
               ACCEPT ERROR-ZONE
               EXIT SECTION
           END-IF
           MOVE UPPER-CASE (NEW-OPER-ID) TO OPER-ID
           READ FXOPERATOR
               INVALID KEY
                   CLOSE FXOPERATOR
                   MOVE ERROR-OPER-NOT-FOUND TO ERROR-TEXT
                   ACCEPT ERROR-ZONE
                   EXIT SECTION
           END-READ
           IF NOT OPER-IS-LOCKED
               CLOSE FXOPERATOR
               MOVE ERROR-NOT-LOCKED TO ERROR-TEXT
               ACCEPT ERROR-ZONE
               EXIT SECTION
           END-IF
           MOVE "N" TO OPER-LOCKED
           MOVE ZERO TO OPER-FAILED-COUNT
           CALL "GETOPER" USING OPER-LAST-BY
           MOVE FUNCTION CURRENT-DATE (1:8) TO OPER-LAST-DATE
           REWRITE OPER-DETAILS
           END-REWRITE
           CLOSE FXOPERATOR
           MOVE "U" TO SLOG-EVENT
           MOVE OPER-ID TO SLOG-OPER-ID
           MOVE SPACES TO SLOG-DETAIL
           STRING "UNLOCKED BY " DELIMITED BY SIZE
               SUPERVISOR-ID DELIMITED BY SPACE
               INTO SLOG-DETAIL
           CALL "SECLOG" USING SECLOG-REQUEST
           MOVE CONFIRM-UNLOCKED TO ERROR-TEXT
           ACCEPT ERROR-ZONE
       EXIT SECTION.

      *> THE SINGLE FXSECCTL RECORD READ BY SIGNON, SAME SHAPE AS
      *> THE PAYMENT APPROVAL LIMIT ON FXPAYCTL
       300-SET-SIGNON-RULES SECTION.
           MOVE 3 TO ASK-ATTEMPTS
           MOVE 90 TO ASK-DAYS
           OPEN INPUT FXSECCTL
           IF SCC-STATUS-FS = ZERO THEN
               MOVE 1 TO SCC-ID
               READ FXSECCTL
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE SCC-MAX-ATTEMPTS TO ASK-ATTEMPTS
                       MOVE SCC-PASSWORD-DAYS TO ASK-DAYS
               END-READ
           END-IF
           CLOSE FXSECCTL
           DISPLAY CLEAR-SCREEN
           DISPLAY MAIN-SCREEN
           DISPLAY RULES-SCREEN
           ACCEPT RULES-SCREEN
           IF KEYSTATUS = 1003
               EXIT SECTION
           END-IF
           OPEN I-O FXSECCTL
           IF SCC-STATUS-FS = 35 THEN
               CLOSE FXSECCTL
               OPEN OUTPUT FXSECCTL
           ELSE
               IF SCC-STATUS-FS NOT = ZERO THEN
                   MOVE SCC-STATUS-FS TO FILE-ERROR-STATUS
                   PERFORM 090-CHECK-FILE-STATUS
               END-IF
           END-IF
           MOVE 1 TO SCC-ID
           MOVE ASK-ATTEMPTS TO SCC-MAX-ATTEMPTS
           MOVE ASK-DAYS TO SCC-PASSWORD-DAYS
           CALL "GETOPER" USING SCC-LAST-BY
           MOVE FUNCTION CURRENT-DATE (1:8) TO SCC-LAST-DATE
           WRITE SCC-DETAILS
               INVALID KEY
                   REWRITE SCC-DETAILS
                   END-REWRITE
           END-WRITE
           CLOSE FXSECCTL
           MOVE RULES-SAVED TO ERROR-TEXT
           ACCEPT ERROR-ZONE
       EXIT SECTION.
