      *    AUDIT FIELDS AND THE PERMISSION CHECKS EVERYWHERE ELSE. ON FIRST USE THE OPERATOR FILE IS SEEDED
      *    WITH A SUPERVISOR "ADMIN" / "ADMIN" SO SOMEONE CAN GET IN
      *    AND REGISTER THE REAL OPERATORS.
      *    PASSWORDS ARE CHECKED IN THEIR ONE-WAY FORM (PWHASH). A
      *    NEW OR EXPIRED PASSWORD MUST BE CHANGED BEFORE THE SESSION
      *    IS WRITTEN, AND TOO MANY FAILED ATTEMPTS IN A ROW LOCK THE
      *    OPERATOR UNTIL A SUPERVISOR UNLOCKS THEM IN OPERADD. THE
      *    LIMITS COME FROM FXSECCTL; EVERY OUTCOME GOES TO FXSECLOG.
      *    RETURN-CODE IS 4 WHEN THE OPERATOR LEAVES WITHOUT SIGNING
      *    ON, SO MAINMENU KNOWS NOT TO GO ON.
      ******************************************************************
      *    V1 | EM ATUALIZACAO | 22.08.2026
      ******************************************************************
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS SIGNON-STATUS.

               SELECT FXSECCTL ASSIGN TO "FXSECCTL"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS SCC-ID
                   FILE STATUS SCC-STATUS-FS.

       DATA DIVISION.
       FILE SECTION.
       FD FXOPERATOR.
           COPY OPERATORFX.
       FD SIGNON-FILE.
           COPY LK-SIGNON.
       FD FXSECCTL.
           COPY FD-SECCTL.

       WORKING-STORAGE SECTION.
       78  MODULE-NAME-VIEW    VALUE "OPERATOR SIGN-ON".
       78  ERROR-BAD-SIGNON
           VALUE "UNKNOWN OPERATOR OR WRONG PASSWORD".
       78  ERROR-INACTIVE      VALUE "OPERATOR IS NOT ACTIVE".
       78  ERROR-LOCKED
           VALUE "OPERATOR IS LOCKED OUT, ASK A SUPERVISOR TO UNLOCK".
       78  TXT-CHANGE-TITLE
           VALUE "YOUR PASSWORD MUST BE CHANGED BEFORE YOU GO ON".
       78  TXT-NEW-PASSWORD    VALUE "NEW PASSWORD   :".
       78  TXT-REPEAT-PASSWORD VALUE "REPEAT PASSWORD:".
       78  ERROR-PW-MISMATCH
           VALUE "THE TWO NEW PASSWORDS ARE NOT THE SAME".
       78  ERROR-PW-SAME
           VALUE "THE NEW PASSWORD MUST DIFFER FROM THE OLD ONE".
       78  ERROR-PW-SHORT
           VALUE "THE NEW PASSWORD MUST HAVE AT LEAST 6 CHARACTERS".
       78  MIN-PASSWORD-LENGTH VALUE 6.
       78  DEFAULT-MAX-ATTEMPTS VALUE 3.
       78  DEFAULT-PASSWORD-DAYS VALUE 90.
       78  SIGNON-OK           VALUE "SIGNED ON, PRESS ANY KEY".
       78  ERROR-FILE-STATUS-MSG
           VALUE "FILE ERROR, STATUS CODE: ".
       77  KEYSTATUS                        PIC 9(004).
       77  OPER-STATUS-FS                   PIC 9(002).
       77  SIGNON-STATUS                    PIC 9(002).
       77  SCC-STATUS-FS                    PIC 9(002).
       01  SIGNON-FILENAME                  PIC X(030).
       01  SESSION-USER                     PIC X(012).
       77  FILE-ERROR-STATUS                PIC 9(002).
       01  ASK-PASSWORD                     PIC X(012).
       01  SIGNON-GOOD                      PIC X(001).
           88  SIGNON-GOOD-YES              VALUE "Y".
       01  PASSWORD-GOOD                    PIC X(001).
           88  PASSWORD-GOOD-YES            VALUE "Y".
       01  CHANGE-DUE                       PIC X(001).
           88  CHANGE-DUE-YES               VALUE "Y".
       01  CHANGE-DONE                      PIC X(001).
           88  CHANGE-DONE-YES              VALUE "Y".
       01  ASK-NEW-PASSWORD                 PIC X(012).
       01  ASK-REPEAT-PASSWORD              PIC X(012).
       01  MAX-ATTEMPTS                     PIC 9(002).
       01  PASSWORD-DAYS                    PIC 9(003).
       01  PASSWORD-AGE                     PIC S9(007).
       01  TODAY-NUM                        PIC 9(008).
       01  SIGNON-OPER-ID                   PIC X(008).

           COPY LK-PWHASH.
           COPY LK-SECLOG.
       01  ASK-TRAINING                     PIC X(002).
           88  ASK-TRAINING-YES             VALUE "Y" "y" "S" "s".
           88  ASK-TRAINING-VALID
           05 VALUE TXT-PASSWORD LINE 12 COL 35.
           05 SO-PASS PIC X(012) LINE 12 COL PLUS 1
               TO ASK-PASSWORD SECURE REQUIRED AUTO.
      ******************************************************************
       01  CHANGE-PASSWORD-SCREEN.
           05 VALUE TXT-CHANGE-TITLE LINE 08 COL 35
               FOREGROUND-COLOR 4.
           05 VALUE TXT-NEW-PASSWORD LINE 10 COL 35.
           05 CP-NEW PIC X(012) LINE 10 COL PLUS 1
               TO ASK-NEW-PASSWORD SECURE REQUIRED.
           05 VALUE TXT-REPEAT-PASSWORD LINE 12 COL 35.
           05 CP-REPEAT PIC X(012) LINE 12 COL PLUS 1
               TO ASK-REPEAT-PASSWORD SECURE REQUIRED AUTO.
      ******************************************************************
       01  TRAINING-SCREEN
           BACKGROUND-COLOR 7 FOREGROUND-COLOR 0.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 050-SEED-OPERATOR-FILE
           PERFORM 060-LOAD-SECURITY-RULES
           MOVE "N" TO SIGNON-GOOD
           PERFORM WITH TEST AFTER UNTIL SIGNON-GOOD-YES
               OR KEYSTATUS = 1003
               DISPLAY SIGNON-SCREEN
               ACCEPT SIGNON-SCREEN
               IF KEYSTATUS = 1003
                   MOVE 4 TO RETURN-CODE
                   EXIT PROGRAM
               END-IF
               PERFORM 100-VALIDATE-SIGNON
               IF NOT SIGNON-GOOD-YES
                   ACCEPT ERROR-ZONE
               END-IF
           END-PERFORM
      *> NO SESSION UNTIL A NEW OR EXPIRED PASSWORD HAS BEEN CHANGED
           IF CHANGE-DUE-YES
               PERFORM 120-FORCE-PASSWORD-CHANGE
               IF NOT CHANGE-DONE-YES
                   MOVE 4 TO RETURN-CODE
                   EXIT PROGRAM
               END-IF
           END-IF
           MOVE "S" TO SLOG-EVENT
           MOVE SIGNON-OPER-ID TO SLOG-OPER-ID
           MOVE "SIGNED ON" TO SLOG-DETAIL
           CALL "SECLOG" USING SECLOG-REQUEST
           PERFORM 150-ASK-TRAINING-MODE
           PERFORM 200-WRITE-SESSION
           IF ASK-TRAINING-YES
               MOVE SPACES TO OPER-DETAILS
               MOVE "ADMIN" TO OPER-ID
               MOVE "ADMINISTRATOR" TO OPER-NAME
      *> STORED ONE-WAY LIKE ANY OTHER, WITH NO CHANGE DATE SO THE
      *> FIRST SIGN-ON HAS TO REPLACE IT
               MOVE "ADMIN" TO PWH-OPER-ID
               MOVE "ADMIN" TO PWH-PASSWORD
               CALL "PWHASH" USING PWHASH-REQUEST
               MOVE PWH-HASH TO OPER-PASSWORD-HASH
               MOVE ZERO TO OPER-PASSWORD-DATE
               MOVE ZERO TO OPER-FAILED-COUNT
               MOVE "N" TO OPER-LOCKED
               MOVE 1 TO OPER-IS-ACTIVE
               MOVE "Y" TO OPER-PERM-SUPERVISOR
               MOVE "Y" TO OPER-PERM-PURCHASING
           CLOSE FXOPERATOR
       EXIT SECTION.

      *> NO FXSECCTL RECORD YET MEANS 3 ATTEMPTS AND 90 DAYS
       060-LOAD-SECURITY-RULES SECTION.
           MOVE DEFAULT-MAX-ATTEMPTS TO MAX-ATTEMPTS
           MOVE DEFAULT-PASSWORD-DAYS TO PASSWORD-DAYS
           OPEN INPUT FXSECCTL
           IF SCC-STATUS-FS = ZERO THEN
               MOVE 1 TO SCC-ID
               READ FXSECCTL
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF SCC-MAX-ATTEMPTS > ZERO
                           MOVE SCC-MAX-ATTEMPTS TO MAX-ATTEMPTS
                       END-IF
                       MOVE SCC-PASSWORD-DAYS TO PASSWORD-DAYS
               END-READ
           END-IF
           CLOSE FXSECCTL
       EXIT SECTION.

      *> EVERY REFUSAL IS LOGGED AND A WRONG PASSWORD COUNTS
      *> TOWARDS THE LOCKOUT; A GOOD ONE CLEARS THE COUNT
       100-VALIDATE-SIGNON SECTION.
           MOVE "N" TO SIGNON-GOOD
           MOVE "N" TO CHANGE-DUE
           MOVE ERROR-BAD-SIGNON TO ERROR-TEXT
           MOVE UPPER-CASE (ASK-OPER-ID) TO SIGNON-OPER-ID
           MOVE "F" TO SLOG-EVENT
           MOVE SIGNON-OPER-ID TO SLOG-OPER-ID
           OPEN I-O FXOPERATOR
           IF OPER-STATUS-FS NOT = ZERO THEN
               CLOSE FXOPERATOR
               EXIT SECTION
           END-IF
           MOVE SIGNON-OPER-ID TO OPER-ID
           READ FXOPERATOR
               INVALID KEY
                   MOVE "UNKNOWN OPERATOR ID" TO SLOG-DETAIL
                   CALL "SECLOG" USING SECLOG-REQUEST
                   CLOSE FXOPERATOR
                   EXIT SECTION
           END-READ
           IF OPER-FAILED-COUNT NOT NUMERIC
               MOVE ZERO TO OPER-FAILED-COUNT
           END-IF
           IF OPER-IS-LOCKED
               MOVE ERROR-LOCKED TO ERROR-TEXT
               MOVE "SIGN-ON TRIED WHILE LOCKED OUT" TO SLOG-DETAIL
               CALL "SECLOG" USING SECLOG-REQUEST
               CLOSE FXOPERATOR
               EXIT SECTION
           END-IF
           PERFORM 110-CHECK-PASSWORD
           IF NOT PASSWORD-GOOD-YES
               ADD 1 TO OPER-FAILED-COUNT
               IF OPER-FAILED-COUNT >= MAX-ATTEMPTS
                   MOVE "Y" TO OPER-LOCKED
                   MOVE ERROR-LOCKED TO ERROR-TEXT
                   MOVE "L" TO SLOG-EVENT
                   MOVE "LOCKED AFTER REPEATED FAILED SIGN-ONS"
                       TO SLOG-DETAIL
               ELSE
                   MOVE "WRONG PASSWORD" TO SLOG-DETAIL
               END-IF
               REWRITE OPER-DETAILS
               END-REWRITE
               CALL "SECLOG" USING SECLOG-REQUEST
               CLOSE FXOPERATOR
               EXIT SECTION
           END-IF
           IF OPER-IS-ACTIVE NOT = 1
               MOVE ERROR-INACTIVE TO ERROR-TEXT
               MOVE "OPERATOR IS NOT ACTIVE" TO SLOG-DETAIL
               CALL "SECLOG" USING SECLOG-REQUEST
               CLOSE FXOPERATOR
               EXIT SECTION
           END-IF
           MOVE ZERO TO OPER-FAILED-COUNT
      *> A PASSWORD STILL HELD IN PLAIN TEXT IS CONVERTED NOW AND,
      *> SINCE IT WAS READABLE ON FILE, HAS TO BE CHANGED AS WELL
           IF OPER-PASSWORD-HASH = SPACES
               MOVE OPER-ID TO PWH-OPER-ID
               MOVE ASK-PASSWORD TO PWH-PASSWORD
               CALL "PWHASH" USING PWHASH-REQUEST
               MOVE PWH-HASH TO OPER-PASSWORD-HASH
               MOVE SPACES TO OPER-PASSWORD
               MOVE ZERO TO OPER-PASSWORD-DATE
           END-IF
           IF OPER-PASSWORD-DATE = ZERO
               MOVE "Y" TO CHANGE-DUE
           ELSE
               IF PASSWORD-DAYS > ZERO
                   MOVE FUNCTION CURRENT-DATE (1:8) TO TODAY-NUM
                   COMPUTE PASSWORD-AGE =
                       INTEGER-OF-DATE (TODAY-NUM)
                       - INTEGER-OF-DATE (OPER-PASSWORD-DATE)
                   IF PASSWORD-AGE >= PASSWORD-DAYS
                       MOVE "Y" TO CHANGE-DUE
                   END-IF
               END-IF
           END-IF
           REWRITE OPER-DETAILS
           END-REWRITE
           MOVE "Y" TO SIGNON-GOOD
           CLOSE FXOPERATOR
       EXIT SECTION.

      *> HASHES WHAT WAS KEYED AND COMPARES IT WITH THE STORED
      *> HASH; A RECORD WITHOUT ONE STILL HAS ITS PLAIN PASSWORD
       110-CHECK-PASSWORD SECTION.
           MOVE "N" TO PASSWORD-GOOD
           IF OPER-PASSWORD-HASH = SPACES
               IF OPER-PASSWORD = ASK-PASSWORD
                   MOVE "Y" TO PASSWORD-GOOD
               END-IF
               EXIT SECTION
           END-IF
           MOVE OPER-ID TO PWH-OPER-ID
           MOVE ASK-PASSWORD TO PWH-PASSWORD
           CALL "PWHASH" USING PWHASH-REQUEST
           IF PWH-HASH = OPER-PASSWORD-HASH
               MOVE "Y" TO PASSWORD-GOOD
           END-IF
       EXIT SECTION.

      *> F3 HERE ABANDONS THE SIGN-ON; THE OLD PASSWORD STAYS AND
      *> THE CHANGE IS ASKED FOR AGAIN NEXT TIME
       120-FORCE-PASSWORD-CHANGE SECTION.
           MOVE "N" TO CHANGE-DONE
           PERFORM WITH TEST AFTER UNTIL CHANGE-DONE-YES
               MOVE SPACES TO ASK-NEW-PASSWORD ASK-REPEAT-PASSWORD
               DISPLAY CLEAR-SCREEN
               DISPLAY MAIN-SCREEN
               DISPLAY CHANGE-PASSWORD-SCREEN
               ACCEPT CHANGE-PASSWORD-SCREEN
               IF KEYSTATUS = 1003
                   EXIT SECTION
               END-IF
               EVALUATE TRUE
                   WHEN ASK-NEW-PASSWORD NOT = ASK-REPEAT-PASSWORD
                       MOVE ERROR-PW-MISMATCH TO ERROR-TEXT
                       ACCEPT ERROR-ZONE
                   WHEN ASK-NEW-PASSWORD = ASK-PASSWORD
                       MOVE ERROR-PW-SAME TO ERROR-TEXT
                       ACCEPT ERROR-ZONE
                   WHEN LENGTH (TRIM (ASK-NEW-PASSWORD))
                       < MIN-PASSWORD-LENGTH
                       MOVE ERROR-PW-SHORT TO ERROR-TEXT
                       ACCEPT ERROR-ZONE
                   WHEN OTHER
                       MOVE "Y" TO CHANGE-DONE
               END-EVALUATE
           END-PERFORM
           OPEN I-O FXOPERATOR
           IF OPER-STATUS-FS NOT = ZERO THEN
               MOVE OPER-STATUS-FS TO FILE-ERROR-STATUS
               PERFORM 090-CHECK-FILE-STATUS
           END-IF
           MOVE SIGNON-OPER-ID TO OPER-ID
           READ FXOPERATOR
               INVALID KEY
                   MOVE "N" TO CHANGE-DONE
                   CLOSE FXOPERATOR
                   EXIT SECTION
           END-READ
           MOVE OPER-ID TO PWH-OPER-ID
           MOVE ASK-NEW-PASSWORD TO PWH-PASSWORD
           CALL "PWHASH" USING PWHASH-REQUEST
           MOVE PWH-HASH TO OPER-PASSWORD-HASH
           MOVE SPACES TO OPER-PASSWORD
           MOVE FUNCTION CURRENT-DATE (1:8) TO OPER-PASSWORD-DATE
           MOVE OPER-ID TO OPER-LAST-BY
           MOVE FUNCTION CURRENT-DATE (1:8) TO OPER-LAST-DATE
           REWRITE OPER-DETAILS
           END-REWRITE
           CLOSE FXOPERATOR
           MOVE "C" TO SLOG-EVENT
           MOVE SIGNON-OPER-ID TO SLOG-OPER-ID
           MOVE "PASSWORD CHANGED AT SIGN-ON" TO SLOG-DETAIL
           CALL "SECLOG" USING SECLOG-REQUEST
       EXIT SECTION.

       200-WRITE-SESSION SECTION.
