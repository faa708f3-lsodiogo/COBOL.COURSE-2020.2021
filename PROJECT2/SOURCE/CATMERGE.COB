      ******************************************************************
      *    LAB | SECOND PART | DELICIOUSSANDWICH
      ******************************************************************
      *    BREADWICH | CATEGORY MANAGEMENT
      ******************************************************************
      *    CATEGORIES MODULE - MERGES A RETIRING CATEGORY INTO THE ONE
      *    THAT IS KEPT: EVERY FXINGREDS AND FXSANDWICHES RECORD THAT
      *    POINTS AT THE RETIRING CATEGORY IS RE-POINTED, BUDGET LINES
      *    KEYED BY IT ARE FLAGGED FOR REVIEW, THE RETIRED CATEGORY IS
      *    ARCHIVED TO FXCATEGORIESDEL AND EVERY CHANGED RECORD IS
      *    LISTED ON A DATED MERGE LOG. SUPERVISOR ONLY.
      ******************************************************************
      *    V1 | EM ATUALIZACAO | 15.10.2026
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CATMERGE.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       CRT STATUS IS KEYSTATUS.
       REPOSITORY.
       FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               SELECT FXCATEGO ASSIGN TO "FXCATEGORIES"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS CATEGORY-ID
                   FILE STATUS CATE-STATUS.

               SELECT FXCATEGODEL ASSIGN TO "FXCATEGORIESDEL"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS DEL-CATEGORY-ID
                   FILE STATUS DEL-CATE-STATUS.

               SELECT FXINGRED ASSIGN TO "FXINGREDS"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS INGREDS-ID
                   FILE STATUS INGRED-STATUS.

               SELECT FXSANDWICH ASSIGN TO "FXSANDWICHES"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS SANDWICH-ID
                   FILE STATUS SAND-STATUS.

               SELECT FXBUDGET ASSIGN TO "FXBUDGET"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS BUD-ID
                   FILE STATUS BUD-STATUS-FS.

               SELECT LISTING-FILE ASSIGN TO REPORT-FILENAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS LISTING-STATUS.

       DATA DIVISION.
       FILE SECTION.
           FD FXCATEGO.
           COPY CATEGORYFX.

           FD FXCATEGODEL.
           COPY DELCATEGORYFX.

           FD FXINGRED.
           COPY FD-INGREDSFX.

           FD FXSANDWICH.
           COPY FD-SANDWICH.

           FD FXBUDGET.
           COPY FD-BUDGET.

           FD LISTING-FILE.
           01  LISTING-LINE                 PIC X(080).

       WORKING-STORAGE SECTION.

           COPY CONSTANTS-CTM.
           COPY LK-LOCKREC.
           COPY LK-RUNLOG.
           COPY LK-RPTCAT.

       01 KEEP-CATEGORY-DETAILS.
           05 KEEP-CATEGORY-ID                 PIC 9(005).
           05 KEEP-CATEGORY-NAME               PIC X(030).
           05 FILLER                           PIC X(067).

       01 RETIRE-CATEGORY-DETAILS.
           05 RETIRE-CATEGORY-ID               PIC 9(005).
           05 RETIRE-CATEGORY-NAME             PIC X(030).
           05 FILLER                           PIC X(067).

       01  MERGE-ANSWER                        PIC X(002).
           88 MERGE-ANSWER-YES                 VALUE "Y" "y" "S" "s".
           88 MERGE-ANSWER-VALID               VALUE "Y" "y" "N" "n" "S"
                                                       "s".
       77  DUMMY                               PIC X(001).
       77  CATE-STATUS                         PIC 9(002).
       77  DEL-CATE-STATUS                     PIC 9(002).
       77  INGRED-STATUS                       PIC 9(002).
       77  SAND-STATUS                         PIC 9(002).
       77  BUD-STATUS-FS                       PIC 9(002).
       77  LISTING-STATUS                      PIC 9(002).
       77  KEYSTATUS                           PIC 9(004).
       77  FILE-ERROR-STATUS                   PIC 9(002).
       01  ASK-KEEP-ID                         PIC 9(005).
       01  ASK-RETIRE-ID                       PIC 9(005).
       01  CATEEXIST                           PIC X(002).
           88 CATEEXIST-YES                    VALUE "Y".
       01  KEEP-LOCKED                         PIC X(001) VALUE "N".
           88 KEEP-LOCKED-YES                  VALUE "Y".
       01  RETIRE-LOCKED                       PIC X(001) VALUE "N".
           88 RETIRE-LOCKED-YES                VALUE "Y".
       01  LOCK-KEY-ID                         PIC 9(005).
       01  BUDGET-MATCH                        PIC X(001) VALUE "N".
           88 BUDGET-MATCH-YES                 VALUE "Y".
       77 INGRED-COUNT                         PIC 9(005).
       77 SAND-COUNT                           PIC 9(005).
       77 BUDGET-COUNT                         PIC 9(005).
       77 LINE-COUNT                           PIC 9(007).
       01 RUN-START-STAMP                      PIC 9(014).
       01 REPORT-FILENAME                      PIC X(040).

      *> ONE LOG LINE PER RECORD CHANGED: WHICH FILE, ITS KEY, ITS
      *> NAME (OR BUDGET PERIOD/TYPE) AND WHAT WAS DONE TO IT
       01  LISTING-DETAIL.
           05  LST-FILE                     PIC X(012).
           05  FILLER                       PIC X(002) VALUE SPACES.
           05  LST-KEY                      PIC X(013).
           05  FILLER                       PIC X(002) VALUE SPACES.
           05  LST-NAME                     PIC X(030).
           05  FILLER                       PIC X(002) VALUE SPACES.
           05  LST-RESULT                   PIC X(019).

       01  LISTING-HEADER.
           05  FILLER                       PIC X(016)
               VALUE "CATEGORY MERGE: ".
           05  LSH-RETIRE-ID                PIC 9(005).
           05  FILLER                       PIC X(001) VALUE SPACE.
           05  LSH-RETIRE-NAME              PIC X(020).
           05  FILLER                       PIC X(006) VALUE " INTO ".
           05  LSH-KEEP-ID                  PIC 9(005).
           05  FILLER                       PIC X(001) VALUE SPACE.
           05  LSH-KEEP-NAME                PIC X(020).

       01  LISTING-TOTALS.
           05  FILLER                       PIC X(013)
               VALUE "INGREDIENTS: ".
           05  LST-INGRED-TOTAL             PIC ZZZZ9.
           05  FILLER                       PIC X(014)
               VALUE "  SANDWICHES: ".
           05  LST-SAND-TOTAL               PIC ZZZZ9.
           05  FILLER                       PIC X(016)
               VALUE "  BUDGET LINES: ".
           05  LST-BUDGET-TOTAL             PIC ZZZZ9.

       78  LST-REPOINTED       VALUE "CATEGORY RE-POINTED".
       78  LST-FLAGGED         VALUE "FLAGGED FOR REVIEW".
       78  LST-ARCHIVED        VALUE "ARCHIVED AND REMOVED".

       01  PERM-QUESTION.
           05  PERM-CODE                    PIC X(001).
           05  PERM-GRANTED                 PIC X(001).
       78  ERROR-NO-PERMISSION
           VALUE "ONLY A SIGNED-ON SUPERVISOR MAY MERGE CATEGORIES".
       SCREEN SECTION.
      ******************************************************************
       01  CLEAR-SCREEN.
           03 BLANK SCREEN.
      ******************************************************************
       01  MAIN-SCREEN
           BACKGROUND-COLOR 7 FOREGROUND-COLOR 0.
           05 VALUE SPACES PIC X(120) LINE 02 COL 01.
           05 VALUE SPACES PIC X(120) LINE 03 COL 01.
           05 VALUE SPACES PIC X(120) LINE 04 COL 01.
           05 VALUE MERGE-MODULE-NAME LINE 03 COL 50.
           05 VALUE SPACES PIC X(95) LINE 24 COL 01.
           05 VALUE SPACES PIC X(95) LINE 25 COL 01.
           05 VALUE SPACES PIC X(95) LINE 26 COL 01.
           05 VALUE SPACES PIC X(23) LINE 24 COL 98.
           05 VALUE SPACES PIC X(23) LINE 25 COL 98.
           05 VALUE SPACES PIC X(23) LINE 26 COL 98.
           05 VALUE BACK-EXIT LINE 25 COL 99 FOREGROUND-COLOR 5.
      ******************************************************************
       01 PICK-MERGE-SCREEN.
           05 VALUE SPACES PIC X(080) LINE 7 COL 08
              BACKGROUND-COLOR 7.
           05 VALUE SPACES PIC X(080) LINE 22 COL 08
              BACKGROUND-COLOR 7.
           05 VALUE MERGE-KEEP-TEXT LINE 10 COL 15.
           05 PM-KEEP-ID PIC 9(005) LINE 10 COL PLUS 1
               TO ASK-KEEP-ID REQUIRED AUTO.
           05 VALUE MERGE-RETIRE-TEXT LINE 12 COL 15.
           05 PM-RETIRE-ID PIC 9(005) LINE 12 COL PLUS 1
               TO ASK-RETIRE-ID REQUIRED AUTO.
      ******************************************************************
       01 VIEW-MERGE.
           05 VALUE SPACES PIC X(080) LINE 7 COL 08
              BACKGROUND-COLOR 7.
           05 VALUE SPACES PIC X(080) LINE 22 COL 08
              BACKGROUND-COLOR 7.
           05 VALUE MERGE-KEEP-TEXT LINE 10 COL 15.
           05 PIC 9(005) LINE 10 COL PLUS 1 FROM KEEP-CATEGORY-ID.
           05 PIC X(030) LINE 10 COL PLUS 2 FROM KEEP-CATEGORY-NAME.
           05 VALUE MERGE-RETIRE-TEXT LINE 12 COL 15.
           05 PIC 9(005) LINE 12 COL PLUS 1 FROM RETIRE-CATEGORY-ID.
           05 PIC X(030) LINE 12 COL PLUS 2 FROM RETIRE-CATEGORY-NAME.
           05 VALUE MERGE-INGRED-COUNT-MSG LINE 15 COL 15
               FOREGROUND-COLOR 5.
           05 PIC ZZZZ9 LINE 15 COL PLUS 1 FROM INGRED-COUNT
               FOREGROUND-COLOR 5.
           05 VALUE MERGE-SAND-COUNT-MSG LINE 16 COL 15
               FOREGROUND-COLOR 5.
           05 PIC ZZZZ9 LINE 16 COL PLUS 1 FROM SAND-COUNT
               FOREGROUND-COLOR 5.
           05 VALUE MERGE-BUDGET-COUNT-MSG LINE 17 COL 15
               FOREGROUND-COLOR 5.
           05 PIC ZZZZ9 LINE 17 COL PLUS 1 FROM BUDGET-COUNT
               FOREGROUND-COLOR 5.
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
       01 MERGE-CONFIRM-SCREEN
           BACKGROUND-COLOR 7 FOREGROUND-COLOR 0.
           05 VALUE SPACES PIC X(095) LINE 24 COL 01.
           05 VALUE SPACES PIC X(095) LINE 25 COL 01.
           05 VALUE SPACES PIC X(095) LINE 26 COL 01.
           05 VALUE MERGE-CONFIRM LINE 25 COL 10
               FOREGROUND-COLOR 4 BACKGROUND-COLOR 7.
           05 MC-ANSWER LINE 25 COL PLUS 1 PIC X(002) TO MERGE-ANSWER
               FOREGROUND-COLOR 4 BACKGROUND-COLOR 7 AUTO.
      ******************************************************************

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
      *> LIKE THE DELETE PROGRAMS, A MERGE IS SUPERVISOR-ONLY
           MOVE "V" TO PERM-CODE
           CALL "CHKPERM" USING PERM-QUESTION
           IF PERM-GRANTED NOT = "Y"
               DISPLAY CLEAR-SCREEN
               DISPLAY MAIN-SCREEN
               MOVE ERROR-NO-PERMISSION TO ERROR-TEXT
               ACCEPT ERROR-ZONE
               EXIT PROGRAM
           END-IF
           PERFORM 110-CHECK-IF-DEL-FILE-EXISTS
           PERFORM 100-PICK-CATEGORIES
           IF NOT CATEEXIST-YES OR KEYSTATUS = 1003
               EXIT PROGRAM
           END-IF
           PERFORM 120-LOCK-CATEGORIES
           IF KEEP-LOCKED-YES AND RETIRE-LOCKED-YES
               PERFORM 200-COUNT-DEPENDENTS
               PERFORM 250-CONFIRM-MERGE
               IF MERGE-ANSWER-YES
                   PERFORM 300-MERGE-CATEGORIES
               END-IF
           END-IF
           PERFORM 130-UNLOCK-CATEGORIES
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

       095-ACQUIRE-LOCK SECTION.
           MOVE "A" TO LOCK-ACTION
           MOVE "FXCATEGORIES" TO LOCK-FILE-NAME
           MOVE SPACES TO LOCK-RECORD-KEY
           MOVE LOCK-KEY-ID TO LOCK-RECORD-KEY (1:5)
           CALL "LOCKREC" USING LOCKREC-REQUEST
       EXIT SECTION.

       096-RELEASE-LOCK SECTION.
           MOVE "R" TO LOCK-ACTION
           MOVE "FXCATEGORIES" TO LOCK-FILE-NAME
           MOVE SPACES TO LOCK-RECORD-KEY
           MOVE LOCK-KEY-ID TO LOCK-RECORD-KEY (1:5)
           CALL "LOCKREC" USING LOCKREC-REQUEST
       EXIT SECTION.

      *> BOTH CATEGORIES MUST EXIST AND MUST BE DIFFERENT
       100-PICK-CATEGORIES SECTION.
           MOVE SPACE TO CATEEXIST
           MOVE ZERO TO ASK-KEEP-ID ASK-RETIRE-ID
           DISPLAY CLEAR-SCREEN
           DISPLAY MAIN-SCREEN
           ACCEPT PICK-MERGE-SCREEN
           IF KEYSTATUS = 1003
               EXIT SECTION
           END-IF
           IF ASK-KEEP-ID = ASK-RETIRE-ID
               MOVE MERGE-SAME-ERROR TO ERROR-TEXT
               ACCEPT ERROR-ZONE
               EXIT SECTION
           END-IF
           OPEN INPUT FXCATEGO
           IF CATE-STATUS = 35 THEN
               CLOSE FXCATEGO
               MOVE EMPTY-LIST TO ERROR-TEXT
               ACCEPT ERROR-ZONE
               EXIT SECTION
           END-IF
           IF CATE-STATUS NOT = ZERO THEN
               MOVE CATE-STATUS TO FILE-ERROR-STATUS
               PERFORM 090-CHECK-FILE-STATUS
           END-IF
           MOVE ASK-KEEP-ID TO CATEGORY-ID
           READ FXCATEGO INTO KEEP-CATEGORY-DETAILS
               INVALID KEY
                   MOVE ERROR-CATEID-NO TO ERROR-TEXT
                   ACCEPT ERROR-ZONE
                   CLOSE FXCATEGO
                   EXIT SECTION
           END-READ
           MOVE ASK-RETIRE-ID TO CATEGORY-ID
           READ FXCATEGO INTO RETIRE-CATEGORY-DETAILS
               INVALID KEY
                   MOVE ERROR-CATEID-NO TO ERROR-TEXT
                   ACCEPT ERROR-ZONE
                   CLOSE FXCATEGO
                   EXIT SECTION
           END-READ
           CLOSE FXCATEGO
           MOVE "Y" TO CATEEXIST
       EXIT SECTION.

       110-CHECK-IF-DEL-FILE-EXISTS SECTION.
           OPEN I-O FXCATEGODEL
           IF DEL-CATE-STATUS = "35" THEN
               OPEN OUTPUT FXCATEGODEL
               CLOSE FXCATEGODEL
           ELSE
               IF DEL-CATE-STATUS NOT = ZERO THEN
                   MOVE DEL-CATE-STATUS TO FILE-ERROR-STATUS
                   PERFORM 090-CHECK-FILE-STATUS
               END-IF
               CLOSE FXCATEGODEL
           END-IF
       EXIT SECTION.

      *> NEITHER CATEGORY MAY BE OPEN IN ANOTHER MAINTENANCE SCREEN
      *> WHILE ITS RECORDS ARE BEING MOVED
       120-LOCK-CATEGORIES SECTION.
           MOVE "N" TO KEEP-LOCKED RETIRE-LOCKED
           MOVE KEEP-CATEGORY-ID TO LOCK-KEY-ID
           PERFORM 095-ACQUIRE-LOCK
           IF NOT LOCK-GRANTED
               STRING MERGE-IN-USE DELIMITED BY SIZE
                   LOCK-HOLDER DELIMITED BY SIZE
                   INTO ERROR-TEXT
               ACCEPT ERROR-ZONE
               EXIT SECTION
           END-IF
           MOVE "Y" TO KEEP-LOCKED
           MOVE RETIRE-CATEGORY-ID TO LOCK-KEY-ID
           PERFORM 095-ACQUIRE-LOCK
           IF NOT LOCK-GRANTED
               STRING MERGE-IN-USE DELIMITED BY SIZE
                   LOCK-HOLDER DELIMITED BY SIZE
                   INTO ERROR-TEXT
               ACCEPT ERROR-ZONE
               EXIT SECTION
           END-IF
           MOVE "Y" TO RETIRE-LOCKED
       EXIT SECTION.

       130-UNLOCK-CATEGORIES SECTION.
           IF KEEP-LOCKED-YES
               MOVE KEEP-CATEGORY-ID TO LOCK-KEY-ID
               PERFORM 096-RELEASE-LOCK
           END-IF
           IF RETIRE-LOCKED-YES
               MOVE RETIRE-CATEGORY-ID TO LOCK-KEY-ID
               PERFORM 096-RELEASE-LOCK
           END-IF
       EXIT SECTION.

      *> THE SAME FULL SCANS AS CATEDEL'S DEPENDENT COUNTS (NEITHER
      *> FILE HAS A KEY ON THE CATEGORY ID), PLUS THE BUDGET LINES
      *> THAT 330-FLAG-BUDGET-LINES WILL MARK
       200-COUNT-DEPENDENTS SECTION.
           MOVE ZERO TO INGRED-COUNT SAND-COUNT BUDGET-COUNT
           OPEN INPUT FXINGRED
           IF INGRED-STATUS = ZERO THEN
               PERFORM UNTIL INGRED-STATUS = 10
                   READ FXINGRED NEXT RECORD
                       AT END
                           MOVE 10 TO INGRED-STATUS
                       NOT AT END
                           IF INGREDS-CATEGORY-ID = RETIRE-CATEGORY-ID
                               ADD 1 TO INGRED-COUNT
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE FXINGRED
           OPEN INPUT FXSANDWICH
           IF SAND-STATUS = ZERO THEN
               PERFORM UNTIL SAND-STATUS = 10
                   READ FXSANDWICH NEXT RECORD
                       AT END
                           MOVE 10 TO SAND-STATUS
                       NOT AT END
                           IF SANDWICH-CATEGORY-ID = RETIRE-CATEGORY-ID
                               ADD 1 TO SAND-COUNT
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE FXSANDWICH
           OPEN INPUT FXBUDGET
           IF BUD-STATUS-FS = ZERO THEN
               PERFORM UNTIL BUD-STATUS-FS = 10
                   READ FXBUDGET NEXT RECORD
                       AT END
                           MOVE 10 TO BUD-STATUS-FS
                       NOT AT END
                           PERFORM 335-CHECK-BUDGET-KEY
                   END-READ
               END-PERFORM
           END-IF
           CLOSE FXBUDGET
       EXIT SECTION.

       250-CONFIRM-MERGE SECTION.
           DISPLAY CLEAR-SCREEN
           DISPLAY MAIN-SCREEN
           DISPLAY VIEW-MERGE
           PERFORM WITH TEST AFTER UNTIL MERGE-ANSWER-VALID
               MOVE SPACES TO MC-ANSWER
               ACCEPT MERGE-CONFIRM-SCREEN
               IF KEYSTATUS = 1003
                   MOVE "N" TO MERGE-ANSWER
                   EXIT SECTION
               END-IF
               IF NOT MERGE-ANSWER-VALID
                   MOVE VIEW-CATEGORY-MENU-ERROR TO ERROR-TEXT
                   ACCEPT ERROR-ZONE
               END-IF
           END-PERFORM
           IF NOT MERGE-ANSWER-YES
               MOVE MERGE-NOT-DONE TO ERROR-TEXT
               ACCEPT ERROR-ZONE
           END-IF
       EXIT SECTION.

      *> RE-POINTS THE DEPENDANTS FIRST AND ARCHIVES THE RETIRED
      *> CATEGORY LAST, SO AN INTERRUPTED MERGE CAN SIMPLY BE RUN
      *> AGAIN; THE LOG IS REGISTERED IN THE REPORT CATALOG
       300-MERGE-CATEGORIES SECTION.
           MOVE FUNCTION CURRENT-DATE (1:14) TO RUN-START-STAMP
           MOVE ZERO TO INGRED-COUNT SAND-COUNT BUDGET-COUNT LINE-COUNT
           MOVE SPACES TO REPORT-FILENAME
           STRING "CATMERGE-" DELIMITED BY SIZE
               RUN-START-STAMP DELIMITED BY SIZE
               ".rpt" DELIMITED BY SIZE
               INTO REPORT-FILENAME
           OPEN OUTPUT LISTING-FILE
           MOVE RETIRE-CATEGORY-ID TO LSH-RETIRE-ID
           MOVE RETIRE-CATEGORY-NAME TO LSH-RETIRE-NAME
           MOVE KEEP-CATEGORY-ID TO LSH-KEEP-ID
           MOVE KEEP-CATEGORY-NAME TO LSH-KEEP-NAME
           WRITE LISTING-LINE FROM LISTING-HEADER
           MOVE SPACES TO LISTING-LINE
           WRITE LISTING-LINE
           PERFORM 310-REPOINT-INGREDIENTS
           PERFORM 320-REPOINT-SANDWICHES
           PERFORM 330-FLAG-BUDGET-LINES
           PERFORM 340-ARCHIVE-CATEGORY
           MOVE SPACES TO LISTING-LINE
           WRITE LISTING-LINE
           MOVE INGRED-COUNT TO LST-INGRED-TOTAL
           MOVE SAND-COUNT TO LST-SAND-TOTAL
           MOVE BUDGET-COUNT TO LST-BUDGET-TOTAL
           WRITE LISTING-LINE FROM LISTING-TOTALS
           CLOSE LISTING-FILE
           MOVE "CATMERGE" TO RCAT-BASE-NAME
           MOVE REPORT-FILENAME TO RCAT-FILE-NAME
           MOVE "CATMERGE" TO RCAT-PROGRAM
           MOVE 1 TO RCAT-PAGES
           COMPUTE RCAT-LINES = LINE-COUNT + 4
           CALL "RPTCAT" USING RPTCAT-REQUEST
           MOVE "CATMERGE" TO RLOG-PROGRAM
           MOVE RUN-START-STAMP TO RLOG-START-STAMP
           MOVE LINE-COUNT TO RLOG-PROCESSED
           MOVE LINE-COUNT TO RLOG-ACCEPTED
           MOVE ZERO TO RLOG-REJECTED
           MOVE "C" TO RLOG-STATUS
           CALL "RUNLOG" USING RUNLOG-REQUEST
           MOVE MERGE-DONE TO ERROR-TEXT
           ACCEPT ERROR-ZONE
       EXIT SECTION.

       310-REPOINT-INGREDIENTS SECTION.
           OPEN I-O FXINGRED
           IF INGRED-STATUS = 35 THEN
               CLOSE FXINGRED
               EXIT SECTION
           END-IF
           IF INGRED-STATUS NOT = ZERO THEN
               MOVE INGRED-STATUS TO FILE-ERROR-STATUS
               PERFORM 090-CHECK-FILE-STATUS
           END-IF
           PERFORM UNTIL INGRED-STATUS = 10
               READ FXINGRED NEXT RECORD
                   AT END
                       MOVE 10 TO INGRED-STATUS
                   NOT AT END
                       IF INGREDS-CATEGORY-ID = RETIRE-CATEGORY-ID
                           MOVE KEEP-CATEGORY-ID TO INGREDS-CATEGORY-ID
                           CALL "GETOPER" USING INGREDS-LAST-BY
                           MOVE FUNCTION CURRENT-DATE (1:8)
                               TO INGREDS-LAST-DATE
                           REWRITE INGREDS-DETAILS
                           END-REWRITE
                           ADD 1 TO INGRED-COUNT
                           MOVE "FXINGREDS" TO LST-FILE
                           MOVE SPACES TO LST-KEY
                           MOVE INGREDS-ID TO LST-KEY (1:5)
                           MOVE INGREDS-NAME TO LST-NAME
                           MOVE LST-REPOINTED TO LST-RESULT
                           WRITE LISTING-LINE FROM LISTING-DETAIL
                           ADD 1 TO LINE-COUNT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FXINGRED
       EXIT SECTION.

       320-REPOINT-SANDWICHES SECTION.
           OPEN I-O FXSANDWICH
           IF SAND-STATUS = 35 THEN
               CLOSE FXSANDWICH
               EXIT SECTION
           END-IF
           IF SAND-STATUS NOT = ZERO THEN
               MOVE SAND-STATUS TO FILE-ERROR-STATUS
               PERFORM 090-CHECK-FILE-STATUS
           END-IF
           PERFORM UNTIL SAND-STATUS = 10
               READ FXSANDWICH NEXT RECORD
                   AT END
                       MOVE 10 TO SAND-STATUS
                   NOT AT END
                       IF SANDWICH-CATEGORY-ID = RETIRE-CATEGORY-ID
                           MOVE KEEP-CATEGORY-ID TO SANDWICH-CATEGORY-ID
                           CALL "GETOPER" USING SANDWICH-LAST-BY
                           MOVE FUNCTION CURRENT-DATE (1:8)
                               TO SANDWICH-LAST-DATE
                           REWRITE SANDWICH-DETAILS
                           END-REWRITE
                           ADD 1 TO SAND-COUNT
                           MOVE "FXSANDWICHES" TO LST-FILE
                           MOVE SPACES TO LST-KEY
                           MOVE SANDWICH-ID TO LST-KEY (1:5)
                           MOVE SANDWICH-NAME TO LST-NAME
                           MOVE LST-REPOINTED TO LST-RESULT
                           WRITE LISTING-LINE FROM LISTING-DETAIL
                           ADD 1 TO LINE-COUNT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FXSANDWICH
       EXIT SECTION.

      *> THE BUDGET LINES ARE NOT MOVED: THE TARGET FOR THE KEPT
      *> CATEGORY MAY NEED TO ABSORB THE RETIRED ONE'S, WHICH IS A
      *> DECISION FOR THE OWNER, SO THE LINE IS ONLY MARKED AND THE
      *> BUDGET REPORT SHOWS IT AS "REVIEW"
       330-FLAG-BUDGET-LINES SECTION.
           OPEN I-O FXBUDGET
           IF BUD-STATUS-FS = 35 THEN
               CLOSE FXBUDGET
               EXIT SECTION
           END-IF
           IF BUD-STATUS-FS NOT = ZERO THEN
               MOVE BUD-STATUS-FS TO FILE-ERROR-STATUS
               PERFORM 090-CHECK-FILE-STATUS
           END-IF
           PERFORM UNTIL BUD-STATUS-FS = 10
               READ FXBUDGET NEXT RECORD
                   AT END
                       MOVE 10 TO BUD-STATUS-FS
                   NOT AT END
                       PERFORM 335-CHECK-BUDGET-KEY
                       IF BUDGET-MATCH-YES
                           SET BUD-FOR-REVIEW TO TRUE
                           CALL "GETOPER" USING BUD-LAST-BY
                           MOVE FUNCTION CURRENT-DATE (1:8)
                               TO BUD-LAST-DATE
                           REWRITE BUD-DETAILS
                           END-REWRITE
                           MOVE "FXBUDGET" TO LST-FILE
                           MOVE SPACES TO LST-KEY
                           STRING BUD-PERIOD DELIMITED BY SIZE
                               "/" DELIMITED BY SIZE
                               BUD-TYPE DELIMITED BY SIZE
                               "/" DELIMITED BY SIZE
                               BUD-KEY DELIMITED BY SIZE
                               INTO LST-KEY
                           MOVE SPACES TO LST-NAME
                           MOVE LST-FLAGGED TO LST-RESULT
                           WRITE LISTING-LINE FROM LISTING-DETAIL
                           ADD 1 TO LINE-COUNT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FXBUDGET
       EXIT SECTION.

      *> "PU" AND "SA" LINES ARE KEYED BY SUPPLIER AND SCHOOL, AND
      *> "WA"/"SV" CARRY A ZERO KEY; ANY OTHER TYPE IS A TARGET THE
      *> OWNER KEYED AGAINST A CATEGORY, AND COUNTS WHEN ITS KEY IS
      *> THE RETIRING CATEGORY
       335-CHECK-BUDGET-KEY SECTION.
           MOVE "N" TO BUDGET-MATCH
           IF BUD-KEY = RETIRE-CATEGORY-ID AND
               BUD-TYPE NOT = "PU" AND BUD-TYPE NOT = "SA" AND
               BUD-TYPE NOT = "WA" AND BUD-TYPE NOT = "SV"
               MOVE "Y" TO BUDGET-MATCH
               ADD 1 TO BUDGET-COUNT
           END-IF
       EXIT SECTION.

      *> SAME WRITE-THEN-DELETE AS CATEDEL'S 120-DELETE-CATEGORY
       340-ARCHIVE-CATEGORY SECTION.
           OPEN I-O FXCATEGO FXCATEGODEL
           IF CATE-STATUS NOT = ZERO THEN
               MOVE CATE-STATUS TO FILE-ERROR-STATUS
               PERFORM 090-CHECK-FILE-STATUS
           END-IF
           IF DEL-CATE-STATUS NOT = ZERO THEN
               MOVE DEL-CATE-STATUS TO FILE-ERROR-STATUS
               PERFORM 090-CHECK-FILE-STATUS
           END-IF
           MOVE RETIRE-CATEGORY-ID TO CATEGORY-ID
           READ FXCATEGO
               INVALID KEY
                   CLOSE FXCATEGO FXCATEGODEL
                   EXIT SECTION
           END-READ
           MOVE CATEGORY-DETAILS TO DEL-CATEGORY-DETAILS
           MOVE ZERO TO DEL-CATEGORY-IS-ACTIVE
           CALL "GETOPER" USING DEL-CATEGORY-LAST-BY
           MOVE FUNCTION CURRENT-DATE (1:8)
               TO DEL-CATEGORY-LAST-DATE
           WRITE DEL-CATEGORY-DETAILS
               INVALID KEY
                   REWRITE DEL-CATEGORY-DETAILS
                   END-REWRITE
           END-WRITE
           DELETE FXCATEGO
           END-DELETE
           CLOSE FXCATEGO FXCATEGODEL
           MOVE "FXCATEGORIES" TO LST-FILE
           MOVE SPACES TO LST-KEY
           MOVE RETIRE-CATEGORY-ID TO LST-KEY (1:5)
           MOVE RETIRE-CATEGORY-NAME TO LST-NAME
           MOVE LST-ARCHIVED TO LST-RESULT
           WRITE LISTING-LINE FROM LISTING-DETAIL
           ADD 1 TO LINE-COUNT
       EXIT SECTION.
