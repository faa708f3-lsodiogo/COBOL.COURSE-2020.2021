      ******************************************************************
      *    LAB | THIRD PART | DELICIOUSSANDWICH
      ******************************************************************
      *    BREADWICH | OPERATIONS
      ******************************************************************
      *    TRANSMISSION EXCEPTIONS - THE MORNING LIST OF EVERY
      *    OUTBOUND FILE ON FXTXREG THE RECEIVER HAS NOT YET
      *    ACKNOWLEDGED: CREATED BUT NEVER SENT, SENT BUT NOT
      *    ACKNOWLEDGED, AND FAILED AWAITING A RE-SEND, EACH WITH ITS
      *    AGE IN DAYS, SO A LOST OR STUCK FILE IS CHASED BEFORE THE
      *    SUPPLIER OR THE BANK CALLS. RUN AS A STEP OF THE NIGHTLY
      *    BATCH SO IT IS WAITING IN THE CATALOG EACH MORNING.
      ******************************************************************
      *    V1 | EM ATUALIZACAO | 15.10.2026
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPORT-TXEXCEPT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       CRT STATUS IS KEYSTATUS.
       REPOSITORY.
       FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

               SELECT FXTXREG ASSIGN TO "FXTXREG"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS TXM-ID
                   FILE STATUS TXM-STATUS-FS.

               SELECT TXEXCEPT-FILE ASSIGN TO REPORT-FILENAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS TXEXCEPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD FXTXREG.
           COPY FD-TXREG.
       FD TXEXCEPT-FILE.
       01  TXEXCEPT-LINE                    PIC X(110).

       WORKING-STORAGE SECTION.
       COPY LK-RUNLOG.
       COPY LK-RPTCAT.

       78  MODULE-NAME-VIEW    VALUE "TRANSMISSION EXCEPTIONS".
       78  BACK-EXIT           VALUE "F3 - BACK".
       78  TXEXCEPT-DONE
           VALUE "TRANSMISSION EXCEPTION LIST PRODUCED, SEE THE DATED "-
           "FILE, PRESS ANY KEY".
       78  ERROR-FILE-STATUS-MSG
           VALUE "FILE ERROR, STATUS CODE: ".

       77  DUMMY                            PIC X(001).
       77  KEYSTATUS                        PIC 9(004).
       77  TXM-STATUS-FS                    PIC 9(002).
       77  TXEXCEPT-STATUS                  PIC 9(002).
       77  FILE-ERROR-STATUS                PIC 9(002).

       01  TXM-EOF-FLAG                     PIC X(001) VALUE "N".
           88  EOF-TXM                      VALUE "Y".

       01  TODAY-DATE                       PIC 9(008).
       01  CREATED-DATE                     PIC 9(008).
       01  RUN-START-STAMP                  PIC 9(014).
       01  REPORT-FILENAME                  PIC X(040).
       77  LINE-COUNT                       PIC 9(005).
       77  READ-COUNT                       PIC 9(007).
       77  UNSENT-COUNT                     PIC 9(005).
       77  UNACKED-COUNT                    PIC 9(005).
       77  FAILED-COUNT                     PIC 9(005).

       01  TXEXCEPT-TITLE.
           05  FILLER                       PIC X(044)
               VALUE "BREADWICH - UNACKNOWLEDGED OUTBOUND FILES AT".
           05  TT-DATE                      PIC 9(008).

       01  TXEXCEPT-HEADER.
           05  FILLER                       PIC X(052)
               VALUE "ENTRY   INTERFACE    FILE".
           05  FILLER                       PIC X(023)
               VALUE "RECORDS  CONTROL TOTAL ".
           05  FILLER                       PIC X(027)
               VALUE " STATUS        CREATED  AGE".

       01  TXEXCEPT-DETAIL.
           05  TD-ID                        PIC 9(007).
           05  FILLER                       PIC X(001) VALUE SPACE.
           05  TD-INTERFACE                 PIC X(012).
           05  FILLER                       PIC X(001) VALUE SPACE.
           05  TD-FILE-NAME                 PIC X(030).
           05  FILLER                       PIC X(001) VALUE SPACE.
           05  TD-RECORDS                   PIC ZZZZZZ9.
           05  FILLER                       PIC X(001) VALUE SPACE.
           05  TD-TOTAL                     PIC ZZZZZZZZZZ9.99.
           05  FILLER                       PIC X(002) VALUE SPACES.
           05  TD-STATUS                    PIC X(012).
           05  FILLER                       PIC X(002) VALUE SPACES.
           05  TD-CREATED                   PIC 9(008).
           05  FILLER                       PIC X(001) VALUE SPACE.
           05  TD-AGE                       PIC ZZZ9.

       01  TOTAL-DETAIL.
           05  FILLER                       PIC X(002) VALUE SPACES.
           05  TL-TEXT                      PIC X(030).
           05  TL-COUNT                     PIC ZZZZ9.

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
           DISPLAY CLEAR-SCREEN
           DISPLAY MAIN-SCREEN
           MOVE FUNCTION CURRENT-DATE (1:14) TO RUN-START-STAMP
           MOVE FUNCTION CURRENT-DATE (1:8) TO TODAY-DATE
           MOVE ZERO TO LINE-COUNT READ-COUNT UNSENT-COUNT
               UNACKED-COUNT FAILED-COUNT
           MOVE SPACES TO REPORT-FILENAME
           STRING "TXEXCEPT-" DELIMITED BY SIZE
               TODAY-DATE DELIMITED BY SIZE
               ".rpt" DELIMITED BY SIZE
               INTO REPORT-FILENAME
           OPEN OUTPUT TXEXCEPT-FILE
           MOVE TODAY-DATE TO TT-DATE
           WRITE TXEXCEPT-LINE FROM TXEXCEPT-TITLE
           MOVE SPACES TO TXEXCEPT-LINE
           WRITE TXEXCEPT-LINE
           WRITE TXEXCEPT-LINE FROM TXEXCEPT-HEADER
           PERFORM 100-LIST-EXCEPTIONS
           PERFORM 200-PRINT-TOTALS
           CLOSE TXEXCEPT-FILE
           MOVE "REPORT-TXEXCEPT" TO RCAT-BASE-NAME
           MOVE REPORT-FILENAME TO RCAT-FILE-NAME
           MOVE "REPORT-TXEXCEPT" TO RCAT-PROGRAM
           MOVE 1 TO RCAT-PAGES
           MOVE LINE-COUNT TO RCAT-LINES
           CALL "RPTCAT" USING RPTCAT-REQUEST
           MOVE "REPORT-TXEXCEPT" TO RLOG-PROGRAM
           MOVE RUN-START-STAMP TO RLOG-START-STAMP
           MOVE READ-COUNT TO RLOG-PROCESSED
           COMPUTE RLOG-ACCEPTED = READ-COUNT - LINE-COUNT
           MOVE LINE-COUNT TO RLOG-REJECTED
           MOVE "C" TO RLOG-STATUS
           CALL "RUNLOG" USING RUNLOG-REQUEST
           MOVE TXEXCEPT-DONE TO ERROR-TEXT
           ACCEPT ERROR-ZONE
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

       100-LIST-EXCEPTIONS SECTION.
           MOVE "N" TO TXM-EOF-FLAG
           OPEN INPUT FXTXREG
           IF TXM-STATUS-FS = 35 THEN
               CLOSE FXTXREG
               EXIT SECTION
           END-IF
           IF TXM-STATUS-FS NOT = ZERO THEN
               MOVE TXM-STATUS-FS TO FILE-ERROR-STATUS
               PERFORM 090-CHECK-FILE-STATUS
           END-IF
           PERFORM UNTIL EOF-TXM
               READ FXTXREG NEXT RECORD
                   AT END SET EOF-TXM TO TRUE
                   NOT AT END
                       ADD 1 TO READ-COUNT
                       IF NOT TXM-STATUS-ACKNOWLEDGED
                           PERFORM 110-PRINT-ONE-EXCEPTION
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FXTXREG
       EXIT SECTION.

       110-PRINT-ONE-EXCEPTION SECTION.
           MOVE TXM-ID TO TD-ID
           MOVE TXM-INTERFACE TO TD-INTERFACE
           MOVE TXM-FILE-NAME TO TD-FILE-NAME
           MOVE TXM-RECORDS TO TD-RECORDS
           MOVE TXM-CONTROL-TOTAL TO TD-TOTAL
           EVALUATE TRUE
               WHEN TXM-STATUS-CREATED
                   MOVE "NEVER SENT" TO TD-STATUS
                   ADD 1 TO UNSENT-COUNT
               WHEN TXM-STATUS-TRANSMITTED
                   MOVE "NOT ACKED" TO TD-STATUS
                   ADD 1 TO UNACKED-COUNT
               WHEN TXM-STATUS-FAILED
                   MOVE "FAILED" TO TD-STATUS
                   ADD 1 TO FAILED-COUNT
               WHEN OTHER
                   MOVE TXM-STATUS TO TD-STATUS
           END-EVALUATE
           MOVE TXM-CREATED-STAMP (1:8) TO CREATED-DATE
           MOVE CREATED-DATE TO TD-CREATED
           COMPUTE TD-AGE = INTEGER-OF-DATE (TODAY-DATE)
               - INTEGER-OF-DATE (CREATED-DATE)
           WRITE TXEXCEPT-LINE FROM TXEXCEPT-DETAIL
           ADD 1 TO LINE-COUNT
       EXIT SECTION.

       200-PRINT-TOTALS SECTION.
           MOVE SPACES TO TXEXCEPT-LINE
           WRITE TXEXCEPT-LINE
           MOVE "CREATED, NEVER SENT" TO TL-TEXT
           MOVE UNSENT-COUNT TO TL-COUNT
           WRITE TXEXCEPT-LINE FROM TOTAL-DETAIL
           MOVE "SENT, NOT ACKNOWLEDGED" TO TL-TEXT
           MOVE UNACKED-COUNT TO TL-COUNT
           WRITE TXEXCEPT-LINE FROM TOTAL-DETAIL
           MOVE "FAILED, AWAITING RE-SEND" TO TL-TEXT
           MOVE FAILED-COUNT TO TL-COUNT
           WRITE TXEXCEPT-LINE FROM TOTAL-DETAIL
       EXIT SECTION.
