      ******************************************************************
      *    LAB | THIRD PART | DELICIOUSSANDWICH
      ******************************************************************
      *    BREADWICH | FOOD SAFETY
      ******************************************************************
      *    CLEANING SCHEDULE NIGHT STEP - MARKS EVERY CLEANING TASK
      *    LEFT UNSIGNED PAST ITS DUE TIME AS MISSED (EACH ONE GOES
      *    TO THE KITCHEN ON FXNOTIFYQ) AND PUTS THE TASKS DUE TODAY
      *    AND TOMORROW ON THE DAY'S LIST, SO THE MORNING SHIFT
      *    FINDS ITS LIST WAITING WHICHEVER SIDE OF MIDNIGHT THE
      *    NIGHT RUNS. RUNS AS A NIGHTRUN STEP.
      ******************************************************************
      *    V1 | EM ATUALIZACAO | 15.10.2026
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLNCHECK.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       CRT STATUS IS KEYSTATUS.
       REPOSITORY.
       FUNCTION ALL INTRINSIC.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       COPY LK-CLNSCHED.
       COPY LK-RUNLOG.
       01  RUN-START-STAMP                  PIC 9(014).

       78  MODULE-NAME-VIEW    VALUE "CLEANING SCHEDULE CHECK".
       78  BACK-EXIT           VALUE "F3 - BACK".
       78  CHECK-DONE
           VALUE "CLEANING SCHEDULE CHECKED, PRESS ANY KEY".

       77  DUMMY                            PIC X(001).
       77  KEYSTATUS                        PIC 9(004).
       01  MISSED-COUNT                     PIC 9(005).
       01  LISTED-COUNT                     PIC 9(005).
       01  TODAY-DATE                       PIC 9(008).

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
           MOVE ZERO TO LISTED-COUNT
      *> THE MISSED CHECK COMES FIRST, SO THE LISTS IT IS ABOUT TO
      *> WRITE ARE NOT MARKED BEFORE ANYONE HAS SEEN THEM
           SET CLNS-ACTION-MISSED TO TRUE
           MOVE SPACES TO CLNS-SITE CLNS-TEXT
           MOVE ZERO TO CLNS-DATE CLNS-SEQ
           CALL "CLNSCHED" USING CLNSCHED-REQUEST
           MOVE CLNS-COUNT TO MISSED-COUNT
           SET CLNS-ACTION-GENERATE TO TRUE
           MOVE TODAY-DATE TO CLNS-DATE
           CALL "CLNSCHED" USING CLNSCHED-REQUEST
           ADD CLNS-COUNT TO LISTED-COUNT
           SET CLNS-ACTION-GENERATE TO TRUE
           COMPUTE CLNS-DATE =
               DATE-OF-INTEGER (INTEGER-OF-DATE (TODAY-DATE) + 1)
           CALL "CLNSCHED" USING CLNSCHED-REQUEST
           ADD CLNS-COUNT TO LISTED-COUNT
           MOVE "CLNCHECK" TO RLOG-PROGRAM
           MOVE RUN-START-STAMP TO RLOG-START-STAMP
           COMPUTE RLOG-PROCESSED = LISTED-COUNT + MISSED-COUNT
           MOVE LISTED-COUNT TO RLOG-ACCEPTED
           MOVE MISSED-COUNT TO RLOG-REJECTED
           MOVE "C" TO RLOG-STATUS
           CALL "RUNLOG" USING RUNLOG-REQUEST
           MOVE CHECK-DONE TO ERROR-TEXT
           ACCEPT ERROR-ZONE
           EXIT PROGRAM.
