      ******************************************************************
      *    LAB | THIRD PART | DELICIOUSSANDWICH
      ******************************************************************
      *    BREADWICH | PRODUCTION
      ******************************************************************
      *    SHORTAGE ALLOCATION - RUN BETWEEN PRODCONF AND DISPATCH
      *    WHEN THE KITCHEN MADE FEWER OF A SANDWICH THAN WAS ORDERED
      *    (AN INGREDIENT RAN OUT, A LINE WENT DOWN). THE KITCHEN KEYS
      *    THE QUANTITY ACTUALLY MADE FOR EACH SANDWICH THAT FELL
      *    SHORT OR OVER; THE SHORTFALL IS SHARED ACROSS THE SITE'S
      *    SCHOOLS BY THE RULE CHOSEN - PRO-RATA, PRIORITY SCHOOLS
      *    FIRST (SCHOOL-SHORT-PRIORITY) OR NAMED SPECIAL-DIET MEALS
      *    FIRST - AND THE SURPLUS OF ANY SANDWICH MADE OVER ITS ORDER
      *    IS PROPOSED AS A SUBSTITUTE, THE SAME CATEGORY FIRST. A
      *    NAMED MEAL IS NEVER CUT UNDER ANY RULE: IT IS PART OF ITS
      *    LINE'S QUANTITY AND IS LABELLED FOR ONE PUPIL. ONCE THE
      *    PREVIEW IS CONFIRMED THE OPEN FXORDERS LINES ARE CUT (AND
      *    THE SUBSTITUTES ADDED) BEFORE THE DISPATCH NOTES PRINT,
      *    EVERY CHANGE IS LOGGED ON FXLATECHG, THE SHORT QUANTITIES
      *    ARE KEPT ON FXSHORTFALL AS OUR OWN SHORTFALL FOR THE
      *    FILL-RATE REPORT, THE DAY'S BATCH QUANTITIES ARE SET TO
      *    WHAT WAS MADE AND EACH SCHOOL THAT GOES SHORT IS SENT A
      *    NOTICE.
      ******************************************************************
      *    V1 | EM ATUALIZACAO | 15.10.2026
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SHORTALLOC.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       CRT STATUS IS KEYSTATUS.
       REPOSITORY.
       FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

               SELECT FXORDERS ASSIGN TO "FXORDERS"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS ORD-ID
                   ALTERNATE RECORD KEY IS ORD-DELIVERY-DATE
                       WITH DUPLICATES
                   FILE STATUS ORD-STATUS-FS.

               SELECT FXSCHOOL ASSIGN TO "FXSCHOOLS"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS SCHOOL-ID
                   FILE STATUS SCHOOL-STATUS.

               SELECT FXCUSTOMER ASSIGN TO "FXCUSTOMER"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS CUST-ID
                   FILE STATUS CUST-STATUS-FS.

               SELECT FXSANDWICH ASSIGN TO "FXSANDWICHES"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS SANDWICH-ID
                   FILE STATUS SANDWICH-STATUS.

               SELECT FXMEALORD ASSIGN TO "FXMEALORD"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS MEAL-ID
                   FILE STATUS MEAL-STATUS-FS.

               SELECT FXPRODRUN ASSIGN TO "FXPRODRUN"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS PRUN-KEY
                   FILE STATUS PRUN-STATUS-FS.

               SELECT FXPRODBATCH ASSIGN TO "FXPRODBATCH"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS PBAT-CODE
                   FILE STATUS PBAT-STATUS-FS.

               SELECT FXDAYCLOSE ASSIGN TO "FXDAYCLOSE"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS DCL-DATE
                   FILE STATUS DCL-STATUS-FS.

               SELECT FXLATECHG ASSIGN TO "FXLATECHG"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS LCH-ID
                   FILE STATUS LCH-STATUS-FS.

               SELECT FXSHORTFALL ASSIGN TO "FXSHORTFALL"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS SHF-KEY
                   FILE STATUS SHF-STATUS-FS.

       DATA DIVISION.
       FILE SECTION.
       FD FXORDERS.
           COPY FD-ORDERS.
       FD FXSCHOOL.
           COPY SCHOOLFX.
       FD FXCUSTOMER.
           COPY FD-CUSTOMER.
       FD FXSANDWICH.
           COPY FD-SANDWICH.
       FD FXMEALORD.
           COPY FD-MEALORD.
       FD FXPRODRUN.
           COPY FD-PRODRUN.
       FD FXPRODBATCH.
           COPY FD-PRODBATCH.
       FD FXDAYCLOSE.
           COPY FD-DAYCLOSE.
       FD FXLATECHG.
           COPY FD-LATECHG.
       FD FXSHORTFALL.
           COPY FD-SHORTFALL.

       WORKING-STORAGE SECTION.
       COPY LK-RUNLOG.
       COPY LK-NOTIFY.
       COPY LK-SITEINFO.

       78  MODULE-NAME-VIEW    VALUE "SHORTAGE ALLOCATION".
       78  BACK-EXIT           VALUE "F3 - BACK".
       78  GEN-TEXT-DATE       VALUE " DELIVERY DATE:".
       78  GEN-TEXT-SITE       VALUE "SITE (BLANK = 01):".
       78  KEY-SAND-TEXT       VALUE "SANDWICH ID (BLANK = DONE):".
       78  KEY-MADE-TEXT       VALUE "      QUANTITY MADE:".
       78  KEY-ORDERED-TEXT    VALUE "ORDERED:".
       78  KEY-MEALS-TEXT      VALUE "NAMED MEALS:".
       78  KEY-LIST-TEXT
           VALUE "SAND.  NAME                            "-
           "ORDERED   MADE".
       78  RULE-TEXT           VALUE "SHARE THE SHORTFALL BY RULE:".
       78  RULE-1-TEXT         VALUE "1 - PRO-RATA ACROSS THE SCHOOLS".
       78  RULE-2-TEXT
           VALUE "2 - PRIORITY SCHOOLS FILLED FIRST".
       78  RULE-3-TEXT
           VALUE "3 - NAMED SPECIAL-DIET MEALS FIRST".
       78  RULE-MEALS-NOTE
           VALUE "NAMED MEALS ARE NEVER CUT, WHATEVER THE RULE".
       78  PREVIEW-HEAD-TEXT
           VALUE "SCHOOL  SAND.  NAME                  ORDER.  "-
           "NEW     SHORT   SUBST.  QTY".
       78  PREVIEW-LINES-TEXT  VALUE "LINES CUT:".
       78  PREVIEW-SHORT-TEXT  VALUE "SHORT:".
       78  PREVIEW-SUB-TEXT    VALUE "SUBSTITUTED:".
       78  CONFIRM-TEXT
           VALUE "CUT THESE ORDER LINES AS SHOWN? (Y)ES/(N)O".
       78  CONFIRM-SUB-TEXT
           VALUE "SEND THE PROPOSED SUBSTITUTES? (Y)ES/(N)O".
       78  VIEW-NEXT-TEXT      VALUE "PRESS ANY KEY TO GO FORWARD".
       78  ERROR-INVALID-DATE
           VALUE "INVALID DELIVERY DATE, TRY AGAIN".
       78  ERROR-NO-SITE       VALUE "THAT SITE IS NOT ON FILE".
       78  ERROR-PERIOD-CLOSED
           VALUE "THAT DATE FALLS IN A CLOSED ACCOUNTING PERIOD".
       78  ERROR-DAY-CLOSED
           VALUE "THAT DELIVERY DATE WAS CLOSED BY THE END-OF-DAY "-
           "RUN - NO BACKDATED ENTRIES".
       78  ERROR-NOT-CONFIRMED
           VALUE "CONFIRM THE PRODUCTION RUN FOR THAT DAY AND SITE "-
           "FIRST (PRODCONF)".
       78  ERROR-NO-ORDERS
           VALUE "NO OPEN ORDERS FOR THAT DAY AND SITE".
       78  ERROR-NO-SANDWICH   VALUE "NO SANDWICH WITH THAT ID".
       78  ERROR-ALREADY-KEYED
           VALUE "THAT SANDWICH IS ALREADY KEYED".
       78  ERROR-ALREADY-ALLOCATED
           VALUE "THAT SANDWICH WAS ALREADY ALLOCATED FOR THE DAY "-
           "AND SITE".
       78  ERROR-MADE-EQUALS
           VALUE "MADE EQUALS ORDERED - NOTHING TO SHARE".
       78  ERROR-BELOW-MEALS
           VALUE "FEWER MADE THAN THE NAMED MEALS ON ORDER - THE "-
           "MEALS MUST BE MADE".
       78  ERROR-LIST-FULL
           VALUE "NO ROOM FOR MORE SANDWICHES IN ONE ALLOCATION".
       78  ERROR-RULE          VALUE "RULE MUST BE 1, 2 OR 3".
       78  ERROR-TOO-MANY-LINES
           VALUE "TOO MANY ORDER LINES TO SHARE IN ONE ALLOCATION".
       78  NOTHING-SHORT-TEXT
           VALUE "NO SANDWICH KEYED SHORT - NOTHING TO ALLOCATE".
       78  ALLOC-ABANDONED
           VALUE "NOTHING CHANGED, PRESS ANY KEY".
       78  ALLOC-DONE-TEXT     VALUE "LINES CUT:".
       78  ALLOC-SKIP-TEXT     VALUE "CHANGED SINCE PREVIEW:".
       78  ALLOC-NOTICE-TEXT   VALUE "SCHOOLS NOTIFIED:".
       78  NOTICE-LEAD-TEXT    VALUE "PRODUCTION SHORTFALL ".
       78  NOTICE-SHORT-TEXT   VALUE " - SHORT:".
       78  NOTICE-SUB-TEXT     VALUE " SUBSTITUTED:".
       78  SHORTAGE-REASON-LEAD
           VALUE "SHORTAGE - ".
       78  ERROR-FILE-STATUS-MSG
           VALUE "FILE ERROR, STATUS CODE: ".

       77  DUMMY                            PIC X(001).
       77  KEYSTATUS                        PIC 9(004).
       77  ORD-STATUS-FS                    PIC 9(002).
       77  SCHOOL-STATUS                    PIC 9(002).
       77  CUST-STATUS-FS                   PIC 9(002).
       COPY CONSTANTS-CUST.
       77  SANDWICH-STATUS                  PIC 9(002).
       77  MEAL-STATUS-FS                   PIC 9(002).
       77  PRUN-STATUS-FS                   PIC 9(002).
       77  PBAT-STATUS-FS                   PIC 9(002).
       77  DCL-STATUS-FS                    PIC 9(002).
       77  LCH-STATUS-FS                    PIC 9(002).
       77  SHF-STATUS-FS                    PIC 9(002).
       77  FILE-ERROR-STATUS                PIC 9(002).

       01  PERCHK-REQUEST.
           05  PERCHK-DATE                  PIC 9(008).
           05  PERCHK-OPEN                  PIC X(001).
               88  PERCHK-OPEN-YES          VALUE "Y".

       01  BISSEXTO                         PIC X(001) VALUE "N".
           88  BISSEXTO-YES                 VALUE "S".
       01  VALID-DATE-FLAG                  PIC X(001) VALUE "N".
           88  VALID-DATE-YES               VALUE "Y".
       01  GEN-DATE.
           05  GEN-YEAR                     PIC 9(004).
           05  GEN-MONTH                    PIC 9(002).
           05  GEN-DAY                      PIC 9(002).
       01  GEN-DATE-NUM REDEFINES GEN-DATE  PIC 9(008).

       01  PROD-SITE                        PIC X(002).
       01  CHECK-SITE                       PIC X(002).
       01  CHECK-SCHOOL-ID                  PIC 9(005).
       01  SCHOOL-IN-SITE                   PIC X(001).
           88  SCHOOL-IN-SITE-YES           VALUE "Y".
       01  DAY-IS-CLOSED                    PIC X(001).
           88  DAY-IS-CLOSED-YES            VALUE "Y".
       01  RUN-IS-CONFIRMED                 PIC X(001).
           88  RUN-IS-CONFIRMED-YES         VALUE "Y".
       01  ANY-ORDERS                       PIC X(001).
           88  ANY-ORDERS-YES               VALUE "Y".
       01  SAND-ALLOCATED                   PIC X(001).
           88  SAND-ALLOCATED-YES           VALUE "Y".
       01  CONFIRM-ANSWER                   PIC X(002).
           88  CONFIRM-YES                  VALUE "Y" "y" "S" "s".
           88  CONFIRM-VALID
               VALUE "Y" "y" "N" "n" "S" "s".

       01  KEY-SAND-ID                      PIC 9(005).
       01  KEY-MADE                         PIC 9(007).
       01  ALLOC-RULE                       PIC 9(001).
           88  RULE-PRO-RATA                VALUE 1.
           88  RULE-PRIORITY                VALUE 2.
           88  RULE-MEALS                   VALUE 3.
           88  RULE-VALID                   VALUE 1 THRU 3.
       01  RULE-NAME                        PIC X(030).

      *> THE DAY'S OPEN QUANTITY AND OPEN NAMED MEALS OF THE SITE,
      *> PER SANDWICH, SO EACH KEYED FIGURE CAN BE TESTED AT ONCE
       78  MAX-ITEM                         VALUE 9999.
       01  SAND-ORDERED-TABLE.
           05  SAND-ORDERED OCCURS MAX-ITEM TIMES
               PIC 9(007).
       01  SAND-MEALS-TABLE.
           05  SAND-MEALS OCCURS MAX-ITEM TIMES
               PIC 9(007).
       77  ITEM-IX                          PIC 9(005).

      *> THE SANDWICHES KEYED; MADE UNDER ORDERED IS A SHORTFALL TO
      *> SHARE, MADE OVER ORDERED IS A SURPLUS TO SUBSTITUTE WITH
       78  MAX-KEYED                        VALUE 200.
       01  KEYED-TABLE.
           05  KEYED-ENTRY OCCURS MAX-KEYED TIMES.
               10  KL-SAND-ID               PIC 9(005).
               10  KL-CATEGORY              PIC 9(005).
               10  KL-ORDERED               PIC 9(007).
               10  KL-MADE                  PIC 9(007).
               10  KL-SURPLUS-LEFT          PIC 9(007).
       01  KEYED-COUNT                      PIC 9(003).
       01  SHORT-COUNT                      PIC 9(003).
       77  KL-IX                            PIC 9(003).
       77  SUB-IX                           PIC 9(003).

      *> ONE ENTRY PER OPEN ORDER LINE OF A SHORT SANDWICH. THE
      *> FLOOR IS THE LINE'S OPEN NAMED MEALS; THE SHARE FLAG MARKS
      *> THE LINES STILL IN THE POOL BEING SHARED OUT
       78  MAX-RESULT                       VALUE 3000.
       01  RESULT-TABLE.
           05  RESULT-ENTRY OCCURS MAX-RESULT TIMES.
               10  RES-SCHOOL-ID            PIC 9(005).
               10  RES-SAND-ID              PIC 9(005).
               10  RES-KL-IX                PIC 9(003).
               10  RES-ORDERED              PIC 9(005).
               10  RES-FLOOR                PIC 9(005).
               10  RES-PRIORITY             PIC X(001).
                   88  RES-PRIORITY-YES     VALUE "Y".
               10  RES-SHARE                PIC X(001).
                   88  RES-SHARE-YES        VALUE "Y".
               10  RES-ALLOC                PIC 9(005).
               10  RES-SUB-SAND-ID          PIC 9(005).
               10  RES-SUB-QTY              PIC 9(005).
       01  RESULT-COUNT                     PIC 9(004).
       01  RESULT-FULL                      PIC X(001).
           88  RESULT-FULL-YES              VALUE "Y".
       77  RES-IX                           PIC 9(004).
       77  RES-IX2                          PIC 9(004).

       01  CUR-SAND                         PIC 9(005).
       01  AVAIL                            PIC 9(007).
       01  POOL-ROOM                        PIC 9(009).
       01  POOL-AVAIL                       PIC 9(007).
       01  GIVE                             PIC 9(007).
       01  NEED                             PIC 9(007).
       01  BEST-IX                          PIC 9(004).
       01  BEST-EXCESS                      PIC 9(005).
       01  LINE-MEALS                       PIC 9(005).
       01  SHORT-QTY                        PIC 9(005).

      *> WHAT EACH SCHOOL LOST AND WAS SENT INSTEAD, FOR ITS NOTICE
       78  MAX-SCHOOL                       VALUE 99999.
       01  SCHOOL-SHORT-TABLE.
           05  SCH-SHORT-QTY OCCURS MAX-SCHOOL TIMES
               PIC 9(005).
       01  SCHOOL-SUB-TABLE.
           05  SCH-SUB-QTY OCCURS MAX-SCHOOL TIMES
               PIC 9(005).
       77  SCHOOL-IX                        PIC 9(005).

       01  LOG-SCHOOL-ID                    PIC 9(005).
       01  LOG-SAND-ID                      PIC 9(005).
       01  LOG-OLD-QTY                      PIC 9(005).
       01  LOG-NEW-QTY                      PIC 9(005).

       01  ORD-EOF-FLAG                     PIC X(001) VALUE "N".
           88  EOF-ORD                      VALUE "Y".
       01  MEAL-EOF-FLAG                    PIC X(001) VALUE "N".
           88  EOF-MEAL                     VALUE "Y".
       01  LCH-EOF-FLAG                     PIC X(001) VALUE "N".
           88  EOF-LCH                      VALUE "Y".
       01  SHF-EOF-FLAG                     PIC X(001) VALUE "N".
           88  EOF-SHF                      VALUE "Y".

       01  NEXT-LCH-ID                      PIC 9(006).
       01  LCH-OPEN                         PIC X(001).
           88  LCH-OPEN-YES                 VALUE "Y".
       01  PREVIEW-LINES                    PIC 9(005).
       01  PREVIEW-SHORT                    PIC 9(007).
       01  PREVIEW-SUB                      PIC 9(007).
       01  CHANGED-COUNT                    PIC 9(005).
       01  SKIPPED-COUNT                    PIC 9(005).
       01  NOTICE-COUNT                     PIC 9(005).
       01  RUN-START-STAMP                  PIC 9(014).
       77  LINE-ON-PAGE                     PIC 9(002).
       77  SCREEN-LIN                       PIC 9(002).
       01  SHOW-COUNT                       PIC ZZZZ9.
       01  SHOW-SKIP                        PIC ZZZZ9.
       01  SHOW-NOTICE                      PIC ZZZZ9.
       01  SHOW-SHORT                       PIC ZZZZ9.
       01  SHOW-SUB                         PIC ZZZZ9.
       01  SHOW-DATE                        PIC X(010).
       01  BLANK-NAME                       PIC X(030) VALUE SPACES.

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
       01  ASK-DATE-SCREEN.
           05 VALUE GEN-TEXT-DATE LINE 08 COL 15.
           05 AD-DAY PIC 9(002) LINE 08 COL PLUS 1
               TO GEN-DAY REQUIRED.
           05 VALUE "/" LINE 08 COL PLUS 1.
           05 AD-MONTH PIC 9(002) LINE 08 COL PLUS 1
               TO GEN-MONTH REQUIRED.
           05 VALUE "/" LINE 08 COL PLUS 1.
           05 AD-YEAR PIC 9(004) LINE 08 COL PLUS 1
               TO GEN-YEAR REQUIRED.
           05 VALUE GEN-TEXT-SITE LINE 09 COL 12.
           05 AD-SITE PIC X(002) LINE 09 COL PLUS 1
               TO PROD-SITE AUTO.
      ******************************************************************
       01  KEY-SAND-SCREEN.
           05 VALUE KEY-SAND-TEXT LINE 06 COL 15.
           05 KS-SAND-ID PIC 9(005) LINE 06 COL PLUS 1
               TO KEY-SAND-ID BLANK WHEN ZERO AUTO.
      ******************************************************************
       01  KEY-MADE-SCREEN.
           05 VALUE KEY-ORDERED-TEXT LINE 07 COL 15.
           05 KM-ORDERED PIC ZZZZZZ9 FROM SAND-ORDERED (ITEM-IX)
               LINE 07 COL PLUS 1.
           05 VALUE KEY-MEALS-TEXT LINE 07 COL 35.
           05 KM-MEALS PIC ZZZZZZ9 FROM SAND-MEALS (ITEM-IX)
               LINE 07 COL PLUS 1.
           05 VALUE KEY-MADE-TEXT LINE 08 COL 15.
           05 KM-MADE PIC 9(007) LINE 08 COL PLUS 1
               TO KEY-MADE AUTO.
      ******************************************************************
       01  KEY-LIST-HEAD-SCREEN.
           05 VALUE KEY-LIST-TEXT LINE 10 COL 15.
      ******************************************************************
       01  ASK-RULE-SCREEN.
           05 VALUE RULE-1-TEXT LINE 08 COL 15.
           05 VALUE RULE-2-TEXT LINE 09 COL 15.
           05 VALUE RULE-3-TEXT LINE 10 COL 15.
           05 VALUE RULE-MEALS-NOTE LINE 12 COL 15.
           05 VALUE RULE-TEXT LINE 14 COL 15.
           05 AR-RULE PIC 9(001) LINE 14 COL PLUS 1
               TO ALLOC-RULE AUTO.
      ******************************************************************
       01  PREVIEW-HEAD-SCREEN.
           05 VALUE PREVIEW-HEAD-TEXT LINE 08 COL 05.
      ******************************************************************
       01  PREVIEW-TOTAL-SCREEN.
           05 VALUE PREVIEW-LINES-TEXT LINE 22 COL 05.
           05 PT-LINES PIC ZZZZ9 FROM PREVIEW-LINES
               LINE 22 COL PLUS 1.
           05 VALUE PREVIEW-SHORT-TEXT LINE 22 COL 30.
           05 PT-SHORT PIC ZZZZZZ9 FROM PREVIEW-SHORT
               LINE 22 COL PLUS 1.
           05 VALUE PREVIEW-SUB-TEXT LINE 22 COL 50.
           05 PT-SUB PIC ZZZZZZ9 FROM PREVIEW-SUB
               LINE 22 COL PLUS 1.
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
       01 CONFIRM-SCREEN
           BACKGROUND-COLOR 7 FOREGROUND-COLOR 0.
           05 VALUE SPACES PIC X(095) LINE 24 COL 01.
           05 VALUE SPACES PIC X(095) LINE 25 COL 01.
           05 VALUE SPACES PIC X(095) LINE 26 COL 01.
           05 VALUE CONFIRM-TEXT LINE 25 COL 10
               FOREGROUND-COLOR 4 BACKGROUND-COLOR 7.
           05 CONFIRM-IT PIC X(002) LINE 25 COL PLUS 1
               TO CONFIRM-ANSWER
               FOREGROUND-COLOR 4 BACKGROUND-COLOR 7 AUTO.
      ******************************************************************
       01 CONFIRM-SUB-SCREEN
           BACKGROUND-COLOR 7 FOREGROUND-COLOR 0.
           05 VALUE SPACES PIC X(095) LINE 24 COL 01.
           05 VALUE SPACES PIC X(095) LINE 25 COL 01.
           05 VALUE SPACES PIC X(095) LINE 26 COL 01.
           05 VALUE CONFIRM-SUB-TEXT LINE 25 COL 10
               FOREGROUND-COLOR 4 BACKGROUND-COLOR 7.
           05 CONFIRM-SUB-IT PIC X(002) LINE 25 COL PLUS 1
               TO CONFIRM-ANSWER
               FOREGROUND-COLOR 4 BACKGROUND-COLOR 7 AUTO.
      ******************************************************************
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 100-ASK-DAY
           IF KEYSTATUS = 1003
               EXIT PROGRAM
           END-IF
           PERFORM 130-TOTAL-DAY-ORDERS
           IF NOT ANY-ORDERS-YES
               MOVE ERROR-NO-ORDERS TO ERROR-TEXT
               ACCEPT ERROR-ZONE
               EXIT PROGRAM
           END-IF
           PERFORM 200-KEY-MADE
           IF KEYSTATUS = 1003
               EXIT PROGRAM
           END-IF
           IF SHORT-COUNT = ZERO
               MOVE NOTHING-SHORT-TEXT TO ERROR-TEXT
               ACCEPT ERROR-ZONE
               EXIT PROGRAM
           END-IF
           PERFORM 300-ASK-RULE
           IF KEYSTATUS = 1003
               EXIT PROGRAM
           END-IF
           PERFORM 400-BUILD-LINES
           IF RESULT-FULL-YES
               MOVE ERROR-TOO-MANY-LINES TO ERROR-TEXT
               ACCEPT ERROR-ZONE
               EXIT PROGRAM
           END-IF
           PERFORM VARYING KL-IX FROM 1 BY 1
               UNTIL KL-IX > KEYED-COUNT
               IF KL-MADE (KL-IX) < KL-ORDERED (KL-IX)
                   PERFORM 420-ALLOCATE-ONE-SANDWICH
               END-IF
           END-PERFORM
           PERFORM 500-PROPOSE-SUBSTITUTES
           PERFORM 600-PREVIEW-ALLOCATION
           MOVE SPACES TO CONFIRM-ANSWER
           PERFORM WITH TEST AFTER UNTIL CONFIRM-VALID
               DISPLAY CONFIRM-SCREEN
               ACCEPT CONFIRM-SCREEN
           END-PERFORM
           IF NOT CONFIRM-YES
               MOVE ALLOC-ABANDONED TO ERROR-TEXT
               ACCEPT ERROR-ZONE
               EXIT PROGRAM
           END-IF
           IF PREVIEW-SUB > ZERO
               MOVE SPACES TO CONFIRM-ANSWER
               PERFORM WITH TEST AFTER UNTIL CONFIRM-VALID
                   DISPLAY CONFIRM-SUB-SCREEN
                   ACCEPT CONFIRM-SUB-SCREEN
               END-PERFORM
               IF NOT CONFIRM-YES
                   PERFORM VARYING RES-IX FROM 1 BY 1
                       UNTIL RES-IX > RESULT-COUNT
                       MOVE ZERO TO RES-SUB-SAND-ID (RES-IX)
                       MOVE ZERO TO RES-SUB-QTY (RES-IX)
                   END-PERFORM
               END-IF
           END-IF
           MOVE FUNCTION CURRENT-DATE (1:14) TO RUN-START-STAMP
           PERFORM 700-APPLY-ALLOCATION
           PERFORM 750-ADJUST-BATCHES
           PERFORM 800-NOTIFY-SCHOOLS
           MOVE "SHORTALLOC" TO RLOG-PROGRAM
           MOVE RUN-START-STAMP TO RLOG-START-STAMP
           MOVE RESULT-COUNT TO RLOG-PROCESSED
           MOVE CHANGED-COUNT TO RLOG-ACCEPTED
           MOVE SKIPPED-COUNT TO RLOG-REJECTED
           MOVE "C" TO RLOG-STATUS
           CALL "RUNLOG" USING RUNLOG-REQUEST
           DISPLAY CLEAR-SCREEN
           DISPLAY MAIN-SCREEN
           MOVE CHANGED-COUNT TO SHOW-COUNT
           MOVE SKIPPED-COUNT TO SHOW-SKIP
           MOVE NOTICE-COUNT TO SHOW-NOTICE
           MOVE SPACES TO ERROR-TEXT
           STRING ALLOC-DONE-TEXT DELIMITED BY SIZE
               SHOW-COUNT DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               ALLOC-SKIP-TEXT DELIMITED BY SIZE
               SHOW-SKIP DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               ALLOC-NOTICE-TEXT DELIMITED BY SIZE
               SHOW-NOTICE DELIMITED BY SIZE
               INTO ERROR-TEXT
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

      *> THE DATE MUST BE A REAL ONE IN AN OPEN PERIOD, NOT YET
      *> SIGNED OFF BY THE END-OF-DAY CLOSE, AND THE SITE'S RUN FOR
      *> IT MUST BE CONFIRMED - THE KITCHEN ONLY KNOWS WHAT IT MADE
      *> ONCE THE RUN IS OVER
       100-ASK-DAY SECTION.
           MOVE "N" TO VALID-DATE-FLAG
           PERFORM WITH TEST AFTER UNTIL VALID-DATE-YES
               OR KEYSTATUS = 1003
               MOVE ZERO TO GEN-DATE-NUM
               MOVE SPACES TO PROD-SITE
               DISPLAY CLEAR-SCREEN
               DISPLAY MAIN-SCREEN
               DISPLAY ASK-DATE-SCREEN
               ACCEPT ASK-DATE-SCREEN
               IF KEYSTATUS = 1003
                   EXIT SECTION
               END-IF
               PERFORM 110-VALIDATE-DATE
               IF VALID-DATE-YES
                   PERFORM 118-VALIDATE-SITE
                   MOVE GEN-DATE-NUM TO PERCHK-DATE
                   CALL "PERCHK" USING PERCHK-REQUEST
                   PERFORM 120-CHECK-DAY-CLOSED
                   PERFORM 140-CHECK-RUN-CONFIRMED
               END-IF
               EVALUATE TRUE
                   WHEN NOT VALID-DATE-YES
                       MOVE ERROR-INVALID-DATE TO ERROR-TEXT
                       ACCEPT ERROR-ZONE
                   WHEN NOT SINF-FOUND-YES
                       MOVE "N" TO VALID-DATE-FLAG
                       MOVE ERROR-NO-SITE TO ERROR-TEXT
                       ACCEPT ERROR-ZONE
                   WHEN NOT PERCHK-OPEN-YES
                       MOVE "N" TO VALID-DATE-FLAG
                       MOVE ERROR-PERIOD-CLOSED TO ERROR-TEXT
                       ACCEPT ERROR-ZONE
                   WHEN DAY-IS-CLOSED-YES
                       MOVE "N" TO VALID-DATE-FLAG
                       MOVE ERROR-DAY-CLOSED TO ERROR-TEXT
                       ACCEPT ERROR-ZONE
                   WHEN NOT RUN-IS-CONFIRMED-YES
                       MOVE "N" TO VALID-DATE-FLAG
                       MOVE ERROR-NOT-CONFIRMED TO ERROR-TEXT
                       ACCEPT ERROR-ZONE
               END-EVALUATE
           END-PERFORM
       EXIT SECTION.

       110-VALIDATE-DATE SECTION.
           MOVE "N" TO VALID-DATE-FLAG
           MOVE "N" TO BISSEXTO
           IF FUNCTION MOD (GEN-YEAR, 4) = 0 AND
               (FUNCTION MOD (GEN-YEAR, 100) NOT = 0 OR
                FUNCTION MOD (GEN-YEAR, 400) = 0)
               MOVE "S" TO BISSEXTO
           END-IF
           EVALUATE GEN-MONTH
               WHEN 1 WHEN 3 WHEN 5 WHEN 7 WHEN 8 WHEN 10 WHEN 12
                   IF GEN-DAY >= 1 AND GEN-DAY <= 31
                       MOVE "Y" TO VALID-DATE-FLAG
                   END-IF
               WHEN 4 WHEN 6 WHEN 9 WHEN 11
                   IF GEN-DAY >= 1 AND GEN-DAY <= 30
                       MOVE "Y" TO VALID-DATE-FLAG
                   END-IF
               WHEN 2
                   IF BISSEXTO-YES AND GEN-DAY >= 1
                       AND GEN-DAY <= 29
                       MOVE "Y" TO VALID-DATE-FLAG
                   END-IF
                   IF NOT BISSEXTO-YES AND GEN-DAY >= 1
                       AND GEN-DAY <= 28
                       MOVE "Y" TO VALID-DATE-FLAG
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
       EXIT SECTION.

      *> BLANK IS THE MAIN KITCHEN
       118-VALIDATE-SITE SECTION.
           MOVE UPPER-CASE (PROD-SITE) TO PROD-SITE
           SET SINF-BY-SITE TO TRUE
           MOVE PROD-SITE TO SINF-SITE
           CALL "SITEINFO" USING SITEINFO-REQUEST
           MOVE SINF-SITE TO PROD-SITE
       EXIT SECTION.

       120-CHECK-DAY-CLOSED SECTION.
           MOVE "N" TO DAY-IS-CLOSED
           OPEN INPUT FXDAYCLOSE
           IF DCL-STATUS-FS = ZERO THEN
               MOVE GEN-DATE-NUM TO DCL-DATE
               READ FXDAYCLOSE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF DCL-STATUS-CLOSED
                           MOVE "Y" TO DAY-IS-CLOSED
                       END-IF
               END-READ
           END-IF
           CLOSE FXDAYCLOSE
       EXIT SECTION.

      *> A SCHOOL BELONGS TO THE SITE WHEN ITS SITE IS THE SITE
      *> KEYED, A CUSTOMER ACCOUNT (FROM CUST-FIRST-ID UP) BY THE
      *> SITE ON ITS ACCOUNT; A BLANK SITE, OR ONE NO LONGER ON FILE,
      *> IS THE MAIN KITCHEN'S. THE SCHOOL RECORD READ IS LEFT IN THE
      *> BUFFER FOR ITS PRIORITY FLAG; A CUSTOMER HAS NONE.
       125-CHECK-SCHOOL-SITE SECTION.
           MOVE "01" TO CHECK-SITE
           MOVE SPACES TO SCHOOL-SHORT-PRIORITY
           IF CHECK-SCHOOL-ID >= CUST-FIRST-ID
               IF CUST-STATUS-FS = ZERO
                   MOVE CHECK-SCHOOL-ID TO CUST-ID
                   READ FXCUSTOMER
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           IF CUST-SITE NOT = SPACES
                               MOVE CUST-SITE TO CHECK-SITE
                           END-IF
                   END-READ
               END-IF
           ELSE
               IF SCHOOL-STATUS = ZERO
                   MOVE CHECK-SCHOOL-ID TO SCHOOL-ID
                   READ FXSCHOOL
                       INVALID KEY
                           MOVE SPACES TO SCHOOL-SHORT-PRIORITY
                       NOT INVALID KEY
                           IF SCHOOL-SITE NOT = SPACES
                               MOVE SCHOOL-SITE TO CHECK-SITE
                           END-IF
                   END-READ
               END-IF
           END-IF
           IF CHECK-SITE = PROD-SITE
               MOVE "Y" TO SCHOOL-IN-SITE
           ELSE
               MOVE "N" TO SCHOOL-IN-SITE
           END-IF
       EXIT SECTION.

       140-CHECK-RUN-CONFIRMED SECTION.
           MOVE "N" TO RUN-IS-CONFIRMED
           OPEN INPUT FXPRODRUN
           IF PRUN-STATUS-FS = ZERO THEN
               MOVE GEN-DATE-NUM TO PRUN-DATE
               MOVE PROD-SITE TO PRUN-SITE
               READ FXPRODRUN
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF PRUN-STATUS-CONFIRMED
                           MOVE "Y" TO RUN-IS-CONFIRMED
                       END-IF
               END-READ
           END-IF
           CLOSE FXPRODRUN
       EXIT SECTION.

      *> THE SITE'S OPEN QUANTITY AND OPEN NAMED MEALS PER SANDWICH.
      *> LINES ALREADY DISPATCHED OR INVOICED ARE PAST SHARING.
       130-TOTAL-DAY-ORDERS SECTION.
           MOVE "N" TO ANY-ORDERS
           INITIALIZE SAND-ORDERED-TABLE SAND-MEALS-TABLE
           MOVE "N" TO ORD-EOF-FLAG
           OPEN INPUT FXORDERS
           IF ORD-STATUS-FS NOT = ZERO THEN
               CLOSE FXORDERS
               EXIT SECTION
           END-IF
           OPEN INPUT FXSCHOOL
           OPEN INPUT FXCUSTOMER
           MOVE GEN-DATE-NUM TO ORD-DELIVERY-DATE
           START FXORDERS KEY IS >= ORD-DELIVERY-DATE
               INVALID KEY SET EOF-ORD TO TRUE
           END-START
           PERFORM UNTIL EOF-ORD
               READ FXORDERS NEXT RECORD
                   AT END SET EOF-ORD TO TRUE
                   NOT AT END
                       IF ORD-DELIVERY-DATE NOT = GEN-DATE
                           SET EOF-ORD TO TRUE
                       ELSE
                           MOVE ORD-SCHOOL-ID TO CHECK-SCHOOL-ID
                           PERFORM 125-CHECK-SCHOOL-SITE
                           IF ORD-SANDWICH-ID >= 1 AND
                               ORD-SANDWICH-ID <= MAX-ITEM AND
                               SCHOOL-IN-SITE-YES AND ORD-STATUS-OPEN
                               ADD ORD-QTY TO
                                   SAND-ORDERED (ORD-SANDWICH-ID)
                               MOVE "Y" TO ANY-ORDERS
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FXORDERS
           MOVE "N" TO MEAL-EOF-FLAG
           OPEN INPUT FXMEALORD
           IF MEAL-STATUS-FS = ZERO THEN
               MOVE GEN-DATE-NUM TO MEAL-DELIVERY-DATE
               MOVE ZERO TO MEAL-SCHOOL-ID
               MOVE LOW-VALUES TO MEAL-PUPIL-REF
               START FXMEALORD KEY IS >= MEAL-ID
                   INVALID KEY SET EOF-MEAL TO TRUE
               END-START
               PERFORM UNTIL EOF-MEAL
                   READ FXMEALORD NEXT RECORD
                       AT END SET EOF-MEAL TO TRUE
                       NOT AT END
                           IF MEAL-DELIVERY-DATE NOT = GEN-DATE-NUM
                               SET EOF-MEAL TO TRUE
                           ELSE
                               MOVE MEAL-SCHOOL-ID TO CHECK-SCHOOL-ID
                               PERFORM 125-CHECK-SCHOOL-SITE
                               IF MEAL-SANDWICH-ID >= 1 AND
                                   MEAL-SANDWICH-ID <= MAX-ITEM AND
                                   SCHOOL-IN-SITE-YES AND
                                   MEAL-STATUS-OPEN
                                   ADD 1 TO
                                       SAND-MEALS (MEAL-SANDWICH-ID)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE FXMEALORD
           CLOSE FXCUSTOMER
           CLOSE FXSCHOOL
       EXIT SECTION.

      *> THE KITCHEN KEYS WHAT IT MADE OF EACH SANDWICH THAT CAME
      *> OUT SHORT OR OVER; A BLANK ID ENDS THE LIST AND F3 DROPS
      *> THE WHOLE ALLOCATION
       200-KEY-MADE SECTION.
           MOVE ZERO TO KEYED-COUNT SHORT-COUNT
           OPEN INPUT FXSANDWICH
           OPEN INPUT FXSHORTFALL
           DISPLAY CLEAR-SCREEN
           DISPLAY MAIN-SCREEN
           DISPLAY KEY-LIST-HEAD-SCREEN
           PERFORM WITH TEST AFTER UNTIL KEY-SAND-ID = ZERO
               OR KEYSTATUS = 1003
               MOVE ZERO TO KEY-SAND-ID KEY-MADE
               DISPLAY KEY-SAND-SCREEN
               ACCEPT KEY-SAND-SCREEN
               IF KEYSTATUS NOT = 1003 AND KEY-SAND-ID NOT = ZERO
                   PERFORM 210-KEY-ONE-SANDWICH
               END-IF
           END-PERFORM
           CLOSE FXSHORTFALL
           CLOSE FXSANDWICH
       EXIT SECTION.

       210-KEY-ONE-SANDWICH SECTION.
           IF KEY-SAND-ID > MAX-ITEM OR SANDWICH-STATUS NOT = ZERO
               MOVE ERROR-NO-SANDWICH TO ERROR-TEXT
               ACCEPT ERROR-ZONE
               EXIT SECTION
           END-IF
           MOVE KEY-SAND-ID TO SANDWICH-ID
           READ FXSANDWICH
               INVALID KEY
                   MOVE ERROR-NO-SANDWICH TO ERROR-TEXT
                   ACCEPT ERROR-ZONE
                   EXIT SECTION
           END-READ
           PERFORM VARYING KL-IX FROM 1 BY 1
               UNTIL KL-IX > KEYED-COUNT
               IF KL-SAND-ID (KL-IX) = KEY-SAND-ID
                   MOVE ERROR-ALREADY-KEYED TO ERROR-TEXT
                   ACCEPT ERROR-ZONE
                   EXIT SECTION
               END-IF
           END-PERFORM
           IF KEYED-COUNT >= MAX-KEYED
               MOVE ERROR-LIST-FULL TO ERROR-TEXT
               ACCEPT ERROR-ZONE
               EXIT SECTION
           END-IF
           PERFORM 220-CHECK-ALLOCATED
           IF SAND-ALLOCATED-YES
               MOVE ERROR-ALREADY-ALLOCATED TO ERROR-TEXT
               ACCEPT ERROR-ZONE
               EXIT SECTION
           END-IF
           MOVE KEY-SAND-ID TO ITEM-IX
           DISPLAY SANDWICH-NAME AT LINE 06 COL 50
           DISPLAY KEY-MADE-SCREEN
           ACCEPT KEY-MADE-SCREEN
           DISPLAY BLANK-NAME AT LINE 06 COL 50
           IF KEYSTATUS = 1003
               MOVE ZERO TO KEYSTATUS
               EXIT SECTION
           END-IF
           EVALUATE TRUE
               WHEN KEY-MADE = SAND-ORDERED (ITEM-IX)
                   MOVE ERROR-MADE-EQUALS TO ERROR-TEXT
                   ACCEPT ERROR-ZONE
               WHEN KEY-MADE < SAND-MEALS (ITEM-IX)
                   MOVE ERROR-BELOW-MEALS TO ERROR-TEXT
                   ACCEPT ERROR-ZONE
               WHEN OTHER
                   ADD 1 TO KEYED-COUNT
                   MOVE KEY-SAND-ID TO KL-SAND-ID (KEYED-COUNT)
                   MOVE SANDWICH-CATEGORY-ID TO
                       KL-CATEGORY (KEYED-COUNT)
                   MOVE SAND-ORDERED (ITEM-IX) TO
                       KL-ORDERED (KEYED-COUNT)
                   MOVE KEY-MADE TO KL-MADE (KEYED-COUNT)
                   MOVE ZERO TO KL-SURPLUS-LEFT (KEYED-COUNT)
                   IF KEY-MADE < SAND-ORDERED (ITEM-IX)
                       ADD 1 TO SHORT-COUNT
                   ELSE
                       COMPUTE KL-SURPLUS-LEFT (KEYED-COUNT) =
                           KEY-MADE - SAND-ORDERED (ITEM-IX)
                   END-IF
                   IF KEYED-COUNT <= 12
                       COMPUTE SCREEN-LIN = 10 + KEYED-COUNT
                       DISPLAY KEY-SAND-ID AT LINE SCREEN-LIN COL 15
                       DISPLAY SANDWICH-NAME
                           AT LINE SCREEN-LIN COL 22
                       DISPLAY SAND-ORDERED (ITEM-IX)
                           AT LINE SCREEN-LIN COL 54
                       DISPLAY KEY-MADE AT LINE SCREEN-LIN COL 64
                   END-IF
           END-EVALUATE
       EXIT SECTION.

      *> ONE ALLOCATION PER SANDWICH, DAY AND SITE: A SECOND PASS
      *> WOULD CUT THE ALREADY-CUT LINES AGAIN
       220-CHECK-ALLOCATED SECTION.
           MOVE "N" TO SAND-ALLOCATED
           IF SHF-STATUS-FS NOT = ZERO
               EXIT SECTION
           END-IF
           MOVE "N" TO SHF-EOF-FLAG
           MOVE GEN-DATE-NUM TO SHF-DATE
           MOVE KEY-SAND-ID TO SHF-SAND-ID
           MOVE ZERO TO SHF-SCHOOL-ID
           START FXSHORTFALL KEY IS >= SHF-KEY
               INVALID KEY SET EOF-SHF TO TRUE
           END-START
           PERFORM UNTIL EOF-SHF OR SAND-ALLOCATED-YES
               READ FXSHORTFALL NEXT RECORD
                   AT END SET EOF-SHF TO TRUE
                   NOT AT END
                       IF SHF-DATE NOT = GEN-DATE-NUM OR
                           SHF-SAND-ID NOT = KEY-SAND-ID
                           SET EOF-SHF TO TRUE
                       ELSE
                           IF SHF-SITE = PROD-SITE
                               MOVE "Y" TO SAND-ALLOCATED
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
       EXIT SECTION.

       300-ASK-RULE SECTION.
           MOVE ZERO TO ALLOC-RULE
           PERFORM WITH TEST AFTER UNTIL RULE-VALID
               OR KEYSTATUS = 1003
               MOVE ZERO TO ALLOC-RULE
               DISPLAY CLEAR-SCREEN
               DISPLAY MAIN-SCREEN
               DISPLAY ASK-RULE-SCREEN
               ACCEPT ASK-RULE-SCREEN
               IF KEYSTATUS NOT = 1003 AND NOT RULE-VALID
                   MOVE ERROR-RULE TO ERROR-TEXT
                   ACCEPT ERROR-ZONE
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN RULE-PRO-RATA
                   MOVE "PRO-RATA" TO RULE-NAME
               WHEN RULE-PRIORITY
                   MOVE "PRIORITY SCHOOLS FIRST" TO RULE-NAME
               WHEN RULE-MEALS
                   MOVE "NAMED MEALS FIRST" TO RULE-NAME
           END-EVALUATE
       EXIT SECTION.

      *> ONE RESULT ENTRY PER OPEN LINE OF THE SITE FOR A SANDWICH
      *> KEYED SHORT, WITH ITS NAMED MEALS AND ITS SCHOOL'S PRIORITY
       400-BUILD-LINES SECTION.
           MOVE ZERO TO RESULT-COUNT
           MOVE "N" TO RESULT-FULL
           MOVE "N" TO ORD-EOF-FLAG
           OPEN INPUT FXORDERS
           IF ORD-STATUS-FS NOT = ZERO THEN
               MOVE ORD-STATUS-FS TO FILE-ERROR-STATUS
               PERFORM 090-CHECK-FILE-STATUS
           END-IF
           OPEN INPUT FXSCHOOL
           OPEN INPUT FXCUSTOMER
           OPEN INPUT FXMEALORD
           MOVE GEN-DATE-NUM TO ORD-DELIVERY-DATE
           START FXORDERS KEY IS >= ORD-DELIVERY-DATE
               INVALID KEY SET EOF-ORD TO TRUE
           END-START
           PERFORM UNTIL EOF-ORD OR RESULT-FULL-YES
               READ FXORDERS NEXT RECORD
                   AT END SET EOF-ORD TO TRUE
                   NOT AT END
                       IF ORD-DELIVERY-DATE NOT = GEN-DATE
                           SET EOF-ORD TO TRUE
                       ELSE
                           IF ORD-STATUS-OPEN
                               PERFORM 410-TAKE-ONE-LINE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FXMEALORD
           CLOSE FXCUSTOMER
           CLOSE FXSCHOOL
           CLOSE FXORDERS
       EXIT SECTION.

       410-TAKE-ONE-LINE SECTION.
           MOVE ZERO TO KL-IX
           PERFORM VARYING SUB-IX FROM 1 BY 1
               UNTIL SUB-IX > KEYED-COUNT
               IF KL-SAND-ID (SUB-IX) = ORD-SANDWICH-ID AND
                   KL-MADE (SUB-IX) < KL-ORDERED (SUB-IX)
                   MOVE SUB-IX TO KL-IX
               END-IF
           END-PERFORM
           IF KL-IX = ZERO
               EXIT SECTION
           END-IF
           MOVE ORD-SCHOOL-ID TO CHECK-SCHOOL-ID
           PERFORM 125-CHECK-SCHOOL-SITE
           IF NOT SCHOOL-IN-SITE-YES
               EXIT SECTION
           END-IF
           IF RESULT-COUNT >= MAX-RESULT
               MOVE "Y" TO RESULT-FULL
               EXIT SECTION
           END-IF
           ADD 1 TO RESULT-COUNT
           MOVE ORD-SCHOOL-ID TO RES-SCHOOL-ID (RESULT-COUNT)
           MOVE ORD-SANDWICH-ID TO RES-SAND-ID (RESULT-COUNT)
           MOVE KL-IX TO RES-KL-IX (RESULT-COUNT)
           MOVE ORD-QTY TO RES-ORDERED (RESULT-COUNT)
           MOVE "N" TO RES-PRIORITY (RESULT-COUNT)
           IF SCHOOL-PRIORITY-YES
               MOVE "Y" TO RES-PRIORITY (RESULT-COUNT)
           END-IF
           PERFORM 415-COUNT-LINE-MEALS
           IF LINE-MEALS > ORD-QTY
               MOVE ORD-QTY TO LINE-MEALS
           END-IF
           MOVE LINE-MEALS TO RES-FLOOR (RESULT-COUNT)
           MOVE ZERO TO RES-ALLOC (RESULT-COUNT)
           MOVE "N" TO RES-SHARE (RESULT-COUNT)
           MOVE ZERO TO RES-SUB-SAND-ID (RESULT-COUNT)
           MOVE ZERO TO RES-SUB-QTY (RESULT-COUNT)
       EXIT SECTION.

       415-COUNT-LINE-MEALS SECTION.
           MOVE ZERO TO LINE-MEALS
           IF MEAL-STATUS-FS NOT = ZERO
               EXIT SECTION
           END-IF
           MOVE "N" TO MEAL-EOF-FLAG
           MOVE ORD-DELIVERY-DATE TO MEAL-DELIVERY-DATE
           MOVE ORD-SCHOOL-ID TO MEAL-SCHOOL-ID
           MOVE LOW-VALUES TO MEAL-PUPIL-REF
           START FXMEALORD KEY IS >= MEAL-ID
               INVALID KEY SET EOF-MEAL TO TRUE
           END-START
           PERFORM UNTIL EOF-MEAL
               READ FXMEALORD NEXT RECORD
                   AT END SET EOF-MEAL TO TRUE
                   NOT AT END
                       IF MEAL-DELIVERY-DATE NOT = ORD-DELIVERY-DATE
                           OR MEAL-SCHOOL-ID NOT = ORD-SCHOOL-ID
                           SET EOF-MEAL TO TRUE
                       ELSE
                           IF MEAL-SANDWICH-ID = ORD-SANDWICH-ID AND
                               MEAL-STATUS-OPEN
                               ADD 1 TO LINE-MEALS
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
       EXIT SECTION.

      *> SHARES WHAT WAS MADE OF ONE SANDWICH ACROSS ITS LINES.
      *> EVERY RULE KEEPS EACH LINE AT OR ABOVE ITS NAMED MEALS:
      *>   PRO-RATA     - THE WHOLE ORDER IS SHARED IN PROPORTION,
      *>                  THEN ANY LINE LEFT UNDER ITS MEALS IS
      *>                  RAISED FROM THE LINES WITH MOST TO SPARE
      *>   PRIORITY     - THE MEALS, THEN THE PRIORITY SCHOOLS IN
      *>                  FULL, THEN THE REST IN PROPORTION
      *>   NAMED MEALS  - THE MEALS, THEN THE REST IN PROPORTION
       420-ALLOCATE-ONE-SANDWICH SECTION.
           MOVE KL-SAND-ID (KL-IX) TO CUR-SAND
           MOVE KL-MADE (KL-IX) TO AVAIL
           PERFORM VARYING RES-IX FROM 1 BY 1
               UNTIL RES-IX > RESULT-COUNT
               IF RES-SAND-ID (RES-IX) = CUR-SAND
                   MOVE "Y" TO RES-SHARE (RES-IX)
                   MOVE ZERO TO RES-ALLOC (RES-IX)
                   IF NOT RULE-PRO-RATA
                       MOVE RES-FLOOR (RES-IX) TO RES-ALLOC (RES-IX)
                       IF AVAIL > RES-FLOOR (RES-IX)
                           SUBTRACT RES-FLOOR (RES-IX) FROM AVAIL
                       ELSE
                           MOVE ZERO TO AVAIL
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF RULE-PRIORITY
               PERFORM VARYING RES-IX FROM 1 BY 1
                   UNTIL RES-IX > RESULT-COUNT
                   IF RES-SAND-ID (RES-IX) = CUR-SAND AND
                       RES-PRIORITY-YES (RES-IX)
                       COMPUTE GIVE = RES-ORDERED (RES-IX)
                           - RES-ALLOC (RES-IX)
                       IF GIVE > AVAIL
                           MOVE AVAIL TO GIVE
                       END-IF
                       ADD GIVE TO RES-ALLOC (RES-IX)
                       SUBTRACT GIVE FROM AVAIL
                       MOVE "N" TO RES-SHARE (RES-IX)
                   END-IF
               END-PERFORM
           END-IF
           PERFORM 460-SHARE-POOL
           IF RULE-PRO-RATA
               PERFORM 470-RAISE-TO-FLOORS
           END-IF
       EXIT SECTION.

      *> SHARES AVAIL OVER THE ROOM LEFT ON THE LINES IN THE POOL.
      *> THE SHARES ARE ROUNDED DOWN AND THE ODD SANDWICHES LEFT
      *> OVER GO ONE EACH TO THE LINES IN THE ORDER THEY WERE READ.
       460-SHARE-POOL SECTION.
           MOVE ZERO TO POOL-ROOM
           PERFORM VARYING RES-IX FROM 1 BY 1
               UNTIL RES-IX > RESULT-COUNT
               IF RES-SAND-ID (RES-IX) = CUR-SAND AND
                   RES-SHARE-YES (RES-IX)
                   COMPUTE POOL-ROOM = POOL-ROOM
                       + RES-ORDERED (RES-IX) - RES-ALLOC (RES-IX)
               END-IF
           END-PERFORM
           IF POOL-ROOM = ZERO OR AVAIL = ZERO
               EXIT SECTION
           END-IF
           MOVE AVAIL TO POOL-AVAIL
           PERFORM VARYING RES-IX FROM 1 BY 1
               UNTIL RES-IX > RESULT-COUNT
               IF RES-SAND-ID (RES-IX) = CUR-SAND AND
                   RES-SHARE-YES (RES-IX)
                   IF POOL-AVAIL >= POOL-ROOM
                       COMPUTE GIVE = RES-ORDERED (RES-IX)
                           - RES-ALLOC (RES-IX)
                   ELSE
                       COMPUTE GIVE = (RES-ORDERED (RES-IX)
                           - RES-ALLOC (RES-IX)) * POOL-AVAIL
                           / POOL-ROOM
                   END-IF
                   ADD GIVE TO RES-ALLOC (RES-IX)
                   SUBTRACT GIVE FROM AVAIL
               END-IF
           END-PERFORM
           PERFORM VARYING RES-IX FROM 1 BY 1
               UNTIL RES-IX > RESULT-COUNT OR AVAIL = ZERO
               IF RES-SAND-ID (RES-IX) = CUR-SAND AND
                   RES-SHARE-YES (RES-IX) AND
                   RES-ALLOC (RES-IX) < RES-ORDERED (RES-IX)
                   ADD 1 TO RES-ALLOC (RES-IX)
                   SUBTRACT 1 FROM AVAIL
               END-IF
           END-PERFORM
       EXIT SECTION.

       470-RAISE-TO-FLOORS SECTION.
           PERFORM VARYING RES-IX FROM 1 BY 1
               UNTIL RES-IX > RESULT-COUNT
               IF RES-SAND-ID (RES-IX) = CUR-SAND AND
                   RES-ALLOC (RES-IX) < RES-FLOOR (RES-IX)
                   COMPUTE NEED = RES-FLOOR (RES-IX)
                       - RES-ALLOC (RES-IX)
                   MOVE RES-FLOOR (RES-IX) TO RES-ALLOC (RES-IX)
                   PERFORM 475-TAKE-BACK
               END-IF
           END-PERFORM
       EXIT SECTION.

      *> ONE SANDWICH AT A TIME FROM THE LINE WITH MOST ABOVE ITS
      *> OWN MEALS, SO THE CUT STAYS AS EVEN AS IT CAN
       475-TAKE-BACK SECTION.
           PERFORM UNTIL NEED = ZERO
               MOVE ZERO TO BEST-IX BEST-EXCESS
               PERFORM VARYING RES-IX2 FROM 1 BY 1
                   UNTIL RES-IX2 > RESULT-COUNT
                   IF RES-SAND-ID (RES-IX2) = CUR-SAND AND
                       RES-ALLOC (RES-IX2) > RES-FLOOR (RES-IX2) AND
                       RES-ALLOC (RES-IX2) - RES-FLOOR (RES-IX2)
                           > BEST-EXCESS
                       MOVE RES-IX2 TO BEST-IX
                       COMPUTE BEST-EXCESS = RES-ALLOC (RES-IX2)
                           - RES-FLOOR (RES-IX2)
                   END-IF
               END-PERFORM
               IF BEST-IX = ZERO
                   MOVE ZERO TO NEED
               ELSE
                   SUBTRACT 1 FROM RES-ALLOC (BEST-IX)
                   SUBTRACT 1 FROM NEED
               END-IF
           END-PERFORM
       EXIT SECTION.

      *> EACH LINE LEFT SHORT IS OFFERED THE SURPLUS OF A SANDWICH
      *> MADE OVER ITS ORDER - ONE OF THE SAME CATEGORY IF THERE IS
      *> ONE, ELSE ANY. NAMED MEALS ARE NEVER CUT, SO A SUBSTITUTE
      *> ONLY EVER STANDS IN FOR THE SCHOOL'S GENERAL SANDWICHES.
       500-PROPOSE-SUBSTITUTES SECTION.
           PERFORM VARYING RES-IX FROM 1 BY 1
               UNTIL RES-IX > RESULT-COUNT
               IF RES-ALLOC (RES-IX) < RES-ORDERED (RES-IX)
                   COMPUTE SHORT-QTY = RES-ORDERED (RES-IX)
                       - RES-ALLOC (RES-IX)
                   MOVE RES-KL-IX (RES-IX) TO KL-IX
                   MOVE ZERO TO SUB-IX
                   PERFORM VARYING ITEM-IX FROM 1 BY 1
                       UNTIL ITEM-IX > KEYED-COUNT OR SUB-IX > ZERO
                       IF KL-SURPLUS-LEFT (ITEM-IX) > ZERO AND
                           KL-CATEGORY (ITEM-IX) = KL-CATEGORY (KL-IX)
                           MOVE ITEM-IX TO SUB-IX
                       END-IF
                   END-PERFORM
                   PERFORM VARYING ITEM-IX FROM 1 BY 1
                       UNTIL ITEM-IX > KEYED-COUNT OR SUB-IX > ZERO
                       IF KL-SURPLUS-LEFT (ITEM-IX) > ZERO
                           MOVE ITEM-IX TO SUB-IX
                       END-IF
                   END-PERFORM
                   IF SUB-IX > ZERO
                       MOVE KL-SAND-ID (SUB-IX) TO
                           RES-SUB-SAND-ID (RES-IX)
                       IF SHORT-QTY > KL-SURPLUS-LEFT (SUB-IX)
                           MOVE KL-SURPLUS-LEFT (SUB-IX) TO
                               RES-SUB-QTY (RES-IX)
                       ELSE
                           MOVE SHORT-QTY TO RES-SUB-QTY (RES-IX)
                       END-IF
                       SUBTRACT RES-SUB-QTY (RES-IX) FROM
                           KL-SURPLUS-LEFT (SUB-IX)
                   END-IF
               END-IF
           END-PERFORM
       EXIT SECTION.

      *> THE LINES THE RULE CUTS, A SCREEN AT A TIME; NOTHING IS
      *> TOUCHED UNTIL THE CONFIRM
       600-PREVIEW-ALLOCATION SECTION.
           MOVE ZERO TO PREVIEW-LINES PREVIEW-SHORT PREVIEW-SUB
           MOVE ZERO TO LINE-ON-PAGE
           DISPLAY CLEAR-SCREEN
           DISPLAY MAIN-SCREEN
           DISPLAY PREVIEW-HEAD-SCREEN
           OPEN INPUT FXSANDWICH
           PERFORM VARYING RES-IX FROM 1 BY 1
               UNTIL RES-IX > RESULT-COUNT
               IF RES-ALLOC (RES-IX) < RES-ORDERED (RES-IX)
                   PERFORM 610-SHOW-ONE-LINE
               END-IF
           END-PERFORM
           CLOSE FXSANDWICH
           DISPLAY PREVIEW-TOTAL-SCREEN
       EXIT SECTION.

       610-SHOW-ONE-LINE SECTION.
           IF LINE-ON-PAGE >= 12
               MOVE VIEW-NEXT-TEXT TO ERROR-TEXT
               ACCEPT ERROR-ZONE
               DISPLAY CLEAR-SCREEN
               DISPLAY MAIN-SCREEN
               DISPLAY PREVIEW-HEAD-SCREEN
               MOVE ZERO TO LINE-ON-PAGE
           END-IF
           ADD 1 TO LINE-ON-PAGE
           COMPUTE SCREEN-LIN = 9 + LINE-ON-PAGE
           COMPUTE SHORT-QTY = RES-ORDERED (RES-IX)
               - RES-ALLOC (RES-IX)
           ADD 1 TO PREVIEW-LINES
           ADD SHORT-QTY TO PREVIEW-SHORT
           ADD RES-SUB-QTY (RES-IX) TO PREVIEW-SUB
           MOVE SPACES TO SANDWICH-NAME
           IF SANDWICH-STATUS = ZERO
               MOVE RES-SAND-ID (RES-IX) TO SANDWICH-ID
               READ FXSANDWICH
                   INVALID KEY CONTINUE
               END-READ
           END-IF
           DISPLAY RES-SCHOOL-ID (RES-IX) AT LINE SCREEN-LIN COL 05
           DISPLAY RES-SAND-ID (RES-IX) AT LINE SCREEN-LIN COL 13
           DISPLAY SANDWICH-NAME (1:20) AT LINE SCREEN-LIN COL 20
           DISPLAY RES-ORDERED (RES-IX) AT LINE SCREEN-LIN COL 42
           DISPLAY RES-ALLOC (RES-IX) AT LINE SCREEN-LIN COL 50
           DISPLAY SHORT-QTY AT LINE SCREEN-LIN COL 58
           IF RES-SUB-QTY (RES-IX) > ZERO
               DISPLAY RES-SUB-SAND-ID (RES-IX)
                   AT LINE SCREEN-LIN COL 66
               DISPLAY RES-SUB-QTY (RES-IX)
                   AT LINE SCREEN-LIN COL 74
           END-IF
       EXIT SECTION.

      *> EACH LINE IS READ AGAIN BY ITS KEY; ONE THAT IS NO LONGER
      *> OPEN, OR WHOSE QUANTITY WAS CHANGED SINCE THE PREVIEW, IS
      *> LEFT ALONE. A LINE CUT TO NOTHING IS DELETED, AS EMERGENCY
      *> CLOSURE DOES, SO DISPATCH NEVER MEETS AN EMPTY LINE.
       700-APPLY-ALLOCATION SECTION.
           MOVE ZERO TO CHANGED-COUNT SKIPPED-COUNT
           INITIALIZE SCHOOL-SHORT-TABLE SCHOOL-SUB-TABLE
           PERFORM 320-OPEN-LATE-CHANGES
           OPEN I-O FXSHORTFALL
           IF SHF-STATUS-FS = 35 THEN
               CLOSE FXSHORTFALL
               OPEN OUTPUT FXSHORTFALL
           END-IF
           IF SHF-STATUS-FS NOT = ZERO THEN
               MOVE SHF-STATUS-FS TO FILE-ERROR-STATUS
               PERFORM 090-CHECK-FILE-STATUS
           END-IF
           OPEN I-O FXORDERS
           IF ORD-STATUS-FS NOT = ZERO THEN
               MOVE ORD-STATUS-FS TO FILE-ERROR-STATUS
               PERFORM 090-CHECK-FILE-STATUS
           END-IF
           PERFORM VARYING RES-IX FROM 1 BY 1
               UNTIL RES-IX > RESULT-COUNT
               IF RES-ALLOC (RES-IX) < RES-ORDERED (RES-IX)
                   PERFORM 710-CUT-ONE-LINE
               END-IF
           END-PERFORM
           CLOSE FXORDERS
           CLOSE FXSHORTFALL
           IF LCH-OPEN-YES
               CLOSE FXLATECHG
           END-IF
       EXIT SECTION.

       710-CUT-ONE-LINE SECTION.
           MOVE RES-SCHOOL-ID (RES-IX) TO ORD-SCHOOL-ID
           MOVE GEN-DATE-NUM TO ORD-DELIVERY-DATE
           MOVE RES-SAND-ID (RES-IX) TO ORD-SANDWICH-ID
           READ FXORDERS
               INVALID KEY
                   ADD 1 TO SKIPPED-COUNT
                   EXIT SECTION
           END-READ
           IF NOT ORD-STATUS-OPEN OR
               ORD-QTY NOT = RES-ORDERED (RES-IX)
               ADD 1 TO SKIPPED-COUNT
               EXIT SECTION
           END-IF
           MOVE ORD-SCHOOL-ID TO LOG-SCHOOL-ID
           MOVE ORD-SANDWICH-ID TO LOG-SAND-ID
           MOVE ORD-QTY TO LOG-OLD-QTY
           MOVE RES-ALLOC (RES-IX) TO LOG-NEW-QTY
           PERFORM 330-LOG-CHANGE
           IF RES-ALLOC (RES-IX) = ZERO
               DELETE FXORDERS RECORD
                   INVALID KEY CONTINUE
               END-DELETE
           ELSE
               MOVE RES-ALLOC (RES-IX) TO ORD-QTY
               CALL "GETOPER" USING ORD-LAST-BY
               MOVE FUNCTION CURRENT-DATE (1:8) TO ORD-LAST-DATE
               REWRITE ORD-DETAILS
                   INVALID KEY CONTINUE
               END-REWRITE
           END-IF
           ADD 1 TO CHANGED-COUNT
           IF RES-SUB-QTY (RES-IX) > ZERO
               PERFORM 720-ADD-SUBSTITUTE
           END-IF
           PERFORM 730-WRITE-SHORTFALL
           MOVE RES-SCHOOL-ID (RES-IX) TO SCHOOL-IX
           IF SCHOOL-IX >= 1
               COMPUTE SCH-SHORT-QTY (SCHOOL-IX) =
                   SCH-SHORT-QTY (SCHOOL-IX)
                   + RES-ORDERED (RES-IX) - RES-ALLOC (RES-IX)
               ADD RES-SUB-QTY (RES-IX) TO SCH-SUB-QTY (SCHOOL-IX)
           END-IF
       EXIT SECTION.

      *> THE SUBSTITUTE GOES ON THE SCHOOL'S OWN LINE FOR THAT
      *> SANDWICH, OR A NEW OPEN LINE WHEN IT HAS NONE. A LINE OF
      *> THAT SANDWICH ALREADY PAST OPEN TAKES NOTHING MORE.
       720-ADD-SUBSTITUTE SECTION.
           MOVE RES-SCHOOL-ID (RES-IX) TO ORD-SCHOOL-ID
           MOVE GEN-DATE-NUM TO ORD-DELIVERY-DATE
           MOVE RES-SUB-SAND-ID (RES-IX) TO ORD-SANDWICH-ID
           MOVE ORD-SCHOOL-ID TO LOG-SCHOOL-ID
           MOVE ORD-SANDWICH-ID TO LOG-SAND-ID
           READ FXORDERS
               INVALID KEY
                   MOVE RES-SUB-QTY (RES-IX) TO ORD-QTY
                   MOVE ZERO TO ORD-VARIANT-NO
                   MOVE "O" TO ORD-STATUS
                   MOVE ZERO TO ORD-DISPATCH-NOTE ORD-INVOICE-NO
                   CALL "GETOPER" USING ORD-LAST-BY
                   MOVE FUNCTION CURRENT-DATE (1:8) TO ORD-LAST-DATE
                   WRITE ORD-DETAILS
                       INVALID KEY
                           MOVE ZERO TO RES-SUB-SAND-ID (RES-IX)
                           MOVE ZERO TO RES-SUB-QTY (RES-IX)
                           EXIT SECTION
                   END-WRITE
                   MOVE ZERO TO LOG-OLD-QTY
                   MOVE RES-SUB-QTY (RES-IX) TO LOG-NEW-QTY
                   PERFORM 330-LOG-CHANGE
                   EXIT SECTION
           END-READ
           IF NOT ORD-STATUS-OPEN
               MOVE ZERO TO RES-SUB-SAND-ID (RES-IX)
               MOVE ZERO TO RES-SUB-QTY (RES-IX)
               EXIT SECTION
           END-IF
           MOVE ORD-QTY TO LOG-OLD-QTY
           ADD RES-SUB-QTY (RES-IX) TO ORD-QTY
           MOVE ORD-QTY TO LOG-NEW-QTY
           CALL "GETOPER" USING ORD-LAST-BY
           MOVE FUNCTION CURRENT-DATE (1:8) TO ORD-LAST-DATE
           REWRITE ORD-DETAILS
               INVALID KEY CONTINUE
           END-REWRITE
           PERFORM 330-LOG-CHANGE
       EXIT SECTION.

       730-WRITE-SHORTFALL SECTION.
           MOVE GEN-DATE-NUM TO SHF-DATE
           MOVE RES-SAND-ID (RES-IX) TO SHF-SAND-ID
           MOVE RES-SCHOOL-ID (RES-IX) TO SHF-SCHOOL-ID
           MOVE PROD-SITE TO SHF-SITE
           MOVE RES-ORDERED (RES-IX) TO SHF-ORDERED-QTY
           COMPUTE SHF-SHORT-QTY = RES-ORDERED (RES-IX)
               - RES-ALLOC (RES-IX)
           MOVE RES-SUB-SAND-ID (RES-IX) TO SHF-SUB-SAND-ID
           MOVE RES-SUB-QTY (RES-IX) TO SHF-SUB-QTY
           EVALUATE TRUE
               WHEN RULE-PRO-RATA
                   SET SHF-RULE-PRO-RATA TO TRUE
               WHEN RULE-PRIORITY
                   SET SHF-RULE-PRIORITY TO TRUE
               WHEN RULE-MEALS
                   SET SHF-RULE-MEALS TO TRUE
           END-EVALUATE
           CALL "GETOPER" USING SHF-LAST-BY
           MOVE FUNCTION CURRENT-DATE (1:8) TO SHF-LAST-DATE
           WRITE SHF-DETAILS
               INVALID KEY
                   REWRITE SHF-DETAILS
                       INVALID KEY CONTINUE
                   END-REWRITE
           END-WRITE
       EXIT SECTION.

      *> ONE I-O HANDLE FOR THE WHOLE PASS; THE NEXT FREE ID IS
      *> FOUND ONCE AND HANDED OUT IN TURN
       320-OPEN-LATE-CHANGES SECTION.
           MOVE "N" TO LCH-OPEN
           MOVE 1 TO NEXT-LCH-ID
           MOVE "N" TO LCH-EOF-FLAG
           OPEN I-O FXLATECHG
           IF LCH-STATUS-FS = 35 THEN
               CLOSE FXLATECHG
               OPEN OUTPUT FXLATECHG
           ELSE
               IF LCH-STATUS-FS NOT = ZERO THEN
                   CLOSE FXLATECHG
                   EXIT SECTION
               END-IF
               PERFORM UNTIL EOF-LCH
                   READ FXLATECHG NEXT RECORD
                       AT END SET EOF-LCH TO TRUE
                       NOT AT END
                           IF LCH-ID >= NEXT-LCH-ID
                               COMPUTE NEXT-LCH-ID = LCH-ID + 1
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           MOVE "Y" TO LCH-OPEN
       EXIT SECTION.

       330-LOG-CHANGE SECTION.
           IF NOT LCH-OPEN-YES
               EXIT SECTION
           END-IF
           MOVE NEXT-LCH-ID TO LCH-ID
           MOVE GEN-DATE-NUM TO LCH-DELIVERY-DATE
           MOVE LOG-SCHOOL-ID TO LCH-SCHOOL-ID
           MOVE LOG-SAND-ID TO LCH-SANDWICH-ID
           MOVE LOG-OLD-QTY TO LCH-OLD-QTY
           MOVE LOG-NEW-QTY TO LCH-NEW-QTY
           MOVE SPACES TO LCH-REASON
           STRING SHORTAGE-REASON-LEAD DELIMITED BY SIZE
               RULE-NAME DELIMITED BY SIZE
               INTO LCH-REASON
           MOVE FUNCTION CURRENT-DATE (1:14) TO LCH-STAMP
           CALL "GETOPER" USING LCH-LAST-BY
           MOVE FUNCTION CURRENT-DATE (1:8) TO LCH-LAST-DATE
           WRITE LCH-DETAILS
               INVALID KEY CONTINUE
           END-WRITE
           ADD 1 TO NEXT-LCH-ID
       EXIT SECTION.

      *> PRODCONF BOOKED THE BATCHES AT THE ORDERED QUANTITY; THEY
      *> ARE SET TO WHAT WAS REALLY MADE SO TRACEABILITY AND THE
      *> YIELD FIGURES MATCH THE KITCHEN
       750-ADJUST-BATCHES SECTION.
           OPEN I-O FXPRODBATCH
           IF PBAT-STATUS-FS NOT = ZERO THEN
               CLOSE FXPRODBATCH
               EXIT SECTION
           END-IF
           PERFORM VARYING KL-IX FROM 1 BY 1
               UNTIL KL-IX > KEYED-COUNT
               MOVE GEN-DATE-NUM TO PBAT-DATE
               MOVE KL-SAND-ID (KL-IX) TO PBAT-SAND-ID
               READ FXPRODBATCH
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF KL-MADE (KL-IX) < KL-ORDERED (KL-IX)
                           COMPUTE NEED = KL-ORDERED (KL-IX)
                               - KL-MADE (KL-IX)
                           IF PBAT-QTY > NEED
                               SUBTRACT NEED FROM PBAT-QTY
                           ELSE
                               MOVE ZERO TO PBAT-QTY
                           END-IF
                       ELSE
                           COMPUTE PBAT-QTY = PBAT-QTY
                               + KL-MADE (KL-IX) - KL-ORDERED (KL-IX)
                       END-IF
                       CALL "GETOPER" USING PBAT-LAST-BY
                       MOVE FUNCTION CURRENT-DATE (1:8)
                           TO PBAT-LAST-DATE
                       REWRITE PBAT-DETAILS
                           INVALID KEY CONTINUE
                       END-REWRITE
               END-READ
           END-PERFORM
           CLOSE FXPRODBATCH
       EXIT SECTION.

      *> ONE NOTICE PER SCHOOL THAT GOES SHORT, ADDRESSED TO THE
      *> SCHOOL SO NOTIFY-SEND SENDS IT TO ITS CONTACT
       800-NOTIFY-SCHOOLS SECTION.
           MOVE ZERO TO NOTICE-COUNT
           STRING GEN-DAY DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               GEN-MONTH DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               GEN-YEAR DELIMITED BY SIZE
               INTO SHOW-DATE
           PERFORM VARYING SCHOOL-IX FROM 1 BY 1
               UNTIL SCHOOL-IX > MAX-SCHOOL
               IF SCH-SHORT-QTY (SCHOOL-IX) > ZERO
                   MOVE SPACES TO NOTI-REQ-RECIPIENT
                   STRING "SCHOOL-" DELIMITED BY SIZE
                       SCHOOL-IX DELIMITED BY SIZE
                       INTO NOTI-REQ-RECIPIENT
                   MOVE "H" TO NOTI-REQ-SEVERITY
                   MOVE SCH-SHORT-QTY (SCHOOL-IX) TO SHOW-SHORT
                   MOVE SCH-SUB-QTY (SCHOOL-IX) TO SHOW-SUB
                   MOVE SPACES TO NOTI-REQ-MESSAGE
                   STRING NOTICE-LEAD-TEXT DELIMITED BY SIZE
                       SHOW-DATE DELIMITED BY SIZE
                       NOTICE-SHORT-TEXT DELIMITED BY SIZE
                       SHOW-SHORT DELIMITED BY SIZE
                       NOTICE-SUB-TEXT DELIMITED BY SIZE
                       SHOW-SUB DELIMITED BY SIZE
                       INTO NOTI-REQ-MESSAGE
                   MOVE "SHORTALLOC" TO NOTI-REQ-SOURCE
                   MOVE SPACES TO NOTI-REQ-ATTACHMENT
                   CALL "NOTIFY" USING NOTIFY-REQUEST
                   ADD 1 TO NOTICE-COUNT
               END-IF
           END-PERFORM
       EXIT SECTION.
