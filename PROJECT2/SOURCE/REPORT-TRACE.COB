      *    PRODUCT ON WHICH DATES, WITH THE SCHOOL DETAILS FROM
      *    FXSCHOOLS. ONE REPORT RUN INSTEAD OF A DAY OF PHONE
      *    CALLS.
      *    A LOT DRAWN BY A CONFIRMED RUN SINCE BATCHES ARE FILED IS
      *    FOLLOWED THROUGH FXBATCHLOT TO THE EXACT PRODUCTION BATCHES
      *    IT WENT INTO, AND ONLY THOSE BATCHES' DELIVERIES ARE
      *    LISTED; OLDER LOTS WITH NO BATCH LINK ARE STILL TRACED
      *    THROUGH THE MOVEMENTS AND RECIPES AS BEFORE. EVERY LINE
      *    CARRIES THE BATCH CODE.
      *    FOR AN OLD LOT AN ARCHIVED YEAR (SEE ARCHIVE) CAN BE
      *    MOUNTED: THE INVOICED ORDERS MOVED TO FXORDERS-<YYYY>.ARC
      *    ARE TRACED AS WELL AS THE LIVE ONES.
      ******************************************************************
      *    V1 | EM ATUALIZACAO | 22.08.2026
      ******************************************************************
                   RECORD KEY IS SCHOOL-ID
                   FILE STATUS SCHOOL-STATUS.

               SELECT FXBATCHLOT ASSIGN TO "FXBATCHLOT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS BLOT-KEY
                   ALTERNATE RECORD KEY IS BLOT-LOT
                       WITH DUPLICATES
                   FILE STATUS BLOT-STATUS-FS.

               SELECT TRACE-FILE ASSIGN TO "RECALL-TRACE.rpt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS TRACE-STATUS.

               SELECT ARCHIVE-FILE ASSIGN TO ARCHIVE-FILENAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS ARCHIVE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD FXINGLOT.
           COPY FD-ORDERS.
       FD FXSCHOOL.
           COPY SCHOOLFX.
       FD FXBATCHLOT.
           COPY FD-BATCHLOT.
       FD TRACE-FILE.
           01  TRACE-LINE                   PIC X(132).
       FD ARCHIVE-FILE.
       01  ARCHIVE-RECORD                   PIC X(300).

       WORKING-STORAGE SECTION.

       78  BACK-EXIT           VALUE "F3 - BACK".
       78  TXT-ING             VALUE " INGREDIENT ID:".
       78  TXT-LOT             VALUE "    LOT NUMBER:".
       78  TXT-MOUNT
           VALUE "ARCHIVED YEAR TO MOUNT (YYYY, 0 = NONE):".
       78  ERROR-LOT-NO        VALUE "THAT LOT IS NOT ON FILE".
       78  REPORT-DONE
           VALUE "TRACE WRITTEN TO RECALL-TRACE.rpt, PRESS ANY KEY".
       77  ORD-STATUS-FS                    PIC 9(002).
       77  SCHOOL-STATUS                    PIC 9(002).
       77  TRACE-STATUS                     PIC 9(002).
       77  BLOT-STATUS-FS                   PIC 9(002).
       77  ARCHIVE-STATUS                   PIC 9(002).
       77  FILE-ERROR-STATUS                PIC 9(002).

       01  RECIPE-EOF-FLAG                  PIC X(001) VALUE "N".
       01  LOT-FOUND                        PIC X(001).
           88  LOT-FOUND-YES                VALUE "Y".
       01  RECEIPT-DATE                     PIC 9(008).
       01  MOUNT-YEAR                       PIC 9(004).
       01  ARCHIVE-FILENAME                 PIC X(030).
       01  ARCHIVE-EOF-FLAG                 PIC X(001) VALUE "N".
           88  EOF-ARCHIVE                  VALUE "Y".

       78  MAX-DATES                        VALUE 100.
       01  DATE-TABLE.
       01  DATE-ALREADY                     PIC X(001).
       01  PROD-DATE-WORK                   PIC 9(008).

      *> THE BATCHES THE LOT WAS PICKED INTO, FROM FXBATCHLOT
       78  MAX-BATCHES                      VALUE 500.
       01  BATCH-TABLE.
           05  BATCH-ENTRY OCCURS MAX-BATCHES TIMES.
               10  BT-DATE                  PIC 9(008).
               10  BT-SAND                  PIC 9(005).
       01  BATCH-COUNT                      PIC 9(003) VALUE ZERO.
       77  BATCH-IX                         PIC 9(003).
       01  BLOT-EOF-FLAG                    PIC X(001) VALUE "N".
           88  EOF-BLOT                     VALUE "Y".
       01  BATCH-MATCH                      PIC X(001).
           88  BATCH-MATCH-YES              VALUE "Y".

       78  MAX-ITEM                         VALUE 9999.
       01  SAND-AFFECTED-TABLE.
           05  SAND-AFFECTED OCCURS MAX-ITEM TIMES
           05  TD-NOTE                      PIC 9(006).
           05  FILLER                       PIC X(002) VALUE SPACES.
           05  TD-TOWN                      PIC X(030).
           05  FILLER                       PIC X(002) VALUE SPACES.
           05  TD-BATCH.
               10  TD-BATCH-DATE            PIC 9(008).
               10  TD-BATCH-SAND            PIC 9(005).

       SCREEN SECTION.
       01  CLEAR-SCREEN.
               TO ASK-ING-ID REQUIRED.
           05 VALUE TXT-LOT LINE 10 COL 15.
           05 AT-LOT PIC X(010) LINE 10 COL PLUS 1
               TO ASK-LOT-NO REQUIRED.
           05 VALUE TXT-MOUNT LINE 12 COL 15.
           05 AT-MOUNT PIC 9(004) LINE 12 COL PLUS 1
               USING MOUNT-YEAR AUTO.
      ******************************************************************
       01 ERROR-ZONE
           BACKGROUND-COLOR 7 FOREGROUND-COLOR 0.
           DISPLAY MAIN-SCREEN
           MOVE ZERO TO ASK-ING-ID
           MOVE SPACES TO ASK-LOT-NO
           MOVE ZERO TO MOUNT-YEAR
           DISPLAY ASK-TRACE-SCREEN
           ACCEPT ASK-TRACE-SCREEN
           IF KEYSTATUS = 1003
               ACCEPT ERROR-ZONE
               EXIT PROGRAM
           END-IF
           PERFORM 150-COLLECT-BATCHES
           IF BATCH-COUNT = ZERO
               PERFORM 200-COLLECT-PRODUCTION-DATES
               PERFORM 300-FLAG-AFFECTED-SANDWICHES
           END-IF
           PERFORM 400-TRACE-TO-SCHOOLS
           MOVE REPORT-DONE TO ERROR-TEXT
           ACCEPT ERROR-ZONE
           CLOSE FXINGLOT
       EXIT SECTION.

      *> EVERY BATCH THE LOT WAS PICKED INTO, ON THE LOT-LED
      *> ALTERNATE KEY OF FXBATCHLOT
       150-COLLECT-BATCHES SECTION.
           MOVE ZERO TO BATCH-COUNT
           MOVE "N" TO BLOT-EOF-FLAG
           OPEN INPUT FXBATCHLOT
           IF BLOT-STATUS-FS NOT = ZERO THEN
               CLOSE FXBATCHLOT
               EXIT SECTION
           END-IF
           MOVE ASK-ING-ID TO BLOT-ING-ID
           MOVE UPPER-CASE (ASK-LOT-NO) TO BLOT-LOT-NO
           START FXBATCHLOT KEY IS = BLOT-LOT
               INVALID KEY SET EOF-BLOT TO TRUE
           END-START
           PERFORM UNTIL EOF-BLOT
               READ FXBATCHLOT NEXT RECORD
                   AT END SET EOF-BLOT TO TRUE
                   NOT AT END
                       IF BLOT-ING-ID NOT = ASK-ING-ID OR
                           BLOT-LOT-NO NOT = UPPER-CASE (ASK-LOT-NO)
                           SET EOF-BLOT TO TRUE
                       ELSE
                           IF BATCH-COUNT < MAX-BATCHES
                               ADD 1 TO BATCH-COUNT
                               MOVE BLOT-DATE TO BT-DATE (BATCH-COUNT)
                               MOVE BLOT-SAND-ID
                                   TO BT-SAND (BATCH-COUNT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FXBATCHLOT
       EXIT SECTION.

      *> THE BACKFLUSH WRITES ISSUE MOVEMENTS WITH THE REFERENCE
      *> "PROD" PLUS THE PRODUCTION DATE. EVERY SUCH MOVEMENT OF
      *> THE INGREDIENT DATED ON OR AFTER THE LOT'S RECEIPT COULD
                       PERFORM 410-CHECK-ONE-ORDER
               END-READ
           END-PERFORM
           IF MOUNT-YEAR > ZERO
               PERFORM 420-TRACE-ARCHIVED-ORDERS
           END-IF
           CLOSE FXSCHOOL
           CLOSE FXORDERS
           CLOSE TRACE-FILE
           IF ORD-SANDWICH-ID < 1 OR ORD-SANDWICH-ID > MAX-ITEM
               EXIT SECTION
           END-IF
           IF BATCH-COUNT > ZERO
               PERFORM 405-CHECK-BATCH
               IF NOT BATCH-MATCH-YES
                   EXIT SECTION
               END-IF
           ELSE
               IF SAND-AFFECTED (ORD-SANDWICH-ID) NOT = "Y"
                   EXIT SECTION
               END-IF
               MOVE "N" TO DATE-ALREADY
               PERFORM VARYING DATE-IX FROM 1 BY 1
                   UNTIL DATE-IX > DATE-COUNT
                   IF AFFECTED-DATE (DATE-IX) = ORD-DELIVERY-DATE
                       MOVE "Y" TO DATE-ALREADY
                   END-IF
               END-PERFORM
               IF DATE-ALREADY NOT = "Y"
                   EXIT SECTION
               END-IF
           END-IF
           MOVE SPACES TO TRACE-DETAIL
           MOVE ORD-SCHOOL-ID TO TD-SCHOOL
           MOVE ORD-SANDWICH-ID TO TD-SANDWICH
           MOVE ORD-QTY TO TD-QTY
           MOVE ORD-DISPATCH-NOTE TO TD-NOTE
           MOVE ORD-DELIVERY-DATE TO TD-BATCH-DATE
           MOVE ORD-SANDWICH-ID TO TD-BATCH-SAND
           WRITE TRACE-LINE FROM TRACE-DETAIL
       EXIT SECTION.

      *> THE MOUNTED YEAR'S ARCHIVED ORDERS, LAID BACK OVER THE
      *> ORDER RECORD AREA AND PUT THROUGH THE SAME CHECK
       420-TRACE-ARCHIVED-ORDERS SECTION.
           MOVE SPACES TO ARCHIVE-FILENAME
           STRING "FXORDERS-" DELIMITED BY SIZE
               MOUNT-YEAR DELIMITED BY SIZE
               ".ARC" DELIMITED BY SIZE
               INTO ARCHIVE-FILENAME
           MOVE "N" TO ARCHIVE-EOF-FLAG
           OPEN INPUT ARCHIVE-FILE
           IF ARCHIVE-STATUS NOT = ZERO THEN
               SET EOF-ARCHIVE TO TRUE
           END-IF
           PERFORM UNTIL EOF-ARCHIVE
               READ ARCHIVE-FILE
                   AT END SET EOF-ARCHIVE TO TRUE
                   NOT AT END
                       MOVE ARCHIVE-RECORD TO ORD-DETAILS
                       PERFORM 410-CHECK-ONE-ORDER
               END-READ
           END-PERFORM
           CLOSE ARCHIVE-FILE
       EXIT SECTION.

       405-CHECK-BATCH SECTION.
           MOVE "N" TO BATCH-MATCH
           PERFORM VARYING BATCH-IX FROM 1 BY 1
               UNTIL BATCH-IX > BATCH-COUNT OR BATCH-MATCH-YES
               IF BT-DATE (BATCH-IX) = ORD-DELIVERY-DATE AND
                   BT-SAND (BATCH-IX) = ORD-SANDWICH-ID
                   MOVE "Y" TO BATCH-MATCH
               END-IF
           END-PERFORM
       EXIT SECTION.
