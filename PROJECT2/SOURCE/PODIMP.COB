      ******************************************************************
      *    LAB | THIRD PART | DELICIOUSSANDWICH
      ******************************************************************
      *    BREADWICH | SCHOOL ORDERS
      ******************************************************************
      *    PROOF-OF-DELIVERY IMPORT - LOADS THE DELIVERY FILE THE
      *    DRIVERS' HANDHELDS WRITE FOR ONE DELIVERY DATE (CSV:
      *    NOTE-NO,SCHOOL-ID,SANDWICH-ID,QTY-ACCEPTED,REASON,HHMM)
      *    INSTEAD OF A CLERK KEYING EVERY SIGNED MANIFEST BACK
      *    THROUGH PODENTRY. EACH LINE IS WORKED THE WAY PODENTRY
      *    WORKS IT: THE ORDER IS CORRECTED TO THE ACCEPTED QUANTITY
      *    AND THE SHORT/REFUSED BALANCE RAISES A DRAFT FXCREDNOTE
      *    ENTRY. THE EARLIEST TIME SIGNED ON EACH NOTE IS KEPT ON
      *    FXPOD AS THE ACTUAL ARRIVAL. THE EXCEPTIONS LISTING SHOWS
      *    LINES THAT DO NOT MATCH THE DISPATCHED ORDER, DISPATCHED
      *    LINES THE FILE LEFT OUT, AND NOTES OF THE DATE THE FILE
      *    DID NOT COVER AT ALL.
      *    A SEVENTH FIELD, WHEN PRESENT, CARRIES THE EMPTY TRAYS THE
      *    DRIVER COLLECTED AT THE SCHOOL; THE HANDHELD REPEATS IT ON
      *    EVERY LINE OF THE NOTE, SO THE HIGHEST FIGURE IS TAKEN ONCE
      *    AND POSTED TO THE CONTAINER LEDGER (FXTRAYLEDG) THROUGH
      *    TRAYPOST WHEN THE NOTE IS MARKED WORKED.
      *    EACH DRAFT TAKES ITS NUMBER FROM DOCSERIES; IT HAS NO VALUE
      *    AND IS NO TAX DOCUMENT, SO IT GETS NO SERIES NUMBER.
      ******************************************************************
      *    V1 | EM ATUALIZACAO | 15.10.2026
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PODIMP.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       CRT STATUS IS KEYSTATUS.
       REPOSITORY.
       FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

               SELECT CSV-FILE ASSIGN TO POD-CSV-FILENAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS CSV-STATUS.

               SELECT FXORDERS ASSIGN TO "FXORDERS"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS ORD-ID
                   ALTERNATE RECORD KEY IS ORD-DELIVERY-DATE
                       WITH DUPLICATES
                   FILE STATUS ORD-STATUS-FS.

               SELECT FXCREDNOTE ASSIGN TO "FXCREDNOTE"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS CRN-ID
                   FILE STATUS CRN-STATUS-FS.

               SELECT FXPOD ASSIGN TO "FXPOD"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS POD-NOTE-NO
                   FILE STATUS POD-STATUS-FS.

               SELECT ERROR-FILE ASSIGN TO REPORT-FILENAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS ERRFILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CSV-FILE.
       01  CSV-LINE                         PIC X(120).
       FD FXORDERS.
           COPY FD-ORDERS.
       FD FXCREDNOTE.
           COPY FD-CREDNOTE.
       FD FXPOD.
           COPY FD-POD.
       FD ERROR-FILE.
       01  ERROR-LINE                       PIC X(100).

       WORKING-STORAGE SECTION.
       COPY LK-RUNLOG.
       COPY LK-RPTCAT.
       COPY LK-TRAYPOST.
       COPY LK-DOCSERIES.

       78  MODULE-NAME-VIEW    VALUE "PROOF OF DELIVERY IMPORT".
       78  BACK-EXIT           VALUE "F3 - BACK".
       78  CSV-FILENAME-PROMPT VALUE "DELIVERY FILE NAME:".
       78  GEN-TEXT-DATE       VALUE " DELIVERY DATE:".
       78  ERROR-INVALID-DATE
           VALUE "INVALID DELIVERY DATE, TRY AGAIN".
       78  ERROR-NO-FILE       VALUE "DELIVERY FILE NOT FOUND".
       78  IMPORT-DONE
           VALUE "IMPORT FINISHED, EXCEPTIONS ON THE LISTING: ".
       78  IMPORT-DONE-TAIL    VALUE " - PRESS ANY KEY".
       78  REJ-NO-NOTE
           VALUE "NOTE NOT DISPATCHED TO THAT SCHOOL ON THE DATE".
       78  REJ-NOTE-WORKED
           VALUE "NOTE ALREADY WORKED, LINE NOT APPLIED".
       78  REJ-BAD-TIME        VALUE "TIME SIGNED IS NOT A VALID HHMM".
       78  REJ-NOT-ON-NOTE
           VALUE "SANDWICH NOT DISPATCHED ON THAT NOTE".
       78  REJ-REPEATED        VALUE "LINE REPEATED IN THE FILE".
       78  REJ-QTY-BIG
           VALUE "ACCEPTED EXCEEDS THE DISPATCHED QUANTITY".
       78  EXC-LINE-MISSING
           VALUE "DISPATCHED LINE MISSING FROM THE FILE".
       78  EXC-NOTE-MISSING
           VALUE "NOTE NOT COVERED BY THE FILE".
       78  POD-CREDIT-TEXT     VALUE "SHORT/REFUSED AT DELIVERY".
       78  ERROR-FILE-STATUS-MSG
           VALUE "FILE ERROR, STATUS CODE: ".

       77  DUMMY                            PIC X(001).
       77  KEYSTATUS                        PIC 9(004).
       77  CSV-STATUS                       PIC 9(002).
       77  ORD-STATUS-FS                    PIC 9(002).
       77  CRN-STATUS-FS                    PIC 9(002).
       77  POD-STATUS-FS                    PIC 9(002).
       77  ERRFILE-STATUS                   PIC 9(002).
       77  FILE-ERROR-STATUS                PIC 9(002).

       01  CSV-EOF-FLAG                     PIC X(001) VALUE "N".
           88  EOF-CSV                      VALUE "Y".
       01  ORD-EOF-FLAG                     PIC X(001) VALUE "N".
           88  EOF-ORD                      VALUE "Y".

       01  BISSEXTO                         PIC X(001) VALUE "N".
           88  BISSEXTO-YES                 VALUE "S".
       01  VALID-DATE-FLAG                  PIC X(001) VALUE "N".
           88  VALID-DATE-YES               VALUE "Y".
       01  GEN-DATE.
           05  GEN-YEAR                     PIC 9(004).
           05  GEN-MONTH                    PIC 9(002).
           05  GEN-DAY                      PIC 9(002).
       01  GEN-DATE-NUM REDEFINES GEN-DATE  PIC 9(008).

       01  POD-CSV-FILENAME                 PIC X(050).
       01  CSV-NOTE-NO                      PIC 9(006).
       01  CSV-SCHOOL-ID                    PIC 9(005).
       01  CSV-SANDWICH-ID                  PIC 9(005).
       01  CSV-QTY                          PIC 9(005).
       01  CSV-REASON-CODE                  PIC 9(003).
       01  CSV-TIME.
           05  CSV-TIME-HH                  PIC 9(002).
           05  CSV-TIME-MM                  PIC 9(002).
       01  CSV-TIME-NUM REDEFINES CSV-TIME  PIC 9(004).
       01  CSV-TRAYS                        PIC 9(005).
       01  REJECT-REASON                    PIC X(045).
       01  LINE-OK                          PIC X(001).
           88  LINE-OK-YES                  VALUE "Y".
       01  SHORT-QTY                        PIC 9(005).
       01  RUN-START-STAMP                  PIC 9(014).
       01  REPORT-FILENAME                  PIC X(040).

      *> ONE DISPATCH NOTE PER SCHOOL PER DATE, SO THE NOTES OF THE
      *> DATE ARE HELD BY SCHOOL, AS DISPATCH HOLDS THEM
       78  MAX-SCHOOL                       VALUE 9999.
       01  SCHOOL-NOTE-TABLE.
           05  SCHOOL-NOTE OCCURS MAX-SCHOOL TIMES
               PIC 9(006) VALUE ZERO.
      *> N = NOT SEEN IN THE FILE, W = WORKED BEFORE THIS RUN,
      *> C = COVERED BY THE FILE, P = UNCOVERED AND ALREADY LISTED
       01  SCHOOL-STATE-TABLE.
           05  SCHOOL-STATE OCCURS MAX-SCHOOL TIMES
               PIC X(001) VALUE "N".
       01  SCHOOL-ARRIVAL-TABLE.
           05  SCHOOL-ARRIVAL OCCURS MAX-SCHOOL TIMES
               PIC 9(004) VALUE ZERO.
       01  SCHOOL-SIGNED-TABLE.
           05  SCHOOL-SIGNED OCCURS MAX-SCHOOL TIMES
               PIC 9(003) VALUE ZERO.
       01  SCHOOL-SHORT-TABLE.
           05  SCHOOL-SHORT OCCURS MAX-SCHOOL TIMES
               PIC 9(003) VALUE ZERO.
       01  SCHOOL-TRAYS-TABLE.
           05  SCHOOL-TRAYS OCCURS MAX-SCHOOL TIMES
               PIC 9(005) VALUE ZERO.
       77  SCHOOL-IX                        PIC 9(005).

      *> ORDER LINES THE FILE HAS ALREADY MATCHED, TO CATCH A LINE
      *> SENT TWICE AND TO FIND THE DISPATCHED LINES IT LEFT OUT
       78  MAX-MATCH                        VALUE 3000.
       01  MATCH-TABLE.
           05  MATCH-ENTRY OCCURS MAX-MATCH TIMES.
               10  MATCH-SCHOOL             PIC 9(005).
               10  MATCH-SANDWICH           PIC 9(005).
       77  MATCH-COUNT                      PIC 9(004).
       77  MATCH-IX                         PIC 9(004).
       01  MATCH-FOUND                      PIC X(001).
           88  MATCH-FOUND-YES              VALUE "Y".

       77  READ-COUNT                       PIC 9(007).
       77  GOOD-COUNT                       PIC 9(007).
       77  REJECT-COUNT                     PIC 9(007).
       77  CREDIT-COUNT                     PIC 9(007).
       77  LINE-COUNT                       PIC 9(005).

       01  ERROR-DETAIL.
           05  ED-NOTE                      PIC 9(006).
           05  FILLER                       PIC X(002) VALUE SPACES.
           05  ED-SCHOOL                    PIC 9(005).
           05  FILLER                       PIC X(002) VALUE SPACES.
           05  ED-SANDWICH                  PIC 9(005).
           05  FILLER                       PIC X(002) VALUE SPACES.
           05  ED-QTY                       PIC 9(005).
           05  FILLER                       PIC X(002) VALUE SPACES.
           05  ED-REASON                    PIC X(045).
       01  DONE-COUNT                       PIC ZZZZ9.

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
       01  ASK-FILE-SCREEN.
           05 VALUE CSV-FILENAME-PROMPT LINE 08 COL 15.
           05 AF-NAME PIC X(050) LINE 08 COL PLUS 1
               TO POD-CSV-FILENAME REQUIRED AUTO.
      ******************************************************************
       01  ASK-DATE-SCREEN.
           05 VALUE GEN-TEXT-DATE LINE 10 COL 15.
           05 AD-DAY PIC 9(002) LINE 10 COL PLUS 1
               TO GEN-DAY REQUIRED.
           05 VALUE "/" LINE 10 COL PLUS 1.
           05 AD-MONTH PIC 9(002) LINE 10 COL PLUS 1
               TO GEN-MONTH REQUIRED.
           05 VALUE "/" LINE 10 COL PLUS 1.
           05 AD-YEAR PIC 9(004) LINE 10 COL PLUS 1
               TO GEN-YEAR REQUIRED AUTO.
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
           MOVE SPACES TO POD-CSV-FILENAME
           DISPLAY ASK-FILE-SCREEN
           ACCEPT ASK-FILE-SCREEN
           IF KEYSTATUS = 1003
               EXIT PROGRAM
           END-IF
           MOVE "N" TO VALID-DATE-FLAG
           PERFORM WITH TEST AFTER UNTIL VALID-DATE-YES
               OR KEYSTATUS = 1003
               MOVE ZERO TO GEN-DATE-NUM
               DISPLAY ASK-DATE-SCREEN
               ACCEPT ASK-DATE-SCREEN
               IF KEYSTATUS = 1003
                   EXIT PROGRAM
               END-IF
               PERFORM 115-VALIDATE-DATE
               IF NOT VALID-DATE-YES
                   MOVE ERROR-INVALID-DATE TO ERROR-TEXT
                   ACCEPT ERROR-ZONE
               END-IF
           END-PERFORM
           MOVE FUNCTION CURRENT-DATE (1:14) TO RUN-START-STAMP
           MOVE ZERO TO READ-COUNT GOOD-COUNT REJECT-COUNT
               CREDIT-COUNT LINE-COUNT MATCH-COUNT
           OPEN INPUT CSV-FILE
           IF CSV-STATUS NOT = ZERO THEN
               CLOSE CSV-FILE
               MOVE ERROR-NO-FILE TO ERROR-TEXT
               ACCEPT ERROR-ZONE
               EXIT PROGRAM
           END-IF
           OPEN I-O FXORDERS
           IF ORD-STATUS-FS NOT = ZERO THEN
               MOVE ORD-STATUS-FS TO FILE-ERROR-STATUS
               PERFORM 090-CHECK-FILE-STATUS
           END-IF
           OPEN I-O FXPOD
           IF POD-STATUS-FS = 35 THEN
               CLOSE FXPOD
               OPEN OUTPUT FXPOD
               CLOSE FXPOD
               OPEN I-O FXPOD
           END-IF
           IF POD-STATUS-FS NOT = ZERO THEN
               MOVE POD-STATUS-FS TO FILE-ERROR-STATUS
               PERFORM 090-CHECK-FILE-STATUS
           END-IF
           PERFORM 120-OPEN-CREDIT-NOTES
           MOVE SPACES TO REPORT-FILENAME
           STRING "PODIMP-" DELIMITED BY SIZE
               GEN-DATE DELIMITED BY SIZE
               ".rpt" DELIMITED BY SIZE
               INTO REPORT-FILENAME
           OPEN OUTPUT ERROR-FILE
           PERFORM 100-LOAD-DATE-NOTES
           PERFORM UNTIL EOF-CSV
               READ CSV-FILE
                   AT END SET EOF-CSV TO TRUE
                   NOT AT END
                       ADD 1 TO READ-COUNT
                       PERFORM 200-IMPORT-ONE-LINE
               END-READ
           END-PERFORM
           PERFORM 300-LIST-NOT-COVERED
           PERFORM 400-RECORD-ARRIVALS
           CLOSE ERROR-FILE
           CLOSE FXCREDNOTE
           CLOSE FXPOD
           CLOSE FXORDERS
           CLOSE CSV-FILE
           MOVE "PODIMP" TO RCAT-BASE-NAME
           MOVE REPORT-FILENAME TO RCAT-FILE-NAME
           MOVE "PODIMP" TO RCAT-PROGRAM
           MOVE 1 TO RCAT-PAGES
           MOVE LINE-COUNT TO RCAT-LINES
           CALL "RPTCAT" USING RPTCAT-REQUEST
           MOVE "PODIMP" TO RLOG-PROGRAM
           MOVE RUN-START-STAMP TO RLOG-START-STAMP
           MOVE READ-COUNT TO RLOG-PROCESSED
           MOVE GOOD-COUNT TO RLOG-ACCEPTED
           MOVE REJECT-COUNT TO RLOG-REJECTED
           MOVE "C" TO RLOG-STATUS
           CALL "RUNLOG" USING RUNLOG-REQUEST
           MOVE LINE-COUNT TO DONE-COUNT
           MOVE SPACES TO ERROR-TEXT
           STRING IMPORT-DONE DELIMITED BY SIZE
               DONE-COUNT DELIMITED BY SIZE
               IMPORT-DONE-TAIL DELIMITED BY SIZE
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

      *> EVERY DELIVERED NOTE OF THE DATE, AND WHETHER ITS MANIFEST
      *> WAS ALREADY WORKED - BY PODENTRY OR AN EARLIER IMPORT
       100-LOAD-DATE-NOTES SECTION.
           MOVE "N" TO ORD-EOF-FLAG
           MOVE GEN-DATE-NUM TO ORD-DELIVERY-DATE
           START FXORDERS KEY IS >= ORD-DELIVERY-DATE
               INVALID KEY SET EOF-ORD TO TRUE
           END-START
           PERFORM UNTIL EOF-ORD
               READ FXORDERS NEXT RECORD
                   AT END SET EOF-ORD TO TRUE
                   NOT AT END
                       IF ORD-DELIVERY-DATE NOT = GEN-DATE-NUM
                           SET EOF-ORD TO TRUE
                       ELSE
                           IF ORD-STATUS-DELIVERED AND
                               ORD-DISPATCH-NOTE NOT = ZERO AND
                               ORD-SCHOOL-ID >= 1 AND
                               ORD-SCHOOL-ID <= MAX-SCHOOL
                               PERFORM 110-NOTE-OF-SCHOOL
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
       EXIT SECTION.

       110-NOTE-OF-SCHOOL SECTION.
           IF SCHOOL-NOTE (ORD-SCHOOL-ID) NOT = ZERO
               EXIT SECTION
           END-IF
           MOVE ORD-DISPATCH-NOTE TO SCHOOL-NOTE (ORD-SCHOOL-ID)
           MOVE ORD-DISPATCH-NOTE TO POD-NOTE-NO
           READ FXPOD
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE "W" TO SCHOOL-STATE (ORD-SCHOOL-ID)
           END-READ
       EXIT SECTION.

      *> THE CREDIT NOTE FILE STAYS OPEN FOR THE RUN; THE COUNTER IS
      *> PRIMED FIRST SO NO DRAFT NUMBER NEEDS A SCAN OF THE FILE
       120-OPEN-CREDIT-NOTES SECTION.
           MOVE "P" TO DSER-ACTION
           MOVE "NC" TO DSER-DOC-TYPE
           MOVE ZERO TO DSER-DOC-DATE
           CALL "DOCSERIES" USING DOCSERIES-REQUEST
           OPEN I-O FXCREDNOTE
           IF CRN-STATUS-FS = 35 THEN
               CLOSE FXCREDNOTE
               OPEN OUTPUT FXCREDNOTE
               CLOSE FXCREDNOTE
               OPEN I-O FXCREDNOTE
           END-IF
           IF CRN-STATUS-FS NOT = ZERO THEN
               MOVE CRN-STATUS-FS TO FILE-ERROR-STATUS
               PERFORM 090-CHECK-FILE-STATUS
           END-IF
       EXIT SECTION.

       115-VALIDATE-DATE SECTION.
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

       200-IMPORT-ONE-LINE SECTION.
           MOVE ZERO TO CSV-NOTE-NO CSV-SCHOOL-ID CSV-SANDWICH-ID
               CSV-QTY CSV-REASON-CODE CSV-TIME-NUM CSV-TRAYS
           UNSTRING CSV-LINE DELIMITED BY ","
               INTO CSV-NOTE-NO CSV-SCHOOL-ID CSV-SANDWICH-ID
                   CSV-QTY CSV-REASON-CODE CSV-TIME-NUM CSV-TRAYS
           MOVE "Y" TO LINE-OK
           MOVE SPACES TO REJECT-REASON
           PERFORM 210-VALIDATE-LINE
           IF LINE-OK-YES
               ADD 1 TO GOOD-COUNT
               PERFORM 230-APPLY-LINE
           ELSE
               ADD 1 TO REJECT-COUNT
               MOVE CSV-NOTE-NO TO ED-NOTE
               MOVE CSV-SCHOOL-ID TO ED-SCHOOL
               MOVE CSV-SANDWICH-ID TO ED-SANDWICH
               MOVE CSV-QTY TO ED-QTY
               MOVE REJECT-REASON TO ED-REASON
               WRITE ERROR-LINE FROM ERROR-DETAIL
               ADD 1 TO LINE-COUNT
           END-IF
       EXIT SECTION.

       210-VALIDATE-LINE SECTION.
           IF CSV-SCHOOL-ID < 1 OR CSV-SCHOOL-ID > MAX-SCHOOL
               MOVE REJ-NO-NOTE TO REJECT-REASON
               MOVE "N" TO LINE-OK
               EXIT SECTION
           END-IF
           IF SCHOOL-NOTE (CSV-SCHOOL-ID) = ZERO OR
               SCHOOL-NOTE (CSV-SCHOOL-ID) NOT = CSV-NOTE-NO
               MOVE REJ-NO-NOTE TO REJECT-REASON
               MOVE "N" TO LINE-OK
               EXIT SECTION
           END-IF
      *> A NOTE ALREADY WORKED WOULD BE CREDITED A SECOND TIME
           IF SCHOOL-STATE (CSV-SCHOOL-ID) = "W"
               MOVE REJ-NOTE-WORKED TO REJECT-REASON
               MOVE "N" TO LINE-OK
               EXIT SECTION
           END-IF
           MOVE "C" TO SCHOOL-STATE (CSV-SCHOOL-ID)
           IF CSV-TIME-HH > 23 OR CSV-TIME-MM > 59
               MOVE REJ-BAD-TIME TO REJECT-REASON
               MOVE "N" TO LINE-OK
               EXIT SECTION
           END-IF
           MOVE CSV-SCHOOL-ID TO ORD-SCHOOL-ID
           MOVE GEN-DATE-NUM TO ORD-DELIVERY-DATE
           MOVE CSV-SANDWICH-ID TO ORD-SANDWICH-ID
           READ FXORDERS
               INVALID KEY
                   MOVE REJ-NOT-ON-NOTE TO REJECT-REASON
                   MOVE "N" TO LINE-OK
                   EXIT SECTION
           END-READ
           IF ORD-DISPATCH-NOTE NOT = CSV-NOTE-NO OR
               NOT ORD-STATUS-DELIVERED
               MOVE REJ-NOT-ON-NOTE TO REJECT-REASON
               MOVE "N" TO LINE-OK
               EXIT SECTION
           END-IF
           PERFORM 220-FIND-MATCH
           IF MATCH-FOUND-YES
               MOVE REJ-REPEATED TO REJECT-REASON
               MOVE "N" TO LINE-OK
               EXIT SECTION
           END-IF
           IF MATCH-COUNT < MAX-MATCH
               ADD 1 TO MATCH-COUNT
               MOVE CSV-SCHOOL-ID TO MATCH-SCHOOL (MATCH-COUNT)
               MOVE CSV-SANDWICH-ID TO MATCH-SANDWICH (MATCH-COUNT)
           END-IF
           IF CSV-QTY > ORD-QTY
               MOVE REJ-QTY-BIG TO REJECT-REASON
               MOVE "N" TO LINE-OK
           END-IF
       EXIT SECTION.

       220-FIND-MATCH SECTION.
           MOVE "N" TO MATCH-FOUND
           PERFORM VARYING MATCH-IX FROM 1 BY 1
               UNTIL MATCH-IX > MATCH-COUNT OR MATCH-FOUND-YES
               IF MATCH-SCHOOL (MATCH-IX) = ORD-SCHOOL-ID AND
                   MATCH-SANDWICH (MATCH-IX) = ORD-SANDWICH-ID
                   MOVE "Y" TO MATCH-FOUND
               END-IF
           END-PERFORM
       EXIT SECTION.

      *> THE SAME WORK PODENTRY DOES FOR A KEYED LINE: THE ORDER IS
      *> CORRECTED TO THE SIGNED-FOR QUANTITY SO THE INVOICING RUN
      *> BILLS WHAT ARRIVED, AND THE BALANCE BECOMES A DRAFT CREDIT
       230-APPLY-LINE SECTION.
           ADD 1 TO SCHOOL-SIGNED (CSV-SCHOOL-ID)
           IF CSV-TIME-NUM NOT = ZERO AND
               (SCHOOL-ARRIVAL (CSV-SCHOOL-ID) = ZERO OR
                CSV-TIME-NUM < SCHOOL-ARRIVAL (CSV-SCHOOL-ID))
               MOVE CSV-TIME-NUM TO SCHOOL-ARRIVAL (CSV-SCHOOL-ID)
           END-IF
           IF CSV-TRAYS > SCHOOL-TRAYS (CSV-SCHOOL-ID)
               MOVE CSV-TRAYS TO SCHOOL-TRAYS (CSV-SCHOOL-ID)
           END-IF
           IF CSV-QTY = ORD-QTY
               EXIT SECTION
           END-IF
           COMPUTE SHORT-QTY = ORD-QTY - CSV-QTY
           MOVE CSV-QTY TO ORD-QTY
           CALL "GETOPER" USING ORD-LAST-BY
           MOVE FUNCTION CURRENT-DATE (1:8) TO ORD-LAST-DATE
           REWRITE ORD-DETAILS
           END-REWRITE
           ADD 1 TO SCHOOL-SHORT (CSV-SCHOOL-ID)
           PERFORM 240-RAISE-DRAFT-CREDIT
       EXIT SECTION.

      *> INVOICE, LINE AND MONEY STAY ZERO UNTIL THE CREDIT CLERK
      *> TIES THE DRAFT TO ITS INVOICE (CREDNOTE), AS FOR PODENTRY
       240-RAISE-DRAFT-CREDIT SECTION.
           MOVE "N" TO DSER-ACTION
           MOVE "NC" TO DSER-DOC-TYPE
           MOVE ZERO TO DSER-DOC-DATE
           CALL "DOCSERIES" USING DOCSERIES-REQUEST
           IF NOT DSER-OK-YES
               EXIT SECTION
           END-IF
           INITIALIZE CRN-DETAILS
           MOVE DSER-DOC-ID TO CRN-ID
           MOVE ORD-SCHOOL-ID TO CRN-SCHOOL-ID
           MOVE ZERO TO CRN-INV-ID CRN-INV-LINE-NO
           MOVE ORD-SANDWICH-ID TO CRN-SANDWICH-ID
           MOVE FUNCTION CURRENT-DATE (1:8) TO CRN-DATE
           MOVE SHORT-QTY TO CRN-QTY
           MOVE ZERO TO CRN-UNIT-PRICE CRN-AMOUNT
           MOVE CSV-REASON-CODE TO CRN-REASON-CODE
           MOVE POD-CREDIT-TEXT TO CRN-REASON-TEXT
           MOVE "N" TO CRN-GL-FLAG
           CALL "GETOPER" USING CRN-LAST-BY
           MOVE FUNCTION CURRENT-DATE (1:8) TO CRN-LAST-DATE
           WRITE CRN-DETAILS
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   ADD 1 TO CREDIT-COUNT
           END-WRITE
       EXIT SECTION.

      *> A SECOND PASS OVER THE DATE: A NOTE THE FILE NEVER NAMED IS
      *> LISTED ONCE, AND ON A NOTE IT DID NAME EVERY DISPATCHED
      *> LINE WITHOUT A MATCHING FILE LINE IS LISTED
       300-LIST-NOT-COVERED SECTION.
           MOVE "N" TO ORD-EOF-FLAG
           MOVE GEN-DATE-NUM TO ORD-DELIVERY-DATE
           START FXORDERS KEY IS >= ORD-DELIVERY-DATE
               INVALID KEY SET EOF-ORD TO TRUE
           END-START
           PERFORM UNTIL EOF-ORD
               READ FXORDERS NEXT RECORD
                   AT END SET EOF-ORD TO TRUE
                   NOT AT END
                       IF ORD-DELIVERY-DATE NOT = GEN-DATE-NUM
                           SET EOF-ORD TO TRUE
                       ELSE
                           IF ORD-STATUS-DELIVERED AND
                               ORD-DISPATCH-NOTE NOT = ZERO AND
                               ORD-SCHOOL-ID >= 1 AND
                               ORD-SCHOOL-ID <= MAX-SCHOOL
                               PERFORM 310-CHECK-ORDER-COVERED
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
       EXIT SECTION.

       310-CHECK-ORDER-COVERED SECTION.
           MOVE ORD-DISPATCH-NOTE TO ED-NOTE
           MOVE ORD-SCHOOL-ID TO ED-SCHOOL
           EVALUATE SCHOOL-STATE (ORD-SCHOOL-ID)
               WHEN "N"
                   MOVE "P" TO SCHOOL-STATE (ORD-SCHOOL-ID)
                   MOVE ZERO TO ED-SANDWICH ED-QTY
                   MOVE EXC-NOTE-MISSING TO ED-REASON
                   WRITE ERROR-LINE FROM ERROR-DETAIL
                   ADD 1 TO LINE-COUNT
               WHEN "C"
                   PERFORM 220-FIND-MATCH
                   IF NOT MATCH-FOUND-YES
                       MOVE ORD-SANDWICH-ID TO ED-SANDWICH
                       MOVE ORD-QTY TO ED-QTY
                       MOVE EXC-LINE-MISSING TO ED-REASON
                       WRITE ERROR-LINE FROM ERROR-DETAIL
                       ADD 1 TO LINE-COUNT
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
       EXIT SECTION.

      *> EVERY NOTE THE FILE COVERED WITH AT LEAST ONE GOOD LINE IS
      *> MARKED WORKED ON FXPOD WITH THE EARLIEST TIME SIGNED AS ITS
      *> ACTUAL ARRIVAL; A NOTE WHOSE LINES ALL FAILED CAN BE SENT
      *> AGAIN ONCE THE FILE IS CORRECTED
       400-RECORD-ARRIVALS SECTION.
           PERFORM VARYING SCHOOL-IX FROM 1 BY 1
               UNTIL SCHOOL-IX > MAX-SCHOOL
               IF SCHOOL-STATE (SCHOOL-IX) = "C" AND
                   SCHOOL-SIGNED (SCHOOL-IX) > ZERO
                   MOVE SCHOOL-NOTE (SCHOOL-IX) TO POD-NOTE-NO
                   MOVE GEN-DATE-NUM TO POD-DELIVERY-DATE
                   MOVE SCHOOL-IX TO POD-SCHOOL-ID
                   MOVE SCHOOL-ARRIVAL (SCHOOL-IX) TO POD-ARRIVAL-TIME
                   MOVE "F" TO POD-SOURCE
                   MOVE SCHOOL-SIGNED (SCHOOL-IX) TO POD-LINES-SIGNED
                   MOVE SCHOOL-SHORT (SCHOOL-IX) TO POD-LINES-SHORT
                   CALL "GETOPER" USING POD-LAST-BY
                   MOVE FUNCTION CURRENT-DATE (1:8) TO POD-LAST-DATE
                   WRITE POD-DETAILS
                       INVALID KEY
                           REWRITE POD-DETAILS
                           END-REWRITE
                   END-WRITE
                   IF SCHOOL-TRAYS (SCHOOL-IX) > ZERO
                       MOVE SCHOOL-IX TO TRP-SCHOOL-ID
                       MOVE "R" TO TRP-TYPE
                       MOVE SCHOOL-NOTE (SCHOOL-IX) TO TRP-NOTE-NO
                       MOVE SCHOOL-TRAYS (SCHOOL-IX) TO TRP-TRAYS
                       CALL "TRAYPOST" USING TRAYPOST-REQUEST
                   END-IF
               END-IF
           END-PERFORM
       EXIT SECTION.
