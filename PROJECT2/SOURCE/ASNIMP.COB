      ******************************************************************
      *    LAB | THIRD PART | DELICIOUSSANDWICH
      ******************************************************************
      *    BREADWICH | GOODS RECEIVING
      ******************************************************************
      *    ADVANCE SHIPPING NOTICE IMPORT - LOADS THE NOTICE A
      *    SUPPLIER SENDS BEFORE THE VAN ARRIVES (CSV: NOTICE-NO,
      *    PO-ID,LINE-NO,QTY,LOT-NO,BEST-BEFORE YYYYMMDD,DUE DATE
      *    YYYYMMDD) INTO THE PENDING-RECEIPT FILE FXASN. GOODSRECV
      *    OFFERS THE PENDING LINE WHEN THE ORDER LINE IS RECEIVED,
      *    SO THE RECEIVER ONLY CONFIRMS OR CORRECTS THE QUANTITY,
      *    LOT AND EXPIRY. A LINE FOR AN UNKNOWN ORDER OR ORDER LINE,
      *    OR FOR A LINE THAT IS CLOSED OR CANCELLED, GOES ON THE
      *    EXCEPTIONS LISTING WITH THE REASON. A NOTICE SENT AGAIN
      *    REPLACES THE PENDING LINE FOR THE SAME LOT.
      ******************************************************************
      *    V1 | EM ATUALIZACAO | 15.10.2026
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ASNIMP.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       CRT STATUS IS KEYSTATUS.
       REPOSITORY.
       FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

               SELECT CSV-FILE ASSIGN TO ASN-CSV-FILENAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS CSV-STATUS.

               SELECT FXPURCHORD ASSIGN TO "FXPURCHORD"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS PO-ID
                   FILE STATUS PO-STATUS-FS.

               SELECT FXPOLINES ASSIGN TO "FXPOLINES"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS POL-ID
                   FILE STATUS POL-STATUS-FS.

               SELECT FXASN ASSIGN TO "FXASN"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS ASN-ID
                   FILE STATUS ASN-STATUS-FS.

               SELECT ERROR-FILE ASSIGN TO REPORT-FILENAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS ERRFILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CSV-FILE.
       01  CSV-LINE                         PIC X(120).
       FD FXPURCHORD.
           COPY FD-PURCHORD.
       FD FXPOLINES.
           COPY FD-POLINE.
       FD FXASN.
           COPY FD-ASN.
       FD ERROR-FILE.
       01  ERROR-LINE                       PIC X(100).

       WORKING-STORAGE SECTION.
       COPY LK-RUNLOG.
       COPY LK-RPTCAT.

       78  MODULE-NAME-VIEW    VALUE "SHIPPING NOTICE IMPORT".
       78  BACK-EXIT           VALUE "F3 - BACK".
       78  CSV-FILENAME-PROMPT VALUE "NOTICE FILE NAME:".
       78  IMPORT-DONE
           VALUE "IMPORT FINISHED, SEE THE DATED EXCEPTIONS LISTING, "-
           "PRESS ANY KEY".
       78  ERROR-NO-FILE       VALUE "NOTICE FILE NOT FOUND".
       78  REJ-NO-PO           VALUE "UNKNOWN PURCHASE ORDER".
       78  REJ-PO-NOT-OPEN
           VALUE "PURCHASE ORDER NOT OPEN OR PART-RECEIVED".
       78  REJ-NO-LINE         VALUE "UNKNOWN ORDER LINE".
       78  REJ-LINE-CLOSED
           VALUE "ORDER LINE CLOSED OR CANCELLED".
       78  REJ-NO-QTY          VALUE "QUANTITY IS ZERO".
       78  REJ-NO-LOT          VALUE "LOT NUMBER MISSING".
       78  REJ-BAD-EXPIRY      VALUE "BEST-BEFORE DATE IS NOT VALID".
       78  ERROR-FILE-STATUS-MSG
           VALUE "FILE ERROR, STATUS CODE: ".

       77  DUMMY                            PIC X(001).
       77  KEYSTATUS                        PIC 9(004).
       77  CSV-STATUS                       PIC 9(002).
       77  PO-STATUS-FS                     PIC 9(002).
       77  POL-STATUS-FS                    PIC 9(002).
       77  ASN-STATUS-FS                    PIC 9(002).
       77  ERRFILE-STATUS                   PIC 9(002).
       77  FILE-ERROR-STATUS                PIC 9(002).

       01  CSV-EOF-FLAG                     PIC X(001) VALUE "N".
           88  EOF-CSV                      VALUE "Y".
       01  PO-OPEN-FLAG                     PIC X(001) VALUE "N".
           88  PO-OPEN                      VALUE "Y".
       01  POL-OPEN-FLAG                    PIC X(001) VALUE "N".
           88  POL-OPEN                     VALUE "Y".

       01  BISSEXTO                         PIC X(001) VALUE "N".
           88  BISSEXTO-YES                 VALUE "S".
       01  VALID-DATE-FLAG                  PIC X(001) VALUE "N".
           88  VALID-DATE-YES               VALUE "Y".
       01  GEN-DATE.
           05  GEN-YEAR                     PIC 9(004).
           05  GEN-MONTH                    PIC 9(002).
           05  GEN-DAY                      PIC 9(002).
       01  GEN-DATE-NUM REDEFINES GEN-DATE  PIC 9(008).

       01  ASN-CSV-FILENAME                 PIC X(050).
       01  CSV-NOTICE-NO                    PIC X(010).
       01  CSV-PO-ID                        PIC 9(006).
       01  CSV-LINE-NO                      PIC 9(003).
       01  CSV-QTY                          PIC 9(005).
       01  CSV-LOT-NO                       PIC X(010).
       01  CSV-EXPIRY                       PIC 9(008).
       01  CSV-DUE-DATE                     PIC 9(008).
       01  REJECT-REASON                    PIC X(045).
       01  LINE-OK                          PIC X(001).
           88  LINE-OK-YES                  VALUE "Y".
       01  RUN-START-STAMP                  PIC 9(014).
       01  REPORT-FILENAME                  PIC X(040).
       77  READ-COUNT                       PIC 9(007).
       77  GOOD-COUNT                       PIC 9(007).
       77  REJECT-COUNT                     PIC 9(007).

       01  ERROR-DETAIL.
           05  ED-NOTICE                    PIC X(010).
           05  FILLER                       PIC X(002) VALUE SPACES.
           05  ED-PO-ID                     PIC 9(006).
           05  FILLER                       PIC X(001) VALUE "/".
           05  ED-LINE-NO                   PIC 9(003).
           05  FILLER                       PIC X(002) VALUE SPACES.
           05  ED-LOT-NO                    PIC X(010).
           05  FILLER                       PIC X(002) VALUE SPACES.
           05  ED-REASON                    PIC X(045).

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
               TO ASN-CSV-FILENAME REQUIRED AUTO.
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
           MOVE SPACES TO ASN-CSV-FILENAME
           DISPLAY ASK-FILE-SCREEN
           ACCEPT ASK-FILE-SCREEN
           IF KEYSTATUS = 1003
               EXIT PROGRAM
           END-IF
           MOVE FUNCTION CURRENT-DATE (1:14) TO RUN-START-STAMP
           MOVE ZERO TO READ-COUNT GOOD-COUNT REJECT-COUNT
           OPEN INPUT CSV-FILE
           IF CSV-STATUS NOT = ZERO THEN
               CLOSE CSV-FILE
               MOVE ERROR-NO-FILE TO ERROR-TEXT
               ACCEPT ERROR-ZONE
               EXIT PROGRAM
           END-IF
           MOVE SPACES TO REPORT-FILENAME
           STRING "ASNIMP-" DELIMITED BY SIZE
               RUN-START-STAMP (1:8) DELIMITED BY SIZE
               ".rpt" DELIMITED BY SIZE
               INTO REPORT-FILENAME
           OPEN OUTPUT ERROR-FILE
           OPEN I-O FXASN
           IF ASN-STATUS-FS = 35 THEN
               CLOSE FXASN
               OPEN OUTPUT FXASN
           ELSE
               IF ASN-STATUS-FS NOT = ZERO THEN
                   MOVE ASN-STATUS-FS TO FILE-ERROR-STATUS
                   PERFORM 090-CHECK-FILE-STATUS
               END-IF
           END-IF
           OPEN INPUT FXPURCHORD
           IF PO-STATUS-FS = ZERO
               MOVE "Y" TO PO-OPEN-FLAG
           END-IF
           OPEN INPUT FXPOLINES
           IF POL-STATUS-FS = ZERO
               MOVE "Y" TO POL-OPEN-FLAG
           END-IF
           PERFORM UNTIL EOF-CSV
               READ CSV-FILE
                   AT END SET EOF-CSV TO TRUE
                   NOT AT END
                       ADD 1 TO READ-COUNT
                       PERFORM 100-IMPORT-ONE-LINE
               END-READ
           END-PERFORM
           CLOSE FXPOLINES
           CLOSE FXPURCHORD
           CLOSE FXASN
           CLOSE ERROR-FILE
           CLOSE CSV-FILE
           MOVE "ASNIMP" TO RCAT-BASE-NAME
           MOVE REPORT-FILENAME TO RCAT-FILE-NAME
           MOVE "ASNIMP" TO RCAT-PROGRAM
           MOVE 1 TO RCAT-PAGES
           MOVE REJECT-COUNT TO RCAT-LINES
           CALL "RPTCAT" USING RPTCAT-REQUEST
           MOVE "ASNIMP" TO RLOG-PROGRAM
           MOVE RUN-START-STAMP TO RLOG-START-STAMP
           MOVE READ-COUNT TO RLOG-PROCESSED
           MOVE GOOD-COUNT TO RLOG-ACCEPTED
           MOVE REJECT-COUNT TO RLOG-REJECTED
           MOVE "C" TO RLOG-STATUS
           CALL "RUNLOG" USING RUNLOG-REQUEST
           MOVE IMPORT-DONE TO ERROR-TEXT
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

       100-IMPORT-ONE-LINE SECTION.
           MOVE SPACES TO CSV-NOTICE-NO CSV-LOT-NO
           MOVE ZERO TO CSV-PO-ID CSV-LINE-NO CSV-QTY CSV-EXPIRY
               CSV-DUE-DATE
           UNSTRING CSV-LINE DELIMITED BY ","
               INTO CSV-NOTICE-NO CSV-PO-ID CSV-LINE-NO CSV-QTY
                   CSV-LOT-NO CSV-EXPIRY CSV-DUE-DATE
           MOVE "Y" TO LINE-OK
           MOVE SPACES TO REJECT-REASON
           PERFORM 110-VALIDATE-LINE
           IF LINE-OK-YES
               PERFORM 200-WRITE-PENDING
           ELSE
               ADD 1 TO REJECT-COUNT
               MOVE CSV-NOTICE-NO TO ED-NOTICE
               MOVE CSV-PO-ID TO ED-PO-ID
               MOVE CSV-LINE-NO TO ED-LINE-NO
               MOVE CSV-LOT-NO TO ED-LOT-NO
               MOVE REJECT-REASON TO ED-REASON
               WRITE ERROR-LINE FROM ERROR-DETAIL
           END-IF
       EXIT SECTION.

       110-VALIDATE-LINE SECTION.
           IF NOT PO-OPEN
               MOVE REJ-NO-PO TO REJECT-REASON
               MOVE "N" TO LINE-OK
               EXIT SECTION
           END-IF
           MOVE CSV-PO-ID TO PO-ID
           READ FXPURCHORD
               INVALID KEY
                   MOVE REJ-NO-PO TO REJECT-REASON
                   MOVE "N" TO LINE-OK
                   EXIT SECTION
           END-READ
           IF NOT (PO-STATUS-OPEN OR PO-STATUS-PART)
               MOVE REJ-PO-NOT-OPEN TO REJECT-REASON
               MOVE "N" TO LINE-OK
               EXIT SECTION
           END-IF
           IF NOT POL-OPEN
               MOVE REJ-NO-LINE TO REJECT-REASON
               MOVE "N" TO LINE-OK
               EXIT SECTION
           END-IF
           MOVE CSV-PO-ID TO POL-PO-ID
           MOVE CSV-LINE-NO TO POL-LINE-NO
           READ FXPOLINES
               INVALID KEY
                   MOVE REJ-NO-LINE TO REJECT-REASON
                   MOVE "N" TO LINE-OK
                   EXIT SECTION
           END-READ
           IF NOT (POL-STATUS-OPEN OR POL-STATUS-PART)
               MOVE REJ-LINE-CLOSED TO REJECT-REASON
               MOVE "N" TO LINE-OK
               EXIT SECTION
           END-IF
           IF CSV-QTY = ZERO
               MOVE REJ-NO-QTY TO REJECT-REASON
               MOVE "N" TO LINE-OK
               EXIT SECTION
           END-IF
           IF CSV-LOT-NO = SPACES
               MOVE REJ-NO-LOT TO REJECT-REASON
               MOVE "N" TO LINE-OK
               EXIT SECTION
           END-IF
           MOVE CSV-EXPIRY TO GEN-DATE-NUM
           PERFORM 115-VALIDATE-DATE
           IF NOT VALID-DATE-YES
               MOVE REJ-BAD-EXPIRY TO REJECT-REASON
               MOVE "N" TO LINE-OK
           END-IF
       EXIT SECTION.

      *> THE LOT IS KEPT UPPER CASE, AS GOODSRECV FILES IT ON
      *> FXINGLOT; A DUE DATE LEFT OFF THE NOTICE IS TAKEN AS TODAY
       200-WRITE-PENDING SECTION.
           MOVE CSV-PO-ID TO ASN-PO-ID
           MOVE CSV-LINE-NO TO ASN-LINE-NO
           MOVE UPPER-CASE (CSV-LOT-NO) TO ASN-LOT-NO
           MOVE CSV-NOTICE-NO TO ASN-NOTICE-NO
           MOVE PO-SUPPLIER-ID TO ASN-SUPPLIER-ID
           MOVE CSV-QTY TO ASN-QTY
           MOVE CSV-EXPIRY TO ASN-EXPIRY-DATE
           MOVE CSV-DUE-DATE TO GEN-DATE-NUM
           PERFORM 115-VALIDATE-DATE
           IF VALID-DATE-YES
               MOVE CSV-DUE-DATE TO ASN-DUE-DATE
           ELSE
               MOVE RUN-START-STAMP (1:8) TO ASN-DUE-DATE
           END-IF
           MOVE RUN-START-STAMP (1:8) TO ASN-IMPORT-DATE
           MOVE "P" TO ASN-STATUS
           MOVE ZERO TO ASN-QTY-RECEIVED
           CALL "GETOPER" USING ASN-LAST-BY
           MOVE FUNCTION CURRENT-DATE (1:8) TO ASN-LAST-DATE
           WRITE ASN-DETAILS
               INVALID KEY
                   REWRITE ASN-DETAILS
                   END-REWRITE
           END-WRITE
           ADD 1 TO GOOD-COUNT
       EXIT SECTION.
