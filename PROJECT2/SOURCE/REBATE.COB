      *    THE HIGHEST VOLUME BAND REACHED DECIDES THE PERCENTAGE,
      *    AND THE STATEMENT SHOWS WHAT THE SUPPLIER OWES US - NO
      *    LONGER A MATTER OF SOMEBODY REMEMBERING TO INVOICE IT.
      *    WHEN THE SUPPLIER SETTLES THE REBATE (CREDIT NOTE OR
      *    DEDUCTION) THE SETTLEMENT IS RECORDED ON FXREBSETL AGAINST
      *    THE AGREEMENT PERIOD, AND THE SUPPLIER LEDGER TAKES IT OFF
      *    WHAT WE OWE THE SUPPLIER.
      ******************************************************************
      *    V1 | EM ATUALIZACAO | 02.09.2026
      ******************************************************************
                   RECORD KEY IS PO-ID
                   FILE STATUS PO-STATUS-FS.

               SELECT FXREBSETL ASSIGN TO "FXREBSETL"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS RBS-ID
                   FILE STATUS RBS-STATUS-FS.

               SELECT STATEMENT-FILE ASSIGN TO REPORT-FILENAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS STATEMENT-STATUS.
           COPY FD-POLINE.
       FD FXPURCHORD.
           COPY FD-PURCHORD.
       FD FXREBSETL.
           COPY FD-REBSETL.
       FD STATEMENT-FILE.
       01  STATEMENT-LINE                   PIC X(090).

       78  REB-MENU-OPTION1    VALUE "1 - ADD / REPLACE REBATE BAND".
       78  REB-MENU-OPTION2
           VALUE "2 - ACCRUAL / SETTLEMENT STATEMENT".
       78  REB-MENU-OPTION3
           VALUE "3 - RECORD REBATE SETTLEMENT".
       78  REB-MENU-OPTION4    VALUE "4 - BACK".
       78  REB-TEXT-SUPP       VALUE "   SUPPLIER ID:".
       78  REB-TEXT-BAND       VALUE "     BAND (1-9):".
       78  REB-TEXT-FROM       VALUE "   PERIOD FROM:".
       78  REB-TEXT-TO         VALUE "     PERIOD TO:".
       78  REB-TEXT-QTY        VALUE "  VOLUME BAND QTY:".
       78  REB-TEXT-PCT        VALUE "     REBATE PCT:".
       78  REB-TEXT-SET-DATE   VALUE "SETTLED ON DATE:".
       78  REB-TEXT-AMOUNT     VALUE "  AMOUNT SETTLED:".
       78  REB-TEXT-REFERENCE  VALUE " THEIR REFERENCE:".
       78  CONFIRM-REB-RECORD  VALUE "REBATE BAND SAVED".
       78  CONFIRM-SETTLEMENT  VALUE "REBATE SETTLEMENT RECORDED".
       78  ERROR-NO-AGREEMENT
           VALUE "NO REBATE AGREEMENT FOR THAT SUPPLIER".
       78  STATEMENT-DONE
           VALUE "REBATE STATEMENT PRODUCED, SEE THE DATED FILE, "-
           "PRESS ANY KEY".
       77  REB-STATUS-FS                    PIC 9(002).
       77  POL-STATUS-FS                    PIC 9(002).
       77  PO-STATUS-FS                     PIC 9(002).
       77  RBS-STATUS-FS                    PIC 9(002).
       77  STATEMENT-STATUS                 PIC 9(002).
       77  FILE-ERROR-STATUS                PIC 9(002).

       01  MAIN-OPTION                      PIC 9(001).
           88  MAIN-OPTION-EXIT             VALUE 4.
       01  POL-EOF-FLAG                     PIC X(001) VALUE "N".
           88  EOF-POL                      VALUE "Y".

       01  ASK-PERIOD-TO                    PIC 9(008).
       01  ASK-BAND-QTY                     PIC 9(007).
       01  ASK-RATE                         PIC 9(002)V99.
       01  ASK-SET-DATE                     PIC 9(008).
       01  ASK-SET-AMOUNT                   PIC 9(007)V99.
       01  ASK-SET-REFERENCE                PIC X(012).
       01  NEXT-RBS-SEQ                     PIC 9(004).
       01  RBS-EOF-FLAG                     PIC X(001) VALUE "N".
           88  EOF-RBS                      VALUE "Y".

       77  SUPP-IX                          PIC 9(005).
       77  BAND-IX                          PIC 9(001).
           03 VALUE REB-MENU-OPTION1 LINE 10 COL 35.
           03 VALUE REB-MENU-OPTION2 LINE 11 COL 35.
           03 VALUE REB-MENU-OPTION3 LINE 12 COL 35.
           03 VALUE REB-MENU-OPTION4 LINE 13 COL 35.
           03 VALUE MAIN-MENU-CHOICE LINE 15 COL 35.
           03 RM-OPTION PIC 9(001) LINE 15 COL PLUS 2
               TO MAIN-OPTION BLANK WHEN ZERO.
      ******************************************************************
       01  ADD-REB-SCREEN.
           05 VALUE REB-TEXT-PCT LINE 18 COL 14.
           05 AB-PCT PIC 99.99 LINE 18 COL PLUS 1
               TO ASK-RATE REQUIRED AUTO.
      ******************************************************************
       01  ASK-SUPP-SCREEN.
           05 VALUE REB-TEXT-SUPP LINE 08 COL 15.
           05 SS-SUPP PIC 9(005) LINE 08 COL PLUS 1
               TO ASK-SUPPLIER-ID REQUIRED AUTO.
      ******************************************************************
       01  SETTLEMENT-SCREEN.
           05 VALUE REB-TEXT-SUPP LINE 08 COL 15.
           05 SE-SUPP PIC 9(005) LINE 08 COL PLUS 1
               FROM ASK-SUPPLIER-ID.
           05 VALUE REB-TEXT-FROM LINE 10 COL 15.
           05 SE-FROM PIC 9(008) LINE 10 COL PLUS 1
               FROM AGR-PERIOD-FROM.
           05 VALUE REB-TEXT-TO LINE 12 COL 15.
           05 SE-TO PIC 9(008) LINE 12 COL PLUS 1
               FROM AGR-PERIOD-TO.
           05 VALUE REB-TEXT-SET-DATE LINE 14 COL 14.
           05 SE-DATE PIC 9(008) LINE 14 COL PLUS 1
               TO ASK-SET-DATE REQUIRED.
           05 VALUE REB-TEXT-AMOUNT LINE 16 COL 13.
           05 SE-AMOUNT PIC 9(007).99 LINE 16 COL PLUS 1
               TO ASK-SET-AMOUNT REQUIRED.
           05 VALUE REB-TEXT-REFERENCE LINE 18 COL 13.
           05 SE-REFERENCE PIC X(012) LINE 18 COL PLUS 1
               TO ASK-SET-REFERENCE AUTO.
      ******************************************************************
       01 ERROR-ZONE
           BACKGROUND-COLOR 7 FOREGROUND-COLOR 0.
                   WHEN 2
                       PERFORM 300-REBATE-STATEMENT
                   WHEN 3
                       PERFORM 400-RECORD-SETTLEMENT
                   WHEN 4
                       CONTINUE
                   WHEN OTHER
                       MOVE MAIN-MENU-ERROR TO ERROR-TEXT
           COMPUTE PURCH-VALUE = PURCH-VALUE
               + POL-QTY-RECEIVED * POL-PRICE
       EXIT SECTION.

      *> THE SETTLEMENT IS BOOKED AGAINST THE SUPPLIER'S CURRENT
      *> AGREEMENT PERIOD (BAND 1) UNDER THE NEXT NUMBER FOR THE
      *> SUPPLIER
       400-RECORD-SETTLEMENT SECTION.
           MOVE ZERO TO ASK-SUPPLIER-ID
           DISPLAY CLEAR-SCREEN
           DISPLAY MAIN-SCREEN
           DISPLAY ASK-SUPP-SCREEN
           ACCEPT ASK-SUPP-SCREEN
           IF KEYSTATUS = 1003
               EXIT SECTION
           END-IF
           MOVE "N" TO AGREEMENT-FOUND
           OPEN INPUT FXREBATE
           IF REB-STATUS-FS = ZERO THEN
               MOVE ASK-SUPPLIER-ID TO REB-SUPPLIER-ID
               MOVE 1 TO REB-BAND-NO
               READ FXREBATE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO AGREEMENT-FOUND
                       MOVE REB-PERIOD-FROM TO AGR-PERIOD-FROM
                       MOVE REB-PERIOD-TO TO AGR-PERIOD-TO
               END-READ
           END-IF
           CLOSE FXREBATE
           IF NOT AGREEMENT-FOUND-YES
               MOVE ERROR-NO-AGREEMENT TO ERROR-TEXT
               ACCEPT ERROR-ZONE
               EXIT SECTION
           END-IF
           MOVE FUNCTION CURRENT-DATE (1:8) TO ASK-SET-DATE
           MOVE ZERO TO ASK-SET-AMOUNT
           MOVE SPACES TO ASK-SET-REFERENCE
           DISPLAY CLEAR-SCREEN
           DISPLAY MAIN-SCREEN
           DISPLAY SETTLEMENT-SCREEN
           ACCEPT SETTLEMENT-SCREEN
           IF KEYSTATUS = 1003 OR ASK-SET-AMOUNT = ZERO
               EXIT SECTION
           END-IF
           OPEN I-O FXREBSETL
           IF RBS-STATUS-FS = 35 THEN
               CLOSE FXREBSETL
               OPEN OUTPUT FXREBSETL
           ELSE
               IF RBS-STATUS-FS NOT = ZERO THEN
                   MOVE RBS-STATUS-FS TO FILE-ERROR-STATUS
                   PERFORM 090-CHECK-FILE-STATUS
               END-IF
           END-IF
           PERFORM 410-NEXT-SETTLEMENT-SEQ
           MOVE ASK-SUPPLIER-ID TO RBS-SUPPLIER-ID
           MOVE NEXT-RBS-SEQ TO RBS-SEQ
           MOVE ASK-SET-DATE TO RBS-DATE
           MOVE AGR-PERIOD-FROM TO RBS-PERIOD-FROM
           MOVE AGR-PERIOD-TO TO RBS-PERIOD-TO
           MOVE ASK-SET-AMOUNT TO RBS-AMOUNT
           MOVE UPPER-CASE (ASK-SET-REFERENCE) TO RBS-REFERENCE
           CALL "GETOPER" USING RBS-LAST-BY
           MOVE FUNCTION CURRENT-DATE (1:8) TO RBS-LAST-DATE
           WRITE RBS-DETAILS
           END-WRITE
           CLOSE FXREBSETL
           MOVE CONFIRM-SETTLEMENT TO ERROR-TEXT
           ACCEPT ERROR-ZONE
       EXIT SECTION.

       410-NEXT-SETTLEMENT-SEQ SECTION.
           MOVE 1 TO NEXT-RBS-SEQ
           MOVE "N" TO RBS-EOF-FLAG
           MOVE ASK-SUPPLIER-ID TO RBS-SUPPLIER-ID
           MOVE ZERO TO RBS-SEQ
           START FXREBSETL KEY IS >= RBS-ID
               INVALID KEY SET EOF-RBS TO TRUE
           END-START
           PERFORM UNTIL EOF-RBS
               READ FXREBSETL NEXT RECORD
                   AT END SET EOF-RBS TO TRUE
                   NOT AT END
                       IF RBS-SUPPLIER-ID NOT = ASK-SUPPLIER-ID
                           SET EOF-RBS TO TRUE
                       ELSE
                           COMPUTE NEXT-RBS-SEQ = RBS-SEQ + 1
                       END-IF
               END-READ
           END-PERFORM
       EXIT SECTION.
