      *    TO THE ACCOUNTANT. POSTINGS CAN BE PULLED UP BY ACCOUNT,
      *    BY PERIOD (YYYYMM) OR BY SOURCE DOCUMENT, AND A SOURCE
      *    DOCUMENT QUERY DRILLS STRAIGHT BACK TO THE FXSCHINV,
      *    FXCREDNOTE, FXSUPPINV, FXWASTE OR FXWRITEOFF RECORD
      *    BEHIND THE POSTING - NO MORE REGENERATING THE PERIOD TO
      *    ANSWER A QUERY.
      *    A YEAR ARCHIVED BY THE RETENTION RUN (SEE ARCHIVE) CAN BE
      *    MOUNTED: A SCHOOL INVOICE, CREDIT NOTE OR SUPPLIER INVOICE
      *    NO LONGER ON THE LIVE FILE IS THEN LOOKED UP IN THAT
      *    YEAR'S <FILE>-<YYYY>.ARC AND SHOWN MARKED AS ARCHIVED.
      ******************************************************************
      *    V1 | EM ATUALIZACAO | 02.09.2026
      ******************************************************************
                   RECORD KEY IS WST-ID
                   FILE STATUS WST-STATUS-FS.

               SELECT FXWRITEOFF ASSIGN TO "FXWRITEOFF"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS WOF-ID
                   FILE STATUS WOF-STATUS-FS.

               SELECT ARCHIVE-FILE ASSIGN TO ARCHIVE-FILENAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS ARCHIVE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD FXGLJRNL.
           COPY FD-WASTE.
       FD FXCASHSALE.
           COPY FD-CASHSALE.
       FD FXWRITEOFF.
           COPY FD-WRITEOFF.
       FD ARCHIVE-FILE.
       01  ARCHIVE-RECORD                   PIC X(300).

       WORKING-STORAGE SECTION.
       78  MODULE-NAME-VIEW    VALUE "GL JOURNAL INQUIRY".
       78  INQ-MENU-OPTION1    VALUE "1 - BY ACCOUNT".
       78  INQ-MENU-OPTION2    VALUE "2 - BY PERIOD (YYYYMM)".
       78  INQ-MENU-OPTION3    VALUE "3 - BY SOURCE DOCUMENT".
       78  INQ-MENU-OPTION4    VALUE "4 - MOUNT AN ARCHIVED YEAR".
       78  INQ-MENU-OPTION5    VALUE "5 - BACK".
       78  INQ-TEXT-MOUNTED    VALUE "ARCHIVE MOUNTED (0 = NONE):".
       78  INQ-TEXT-MOUNT
           VALUE "ARCHIVED YEAR TO MOUNT (YYYY, 0 = NONE):".
       78  INQ-TEXT-ACCOUNT    VALUE "       ACCOUNT:".
       78  INQ-TEXT-PERIOD     VALUE "PERIOD (YYYYMM):".
       78  INQ-TEXT-SOURCE     VALUE "SOURCE (SI/SC/PI/WA/CS):".
       77  SINV-STATUS-FS                   PIC 9(002).
       77  WST-STATUS-FS                    PIC 9(002).
       77  CSH-STATUS-FS                    PIC 9(002).
       77  WOF-STATUS-FS                    PIC 9(002).
       77  ARCHIVE-STATUS                   PIC 9(002).
       77  FILE-ERROR-STATUS                PIC 9(002).

       01  MAIN-OPTION                      PIC 9(001).
           88  MAIN-OPTION-EXIT             VALUE 5.
       01  JRN-EOF-FLAG                     PIC X(001) VALUE "N".
           88  EOF-JRN                      VALUE "Y".

       77  SCREEN-LIN                       PIC 9(002).
       01  SHOW-AMOUNT                      PIC ZZZZZZZZ9.99.
       01  DOC-TEXT                         PIC X(075).
       01  MOUNT-YEAR                       PIC 9(004) VALUE ZERO.
       01  ARCHIVE-FILENAME                 PIC X(030).
       01  ARCHIVE-NAME-WORK                PIC X(030).
       01  ARCHIVE-EOF-FLAG                 PIC X(001) VALUE "N".
           88  EOF-ARCHIVE                  VALUE "Y".
       01  DOC-FOUND                        PIC X(001).
           88  DOC-FOUND-YES                VALUE "Y".
       01  ARCHIVE-TAG                      PIC X(009).

       SCREEN SECTION.
       01  CLEAR-SCREEN.
           03 VALUE INQ-MENU-OPTION2 LINE 11 COL 35.
           03 VALUE INQ-MENU-OPTION3 LINE 12 COL 35.
           03 VALUE INQ-MENU-OPTION4 LINE 13 COL 35.
           03 VALUE INQ-MENU-OPTION5 LINE 14 COL 35.
           03 VALUE INQ-TEXT-MOUNTED LINE 16 COL 35.
           03 IM-MOUNTED PIC 9(004) LINE 16 COL PLUS 1
               FROM MOUNT-YEAR.
           03 VALUE MAIN-MENU-CHOICE LINE 18 COL 35.
           03 IM-OPTION PIC 9(001) LINE 18 COL PLUS 2
               TO MAIN-OPTION BLANK WHEN ZERO.
      ******************************************************************
       01  ASK-ACCOUNT-SCREEN.
           05 VALUE INQ-TEXT-DOC LINE 10 COL 15.
           05 AD-DOC PIC 9(007) LINE 10 COL PLUS 1
               TO ASK-DOC-REF REQUIRED AUTO.
      ******************************************************************
       01  ASK-MOUNT-SCREEN.
           05 VALUE INQ-TEXT-MOUNT LINE 08 COL 15.
           05 AM-YEAR PIC 9(004) LINE 08 COL PLUS 1
               USING MOUNT-YEAR AUTO.
      ******************************************************************
       01 ERROR-ZONE
           BACKGROUND-COLOR 7 FOREGROUND-COLOR 0.
                   WHEN 3
                       PERFORM 300-QUERY-BY-DOCUMENT
                   WHEN 4
                       PERFORM 400-MOUNT-ARCHIVE
                   WHEN 5
                       CONTINUE
                   WHEN OTHER
                       MOVE MAIN-MENU-ERROR TO ERROR-TEXT
           PERFORM 600-DRILL-TO-DOCUMENT
       EXIT SECTION.

      *> THE MOUNTED YEAR STAYS IN FORCE UNTIL CHANGED OR THE
      *> INQUIRY IS LEFT; ZERO READS THE LIVE FILES ONLY
       400-MOUNT-ARCHIVE SECTION.
           DISPLAY CLEAR-SCREEN
           DISPLAY MAIN-SCREEN
           DISPLAY ASK-MOUNT-SCREEN
           ACCEPT ASK-MOUNT-SCREEN
       EXIT SECTION.

      *> ONE SHARED SCAN; THE SELECTION MODE SITS IN DUMMY
      *> ("A" ACCOUNT, "P" PERIOD, "D" DOCUMENT)
       500-LIST-JOURNAL SECTION.
                   PERFORM 610-DRILL-SCHOOL-INVOICE
               WHEN "SC"
                   PERFORM 620-DRILL-CREDIT-NOTE
               WHEN "PI" WHEN "PC"
                   PERFORM 630-DRILL-SUPPLIER-INVOICE
               WHEN "WA"
                   PERFORM 640-DRILL-WASTE
               WHEN "CS"
                   PERFORM 650-DRILL-CASH-SALE
               WHEN "BD"
               WHEN "BV"
               WHEN "BR"
               WHEN "RV"
                   PERFORM 660-DRILL-WRITE-OFF
               WHEN OTHER
                   EXIT SECTION
           END-EVALUATE
       EXIT SECTION.

       610-DRILL-SCHOOL-INVOICE SECTION.
           MOVE "N" TO DOC-FOUND
           MOVE SPACES TO ARCHIVE-TAG
           OPEN INPUT FXSCHINV
           IF SCHINV-STATUS-FS = ZERO THEN
               MOVE ASK-DOC-REF TO SCHINV-ID
               READ FXSCHINV
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO DOC-FOUND
               END-READ
           END-IF
           IF NOT DOC-FOUND-YES AND MOUNT-YEAR > ZERO
               MOVE "FXSCHINV" TO ARCHIVE-FILENAME
               PERFORM 690-OPEN-ARCHIVE
               PERFORM UNTIL EOF-ARCHIVE
                   READ ARCHIVE-FILE
                       AT END SET EOF-ARCHIVE TO TRUE
                       NOT AT END
                           MOVE ARCHIVE-RECORD TO SCHINV-DETAILS
                           IF SCHINV-ID = ASK-DOC-REF
                               MOVE "Y" TO DOC-FOUND
                               SET EOF-ARCHIVE TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               PERFORM 695-CLOSE-ARCHIVE
           END-IF
           IF DOC-FOUND-YES
               STRING "SCHOOL INVOICE, SCHOOL "
                   DELIMITED BY SIZE
                   SCHINV-SCHOOL-ID DELIMITED BY SIZE
                   " STATUS " DELIMITED BY SIZE
                   SCHINV-STATUS DELIMITED BY SIZE
                   " TOTAL " DELIMITED BY SIZE
                   SCHINV-TOTAL DELIMITED BY SIZE
                   ARCHIVE-TAG DELIMITED BY SIZE
                   INTO DOC-TEXT
           END-IF
           CLOSE FXSCHINV
       EXIT SECTION.

       620-DRILL-CREDIT-NOTE SECTION.
           MOVE "N" TO DOC-FOUND
           MOVE SPACES TO ARCHIVE-TAG
           OPEN INPUT FXCREDNOTE
           IF CRN-STATUS-FS = ZERO THEN
               MOVE ASK-DOC-REF TO CRN-ID
               READ FXCREDNOTE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO DOC-FOUND
               END-READ
           END-IF
           IF NOT DOC-FOUND-YES AND MOUNT-YEAR > ZERO
               MOVE "FXCREDNOTE" TO ARCHIVE-FILENAME
               PERFORM 690-OPEN-ARCHIVE
               PERFORM UNTIL EOF-ARCHIVE
                   READ ARCHIVE-FILE
                       AT END SET EOF-ARCHIVE TO TRUE
                       NOT AT END
                           MOVE ARCHIVE-RECORD TO CRN-DETAILS
                           IF CRN-ID = ASK-DOC-REF
                               MOVE "Y" TO DOC-FOUND
                               SET EOF-ARCHIVE TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               PERFORM 695-CLOSE-ARCHIVE
           END-IF
           IF DOC-FOUND-YES
               STRING "CREDIT NOTE, SCHOOL "
                   DELIMITED BY SIZE
                   CRN-SCHOOL-ID DELIMITED BY SIZE
                   " AGAINST INV " DELIMITED BY SIZE
                   CRN-INV-ID DELIMITED BY SIZE
                   " AMOUNT " DELIMITED BY SIZE
                   CRN-AMOUNT DELIMITED BY SIZE
                   ARCHIVE-TAG DELIMITED BY SIZE
                   INTO DOC-TEXT
           END-IF
           CLOSE FXCREDNOTE
       EXIT SECTION.

       630-DRILL-SUPPLIER-INVOICE SECTION.
           MOVE "N" TO DOC-FOUND
           MOVE SPACES TO ARCHIVE-TAG
           OPEN INPUT FXSUPPINV
           IF SINV-STATUS-FS = ZERO THEN
               MOVE ASK-DOC-REF TO SINV-ID
               READ FXSUPPINV
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO DOC-FOUND
               END-READ
           END-IF
           IF NOT DOC-FOUND-YES AND MOUNT-YEAR > ZERO
               MOVE "FXSUPPINV" TO ARCHIVE-FILENAME
               PERFORM 690-OPEN-ARCHIVE
               PERFORM UNTIL EOF-ARCHIVE
                   READ ARCHIVE-FILE
                       AT END SET EOF-ARCHIVE TO TRUE
                       NOT AT END
                           MOVE ARCHIVE-RECORD TO SINV-DETAILS
                           IF SINV-ID = ASK-DOC-REF
                               MOVE "Y" TO DOC-FOUND
                               SET EOF-ARCHIVE TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               PERFORM 695-CLOSE-ARCHIVE
           END-IF
           IF DOC-FOUND-YES
               STRING "SUPPLIER INVOICE, SUPPLIER "
                   DELIMITED BY SIZE
                   SINV-SUPPLIER-ID DELIMITED BY SIZE
                   " NO " DELIMITED BY SIZE
                   SINV-SUPP-INV-NO DELIMITED BY SIZE
                   " TOTAL " DELIMITED BY SIZE
                   SINV-TOTAL DELIMITED BY SIZE
                   ARCHIVE-TAG DELIMITED BY SIZE
                   INTO DOC-TEXT
           END-IF
           CLOSE FXSUPPINV
       EXIT SECTION.

           END-IF
           CLOSE FXCASHSALE
       EXIT SECTION.

       660-DRILL-WRITE-OFF SECTION.
           OPEN INPUT FXWRITEOFF
           IF WOF-STATUS-FS = ZERO THEN
               MOVE ASK-DOC-REF TO WOF-ID
               READ FXWRITEOFF
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       STRING "WRITE-OFF OF INV "
                           DELIMITED BY SIZE
                           WOF-INV-ID DELIMITED BY SIZE
                           " NET " DELIMITED BY SIZE
                           WOF-NET DELIMITED BY SIZE
                           " VAT " DELIMITED BY SIZE
                           WOF-VAT DELIMITED BY SIZE
                           " RECOVERED " DELIMITED BY SIZE
                           WOF-RECOVERED DELIMITED BY SIZE
                           INTO DOC-TEXT
               END-READ
           END-IF
           CLOSE FXWRITEOFF
       EXIT SECTION.

      *> THE MOUNTED YEAR'S ARCHIVE OF THE FILE NAMED IN
      *> ARCHIVE-FILENAME, <FILE>-<YYYY>.ARC AS WRITTEN BY ARCHIVE.
      *> A DOCUMENT FOUND THERE IS TAGGED SO NOBODY MISTAKES IT FOR
      *> A LIVE ONE.
       690-OPEN-ARCHIVE SECTION.
           MOVE "N" TO ARCHIVE-EOF-FLAG
           MOVE SPACES TO ARCHIVE-NAME-WORK
           STRING ARCHIVE-FILENAME DELIMITED BY SPACE
               "-" DELIMITED BY SIZE
               MOUNT-YEAR DELIMITED BY SIZE
               ".ARC" DELIMITED BY SIZE
               INTO ARCHIVE-NAME-WORK
           MOVE ARCHIVE-NAME-WORK TO ARCHIVE-FILENAME
           STRING " ARC " DELIMITED BY SIZE
               MOUNT-YEAR DELIMITED BY SIZE
               INTO ARCHIVE-TAG
           OPEN INPUT ARCHIVE-FILE
           IF ARCHIVE-STATUS NOT = ZERO THEN
               SET EOF-ARCHIVE TO TRUE
           END-IF
       EXIT SECTION.

       695-CLOSE-ARCHIVE SECTION.
           CLOSE ARCHIVE-FILE
           IF NOT DOC-FOUND-YES
               MOVE SPACES TO ARCHIVE-TAG
           END-IF
       EXIT SECTION.
