      *    ANYTHING PAST TERMS (OVER 30 DAYS) GETS A DUNNING LETTER
      *    QUEUED ON FXNOTIFYQ SO NOTIFY-SEND DELIVERS THE REMINDER
      *    LIKE THE OTHER ALERTS.
      *    EACH STATEMENT IS MARKED FOR THE ATTENTION OF THE SCHOOL
      *    CONTACT WHOSE ROLE RECEIVES STATEMENTS (FXDOCROLE, SEE
      *    SCHCONT), AND A SCHOOL WITH CONTACTS HAS ITS DUNNING LETTER
      *    ADDRESSED TO SCHOOL-<ID> SO NOTIFY-SEND CAN PUT THAT
      *    CONTACT'S E-MAIL ON THE MESSAGE.
      *    AN ARCHIVED YEAR (SEE ARCHIVE) CAN BE MOUNTED FOR THE RUN:
      *    ITS SETTLED INVOICES AND CREDIT NOTES, NO LONGER ON THE
      *    LIVE FILES, ARE THEN LISTED AFTER THE STATEMENTS AS THE
      *    ACCOUNT HISTORY OF THAT YEAR. THEY TOUCH NO BALANCE.
      *    A CANCELLED CREDIT NOTE IS LEFT OFF THE STATEMENT AND SHOWS
      *    AS CANCELLED IN THE HISTORY.
      ******************************************************************
      *    V1 | EM ATUALIZACAO | 02.09.2026
      ******************************************************************
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS STATEMENT-STATUS.

               SELECT ARCHIVE-FILE ASSIGN TO ARCHIVE-FILENAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS ARCHIVE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD FXSCHINV.
           COPY SCHOOLFX.
       FD STATEMENT-FILE.
       01  STATEMENT-LINE                   PIC X(100).
       FD ARCHIVE-FILE.
       01  ARCHIVE-RECORD                   PIC X(300).

       WORKING-STORAGE SECTION.
       COPY LK-RUNLOG.
       COPY LK-RPTCAT.
       COPY LK-NOTIFY.
       COPY LK-SCHCONT.

       78  MODULE-NAME-VIEW    VALUE "SCHOOL STATEMENTS OF ACCOUNT".
       78  BACK-EXIT           VALUE "F3 - BACK".
       78  STMT-TEXT-DATE      VALUE "STATEMENT DATE (YYYYMMDD):".
       78  STMT-TEXT-MOUNT
           VALUE "ARCHIVED YEAR TO LIST (YYYY, 0 = NONE):".
       78  STMT-DONE
           VALUE "STATEMENT RUN FINISHED, SEE THE DATED STATEMENT "-
           "FILE, PRESS ANY KEY".
       77  CRN-STATUS-FS                    PIC 9(002).
       77  SCHOOL-STATUS                    PIC 9(002).
       77  STATEMENT-STATUS                 PIC 9(002).
       77  ARCHIVE-STATUS                   PIC 9(002).
       77  FILE-ERROR-STATUS                PIC 9(002).

       01  SCHINV-EOF-FLAG                  PIC X(001) VALUE "N".
           88  EOF-CRN                      VALUE "Y".

       01  STMT-DATE                        PIC 9(008).
       01  MOUNT-YEAR                       PIC 9(004).
       01  ARCHIVE-FILENAME                 PIC X(030).
       01  ARCHIVE-EOF-FLAG                 PIC X(001) VALUE "N".
           88  EOF-ARCHIVE                  VALUE "Y".
       01  STMT-DAY-NUMBER                  PIC 9(007).
       01  INV-DAY-NUMBER                   PIC 9(007).
       01  AGE-DAYS                         PIC S9(005).
           05  FILLER                       PIC X(002) VALUE SPACES.
           05  FILLER                       PIC X(006) VALUE "AS AT ".
           05  HD-DATE                      PIC 9(008).
       01  CONTACT-DETAIL.
           05  FILLER                       PIC X(005) VALUE "ATTN ".
           05  CD-NAME                      PIC X(040).
           05  FILLER                       PIC X(002) VALUE SPACES.
           05  CD-PHONE                     PIC 9(009).
           05  FILLER                       PIC X(002) VALUE SPACES.
           05  CD-EMAIL                     PIC X(040).
       01  INVOICE-DETAIL.
           05  FILLER                       PIC X(004) VALUE "INV ".
           05  IN-INV-ID                    PIC 9(006).
       01  BALANCE-DETAIL.
           05  FILLER                       PIC X(008) VALUE "BALANCE ".
           05  BL-AMOUNT                    PIC -ZZZZZZZ9.99.
       01  HISTORY-HEADER.
           05  FILLER                       PIC X(026)
               VALUE "ARCHIVED DOCUMENTS OF YEAR".
           05  FILLER                       PIC X(001) VALUE SPACES.
           05  HH-YEAR                      PIC 9(004).
       01  HISTORY-DETAIL.
           05  HI-TYPE                      PIC X(004).
           05  HI-DOC-ID                    PIC 9(006).
           05  FILLER                       PIC X(002) VALUE SPACES.
           05  FILLER                       PIC X(007) VALUE "SCHOOL ".
           05  HI-SCHOOL-ID                 PIC 9(005).
           05  FILLER                       PIC X(002) VALUE SPACES.
           05  HI-DATE                      PIC 9(008).
           05  FILLER                       PIC X(002) VALUE SPACES.
           05  HI-AMOUNT                    PIC ZZZZZZ9.99.
           05  FILLER                       PIC X(002) VALUE SPACES.
           05  HI-NOTE                      PIC X(012).
       01  BLANK-DETAIL                     PIC X(100) VALUE SPACES.

       SCREEN SECTION.
       01  ASK-DATE-SCREEN.
           05 VALUE STMT-TEXT-DATE LINE 08 COL 15.
           05 AD-DATE PIC 9(008) LINE 08 COL PLUS 1
               TO STMT-DATE REQUIRED.
           05 VALUE STMT-TEXT-MOUNT LINE 10 COL 15.
           05 AD-MOUNT PIC 9(004) LINE 10 COL PLUS 1
               USING MOUNT-YEAR AUTO.
      ******************************************************************
       01 ERROR-ZONE
           BACKGROUND-COLOR 7 FOREGROUND-COLOR 0.
       MAIN-PROCEDURE.
           DISPLAY CLEAR-SCREEN
           DISPLAY MAIN-SCREEN
           MOVE ZERO TO STMT-DATE MOUNT-YEAR
           DISPLAY ASK-DATE-SCREEN
           ACCEPT ASK-DATE-SCREEN
           IF KEYSTATUS = 1003
               UNTIL SCHOOL-IX > MAX-SCHOOL
               PERFORM 200-STATEMENT-ONE-SCHOOL
           END-PERFORM
           IF MOUNT-YEAR > ZERO
               PERFORM 400-LIST-ARCHIVED-YEAR
           END-IF
           CLOSE STATEMENT-FILE
           CLOSE FXSCHOOL
           CLOSE FXCREDNOTE
               END-READ
           END-IF
           WRITE STATEMENT-LINE FROM HEADER-DETAIL
           MOVE SCHOOL-IX TO SCNT-SCHOOL-ID
           MOVE "STATEMENT" TO SCNT-DOC-TYPE
           CALL "SCHCONT" USING SCHCONT-REQUEST
           IF SCNT-FOUND-YES
               MOVE SCNT-NAME TO CD-NAME
               MOVE SCNT-PHONE TO CD-PHONE
               MOVE SCNT-EMAIL TO CD-EMAIL
               WRITE STATEMENT-LINE FROM CONTACT-DETAIL
           END-IF
       EXIT SECTION.

      *> A CREDIT NOTE BELONGS ON THE STATEMENT AS LONG AS THE
               INVALID KEY
                   EXIT SECTION
           END-READ
           IF NOT SCHINV-STATUS-OPEN OR CRN-STATUS-CANCELLED
               EXIT SECTION
           END-IF
           MOVE CRN-ID TO CR-CRN-ID
      *> REMINDER GOES ON THE OUTBOUND QUEUE ADDRESSED TO THE
      *> SCHOOL SO NOTIFY-SEND TURNS IT INTO THE DUNNING LETTER
       300-QUEUE-DUNNING-LETTER SECTION.
           IF SCNT-FOUND-YES
               MOVE SPACES TO NOTI-REQ-RECIPIENT
               STRING "SCHOOL-" DELIMITED BY SIZE
                   HD-SCHOOL-ID DELIMITED BY SIZE
                   INTO NOTI-REQ-RECIPIENT
           ELSE
               MOVE HD-DESIGNATION (1:30) TO NOTI-REQ-RECIPIENT
           END-IF
           MOVE "H" TO NOTI-REQ-SEVERITY
           MOVE SPACES TO NOTI-REQ-MESSAGE
           STRING DUNNING-TEXT DELIMITED BY SIZE
           CALL "NOTIFY" USING NOTIFY-REQUEST
           ADD 1 TO LETTER-COUNT
       EXIT SECTION.

      *> THE MOUNTED YEAR'S ARCHIVED INVOICES, THEN ITS ARCHIVED
      *> CREDIT NOTES, FROM THE <FILE>-<YYYY>.ARC FILES ARCHIVE
      *> WROTE. EVERYTHING THERE WAS SETTLED BEFORE IT MOVED.
       400-LIST-ARCHIVED-YEAR SECTION.
           MOVE MOUNT-YEAR TO HH-YEAR
           WRITE STATEMENT-LINE FROM HISTORY-HEADER
           MOVE SPACES TO ARCHIVE-FILENAME
           STRING "FXSCHINV-" DELIMITED BY SIZE
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
                       MOVE ARCHIVE-RECORD TO SCHINV-DETAILS
                       MOVE "INV " TO HI-TYPE
                       MOVE SCHINV-ID TO HI-DOC-ID
                       MOVE SCHINV-SCHOOL-ID TO HI-SCHOOL-ID
                       MOVE SCHINV-PERIOD-TO TO HI-DATE
                       COMPUTE HI-AMOUNT =
                           SCHINV-TOTAL + SCHINV-VAT-AMOUNT
                       IF SCHINV-STATUS-WRITTEN-OFF
                           MOVE "WRITTEN OFF" TO HI-NOTE
                       ELSE
                           MOVE "PAID" TO HI-NOTE
                       END-IF
                       WRITE STATEMENT-LINE FROM HISTORY-DETAIL
               END-READ
           END-PERFORM
           CLOSE ARCHIVE-FILE
           MOVE SPACES TO ARCHIVE-FILENAME
           STRING "FXCREDNOTE-" DELIMITED BY SIZE
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
                       MOVE ARCHIVE-RECORD TO CRN-DETAILS
                       MOVE "CRN " TO HI-TYPE
                       MOVE CRN-ID TO HI-DOC-ID
                       MOVE CRN-SCHOOL-ID TO HI-SCHOOL-ID
                       MOVE CRN-DATE TO HI-DATE
                       MOVE CRN-AMOUNT TO HI-AMOUNT
                       MOVE "CREDIT" TO HI-NOTE
                       IF CRN-STATUS-CANCELLED
                           MOVE "CANCELLED" TO HI-NOTE
                       END-IF
                       WRITE STATEMENT-LINE FROM HISTORY-DETAIL
               END-READ
           END-PERFORM
           CLOSE ARCHIVE-FILE
           WRITE STATEMENT-LINE FROM BLANK-DETAIL
       EXIT SECTION.
