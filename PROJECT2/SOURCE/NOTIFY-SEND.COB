      *    FOR THE MAIL GATEWAY TO PICK UP, AND MARKS THE ENTRIES
      *    SENT. AN ENTRY WHOSE MESSAGE FILE CANNOT BE OPENED IS
      *    MARKED FAILED AND STAYS VISIBLE ON THE QUEUE SCREEN.
      *    A MESSAGE FOR A SCHOOL (RECIPIENT SCHOOL-<ID>) OPENS ITS
      *    FILE WITH A "TO:" LINE NAMING THE SCHOOL CONTACT WHOSE ROLE
      *    RECEIVES THAT SENDING PROGRAM'S DOCUMENTS (SEE SCHCONT).
      *    AN ENTRY CARRYING AN ATTACHMENT (A DISTRIBUTED REPORT)
      *    IS FOLLOWED BY AN "ATTACH:" LINE NAMING THE FILE FOR THE
      *    GATEWAY TO SEND WITH IT. A MESSAGE FOR A SUPPLIER
      *    (RECIPIENT SUPPLIER-<ID>) OPENS ITS FILE WITH A "TO:" LINE
      *    FOR EACH EMAIL ADDRESS ON THE SUPPLIER'S RECORD.
      *    EVERY MESSAGE FILE WRITTEN TO IN THE RUN IS ENTERED ON THE
      *    TRANSMISSION REGISTER; AS THE FILES ARE APPENDED TO ACROSS
      *    RUNS THE RECORD COUNT IS THE WHOLE FILE AS IT NOW STANDS
      *    AND THE CONTROL TOTAL THE MESSAGES ADDED BY THIS RUN.
      ******************************************************************
      *    V1 | EM ATUALIZACAO | 22.08.2026
      ******************************************************************
                   RECORD KEY IS NOTI-ID
                   FILE STATUS NOTI-STATUS-FS.

               SELECT FXSUPPLY ASSIGN TO "FXSUPPLIERS"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS SUPPLIER-ID
                   FILE STATUS SUPP-STATUS.

               SELECT MSG-FILE ASSIGN TO MSG-FILENAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS MSG-STATUS.
       FILE SECTION.
       FD FXNOTIFYQ.
           COPY FD-NOTIFYQ.
       FD FXSUPPLY.
           COPY SUPPLIERFX.
       FD MSG-FILE.
           01  MSG-LINE                     PIC X(120).

       WORKING-STORAGE SECTION.
       COPY LK-SCHCONT.
       COPY LK-TXREG.

       78  MODULE-NAME-VIEW    VALUE "NOTIFICATION SENDER".
       78  BACK-EXIT           VALUE "F3 - BACK".
       78  SEND-DONE
       77  KEYSTATUS                        PIC 9(004).
       77  NOTI-STATUS-FS                   PIC 9(002).
       77  MSG-STATUS                       PIC 9(002).
       77  SUPP-STATUS                      PIC 9(002).
       77  FILE-ERROR-STATUS                PIC 9(002).

       01  NOTI-EOF-FLAG                    PIC X(001) VALUE "N".
           88  EOF-NOTI                     VALUE "Y".
       01  MSG-FILENAME                     PIC X(040).
       01  MSG-NEW-FLAG                     PIC X(001).
           88  MSG-NEW-YES                  VALUE "Y".
       01  MSG-EOF-FLAG                     PIC X(001).
           88  EOF-MSG                      VALUE "Y".
       77  MSG-LINE-COUNT                   PIC 9(007).

      *> THE MESSAGE FILES TOUCHED IN THIS RUN, FOR THE REGISTER
       78  MAX-SENT-FILES                   VALUE 200.
       01  SENT-FILE-TABLE.
           05  SENT-FILE OCCURS MAX-SENT-FILES TIMES.
               10  SF-NAME                  PIC X(040).
               10  SF-MESSAGES              PIC 9(005).
       77  SENT-FILE-COUNT                  PIC 9(003) VALUE ZERO.
       77  SF-IX                            PIC 9(003).
       01  MSG-ADDRESS.
           05  FILLER                       PIC X(004) VALUE "TO: ".
           05  MA-NAME                      PIC X(040).
           05  FILLER                       PIC X(001) VALUE SPACE.
           05  MA-EMAIL                     PIC X(040).
           05  FILLER                       PIC X(001) VALUE SPACE.
           05  MA-PHONE                     PIC 9(009).
       01  MSG-DETAIL.
           05  MD-STAMP                     PIC 9(014).
           05  FILLER                       PIC X(001) VALUE SPACE.
           05  MD-SOURCE                    PIC X(030).
           05  FILLER                       PIC X(001) VALUE SPACE.
           05  MD-MESSAGE                   PIC X(072).
       01  MSG-ATTACH.
           05  FILLER                       PIC X(008) VALUE "ATTACH: ".
           05  MAT-FILE-NAME                PIC X(040).

       SCREEN SECTION.
       01  CLEAR-SCREEN.
               END-READ
           END-PERFORM
           CLOSE FXNOTIFYQ
           PERFORM 300-REGISTER-SENT-FILES
       EXIT SECTION.

      *> ONE MESSAGE FILE PER RECIPIENT, APPENDED TO ACROSS THE RUN
               NOTI-RECIPIENT DELIMITED BY SPACE
               ".TXT" DELIMITED BY SIZE
               INTO MSG-FILENAME
           MOVE "N" TO MSG-NEW-FLAG
           OPEN EXTEND MSG-FILE
           IF MSG-STATUS = 35 THEN
               CLOSE MSG-FILE
               OPEN OUTPUT MSG-FILE
               MOVE "Y" TO MSG-NEW-FLAG
           END-IF
           IF MSG-STATUS NOT = ZERO THEN
               CLOSE MSG-FILE
               END-REWRITE
               EXIT SECTION
           END-IF
           IF MSG-NEW-YES AND NOTI-RECIPIENT (1:7) = "SCHOOL-" AND
               NOTI-RECIPIENT (8:5) IS NUMERIC
               PERFORM 210-WRITE-SCHOOL-ADDRESS
           END-IF
           IF MSG-NEW-YES AND NOTI-RECIPIENT (1:9) = "SUPPLIER-" AND
               NOTI-RECIPIENT (10:5) IS NUMERIC
               PERFORM 220-WRITE-SUPPLIER-ADDRESS
           END-IF
           MOVE NOTI-STAMP TO MD-STAMP
           MOVE NOTI-SEVERITY TO MD-SEVERITY
           MOVE NOTI-SOURCE TO MD-SOURCE
           MOVE NOTI-MESSAGE TO MD-MESSAGE
           WRITE MSG-LINE FROM MSG-DETAIL
           IF NOTI-ATTACHMENT NOT = SPACES
               MOVE NOTI-ATTACHMENT TO MAT-FILE-NAME
               WRITE MSG-LINE FROM MSG-ATTACH
           END-IF
           CLOSE MSG-FILE
           MOVE "S" TO NOTI-STATUS
           REWRITE NOTI-DETAILS
           END-REWRITE
           PERFORM 230-NOTE-SENT-FILE
       EXIT SECTION.

       230-NOTE-SENT-FILE SECTION.
           PERFORM VARYING SF-IX FROM 1 BY 1
               UNTIL SF-IX > SENT-FILE-COUNT
               IF SF-NAME (SF-IX) = MSG-FILENAME
                   ADD 1 TO SF-MESSAGES (SF-IX)
                   EXIT SECTION
               END-IF
           END-PERFORM
           IF SENT-FILE-COUNT < MAX-SENT-FILES
               ADD 1 TO SENT-FILE-COUNT
               MOVE MSG-FILENAME TO SF-NAME (SENT-FILE-COUNT)
               MOVE 1 TO SF-MESSAGES (SENT-FILE-COUNT)
           END-IF
       EXIT SECTION.

      *> THE SENDING PROGRAM IS THE DOCUMENT TYPE, SO EACH PROGRAM'S
      *> MESSAGES GO TO THE ROLE FXDOCROLE NAMES FOR IT
       210-WRITE-SCHOOL-ADDRESS SECTION.
           MOVE NOTI-RECIPIENT (8:5) TO SCNT-SCHOOL-ID
           MOVE NOTI-SOURCE (1:10) TO SCNT-DOC-TYPE
           CALL "SCHCONT" USING SCHCONT-REQUEST
           IF SCNT-FOUND-YES
               MOVE SCNT-NAME TO MA-NAME
               MOVE SCNT-EMAIL TO MA-EMAIL
               MOVE SCNT-PHONE TO MA-PHONE
               WRITE MSG-LINE FROM MSG-ADDRESS
           END-IF
       EXIT SECTION.

      *> EVERY ADDRESS ON THE SUPPLIER MASTER GETS THE MESSAGE, SO A
      *> BANK-DETAIL CHANGE NOTICE REACHES ALL OF THE SUPPLIER'S
      *> KNOWN CONTACTS
       220-WRITE-SUPPLIER-ADDRESS SECTION.
           OPEN INPUT FXSUPPLY
           IF SUPP-STATUS NOT = ZERO THEN
               CLOSE FXSUPPLY
               EXIT SECTION
           END-IF
           MOVE NOTI-RECIPIENT (10:5) TO SUPPLIER-ID
           READ FXSUPPLY
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE SUPPLIER-NAME TO MA-NAME
                   MOVE SUPPLIER-TELEPHONE1 TO MA-PHONE
                   IF SUPPLIER-EMAIL1 NOT = SPACES
                       MOVE SUPPLIER-EMAIL1 TO MA-EMAIL
                       WRITE MSG-LINE FROM MSG-ADDRESS
                   END-IF
                   IF SUPPLIER-EMAIL2 NOT = SPACES
                       MOVE SUPPLIER-EMAIL2 TO MA-EMAIL
                       WRITE MSG-LINE FROM MSG-ADDRESS
                   END-IF
                   IF SUPPLIER-EMAIL3 NOT = SPACES
                       MOVE SUPPLIER-EMAIL3 TO MA-EMAIL
                       WRITE MSG-LINE FROM MSG-ADDRESS
                   END-IF
           END-READ
           CLOSE FXSUPPLY
       EXIT SECTION.

      *> ONE REGISTER ENTRY PER MESSAGE FILE THE GATEWAY WILL PICK
      *> UP, COUNTED AS IT NOW STANDS ON DISK
       300-REGISTER-SENT-FILES SECTION.
           PERFORM VARYING SF-IX FROM 1 BY 1
               UNTIL SF-IX > SENT-FILE-COUNT
               MOVE SF-NAME (SF-IX) TO MSG-FILENAME
               MOVE ZERO TO MSG-LINE-COUNT
               MOVE "N" TO MSG-EOF-FLAG
               OPEN INPUT MSG-FILE
               IF MSG-STATUS = ZERO THEN
                   PERFORM UNTIL EOF-MSG
                       READ MSG-FILE
                           AT END SET EOF-MSG TO TRUE
                           NOT AT END ADD 1 TO MSG-LINE-COUNT
                       END-READ
                   END-PERFORM
               END-IF
               CLOSE MSG-FILE
               MOVE "MESSAGES" TO TXR-INTERFACE
               MOVE SF-NAME (SF-IX) TO TXR-FILE-NAME
               MOVE "NOTIFY-SEND" TO TXR-PROGRAM
               MOVE MSG-LINE-COUNT TO TXR-RECORDS
               MOVE SF-MESSAGES (SF-IX) TO TXR-CONTROL-TOTAL
               CALL "TXREG" USING TXREG-REQUEST
           END-PERFORM
       EXIT SECTION.
