      *    COUNCIL'S ACCOUNTS-PAYABLE TEAM ACTUALLY PROCESSES. A
      *    COUNCIL-LEVEL STATEMENT OF THE OPEN BALANCES IS OFFERED
      *    AS A SECOND OPTION.
      *    THE INVOICE RUN ALSO WRITES ONE STRUCTURED ELECTRONIC
      *    INVOICE FILE PER COUNCIL (EINV-C<COUNCIL>-<PERIOD END>)
      *    THROUGH EINVOICE: THE PERIOD'S INVOICES OF THE MEMBER
      *    SCHOOLS AND ANY OF THEIR CREDIT NOTES NOT YET SENT. EVERY
      *    DOCUMENT SENT IS RECORDED ON THE FXEINVLOG SEND LOG, WHICH
      *    THE THIRD OPTION LISTS.
      *    THE COUNCIL HEADER CARRIES THE COUNCIL'S TAX NUMBER (NIF)
      *    WHEN ONE IS ON FILE.
      *    EACH INVOICE IS LISTED UNDER ITS SERIES NUMBER; CANCELLED
      *    INVOICES AND CREDIT NOTES (DOCCANCEL) ARE LEFT OUT.
      ******************************************************************
      *    V1 | EM ATUALIZACAO | 02.09.2026
      ******************************************************************
                   RECORD KEY IS SCHINV-ID
                   FILE STATUS SCHINV-STATUS-FS.

               SELECT FXCREDNOTE ASSIGN TO "FXCREDNOTE"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS CRN-ID
                   FILE STATUS CRN-STATUS-FS.

               SELECT FXEINVLOG ASSIGN TO "FXEINVLOG"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS ELOG-ID
                   FILE STATUS ELOG-STATUS-FS.

               SELECT INVOICE-FILE ASSIGN TO REPORT-FILENAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS INVOICE-STATUS.
           COPY SCHOOLFX.
       FD FXSCHINV.
           COPY FD-SCHINV.
       FD FXCREDNOTE.
           COPY FD-CREDNOTE.
       FD FXEINVLOG.
           COPY FD-EINVLOG.
       FD INVOICE-FILE.
       01  INVOICE-LINE                     PIC X(100).

       WORKING-STORAGE SECTION.
       COPY LK-RUNLOG.
       COPY LK-RPTCAT.
       COPY LK-EINVOICE.

       78  MODULE-NAME-VIEW    VALUE "COUNCIL CONSOLIDATED BILLING".
       78  BACK-EXIT           VALUE "F3 - BACK".
       78  CNV-MENU-OPTION1
           VALUE "1 - CONSOLIDATED COUNCIL INVOICES".
       78  CNV-MENU-OPTION2    VALUE "2 - COUNCIL STATEMENTS".
       78  CNV-MENU-OPTION3    VALUE "3 - ELECTRONIC SEND LOG".
       78  CNV-MENU-OPTION4    VALUE "4 - BACK".
       78  PERIOD-FROM-TEXT    VALUE "PERIOD FROM (YYYYMMDD):".
       78  PERIOD-TO-TEXT      VALUE "PERIOD TO   (YYYYMMDD):".
       78  RUN-DONE
           VALUE "COUNCIL RUN FINISHED, SEE THE DATED FILE, "-
           "PRESS ANY KEY".
       78  EMPTY-LIST-TEXT     VALUE "NOTHING TO LIST, PRESS ANY KEY".
       78  VIEW-END-TEXT       VALUE "END OF LIST, PRESS ANY KEY".
       78  VIEW-NEXT-TEXT      VALUE "PRESS ANY KEY FOR THE NEXT PAGE".
       78  ERROR-FILE-STATUS-MSG
           VALUE "FILE ERROR, STATUS CODE: ".

       77  SCHOOL-STATUS                    PIC 9(002).
       77  SCHINV-STATUS-FS                 PIC 9(002).
       77  INVOICE-STATUS                   PIC 9(002).
       77  CRN-STATUS-FS                    PIC 9(002).
       77  ELOG-STATUS-FS                   PIC 9(002).
       77  FILE-ERROR-STATUS                PIC 9(002).

       01  MAIN-OPTION                      PIC 9(001).
           88  MAIN-OPTION-EXIT             VALUE 4.
       01  RUN-MODE                         PIC X(001).
           88  RUN-MODE-INVOICE             VALUE "I".
           88  RUN-MODE-STATEMENT           VALUE "S".
           88  EOF-SCHOOL                   VALUE "Y".
       01  SCHINV-EOF-FLAG                  PIC X(001) VALUE "N".
           88  EOF-SCHINV                   VALUE "Y".
       01  CRN-EOF-FLAG                     PIC X(001) VALUE "N".
           88  EOF-CRN                      VALUE "Y".
       01  ELOG-EOF-FLAG                    PIC X(001) VALUE "N".
           88  EOF-ELOG                     VALUE "Y".

       01  PERIOD-FROM                      PIC 9(008).
       01  PERIOD-TO                        PIC 9(008).
       01  REPORT-FILENAME                  PIC X(040).
       77  COUNCIL-COUNT                    PIC 9(007).
       77  INVOICE-COUNT                    PIC 9(007).
       01  EINV-NAME                        PIC X(040).
       01  EINV-STARTED                     PIC X(001).
           88  EINV-STARTED-YES             VALUE "Y".
       01  CREDIT-SENT                      PIC X(001).
           88  CREDIT-SENT-YES              VALUE "Y".
       77  LINE-ON-PAGE                     PIC 9(002).
       77  SCREEN-LIN                       PIC 9(002).

       01  COUNCIL-HEADER.
           05  FILLER                       PIC X(008)
           05  CH-REFERENCE                 PIC X(008).
           05  FILLER                       PIC X(002) VALUE SPACES.
           05  CH-NAME                      PIC X(040).
           05  FILLER                       PIC X(006)
               VALUE "  NIF ".
           05  CH-NIF                       PIC Z(009).
       01  SCHOOL-HEADER.
           05  FILLER                       PIC X(008)
               VALUE " SCHOOL ".
       01  INVOICE-DETAIL.
           05  FILLER                       PIC X(006)
               VALUE "  INV ".
           05  ID-INV-ID                    PIC X(016).
           05  FILLER                       PIC X(002) VALUE SPACES.
           05  ID-PERIOD-TO                 PIC 9(008).
           05  FILLER                       PIC X(002) VALUE SPACES.
           03 VALUE CNV-MENU-OPTION1 LINE 10 COL 35.
           03 VALUE CNV-MENU-OPTION2 LINE 11 COL 35.
           03 VALUE CNV-MENU-OPTION3 LINE 12 COL 35.
           03 VALUE CNV-MENU-OPTION4 LINE 13 COL 35.
           03 VALUE MAIN-MENU-CHOICE LINE 15 COL 35.
           03 CM-OPTION PIC 9(001) LINE 15 COL PLUS 2
               TO MAIN-OPTION BLANK WHEN ZERO.
      ******************************************************************
       01  ASK-PERIOD-SCREEN.
                       MOVE "S" TO RUN-MODE
                       PERFORM 100-COUNCIL-RUN
                   WHEN 3
                       PERFORM 500-LIST-SEND-LOG
                   WHEN 4
                       CONTINUE
                   WHEN OTHER
                       MOVE MAIN-MENU-ERROR TO ERROR-TEXT
           END-IF
           OPEN INPUT FXSCHOOL
           OPEN INPUT FXSCHINV
           OPEN INPUT FXCREDNOTE
           OPEN OUTPUT INVOICE-FILE
           MOVE "N" TO CNCL-EOF-FLAG
           PERFORM UNTIL EOF-CNCL
               END-READ
           END-PERFORM
           CLOSE INVOICE-FILE
           CLOSE FXCREDNOTE
           CLOSE FXSCHINV
           CLOSE FXSCHOOL
           CLOSE FXCOUNCIL

       200-ONE-COUNCIL SECTION.
           MOVE "N" TO ANY-COUNCIL-LINES
           MOVE "N" TO EINV-STARTED
           MOVE SPACES TO EINV-NAME
           STRING "EINV-C" DELIMITED BY SIZE
               CNCL-ID DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               PERIOD-TO DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
               INTO EINV-NAME
           MOVE ZERO TO COUNCIL-TOTAL
           MOVE "N" TO SCHOOL-EOF-FLAG
           MOVE ZERO TO SCHOOL-ID
                       PERFORM 310-TAKE-INVOICE-IF-WANTED
               END-READ
           END-PERFORM
           IF RUN-MODE-INVOICE
               PERFORM 320-SEND-SCHOOL-CREDITS
           END-IF
           IF ANY-SCHOOL-LINES-YES
               MOVE " SCHOOL TOTAL" TO TD-LABEL
               MOVE SCHOOL-TOTAL TO TD-AMOUNT
       EXIT SECTION.

       310-TAKE-INVOICE-IF-WANTED SECTION.
           IF SCHINV-SCHOOL-ID NOT = SCHOOL-ID OR
               SCHINV-STATUS-CANCELLED
               EXIT SECTION
           END-IF
           IF RUN-MODE-INVOICE
               MOVE CNCL-ID TO CH-CNCL-ID
               MOVE CNCL-REFERENCE TO CH-REFERENCE
               MOVE CNCL-NAME TO CH-NAME
               MOVE CNCL-NIF TO CH-NIF
               WRITE INVOICE-LINE FROM COUNCIL-HEADER
           END-IF
           IF NOT ANY-SCHOOL-LINES-YES
               MOVE SCHOOL-DESIGNATION1 TO SH-DESIGNATION
               WRITE INVOICE-LINE FROM SCHOOL-HEADER
           END-IF
           IF SCHINV-SERIES-NO NUMERIC AND SCHINV-SERIES-NO > ZERO
               MOVE SCHINV-DOC-NUMBER TO ID-INV-ID
           ELSE
               MOVE SCHINV-ID TO ID-INV-ID
           END-IF
           MOVE SCHINV-PERIOD-TO TO ID-PERIOD-TO
           MOVE LINE-AMOUNT TO ID-AMOUNT
           WRITE INVOICE-LINE FROM INVOICE-DETAIL
           ADD LINE-AMOUNT TO SCHOOL-TOTAL
           ADD 1 TO INVOICE-COUNT
           IF RUN-MODE-INVOICE
               MOVE "I" TO EINV-ACTION
               MOVE SCHINV-ID TO EINV-DOC-ID
               PERFORM 330-SEND-ELECTRONIC
           END-IF
       EXIT SECTION.

      *> A CREDIT NOTE GOES OUT ONCE, IN THE FIRST INVOICE RUN
      *> AFTER IT WAS RAISED, WHATEVER PERIOD IT CORRECTS
       320-SEND-SCHOOL-CREDITS SECTION.
           IF CRN-STATUS-FS NOT = ZERO
               EXIT SECTION
           END-IF
           MOVE "N" TO CRN-EOF-FLAG
           MOVE ZERO TO CRN-ID
           START FXCREDNOTE KEY IS >= CRN-ID
               INVALID KEY SET EOF-CRN TO TRUE
           END-START
           PERFORM UNTIL EOF-CRN
               READ FXCREDNOTE NEXT RECORD
                   AT END SET EOF-CRN TO TRUE
                   NOT AT END
                       IF CRN-SCHOOL-ID = SCHOOL-ID AND
                           CRN-DATE <= PERIOD-TO AND
                           NOT CRN-STATUS-CANCELLED
                           PERFORM 340-CHECK-CREDIT-SENT
                           IF NOT CREDIT-SENT-YES
                               MOVE "C" TO EINV-ACTION
                               MOVE CRN-ID TO EINV-DOC-ID
                               PERFORM 330-SEND-ELECTRONIC
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
       EXIT SECTION.

      *> THE COUNCIL'S FILE IS STARTED AFRESH WITH ITS FIRST
      *> DOCUMENT OF THE RUN, SO A RE-RUN REPLACES IT
       330-SEND-ELECTRONIC SECTION.
           IF NOT EINV-STARTED-YES
               MOVE "Y" TO EINV-STARTED
               MOVE EINV-ACTION TO DUMMY
               MOVE "N" TO EINV-ACTION
               MOVE EINV-NAME TO EINV-FILE-NAME
               CALL "EINVOICE" USING EINVOICE-REQUEST
               MOVE DUMMY TO EINV-ACTION
           END-IF
           MOVE EINV-NAME TO EINV-FILE-NAME
           MOVE "C" TO EINV-RECIPIENT-TYPE
           MOVE CNCL-ID TO EINV-RECIPIENT-ID
           CALL "EINVOICE" USING EINVOICE-REQUEST
       EXIT SECTION.

       340-CHECK-CREDIT-SENT SECTION.
           MOVE "N" TO CREDIT-SENT
           OPEN INPUT FXEINVLOG
           IF ELOG-STATUS-FS = ZERO
               MOVE "C" TO ELOG-DOC-TYPE
               MOVE CRN-ID TO ELOG-DOC-ID
               MOVE ZERO TO ELOG-SENT-STAMP
               START FXEINVLOG KEY IS >= ELOG-ID
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       READ FXEINVLOG NEXT RECORD
                           AT END CONTINUE
                           NOT AT END
                               IF ELOG-DOC-CREDIT AND
                                   ELOG-DOC-ID = CRN-ID
                                   MOVE "Y" TO CREDIT-SENT
                               END-IF
                       END-READ
               END-START
           END-IF
           CLOSE FXEINVLOG
       EXIT SECTION.

       500-LIST-SEND-LOG SECTION.
           DISPLAY CLEAR-SCREEN
           DISPLAY MAIN-SCREEN
           MOVE "N" TO ELOG-EOF-FLAG
           MOVE ZERO TO LINE-ON-PAGE
           OPEN INPUT FXEINVLOG
           IF ELOG-STATUS-FS NOT = ZERO THEN
               CLOSE FXEINVLOG
               MOVE EMPTY-LIST-TEXT TO ERROR-TEXT
               ACCEPT ERROR-ZONE
               EXIT SECTION
           END-IF
           PERFORM UNTIL EOF-ELOG
               READ FXEINVLOG NEXT RECORD
                   AT END SET EOF-ELOG TO TRUE
                   NOT AT END
                       PERFORM 510-SHOW-ONE-SEND
               END-READ
           END-PERFORM
           CLOSE FXEINVLOG
           IF LINE-ON-PAGE = ZERO
               MOVE EMPTY-LIST-TEXT TO ERROR-TEXT
           ELSE
               MOVE VIEW-END-TEXT TO ERROR-TEXT
           END-IF
           ACCEPT ERROR-ZONE
       EXIT SECTION.

       510-SHOW-ONE-SEND SECTION.
           IF LINE-ON-PAGE >= 12
               MOVE VIEW-NEXT-TEXT TO ERROR-TEXT
               ACCEPT ERROR-ZONE
               DISPLAY CLEAR-SCREEN
               DISPLAY MAIN-SCREEN
               MOVE ZERO TO LINE-ON-PAGE
           END-IF
           ADD 1 TO LINE-ON-PAGE
           COMPUTE SCREEN-LIN = 9 + LINE-ON-PAGE
           DISPLAY ELOG-DOC-TYPE AT LINE SCREEN-LIN COL 05
           DISPLAY ELOG-DOC-ID AT LINE SCREEN-LIN COL 07
           DISPLAY ELOG-SENT-STAMP AT LINE SCREEN-LIN COL 15
           DISPLAY ELOG-RECIPIENT-TYPE AT LINE SCREEN-LIN COL 31
           DISPLAY ELOG-RECIPIENT-ID AT LINE SCREEN-LIN COL 33
           DISPLAY ELOG-RECIPIENT-REF AT LINE SCREEN-LIN COL 40
           DISPLAY ELOG-FILE-NAME AT LINE SCREEN-LIN COL 50
       EXIT SECTION.
