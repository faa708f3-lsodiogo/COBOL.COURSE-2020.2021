      *    WITH OPEN ORDERS IS A DELIBERATE CARRY-OVER DECISION. THE
      *    CLOSED DAY IS RECORDED ON FXDAYCLOSE AND ORDER ENTRY
      *    REFUSES BACKDATED ENTRIES INTO IT.
      *    EVERY PRODUCTION SITE THAT HAD ORDERS ON THE DAY (BY THE
      *    SITE OF THE ORDERING SCHOOL) MUST HAVE CONFIRMED ITS RUN.
      ******************************************************************
      *    V1 | EM ATUALIZACAO | 02.09.2026
      ******************************************************************
               SELECT FXPRODRUN ASSIGN TO "FXPRODRUN"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS PRUN-KEY
                   FILE STATUS PRUN-STATUS-FS.

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

               SELECT FXSTOCKMOV ASSIGN TO "FXSTOCKMOV"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
           COPY FD-PRODRUN.
       FD FXSTOCKMOV.
           COPY FD-STOCKMOV.
       FD FXSCHOOL.
           COPY SCHOOLFX.
       FD FXCUSTOMER.
           COPY FD-CUSTOMER.
       FD SHEET-FILE.
       01  SHEET-LINE                       PIC X(090).

       77  ORD-STATUS-FS                    PIC 9(002).
       77  PRUN-STATUS-FS                   PIC 9(002).
       77  MOV-STATUS-FS                    PIC 9(002).
       77  SCHOOL-STATUS                    PIC 9(002).
       77  CUST-STATUS-FS                   PIC 9(002).
       COPY CONSTANTS-CUST.
       77  SHEET-STATUS                     PIC 9(002).
       77  FILE-ERROR-STATUS                PIC 9(002).

       01  PRODRUN-CONFIRMED                PIC X(001).
           88  PRODRUN-CONFIRMED-YES        VALUE "Y".
       01  EXCEPTION-COUNT                  PIC 9(005).
      *> THE PRODUCTION SITES THAT HAD ORDERS ON THE DAY
       78  MAX-SITES                        VALUE 20.
       01  DAY-SITE-TABLE.
           05  DAY-SITE OCCURS MAX-SITES TIMES PIC X(002).
       01  DAY-SITE-COUNT                   PIC 9(002).
       77  SITE-IX                          PIC 9(002).
       01  ORDER-SITE                       PIC X(002).
       01  SITE-CONFIRMED                   PIC X(001).
           88  SITE-CONFIRMED-YES           VALUE "Y".
       01  SITE-LISTED                      PIC X(001).
           88  SITE-LISTED-YES              VALUE "Y".
       77  LINE-COUNT                       PIC 9(007).
       01  SAVE-IT1                         PIC X(002).
           88  SAVE-IT1-YES                 VALUE "Y" "y" "S" "s".
      *> FILTERING THE WHOLE ORDER FILE
       210-CHECK-THE-ORDERS SECTION.
           MOVE "N" TO ORD-EOF-FLAG
           MOVE ZERO TO DAY-SITE-COUNT
           OPEN INPUT FXORDERS
           IF ORD-STATUS-FS NOT = ZERO THEN
               CLOSE FXORDERS
               EXIT SECTION
           END-IF
           OPEN INPUT FXSCHOOL
           OPEN INPUT FXCUSTOMER
           MOVE ASK-DATE TO ORD-DELIVERY-DATE
           START FXORDERS KEY IS >= ORD-DELIVERY-DATE
               INVALID KEY SET EOF-ORD TO TRUE
                       IF ORD-DELIVERY-DATE NOT = ASK-DATE
                           SET EOF-ORD TO TRUE
                       ELSE
                           PERFORM 215-NOTE-ORDER-SITE
                           IF ORD-STATUS-OPEN
                               ADD 1 TO OPEN-ORDER-COUNT
                               ADD 1 TO EXCEPTION-COUNT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FXCUSTOMER
           CLOSE FXSCHOOL
           CLOSE FXORDERS
       EXIT SECTION.

      *> A CUSTOMER ACCOUNT (FROM CUST-FIRST-ID UP) IS AT THE SITE
      *> ON ITS ACCOUNT, A SCHOOL AT ITS OWN; A BLANK SITE, OR ONE
      *> NO LONGER ON FILE, IS THE MAIN KITCHEN'S
       215-NOTE-ORDER-SITE SECTION.
           MOVE "01" TO ORDER-SITE
           IF ORD-SCHOOL-ID >= CUST-FIRST-ID
               IF CUST-STATUS-FS = ZERO
                   MOVE ORD-SCHOOL-ID TO CUST-ID
                   READ FXCUSTOMER
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           IF CUST-SITE NOT = SPACES
                               MOVE CUST-SITE TO ORDER-SITE
                           END-IF
                   END-READ
               END-IF
           ELSE
               IF SCHOOL-STATUS = ZERO
                   MOVE ORD-SCHOOL-ID TO SCHOOL-ID
                   READ FXSCHOOL
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           IF SCHOOL-SITE NOT = SPACES
                               MOVE SCHOOL-SITE TO ORDER-SITE
                           END-IF
                   END-READ
               END-IF
           END-IF
           MOVE "N" TO SITE-LISTED
           PERFORM VARYING SITE-IX FROM 1 BY 1
               UNTIL SITE-IX > DAY-SITE-COUNT OR SITE-LISTED-YES
               IF DAY-SITE (SITE-IX) = ORDER-SITE
                   MOVE "Y" TO SITE-LISTED
               END-IF
           END-PERFORM
           IF NOT SITE-LISTED-YES AND DAY-SITE-COUNT < MAX-SITES
               ADD 1 TO DAY-SITE-COUNT
               MOVE ORDER-SITE TO DAY-SITE (DAY-SITE-COUNT)
           END-IF
       EXIT SECTION.

      *> A DAY WITHOUT ORDERS STILL LOOKS FOR THE MAIN KITCHEN'S RUN
       220-CHECK-THE-PRODRUN SECTION.
           IF DAY-SITE-COUNT = ZERO
               MOVE 1 TO DAY-SITE-COUNT
               MOVE "01" TO DAY-SITE (1)
           END-IF
           MOVE "Y" TO PRODRUN-CONFIRMED
           OPEN INPUT FXPRODRUN
           PERFORM VARYING SITE-IX FROM 1 BY 1
               UNTIL SITE-IX > DAY-SITE-COUNT
               MOVE "N" TO SITE-CONFIRMED
               IF PRUN-STATUS-FS = ZERO THEN
                   MOVE ASK-DATE TO PRUN-DATE
                   MOVE DAY-SITE (SITE-IX) TO PRUN-SITE
                   READ FXPRODRUN
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           IF PRUN-STATUS-CONFIRMED
                               MOVE "Y" TO SITE-CONFIRMED
                           END-IF
                   END-READ
               END-IF
               IF NOT SITE-CONFIRMED-YES
                   MOVE "N" TO PRODRUN-CONFIRMED
                   ADD 1 TO EXCEPTION-COUNT
                   MOVE SPACES TO SHEET-LINE
                   STRING "  PRODUCTION RUN NOT CONFIRMED FOR "
                       DELIMITED BY SIZE
                       ASK-DATE DELIMITED BY SIZE
                       " SITE " DELIMITED BY SIZE
                       DAY-SITE (SITE-IX) DELIMITED BY SIZE
                       INTO SHEET-LINE
                   WRITE SHEET-LINE
                   ADD 1 TO LINE-COUNT
               END-IF
           END-PERFORM
           CLOSE FXPRODRUN
       EXIT SECTION.

      *> A DAY THAT DISPATCHED ORDERS WITHOUT A SINGLE POSTED
