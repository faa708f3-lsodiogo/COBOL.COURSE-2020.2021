      *    REFERENCE, AND THE FXCASHSALE RECORD CARRIES THE MONEY
      *    SO GL-EXPORT PICKS IT UP UNDER THE "CS" MAPPING AND THE
      *    WASTE ANALYSIS CAN SHOW RECOVERED VALUE AGAINST WASTE.
      *    ONCE THE DAY HAS BEEN CASHED UP (FXCASHUP) THE TILL IS
      *    CLOSED AND NO FURTHER SALE IS TAKEN AGAINST IT.
      ******************************************************************
      *    V1 | EM ATUALIZACAO | 02.09.2026
      ******************************************************************
                   RECORD KEY IS CSH-ID
                   FILE STATUS CSH-STATUS-FS.

               SELECT FXCASHUP ASSIGN TO "FXCASHUP"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS CUP-DATE
                   FILE STATUS CUP-STATUS-FS.

               SELECT FXSANDWICH ASSIGN TO "FXSANDWICHES"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
       FILE SECTION.
       FD FXCASHSALE.
           COPY FD-CASHSALE.
       FD FXCASHUP.
           COPY FD-CASHUP.
       FD FXSANDWICH.
           COPY FD-SANDWICH.
       FD FXRECIPE.
       78  ERROR-SANDWICH-INACTIVE
           VALUE "SANDWICH IS NOT ACTIVE".
       78  ERROR-QTY-ZERO      VALUE "QUANTITY MUST BE GREATER THAN 0".
       78  ERROR-TILL-CLOSED
           VALUE "TODAY'S TILL IS CASHED UP - NO MORE SALES AGAINST IT".
       78  CONFIRM-CSH-RECORD
           VALUE "SALE RECORDED AND STOCK ISSUED".
       78  WARN-ISSUE-SHORT
       77  DUMMY                            PIC X(001).
       77  KEYSTATUS                        PIC 9(004).
       77  CSH-STATUS-FS                    PIC 9(002).
       77  CUP-STATUS-FS                    PIC 9(002).
       77  SANDWICH-STATUS                  PIC 9(002).
       77  RECIPE-STATUS                    PIC 9(002).
       77  INGRED-STATUS                    PIC 9(002).
       01  ISSUE-TROUBLE                    PIC X(001).
           88  ISSUE-TROUBLE-YES            VALUE "Y".
       01  TODAY-DATE                       PIC 9(008).
       01  TILL-CLOSED                      PIC X(001).
           88  TILL-CLOSED-YES              VALUE "Y".
       01  NEXT-CSH-ID                      PIC 9(006).
       01  SALE-AMOUNT                      PIC 9(007)V99.
       01  TODAY-TOTAL                      PIC 9(009)V99.
       EXIT SECTION.

       100-RECORD-ONE-SALE SECTION.
           PERFORM 120-CHECK-TILL-OPEN
           IF TILL-CLOSED-YES
               MOVE ERROR-TILL-CLOSED TO ERROR-TEXT
               ACCEPT ERROR-ZONE
               EXIT SECTION
           END-IF
           MOVE ZERO TO ASK-SANDWICH ASK-QTY ASK-PRICE
           DISPLAY CLEAR-SCREEN
           DISPLAY MAIN-SCREEN
           CLOSE FXSANDWICH
       EXIT SECTION.

      *> A CASH-UP RECORD FOR TODAY MEANS THE TIN HAS BEEN COUNTED
       120-CHECK-TILL-OPEN SECTION.
           MOVE "N" TO TILL-CLOSED
           MOVE FUNCTION CURRENT-DATE (1:8) TO TODAY-DATE
           OPEN INPUT FXCASHUP
           IF CUP-STATUS-FS = ZERO THEN
               MOVE TODAY-DATE TO CUP-DATE
               READ FXCASHUP
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE "Y" TO TILL-CLOSED
               END-READ
           END-IF
           CLOSE FXCASHUP
       EXIT SECTION.

       200-WRITE-THE-SALE SECTION.
           MOVE 1 TO NEXT-CSH-ID
           MOVE "N" TO CSH-EOF-FLAG
