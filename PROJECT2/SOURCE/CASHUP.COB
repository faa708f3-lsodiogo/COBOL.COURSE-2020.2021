      ******************************************************************
      *    LAB | THIRD PART | DELICIOUSSANDWICH
      ******************************************************************
      *    BREADWICH | STOCK CONTROL
      ******************************************************************
      *    COUNTER CASH-UP - AT THE END OF THE DAY THE TIN OF THE
      *    SURPLUS SALES COUNTER IS COUNTED BY DENOMINATION, WITH THE
      *    OPENING FLOAT, THE CARD TERMINAL TOTAL AND THE CASH TAKEN
      *    TO THE BANK. THE COUNT IS HELD AGAINST THE DAY'S
      *    FXCASHSALE TOTAL AND THE OVER/SHORT IS KEPT ON FXCASHUP
      *    FOR GL-EXPORT TO POST UNDER ITS OWN "CO"/"CU" MAPPING.
      *    A CASHED-UP DAY IS CLOSED: CASHSALE TAKES NO MORE SALES
      *    AGAINST IT. THE PAYING-IN SLIP IS THE CREDIT THE BANK
      *    RECONCILIATION EXPECTS TO SEE ON THE STATEMENT. THE WEEKLY
      *    REPORT LISTS EACH DAY AND TOTALS THE VARIANCES BY THE
      *    OPERATOR WHO COUNTED THE TIN.
      ******************************************************************
      *    V1 | EM ATUALIZACAO | 15.10.2026
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CASHUP.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       CRT STATUS IS KEYSTATUS.
       REPOSITORY.
       FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

               SELECT FXCASHUP ASSIGN TO "FXCASHUP"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS CUP-DATE
                   FILE STATUS CUP-STATUS-FS.

               SELECT FXCASHSALE ASSIGN TO "FXCASHSALE"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS CSH-ID
                   FILE STATUS CSH-STATUS-FS.

               SELECT LISTING-FILE ASSIGN TO REPORT-FILENAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS LISTING-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD FXCASHUP.
           COPY FD-CASHUP.
       FD FXCASHSALE.
           COPY FD-CASHSALE.
       FD LISTING-FILE.
       01  LISTING-LINE                     PIC X(110).

       WORKING-STORAGE SECTION.
       COPY LK-RPTCAT.

       78  MODULE-NAME-VIEW    VALUE "COUNTER CASH-UP".
       78  BACK-EXIT           VALUE "F3 - BACK".
       78  MAIN-MENU-CHOICE    VALUE "PLEASE CHOOSE AN OPTION".
       78  MAIN-MENU-ERROR
               VALUE "INVALID OPTION, PLEASE SELECT A VALID OPTION. "-
           "PRESS ANY KEY TO CONTINUE".
       78  CUP-MENU-OPTION1    VALUE "1 - CASH UP A DAY".
       78  CUP-MENU-OPTION2    VALUE "2 - WEEKLY CASH-UP REPORT".
       78  CUP-MENU-OPTION3    VALUE "3 - BACK".
       78  GEN-TEXT-DATE       VALUE "CASH-UP DATE:".
       78  WEEK-FROM-TEXT      VALUE "WEEK STARTING (YYYYMMDD):".
       78  FLOAT-TEXT          VALUE "OPENING FLOAT:".
       78  NOTES-TEXT          VALUE "NOTES".
       78  COINS-TEXT          VALUE "COINS".
       78  CARD-TEXT           VALUE "CARD TERMINAL TOTAL:".
       78  BANKED-TEXT         VALUE "CASH TAKEN TO BANK:".
       78  SLIP-TEXT           VALUE "PAYING-IN SLIP REF:".
       78  SALES-TEXT          VALUE "CASH SALES ON FILE:".
       78  EXPECTED-TEXT       VALUE "EXPECTED IN TIN:".
       78  COUNTED-TEXT        VALUE "COUNTED IN TIN:".
       78  VARIANCE-TEXT       VALUE "OVER (+) / SHORT (-):".
       78  MESSAGE-SAVE
           VALUE "CLOSE THE DAY WITH THIS CASH-UP? (Y)ES/(N)O".
       78  ERROR-INVALID-DATE
           VALUE "INVALID DATE, TRY AGAIN".
       78  ERROR-FUTURE-DATE
           VALUE "A DAY CANNOT BE CASHED UP BEFORE IT HAS HAPPENED".
       78  ERROR-ALREADY-DONE
           VALUE "THAT DAY IS ALREADY CASHED UP AND CLOSED".
       78  ERROR-BANKED-OVER
           VALUE "MORE CASH BANKED THAN WAS COUNTED IN THE TIN".
       78  ERROR-NO-PERMISSION
           VALUE "ONLY A SUPERVISOR MAY PRINT THE CASH-UP REPORT".
       78  CONFIRM-CUP-RECORD
           VALUE "DAY CASHED UP AND CLOSED TO FURTHER SALES".
       78  LISTING-DONE
           VALUE "WEEKLY CASH-UP REPORT PRODUCED, SEE THE DATED "-
           "FILE, PRESS ANY KEY".
       78  EMPTY-LIST-TEXT
           VALUE "NO CASH-UPS IN THAT WEEK".
       78  ERROR-FILE-STATUS-MSG
           VALUE "FILE ERROR, STATUS CODE: ".

       77  DUMMY                            PIC X(001).
       77  KEYSTATUS                        PIC 9(004).
       77  CUP-STATUS-FS                    PIC 9(002).
       77  CSH-STATUS-FS                    PIC 9(002).
       77  LISTING-STATUS                   PIC 9(002).
       77  FILE-ERROR-STATUS                PIC 9(002).

       01  PERM-QUESTION.
           05  PERM-CODE                    PIC X(001).
           05  PERM-GRANTED                 PIC X(001).

       01  MAIN-OPTION                      PIC 9(001).
           88  MAIN-OPTION-EXIT             VALUE 3.
       01  CUP-EOF-FLAG                     PIC X(001) VALUE "N".
           88  EOF-CUP                      VALUE "Y".
       01  CSH-EOF-FLAG                     PIC X(001) VALUE "N".
           88  EOF-CSH                      VALUE "Y".
       01  DAY-CASHED-UP                    PIC X(001).
           88  DAY-CASHED-UP-YES            VALUE "Y".

       01  BISSEXTO                         PIC X(001) VALUE "N".
           88  BISSEXTO-YES                 VALUE "S".
       01  VALID-DATE-FLAG                  PIC X(001) VALUE "N".
           88  VALID-DATE-YES               VALUE "Y".
       01  GEN-DATE.
           05  GEN-YEAR                     PIC 9(004).
           05  GEN-MONTH                    PIC 9(002).
           05  GEN-DAY                      PIC 9(002).
       01  GEN-DATE-NUM REDEFINES GEN-DATE  PIC 9(008).
       01  TODAY-DATE                       PIC 9(008).

      *> FACE VALUES IN THE ORDER OF CUP-DENOMINATIONS
       01  DENOM-VALUES.
           05  FILLER                       PIC 9(003)V99 VALUE 500.
           05  FILLER                       PIC 9(003)V99 VALUE 200.
           05  FILLER                       PIC 9(003)V99 VALUE 100.
           05  FILLER                       PIC 9(003)V99 VALUE 50.
           05  FILLER                       PIC 9(003)V99 VALUE 20.
           05  FILLER                       PIC 9(003)V99 VALUE 10.
           05  FILLER                       PIC 9(003)V99 VALUE 5.
           05  FILLER                       PIC 9(003)V99 VALUE 2.
           05  FILLER                       PIC 9(003)V99 VALUE 1.
           05  FILLER                       PIC 9(003)V99 VALUE 0.50.
           05  FILLER                       PIC 9(003)V99 VALUE 0.20.
           05  FILLER                       PIC 9(003)V99 VALUE 0.10.
           05  FILLER                       PIC 9(003)V99 VALUE 0.05.
           05  FILLER                       PIC 9(003)V99 VALUE 0.02.
           05  FILLER                       PIC 9(003)V99 VALUE 0.01.
       01  DENOM-VALUE-TABLE REDEFINES DENOM-VALUES.
           05  DENOM-VALUE OCCURS 15 TIMES  PIC 9(003)V99.
       77  DENOM-IX                         PIC 9(002).

       01  NEXT-CUP-NO                      PIC 9(006).
       01  DAY-SALES-TOTAL                  PIC 9(007)V99.
       01  EXPECTED-CASH                    PIC S9(007)V99.
       01  SAVE-IT1                         PIC X(002).
           88  SAVE-IT1-YES                 VALUE "Y" "y" "S" "s".
           88  SAVE-IT1-VALID
               VALUE "Y" "y" "N" "n" "S" "s".

       01  WEEK-FROM                        PIC 9(008).
       01  WEEK-TO                          PIC 9(008).
       01  REPORT-FILENAME                  PIC X(040).
       77  LINE-COUNT                       PIC 9(007).

      *> VARIANCES ARE TOTALLED PER COUNTING OPERATOR FOR THE WEEK
       78  MAX-OPERS                        VALUE 50.
       01  OPER-TABLE.
           05  OPER-ENTRY OCCURS MAX-OPERS TIMES.
               10  OPR-CODE                 PIC X(008).
               10  OPR-DAYS                 PIC 9(003).
               10  OPR-OVER                 PIC 9(007)V99.
               10  OPR-SHORT                PIC 9(007)V99.
       01  OPER-COUNT                       PIC 9(003).
       77  OPER-IX                          PIC 9(003).
       01  OPER-FOUND                       PIC X(001).
           88  OPER-FOUND-YES               VALUE "Y".
       01  OPER-NET                         PIC S9(007)V99.

       01  SHOW-SALES                       PIC ZZZZZZ9.99.
       01  SHOW-EXPECTED                    PIC -ZZZZZZ9.99.
       01  SHOW-COUNTED                     PIC ZZZZZZ9.99.
       01  SHOW-VARIANCE                    PIC -ZZZZZZ9.99.

       01  LISTING-TITLE.
           05  FILLER                       PIC X(030)
               VALUE "COUNTER CASH-UP WEEK FROM".
           05  LT-FROM                      PIC 9(008).
           05  FILLER                       PIC X(004) VALUE " TO ".
           05  LT-TO                        PIC 9(008).
       01  LISTING-HEADING.
           05  FILLER                       PIC X(048)
               VALUE "DATE      COUNTED BY     SALES   EXPECTED".
           05  FILLER                       PIC X(050)
               VALUE "   COUNTED     VARIANCE     BANKED SLIP".
       01  LISTING-DETAIL.
           05  LD-DATE                      PIC 9(008).
           05  FILLER                       PIC X(002) VALUE SPACES.
           05  LD-BY                        PIC X(008).
           05  FILLER                       PIC X(001) VALUE SPACES.
           05  LD-SALES                     PIC ZZZZZZ9.99.
           05  FILLER                       PIC X(001) VALUE SPACES.
           05  LD-EXPECTED                  PIC -ZZZZZZ9.99.
           05  FILLER                       PIC X(001) VALUE SPACES.
           05  LD-COUNTED                   PIC ZZZZZZ9.99.
           05  FILLER                       PIC X(002) VALUE SPACES.
           05  LD-VARIANCE                  PIC -ZZZZZZ9.99.
           05  FILLER                       PIC X(001) VALUE SPACES.
           05  LD-BANKED                    PIC ZZZZZZ9.99.
           05  FILLER                       PIC X(001) VALUE SPACES.
           05  LD-SLIP                      PIC X(012).
       01  OPER-HEADING.
           05  FILLER                       PIC X(060)
               VALUE "OPERATOR  DAYS       OVER      SHORT         NET".
       01  OPER-DETAIL.
           05  OD-CODE                      PIC X(008).
           05  FILLER                       PIC X(002) VALUE SPACES.
           05  OD-DAYS                      PIC ZZ9.
           05  FILLER                       PIC X(001) VALUE SPACES.
           05  OD-OVER                      PIC ZZZZZZ9.99.
           05  FILLER                       PIC X(001) VALUE SPACES.
           05  OD-SHORT                     PIC ZZZZZZ9.99.
           05  FILLER                       PIC X(001) VALUE SPACES.
           05  OD-NET                       PIC -ZZZZZZ9.99.

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
       01  CUP-MENU
           BACKGROUND-COLOR 7 FOREGROUND-COLOR 0 AUTO REQUIRED.
           03 VALUE CUP-MENU-OPTION1 LINE 10 COL 35.
           03 VALUE CUP-MENU-OPTION2 LINE 11 COL 35.
           03 VALUE CUP-MENU-OPTION3 LINE 12 COL 35.
           03 VALUE MAIN-MENU-CHOICE LINE 14 COL 35.
           03 UM-OPTION PIC 9(001) LINE 14 COL PLUS 2
               TO MAIN-OPTION BLANK WHEN ZERO.
      ******************************************************************
       01  ASK-DATE-SCREEN.
           05 VALUE GEN-TEXT-DATE LINE 06 COL 15.
           05 AD-DAY PIC 9(002) LINE 06 COL PLUS 1
               USING GEN-DAY REQUIRED.
           05 VALUE "/" LINE 06 COL PLUS 1.
           05 AD-MONTH PIC 9(002) LINE 06 COL PLUS 1
               USING GEN-MONTH REQUIRED.
           05 VALUE "/" LINE 06 COL PLUS 1.
           05 AD-YEAR PIC 9(004) LINE 06 COL PLUS 1
               USING GEN-YEAR REQUIRED AUTO.
      ******************************************************************
       01  COUNT-SCREEN.
           05 VALUE FLOAT-TEXT LINE 08 COL 15.
           05 CS-FLOAT PIC ZZZZ9.99 LINE 08 COL PLUS 1
               TO CUP-FLOAT.
           05 VALUE NOTES-TEXT LINE 10 COL 15.
           05 VALUE "500:" LINE 10 COL 22.
           05 CS-N500 PIC ZZZ9 LINE 10 COL PLUS 1 TO CUP-NOTE-500.
           05 VALUE "200:" LINE 10 COL 32.
           05 CS-N200 PIC ZZZ9 LINE 10 COL PLUS 1 TO CUP-NOTE-200.
           05 VALUE "100:" LINE 10 COL 42.
           05 CS-N100 PIC ZZZ9 LINE 10 COL PLUS 1 TO CUP-NOTE-100.
           05 VALUE " 50:" LINE 10 COL 52.
           05 CS-N50 PIC ZZZ9 LINE 10 COL PLUS 1 TO CUP-NOTE-50.
           05 VALUE " 20:" LINE 11 COL 22.
           05 CS-N20 PIC ZZZ9 LINE 11 COL PLUS 1 TO CUP-NOTE-20.
           05 VALUE " 10:" LINE 11 COL 32.
           05 CS-N10 PIC ZZZ9 LINE 11 COL PLUS 1 TO CUP-NOTE-10.
           05 VALUE "  5:" LINE 11 COL 42.
           05 CS-N5 PIC ZZZ9 LINE 11 COL PLUS 1 TO CUP-NOTE-5.
           05 VALUE COINS-TEXT LINE 13 COL 15.
           05 VALUE "2.00:" LINE 13 COL 21.
           05 CS-C200 PIC ZZZ9 LINE 13 COL PLUS 1 TO CUP-COIN-200.
           05 VALUE "1.00:" LINE 13 COL 31.
           05 CS-C100 PIC ZZZ9 LINE 13 COL PLUS 1 TO CUP-COIN-100.
           05 VALUE "0.50:" LINE 13 COL 41.
           05 CS-C50 PIC ZZZ9 LINE 13 COL PLUS 1 TO CUP-COIN-50.
           05 VALUE "0.20:" LINE 13 COL 51.
           05 CS-C20 PIC ZZZ9 LINE 13 COL PLUS 1 TO CUP-COIN-20.
           05 VALUE "0.10:" LINE 14 COL 21.
           05 CS-C10 PIC ZZZ9 LINE 14 COL PLUS 1 TO CUP-COIN-10.
           05 VALUE "0.05:" LINE 14 COL 31.
           05 CS-C5 PIC ZZZ9 LINE 14 COL PLUS 1 TO CUP-COIN-5.
           05 VALUE "0.02:" LINE 14 COL 41.
           05 CS-C2 PIC ZZZ9 LINE 14 COL PLUS 1 TO CUP-COIN-2.
           05 VALUE "0.01:" LINE 14 COL 51.
           05 CS-C1 PIC ZZZ9 LINE 14 COL PLUS 1 TO CUP-COIN-1.
           05 VALUE CARD-TEXT LINE 16 COL 15.
           05 CS-CARD PIC ZZZZZZ9.99 LINE 16 COL PLUS 1
               TO CUP-CARD-TOTAL.
           05 VALUE BANKED-TEXT LINE 17 COL 15.
           05 CS-BANKED PIC ZZZZZZ9.99 LINE 17 COL PLUS 2
               TO CUP-BANKED.
           05 VALUE SLIP-TEXT LINE 18 COL 15.
           05 CS-SLIP PIC X(012) LINE 18 COL PLUS 2
               TO CUP-SLIP-REF AUTO.
      ******************************************************************
       01  RESULT-SCREEN.
           05 VALUE SALES-TEXT LINE 20 COL 15.
           05 RS-SALES PIC ZZZZZZ9.99 FROM SHOW-SALES
               LINE 20 COL 38.
           05 VALUE EXPECTED-TEXT LINE 21 COL 15.
           05 RS-EXPECTED PIC X(011) FROM SHOW-EXPECTED
               LINE 21 COL 37.
           05 VALUE COUNTED-TEXT LINE 22 COL 15.
           05 RS-COUNTED PIC X(010) FROM SHOW-COUNTED
               LINE 22 COL 38.
           05 VALUE VARIANCE-TEXT LINE 23 COL 15.
           05 RS-VARIANCE PIC X(011) FROM SHOW-VARIANCE
               LINE 23 COL 37.
      ******************************************************************
       01  ASK-WEEK-SCREEN.
           05 VALUE WEEK-FROM-TEXT LINE 08 COL 15.
           05 AW-FROM PIC 9(008) LINE 08 COL PLUS 1
               TO WEEK-FROM REQUIRED AUTO.
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
       01 SAVE-SCREEN
           BACKGROUND-COLOR 7 FOREGROUND-COLOR 0.
           05 VALUE SPACES PIC X(095) LINE 24 COL 01.
           05 VALUE SPACES PIC X(095) LINE 25 COL 01.
           05 VALUE SPACES PIC X(095) LINE 26 COL 01.
           05 VALUE MESSAGE-SAVE LINE 25 COL 10
               FOREGROUND-COLOR 4 BACKGROUND-COLOR 7.
           05 SAVE-IT PIC X(002) LINE 25 COL PLUS 1 TO SAVE-IT1
               FOREGROUND-COLOR 4 BACKGROUND-COLOR 7 AUTO.
      ******************************************************************
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM WITH TEST AFTER UNTIL MAIN-OPTION-EXIT
               OR KEYSTATUS = 1003
               MOVE ZERO TO MAIN-OPTION
               DISPLAY CLEAR-SCREEN
               DISPLAY MAIN-SCREEN
               CALL "TRNBANNER"
               DISPLAY CUP-MENU
               ACCEPT CUP-MENU
               EVALUATE MAIN-OPTION
                   WHEN 1
                       PERFORM 100-CASH-UP-DAY
                   WHEN 2
                       PERFORM 300-WEEKLY-REPORT
                   WHEN 3
                       CONTINUE
                   WHEN OTHER
                       MOVE MAIN-MENU-ERROR TO ERROR-TEXT
                       ACCEPT ERROR-ZONE
               END-EVALUATE
           END-PERFORM
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

      *> THE DATE OFFERED IS TODAY; A DAY FORGOTTEN LAST NIGHT CAN
      *> STILL BE CASHED UP THE NEXT MORNING
       100-CASH-UP-DAY SECTION.
           MOVE FUNCTION CURRENT-DATE (1:8) TO TODAY-DATE
           MOVE TODAY-DATE TO GEN-DATE-NUM
           DISPLAY CLEAR-SCREEN
           DISPLAY MAIN-SCREEN
           CALL "TRNBANNER"
           DISPLAY ASK-DATE-SCREEN
           ACCEPT ASK-DATE-SCREEN
           IF KEYSTATUS = 1003
               EXIT SECTION
           END-IF
           PERFORM 110-VALIDATE-DATE
           IF NOT VALID-DATE-YES
               MOVE ERROR-INVALID-DATE TO ERROR-TEXT
               ACCEPT ERROR-ZONE
               EXIT SECTION
           END-IF
           IF GEN-DATE-NUM > TODAY-DATE
               MOVE ERROR-FUTURE-DATE TO ERROR-TEXT
               ACCEPT ERROR-ZONE
               EXIT SECTION
           END-IF
           PERFORM 120-CHECK-CASHED-UP
           IF DAY-CASHED-UP-YES
               MOVE ERROR-ALREADY-DONE TO ERROR-TEXT
               ACCEPT ERROR-ZONE
               EXIT SECTION
           END-IF
           PERFORM 130-TOTAL-DAY-SALES
           INITIALIZE CUP-DETAILS
           DISPLAY COUNT-SCREEN
           ACCEPT COUNT-SCREEN
           IF KEYSTATUS = 1003
               EXIT SECTION
           END-IF
           MOVE ZERO TO CUP-CASH-COUNTED
           PERFORM VARYING DENOM-IX FROM 1 BY 1
               UNTIL DENOM-IX > 15
               COMPUTE CUP-CASH-COUNTED = CUP-CASH-COUNTED
                   + CUP-DENOM-COUNT (DENOM-IX) * DENOM-VALUE (DENOM-IX)
           END-PERFORM
           IF CUP-BANKED > CUP-CASH-COUNTED
               MOVE ERROR-BANKED-OVER TO ERROR-TEXT
               ACCEPT ERROR-ZONE
               EXIT SECTION
           END-IF
      *> WHAT WENT THROUGH THE CARD TERMINAL NEVER REACHED THE TIN
           COMPUTE EXPECTED-CASH =
               CUP-FLOAT + DAY-SALES-TOTAL - CUP-CARD-TOTAL
           COMPUTE CUP-VARIANCE = CUP-CASH-COUNTED - EXPECTED-CASH
           MOVE DAY-SALES-TOTAL TO SHOW-SALES
           MOVE EXPECTED-CASH TO SHOW-EXPECTED
           MOVE CUP-CASH-COUNTED TO SHOW-COUNTED
           MOVE CUP-VARIANCE TO SHOW-VARIANCE
           DISPLAY RESULT-SCREEN
           MOVE SPACES TO SAVE-IT1
           PERFORM WITH TEST AFTER UNTIL SAVE-IT1-VALID
               DISPLAY SAVE-SCREEN
               ACCEPT SAVE-SCREEN
               IF KEYSTATUS = 1003
                   EXIT SECTION
               END-IF
           END-PERFORM
           IF NOT SAVE-IT1-YES
               EXIT SECTION
           END-IF
           PERFORM 200-WRITE-CASH-UP
           MOVE CONFIRM-CUP-RECORD TO ERROR-TEXT
           ACCEPT ERROR-ZONE
       EXIT SECTION.

       110-VALIDATE-DATE SECTION.
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

      *> ALSO FINDS THE NEXT CASH-UP NUMBER IN THE SAME PASS
       120-CHECK-CASHED-UP SECTION.
           MOVE "N" TO DAY-CASHED-UP
           MOVE 1 TO NEXT-CUP-NO
           MOVE "N" TO CUP-EOF-FLAG
           OPEN INPUT FXCASHUP
           IF CUP-STATUS-FS NOT = ZERO THEN
               CLOSE FXCASHUP
               EXIT SECTION
           END-IF
           PERFORM UNTIL EOF-CUP
               READ FXCASHUP NEXT RECORD
                   AT END SET EOF-CUP TO TRUE
                   NOT AT END
                       IF CUP-DATE = GEN-DATE-NUM
                           MOVE "Y" TO DAY-CASHED-UP
                       END-IF
                       IF CUP-NO >= NEXT-CUP-NO
                           COMPUTE NEXT-CUP-NO = CUP-NO + 1
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FXCASHUP
       EXIT SECTION.

       130-TOTAL-DAY-SALES SECTION.
           MOVE ZERO TO DAY-SALES-TOTAL
           MOVE "N" TO CSH-EOF-FLAG
           OPEN INPUT FXCASHSALE
           IF CSH-STATUS-FS = ZERO THEN
               PERFORM UNTIL EOF-CSH
                   READ FXCASHSALE NEXT RECORD
                       AT END SET EOF-CSH TO TRUE
                       NOT AT END
                           IF CSH-DATE = GEN-DATE-NUM
                               ADD CSH-AMOUNT TO DAY-SALES-TOTAL
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE FXCASHSALE
       EXIT SECTION.

       200-WRITE-CASH-UP SECTION.
           OPEN I-O FXCASHUP
           IF CUP-STATUS-FS = 35 THEN
               CLOSE FXCASHUP
               OPEN OUTPUT FXCASHUP
           ELSE
               IF CUP-STATUS-FS NOT = ZERO THEN
                   MOVE CUP-STATUS-FS TO FILE-ERROR-STATUS
                   PERFORM 090-CHECK-FILE-STATUS
               END-IF
           END-IF
           MOVE GEN-DATE-NUM TO CUP-DATE
           MOVE NEXT-CUP-NO TO CUP-NO
           MOVE DAY-SALES-TOTAL TO CUP-SALES-TOTAL
           MOVE "N" TO CUP-RECON-FLAG
           MOVE "N" TO CUP-GL-FLAG
           CALL "GETOPER" USING CUP-COUNTED-BY
           MOVE CUP-COUNTED-BY TO CUP-LAST-BY
           MOVE FUNCTION CURRENT-DATE (1:8) TO CUP-LAST-DATE
           WRITE CUP-DETAILS
               INVALID KEY CONTINUE
           END-WRITE
           CLOSE FXCASHUP
       EXIT SECTION.

       300-WEEKLY-REPORT SECTION.
           MOVE "V" TO PERM-CODE
           CALL "CHKPERM" USING PERM-QUESTION
           IF PERM-GRANTED NOT = "Y"
               MOVE ERROR-NO-PERMISSION TO ERROR-TEXT
               ACCEPT ERROR-ZONE
               EXIT SECTION
           END-IF
           MOVE ZERO TO WEEK-FROM
           DISPLAY CLEAR-SCREEN
           DISPLAY MAIN-SCREEN
           CALL "TRNBANNER"
           DISPLAY ASK-WEEK-SCREEN
           ACCEPT ASK-WEEK-SCREEN
           IF KEYSTATUS = 1003
               EXIT SECTION
           END-IF
           MOVE WEEK-FROM TO GEN-DATE-NUM
           PERFORM 110-VALIDATE-DATE
           IF NOT VALID-DATE-YES
               MOVE ERROR-INVALID-DATE TO ERROR-TEXT
               ACCEPT ERROR-ZONE
               EXIT SECTION
           END-IF
           COMPUTE WEEK-TO = DATE-OF-INTEGER
               (INTEGER-OF-DATE (WEEK-FROM) + 6)
           MOVE ZERO TO LINE-COUNT OPER-COUNT
           MOVE "N" TO CUP-EOF-FLAG
           OPEN INPUT FXCASHUP
           IF CUP-STATUS-FS NOT = ZERO THEN
               CLOSE FXCASHUP
               MOVE EMPTY-LIST-TEXT TO ERROR-TEXT
               ACCEPT ERROR-ZONE
               EXIT SECTION
           END-IF
           MOVE SPACES TO REPORT-FILENAME
           STRING "CASHUP-WEEK-" DELIMITED BY SIZE
               WEEK-FROM DELIMITED BY SIZE
               ".rpt" DELIMITED BY SIZE
               INTO REPORT-FILENAME
           OPEN OUTPUT LISTING-FILE
           MOVE WEEK-FROM TO LT-FROM
           MOVE WEEK-TO TO LT-TO
           WRITE LISTING-LINE FROM LISTING-TITLE
           WRITE LISTING-LINE FROM LISTING-HEADING
           MOVE WEEK-FROM TO CUP-DATE
           START FXCASHUP KEY IS >= CUP-DATE
               INVALID KEY SET EOF-CUP TO TRUE
           END-START
           PERFORM UNTIL EOF-CUP
               READ FXCASHUP NEXT RECORD
                   AT END SET EOF-CUP TO TRUE
                   NOT AT END
                       IF CUP-DATE > WEEK-TO
                           SET EOF-CUP TO TRUE
                       ELSE
                           PERFORM 310-LIST-ONE-CASH-UP
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FXCASHUP
           IF LINE-COUNT > ZERO
               MOVE SPACES TO LISTING-LINE
               WRITE LISTING-LINE
               WRITE LISTING-LINE FROM OPER-HEADING
               PERFORM VARYING OPER-IX FROM 1 BY 1
                   UNTIL OPER-IX > OPER-COUNT
                   MOVE OPR-CODE (OPER-IX) TO OD-CODE
                   MOVE OPR-DAYS (OPER-IX) TO OD-DAYS
                   MOVE OPR-OVER (OPER-IX) TO OD-OVER
                   MOVE OPR-SHORT (OPER-IX) TO OD-SHORT
                   COMPUTE OPER-NET =
                       OPR-OVER (OPER-IX) - OPR-SHORT (OPER-IX)
                   MOVE OPER-NET TO OD-NET
                   WRITE LISTING-LINE FROM OPER-DETAIL
               END-PERFORM
           END-IF
           CLOSE LISTING-FILE
           MOVE "CASHUP-WEEK" TO RCAT-BASE-NAME
           MOVE REPORT-FILENAME TO RCAT-FILE-NAME
           MOVE "CASHUP" TO RCAT-PROGRAM
           MOVE 1 TO RCAT-PAGES
           COMPUTE RCAT-LINES = LINE-COUNT + OPER-COUNT + 4
           CALL "RPTCAT" USING RPTCAT-REQUEST
           IF LINE-COUNT = ZERO
               MOVE EMPTY-LIST-TEXT TO ERROR-TEXT
           ELSE
               MOVE LISTING-DONE TO ERROR-TEXT
           END-IF
           ACCEPT ERROR-ZONE
       EXIT SECTION.

       310-LIST-ONE-CASH-UP SECTION.
           COMPUTE EXPECTED-CASH =
               CUP-FLOAT + CUP-SALES-TOTAL - CUP-CARD-TOTAL
           MOVE CUP-DATE TO LD-DATE
           MOVE CUP-COUNTED-BY TO LD-BY
           MOVE CUP-SALES-TOTAL TO LD-SALES
           MOVE EXPECTED-CASH TO LD-EXPECTED
           MOVE CUP-CASH-COUNTED TO LD-COUNTED
           MOVE CUP-VARIANCE TO LD-VARIANCE
           MOVE CUP-BANKED TO LD-BANKED
           MOVE CUP-SLIP-REF TO LD-SLIP
           WRITE LISTING-LINE FROM LISTING-DETAIL
           ADD 1 TO LINE-COUNT
           MOVE "N" TO OPER-FOUND
           PERFORM VARYING OPER-IX FROM 1 BY 1
               UNTIL OPER-IX > OPER-COUNT OR OPER-FOUND-YES
               IF OPR-CODE (OPER-IX) = CUP-COUNTED-BY
                   MOVE "Y" TO OPER-FOUND
               END-IF
           END-PERFORM
           IF OPER-FOUND-YES
               SUBTRACT 1 FROM OPER-IX
           ELSE
               IF OPER-COUNT >= MAX-OPERS
                   EXIT SECTION
               END-IF
               ADD 1 TO OPER-COUNT
               MOVE OPER-COUNT TO OPER-IX
               MOVE CUP-COUNTED-BY TO OPR-CODE (OPER-IX)
               MOVE ZERO TO OPR-DAYS (OPER-IX) OPR-OVER (OPER-IX)
                   OPR-SHORT (OPER-IX)
           END-IF
           ADD 1 TO OPR-DAYS (OPER-IX)
           IF CUP-VARIANCE > ZERO
               ADD CUP-VARIANCE TO OPR-OVER (OPER-IX)
           ELSE
               SUBTRACT CUP-VARIANCE FROM OPR-SHORT (OPER-IX)
           END-IF
       EXIT SECTION.
