      ******************************************************************
      *    LAB | THIRD PART | DELICIOUSSANDWICH
      ******************************************************************
      *    BREADWICH | SUPPLIER MANAGEMENT
      ******************************************************************
      *    SUPPLIER QUALITY CLAIMS - FROM A COMPLAINT THAT INCIDENT
      *    HAS LINKED TO A PRODUCTION BATCH AND A SUSPECT INGREDIENT,
      *    FOLLOWS FXBATCHLOT TO EVERY LOT OF THAT INGREDIENT PICKED
      *    INTO THE BATCH, AND FROM THE LOT TO THE SUPPLIER AND THE
      *    ORDER LINE IT WAS RECEIVED AGAINST (FOR A LOT BOOKED BEFORE
      *    LOTS KEPT THEIR ORDER LINE, THE LINE OF THE INGREDIENT LAST
      *    RECEIVED ON THE LOT'S RECEIPT DATE IS OFFERED). A CLAIM IS
      *    RAISED PER LOT WITH THE QUANTITY, THE CREDIT REQUESTED AND
      *    A REASON, AND FOLLOWED THROUGH SENT / ACCEPTED / REJECTED /
      *    CLOSED. A DEBIT NOTE CAN BE RAISED FOR THE CLAIM, AT ONCE
      *    OR LATER, THE SAME WAY SUPPRET RAISES ONE FOR A RETURN, SO
      *    THE REMITTANCE RUN TAKES THE CREDIT OFF THE SUPPLIER'S NEXT
      *    PAYMENT; NO STOCK MOVES, THE GOODS ARE GONE. A CLAIM FOR A
      *    SECOND INCIDENT ON THE SAME INGREDIENT WITHIN A YEAR IS
      *    NOTIFIED TO THE BUYER. CLAIMS PER SUPPLIER ARE ON THE
      *    SCORECARD.
      ******************************************************************
      *    V1 | EM ATUALIZACAO | 15.10.2026
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUPPCLAIM.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       CRT STATUS IS KEYSTATUS.
       REPOSITORY.
       FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

               SELECT FXSUPPCLAIM ASSIGN TO "FXSUPPCLAIM"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS CLM-ID
                   FILE STATUS CLM-STATUS-FS.

               SELECT FXINCIDENT ASSIGN TO "FXINCIDENT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS INC-ID
                   FILE STATUS INC-STATUS-FS.

               SELECT FXBATCHLOT ASSIGN TO "FXBATCHLOT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS BLOT-KEY
                   ALTERNATE RECORD KEY IS BLOT-LOT
                       WITH DUPLICATES
                   FILE STATUS BLOT-STATUS-FS.

               SELECT FXINGLOT ASSIGN TO "FXINGLOT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS LOT-ID
                   FILE STATUS LOT-STATUS-FS.

               SELECT FXPOLINES ASSIGN TO "FXPOLINES"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS POL-ID
                   FILE STATUS POL-STATUS-FS.

               SELECT FXPURCHORD ASSIGN TO "FXPURCHORD"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS PO-ID
                   FILE STATUS PO-STATUS-FS.

               SELECT FXDEBITNOTE ASSIGN TO "FXDEBITNOTE"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS DBN-ID
                   FILE STATUS DBN-STATUS-FS.

               SELECT NOTE-FILE ASSIGN TO NOTE-FILENAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS NOTE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD FXSUPPCLAIM.
           COPY FD-SUPPCLAIM.
       FD FXINCIDENT.
           COPY FD-INCIDENT.
       FD FXBATCHLOT.
           COPY FD-BATCHLOT.
       FD FXINGLOT.
           COPY FD-INGLOT.
       FD FXPOLINES.
           COPY FD-POLINE.
       FD FXPURCHORD.
           COPY FD-PURCHORD.
       FD FXDEBITNOTE.
           COPY FD-DEBITNOTE.
       FD NOTE-FILE.
       01  NOTE-LINE                        PIC X(090).

       WORKING-STORAGE SECTION.
       COPY LK-NOTIFY.

       78  MODULE-NAME-VIEW    VALUE "SUPPLIER QUALITY CLAIMS".
       78  BACK-EXIT           VALUE "F3 - BACK".
       78  MAIN-MENU-CHOICE    VALUE "PLEASE CHOOSE AN OPTION".
       78  MAIN-MENU-ERROR
               VALUE "INVALID OPTION, PLEASE SELECT A VALID OPTION. "-
           "PRESS ANY KEY TO CONTINUE".
       78  CLM-MENU-OPTION1    VALUE "1 - RAISE CLAIMS FOR AN INCIDENT".
       78  CLM-MENU-OPTION2    VALUE "2 - UPDATE A CLAIM".
       78  CLM-MENU-OPTION3    VALUE "3 - LIST OPEN CLAIMS".
       78  CLM-MENU-OPTION4    VALUE "4 - BACK".
       78  TXT-INC-ID          VALUE "   INCIDENT NO:".
       78  TXT-CLM-ID          VALUE "      CLAIM NO:".
       78  TXT-BATCH           VALUE "         BATCH:".
       78  TXT-ING             VALUE "    INGREDIENT:".
       78  TXT-LOT             VALUE "           LOT:".
       78  TXT-RECEIVED        VALUE "   RECEIVED ON:".
       78  TXT-SUPPLIER        VALUE "      SUPPLIER:".
       78  TXT-PO              VALUE "      ORDER NO:".
       78  TXT-LINE            VALUE "       LINE NO:".
       78  TXT-QTY             VALUE "   QTY CLAIMED:".
       78  TXT-CREDIT          VALUE "CREDIT REQUESTED:".
       78  TXT-REASON          VALUE "   REASON CODE:".
       78  TXT-RTEXT           VALUE "   REASON TEXT:".
       78  TXT-STATUS          VALUE "STATUS (O/S/A/R/C):".
       78  TXT-DEBIT           VALUE "RAISE DEBIT NOTE (Y/N):".
       78  TXT-DBN             VALUE "    DEBIT NOTE:".
       78  TXT-RAISE
           VALUE "RAISE THIS CLAIM? (Y)ES/(N)O/(Q)UIT:".
       78  ERROR-INC-NO        VALUE "INCIDENT DOESN'T EXIST".
       78  ERROR-NOT-LINKED
           VALUE "LINK THE INCIDENT TO ITS BATCH AND SUSPECT "-
           "INGREDIENT FIRST (INCIDENTS, OPTION 4)".
       78  ERROR-NO-LOTS
           VALUE "NO LOT OF THE SUSPECT INGREDIENT IN THE BATCH".
       78  ERROR-CLAIM-EXISTS
           VALUE "A CLAIM IS ALREADY ON FILE FOR THIS LOT OF THE "-
           "INCIDENT, PRESS ANY KEY".
       78  ERROR-LINE-NO
           VALUE "ORDER LINE DOESN'T EXIST FOR THIS INGREDIENT".
       78  ERROR-REPRICED
           VALUE "CREDIT RECALCULATED FOR THE ORDER LINE AND QUANTITY"-
           " GIVEN, CHECK IT AND CONFIRM".
       78  ERROR-CREDIT-ZERO
           VALUE "THE CREDIT REQUESTED MUST BE MORE THAN ZERO".
       78  ERROR-CLM-NO        VALUE "CLAIM DOESN'T EXIST".
       78  ERROR-BAD-STATUS    VALUE "STATUS MUST BE O, S, A, R OR C".
       78  ERROR-DBN-EXISTS
           VALUE "THE CLAIM ALREADY HAS A DEBIT NOTE".
       78  ERROR-DBN-REJECTED
           VALUE "NO DEBIT NOTE ON A CLAIM THE SUPPLIER REJECTED".
       78  CONFIRM-CLAIM       VALUE "CLAIM RAISED".
       78  CONFIRM-CLAIM-DBN
           VALUE "CLAIM RAISED AND DEBIT NOTE PRINTED".
       78  CONFIRM-UPDATED     VALUE "CLAIM UPDATED".
       78  CONFIRM-UPDATED-DBN
           VALUE "CLAIM UPDATED AND DEBIT NOTE PRINTED".
       78  EMPTY-LIST-TEXT     VALUE "NO OPEN CLAIMS".
       78  VIEW-NEXT-TEXT      VALUE "PRESS ANY KEY TO GO FORWARD".
       78  VIEW-END-TEXT       VALUE "END OF LIST, PRESS ANY KEY".
       78  MESSAGE-SAVE
           VALUE "DO YOU WANT TO SAVE THIS CLAIM? (Y)ES/(N)O".
       78  ERROR-FILE-STATUS-MSG
           VALUE "FILE ERROR, STATUS CODE: ".
      *> A CLAIM ON AN INGREDIENT WITH ANOTHER CLAIM THIS CLOSE
      *> BEFORE IT IS A REPEAT
       78  REPEAT-WINDOW-DAYS  VALUE 365.

       77  DUMMY                            PIC X(001).
       77  KEYSTATUS                        PIC 9(004).
       77  CLM-STATUS-FS                    PIC 9(002).
       77  INC-STATUS-FS                    PIC 9(002).
       77  BLOT-STATUS-FS                   PIC 9(002).
       77  LOT-STATUS-FS                    PIC 9(002).
       77  POL-STATUS-FS                    PIC 9(002).
       77  PO-STATUS-FS                     PIC 9(002).
       77  DBN-STATUS-FS                    PIC 9(002).
       77  NOTE-STATUS                      PIC 9(002).
       77  FILE-ERROR-STATUS                PIC 9(002).

       01  MAIN-OPTION                      PIC 9(001).
           88  MAIN-OPTION-EXIT             VALUE 4.

       01  CLM-EOF-FLAG                     PIC X(001) VALUE "N".
           88  EOF-CLM                      VALUE "Y".
       01  BLOT-EOF-FLAG                    PIC X(001) VALUE "N".
           88  EOF-BLOT                     VALUE "Y".
       01  POL-EOF-FLAG                     PIC X(001) VALUE "N".
           88  EOF-POL                      VALUE "Y".
       01  DBN-EOF-FLAG                     PIC X(001) VALUE "N".
           88  EOF-DBN                      VALUE "Y".
       01  RAISE-STOP-FLAG                  PIC X(001) VALUE "N".
           88  RAISE-STOP                   VALUE "Y".

       01  ASK-INC-ID                       PIC 9(006).
       01  ASK-CLM-ID                       PIC 9(006).
       01  ASK-SUPPLIER-ID                  PIC 9(005).
       01  ASK-PO-ID                        PIC 9(006).
       01  ASK-LINE-NO                      PIC 9(003).
       01  ASK-QTY                          PIC 9(005).
       01  ASK-CREDIT                       PIC 9(007)V99.
      *> THE ORDER LINE AND QUANTITY THE CREDIT WAS LAST PRICED ON
       01  PRICED-PO-ID                     PIC 9(006).
       01  PRICED-LINE-NO                   PIC 9(003).
       01  PRICED-QTY                       PIC 9(005).
       01  ASK-REASON-CODE                  PIC 9(003).
       01  ASK-REASON-TEXT                  PIC X(030).
       01  ASK-STATUS                       PIC X(001).
           88  ASK-STATUS-VALID
               VALUE "O" "o" "S" "s" "A" "a" "R" "r" "C" "c".
       01  ASK-DEBIT                        PIC X(001).
           88  ASK-DEBIT-YES                VALUE "Y" "y" "S" "s".
       01  ASK-RAISE                        PIC X(001).
           88  ASK-RAISE-YES                VALUE "Y" "y" "S" "s".
           88  ASK-RAISE-QUIT               VALUE "Q" "q".
           88  ASK-RAISE-VALID
               VALUE "Y" "y" "S" "s" "N" "n" "Q" "q".
       01  SAVE-IT1                         PIC X(002).
           88  SAVE-IT1-YES                 VALUE "Y" "y" "S" "s".
           88  SAVE-IT1-VALID
               VALUE "Y" "y" "N" "n" "S" "s".

       01  SHOW-BATCH                       PIC X(014).
       01  SHOW-ING                         PIC 9(005).
       01  SHOW-LOT                         PIC X(010).
       01  SHOW-RECEIVED                    PIC 9(008).
       01  SHOW-DBN                         PIC 9(006).

       01  LINE-FOUND                       PIC X(001).
           88  LINE-FOUND-YES               VALUE "Y".
       01  CLAIM-FOUND                      PIC X(001).
           88  CLAIM-FOUND-YES              VALUE "Y".
       01  LOTS-FOUND                       PIC 9(003).
       01  LINE-PRICE                       PIC 9(003)V99.
       01  NOTE-FILENAME                    PIC X(020).
       01  NEXT-CLM-ID                      PIC 9(006).
       01  NEXT-DBN-ID                      PIC 9(006).
       01  TODAY-DATE                       PIC 9(008).
       01  REPEAT-COUNT                     PIC 9(003).
       01  EARLIER-LOT-CLAIMED              PIC X(001).
           88  EARLIER-LOT-CLAIMED-YES      VALUE "Y".
      *> INCIDENTS WITH A CLAIM ON THE INGREDIENT IN THE REPEAT
      *> WINDOW, EACH COUNTED ONCE HOWEVER MANY LOTS IT CLAIMED
       78  MAX-REPEAT-INC                   VALUE 500.
       01  REPEAT-INC-TABLE.
           05  REPEAT-INC-ID OCCURS MAX-REPEAT-INC TIMES
               PIC 9(006).
       77  REPEAT-IX                        PIC 9(003).
       01  DAYS-APART                       PIC S9(007).
       77  LINE-ON-PAGE                     PIC 9(002).
       77  SCREEN-LIN                       PIC 9(002).

       01  NOTE-DETAIL.
           05  ND-LABEL                     PIC X(016).
           05  ND-VALUE                     PIC X(060).
       01  DBN-AMOUNT-SHOW                  PIC ZZZZZZ9.99.

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
       01  CLM-MENU
           BACKGROUND-COLOR 7 FOREGROUND-COLOR 0 AUTO REQUIRED.
           03 VALUE CLM-MENU-OPTION1 LINE 10 COL 35.
           03 VALUE CLM-MENU-OPTION2 LINE 11 COL 35.
           03 VALUE CLM-MENU-OPTION3 LINE 12 COL 35.
           03 VALUE CLM-MENU-OPTION4 LINE 13 COL 35.
           03 VALUE MAIN-MENU-CHOICE LINE 15 COL 35.
           03 CM-OPTION PIC 9(001) LINE 15 COL PLUS 2
               TO MAIN-OPTION BLANK WHEN ZERO.
      ******************************************************************
       01  ASK-INC-SCREEN.
           05 VALUE TXT-INC-ID LINE 08 COL 15.
           05 AI-ID PIC 9(006) LINE 08 COL PLUS 1
               TO ASK-INC-ID REQUIRED AUTO.
      ******************************************************************
       01  RAISE-SCREEN.
           05 VALUE TXT-BATCH LINE 06 COL 15.
           05 RS-BATCH PIC X(014) LINE 06 COL PLUS 1
               FROM SHOW-BATCH.
           05 VALUE TXT-ING LINE 07 COL 15.
           05 RS-ING PIC 9(005) LINE 07 COL PLUS 1
               FROM SHOW-ING.
           05 VALUE TXT-LOT LINE 08 COL 15.
           05 RS-LOT PIC X(010) LINE 08 COL PLUS 1
               FROM SHOW-LOT.
           05 VALUE TXT-RECEIVED LINE 09 COL 15.
           05 RS-RECEIVED PIC 9(008) LINE 09 COL PLUS 1
               FROM SHOW-RECEIVED.
           05 VALUE TXT-PO LINE 11 COL 15.
           05 RS-PO PIC 9(006) LINE 11 COL PLUS 1
               USING ASK-PO-ID REQUIRED.
           05 VALUE TXT-LINE LINE 12 COL 15.
           05 RS-LINE PIC 9(003) LINE 12 COL PLUS 1
               USING ASK-LINE-NO REQUIRED.
           05 VALUE TXT-QTY LINE 13 COL 15.
           05 RS-QTY PIC 9(005) LINE 13 COL PLUS 1
               USING ASK-QTY REQUIRED.
           05 VALUE TXT-CREDIT LINE 14 COL 13.
           05 RS-CREDIT PIC ZZZZZZ9.99 LINE 14 COL PLUS 1
               USING ASK-CREDIT REQUIRED.
           05 VALUE TXT-REASON LINE 15 COL 15.
           05 RS-REASON PIC 9(003) LINE 15 COL PLUS 1
               USING ASK-REASON-CODE REQUIRED.
           05 VALUE TXT-RTEXT LINE 16 COL 15.
           05 RS-RTEXT PIC X(030) LINE 16 COL PLUS 1
               USING ASK-REASON-TEXT REQUIRED.
           05 VALUE TXT-DEBIT LINE 18 COL 15.
           05 RS-DEBIT PIC X(001) LINE 18 COL PLUS 1
               USING ASK-DEBIT REQUIRED.
           05 VALUE TXT-RAISE LINE 20 COL 15.
           05 RS-RAISE PIC X(001) LINE 20 COL PLUS 1
               TO ASK-RAISE REQUIRED AUTO.
      ******************************************************************
       01  ASK-CLM-SCREEN.
           05 VALUE TXT-CLM-ID LINE 08 COL 15.
           05 AC-ID PIC 9(006) LINE 08 COL PLUS 1
               TO ASK-CLM-ID REQUIRED AUTO.
      ******************************************************************
       01  UPDATE-SCREEN.
           05 VALUE TXT-SUPPLIER LINE 10 COL 15.
           05 US-SUPPLIER PIC 9(005) LINE 10 COL PLUS 1
               FROM CLM-SUPPLIER-ID.
           05 VALUE TXT-ING LINE 11 COL 15.
           05 US-ING PIC 9(005) LINE 11 COL PLUS 1
               FROM CLM-ING-ID.
           05 VALUE TXT-LOT LINE 12 COL 15.
           05 US-LOT PIC X(010) LINE 12 COL PLUS 1
               FROM CLM-LOT-NO.
           05 VALUE TXT-CREDIT LINE 13 COL 13.
           05 US-CREDIT PIC ZZZZZZ9.99 LINE 13 COL PLUS 1
               FROM CLM-CREDIT-REQUESTED.
           05 VALUE TXT-DBN LINE 14 COL 15.
           05 US-DBN PIC 9(006) LINE 14 COL PLUS 1
               FROM SHOW-DBN.
           05 VALUE TXT-STATUS LINE 16 COL 11.
           05 US-STATUS PIC X(001) LINE 16 COL PLUS 1
               USING ASK-STATUS REQUIRED.
           05 VALUE TXT-DEBIT LINE 18 COL 15.
           05 US-DEBIT PIC X(001) LINE 18 COL PLUS 1
               USING ASK-DEBIT REQUIRED AUTO.
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
               DISPLAY CLM-MENU
               ACCEPT CLM-MENU
               EVALUATE MAIN-OPTION
                   WHEN 1
                       PERFORM 100-RAISE-CLAIMS
                   WHEN 2
                       PERFORM 200-UPDATE-CLAIM
                   WHEN 3
                       PERFORM 300-LIST-OPEN
                   WHEN 4
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

      *> ONE CLAIM SCREEN PER LOT OF THE SUSPECT INGREDIENT IN THE
      *> INCIDENT'S BATCH; A LOT ALREADY CLAIMED FOR THE INCIDENT IS
      *> PASSED OVER
       100-RAISE-CLAIMS SECTION.
           MOVE ZERO TO ASK-INC-ID
           DISPLAY CLEAR-SCREEN
           DISPLAY MAIN-SCREEN
           DISPLAY ASK-INC-SCREEN
           ACCEPT ASK-INC-SCREEN
           IF KEYSTATUS = 1003
               EXIT SECTION
           END-IF
           OPEN INPUT FXINCIDENT
           IF INC-STATUS-FS NOT = ZERO THEN
               CLOSE FXINCIDENT
               MOVE ERROR-INC-NO TO ERROR-TEXT
               ACCEPT ERROR-ZONE
               EXIT SECTION
           END-IF
           MOVE ASK-INC-ID TO INC-ID
           READ FXINCIDENT
               INVALID KEY
                   CLOSE FXINCIDENT
                   MOVE ERROR-INC-NO TO ERROR-TEXT
                   ACCEPT ERROR-ZONE
                   EXIT SECTION
           END-READ
           IF INC-BATCH-DATE NOT NUMERIC OR INC-BATCH-DATE = ZERO OR
               INC-SUSPECT-ING-ID NOT NUMERIC OR
               INC-SUSPECT-ING-ID = ZERO
               CLOSE FXINCIDENT
               MOVE ERROR-NOT-LINKED TO ERROR-TEXT
               ACCEPT ERROR-ZONE
               EXIT SECTION
           END-IF
           MOVE FUNCTION CURRENT-DATE (1:8) TO TODAY-DATE
           PERFORM 110-OPEN-CLAIM-FILES
           MOVE ZERO TO LOTS-FOUND
           MOVE "N" TO BLOT-EOF-FLAG RAISE-STOP-FLAG
           MOVE INC-BATCH-DATE TO BLOT-DATE
           MOVE INC-BATCH-SAND-ID TO BLOT-SAND-ID
           MOVE INC-SUSPECT-ING-ID TO BLOT-ING-ID
           MOVE LOW-VALUES TO BLOT-LOT-NO
           IF BLOT-STATUS-FS NOT = ZERO
               SET EOF-BLOT TO TRUE
           ELSE
               START FXBATCHLOT KEY IS >= BLOT-KEY
                   INVALID KEY SET EOF-BLOT TO TRUE
               END-START
           END-IF
           PERFORM UNTIL EOF-BLOT OR RAISE-STOP
               READ FXBATCHLOT NEXT RECORD
                   AT END SET EOF-BLOT TO TRUE
                   NOT AT END
                       IF BLOT-DATE NOT = INC-BATCH-DATE OR
                           BLOT-SAND-ID NOT = INC-BATCH-SAND-ID OR
                           BLOT-ING-ID NOT = INC-SUSPECT-ING-ID
                           SET EOF-BLOT TO TRUE
                       ELSE
                           ADD 1 TO LOTS-FOUND
                           PERFORM 120-CLAIM-ONE-LOT
                       END-IF
               END-READ
           END-PERFORM
           PERFORM 190-CLOSE-CLAIM-FILES
           CLOSE FXINCIDENT
           IF LOTS-FOUND = ZERO
               MOVE ERROR-NO-LOTS TO ERROR-TEXT
               ACCEPT ERROR-ZONE
           END-IF
       EXIT SECTION.

       110-OPEN-CLAIM-FILES SECTION.
           OPEN I-O FXSUPPCLAIM
           IF CLM-STATUS-FS = 35 THEN
               CLOSE FXSUPPCLAIM
               OPEN OUTPUT FXSUPPCLAIM
               CLOSE FXSUPPCLAIM
               OPEN I-O FXSUPPCLAIM
           END-IF
           IF CLM-STATUS-FS NOT = ZERO THEN
               MOVE CLM-STATUS-FS TO FILE-ERROR-STATUS
               PERFORM 090-CHECK-FILE-STATUS
           END-IF
           OPEN INPUT FXBATCHLOT
           OPEN INPUT FXINGLOT
           OPEN INPUT FXPOLINES
           OPEN INPUT FXPURCHORD
       EXIT SECTION.

       190-CLOSE-CLAIM-FILES SECTION.
           CLOSE FXPURCHORD
           CLOSE FXPOLINES
           CLOSE FXINGLOT
           CLOSE FXBATCHLOT
           CLOSE FXSUPPCLAIM
       EXIT SECTION.

       120-CLAIM-ONE-LOT SECTION.
           PERFORM 125-CHECK-CLAIM-EXISTS
           IF CLAIM-FOUND-YES
               MOVE ERROR-CLAIM-EXISTS TO ERROR-TEXT
               ACCEPT ERROR-ZONE
               EXIT SECTION
           END-IF
           MOVE ZERO TO ASK-SUPPLIER-ID ASK-PO-ID ASK-LINE-NO
               SHOW-RECEIVED ASK-REASON-CODE ASK-CREDIT
           MOVE BLOT-ING-ID TO LOT-ING-ID SHOW-ING
           MOVE BLOT-LOT-NO TO LOT-NO SHOW-LOT
           MOVE BLOT-QTY TO ASK-QTY
           IF LOT-STATUS-FS = ZERO
               READ FXINGLOT
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE LOT-RECEIPT-DATE TO SHOW-RECEIVED
                       IF LOT-PO-ID NUMERIC AND LOT-PO-ID NOT = ZERO
                           MOVE LOT-PO-ID TO ASK-PO-ID
                           MOVE LOT-PO-LINE-NO TO ASK-LINE-NO
                       ELSE
                           PERFORM 130-FIND-RECEIPT-LINE
                       END-IF
               END-READ
           END-IF
           PERFORM 140-READ-ORDER-LINE
           IF LINE-FOUND-YES
               COMPUTE ASK-CREDIT = ASK-QTY * LINE-PRICE
           END-IF
           MOVE ASK-PO-ID TO PRICED-PO-ID
           MOVE ASK-LINE-NO TO PRICED-LINE-NO
           MOVE ASK-QTY TO PRICED-QTY
           MOVE SPACES TO SHOW-BATCH ASK-REASON-TEXT ASK-RAISE
           STRING BLOT-DATE DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               BLOT-SAND-ID DELIMITED BY SIZE
               INTO SHOW-BATCH
           STRING "QUALITY - INCIDENT " DELIMITED BY SIZE
               INC-ID DELIMITED BY SIZE
               INTO ASK-REASON-TEXT
           MOVE "N" TO ASK-DEBIT
           PERFORM WITH TEST AFTER UNTIL ASK-RAISE-VALID
               DISPLAY CLEAR-SCREEN
               DISPLAY MAIN-SCREEN
               DISPLAY RAISE-SCREEN
               ACCEPT RAISE-SCREEN
               IF KEYSTATUS = 1003
                   MOVE "Q" TO ASK-RAISE
               END-IF
               IF ASK-RAISE-YES AND
                   (ASK-PO-ID NOT = PRICED-PO-ID OR
                    ASK-LINE-NO NOT = PRICED-LINE-NO OR
                    ASK-QTY NOT = PRICED-QTY)
                   PERFORM 145-REPRICE-CLAIM
               END-IF
           END-PERFORM
           IF ASK-RAISE-QUIT
               MOVE "Y" TO RAISE-STOP-FLAG
               EXIT SECTION
           END-IF
           IF NOT ASK-RAISE-YES
               EXIT SECTION
           END-IF
           PERFORM 140-READ-ORDER-LINE
           IF NOT LINE-FOUND-YES
               MOVE ERROR-LINE-NO TO ERROR-TEXT
               ACCEPT ERROR-ZONE
               EXIT SECTION
           END-IF
           IF ASK-CREDIT = ZERO
               MOVE ERROR-CREDIT-ZERO TO ERROR-TEXT
               ACCEPT ERROR-ZONE
               EXIT SECTION
           END-IF
           PERFORM 150-WRITE-CLAIM
           IF ASK-DEBIT-YES
               PERFORM 400-RAISE-DEBIT-NOTE
               MOVE NEXT-DBN-ID TO CLM-DBN-ID
               REWRITE CLM-DETAILS
                   INVALID KEY CONTINUE
               END-REWRITE
               MOVE CONFIRM-CLAIM-DBN TO ERROR-TEXT
           ELSE
               MOVE CONFIRM-CLAIM TO ERROR-TEXT
           END-IF
           PERFORM 500-CHECK-REPEAT-CLAIMS
           ACCEPT ERROR-ZONE
       EXIT SECTION.

       125-CHECK-CLAIM-EXISTS SECTION.
           MOVE "N" TO CLAIM-FOUND CLM-EOF-FLAG
           MOVE ZERO TO CLM-ID
           START FXSUPPCLAIM KEY IS >= CLM-ID
               INVALID KEY SET EOF-CLM TO TRUE
           END-START
           PERFORM UNTIL EOF-CLM OR CLAIM-FOUND-YES
               READ FXSUPPCLAIM NEXT RECORD
                   AT END SET EOF-CLM TO TRUE
                   NOT AT END
                       IF CLM-INC-ID = INC-ID AND
                           CLM-ING-ID = BLOT-ING-ID AND
                           CLM-LOT-NO = BLOT-LOT-NO
                           MOVE "Y" TO CLAIM-FOUND
                       END-IF
               END-READ
           END-PERFORM
       EXIT SECTION.

      *> A LOT BOOKED BEFORE LOTS KEPT THEIR ORDER LINE: THE LINE OF
      *> THE INGREDIENT LAST TOUCHED ON THE LOT'S RECEIPT DATE IS
      *> OFFERED, FOR THE OPERATOR TO CONFIRM OR CORRECT
       130-FIND-RECEIPT-LINE SECTION.
           IF POL-STATUS-FS NOT = ZERO
               EXIT SECTION
           END-IF
           MOVE "N" TO POL-EOF-FLAG
           MOVE ZERO TO POL-PO-ID POL-LINE-NO
           START FXPOLINES KEY IS >= POL-ID
               INVALID KEY SET EOF-POL TO TRUE
           END-START
           PERFORM UNTIL EOF-POL
               READ FXPOLINES NEXT RECORD
                   AT END SET EOF-POL TO TRUE
                   NOT AT END
                       IF POL-ING-ID = LOT-ING-ID AND
                           POL-QTY-RECEIVED > ZERO AND
                           POL-LAST-DATE = LOT-RECEIPT-DATE
                           MOVE POL-PO-ID TO ASK-PO-ID
                           MOVE POL-LINE-NO TO ASK-LINE-NO
                       END-IF
               END-READ
           END-PERFORM
       EXIT SECTION.

      *> THE ORDER LINE MUST BE FOR THE CLAIMED INGREDIENT; THE
      *> SUPPLIER COMES FROM ITS ORDER
       140-READ-ORDER-LINE SECTION.
           MOVE "N" TO LINE-FOUND
           MOVE ZERO TO LINE-PRICE ASK-SUPPLIER-ID
           IF POL-STATUS-FS NOT = ZERO OR ASK-PO-ID = ZERO
               EXIT SECTION
           END-IF
           MOVE ASK-PO-ID TO POL-PO-ID
           MOVE ASK-LINE-NO TO POL-LINE-NO
           READ FXPOLINES
               INVALID KEY EXIT SECTION
           END-READ
           IF POL-ING-ID NOT = BLOT-ING-ID
               EXIT SECTION
           END-IF
           MOVE POL-PRICE TO LINE-PRICE
           IF PO-STATUS-FS = ZERO
               MOVE ASK-PO-ID TO PO-ID
               READ FXPURCHORD
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE PO-SUPPLIER-ID TO ASK-SUPPLIER-ID
               END-READ
           END-IF
           IF ASK-SUPPLIER-ID NOT = ZERO
               MOVE "Y" TO LINE-FOUND
           END-IF
       EXIT SECTION.

      *> THE OPERATOR CORRECTED THE ORDER LINE OR THE QUANTITY: THE
      *> CREDIT IS PRICED AGAIN ON THEM AND THE SCREEN SHOWN BACK TO
      *> BE CONFIRMED, SO THE CLAIM AND ITS DEBIT NOTE ALWAYS CARRY
      *> THE PRICE OF THE LINE CLAIMED AGAINST. AN UNKNOWN LINE IS
      *> LEFT FOR THE CHECK AFTER THE SCREEN
       145-REPRICE-CLAIM SECTION.
           PERFORM 140-READ-ORDER-LINE
           IF NOT LINE-FOUND-YES
               EXIT SECTION
           END-IF
           COMPUTE ASK-CREDIT = ASK-QTY * LINE-PRICE
           MOVE ASK-PO-ID TO PRICED-PO-ID
           MOVE ASK-LINE-NO TO PRICED-LINE-NO
           MOVE ASK-QTY TO PRICED-QTY
           MOVE SPACE TO ASK-RAISE
           MOVE ERROR-REPRICED TO ERROR-TEXT
           ACCEPT ERROR-ZONE
       EXIT SECTION.

       150-WRITE-CLAIM SECTION.
           MOVE 1 TO NEXT-CLM-ID
           MOVE "N" TO CLM-EOF-FLAG
           MOVE ZERO TO CLM-ID
           START FXSUPPCLAIM KEY IS >= CLM-ID
               INVALID KEY SET EOF-CLM TO TRUE
           END-START
           PERFORM UNTIL EOF-CLM
               READ FXSUPPCLAIM NEXT RECORD
                   AT END SET EOF-CLM TO TRUE
                   NOT AT END
                       IF CLM-ID >= NEXT-CLM-ID
                           COMPUTE NEXT-CLM-ID = CLM-ID + 1
                       END-IF
               END-READ
           END-PERFORM
           INITIALIZE CLM-DETAILS
           MOVE NEXT-CLM-ID TO CLM-ID
           MOVE INC-ID TO CLM-INC-ID
           MOVE BLOT-DATE TO CLM-BATCH-DATE
           MOVE BLOT-SAND-ID TO CLM-BATCH-SAND-ID
           MOVE BLOT-ING-ID TO CLM-ING-ID
           MOVE BLOT-LOT-NO TO CLM-LOT-NO
           MOVE ASK-SUPPLIER-ID TO CLM-SUPPLIER-ID
           MOVE ASK-PO-ID TO CLM-PO-ID
           MOVE ASK-LINE-NO TO CLM-PO-LINE-NO
           MOVE TODAY-DATE TO CLM-DATE
           MOVE ASK-QTY TO CLM-QTY
           MOVE LINE-PRICE TO CLM-UNIT-PRICE
           MOVE ASK-CREDIT TO CLM-CREDIT-REQUESTED
           MOVE ASK-REASON-CODE TO CLM-REASON-CODE
           MOVE UPPER-CASE (ASK-REASON-TEXT) TO CLM-REASON-TEXT
           MOVE "O" TO CLM-STATUS
           MOVE ZERO TO CLM-DBN-ID
           CALL "GETOPER" USING CLM-LAST-BY
           MOVE TODAY-DATE TO CLM-LAST-DATE
           WRITE CLM-DETAILS
               INVALID KEY CONTINUE
           END-WRITE
       EXIT SECTION.

      *> STATUS FOLLOWS THE SUPPLIER'S ANSWER; A DEBIT NOTE CAN BE
      *> RAISED HERE FOR A CLAIM THAT HAS NONE, E.G. ONCE ACCEPTED
       200-UPDATE-CLAIM SECTION.
           MOVE ZERO TO ASK-CLM-ID
           DISPLAY CLEAR-SCREEN
           DISPLAY MAIN-SCREEN
           DISPLAY ASK-CLM-SCREEN
           ACCEPT ASK-CLM-SCREEN
           IF KEYSTATUS = 1003
               EXIT SECTION
           END-IF
           OPEN I-O FXSUPPCLAIM
           IF CLM-STATUS-FS NOT = ZERO THEN
               CLOSE FXSUPPCLAIM
               MOVE ERROR-CLM-NO TO ERROR-TEXT
               ACCEPT ERROR-ZONE
               EXIT SECTION
           END-IF
           MOVE ASK-CLM-ID TO CLM-ID
           READ FXSUPPCLAIM
               INVALID KEY
                   CLOSE FXSUPPCLAIM
                   MOVE ERROR-CLM-NO TO ERROR-TEXT
                   ACCEPT ERROR-ZONE
                   EXIT SECTION
           END-READ
           MOVE CLM-STATUS TO ASK-STATUS
           MOVE CLM-DBN-ID TO SHOW-DBN
           MOVE "N" TO ASK-DEBIT
           DISPLAY UPDATE-SCREEN
           ACCEPT UPDATE-SCREEN
           IF KEYSTATUS = 1003
               CLOSE FXSUPPCLAIM
               EXIT SECTION
           END-IF
           IF NOT ASK-STATUS-VALID
               CLOSE FXSUPPCLAIM
               MOVE ERROR-BAD-STATUS TO ERROR-TEXT
               ACCEPT ERROR-ZONE
               EXIT SECTION
           END-IF
           MOVE UPPER-CASE (ASK-STATUS) TO CLM-STATUS
           IF ASK-DEBIT-YES AND CLM-DBN-ID NOT = ZERO
               CLOSE FXSUPPCLAIM
               MOVE ERROR-DBN-EXISTS TO ERROR-TEXT
               ACCEPT ERROR-ZONE
               EXIT SECTION
           END-IF
           IF ASK-DEBIT-YES AND CLM-STATUS-REJECTED
               CLOSE FXSUPPCLAIM
               MOVE ERROR-DBN-REJECTED TO ERROR-TEXT
               ACCEPT ERROR-ZONE
               EXIT SECTION
           END-IF
           MOVE SPACES TO SAVE-IT1
           PERFORM WITH TEST AFTER UNTIL SAVE-IT1-VALID
               DISPLAY SAVE-SCREEN
               ACCEPT SAVE-SCREEN
               IF KEYSTATUS = 1003
                   CLOSE FXSUPPCLAIM
                   EXIT SECTION
               END-IF
           END-PERFORM
           IF NOT SAVE-IT1-YES
               CLOSE FXSUPPCLAIM
               EXIT SECTION
           END-IF
           MOVE CONFIRM-UPDATED TO ERROR-TEXT
           IF ASK-DEBIT-YES
               PERFORM 400-RAISE-DEBIT-NOTE
               MOVE NEXT-DBN-ID TO CLM-DBN-ID
               MOVE CONFIRM-UPDATED-DBN TO ERROR-TEXT
           END-IF
           CALL "GETOPER" USING CLM-LAST-BY
           MOVE FUNCTION CURRENT-DATE (1:8) TO CLM-LAST-DATE
           REWRITE CLM-DETAILS
           END-REWRITE
           CLOSE FXSUPPCLAIM
           ACCEPT ERROR-ZONE
       EXIT SECTION.

       300-LIST-OPEN SECTION.
           MOVE "N" TO CLM-EOF-FLAG
           MOVE ZERO TO LINE-ON-PAGE
           DISPLAY CLEAR-SCREEN
           DISPLAY MAIN-SCREEN
           OPEN INPUT FXSUPPCLAIM
           IF CLM-STATUS-FS NOT = ZERO THEN
               CLOSE FXSUPPCLAIM
               MOVE EMPTY-LIST-TEXT TO ERROR-TEXT
               ACCEPT ERROR-ZONE
               EXIT SECTION
           END-IF
           PERFORM UNTIL EOF-CLM
               READ FXSUPPCLAIM NEXT RECORD
                   AT END SET EOF-CLM TO TRUE
                   NOT AT END
                       IF NOT CLM-STATUS-CLOSED AND
                           NOT CLM-STATUS-REJECTED
                           PERFORM 310-SHOW-ONE-CLAIM
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FXSUPPCLAIM
           IF LINE-ON-PAGE = ZERO
               MOVE EMPTY-LIST-TEXT TO ERROR-TEXT
           ELSE
               MOVE VIEW-END-TEXT TO ERROR-TEXT
           END-IF
           ACCEPT ERROR-ZONE
       EXIT SECTION.

       310-SHOW-ONE-CLAIM SECTION.
           IF LINE-ON-PAGE >= 12
               MOVE VIEW-NEXT-TEXT TO ERROR-TEXT
               ACCEPT ERROR-ZONE
               DISPLAY CLEAR-SCREEN
               DISPLAY MAIN-SCREEN
               MOVE ZERO TO LINE-ON-PAGE
           END-IF
           ADD 1 TO LINE-ON-PAGE
           COMPUTE SCREEN-LIN = 7 + LINE-ON-PAGE
           MOVE CLM-CREDIT-REQUESTED TO DBN-AMOUNT-SHOW
           DISPLAY CLM-ID AT LINE SCREEN-LIN COL 04
           DISPLAY CLM-DATE AT LINE SCREEN-LIN COL 12
           DISPLAY CLM-SUPPLIER-ID AT LINE SCREEN-LIN COL 22
           DISPLAY CLM-ING-ID AT LINE SCREEN-LIN COL 29
           DISPLAY CLM-LOT-NO AT LINE SCREEN-LIN COL 36
           DISPLAY DBN-AMOUNT-SHOW AT LINE SCREEN-LIN COL 48
           DISPLAY CLM-STATUS AT LINE SCREEN-LIN COL 60
           DISPLAY CLM-DBN-ID AT LINE SCREEN-LIN COL 63
           DISPLAY CLM-INC-ID AT LINE SCREEN-LIN COL 71
       EXIT SECTION.

      *> THE SAME DEBIT NOTE SUPPRET RAISES FOR A RETURN, FOR THE
      *> CREDIT REQUESTED ON THE CLAIM IN CLM-DETAILS; THE REMITTANCE
      *> RUN OFFSETS IT AGAINST THE SUPPLIER'S NEXT PAYMENT
       400-RAISE-DEBIT-NOTE SECTION.
           PERFORM 410-NEXT-DBN-NUMBER
           OPEN I-O FXDEBITNOTE
           IF DBN-STATUS-FS = 35 THEN
               CLOSE FXDEBITNOTE
               OPEN OUTPUT FXDEBITNOTE
           ELSE
               IF DBN-STATUS-FS NOT = ZERO THEN
                   MOVE DBN-STATUS-FS TO FILE-ERROR-STATUS
                   PERFORM 090-CHECK-FILE-STATUS
               END-IF
           END-IF
           MOVE NEXT-DBN-ID TO DBN-ID
           MOVE CLM-SUPPLIER-ID TO DBN-SUPPLIER-ID
           MOVE CLM-PO-ID TO DBN-PO-ID
           MOVE CLM-PO-LINE-NO TO DBN-PO-LINE-NO
           MOVE CLM-ING-ID TO DBN-ING-ID
           MOVE FUNCTION CURRENT-DATE (1:8) TO DBN-DATE
           MOVE CLM-QTY TO DBN-QTY
           MOVE CLM-UNIT-PRICE TO DBN-UNIT-PRICE
           MOVE CLM-CREDIT-REQUESTED TO DBN-AMOUNT
           MOVE CLM-REASON-CODE TO DBN-REASON-CODE
           MOVE CLM-REASON-TEXT TO DBN-REASON-TEXT
           MOVE "O" TO DBN-STATUS
           CALL "GETOPER" USING DBN-LAST-BY
           MOVE FUNCTION CURRENT-DATE (1:8) TO DBN-LAST-DATE
           WRITE DBN-DETAILS
               INVALID KEY CONTINUE
           END-WRITE
           CLOSE FXDEBITNOTE
           PERFORM 420-PRINT-DEBIT-NOTE
       EXIT SECTION.

       410-NEXT-DBN-NUMBER SECTION.
           MOVE 1 TO NEXT-DBN-ID
           MOVE "N" TO DBN-EOF-FLAG
           OPEN INPUT FXDEBITNOTE
           IF DBN-STATUS-FS NOT = ZERO AND DBN-STATUS-FS NOT = 35
               MOVE DBN-STATUS-FS TO FILE-ERROR-STATUS
               PERFORM 090-CHECK-FILE-STATUS
           END-IF
           IF DBN-STATUS-FS NOT = 35 THEN
               PERFORM UNTIL EOF-DBN
                   READ FXDEBITNOTE NEXT RECORD
                       AT END SET EOF-DBN TO TRUE
                       NOT AT END
                           IF DBN-ID >= NEXT-DBN-ID
                               COMPUTE NEXT-DBN-ID = DBN-ID + 1
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FXDEBITNOTE
           END-IF
       EXIT SECTION.

       420-PRINT-DEBIT-NOTE SECTION.
           MOVE SPACES TO NOTE-FILENAME
           STRING "DBN-" DELIMITED BY SIZE
               NEXT-DBN-ID DELIMITED BY SIZE
               ".rpt" DELIMITED BY SIZE
               INTO NOTE-FILENAME
           OPEN OUTPUT NOTE-FILE
           IF NOTE-STATUS NOT = ZERO THEN
               CLOSE NOTE-FILE
               EXIT SECTION
           END-IF
           MOVE "DEBIT NOTE NO : " TO ND-LABEL
           MOVE SPACES TO ND-VALUE
           MOVE NEXT-DBN-ID TO ND-VALUE (1:6)
           WRITE NOTE-LINE FROM NOTE-DETAIL
           MOVE "SUPPLIER      : " TO ND-LABEL
           MOVE SPACES TO ND-VALUE
           MOVE CLM-SUPPLIER-ID TO ND-VALUE (1:5)
           WRITE NOTE-LINE FROM NOTE-DETAIL
           MOVE "AGAINST ORDER : " TO ND-LABEL
           MOVE SPACES TO ND-VALUE
           MOVE CLM-PO-ID TO ND-VALUE (1:6)
           WRITE NOTE-LINE FROM NOTE-DETAIL
           MOVE "QUALITY CLAIM : " TO ND-LABEL
           MOVE SPACES TO ND-VALUE
           MOVE CLM-ID TO ND-VALUE (1:6)
           WRITE NOTE-LINE FROM NOTE-DETAIL
           MOVE "INGREDIENT    : " TO ND-LABEL
           MOVE SPACES TO ND-VALUE
           MOVE CLM-ING-ID TO ND-VALUE (1:5)
           WRITE NOTE-LINE FROM NOTE-DETAIL
           MOVE "LOT           : " TO ND-LABEL
           MOVE CLM-LOT-NO TO ND-VALUE
           WRITE NOTE-LINE FROM NOTE-DETAIL
           MOVE "QTY CLAIMED   : " TO ND-LABEL
           MOVE SPACES TO ND-VALUE
           MOVE CLM-QTY TO ND-VALUE (1:5)
           WRITE NOTE-LINE FROM NOTE-DETAIL
           MOVE "DEBIT AMOUNT  : " TO ND-LABEL
           MOVE SPACES TO ND-VALUE
           MOVE CLM-CREDIT-REQUESTED TO DBN-AMOUNT-SHOW
           MOVE DBN-AMOUNT-SHOW TO ND-VALUE (1:10)
           WRITE NOTE-LINE FROM NOTE-DETAIL
           MOVE "REASON        : " TO ND-LABEL
           MOVE CLM-REASON-TEXT TO ND-VALUE
           WRITE NOTE-LINE FROM NOTE-DETAIL
           CLOSE NOTE-FILE
       EXIT SECTION.

      *> COUNTS THE INCIDENTS WITH A CLAIM ON THE JUST-CLAIMED
      *> INGREDIENT (ANY SUPPLIER) RAISED WITHIN THE REPEAT WINDOW,
      *> THIS ONE INCLUDED; SEVERAL LOTS CLAIMED FOR ONE COMPLAINT
      *> ARE ONE CLAIM. A SECOND INCIDENT TELLS THE BUYER, A THIRD IS
      *> URGENT, AND ONLY THE FIRST LOT CLAIMED FOR THE INCIDENT
      *> SENDS IT. THE NEW CLAIM IS READ BACK AFTER THE SCAN
       500-CHECK-REPEAT-CLAIMS SECTION.
           MOVE ZERO TO REPEAT-COUNT
           MOVE "N" TO CLM-EOF-FLAG EARLIER-LOT-CLAIMED
           MOVE ZERO TO CLM-ID
           START FXSUPPCLAIM KEY IS >= CLM-ID
               INVALID KEY SET EOF-CLM TO TRUE
           END-START
           PERFORM UNTIL EOF-CLM
               READ FXSUPPCLAIM NEXT RECORD
                   AT END SET EOF-CLM TO TRUE
                   NOT AT END
                       IF CLM-INC-ID = INC-ID AND
                           CLM-ID NOT = NEXT-CLM-ID
                           MOVE "Y" TO EARLIER-LOT-CLAIMED
                       END-IF
                       IF CLM-ING-ID = BLOT-ING-ID
                           COMPUTE DAYS-APART =
                               INTEGER-OF-DATE (TODAY-DATE) -
                               INTEGER-OF-DATE (CLM-DATE)
                           IF DAYS-APART <= REPEAT-WINDOW-DAYS
                               PERFORM 510-COUNT-REPEAT-INCIDENT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           MOVE NEXT-CLM-ID TO CLM-ID
           READ FXSUPPCLAIM
               INVALID KEY EXIT SECTION
           END-READ
           IF REPEAT-COUNT < 2 OR EARLIER-LOT-CLAIMED-YES
               EXIT SECTION
           END-IF
           MOVE "BUYER" TO NOTI-REQ-RECIPIENT
           IF REPEAT-COUNT > 2
               MOVE "H" TO NOTI-REQ-SEVERITY
           ELSE
               MOVE "M" TO NOTI-REQ-SEVERITY
           END-IF
           MOVE SPACES TO NOTI-REQ-MESSAGE
           STRING "REPEAT QUALITY CLAIM, INGREDIENT " DELIMITED BY SIZE
               CLM-ING-ID DELIMITED BY SIZE
               ": " DELIMITED BY SIZE
               REPEAT-COUNT DELIMITED BY SIZE
               " CLAIMS IN 12 MONTHS, SUPPLIER " DELIMITED BY SIZE
               CLM-SUPPLIER-ID DELIMITED BY SIZE
               INTO NOTI-REQ-MESSAGE
           MOVE "SUPPCLAIM" TO NOTI-REQ-SOURCE
           MOVE SPACES TO NOTI-REQ-ATTACHMENT
           CALL "NOTIFY" USING NOTIFY-REQUEST
       EXIT SECTION.

       510-COUNT-REPEAT-INCIDENT SECTION.
           PERFORM VARYING REPEAT-IX FROM 1 BY 1
               UNTIL REPEAT-IX > REPEAT-COUNT
               IF REPEAT-INC-ID (REPEAT-IX) = CLM-INC-ID
                   EXIT SECTION
               END-IF
           END-PERFORM
           IF REPEAT-COUNT < MAX-REPEAT-INC
               ADD 1 TO REPEAT-COUNT
               MOVE CLM-INC-ID TO REPEAT-INC-ID (REPEAT-COUNT)
           END-IF
       EXIT SECTION.
