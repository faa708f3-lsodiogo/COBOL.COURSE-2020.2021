      *    REFERENCE, A CATEGORY, FREE TEXT AND A STATUS
      *    (OPEN / INVESTIGATING / CLOSED), WITH AN OPEN-INCIDENTS
      *    LIST. THE COUNCILS ASK FOR THESE NUMBERS AT RENEWAL.
      *    A COMPLAINT CAUSED BY A BAD INGREDIENT IS LINKED TO ITS
      *    PRODUCTION BATCH AND THE SUSPECT INGREDIENT, WHICH MUST
      *    HAVE A LOT PICKED INTO THAT BATCH ON FXBATCHLOT; SUPPCLAIM
      *    TAKES IT FROM THERE TO THE SUPPLIER.
      ******************************************************************
      *    V1 | EM ATUALIZACAO | 22.08.2026
      ******************************************************************
                   RECORD KEY IS SCHOOL-ID
                   FILE STATUS SCHOOL-STATUS.

               SELECT FXPRODBATCH ASSIGN TO "FXPRODBATCH"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS PBAT-CODE
                   FILE STATUS PBAT-STATUS-FS.

               SELECT FXBATCHLOT ASSIGN TO "FXBATCHLOT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS BLOT-KEY
                   ALTERNATE RECORD KEY IS BLOT-LOT
                       WITH DUPLICATES
                   FILE STATUS BLOT-STATUS-FS.

       DATA DIVISION.
       FILE SECTION.
       FD FXINCIDENT.
           COPY FD-INCIDENT.
       FD FXSCHOOL.
           COPY SCHOOLFX.
       FD FXPRODBATCH.
           COPY FD-PRODBATCH.
       FD FXBATCHLOT.
           COPY FD-BATCHLOT.

       WORKING-STORAGE SECTION.
       78  MODULE-NAME-VIEW    VALUE "COMPLAINTS AND INCIDENTS".
       78  INC-MENU-OPTION1    VALUE "1 - RECORD INCIDENT".
       78  INC-MENU-OPTION2    VALUE "2 - CHANGE INCIDENT STATUS".
       78  INC-MENU-OPTION3    VALUE "3 - LIST OPEN INCIDENTS".
       78  INC-MENU-OPTION4    VALUE "4 - LINK TO BATCH AND INGREDIENT".
       78  INC-MENU-OPTION5    VALUE "5 - BACK".
       78  TXT-SCHOOL          VALUE "     SCHOOL ID:".
       78  TXT-SANDWICH        VALUE "SANDWICH (0=NONE):".
       78  TXT-ORDER-DATE      VALUE "ORDER DATE (0=NONE):".
       78  TXT-TEXT            VALUE "   DESCRIPTION:".
       78  TXT-INC-ID          VALUE "   INCIDENT NO:".
       78  TXT-STATUS          VALUE "STATUS (O/I/C):".
       78  TXT-BATCH-DATE      VALUE "    BATCH DATE:".
       78  TXT-BATCH-SAND      VALUE "BATCH SANDWICH:".
       78  TXT-SUSPECT-ING     VALUE "SUSPECT INGRED:".
       78  ERROR-SCHOOL-NO     VALUE "SCHOOL ID DOESN'T EXIST".
       78  ERROR-INC-NO        VALUE "INCIDENT DOESN'T EXIST".
       78  ERROR-BAD-STATUS    VALUE "STATUS MUST BE O, I OR C".
       78  ERROR-BATCH-NO
           VALUE "NO PRODUCTION BATCH FOR THAT DATE AND SANDWICH".
       78  ERROR-ING-NOT-IN-BATCH
           VALUE "NO LOT OF THAT INGREDIENT WAS PICKED INTO THE BATCH".
       78  CONFIRM-LINKED      VALUE "INCIDENT LINKED TO THE BATCH".
       78  CONFIRM-SAVED       VALUE "INCIDENT SAVED".
       78  CONFIRM-UPDATED     VALUE "INCIDENT UPDATED".
       78  EMPTY-LIST-TEXT     VALUE "NO OPEN INCIDENTS".
       77  KEYSTATUS                        PIC 9(004).
       77  INC-STATUS-FS                    PIC 9(002).
       77  SCHOOL-STATUS                    PIC 9(002).
       77  PBAT-STATUS-FS                   PIC 9(002).
       77  BLOT-STATUS-FS                   PIC 9(002).
       77  FILE-ERROR-STATUS                PIC 9(002).

       01  MAIN-OPTION                      PIC 9(001).
           88  MAIN-OPTION-EXIT             VALUE 5.

       01  INC-EOF-FLAG                     PIC X(001) VALUE "N".
           88  EOF-INC                      VALUE "Y".
       01  ASK-STATUS                       PIC X(001).
           88  ASK-STATUS-VALID
               VALUE "O" "o" "I" "i" "C" "c".
       01  ASK-BATCH-DATE                   PIC 9(008).
       01  ASK-BATCH-SAND                   PIC 9(005).
       01  ASK-SUSPECT-ING                  PIC 9(005).
       01  LINK-OK                          PIC X(001).
           88  LINK-OK-YES                  VALUE "Y".
       01  SCHOOL-EXIST                     PIC X(001).
           88  SCHOOL-YES                   VALUE "Y".
       01  NEXT-INC-ID                      PIC 9(006).
           03 VALUE INC-MENU-OPTION2 LINE 11 COL 35.
           03 VALUE INC-MENU-OPTION3 LINE 12 COL 35.
           03 VALUE INC-MENU-OPTION4 LINE 13 COL 35.
           03 VALUE INC-MENU-OPTION5 LINE 14 COL 35.
           03 VALUE MAIN-MENU-CHOICE LINE 16 COL 35.
           03 IM-OPTION PIC 9(001) LINE 16 COL PLUS 2
               TO MAIN-OPTION BLANK WHEN ZERO.
      ******************************************************************
       01  ADD-INC-SCREEN.
           05 VALUE TXT-STATUS LINE 10 COL 15.
           05 UI-STATUS PIC X(001) LINE 10 COL PLUS 1
               TO ASK-STATUS REQUIRED AUTO.
      ******************************************************************
       01  LINK-INC-SCREEN.
           05 VALUE TXT-INC-ID LINE 08 COL 15.
           05 LI-ID PIC 9(006) LINE 08 COL PLUS 1
               TO ASK-INC-ID REQUIRED AUTO.
      ******************************************************************
       01  LINK-BATCH-SCREEN.
           05 VALUE TXT-BATCH-DATE LINE 10 COL 15.
           05 LB-DATE PIC 9(008) LINE 10 COL PLUS 1
               USING ASK-BATCH-DATE REQUIRED.
           05 VALUE TXT-BATCH-SAND LINE 12 COL 15.
           05 LB-SAND PIC 9(005) LINE 12 COL PLUS 1
               USING ASK-BATCH-SAND REQUIRED.
           05 VALUE TXT-SUSPECT-ING LINE 14 COL 15.
           05 LB-ING PIC 9(005) LINE 14 COL PLUS 1
               USING ASK-SUSPECT-ING REQUIRED AUTO.
      ******************************************************************
       01 ERROR-ZONE
           BACKGROUND-COLOR 7 FOREGROUND-COLOR 0.
                   WHEN 3
                       PERFORM 300-LIST-OPEN
                   WHEN 4
                       PERFORM 400-LINK-BATCH
                   WHEN 5
                       CONTINUE
                   WHEN OTHER
                       MOVE MAIN-MENU-ERROR TO ERROR-TEXT
           MOVE ASK-CATEGORY TO INC-CATEGORY
           MOVE UPPER-CASE (ASK-TEXT) TO INC-TEXT
           MOVE "O" TO INC-STATUS
           MOVE ZERO TO INC-BATCH-DATE INC-BATCH-SAND-ID
               INC-SUSPECT-ING-ID
           CALL "GETOPER" USING INC-LAST-BY
           MOVE FUNCTION CURRENT-DATE (1:8) TO INC-LAST-DATE
           WRITE INC-DETAILS
           DISPLAY INC-STATUS AT LINE SCREEN-LIN COL 34
           DISPLAY INC-TEXT (1:60) AT LINE SCREEN-LIN COL 37
       EXIT SECTION.

      *> THE BATCH IS OFFERED AS THE ORDER DATE AND SANDWICH OF THE
      *> COMPLAINT UNTIL IT HAS BEEN LINKED; AN OPEN INCIDENT GOES
      *> TO INVESTIGATING ONCE IT IS
       400-LINK-BATCH SECTION.
           MOVE ZERO TO ASK-INC-ID
           DISPLAY CLEAR-SCREEN
           DISPLAY MAIN-SCREEN
           DISPLAY LINK-INC-SCREEN
           ACCEPT LINK-INC-SCREEN
           IF KEYSTATUS = 1003
               EXIT SECTION
           END-IF
           OPEN I-O FXINCIDENT
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
           IF INC-BATCH-DATE NUMERIC AND INC-BATCH-DATE NOT = ZERO
               MOVE INC-BATCH-DATE TO ASK-BATCH-DATE
               MOVE INC-BATCH-SAND-ID TO ASK-BATCH-SAND
               MOVE INC-SUSPECT-ING-ID TO ASK-SUSPECT-ING
           ELSE
               MOVE INC-ORDER-DATE TO ASK-BATCH-DATE
               MOVE INC-SANDWICH-ID TO ASK-BATCH-SAND
               MOVE ZERO TO ASK-SUSPECT-ING
           END-IF
           DISPLAY LINK-BATCH-SCREEN
           ACCEPT LINK-BATCH-SCREEN
           IF KEYSTATUS = 1003
               CLOSE FXINCIDENT
               EXIT SECTION
           END-IF
           PERFORM 410-CHECK-BATCH-LINK
           IF LINK-OK-YES
               MOVE ASK-BATCH-DATE TO INC-BATCH-DATE
               MOVE ASK-BATCH-SAND TO INC-BATCH-SAND-ID
               MOVE ASK-SUSPECT-ING TO INC-SUSPECT-ING-ID
               IF INC-STATUS-OPEN
                   MOVE "I" TO INC-STATUS
               END-IF
               CALL "GETOPER" USING INC-LAST-BY
               MOVE FUNCTION CURRENT-DATE (1:8) TO INC-LAST-DATE
               REWRITE INC-DETAILS
               END-REWRITE
               MOVE CONFIRM-LINKED TO ERROR-TEXT
               ACCEPT ERROR-ZONE
           END-IF
           CLOSE FXINCIDENT
       EXIT SECTION.

      *> THE BATCH MUST BE ON FXPRODBATCH AND AT LEAST ONE LOT OF
      *> THE SUSPECT INGREDIENT MUST HAVE BEEN PICKED INTO IT
       410-CHECK-BATCH-LINK SECTION.
           MOVE "N" TO LINK-OK
           OPEN INPUT FXPRODBATCH
           IF PBAT-STATUS-FS NOT = ZERO THEN
               CLOSE FXPRODBATCH
               MOVE ERROR-BATCH-NO TO ERROR-TEXT
               ACCEPT ERROR-ZONE
               EXIT SECTION
           END-IF
           MOVE ASK-BATCH-DATE TO PBAT-DATE
           MOVE ASK-BATCH-SAND TO PBAT-SAND-ID
           READ FXPRODBATCH
               INVALID KEY
                   CLOSE FXPRODBATCH
                   MOVE ERROR-BATCH-NO TO ERROR-TEXT
                   ACCEPT ERROR-ZONE
                   EXIT SECTION
           END-READ
           CLOSE FXPRODBATCH
           OPEN INPUT FXBATCHLOT
           IF BLOT-STATUS-FS = ZERO THEN
               MOVE ASK-BATCH-DATE TO BLOT-DATE
               MOVE ASK-BATCH-SAND TO BLOT-SAND-ID
               MOVE ASK-SUSPECT-ING TO BLOT-ING-ID
               MOVE LOW-VALUES TO BLOT-LOT-NO
               START FXBATCHLOT KEY IS >= BLOT-KEY
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       READ FXBATCHLOT NEXT RECORD
                           AT END CONTINUE
                           NOT AT END
                               IF BLOT-DATE = ASK-BATCH-DATE AND
                                   BLOT-SAND-ID = ASK-BATCH-SAND AND
                                   BLOT-ING-ID = ASK-SUSPECT-ING
                                   MOVE "Y" TO LINK-OK
                               END-IF
                       END-READ
               END-START
           END-IF
           CLOSE FXBATCHLOT
           IF NOT LINK-OK-YES
               MOVE ERROR-ING-NOT-IN-BATCH TO ERROR-TEXT
               ACCEPT ERROR-ZONE
           END-IF
       EXIT SECTION.
