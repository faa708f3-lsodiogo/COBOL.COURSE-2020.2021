      ******************************************************************
      *    LAB | THIRD PART | DELICIOUSSANDWICH
      ******************************************************************
      *    BREADWICH | PRODUCTION
      ******************************************************************
      *    DRAFT SANDWICH LAUNCH - PROMOTES A DRAFT RECIPE TO THE
      *    LIVE ONE AND LISTS THE DRAFTS UNDER TRIAL.
      *    A DRAFT IS EITHER A NEW SANDWICH REGISTERED AS A DRAFT
      *    (SANDWICH-IS-ACTIVE 2) OR A LIVE SANDWICH CARRYING DRAFT
      *    RECIPE LINES FOR A REFORMULATION; DRAFT LINES ARE DATED
      *    99999999 SO THEY ARE NEVER IN FORCE. THE LAUNCH, WHICH
      *    NEEDS A SUPERVISOR'S APPROVAL, RE-DATES THE SANDWICH'S
      *    DRAFT LINES TO THE EFFECTIVE DATE GIVEN AND MAKES A NEW
      *    SANDWICH LIVE. THE DRAFT REPORT COSTS EACH DRAFT THE WAY
      *    RECIPE-COST DOES, SHOWS THE MARGIN AT THE SANDWICH'S LIST
      *    PRICE AS THE TARGET PRICE, AND GIVES ITS ALLERGEN PROFILE.
      ******************************************************************
      *    V1 | EM ATUALIZACAO | 15.10.2026
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SANDLAUNCH.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       CRT STATUS IS KEYSTATUS.
       REPOSITORY.
       FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

               SELECT FXSANDWICH ASSIGN TO "FXSANDWICHES"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS SANDWICH-ID
                   FILE STATUS SANDWICH-STATUS.

               SELECT FXRECIPE ASSIGN TO "FXRECIPES"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS RECIPE-ID
                   FILE STATUS RECIPE-STATUS.

               SELECT FXINGRED ASSIGN TO "FXINGREDS"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS INGREDS-ID
                   FILE STATUS INGRED-STATUS.

               SELECT FXRISUPPLY ASSIGN TO "FXRISSUPLY"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS RIS-ID
                   FILE STATUS RIS-STATUS.

               SELECT FXPOLINES ASSIGN TO "FXPOLINES"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS POL-ID
                   FILE STATUS POL-STATUS-FS.

               SELECT DRAFT-FILE-REPORT ASSIGN TO REPORT-FILENAME.

       DATA DIVISION.
       FILE SECTION.
       FD FXSANDWICH.
           COPY FD-SANDWICH.
       FD FXRECIPE.
           COPY FD-RECIPE.
       FD FXINGRED.
           COPY FD-INGREDSFX.
       FD FXRISUPPLY.
           COPY FD-RIS.
       FD FXPOLINES.
           COPY FD-POLINE.

       FD DRAFT-FILE-REPORT
           REPORT IS DRAFT-REPORT.

       WORKING-STORAGE SECTION.
       COPY LK-RPTCAT.

      *> EFFECTIVE-DATED RECIPE VERSION SELECTION (SEE FD-RECIPE):
      *> ONLY THE LINE IN FORCE ON RECIPE-ASOF-DATE IS TAKEN
       01  VERSION-IN-FORCE                 PIC X(001).
           88  VERSION-IN-FORCE-YES         VALUE "Y".
       01  SAVE-RECIPE-SAND                 PIC 9(005).
       01  SAVE-RECIPE-ING                  PIC 9(005).
       01  SAVE-RECIPE-EFF                  PIC 9(008).
       01  NEXT-VERSION-EFF                 PIC 9(008).
       01  NEXT-VERSION-SAME                PIC X(001).
           88  NEXT-VERSION-SAME-YES        VALUE "Y".
       01  RECIPE-ASOF-DATE                 PIC 9(008).

       COPY WS-RIS.

       78  MODULE-NAME-VIEW    VALUE "DRAFT SANDWICH LAUNCH".
       78  BACK-EXIT           VALUE "F3 - BACK".
       78  REPORTTITLECONST    VALUE "BREADWICH".
       78  PAGECONST           VALUE "PAGE: ".
       78  REP-DATE            VALUE "DATE:".
       78  REP-TIME            VALUE "TIME:".
       78  MAIN-MENU-CHOICE    VALUE "PLEASE CHOOSE AN OPTION".
       78  MAIN-MENU-ERROR
               VALUE "INVALID OPTION, PLEASE SELECT A VALID OPTION. "-
           "PRESS ANY KEY TO CONTINUE".
       78  LCH-MENU-OPTION1    VALUE "1 - LAUNCH A DRAFT".
       78  LCH-MENU-OPTION2    VALUE "2 - DRAFT SANDWICHES REPORT".
       78  LCH-MENU-OPTION3    VALUE "3 - BACK".
       78  LCH-TEXT-SAND       VALUE "   SANDWICH ID:".
       78  LCH-TEXT-DATE       VALUE "EFFECTIVE DATE:".
       78  LCH-TEXT-DATE-NOTE
           VALUE "YYYYMMDD, BLANK = TODAY; NEVER IN THE PAST".
       78  LCH-TEXT-CONFIRM    VALUE "LAUNCH THIS DRAFT? (Y/N):".
       78  TYPE-NEW            VALUE "NEW".
       78  TYPE-REFORMULATION  VALUE "REFORMULATION".
       78  FLAG-NOT-COSTED
           VALUE "** COST INCOMPLETE - INGREDIENT WITHOUT AGREEMENT **".
       78  ERROR-NO-PERMISSION
           VALUE "OPERATOR LACKS THE MAINTENANCE PERMISSION".
       78  ERROR-NO-APPROVAL
           VALUE "A LAUNCH NEEDS THE SUPERVISOR PERMISSION".
       78  ERROR-NO-SANDWICH   VALUE "THAT SANDWICH IS NOT ON FILE".
       78  ERROR-SAND-INACTIVE VALUE "THAT SANDWICH IS NOT ACTIVE".
       78  ERROR-BAD-DATE      VALUE "INVALID DATE - YYYYMMDD".
       78  ERROR-PAST-DATE
           VALUE "THE EFFECTIVE DATE CANNOT BE IN THE PAST".
       78  ERROR-NOTHING-DRAFT
           VALUE "THAT SANDWICH HAS NO DRAFT RECIPE LINES TO LAUNCH".
       78  CONFIRM-LAUNCH      VALUE "DRAFT LAUNCHED".
       78  REPORT-DONE
           VALUE "DRAFT REPORT PRODUCED, PRESS ANY KEY".
       78  ERROR-FILE-STATUS-MSG
           VALUE "FILE ERROR, STATUS CODE: ".

       77  DUMMY                            PIC X(001).
       77  KEYSTATUS                        PIC 9(004).
       77  SANDWICH-STATUS                  PIC 9(002).
       77  RECIPE-STATUS                    PIC 9(002).
       77  INGRED-STATUS                    PIC 9(002).
       77  RIS-STATUS                       PIC 9(002).
       77  POL-STATUS-FS                    PIC 9(002).
       77  FILE-ERROR-STATUS                PIC 9(002).

       01  PERM-QUESTION.
           05  PERM-CODE                    PIC X(001).
           05  PERM-GRANTED                 PIC X(001).

       01  MAIN-OPTION                      PIC 9(001).
           88  MAIN-OPTION-EXIT             VALUE 3.
       01  SANDWICH-EOF-FLAG                PIC X(001) VALUE "N".
           88  EOFSANDWICH                  VALUE "Y".
       01  RECIPE-EOF-FLAG                  PIC X(001) VALUE "N".
           88  EOF-RECIPE                   VALUE "Y".
       01  POL-EOF-FLAG                     PIC X(001) VALUE "N".
           88  EOF-POL                      VALUE "Y".

       01  TODAY-DATE                       PIC 9(008).
       01  ASK-SAND-ID                      PIC 9(005).
       01  ASK-LAUNCH-DATE                  PIC 9(008).
       01  ASK-CONFIRM                      PIC X(001).
           88  ASK-CONFIRM-YES              VALUE "Y" "y".
           88  ASK-CONFIRM-VALID            VALUE "Y" "y" "N" "n".

      *> THE SANDWICH'S DRAFT LINES ARE GATHERED FIRST AND RE-DATED
      *> AFTERWARDS, SO THE KEY SCAN IS NEVER DISTURBED BY ITS OWN
      *> DELETES AND WRITES
       78  MAX-LAUNCH                       VALUE 50.
       01  LAUNCH-TABLE.
           05  LAUNCH-LINE OCCURS MAX-LAUNCH TIMES
                                            PIC X(043).
       77  LAUNCH-COUNT                     PIC 9(003).
       77  LAUNCH-IX                        PIC 9(003).

       01  SAND-ID-SAVE                     PIC 9(005).
       01  DRAFT-LINES-FOUND                PIC X(001).
           88  DRAFT-LINES-YES              VALUE "Y".
       01  DRAFTS-LISTED                    PIC 9(005).
       01  AGREEMENT-FOUND                  PIC X(001).
           88  AGREEMENT-YES                VALUE "Y".
       01  VERSION-COSTABLE                 PIC X(001).
           88  VERSION-COSTABLE-YES         VALUE "Y".
       01  BEST-EFF-DATE                    PIC 9(008).
       01  BEST-RECEIPT-DATE                PIC 9(008).
       01  LANDED-RATIO                     PIC 9(003)V9999.
       01  LANDED-UNIT-PRICE                PIC 9(005)V9999.
       01  SUPP-UNITS                       PIC 9(005)V9999.
       01  LINE-COST                        PIC 9(005)V99.
       01  VERSION-COST                     PIC 9(005)V99.
       01  TRIGGER-LEN                      PIC 9(003).

       01  REPORT-FILENAME                  PIC X(040).
       01  CURRENT-DATE-REPORT.
           05  DATE-REPORT.
               10  DATE-REPORT-YEAR         PIC 9(004).
               10  DATE-REPORT-MONTH        PIC 9(002).
               10  DATE-REPORT-DAY          PIC 9(002).
           05  TIME-REPORT.
               10  HOUR-REPORT              PIC 9(002).
               10  MIN-REPORT               PIC 9(002).
               10  SEC-REPORT               PIC 9(002).

       01  DET-SAND-ID                      PIC 9(005).
       01  DET-SAND-NAME                    PIC X(030).
       01  DET-TYPE                         PIC X(013).
       01  DET-DRAFT-COST                   PIC 9(005)V99.
       01  DET-LIVE-COST                    PIC 9(005)V99.
       01  DET-PRICE                        PIC 9(003)V99.
       01  DET-MARGIN                       PIC S9(005)V99.
       01  DET-MARGIN-PCT                   PIC S9(003)V9.
       01  DET-ALLERGEN                     PIC X(001).
       01  DET-TRIGGERS                     PIC X(062).
       01  DET-VEGETARIAN                   PIC X(001).
       01  DET-VEGAN                        PIC X(001).
       01  DET-COSTABLE                     PIC X(001).
           88  DET-COSTABLE-YES             VALUE "Y".

       REPORT SECTION.
       RD DRAFT-REPORT
           PAGE LIMIT IS 54
           FIRST DETAIL 5
           LAST DETAIL 46
           FOOTING 48.

       01 TYPE IS REPORT HEADING.
           02 LINE 1.
           03 COLUMN 02 VALUE REPORTTITLECONST.
           02 LINE PLUS 2.
           03 COL 18 VALUE "DRAFT SANDWICHES - TRIAL COST, MARGIN".
           03 COL 56 VALUE "AND ALLERGEN PROFILE".

       01 TYPE IS PAGE HEADING.
           02 LINE IS PLUS 2.
           03 COLUMN 02 VALUE "ID".
           03 COLUMN 08 VALUE "NAME".
           03 COLUMN 39 VALUE "TYPE".
           03 COLUMN 53 VALUE "DRAFT".
           03 COLUMN 62 VALUE "LIVE".
           03 COLUMN 70 VALUE "TARGET".
           03 COLUMN 78 VALUE "MARGIN".
           03 COLUMN 88 VALUE "MARGIN%".

       01 LINE-DRAFT TYPE IS DETAIL.
           02 LINE IS PLUS 2.
               03 COLUMN 02 PIC 9(005) SOURCE DET-SAND-ID.
               03 COLUMN 08 PIC X(030) SOURCE DET-SAND-NAME.
               03 COLUMN 39 PIC X(013) SOURCE DET-TYPE.
               03 COLUMN 53 PIC ZZZ9.99 SOURCE DET-DRAFT-COST.
               03 COLUMN 61 PIC ZZZ9.99 SOURCE DET-LIVE-COST
                   BLANK WHEN ZERO.
               03 COLUMN 70 PIC ZZ9.99 SOURCE DET-PRICE.
               03 COLUMN 77 PIC -ZZZ9.99 SOURCE DET-MARGIN.
               03 COLUMN 88 PIC -ZZ9.9 SOURCE DET-MARGIN-PCT.
           02 LINE IS PLUS 1.
               03 COLUMN 08 VALUE "ALLERGENS:".
               03 COLUMN 19 PIC X(001) SOURCE DET-ALLERGEN.
               03 COLUMN 21 PIC X(062) SOURCE DET-TRIGGERS.
               03 COLUMN 84 VALUE "VEG:".
               03 COLUMN 89 PIC X(001) SOURCE DET-VEGETARIAN.
               03 COLUMN 91 VALUE "VEGAN:".
               03 COLUMN 98 PIC X(001) SOURCE DET-VEGAN.

       01 LINE-NOT-COSTED TYPE IS DETAIL.
           02 LINE IS PLUS 1.
               03 COLUMN 08 VALUE FLAG-NOT-COSTED.

       01 LINE-NO-DRAFTS TYPE IS DETAIL.
           02 LINE IS PLUS 2.
               03 COLUMN 02 VALUE "NO DRAFT SANDWICHES ON FILE".

       01 TYPE IS PAGE FOOTING.
           02 LINE IS 49.
             03 COLUMN 60 PIC X(006) VALUE PAGECONST.
             03 COLUMN PLUS 1 PIC Z9 SOURCE PAGE-COUNTER.
             03 COLUMN 03 VALUE REP-DATE.
             03 COLUMN PLUS 2 PIC 9(002) SOURCE DATE-REPORT-DAY.
             03 COLUMN PLUS 1 VALUE "/".
             03 COLUMN PLUS 1 PIC 9(002) SOURCE DATE-REPORT-MONTH.
             03 COLUMN PLUS 1 VALUE "/".
             03 COLUMN PLUS 1 PIC 9(004) SOURCE DATE-REPORT-YEAR.
             03 COLUMN PLUS 7 VALUE REP-TIME.
             03 COLUMN PLUS 2 PIC 9(002) SOURCE HOUR-REPORT.
             03 COLUMN PLUS 1 VALUE ":".
             03 COLUMN PLUS 1 PIC 9(002) SOURCE MIN-REPORT.
             03 COLUMN PLUS 1 VALUE ":".
             03 COLUMN PLUS 1 PIC 9(002) SOURCE SEC-REPORT.

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
       01  LCH-MENU
           BACKGROUND-COLOR 7 FOREGROUND-COLOR 0 AUTO REQUIRED.
           03 VALUE LCH-MENU-OPTION1 LINE 10 COL 35.
           03 VALUE LCH-MENU-OPTION2 LINE 11 COL 35.
           03 VALUE LCH-MENU-OPTION3 LINE 12 COL 35.
           03 VALUE MAIN-MENU-CHOICE LINE 14 COL 35.
           03 LM-OPTION PIC 9(001) LINE 14 COL PLUS 2
               TO MAIN-OPTION BLANK WHEN ZERO.
      ******************************************************************
       01  LAUNCH-SCREEN.
           05 VALUE LCH-TEXT-SAND LINE 08 COL 15.
           05 LS-SAND PIC 9(005) LINE 08 COL PLUS 1
               TO ASK-SAND-ID REQUIRED.
           05 VALUE LCH-TEXT-DATE LINE 10 COL 15.
           05 LS-DATE PIC 9(008) LINE 10 COL PLUS 1
               TO ASK-LAUNCH-DATE AUTO.
           05 VALUE LCH-TEXT-DATE-NOTE LINE 11 COL 15.
      ******************************************************************
       01  CONFIRM-SCREEN.
           05 VALUE SPACES PIC X(050) LINE 15 COL 15.
           05 CS-NAME PIC X(030) LINE 13 COL 31 FROM SANDWICH-NAME.
           05 VALUE LCH-TEXT-CONFIRM LINE 15 COL 15.
           05 CS-CONFIRM PIC X(001) LINE 15 COL PLUS 1
               TO ASK-CONFIRM AUTO.
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
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE "M" TO PERM-CODE
           CALL "CHKPERM" USING PERM-QUESTION
           IF PERM-GRANTED NOT = "Y"
               DISPLAY CLEAR-SCREEN
               DISPLAY MAIN-SCREEN
               MOVE ERROR-NO-PERMISSION TO ERROR-TEXT
               ACCEPT ERROR-ZONE
               EXIT PROGRAM
           END-IF
           PERFORM WITH TEST AFTER UNTIL MAIN-OPTION-EXIT
               OR KEYSTATUS = 1003
               MOVE ZERO TO MAIN-OPTION
               MOVE FUNCTION CURRENT-DATE (1:8) TO TODAY-DATE
               DISPLAY CLEAR-SCREEN
               DISPLAY MAIN-SCREEN
               DISPLAY LCH-MENU
               ACCEPT LCH-MENU
               EVALUATE MAIN-OPTION
                   WHEN 1
                       PERFORM 100-LAUNCH-DRAFT
                   WHEN 2
                       PERFORM 300-DRAFT-REPORT
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

      *> DECIDES WHETHER THE RECIPE LINE JUST READ IS THE VERSION
      *> IN FORCE ON RECIPE-ASOF-DATE: ITS EFFECTIVE DATE MUST NOT
      *> BE IN THE FUTURE AND NO LATER VERSION OF THE SAME LINE MAY
      *> APPLY YET. THE ONE-RECORD LOOK-AHEAD IS UNDONE BY
      *> RE-POSITIONING ON THE SAVED KEY, SO THE CALLING SCAN
      *> CARRIES ON UNDISTURBED. A LINE RE-ISSUED WITH QUANTITY
      *> ZERO MEANS THE INGREDIENT WAS REMOVED FROM THE RECIPE.
       095-CHECK-RECIPE-VERSION SECTION.
           MOVE "N" TO VERSION-IN-FORCE
           IF RECIPE-EFF-DATE > RECIPE-ASOF-DATE
               EXIT SECTION
           END-IF
           MOVE RECIPE-SAND-ID TO SAVE-RECIPE-SAND
           MOVE RECIPE-ING-ID TO SAVE-RECIPE-ING
           MOVE RECIPE-EFF-DATE TO SAVE-RECIPE-EFF
           MOVE "N" TO NEXT-VERSION-SAME
           READ FXRECIPE NEXT RECORD
               AT END CONTINUE
               NOT AT END
                   IF RECIPE-SAND-ID = SAVE-RECIPE-SAND AND
                       RECIPE-ING-ID = SAVE-RECIPE-ING
                       MOVE "Y" TO NEXT-VERSION-SAME
                       MOVE RECIPE-EFF-DATE TO NEXT-VERSION-EFF
                   END-IF
           END-READ
           MOVE SAVE-RECIPE-SAND TO RECIPE-SAND-ID
           MOVE SAVE-RECIPE-ING TO RECIPE-ING-ID
           MOVE SAVE-RECIPE-EFF TO RECIPE-EFF-DATE
           START FXRECIPE KEY IS = RECIPE-ID
               INVALID KEY CONTINUE
           END-START
           READ FXRECIPE NEXT RECORD
               AT END CONTINUE
           END-READ
           IF NOT NEXT-VERSION-SAME-YES OR
               NEXT-VERSION-EFF > RECIPE-ASOF-DATE
               IF RECIPE-QTY > ZERO
                   MOVE "Y" TO VERSION-IN-FORCE
               END-IF
           END-IF
       EXIT SECTION.

      *> THE LAUNCH IS THE APPROVAL OF THE DRAFT, SO IT TAKES THE
      *> SUPERVISOR PERMISSION ON TOP OF THE MAINTENANCE ONE
       100-LAUNCH-DRAFT SECTION.
           MOVE "V" TO PERM-CODE
           CALL "CHKPERM" USING PERM-QUESTION
           IF PERM-GRANTED NOT = "Y"
               MOVE ERROR-NO-APPROVAL TO ERROR-TEXT
               ACCEPT ERROR-ZONE
               EXIT SECTION
           END-IF
           MOVE ZERO TO ASK-SAND-ID ASK-LAUNCH-DATE
           DISPLAY CLEAR-SCREEN
           DISPLAY MAIN-SCREEN
           DISPLAY LAUNCH-SCREEN
           ACCEPT LAUNCH-SCREEN
           IF KEYSTATUS = 1003
               EXIT SECTION
           END-IF
           IF ASK-LAUNCH-DATE = ZERO
               MOVE TODAY-DATE TO ASK-LAUNCH-DATE
           END-IF
           IF TEST-DATE-YYYYMMDD (ASK-LAUNCH-DATE) NOT = ZERO
               MOVE ERROR-BAD-DATE TO ERROR-TEXT
               ACCEPT ERROR-ZONE
               EXIT SECTION
           END-IF
           IF ASK-LAUNCH-DATE < TODAY-DATE
               MOVE ERROR-PAST-DATE TO ERROR-TEXT
               ACCEPT ERROR-ZONE
               EXIT SECTION
           END-IF
           OPEN I-O FXSANDWICH
           IF SANDWICH-STATUS NOT = ZERO AND SANDWICH-STATUS NOT = 35
               MOVE SANDWICH-STATUS TO FILE-ERROR-STATUS
               PERFORM 090-CHECK-FILE-STATUS
           END-IF
           IF SANDWICH-STATUS = 35
               CLOSE FXSANDWICH
               MOVE ERROR-NO-SANDWICH TO ERROR-TEXT
               ACCEPT ERROR-ZONE
               EXIT SECTION
           END-IF
           MOVE ASK-SAND-ID TO SANDWICH-ID
           READ FXSANDWICH
               INVALID KEY
                   CLOSE FXSANDWICH
                   MOVE ERROR-NO-SANDWICH TO ERROR-TEXT
                   ACCEPT ERROR-ZONE
                   EXIT SECTION
           END-READ
           IF NOT SANDWICH-LIVE AND NOT SANDWICH-DRAFT
               CLOSE FXSANDWICH
               MOVE ERROR-SAND-INACTIVE TO ERROR-TEXT
               ACCEPT ERROR-ZONE
               EXIT SECTION
           END-IF
           PERFORM 110-GATHER-DRAFT-LINES
           IF LAUNCH-COUNT = ZERO
               CLOSE FXRECIPE
               CLOSE FXSANDWICH
               MOVE ERROR-NOTHING-DRAFT TO ERROR-TEXT
               ACCEPT ERROR-ZONE
               EXIT SECTION
           END-IF
           MOVE SPACES TO ASK-CONFIRM
           PERFORM WITH TEST AFTER UNTIL ASK-CONFIRM-VALID
               DISPLAY CONFIRM-SCREEN
               ACCEPT CONFIRM-SCREEN
               IF KEYSTATUS = 1003
                   MOVE "N" TO ASK-CONFIRM
               END-IF
           END-PERFORM
           IF NOT ASK-CONFIRM-YES
               CLOSE FXRECIPE
               CLOSE FXSANDWICH
               EXIT SECTION
           END-IF
           PERFORM VARYING LAUNCH-IX FROM 1 BY 1
               UNTIL LAUNCH-IX > LAUNCH-COUNT
               PERFORM 120-REDATE-ONE-LINE
           END-PERFORM
           CLOSE FXRECIPE
      *> A REFORMULATED LIVE SANDWICH KEEPS SELLING; ITS PRINTED
      *> ALLERGEN LINE IS MARKED STALE FOR LABELS TO REGENERATE
           IF SANDWICH-DRAFT
               MOVE 1 TO SANDWICH-IS-ACTIVE
           ELSE
               SET SANDWICH-LABEL-STALE TO TRUE
           END-IF
           CALL "GETOPER" USING SANDWICH-LAST-BY
           MOVE FUNCTION CURRENT-DATE (1:8) TO SANDWICH-LAST-DATE
           REWRITE SANDWICH-DETAILS
           END-REWRITE
           CLOSE FXSANDWICH
           MOVE CONFIRM-LAUNCH TO ERROR-TEXT
           ACCEPT ERROR-ZONE
       EXIT SECTION.

      *> LEAVES FXRECIPE OPEN I-O FOR THE RE-DATING
       110-GATHER-DRAFT-LINES SECTION.
           MOVE ZERO TO LAUNCH-COUNT
           OPEN I-O FXRECIPE
           IF RECIPE-STATUS = 35 THEN
               CLOSE FXRECIPE
               OPEN OUTPUT FXRECIPE
               CLOSE FXRECIPE
               OPEN I-O FXRECIPE
           END-IF
           IF RECIPE-STATUS NOT = ZERO THEN
               MOVE RECIPE-STATUS TO FILE-ERROR-STATUS
               PERFORM 090-CHECK-FILE-STATUS
           END-IF
           MOVE "N" TO RECIPE-EOF-FLAG
           MOVE SANDWICH-ID TO RECIPE-SAND-ID
           MOVE ZERO TO RECIPE-ING-ID RECIPE-EFF-DATE
           START FXRECIPE KEY IS >= RECIPE-ID
               INVALID KEY SET EOF-RECIPE TO TRUE
           END-START
           PERFORM UNTIL EOF-RECIPE
               READ FXRECIPE NEXT RECORD
                   AT END SET EOF-RECIPE TO TRUE
                   NOT AT END
                       IF RECIPE-SAND-ID NOT = SANDWICH-ID
                           SET EOF-RECIPE TO TRUE
                       ELSE
                           IF RECIPE-EFF-DRAFT AND
                               LAUNCH-COUNT < MAX-LAUNCH
                               ADD 1 TO LAUNCH-COUNT
                               MOVE RECIPE-DETAILS
                                   TO LAUNCH-LINE (LAUNCH-COUNT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
       EXIT SECTION.

      *> THE EFFECTIVE DATE IS PART OF THE KEY, SO THE DRAFT LINE IS
      *> DELETED AND WRITTEN BACK UNDER THE LAUNCH DATE; A LINE THE
      *> SAME INGREDIENT ALREADY HAS ON THAT DATE IS REPLACED
       120-REDATE-ONE-LINE SECTION.
           MOVE LAUNCH-LINE (LAUNCH-IX) TO RECIPE-DETAILS
           DELETE FXRECIPE RECORD
               INVALID KEY CONTINUE
           END-DELETE
           MOVE LAUNCH-LINE (LAUNCH-IX) TO RECIPE-DETAILS
           MOVE ASK-LAUNCH-DATE TO RECIPE-EFF-DATE
           CALL "GETOPER" USING RECIPE-LAST-BY
           MOVE FUNCTION CURRENT-DATE (1:8) TO RECIPE-LAST-DATE
           WRITE RECIPE-DETAILS
               INVALID KEY
                   REWRITE RECIPE-DETAILS
                   END-REWRITE
           END-WRITE
       EXIT SECTION.

      *> ONE ENTRY PER DRAFT: EVERY NEW SANDWICH STILL IN DRAFT AND
      *> EVERY LIVE SANDWICH WITH DRAFT LINES, THE LATTER WITH THE
      *> COST OF THE RECIPE IN FORCE TODAY BESIDE THE DRAFT COST
       300-DRAFT-REPORT SECTION.
           OPEN INPUT FXSANDWICH
           IF SANDWICH-STATUS NOT = ZERO AND SANDWICH-STATUS NOT = 35
               MOVE SANDWICH-STATUS TO FILE-ERROR-STATUS
               PERFORM 090-CHECK-FILE-STATUS
           END-IF
           OPEN INPUT FXRECIPE
           OPEN INPUT FXINGRED
           OPEN INPUT FXRISUPPLY
           OPEN INPUT FXPOLINES
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-REPORT
           MOVE SPACES TO REPORT-FILENAME
           STRING "DRAFTS-" DELIMITED BY SIZE
               TODAY-DATE DELIMITED BY SIZE
               ".rpt" DELIMITED BY SIZE
               INTO REPORT-FILENAME
           OPEN OUTPUT DRAFT-FILE-REPORT
           INITIATE DRAFT-REPORT
           MOVE ZERO TO DRAFTS-LISTED
           MOVE "N" TO SANDWICH-EOF-FLAG
           IF SANDWICH-STATUS NOT = ZERO
               SET EOFSANDWICH TO TRUE
           END-IF
           PERFORM UNTIL EOFSANDWICH
               READ FXSANDWICH NEXT RECORD
                   AT END SET EOFSANDWICH TO TRUE
                   NOT AT END
                       IF SANDWICH-LIVE OR SANDWICH-DRAFT
                           PERFORM 310-REPORT-ONE-SANDWICH
                       END-IF
               END-READ
           END-PERFORM
           IF DRAFTS-LISTED = ZERO
               GENERATE LINE-NO-DRAFTS
           END-IF
           MOVE PAGE-COUNTER OF DRAFT-REPORT TO RCAT-PAGES
           MOVE LINE-COUNTER OF DRAFT-REPORT TO RCAT-LINES
           TERMINATE DRAFT-REPORT
           CLOSE DRAFT-FILE-REPORT
           CLOSE FXPOLINES
           CLOSE FXRISUPPLY
           CLOSE FXINGRED
           CLOSE FXRECIPE
           CLOSE FXSANDWICH
           MOVE "DRAFTS" TO RCAT-BASE-NAME
           MOVE REPORT-FILENAME TO RCAT-FILE-NAME
           MOVE "SANDLAUNCH" TO RCAT-PROGRAM
           CALL "RPTCAT" USING RPTCAT-REQUEST
           MOVE REPORT-DONE TO ERROR-TEXT
           ACCEPT ERROR-ZONE
       EXIT SECTION.

      *> A LIVE SANDWICH IS COSTED AS IT STANDS TODAY FIRST, WHICH
      *> ALSO TELLS WHETHER IT CARRIES DRAFT LINES AT ALL; THE DRAFT
      *> VERSION IS COSTED LAST SO ITS ALLERGEN PROFILE IS THE ONE
      *> LEFT FOR THE REPORT
       310-REPORT-ONE-SANDWICH SECTION.
           MOVE SANDWICH-ID TO SAND-ID-SAVE DET-SAND-ID
           MOVE SANDWICH-NAME TO DET-SAND-NAME
           MOVE SANDWICH-PRICE TO DET-PRICE
           MOVE ZERO TO DET-LIVE-COST
           IF SANDWICH-LIVE
               MOVE TODAY-DATE TO RECIPE-ASOF-DATE
               PERFORM 400-COST-VERSION
               IF NOT DRAFT-LINES-YES
                   EXIT SECTION
               END-IF
               MOVE VERSION-COST TO DET-LIVE-COST
               MOVE TYPE-REFORMULATION TO DET-TYPE
           ELSE
               MOVE TYPE-NEW TO DET-TYPE
           END-IF
           MOVE 99999999 TO RECIPE-ASOF-DATE
           PERFORM 400-COST-VERSION
           MOVE VERSION-COST TO DET-DRAFT-COST
           MOVE VERSION-COSTABLE TO DET-COSTABLE
           COMPUTE DET-MARGIN = DET-PRICE - DET-DRAFT-COST
           MOVE ZERO TO DET-MARGIN-PCT
           IF DET-PRICE > ZERO
               COMPUTE DET-MARGIN-PCT ROUNDED =
                   DET-MARGIN * 100 / DET-PRICE
                   ON SIZE ERROR MOVE ZERO TO DET-MARGIN-PCT
               END-COMPUTE
           END-IF
           GENERATE LINE-DRAFT
           IF NOT DET-COSTABLE-YES
               GENERATE LINE-NOT-COSTED
           END-IF
           ADD 1 TO DRAFTS-LISTED
       EXIT SECTION.

      *> COSTS AND PROFILES THE RECIPE VERSION IN FORCE ON
      *> RECIPE-ASOF-DATE; 99999999 TAKES THE DRAFT LINES
       400-COST-VERSION SECTION.
           MOVE ZERO TO VERSION-COST TRIGGER-LEN
           MOVE "Y" TO VERSION-COSTABLE
           MOVE "N" TO DRAFT-LINES-FOUND DET-ALLERGEN
           MOVE "Y" TO DET-VEGETARIAN DET-VEGAN
           MOVE SPACES TO DET-TRIGGERS
           MOVE "N" TO RECIPE-EOF-FLAG
           IF RECIPE-STATUS NOT = ZERO
               EXIT SECTION
           END-IF
           MOVE SAND-ID-SAVE TO RECIPE-SAND-ID
           MOVE ZERO TO RECIPE-ING-ID RECIPE-EFF-DATE
           START FXRECIPE KEY IS >= RECIPE-ID
               INVALID KEY SET EOF-RECIPE TO TRUE
           END-START
           PERFORM UNTIL EOF-RECIPE
               READ FXRECIPE NEXT RECORD
                   AT END SET EOF-RECIPE TO TRUE
                   NOT AT END
                       IF RECIPE-SAND-ID NOT = SAND-ID-SAVE
                           SET EOF-RECIPE TO TRUE
                       ELSE
                           IF RECIPE-EFF-DRAFT
                               MOVE "Y" TO DRAFT-LINES-FOUND
                           END-IF
                           PERFORM 095-CHECK-RECIPE-VERSION
                           IF VERSION-IN-FORCE-YES
                               PERFORM 410-COST-ONE-LINE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF DET-TRIGGERS = SPACES
               MOVE "NONE" TO DET-TRIGGERS
           END-IF
       EXIT SECTION.

      *> THE SAME PRICING AS RECIPE-COST: RECIPE QUANTITY IN
      *> SUPPLIER UNITS AT THE PREFERRED AGREEMENT PRICE, UPLIFTED
      *> BY THE LATEST RECEIPT'S LANDED RATIO
       410-COST-ONE-LINE SECTION.
           MOVE RECIPE-QTY TO SUPP-UNITS
           IF INGRED-STATUS = ZERO
               MOVE RECIPE-ING-ID TO INGREDS-ID
               READ FXINGRED
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF INGREDS-CONV-FACTOR > ZERO
                           COMPUTE SUPP-UNITS =
                               RECIPE-QTY / INGREDS-CONV-FACTOR
                       END-IF
                       PERFORM 420-PROFILE-ONE-LINE
               END-READ
           END-IF
           PERFORM 430-FIND-PREFERRED-AGREEMENT
           IF NOT AGREEMENT-YES
               MOVE "N" TO VERSION-COSTABLE
               EXIT SECTION
           END-IF
           PERFORM 440-FIND-LANDED-RATIO
           COMPUTE LANDED-UNIT-PRICE ROUNDED =
               WS-RIS-PRICE * LANDED-RATIO
           COMPUTE LINE-COST ROUNDED = SUPP-UNITS * LANDED-UNIT-PRICE
           ADD LINE-COST TO VERSION-COST
       EXIT SECTION.

      *> AS ON THE ALLERGEN DECLARATION: ONE TRIGGERING INGREDIENT
      *> MAKES THE SANDWICH AN ALLERGEN ONE, ONE THAT DOES NOT
      *> QUALIFY TAKES AWAY THE VEGETARIAN OR VEGAN CLAIM
       420-PROFILE-ONE-LINE SECTION.
           IF INGREDS-IS-ALLERGEN = 1
               MOVE "Y" TO DET-ALLERGEN
               IF TRIGGER-LEN + 32 <= 62
                   IF TRIGGER-LEN = ZERO
                       MOVE INGREDS-NAME TO DET-TRIGGERS
                       MOVE 31 TO TRIGGER-LEN
                   ELSE
                       STRING DET-TRIGGERS (1:TRIGGER-LEN)
                           DELIMITED BY SIZE
                           INGREDS-NAME DELIMITED BY "  "
                           INTO DET-TRIGGERS
                       ADD 31 TO TRIGGER-LEN
                   END-IF
               END-IF
           END-IF
           IF INGREDS-IS-VEGETARIAN NOT = 1
               MOVE "N" TO DET-VEGETARIAN
           END-IF
           IF INGREDS-IS-VEGAN NOT = 1
               MOVE "N" TO DET-VEGAN
           END-IF
       EXIT SECTION.

       430-FIND-PREFERRED-AGREEMENT SECTION.
           MOVE "N" TO AGREEMENT-FOUND
           MOVE "N" TO RIS-EOF-FLAG
           MOVE ZERO TO BEST-EFF-DATE
           IF RIS-STATUS NOT = ZERO
               EXIT SECTION
           END-IF
           MOVE RECIPE-ING-ID TO RIS-ID-ING
           MOVE ZERO TO RIS-ID-SUPP
           MOVE ZERO TO RIS-EFF-DATE
           START FXRISUPPLY KEY IS >= RIS-ID
               INVALID KEY SET EOF-RIS TO TRUE
           END-START
           PERFORM UNTIL EOF-RIS
               READ FXRISUPPLY NEXT RECORD
                   AT END SET EOF-RIS TO TRUE
                   NOT AT END
                       IF RIS-ID-ING NOT = RECIPE-ING-ID
                           SET EOF-RIS TO TRUE
                       ELSE
                           IF RIS-PREFERRED-YES AND
                               RIS-EFF-DATE <= TODAY-DATE AND
                               DATE-VALIDITY >= TODAY-DATE AND
                               RIS-EFF-DATE >= BEST-EFF-DATE AND
                               NOT RIS-APPR-BLOCKED
                               MOVE RIS-DETAILS TO WS-RIS-DETAILS
                               MOVE RIS-EFF-DATE TO BEST-EFF-DATE
                               MOVE "Y" TO AGREEMENT-FOUND
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
       EXIT SECTION.

       440-FIND-LANDED-RATIO SECTION.
           MOVE 1 TO LANDED-RATIO
           MOVE ZERO TO BEST-RECEIPT-DATE
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
                       IF POL-ING-ID = RECIPE-ING-ID AND
                           POL-QTY-RECEIVED > ZERO AND
                           POL-LAST-DATE >= BEST-RECEIPT-DATE
                           MOVE POL-LAST-DATE TO BEST-RECEIPT-DATE
                           MOVE 1 TO LANDED-RATIO
                           IF POL-LANDED-PRICE > POL-PRICE AND
                               POL-PRICE > ZERO
                               COMPUTE LANDED-RATIO ROUNDED =
                                   POL-LANDED-PRICE / POL-PRICE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
       EXIT SECTION.
       END PROGRAM SANDLAUNCH.
