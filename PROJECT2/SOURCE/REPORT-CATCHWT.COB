      ******************************************************************
      *    LAB | THIRD PART | DELICIOUSSANDWICH
      ******************************************************************
      *    BREADWICH | INGREDIENTS MANAGEMENT
      ******************************************************************
      *    REPORT MODULE - CATCH-WEIGHT YIELD
      *    FOR EVERY CATCH-WEIGHT INGREDIENT (CHEESE WHEELS, HAMS AND
      *    THE LIKE, BOUGHT BY THE PIECE BUT SOLD BY THE KG) LISTS
      *    EACH LOT WEIGHED IN AT GOODS RECEIPT: THE PIECES AND THE
      *    ACTUAL KG RECEIVED, THE AVERAGE KG PER PIECE AGAINST THE
      *    NOMINAL PIECE WEIGHT ON THE INGREDIENT, THE VARIANCE AS A
      *    PERCENTAGE OF NOMINAL AND THE KG STILL ON THE LOT. A TOTAL
      *    LINE PER INGREDIENT SHOWS WHETHER THE SUPPLIER'S PIECES RUN
      *    LIGHT OR HEAVY OVER TIME.
      ******************************************************************
      *    V1 | EM ATUALIZACAO | 15.10.2026
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPORT-CATCHWT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       CRT STATUS IS KEYSTATUS.
       REPOSITORY.
       FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

               SELECT FXINGRED ASSIGN TO "FXINGREDS"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS INGREDS-ID
                   FILE STATUS INGRED-STATUS.

               SELECT FXINGLOT ASSIGN TO "FXINGLOT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS LOT-ID
                   FILE STATUS LOT-STATUS-FS.

               SELECT CATCHWT-FILE-REPORT ASSIGN TO REPORT-FILENAME.

       DATA DIVISION.
       FILE SECTION.
       FD FXINGRED.
           COPY FD-INGREDSFX.
       FD FXINGLOT.
           COPY FD-INGLOT.

       FD CATCHWT-FILE-REPORT
           REPORT IS CATCHWT-REPORT.

       WORKING-STORAGE SECTION.
       78  MODULE-NAME-REPORT  VALUE "CATCH-WEIGHT YIELD".
       78  BACK-EXIT           VALUE "F3 - BACK".
       78  REPORTTITLECONST    VALUE "BREADWICH".
       78  PAGECONST           VALUE "PAGE: ".
       78  REP-DATE            VALUE "DATE:".
       78  REP-TIME            VALUE "TIME:".
       78  REPORT-DONE
           VALUE "CATCH-WEIGHT YIELD REPORT PRODUCED, PRESS ANY KEY".
       78  TOTAL-LINE-TEXT     VALUE "ALL LOTS".
       78  ERROR-FILE-STATUS-MSG
           VALUE "FILE ERROR, STATUS CODE: ".

       77  DUMMY                            PIC X(001).
       77  KEYSTATUS                        PIC 9(004).
       77  INGRED-STATUS                    PIC 9(002).
       77  LOT-STATUS-FS                    PIC 9(002).
       77  FILE-ERROR-STATUS                PIC 9(002).

       COPY LK-RPTCAT.

       01 REPORT-FILENAME                  PIC X(040).
       01 CURRENT-DATE-REPORT.
           05 DATE-REPORT.
               10 DATE-REPORT-YEAR         PIC 9(004).
               10 DATE-REPORT-MONTH        PIC 9(002).
               10 DATE-REPORT-DAY          PIC 9(002).
           05 TIME-REPORT.
               10 HOUR-REPORT              PIC 9(002).
               10 MIN-REPORT               PIC 9(002).
               10 SEC-REPORT               PIC 9(002).

       01 ING-EOF-FLAG                     PIC X(001) VALUE "N".
           88 EOFINGRED                    VALUE "Y".
       01 LOT-EOF-FLAG                     PIC X(001) VALUE "N".
           88 EOF-LOT                      VALUE "Y".

      *> THE INGREDIENT'S LOTS ADDED UP FOR ITS TOTAL LINE
       01 ING-PIECES                       PIC 9(007).
       01 ING-WEIGHT                       PIC 9(007)V999.
       01 ING-REMAINING                    PIC 9(007)V999.
       01 ING-LOTS                         PIC 9(005).

       01 DET-ING-ID                       PIC 9(005).
       01 DET-LOT-NO                       PIC X(010).
       01 DET-RECEIPT-DATE                 PIC 9(008).
       01 DET-PIECES                       PIC 9(007).
       01 DET-WEIGHT                       PIC 9(007)V999.
       01 DET-AVG                          PIC 9(003)V999.
       01 DET-NOMINAL                      PIC 9(003)V999.
       01 DET-VARIANCE                     PIC S9(003)V9.
       01 DET-REMAINING                    PIC 9(007)V999.
       01 DET-ING-NAME                     PIC X(030).

       REPORT SECTION.
       RD CATCHWT-REPORT
           PAGE LIMIT IS 54
           FIRST DETAIL 5
           LAST DETAIL 46
           FOOTING 48.

       01 TYPE IS REPORT HEADING.
           02 LINE 1.
           03 COLUMN 02 VALUE REPORTTITLECONST.
           02 LINE PLUS 2.
           03 COL 18 VALUE "CATCH-WEIGHT YIELD REPORT".

       01 TYPE IS PAGE HEADING.
           02 LINE IS PLUS 2.
           03 COLUMN 02 VALUE "ING".
           03 COLUMN 08 VALUE "LOT".
           03 COLUMN 19 VALUE "RECEIVED".
           03 COLUMN 30 VALUE "PCS".
           03 COLUMN 38 VALUE "KG IN".
           03 COLUMN 46 VALUE "KG/PC".
           03 COLUMN 53 VALUE "NOMINAL".
           03 COLUMN 62 VALUE "VAR%".
           03 COLUMN 70 VALUE "KG LEFT".

       01 ING-HEADING TYPE IS DETAIL.
           02 LINE IS PLUS 2.
               03 COLUMN 02 PIC 9(005) SOURCE DET-ING-ID.
               03 COLUMN 08 PIC X(030) SOURCE DET-ING-NAME.

       01 LINE-DETAIL TYPE IS DETAIL.
           02 LINE IS PLUS 1.
               03 COLUMN 08 PIC X(010) SOURCE DET-LOT-NO.
               03 COLUMN 19 PIC 9(008) SOURCE DET-RECEIPT-DATE.
               03 COLUMN 28 PIC ZZZZ9 SOURCE DET-PIECES.
               03 COLUMN 34 PIC ZZZZZ9.999 SOURCE DET-WEIGHT.
               03 COLUMN 45 PIC ZZ9.999 SOURCE DET-AVG.
               03 COLUMN 53 PIC ZZ9.999 SOURCE DET-NOMINAL.
               03 COLUMN 61 PIC -ZZ9.9 SOURCE DET-VARIANCE.
               03 COLUMN 68 PIC ZZZZZ9.999 SOURCE DET-REMAINING.

       01 ING-TOTAL TYPE IS DETAIL.
           02 LINE IS PLUS 1.
               03 COLUMN 08 VALUE TOTAL-LINE-TEXT.
               03 COLUMN 26 PIC ZZZZZZ9 SOURCE DET-PIECES.
               03 COLUMN 34 PIC ZZZZZ9.999 SOURCE DET-WEIGHT.
               03 COLUMN 45 PIC ZZ9.999 SOURCE DET-AVG.
               03 COLUMN 53 PIC ZZ9.999 SOURCE DET-NOMINAL.
               03 COLUMN 61 PIC -ZZ9.9 SOURCE DET-VARIANCE.
               03 COLUMN 68 PIC ZZZZZ9.999 SOURCE DET-REMAINING.

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
           05 VALUE MODULE-NAME-REPORT LINE 03 COL 43.
           05 VALUE SPACES PIC X(95)  LINE 24 COL 01.
           05 VALUE SPACES PIC X(95)  LINE 25 COL 01.
           05 VALUE SPACES PIC X(95)  LINE 26 COL 01.
           05 VALUE BACK-EXIT LINE 25  COL 100 FOREGROUND-COLOR 5.
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
           DISPLAY CLEAR-SCREEN
           DISPLAY MAIN-SCREEN
           PERFORM 100-YIELD-RUN
           MOVE REPORT-DONE TO ERROR-TEXT
           ACCEPT ERROR-ZONE
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

       100-YIELD-RUN SECTION.
           OPEN INPUT FXINGRED
           IF INGRED-STATUS NOT = ZERO AND INGRED-STATUS NOT = 35 THEN
               MOVE INGRED-STATUS TO FILE-ERROR-STATUS
               PERFORM 090-CHECK-FILE-STATUS
           END-IF
           IF INGRED-STATUS = 35 THEN
               CLOSE FXINGRED
               EXIT SECTION
           END-IF
           OPEN INPUT FXINGLOT
           IF LOT-STATUS-FS NOT = ZERO AND LOT-STATUS-FS NOT = 35 THEN
               MOVE LOT-STATUS-FS TO FILE-ERROR-STATUS
               PERFORM 090-CHECK-FILE-STATUS
           END-IF
           IF LOT-STATUS-FS = 35 THEN
               CLOSE FXINGLOT
               CLOSE FXINGRED
               EXIT SECTION
           END-IF
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-REPORT
           MOVE SPACES TO REPORT-FILENAME
           STRING "CATCHWT-" DELIMITED BY SIZE
               DATE-REPORT DELIMITED BY SIZE
               ".rpt" DELIMITED BY SIZE
               INTO REPORT-FILENAME
           OPEN OUTPUT CATCHWT-FILE-REPORT
           INITIATE CATCHWT-REPORT
           PERFORM UNTIL EOFINGRED
               READ FXINGRED NEXT RECORD
                   AT END SET EOFINGRED TO TRUE
                   NOT AT END
                       IF INGREDS-IS-CATCH-WEIGHT AND
                           INGREDS-NOMINAL-WEIGHT NUMERIC AND
                           INGREDS-NOMINAL-WEIGHT > ZERO
                           PERFORM 200-REPORT-ONE-INGREDIENT
                       END-IF
               END-READ
           END-PERFORM
           MOVE PAGE-COUNTER OF CATCHWT-REPORT TO RCAT-PAGES
           MOVE LINE-COUNTER OF CATCHWT-REPORT TO RCAT-LINES
           TERMINATE CATCHWT-REPORT
           CLOSE CATCHWT-FILE-REPORT
           MOVE "CATCHWT" TO RCAT-BASE-NAME
           MOVE REPORT-FILENAME TO RCAT-FILE-NAME
           MOVE "REPORT-CATCHWT" TO RCAT-PROGRAM
           CALL "RPTCAT" USING RPTCAT-REQUEST
           CLOSE FXINGLOT
           CLOSE FXINGRED
       EXIT SECTION.

      *> ONLY LOTS WEIGHED IN AT THE DOCK CARRY A PIECE COUNT; LOTS
      *> BOOKED BEFORE THE INGREDIENT WAS CATCH-WEIGHT ARE LEFT OUT
       200-REPORT-ONE-INGREDIENT SECTION.
           MOVE ZERO TO ING-PIECES ING-WEIGHT ING-REMAINING ING-LOTS
           MOVE INGREDS-ID TO DET-ING-ID
           MOVE INGREDS-NAME TO DET-ING-NAME
           MOVE INGREDS-NOMINAL-WEIGHT TO DET-NOMINAL
           MOVE "N" TO LOT-EOF-FLAG
           MOVE INGREDS-ID TO LOT-ING-ID
           MOVE SPACES TO LOT-NO
           START FXINGLOT KEY IS >= LOT-ID
               INVALID KEY SET EOF-LOT TO TRUE
           END-START
           PERFORM UNTIL EOF-LOT
               READ FXINGLOT NEXT RECORD
                   AT END SET EOF-LOT TO TRUE
                   NOT AT END
                       IF LOT-ING-ID NOT = INGREDS-ID
                           SET EOF-LOT TO TRUE
                       ELSE
                           IF LOT-PIECES-RECEIVED NUMERIC AND
                               LOT-WEIGHT-RECEIVED NUMERIC AND
                               LOT-WEIGHT-REMAINING NUMERIC AND
                               LOT-PIECES-RECEIVED > ZERO
                               PERFORM 210-REPORT-ONE-LOT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF ING-LOTS = ZERO
               EXIT SECTION
           END-IF
           MOVE ING-PIECES TO DET-PIECES
           MOVE ING-WEIGHT TO DET-WEIGHT
           MOVE ING-REMAINING TO DET-REMAINING
           PERFORM 220-WORK-OUT-YIELD
           GENERATE ING-TOTAL
       EXIT SECTION.

       210-REPORT-ONE-LOT SECTION.
           IF ING-LOTS = ZERO
               GENERATE ING-HEADING
           END-IF
           ADD 1 TO ING-LOTS
           ADD LOT-PIECES-RECEIVED TO ING-PIECES
           ADD LOT-WEIGHT-RECEIVED TO ING-WEIGHT
           ADD LOT-WEIGHT-REMAINING TO ING-REMAINING
           MOVE LOT-NO TO DET-LOT-NO
           MOVE LOT-RECEIPT-DATE TO DET-RECEIPT-DATE
           MOVE LOT-PIECES-RECEIVED TO DET-PIECES
           MOVE LOT-WEIGHT-RECEIVED TO DET-WEIGHT
           MOVE LOT-WEIGHT-REMAINING TO DET-REMAINING
           PERFORM 220-WORK-OUT-YIELD
           GENERATE LINE-DETAIL
       EXIT SECTION.

      *> AVERAGE PIECE WEIGHT AND HOW FAR IT STRAYS FROM NOMINAL -
      *> A NEGATIVE VARIANCE IS A LIGHT PIECE, THE COST OF WHICH THE
      *> KITCHEN MAKES UP WITH EXTRA PIECES
       220-WORK-OUT-YIELD SECTION.
           MOVE ZERO TO DET-AVG DET-VARIANCE
           IF DET-PIECES > ZERO
               COMPUTE DET-AVG ROUNDED = DET-WEIGHT / DET-PIECES
               COMPUTE DET-VARIANCE ROUNDED =
                   (DET-WEIGHT / DET-PIECES - DET-NOMINAL)
                   * 100 / DET-NOMINAL
           END-IF
       EXIT SECTION.
