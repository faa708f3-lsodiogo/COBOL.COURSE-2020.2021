      ******************************************************************
      *    LAB | THIRD PART | DELICIOUSSANDWICH
      ******************************************************************
      *    BREADWICH | FOOD SAFETY
      ******************************************************************
      *    CLNSCHED - KEEPS THE CLEANING AND HYGIENE SCHEDULE ON
      *    FXCLNLOG. IT PUTS EACH DAY'S DUE TASKS FROM THE FXCLNTASK
      *    MASTER ON THE DAY'S LIST (DAILY, ON THEIR WEEKDAY OR ON
      *    THEIR DAY OF THE MONTH), RAISES THE ALLERGEN CLEAN-DOWNS
      *    THE PRODREQ ALLERGEN SEQUENCING CALLS FOR BETWEEN GROUPS,
      *    AND MARKS THE TASKS LEFT UNSIGNED PAST THEIR DUE TIME AS
      *    MISSED, QUEUEING A HIGH-SEVERITY FXNOTIFYQ ALERT FOR THE
      *    KITCHEN. CALLED FROM CLEANING, PRODREQ AND THE CLNCHECK
      *    NIGHT STEP.
      ******************************************************************
      *    V1 | EM ATUALIZACAO | 15.10.2026
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLNSCHED.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
       FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

               SELECT FXCLNTASK ASSIGN TO "FXCLNTASK"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS CLT-CODE
                   FILE STATUS CLT-STATUS-FS.

               SELECT FXCLNLOG ASSIGN TO "FXCLNLOG"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS CLG-ID
                   FILE STATUS CLG-STATUS-FS.

       DATA DIVISION.
       FILE SECTION.
       FD FXCLNTASK.
           COPY FD-CLNTASK.
       FD FXCLNLOG.
           COPY FD-CLNLOG.

       WORKING-STORAGE SECTION.
       COPY LK-NOTIFY.

       77  CLT-STATUS-FS                    PIC 9(002).
       77  CLG-STATUS-FS                    PIC 9(002).
       01  CLT-EOF-FLAG                     PIC X(001) VALUE "N".
           88  EOF-CLT                      VALUE "Y".
       01  CLG-EOF-FLAG                     PIC X(001) VALUE "N".
           88  EOF-CLG                      VALUE "Y".

       01  RUN-SITE                         PIC X(002).
       01  TASK-SITE                        PIC X(002).
       01  DAY-WEEKDAY                      PIC 9(001).
       01  DAY-OF-MONTH                     PIC 9(002).
       01  NEXT-DAY                         PIC 9(008).
       01  MONTH-END                        PIC X(001).
           88  MONTH-END-YES                VALUE "Y".
       01  TASK-DUE                         PIC X(001).
           88  TASK-DUE-YES                 VALUE "Y".
       01  TODAY-DATE                       PIC 9(008).
       01  NOW-TIME                         PIC 9(004).
       01  RUN-TASK-FOUND                   PIC X(001).
           88  RUN-TASK-FOUND-YES           VALUE "Y".
       01  RUN-TASK-CODE                    PIC 9(004).
       01  RUN-TASK-AREA                    PIC X(020).
       01  RUN-TASK-DUE                     PIC 9(004).
       01  RUN-TASK-RESPONSIBLE             PIC X(008).

       LINKAGE SECTION.
       COPY LK-CLNSCHED.

       PROCEDURE DIVISION USING CLNSCHED-REQUEST.
       MAIN-PROCEDURE.
           MOVE ZERO TO CLNS-COUNT
           MOVE CLNS-SITE TO RUN-SITE
           IF RUN-SITE = SPACES
               MOVE "01" TO RUN-SITE
           END-IF
           OPEN I-O FXCLNLOG
           IF CLG-STATUS-FS = 35 THEN
               CLOSE FXCLNLOG
               OPEN OUTPUT FXCLNLOG
               CLOSE FXCLNLOG
               OPEN I-O FXCLNLOG
           END-IF
           IF CLG-STATUS-FS NOT = ZERO THEN
               CLOSE FXCLNLOG
               GOBACK
           END-IF
           EVALUATE TRUE
               WHEN CLNS-ACTION-GENERATE
                   PERFORM 100-GENERATE-DAY
               WHEN CLNS-ACTION-RESET-RUN
                   PERFORM 200-RESET-RUN
               WHEN CLNS-ACTION-ALLERGEN
                   PERFORM 300-ADD-CLEAN-DOWN
               WHEN CLNS-ACTION-MISSED
                   PERFORM 400-MARK-MISSED
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           CLOSE FXCLNLOG
           GOBACK.

      *> 1 JANUARY 1601, DAY 1 OF THE INTEGER DATES, WAS A MONDAY, SO
      *> THE WEEKDAY FALLS OUT 1 = MONDAY .. 7 = SUNDAY. A MONTHLY
      *> TASK SET FOR A DAY THE MONTH DOES NOT HAVE FALLS ON ITS LAST
       100-GENERATE-DAY SECTION.
           COMPUTE DAY-WEEKDAY =
               MOD (INTEGER-OF-DATE (CLNS-DATE) - 1, 7) + 1
           MOVE CLNS-DATE (7:2) TO DAY-OF-MONTH
           COMPUTE NEXT-DAY =
               DATE-OF-INTEGER (INTEGER-OF-DATE (CLNS-DATE) + 1)
           IF NEXT-DAY (7:2) = "01"
               MOVE "Y" TO MONTH-END
           ELSE
               MOVE "N" TO MONTH-END
           END-IF
           OPEN INPUT FXCLNTASK
           IF CLT-STATUS-FS NOT = ZERO THEN
               CLOSE FXCLNTASK
               EXIT SECTION
           END-IF
           MOVE "N" TO CLT-EOF-FLAG
           PERFORM UNTIL EOF-CLT
               READ FXCLNTASK NEXT RECORD
                   AT END SET EOF-CLT TO TRUE
                   NOT AT END
                       IF CLT-ACTIVE-YES
                           PERFORM 110-CHECK-TASK-DUE
                           IF TASK-DUE-YES
                               PERFORM 120-WRITE-DAY-TASK
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FXCLNTASK
       EXIT SECTION.

       110-CHECK-TASK-DUE SECTION.
           MOVE "N" TO TASK-DUE
           EVALUATE TRUE
               WHEN CLT-FREQ-DAILY
                   MOVE "Y" TO TASK-DUE
               WHEN CLT-FREQ-WEEKLY
                   IF CLT-DAY = DAY-WEEKDAY
                       MOVE "Y" TO TASK-DUE
                   END-IF
               WHEN CLT-FREQ-MONTHLY
                   IF CLT-DAY = DAY-OF-MONTH OR
                       (MONTH-END-YES AND CLT-DAY > DAY-OF-MONTH)
                       MOVE "Y" TO TASK-DUE
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
       EXIT SECTION.

      *> A TASK ALREADY ON THE DAY'S LIST KEEPS ITS SIGN-OFF
       120-WRITE-DAY-TASK SECTION.
           MOVE CLT-SITE TO TASK-SITE
           IF TASK-SITE = SPACES
               MOVE "01" TO TASK-SITE
           END-IF
           MOVE CLNS-DATE TO CLG-DATE
           MOVE TASK-SITE TO CLG-SITE
           MOVE CLT-CODE TO CLG-TASK
           MOVE ZERO TO CLG-SEQ
           MOVE CLT-AREA TO CLG-AREA
           MOVE CLT-DESCRIPTION TO CLG-DESCRIPTION
           MOVE CLT-DUE-TIME TO CLG-DUE-TIME
           MOVE CLT-ALLERGEN TO CLG-ALLERGEN
           MOVE CLT-RESPONSIBLE TO CLG-RESPONSIBLE
           MOVE "S" TO CLG-SOURCE
           MOVE "O" TO CLG-STATUS
           MOVE SPACES TO CLG-SIGNED-BY CLG-COMMENT
           MOVE ZERO TO CLG-SIGNED-DATE CLG-SIGNED-TIME
           MOVE "N" TO CLG-NOTIFIED
           CALL "GETOPER" USING CLG-LAST-BY
           MOVE FUNCTION CURRENT-DATE (1:8) TO CLG-LAST-DATE
           WRITE CLG-DETAILS
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   ADD 1 TO CLNS-COUNT
           END-WRITE
       EXIT SECTION.

      *> ONLY THE RUN'S OWN CLEAN-DOWNS STILL OPEN GO; A SIGNED OR
      *> MISSED ONE STAYS ON THE RECORD FOR THE COMPLIANCE PRINT
       200-RESET-RUN SECTION.
           MOVE CLNS-DATE TO CLG-DATE
           MOVE RUN-SITE TO CLG-SITE
           MOVE ZERO TO CLG-TASK CLG-SEQ
           MOVE "N" TO CLG-EOF-FLAG
           START FXCLNLOG KEY IS >= CLG-ID
               INVALID KEY SET EOF-CLG TO TRUE
           END-START
           PERFORM UNTIL EOF-CLG
               READ FXCLNLOG NEXT RECORD
                   AT END SET EOF-CLG TO TRUE
                   NOT AT END
                       IF CLG-DATE NOT = CLNS-DATE OR
                           CLG-SITE NOT = RUN-SITE
                           SET EOF-CLG TO TRUE
                       ELSE
                           IF CLG-SOURCE-PRODREQ AND
                               CLG-STATUS-OPEN
                               DELETE FXCLNLOG
                                   INVALID KEY CONTINUE
                                   NOT INVALID KEY
                                       ADD 1 TO CLNS-COUNT
                               END-DELETE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
       EXIT SECTION.

      *> THE CLEAN-DOWN TAKES ITS AREA, DUE TIME AND RESPONSIBLE
      *> OPERATOR FROM THE SITE'S PER-RUN TASK; A SITE WITH NONE SET
      *> UP STILL GETS THE CLEAN-DOWN, DUE BY THE END OF THE DAY
       300-ADD-CLEAN-DOWN SECTION.
           PERFORM 310-FIND-RUN-TASK
           MOVE CLNS-DATE TO CLG-DATE
           MOVE RUN-SITE TO CLG-SITE
           MOVE RUN-TASK-CODE TO CLG-TASK
           MOVE CLNS-SEQ TO CLG-SEQ
           MOVE RUN-TASK-AREA TO CLG-AREA
           MOVE CLNS-TEXT TO CLG-DESCRIPTION
           MOVE RUN-TASK-DUE TO CLG-DUE-TIME
           MOVE "Y" TO CLG-ALLERGEN
           MOVE RUN-TASK-RESPONSIBLE TO CLG-RESPONSIBLE
           MOVE "P" TO CLG-SOURCE
           MOVE "O" TO CLG-STATUS
           MOVE SPACES TO CLG-SIGNED-BY CLG-COMMENT
           MOVE ZERO TO CLG-SIGNED-DATE CLG-SIGNED-TIME
           MOVE "N" TO CLG-NOTIFIED
           CALL "GETOPER" USING CLG-LAST-BY
           MOVE FUNCTION CURRENT-DATE (1:8) TO CLG-LAST-DATE
           WRITE CLG-DETAILS
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   ADD 1 TO CLNS-COUNT
           END-WRITE
       EXIT SECTION.

       310-FIND-RUN-TASK SECTION.
           MOVE "N" TO RUN-TASK-FOUND
           MOVE ZERO TO RUN-TASK-CODE
           MOVE "PRODUCTION LINE" TO RUN-TASK-AREA
           MOVE 2359 TO RUN-TASK-DUE
           MOVE SPACES TO RUN-TASK-RESPONSIBLE
           OPEN INPUT FXCLNTASK
           IF CLT-STATUS-FS NOT = ZERO THEN
               CLOSE FXCLNTASK
               EXIT SECTION
           END-IF
           MOVE "N" TO CLT-EOF-FLAG
           PERFORM UNTIL EOF-CLT OR RUN-TASK-FOUND-YES
               READ FXCLNTASK NEXT RECORD
                   AT END SET EOF-CLT TO TRUE
                   NOT AT END
                       MOVE CLT-SITE TO TASK-SITE
                       IF TASK-SITE = SPACES
                           MOVE "01" TO TASK-SITE
                       END-IF
                       IF CLT-ACTIVE-YES AND CLT-FREQ-PER-RUN
                           AND TASK-SITE = RUN-SITE
                           MOVE "Y" TO RUN-TASK-FOUND
                           MOVE CLT-CODE TO RUN-TASK-CODE
                           MOVE CLT-AREA TO RUN-TASK-AREA
                           MOVE CLT-DUE-TIME TO RUN-TASK-DUE
                           MOVE CLT-RESPONSIBLE
                               TO RUN-TASK-RESPONSIBLE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FXCLNTASK
       EXIT SECTION.

      *> A TASK OF AN EARLIER DAY IS OVERDUE WHATEVER ITS TIME; ONE
      *> OF TODAY ONLY ONCE ITS DUE TIME HAS PASSED
       400-MARK-MISSED SECTION.
           MOVE FUNCTION CURRENT-DATE (1:8) TO TODAY-DATE
           MOVE FUNCTION CURRENT-DATE (9:4) TO NOW-TIME
           MOVE "N" TO CLG-EOF-FLAG
           PERFORM UNTIL EOF-CLG
               READ FXCLNLOG NEXT RECORD
                   AT END SET EOF-CLG TO TRUE
                   NOT AT END
                       IF CLG-STATUS-OPEN AND
                           (CLG-DATE < TODAY-DATE OR
                           (CLG-DATE = TODAY-DATE AND
                           CLG-DUE-TIME < NOW-TIME))
                           PERFORM 410-MARK-ONE-MISSED
                       END-IF
               END-READ
           END-PERFORM
       EXIT SECTION.

       410-MARK-ONE-MISSED SECTION.
           MOVE "M" TO CLG-STATUS
           MOVE "Y" TO CLG-NOTIFIED
           CALL "GETOPER" USING CLG-LAST-BY
           MOVE FUNCTION CURRENT-DATE (1:8) TO CLG-LAST-DATE
           REWRITE CLG-DETAILS
               INVALID KEY EXIT SECTION
           END-REWRITE
           ADD 1 TO CLNS-COUNT
           MOVE "KITCHEN" TO NOTI-REQ-RECIPIENT
           MOVE "H" TO NOTI-REQ-SEVERITY
           MOVE SPACES TO NOTI-REQ-MESSAGE
           STRING "CLEANING MISSED " DELIMITED BY SIZE
               CLG-DATE DELIMITED BY SIZE
               " SITE " DELIMITED BY SIZE
               CLG-SITE DELIMITED BY SIZE
               ": " DELIMITED BY SIZE
               CLG-DESCRIPTION DELIMITED BY SIZE
               INTO NOTI-REQ-MESSAGE
           MOVE "CLEANING" TO NOTI-REQ-SOURCE
           MOVE SPACES TO NOTI-REQ-ATTACHMENT
           CALL "NOTIFY" USING NOTIFY-REQUEST
       EXIT SECTION.
