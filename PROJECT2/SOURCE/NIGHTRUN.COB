      *    THE CHAIN WHEN A STEP FAILS TO RUN, AND PRINTS AN
      *    END-OF-NIGHT CONTROL SHEET WITH THE MAIN FILE RECORD
      *    COUNTS. A RERUN AFTER A FAILURE RESUMES FROM THE FAILED
      *    STEP - COMPLETED STEPS ARE NOT REPEATED. THE CONTROL
      *    SHEET IS CATALOGUED ON FXRPTCAT LIKE ANY OTHER REPORT,
      *    WHICH ALSO SENDS IT TO ITS DISTRIBUTION LIST (EACH STEP'S
      *    OWN REPORTS ARE DELIVERED AS THEY ARE CATALOGUED).
      *    THE NIGHT ENDS WITH THE TRANSMISSION EXCEPTION LIST SO THE
      *    UNACKNOWLEDGED OUTBOUND FILES ARE WAITING EACH MORNING.
      *    THE NIGHT ALSO WRITES THE ANALYTICAL EXTRACT (BI-EXTRACT)
      *    SO THE OWNER'S REPORTING TOOL LOADS THE DAY'S CHANGES.
      *    THE CLEANING SCHEDULE STEP (CLNCHECK) MARKS AND ALERTS THE
      *    CLEANING TASKS MISSED AND WRITES THE NEXT DAY'S TASK LIST.
      ******************************************************************
      *    V1 | EM ATUALIZACAO | 22.08.2026
      ******************************************************************
           01  SHEET-LINE                   PIC X(090).

       WORKING-STORAGE SECTION.
       COPY LK-RPTCAT.

       78  MODULE-NAME-VIEW    VALUE "NIGHTLY BATCH DRIVER".
       78  BACK-EXIT           VALUE "F3 - BACK".
       78  RUN-DONE
       77  SEED-IX                          PIC 9(002).
       01  BALPROOF-SEEN                    PIC X(001).
           88  BALPROOF-SEEN-YES            VALUE "Y".
       01  TXEXCEPT-SEEN                    PIC X(001).
           88  TXEXCEPT-SEEN-YES            VALUE "Y".
       01  BIEXTRACT-SEEN                   PIC X(001).
           88  BIEXTRACT-SEEN-YES           VALUE "Y".
       01  CLNCHECK-SEEN                    PIC X(001).
           88  CLNCHECK-SEEN-YES            VALUE "Y".
       01  HIGHEST-STEP-NO                  PIC 9(002).
       01  ING-COUNT                        PIC 9(007).
       01  SUPP-COUNT                       PIC 9(007).
       01  RIS-COUNT                        PIC 9(007).
       01  SHEET-LINE-COUNT                 PIC 9(006).
       01  COUNT-EOF                        PIC X(001).
           88  COUNT-EOF-YES                VALUE "Y".

               VALUE "REPORT-SUPP-SPEND".
           05  FILLER                       PIC X(030)
               VALUE "BALPROOF".
           05  FILLER                       PIC X(030)
               VALUE "REPORT-TXEXCEPT".
           05  FILLER                       PIC X(030)
               VALUE "BI-EXTRACT".
           05  FILLER                       PIC X(030)
               VALUE "CLNCHECK".
           05  FILLER                       PIC X(030)
               VALUE "REINDEX".
       01  FILLER REDEFINES SEED-STEPS.
           05  SEED-PROGRAM OCCURS 10 TIMES PIC X(030).

       01  SHEET-DETAIL.
           05  SH-STEP                      PIC 9(002).
               CLOSE FXRUNCTL
               OPEN OUTPUT FXRUNCTL
               PERFORM VARYING SEED-IX FROM 1 BY 1
                   UNTIL SEED-IX > 10
                   MOVE SEED-IX TO RC-STEP-NO
                   MOVE SEED-PROGRAM (SEED-IX) TO RC-PROGRAM
                   MOVE "P" TO RC-STATUS
           END-IF
           MOVE "Y" TO ALL-COMPLETED
           MOVE "N" TO BALPROOF-SEEN
           MOVE "N" TO TXEXCEPT-SEEN
           MOVE "N" TO BIEXTRACT-SEEN
           MOVE "N" TO CLNCHECK-SEEN
           MOVE ZERO TO HIGHEST-STEP-NO
           MOVE "N" TO RC-EOF-FLAG
           PERFORM UNTIL EOF-RC
                       IF RC-PROGRAM = "BALPROOF"
                           MOVE "Y" TO BALPROOF-SEEN
                       END-IF
                       IF RC-PROGRAM = "REPORT-TXEXCEPT"
                           MOVE "Y" TO TXEXCEPT-SEEN
                       END-IF
                       IF RC-PROGRAM = "BI-EXTRACT"
                           MOVE "Y" TO BIEXTRACT-SEEN
                       END-IF
                       IF RC-PROGRAM = "CLNCHECK"
                           MOVE "Y" TO CLNCHECK-SEEN
                       END-IF
                       IF RC-STEP-NO > HIGHEST-STEP-NO
                           MOVE RC-STEP-NO TO HIGHEST-STEP-NO
                       END-IF
               WRITE RC-DETAILS
                   INVALID KEY CONTINUE
               END-WRITE
               MOVE RC-STEP-NO TO HIGHEST-STEP-NO
           END-IF
      *> LIKEWISE FOR THE TRANSMISSION EXCEPTION LIST
           IF NOT TXEXCEPT-SEEN-YES
               COMPUTE RC-STEP-NO = HIGHEST-STEP-NO + 1
               MOVE "REPORT-TXEXCEPT" TO RC-PROGRAM
               MOVE "P" TO RC-STATUS
               MOVE ZERO TO RC-START-STAMP RC-END-STAMP
               CALL "GETOPER" USING RC-LAST-BY
               MOVE FUNCTION CURRENT-DATE (1:8) TO RC-LAST-DATE
               WRITE RC-DETAILS
                   INVALID KEY CONTINUE
               END-WRITE
               MOVE RC-STEP-NO TO HIGHEST-STEP-NO
           END-IF
      *> AND FOR THE ANALYTICAL EXTRACT
           IF NOT BIEXTRACT-SEEN-YES
               COMPUTE RC-STEP-NO = HIGHEST-STEP-NO + 1
               MOVE "BI-EXTRACT" TO RC-PROGRAM
               MOVE "P" TO RC-STATUS
               MOVE ZERO TO RC-START-STAMP RC-END-STAMP
               CALL "GETOPER" USING RC-LAST-BY
               MOVE FUNCTION CURRENT-DATE (1:8) TO RC-LAST-DATE
               WRITE RC-DETAILS
                   INVALID KEY CONTINUE
               END-WRITE
               MOVE RC-STEP-NO TO HIGHEST-STEP-NO
           END-IF
      *> AND FOR THE CLEANING SCHEDULE
           IF NOT CLNCHECK-SEEN-YES
               COMPUTE RC-STEP-NO = HIGHEST-STEP-NO + 1
               MOVE "CLNCHECK" TO RC-PROGRAM
               MOVE "P" TO RC-STATUS
               MOVE ZERO TO RC-START-STAMP RC-END-STAMP
               CALL "GETOPER" USING RC-LAST-BY
               MOVE FUNCTION CURRENT-DATE (1:8) TO RC-LAST-DATE
               WRITE RC-DETAILS
                   INVALID KEY CONTINUE
               END-WRITE
               MOVE RC-STEP-NO TO HIGHEST-STEP-NO
           END-IF
           IF ALL-COMPLETED-YES
               MOVE "N" TO RC-EOF-FLAG
               CLOSE SHEET-FILE
               EXIT SECTION
           END-IF
           MOVE ZERO TO SHEET-LINE-COUNT
           MOVE "N" TO RC-EOF-FLAG
           OPEN INPUT FXRUNCTL
           IF RC-STATUS-FS = ZERO THEN
                           MOVE RC-START-STAMP TO SH-START
                           MOVE RC-END-STAMP TO SH-END
                           WRITE SHEET-LINE FROM SHEET-DETAIL
                           ADD 1 TO SHEET-LINE-COUNT
                   END-READ
               END-PERFORM
           END-IF
           MOVE "RECORDS ON FXRISSUPLY" TO CD-LABEL
           MOVE RIS-COUNT TO CD-COUNT
           WRITE SHEET-LINE FROM COUNT-DETAIL
           ADD 3 TO SHEET-LINE-COUNT
           CLOSE SHEET-FILE
           MOVE "NIGHT-CONTROL" TO RCAT-BASE-NAME
           MOVE "NIGHT-CONTROL.rpt" TO RCAT-FILE-NAME
           MOVE "NIGHTRUN" TO RCAT-PROGRAM
           MOVE 1 TO RCAT-PAGES
           MOVE SHEET-LINE-COUNT TO RCAT-LINES
           CALL "RPTCAT" USING RPTCAT-REQUEST
       EXIT SECTION.

       310-COUNT-MAIN-FILES SECTION.
