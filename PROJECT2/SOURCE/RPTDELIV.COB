      ******************************************************************
      *    LAB | THIRD PART | DELICIOUSSANDWICH
      ******************************************************************
      *    BREADWICH | OPERATIONS
      ******************************************************************
      *    RPTDELIV - DELIVERS A REPORT JUST REGISTERED ON FXRPTCAT
      *    TO EVERY RECIPIENT THE FXRPTDIST TABLE LISTS FOR ITS BASE
      *    NAME: "M" RECIPIENTS GET A NOTIFICATION WITH THE REPORT
      *    ATTACHED (SENT BY NOTIFY-SEND), "P" RECIPIENTS GET A LINE
      *    ON THE PRINT QUEUE FILE PRINT-QUEUE.TXT. A RECIPIENT
      *    MARKED "N" IS SKIPPED WHEN THE REPORT HAS NO LINES. EVERY
      *    DELIVERY (OR SKIP) IS WRITTEN TO THE FXDISTLOG LOG.
      *    CALLED BY RPTCAT, SO EVERY CATALOGUED RUN DELIVERS.
      ******************************************************************
      *    V1 | EM ATUALIZACAO | 15.10.2026
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RPTDELIV.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
       FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

               SELECT FXRPTDIST ASSIGN TO "FXRPTDIST"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS RDS-ID
                   FILE STATUS RDS-STATUS-FS.

               SELECT FXDISTLOG ASSIGN TO "FXDISTLOG"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS DLG-ID
                   FILE STATUS DLG-STATUS-FS.

               SELECT PRINT-QUEUE ASSIGN TO "PRINT-QUEUE.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS PRINT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD FXRPTDIST.
           COPY FD-RPTDIST.
       FD FXDISTLOG.
           COPY FD-DISTLOG.
       FD PRINT-QUEUE.
           01  PRINT-LINE                   PIC X(090).

       WORKING-STORAGE SECTION.
       COPY LK-NOTIFY.

       77  RDS-STATUS-FS                    PIC 9(002).
       77  DLG-STATUS-FS                    PIC 9(002).
       77  PRINT-STATUS                     PIC 9(002).
       01  RDS-EOF-FLAG                     PIC X(001) VALUE "N".
           88  EOF-RDS                      VALUE "Y".
       01  DLG-EOF-FLAG                     PIC X(001) VALUE "N".
           88  EOF-DLG                      VALUE "Y".
       01  NEXT-DLG-ID                      PIC 9(007).
       01  DELIVERY-RESULT                  PIC X(001).
       01  PRINT-DETAIL.
           05  PQ-STAMP                     PIC 9(014).
           05  FILLER                       PIC X(001) VALUE SPACE.
           05  PQ-RECIPIENT                 PIC X(030).
           05  FILLER                       PIC X(001) VALUE SPACE.
           05  PQ-FILE-NAME                 PIC X(040).

       LINKAGE SECTION.
       COPY LK-RPTDIST.

       PROCEDURE DIVISION USING RPTDIST-REQUEST.
       MAIN-PROCEDURE.
           OPEN INPUT FXRPTDIST
           IF RDS-STATUS-FS NOT = ZERO THEN
               CLOSE FXRPTDIST
               GOBACK
           END-IF
           OPEN I-O FXDISTLOG
           IF DLG-STATUS-FS = 35 THEN
               CLOSE FXDISTLOG
               OPEN OUTPUT FXDISTLOG
               CLOSE FXDISTLOG
               OPEN I-O FXDISTLOG
           END-IF
           IF DLG-STATUS-FS NOT = ZERO THEN
               CLOSE FXRPTDIST
               CLOSE FXDISTLOG
               GOBACK
           END-IF
           PERFORM 100-FIND-NEXT-LOG-ID
           MOVE RDST-BASE-NAME TO RDS-BASE-NAME
           MOVE SPACES TO RDS-RECIPIENT
           MOVE "N" TO RDS-EOF-FLAG
           START FXRPTDIST KEY IS NOT LESS THAN RDS-ID
               INVALID KEY SET EOF-RDS TO TRUE
           END-START
           PERFORM UNTIL EOF-RDS
               READ FXRPTDIST NEXT RECORD
                   AT END SET EOF-RDS TO TRUE
                   NOT AT END
                       IF RDS-BASE-NAME NOT = RDST-BASE-NAME
                           SET EOF-RDS TO TRUE
                       ELSE
                           PERFORM 200-DELIVER-ONE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FXRPTDIST
           CLOSE FXDISTLOG
           GOBACK.

       100-FIND-NEXT-LOG-ID SECTION.
           MOVE 1 TO NEXT-DLG-ID
           MOVE "N" TO DLG-EOF-FLAG
           PERFORM UNTIL EOF-DLG
               READ FXDISTLOG NEXT RECORD
                   AT END SET EOF-DLG TO TRUE
                   NOT AT END
                       IF DLG-ID >= NEXT-DLG-ID
                           COMPUTE NEXT-DLG-ID = DLG-ID + 1
                       END-IF
               END-READ
           END-PERFORM
       EXIT SECTION.

      *> AN EMPTY REPORT IS ONE CATALOGUED WITH NO LINES - THE
      *> REPORT PROGRAMS PASS THEIR DETAIL COUNT TO RPTCAT
       200-DELIVER-ONE SECTION.
           EVALUATE TRUE
               WHEN RDS-WHEN-NOT-EMPTY AND RDST-LINES = ZERO
                   MOVE "E" TO DELIVERY-RESULT
               WHEN RDS-METHOD-MESSAGE
                   PERFORM 210-QUEUE-MESSAGE
               WHEN RDS-METHOD-PRINT
                   PERFORM 220-QUEUE-PRINT
               WHEN OTHER
                   MOVE "F" TO DELIVERY-RESULT
           END-EVALUATE
           PERFORM 300-WRITE-LOG
       EXIT SECTION.

       210-QUEUE-MESSAGE SECTION.
           MOVE RDS-RECIPIENT TO NOTI-REQ-RECIPIENT
           MOVE "L" TO NOTI-REQ-SEVERITY
           MOVE SPACES TO NOTI-REQ-MESSAGE
           STRING "REPORT " DELIMITED BY SIZE
               RDST-BASE-NAME DELIMITED BY SPACE
               " READY: " DELIMITED BY SIZE
               RDST-FILE-NAME DELIMITED BY SPACE
               INTO NOTI-REQ-MESSAGE
           MOVE "RPTDELIV" TO NOTI-REQ-SOURCE
           MOVE RDST-FILE-NAME TO NOTI-REQ-ATTACHMENT
           CALL "NOTIFY" USING NOTIFY-REQUEST
           MOVE "S" TO DELIVERY-RESULT
       EXIT SECTION.

      *> THE PRINT QUEUE IS A PLAIN FILE THE PRINT ROOM WORKS
      *> THROUGH - ONE LINE PER COPY, APPENDED ACROSS RUNS
       220-QUEUE-PRINT SECTION.
           OPEN EXTEND PRINT-QUEUE
           IF PRINT-STATUS = 35 THEN
               CLOSE PRINT-QUEUE
               OPEN OUTPUT PRINT-QUEUE
           END-IF
           IF PRINT-STATUS NOT = ZERO THEN
               CLOSE PRINT-QUEUE
               MOVE "F" TO DELIVERY-RESULT
               EXIT SECTION
           END-IF
           MOVE FUNCTION CURRENT-DATE (1:14) TO PQ-STAMP
           MOVE RDS-RECIPIENT TO PQ-RECIPIENT
           MOVE RDST-FILE-NAME TO PQ-FILE-NAME
           WRITE PRINT-LINE FROM PRINT-DETAIL
           CLOSE PRINT-QUEUE
           MOVE "P" TO DELIVERY-RESULT
       EXIT SECTION.

       300-WRITE-LOG SECTION.
           MOVE NEXT-DLG-ID TO DLG-ID
           MOVE RDST-RPT-ID TO DLG-RPT-ID
           MOVE RDST-BASE-NAME TO DLG-BASE-NAME
           MOVE RDST-FILE-NAME TO DLG-FILE-NAME
           MOVE RDS-RECIPIENT TO DLG-RECIPIENT
           MOVE RDS-METHOD TO DLG-METHOD
           MOVE DELIVERY-RESULT TO DLG-RESULT
           MOVE FUNCTION CURRENT-DATE (1:14) TO DLG-STAMP
           WRITE DLG-DETAILS
               INVALID KEY CONTINUE
           END-WRITE
           ADD 1 TO NEXT-DLG-ID
       EXIT SECTION.
