      ******************************************************************
      *    LAB | THIRD PART | DELICIOUSSANDWICH
      ******************************************************************
      *    BREADWICH | OPERATIONS
      ******************************************************************
      *    TXREG - REGISTERS ONE OUTBOUND INTERFACE FILE ON THE
      *    FXTXREG TRANSMISSION REGISTER (INTERFACE, FILE NAME,
      *    PRODUCING PROGRAM, RECORD COUNT, CONTROL TOTAL, CREATED
      *    STAMP AND OPERATOR) WITH STATUS CREATED. CALLED BY EVERY
      *    PROGRAM THAT WRITES A FILE FOR SOMEONE OUTSIDE, ONCE THE
      *    FILE IS CLOSED. TXMAINT MOVES THE ENTRY ON FROM THERE.
      ******************************************************************
      *    V1 | EM ATUALIZACAO | 15.10.2026
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TXREG.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
       FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

               SELECT FXTXREG ASSIGN TO "FXTXREG"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS TXM-ID
                   FILE STATUS TXM-STATUS-FS.

       DATA DIVISION.
       FILE SECTION.
       FD FXTXREG.
           COPY FD-TXREG.

       WORKING-STORAGE SECTION.
       77  TXM-STATUS-FS                    PIC 9(002).
       01  TXM-EOF-FLAG                     PIC X(001) VALUE "N".
           88  EOF-TXM                      VALUE "Y".
       01  NEXT-TXM-ID                      PIC 9(007).

       LINKAGE SECTION.
       COPY LK-TXREG.

       PROCEDURE DIVISION USING TXREG-REQUEST.
       MAIN-PROCEDURE.
           OPEN I-O FXTXREG
           IF TXM-STATUS-FS = 35 THEN
               CLOSE FXTXREG
               OPEN OUTPUT FXTXREG
               CLOSE FXTXREG
               OPEN I-O FXTXREG
           ELSE
               IF TXM-STATUS-FS NOT = ZERO THEN
                   GOBACK
               END-IF
           END-IF
           MOVE 1 TO NEXT-TXM-ID
           MOVE "N" TO TXM-EOF-FLAG
           PERFORM UNTIL EOF-TXM
               READ FXTXREG NEXT RECORD
                   AT END SET EOF-TXM TO TRUE
                   NOT AT END
                       IF TXM-ID >= NEXT-TXM-ID
                           COMPUTE NEXT-TXM-ID = TXM-ID + 1
                       END-IF
               END-READ
           END-PERFORM
           MOVE NEXT-TXM-ID TO TXM-ID
           MOVE TXR-INTERFACE TO TXM-INTERFACE
           MOVE TXR-FILE-NAME TO TXM-FILE-NAME
           MOVE TXR-PROGRAM TO TXM-PROGRAM
           MOVE TXR-RECORDS TO TXM-RECORDS
           MOVE TXR-CONTROL-TOTAL TO TXM-CONTROL-TOTAL
           MOVE FUNCTION CURRENT-DATE (1:14) TO TXM-CREATED-STAMP
           MOVE TXM-CREATED-STAMP TO TXM-STATUS-STAMP
           CALL "GETOPER" USING TXM-CREATED-BY
           MOVE "C" TO TXM-STATUS
           MOVE ZERO TO TXM-SEND-COUNT
           MOVE TXM-CREATED-BY TO TXM-LAST-BY
           MOVE FUNCTION CURRENT-DATE (1:8) TO TXM-LAST-DATE
           WRITE TXM-DETAILS
               INVALID KEY CONTINUE
           END-WRITE
           CLOSE FXTXREG
           GOBACK.
