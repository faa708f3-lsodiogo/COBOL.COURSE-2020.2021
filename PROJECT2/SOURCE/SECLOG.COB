      ******************************************************************
      *    LAB | THIRD PART | DELICIOUSSANDWICH
      ******************************************************************
      *    BREADWICH | OPERATIONS
      ******************************************************************
      *    SECLOG - WRITES ONE SECURITY-LOG RECORD TO THE COMMON
      *    FXSECLOG FILE: SIGN-ONS, FAILED SIGN-ONS, LOCKOUTS,
      *    PASSWORD CHANGES, UNLOCKS AND PERMISSION REFUSALS, SO THE
      *    OWNER CAN REVIEW THEM MONTH BY MONTH (REPORT-SECLOG).
      ******************************************************************
      *    V1 | EM ATUALIZACAO | 15.10.2026
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SECLOG.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
       FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

               SELECT FXSECLOG ASSIGN TO "FXSECLOG"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS SEC-ID
                   FILE STATUS SEC-STATUS-FS.

       DATA DIVISION.
       FILE SECTION.
       FD FXSECLOG.
           COPY FD-SECLOG.

       WORKING-STORAGE SECTION.
       77  SEC-STATUS-FS                    PIC 9(002).
       01  SEC-EOF-FLAG                     PIC X(001) VALUE "N".
           88  EOF-SEC                      VALUE "Y".
       01  NEXT-SEC-ID                      PIC 9(007).
       01  SESSION-USER                     PIC X(012).

       LINKAGE SECTION.
       COPY LK-SECLOG.

       PROCEDURE DIVISION USING SECLOG-REQUEST.
       MAIN-PROCEDURE.
           OPEN I-O FXSECLOG
           IF SEC-STATUS-FS = 35 THEN
               CLOSE FXSECLOG
               OPEN OUTPUT FXSECLOG
               CLOSE FXSECLOG
               OPEN I-O FXSECLOG
           ELSE
               IF SEC-STATUS-FS NOT = ZERO THEN
                   GOBACK
               END-IF
           END-IF
           MOVE 1 TO NEXT-SEC-ID
           MOVE "N" TO SEC-EOF-FLAG
           PERFORM UNTIL EOF-SEC
               READ FXSECLOG NEXT RECORD
                   AT END SET EOF-SEC TO TRUE
                   NOT AT END
                       IF SEC-ID >= NEXT-SEC-ID
                           COMPUTE NEXT-SEC-ID = SEC-ID + 1
                       END-IF
               END-READ
           END-PERFORM
           MOVE SPACES TO SESSION-USER
           ACCEPT SESSION-USER FROM ENVIRONMENT "USER"
           IF SESSION-USER = SPACES
               MOVE "TERMINAL" TO SESSION-USER
           END-IF
           MOVE NEXT-SEC-ID TO SEC-ID
           MOVE FUNCTION CURRENT-DATE (1:14) TO SEC-STAMP
           MOVE SLOG-EVENT TO SEC-EVENT
           MOVE SLOG-OPER-ID TO SEC-OPER-ID
           MOVE SESSION-USER TO SEC-TERMINAL
           MOVE SLOG-DETAIL TO SEC-DETAIL
           WRITE SEC-DETAILS
               INVALID KEY CONTINUE
           END-WRITE
           CLOSE FXSECLOG
           GOBACK.
