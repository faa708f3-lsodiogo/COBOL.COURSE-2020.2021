      ******************************************************************
      *    LAB | THIRD PART | DELICIOUSSANDWICH
      ******************************************************************
      *    BREADWICH | OPERATIONS
      ******************************************************************
      *    TRAYPOST - POSTS ONE MOVEMENT OF RETURNABLE TRAYS AND
      *    CRATES ON THE FXTRAYLEDG CONTAINER LEDGER AND KEEPS THE
      *    SCHOOL'S RUNNING BALANCE: TRAYS SENT ON A DISPATCH NOTE ADD
      *    TO IT, TRAYS COLLECTED BY THE DRIVER AND TRAYS DECLARED
      *    LOST TAKE FROM IT. CALLED BY DISPATCH, PODENTRY, PODIMP AND
      *    TRAYSTMT.
      ******************************************************************
      *    V1 | EM ATUALIZACAO | 15.10.2026
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRAYPOST.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
       FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

               SELECT FXTRAYLEDG ASSIGN TO "FXTRAYLEDG"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS TRL-ID
                   FILE STATUS TRL-STATUS-FS.

       DATA DIVISION.
       FILE SECTION.
       FD FXTRAYLEDG.
           COPY FD-TRAYLEDG.

       WORKING-STORAGE SECTION.
       77  TRL-STATUS-FS                    PIC 9(002).
       01  TRL-EOF-FLAG                     PIC X(001) VALUE "N".
           88  EOF-TRL                      VALUE "Y".
       01  NEXT-TRL-SEQ                     PIC 9(006).
       01  SCHOOL-BALANCE                   PIC S9(005).

       LINKAGE SECTION.
       COPY LK-TRAYPOST.

       PROCEDURE DIVISION USING TRAYPOST-REQUEST.
       MAIN-PROCEDURE.
           MOVE ZERO TO TRP-BALANCE
           OPEN I-O FXTRAYLEDG
           IF TRL-STATUS-FS = 35 THEN
               CLOSE FXTRAYLEDG
               OPEN OUTPUT FXTRAYLEDG
               CLOSE FXTRAYLEDG
               OPEN I-O FXTRAYLEDG
           ELSE
               IF TRL-STATUS-FS NOT = ZERO THEN
                   GOBACK
               END-IF
           END-IF
           PERFORM 100-FIND-THE-BALANCE
           IF TRP-TRAYS > ZERO THEN
               PERFORM 200-POST-THE-MOVEMENT
           END-IF
           MOVE SCHOOL-BALANCE TO TRP-BALANCE
           CLOSE FXTRAYLEDG
           GOBACK.

      *> THE SCHOOL'S ENTRIES SIT TOGETHER UNDER ITS NUMBER, SO THE
      *> LAST ONE READ BEFORE THE NEXT SCHOOL HOLDS THE BALANCE
       100-FIND-THE-BALANCE SECTION.
           MOVE 1 TO NEXT-TRL-SEQ
           MOVE ZERO TO SCHOOL-BALANCE
           MOVE "N" TO TRL-EOF-FLAG
           MOVE TRP-SCHOOL-ID TO TRL-SCHOOL-ID
           MOVE ZERO TO TRL-SEQ
           START FXTRAYLEDG KEY IS >= TRL-ID
               INVALID KEY SET EOF-TRL TO TRUE
           END-START
           PERFORM UNTIL EOF-TRL
               READ FXTRAYLEDG NEXT RECORD
                   AT END SET EOF-TRL TO TRUE
                   NOT AT END
                       IF TRL-SCHOOL-ID NOT = TRP-SCHOOL-ID
                           SET EOF-TRL TO TRUE
                       ELSE
                           COMPUTE NEXT-TRL-SEQ = TRL-SEQ + 1
                           MOVE TRL-BALANCE TO SCHOOL-BALANCE
                       END-IF
               END-READ
           END-PERFORM
       EXIT SECTION.

       200-POST-THE-MOVEMENT SECTION.
           INITIALIZE TRL-DETAILS
           MOVE TRP-SCHOOL-ID TO TRL-SCHOOL-ID
           MOVE NEXT-TRL-SEQ TO TRL-SEQ
           MOVE FUNCTION CURRENT-DATE (1:8) TO TRL-DATE
           MOVE TRP-TYPE TO TRL-TYPE
           MOVE TRP-NOTE-NO TO TRL-NOTE-NO
           MOVE TRP-TRAYS TO TRL-TRAYS
           IF TRL-TYPE-SENT THEN
               ADD TRP-TRAYS TO SCHOOL-BALANCE
           ELSE
               SUBTRACT TRP-TRAYS FROM SCHOOL-BALANCE
           END-IF
           MOVE SCHOOL-BALANCE TO TRL-BALANCE
           CALL "GETOPER" USING TRL-LAST-BY
           MOVE FUNCTION CURRENT-DATE (1:8) TO TRL-LAST-DATE
           WRITE TRL-DETAILS
               INVALID KEY CONTINUE
           END-WRITE
       EXIT SECTION.
