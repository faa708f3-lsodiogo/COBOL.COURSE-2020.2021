      *    RAISES A DRAFT FXCREDNOTE ENTRY (INVOICE ZERO UNTIL IT
      *    IS TIED UP) - SO THE CREDIT EXISTS BEFORE THE SCHOOL
      *    EVER DISPUTES THE INVOICE.
      *    A WORKED NOTE IS RECORDED ON FXPOD, SHARED WITH THE
      *    HANDHELD FILE IMPORT (PODIMP), SO NEITHER PATH CAN WORK
      *    THE SAME MANIFEST A SECOND TIME.
      *    ONCE THE LINES ARE WORKED THE CLERK KEYS THE EMPTY TRAYS
      *    THE DRIVER WROTE IN AS COLLECTED; THEY ARE TAKEN OFF THE
      *    SCHOOL'S CONTAINER LEDGER (FXTRAYLEDG) THROUGH TRAYPOST.
      *    THE DRAFT TAKES ITS NUMBER FROM DOCSERIES; IT HAS NO VALUE
      *    AND IS NO TAX DOCUMENT, SO IT GETS NO SERIES NUMBER.
      ******************************************************************
      *    V1 | EM ATUALIZACAO | 02.09.2026
      ******************************************************************
                   RECORD KEY IS CRN-ID
                   FILE STATUS CRN-STATUS-FS.

               SELECT FXPOD ASSIGN TO "FXPOD"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS POD-NOTE-NO
                   FILE STATUS POD-STATUS-FS.

       DATA DIVISION.
       FILE SECTION.
       FD FXORDERS.
           COPY FD-ORDERS.
       FD FXCREDNOTE.
           COPY FD-CREDNOTE.
       FD FXPOD.
           COPY FD-POD.

       WORKING-STORAGE SECTION.
       78  MODULE-NAME-VIEW    VALUE "PROOF OF DELIVERY ENTRY".
       78  POD-TEXT-ORDERED    VALUE "ORDERED:".
       78  POD-TEXT-DELIVERED  VALUE "DELIVERED QTY:".
       78  POD-TEXT-REASON     VALUE "REASON CODE:".
       78  POD-TEXT-TRAYS      VALUE "TRAYS COLLECTED:".
       78  ERROR-NO-NOTE
           VALUE "NO DELIVERED ORDERS CARRY THAT NOTE NUMBER".
       78  ERROR-QTY-BIG
           VALUE "DELIVERED CANNOT EXCEED THE ORDERED QUANTITY, "-
           "LINE SKIPPED".
       78  ERROR-NOTE-WORKED
           VALUE "THAT NOTE WAS ALREADY WORKED - NOTHING CHANGED".
       78  POD-DONE
           VALUE "MANIFEST WORKED - QUANTITIES CORRECTED AND DRAFT "-
           "CREDITS RAISED, PRESS ANY KEY".
       77  KEYSTATUS                        PIC 9(004).
       77  ORD-STATUS-FS                    PIC 9(002).
       77  CRN-STATUS-FS                    PIC 9(002).
       77  POD-STATUS-FS                    PIC 9(002).
       77  FILE-ERROR-STATUS                PIC 9(002).

       01  ORD-EOF-FLAG                     PIC X(001) VALUE "N".
           88  EOF-ORD                      VALUE "Y".

       01  ASK-NOTE-NO                      PIC 9(006).
       01  ASK-DELIVERED                    PIC 9(005).
       01  ASK-REASON-CODE                  PIC 9(003).
       01  SHORT-QTY                        PIC 9(005).
       77  LINE-COUNT                       PIC 9(005).
       77  SHORT-COUNT                      PIC 9(003).
       01  NOTE-SCHOOL                      PIC 9(005).
       01  NOTE-DATE                        PIC 9(008).
       01  ASK-TRAYS                        PIC 9(005).

       COPY LK-TRAYPOST.
       COPY LK-DOCSERIES.

       01  SHOW-SCHOOL                      PIC 9(005).
       01  SHOW-SANDWICH                    PIC 9(005).
           05 VALUE POD-TEXT-REASON LINE 16 COL 15.
           05 PL-REASON PIC 9(003) LINE 16 COL PLUS 1
               TO ASK-REASON-CODE AUTO BLANK WHEN ZERO.
      ******************************************************************
       01  POD-TRAY-SCREEN.
           05 VALUE POD-TEXT-SCHOOL LINE 08 COL 15.
           05 PT-SCHOOL PIC 9(005) LINE 08 COL PLUS 1
               FROM SHOW-SCHOOL.
           05 VALUE POD-TEXT-TRAYS LINE 10 COL 15.
           05 PT-TRAYS PIC 9(005) LINE 10 COL PLUS 1
               TO ASK-TRAYS AUTO BLANK WHEN ZERO.
      ******************************************************************
       01 ERROR-ZONE
           BACKGROUND-COLOR 7 FOREGROUND-COLOR 0.
           IF KEYSTATUS = 1003
               EXIT PROGRAM
           END-IF
           PERFORM 050-CHECK-NOT-WORKED
           MOVE ZERO TO SHORT-COUNT
           MOVE "N" TO ORD-EOF-FLAG
           OPEN I-O FXORDERS
           IF ORD-STATUS-FS NOT = ZERO THEN
           IF LINE-COUNT = ZERO
               MOVE ERROR-NO-NOTE TO ERROR-TEXT
           ELSE
               PERFORM 250-RECORD-TRAYS-COLLECTED
               PERFORM 300-RECORD-NOTE-WORKED
               MOVE POD-DONE TO ERROR-TEXT
           END-IF
           ACCEPT ERROR-ZONE
           EXIT PROGRAM
       EXIT SECTION.

      *> A NOTE ALREADY ON FXPOD HAS HAD ITS CREDITS RAISED, BY THIS
      *> SCREEN OR BY THE HANDHELD IMPORT
       050-CHECK-NOT-WORKED SECTION.
           OPEN INPUT FXPOD
           IF POD-STATUS-FS = ZERO THEN
               MOVE ASK-NOTE-NO TO POD-NOTE-NO
               READ FXPOD
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       CLOSE FXPOD
                       MOVE ERROR-NOTE-WORKED TO ERROR-TEXT
                       ACCEPT ERROR-ZONE
                       EXIT PROGRAM
               END-READ
           END-IF
           CLOSE FXPOD
       EXIT SECTION.

       100-WORK-ONE-LINE SECTION.
           MOVE ORD-SCHOOL-ID TO NOTE-SCHOOL
           MOVE ORD-DELIVERY-DATE TO NOTE-DATE
           MOVE ORD-SCHOOL-ID TO SHOW-SCHOOL
           MOVE ORD-SANDWICH-ID TO SHOW-SANDWICH
           MOVE ORD-QTY TO SHOW-ORDERED
           MOVE FUNCTION CURRENT-DATE (1:8) TO ORD-LAST-DATE
           REWRITE ORD-DETAILS
           END-REWRITE
           ADD 1 TO SHORT-COUNT
           PERFORM 200-RAISE-DRAFT-CREDIT
       EXIT SECTION.

      *> THE MONEY SIDE IS ZERO FOR THE SAME REASON - THE PRICE
      *> BELONGS TO THE INVOICE.
       200-RAISE-DRAFT-CREDIT SECTION.
           MOVE "N" TO DSER-ACTION
           MOVE "NC" TO DSER-DOC-TYPE
           MOVE ZERO TO DSER-DOC-DATE
           CALL "DOCSERIES" USING DOCSERIES-REQUEST
           IF NOT DSER-OK-YES
               EXIT SECTION
           END-IF
           OPEN I-O FXCREDNOTE
           IF CRN-STATUS-FS = 35 THEN
               CLOSE FXCREDNOTE
                   EXIT SECTION
               END-IF
           END-IF
           INITIALIZE CRN-DETAILS
           MOVE DSER-DOC-ID TO CRN-ID
           MOVE ORD-SCHOOL-ID TO CRN-SCHOOL-ID
           MOVE ZERO TO CRN-INV-ID CRN-INV-LINE-NO
           MOVE ORD-SANDWICH-ID TO CRN-SANDWICH-ID
           END-WRITE
           CLOSE FXCREDNOTE
       EXIT SECTION.

      *> ASKED ONCE PER NOTE; NOTHING IS POSTED WHEN THE DRIVER
      *> CAME BACK WITHOUT EMPTIES
       250-RECORD-TRAYS-COLLECTED SECTION.
           MOVE ZERO TO ASK-TRAYS
           MOVE NOTE-SCHOOL TO SHOW-SCHOOL
           DISPLAY CLEAR-SCREEN
           DISPLAY MAIN-SCREEN
           DISPLAY POD-TRAY-SCREEN
           ACCEPT POD-TRAY-SCREEN
           IF KEYSTATUS = 1003 OR ASK-TRAYS = ZERO
               EXIT SECTION
           END-IF
           MOVE NOTE-SCHOOL TO TRP-SCHOOL-ID
           MOVE "R" TO TRP-TYPE
           MOVE ASK-NOTE-NO TO TRP-NOTE-NO
           MOVE ASK-TRAYS TO TRP-TRAYS
           CALL "TRAYPOST" USING TRAYPOST-REQUEST
       EXIT SECTION.

      *> A MANIFEST KEYED BACK FROM PAPER CARRIES NO SIGNING TIME,
      *> SO THE ARRIVAL STAYS ZERO
       300-RECORD-NOTE-WORKED SECTION.
           OPEN I-O FXPOD
           IF POD-STATUS-FS = 35 THEN
               CLOSE FXPOD
               OPEN OUTPUT FXPOD
           ELSE
               IF POD-STATUS-FS NOT = ZERO THEN
                   CLOSE FXPOD
                   EXIT SECTION
               END-IF
           END-IF
           MOVE ASK-NOTE-NO TO POD-NOTE-NO
           MOVE NOTE-DATE TO POD-DELIVERY-DATE
           MOVE NOTE-SCHOOL TO POD-SCHOOL-ID
           MOVE ZERO TO POD-ARRIVAL-TIME
           MOVE "K" TO POD-SOURCE
           MOVE LINE-COUNT TO POD-LINES-SIGNED
           MOVE SHORT-COUNT TO POD-LINES-SHORT
           CALL "GETOPER" USING POD-LAST-BY
           MOVE FUNCTION CURRENT-DATE (1:8) TO POD-LAST-DATE
           WRITE POD-DETAILS
               INVALID KEY CONTINUE
           END-WRITE
           CLOSE FXPOD
       EXIT SECTION.
