      ******************************************************************
      *    BREADWICH | CALENDAR MANAGEMENT
      ******************************************************************
      *    CAM MODULE - REGISTER DOWNTIME WINDOW. A BREAKDOWN OR
      *    SERVICE WINDOW CAN NAME THE MACHINE ON FXEQUIP IT STOPPED.
      ******************************************************************
      *    V1 | EM ATUALIZACAO | 08.08.2026
      ******************************************************************
              RECORD KEY IS SUPPLIER-ID
              FILE STATUS SUPP-STATUS.

           SELECT FXEQUIP ASSIGN TO "FXEQUIP"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS EQP-CODE
              FILE STATUS EQP-STATUS-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  CALENDAR.
       FD  FXSUPPLY.
       COPY SUPPLIERFX.

       FD  FXEQUIP.
       COPY FD-EQUIP.

       WORKING-STORAGE SECTION.
       COPY CAMCONSTANTS.
       COPY WSCALENDAR.
       01  SUPPLIER-EXIST                       PIC X(001) VALUE "N".
           88  SUPPLIER-YES                     VALUE "Y".

       77  EQP-STATUS-FS                        PIC 9(002).
       01  EQUIPMENT-EXIST                      PIC X(001) VALUE "Y".
           88  EQUIPMENT-YES                    VALUE "Y".

       SCREEN SECTION.
       01  CLEAR-SCREEN.
           05 BLANK SCREEN.
           05 VALUE ADD-CAL-TEXT9 LINE 21 COL 45.
           05 ADD-CAL-SUPPLIER-ID PIC 9(005) LINE 21 COL PLUS 1
               TO WS-DOWNTIME-SUPPLIER-ID REQUIRED AUTO.
           05 VALUE ADD-CAL-TEXT10 LINE 20 COL 47.
           05 ADD-CAL-EQUIP-CODE PIC X(008) LINE 20 COL PLUS 1
               TO WS-DOWNTIME-EQUIP-CODE AUTO.
      ******************************************************************
       01  ADD-CAL-RECUR.
           05 VALUE SPACES PIC X(080) LINE 7 COL 08
           IF NOT SUPPLIER-YES
               EXIT SECTION
           END-IF
           PERFORM 148-CHECK-EQUIPMENT
           IF NOT EQUIPMENT-YES
               EXIT SECTION
           END-IF
           PERFORM 150-GET-RECURRENCE
           IF KEYSTATUS = 1003
               EXIT SECTION
           CLOSE FXSUPPLY
       EXIT SECTION.

      *> A BREAKDOWN OR SERVICE WINDOW NAMES THE MACHINE IT STOPPED SO
      *> EQUIPMNT CAN COUNT FAILURES PER ASSET; LEFT BLANK FOR GENERAL
      *> DOWNTIME, OTHERWISE IT MUST BE ON FXEQUIP
       148-CHECK-EQUIPMENT SECTION.
           MOVE "Y" TO EQUIPMENT-EXIST
           IF WS-DOWNTIME-EQUIP-CODE = SPACES
               EXIT SECTION
           END-IF
           MOVE "N" TO EQUIPMENT-EXIST
           MOVE UPPER-CASE (WS-DOWNTIME-EQUIP-CODE)
               TO WS-DOWNTIME-EQUIP-CODE
           MOVE WS-DOWNTIME-EQUIP-CODE TO EQP-CODE
           OPEN INPUT FXEQUIP
           IF EQP-STATUS-FS NOT = ZERO AND EQP-STATUS-FS NOT = 35 THEN
               MOVE EQP-STATUS-FS TO FILE-ERROR-STATUS
               PERFORM 090-CHECK-FILE-STATUS
           END-IF
           READ FXEQUIP
               NOT INVALID KEY
                   MOVE "Y" TO EQUIPMENT-EXIST
               INVALID KEY
                   MOVE ERROR-EQUIPMENT-NO TO COMMENT-TEXT
                   ACCEPT COMMENTS-SCREEN
           END-READ
           CLOSE FXEQUIP
       EXIT SECTION.

      *> ASKS WHETHER THE DOWNTIME WINDOW REPEATS EVERY WEEK AND, IF
      *> SO, FOR HOW MANY WEEKS (1 TO 52)
       150-GET-RECURRENCE SECTION.
                       STRING FD-END-DOWNTIME FD-END-TIME INTO
                           EXIST-END
                       IF CHK-BEGIN NOT GREATER THAN EXIST-END AND
                           CHK-END NOT LESS THAN EXIST-BEGIN AND
                           NOT FD-DOWNTIME-CANCELLED
                           MOVE "Y" TO CAL-OVERLAP-FLAG
                       END-IF
               END-READ
