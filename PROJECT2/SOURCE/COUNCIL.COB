      *    MODULE OFFERS ADD, A LIST, A MEMBERSHIP LIST SHOWING
      *    WHICH SCHOOLS BELONG TO A COUNCIL, ASSIGNING AN EXISTING
      *    SCHOOL TO A COUNCIL, AND SETTING A SCHOOL'S CREDIT LIMIT.
      *    THE COUNCIL'S TAX NUMBER (NIF) IS TAKEN ON ADD AND CAN BE
      *    SET LATER; IT IS HELD TO THE NIFCHK CHECK DIGIT.
      ******************************************************************
      *    V1 | EM ATUALIZACAO | 02.09.2026
      ******************************************************************
       78  CNC-MENU-OPTION3    VALUE "3 - LIST MEMBER SCHOOLS".
       78  CNC-MENU-OPTION4    VALUE "4 - ASSIGN SCHOOL TO COUNCIL".
       78  CNC-MENU-OPTION5    VALUE "5 - SET SCHOOL CREDIT LIMIT".
       78  CNC-MENU-OPTION6    VALUE "6 - SET COUNCIL TAX NUMBER".
       78  CNC-MENU-OPTION7    VALUE "7 - BACK".
       78  CNC-TEXT-SCHOOL     VALUE "     SCHOOL ID:".
       78  CNC-TEXT-LIMIT      VALUE "  CREDIT LIMIT:".
       78  ERROR-SCHOOL-NO     VALUE "SCHOOL ID DOESN'T EXIST".
       78  CNC-TEXT-ADDR       VALUE "       ADDRESS:".
       78  CNC-TEXT-TOWN       VALUE "          TOWN:".
       78  CNC-TEXT-ID         VALUE "    COUNCIL ID:".
       78  CNC-TEXT-NIF        VALUE "    NIF (0 = NOT KNOWN):".
       78  ERROR-NIF
           VALUE "INVALID TAX NUMBER (NIF) - CHECK DIGIT WRONG".
       78  CONFIRM-NIF-SET     VALUE "TAX NUMBER SAVED".
       78  CONFIRM-CNC-RECORD  VALUE "COUNCIL SAVED".
       78  MESSAGE-SAVE
           VALUE "DO YOU WANT TO SAVE THIS COUNCIL? (Y)ES/(N)O".
       77  FILE-ERROR-STATUS                PIC 9(002).

       01  MAIN-OPTION                      PIC 9(001).
           88  MAIN-OPTION-EXIT             VALUE 7.

       01  CNCL-EOF-FLAG                    PIC X(001) VALUE "N".
           88  EOF-CNCL                     VALUE "Y".
       01  ASK-REFERENCE                    PIC X(008).
       01  ASK-ADDRESS                      PIC X(075).
       01  ASK-TOWN                         PIC X(030).
       01  ASK-NIF                          PIC 9(009).
       01  ASK-SCHOOL-ID                    PIC 9(005).
       01  ASK-LIMIT                        PIC 9(007)V99.
       01  COUNCIL-FOUND                    PIC X(001).
           88  SCHOOL-FOUND-YES             VALUE "Y".
       77  LINE-ON-PAGE                     PIC 9(002).
       77  SCREEN-LIN                       PIC 9(002).
       COPY LK-NIFCHK.

       SCREEN SECTION.
       01  CLEAR-SCREEN.
           03 VALUE CNC-MENU-OPTION4 LINE 13 COL 35.
           03 VALUE CNC-MENU-OPTION5 LINE 14 COL 35.
           03 VALUE CNC-MENU-OPTION6 LINE 15 COL 35.
           03 VALUE CNC-MENU-OPTION7 LINE 16 COL 35.
           03 VALUE MAIN-MENU-CHOICE LINE 18 COL 35.
           03 CM-OPTION PIC 9(001) LINE 18 COL PLUS 2
               TO MAIN-OPTION BLANK WHEN ZERO.
      ******************************************************************
       01  ADD-CNC-SCREEN.
           05 VALUE CNC-TEXT-TOWN LINE 14 COL 15.
           05 AC-TOWN PIC X(030) LINE 14 COL PLUS 1
               TO ASK-TOWN AUTO.
           05 VALUE CNC-TEXT-NIF LINE 16 COL 06.
           05 AC-NIF PIC 9(009) LINE 16 COL PLUS 1
               USING ASK-NIF.
      ******************************************************************
       01  ASK-CNC-SCREEN.
           05 VALUE CNC-TEXT-ID LINE 08 COL 15.
           05 VALUE CNC-TEXT-LIMIT LINE 10 COL 15.
           05 LS-LIMIT PIC 9999999.99 LINE 10 COL PLUS 1
               TO ASK-LIMIT REQUIRED AUTO.
      ******************************************************************
       01  NIF-SCREEN.
           05 VALUE CNC-TEXT-ID LINE 08 COL 15.
           05 NS-CNCL PIC 9(004) LINE 08 COL PLUS 1
               TO ASK-CNCL-ID REQUIRED.
           05 VALUE CNC-TEXT-NIF LINE 10 COL 06.
           05 NS-NIF PIC 9(009) LINE 10 COL PLUS 1
               TO ASK-NIF AUTO.
      ******************************************************************
       01 ERROR-ZONE
           BACKGROUND-COLOR 7 FOREGROUND-COLOR 0.
                   WHEN 5
                       PERFORM 600-SET-CREDIT-LIMIT
                   WHEN 6
                       PERFORM 700-SET-COUNCIL-NIF
                   WHEN 7
                       CONTINUE
                   WHEN OTHER
                       MOVE MAIN-MENU-ERROR TO ERROR-TEXT

       100-ADD-COUNCIL SECTION.
           MOVE SPACES TO ASK-NAME ASK-REFERENCE ASK-ADDRESS ASK-TOWN
           MOVE ZERO TO ASK-NIF
           MOVE "N" TO NIFC-RESULT
           PERFORM WITH TEST AFTER UNTIL NIFC-VALID
               DISPLAY CLEAR-SCREEN
               DISPLAY MAIN-SCREEN
               DISPLAY ADD-CNC-SCREEN
               ACCEPT ADD-CNC-SCREEN
               IF KEYSTATUS = 1003
                   EXIT SECTION
               END-IF
               PERFORM 710-CHECK-NIF
               IF NOT NIFC-VALID
                   MOVE ERROR-NIF TO ERROR-TEXT
                   ACCEPT ERROR-ZONE
               END-IF
           END-PERFORM
           MOVE SPACES TO SAVE-IT1
           PERFORM WITH TEST AFTER UNTIL SAVE-IT1-VALID
               DISPLAY SAVE-SCREEN
           MOVE UPPER-CASE (ASK-ADDRESS) TO CNCL-ADDRESS
           MOVE UPPER-CASE (ASK-TOWN) TO CNCL-TOWN
           MOVE 1 TO CNCL-IS-ACTIVE
           MOVE ASK-NIF TO CNCL-NIF
           CALL "GETOPER" USING CNCL-LAST-BY
           MOVE FUNCTION CURRENT-DATE (1:8) TO CNCL-LAST-DATE
           WRITE CNCL-DETAILS
           END-IF
           ACCEPT ERROR-ZONE
       EXIT SECTION.

      *> THE COUNCILS CAME OVER WITHOUT A NIF; THIS RECORDS ONE ON AN
      *> EXISTING COUNCIL SO CONSOLIDATED INVOICES AND THE SAF-T FILE
      *> CARRY IT
       700-SET-COUNCIL-NIF SECTION.
           MOVE ZERO TO ASK-CNCL-ID ASK-NIF
           DISPLAY CLEAR-SCREEN
           DISPLAY MAIN-SCREEN
           DISPLAY NIF-SCREEN
           ACCEPT NIF-SCREEN
           IF KEYSTATUS = 1003
               EXIT SECTION
           END-IF
           PERFORM 710-CHECK-NIF
           IF NOT NIFC-VALID
               MOVE ERROR-NIF TO ERROR-TEXT
               ACCEPT ERROR-ZONE
               EXIT SECTION
           END-IF
           MOVE "N" TO COUNCIL-FOUND
           OPEN I-O FXCOUNCIL
           IF CNCL-STATUS-FS NOT = ZERO THEN
               CLOSE FXCOUNCIL
               MOVE ERROR-COUNCIL-NO TO ERROR-TEXT
               ACCEPT ERROR-ZONE
               EXIT SECTION
           END-IF
           MOVE ASK-CNCL-ID TO CNCL-ID
           READ FXCOUNCIL
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE ASK-NIF TO CNCL-NIF
                   CALL "GETOPER" USING CNCL-LAST-BY
                   MOVE FUNCTION CURRENT-DATE (1:8) TO CNCL-LAST-DATE
                   REWRITE CNCL-DETAILS
                   END-REWRITE
                   MOVE "Y" TO COUNCIL-FOUND
           END-READ
           CLOSE FXCOUNCIL
           IF COUNCIL-FOUND-YES
               MOVE CONFIRM-NIF-SET TO ERROR-TEXT
           ELSE
               MOVE ERROR-COUNCIL-NO TO ERROR-TEXT
           END-IF
           ACCEPT ERROR-ZONE
       EXIT SECTION.

      *> ZERO IS ACCEPTED AS "NOT YET KNOWN"
       710-CHECK-NIF SECTION.
           MOVE "Y" TO NIFC-RESULT
           IF ASK-NIF NOT = ZERO
               MOVE ASK-NIF TO NIFC-NUMBER
               CALL "NIFCHK" USING NIFCHK-REQUEST
           END-IF
       EXIT SECTION.
