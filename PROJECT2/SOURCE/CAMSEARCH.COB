           05 VALUE SEARCH-MENU-OPTION3  LINE 14 COL 41.
           05 VALUE SEARCH-MENU-OPTION4  LINE 15 COL 41.
           05 VALUE SEARCH-MENU-OPTION5  LINE 16 COL 41.
           05 VALUE SEARCH-MENU-OPTION6  LINE 17 COL 41.
           05 VALUE SEARCH-MENU-CHOICE   LINE 20 COL 41 REVERSE-VIDEO.
           05 SS-OPTION PIC 9(002) LINE 20 COL PLUS 1 TO VIEW-OPTION
               BLANK WHEN ZERO REVERSE-VIDEO AUTO REQUIRED.
           PERFORM FILL-TABLES.
           PERFORM SORT-ASCENDING
           PERFORM AGG-TABLE
           PERFORM WITH TEST AFTER UNTIL VIEW-OPTION = 6
              DISPLAY CLEAR-SCREEN
              MOVE ZEROS TO SS-OPTION
              DISPLAY MAIN-SCREEN
                   PERFORM AGG-TABLE
                 WHEN 4
                   CALL "REASONADD"
                 WHEN 5
                   CALL "CAMEDIT"
                   PERFORM FILL-TABLES
                   PERFORM SORT-ASCENDING
                   PERFORM AGG-TABLE
              END-EVALUATE
           END-PERFORM
           EXIT PROGRAM.
               MOVE CALENDAR-TEST TO FILE-ERROR-STATUS
               PERFORM CHECK-FILE-STATUS
           END-IF
           MOVE "N" TO CALENDAR-EOF-FLAG
           SET IND-CAL TO 0
           SET IND-CAL1 TO 0
           PERFORM UNTIL EOF-DOWNTIME-ID
                       MOVE IND-CAL TO MAX-CAL1
                       MOVE IND-CAL1 TO MAX-CAL2
                   NOT AT END
                       IF NOT FD-DOWNTIME-CANCELLED
                           SET IND-CAL UP BY 1
                           SET IND-CAL1 UP BY 1
                           PERFORM LOAD-TABLE
                           PERFORM LOAD-TABLE1
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CALENDAR
