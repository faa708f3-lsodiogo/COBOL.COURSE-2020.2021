           88 DELETE-CATE-VALID                VALUE "Y" "y" "N" "n" "S"
                                                       "s".
       01  VIEW-OPTION                         PIC 9(002).
           88 VIEW-VALID-OPTION                VALUE 1 THRU 4.
       77  DUMMY                               PIC X(001).
       77  CATE-STATUS                         PIC 9(002).
       77  DEL-CATE-STATUS                     PIC 9(002).
           05 VALUE MANAGE-MENU-OPTION1 LINE 11 COL 35.
           05 VALUE MANAGE-MENU-OPTION2 LINE 12 COL 35.
           05 VALUE MANAGE-MENU-OPTION3 LINE 13 COL 35.
           05 VALUE MANAGE-MENU-OPTION4 LINE 14 COL 35.
           05 VALUE MANAGE-MENU-CHOICE LINE 16 COL 36 REVERSE-VIDEO.
           05 VMS-OPTION PIC 9(002) LINE 16 COL PLUS 1 TO VIEW-OPTION
               BLANK WHEN ZERO REVERSE-VIDEO.
               ACCEPT ERROR-ZONE
               EXIT PROGRAM
           END-IF
           PERFORM WITH TEST AFTER UNTIL VIEW-OPTION = 4
               MOVE ZERO TO VMS-OPTION VIEW-OPTION
               DISPLAY CLEAR-SCREEN MAIN-SCREEN
               ACCEPT MANAGE-MENU-SCREEN

      *> DISPATCHES THE TOP-LEVEL CATEGORY MANAGEMENT MENU. OPTION 1 IS
      *> THIS PROGRAM'S ORIGINAL DELETE FLOW; OPTION 2 CALLS CATADD,
      *> WHICH HAD NO MENU HOME OF ITS OWN; OPTION 3 CALLS CATMERGE TO
      *> FOLD A NEAR-DUPLICATE CATEGORY INTO THE ONE THAT IS KEPT
       010-EVALUATE-MANAGE-MENU SECTION.
           EVALUATE VIEW-OPTION
               WHEN 1
                   PERFORM 120-DELETE-CATEGORY
               WHEN 2
                   CALL "CATADD"
               WHEN 3
                   CALL "CATMERGE"
           END-EVALUATE
       EXIT SECTION.

