       78  SEARCH-MENU-OPTION2      VALUE "2 - PRINT REPORT".
       78  SEARCH-MENU-OPTION3      VALUE "3 - REGISTER DOWNTIME".
       78  SEARCH-MENU-OPTION4      VALUE "4 - MANAGE REASON CODES".
       78  SEARCH-MENU-OPTION5
           VALUE "5 - AMEND/CANCEL DOWNTIME".
       78  SEARCH-MENU-OPTION6      VALUE "6 - BACK TO MAIN MENU".
       78  SEARCH-MENU-CHOICE       VALUE "OPTION: ".
       78  OPTION-ERROR             VALUE "INVALID OPTION, TRY AGAIN".

       78  ADD-CAL-TEXT7            VALUE "NUMBER OF WEEKS: ".
       78  ADD-CAL-TEXT8            VALUE "REASON CODE: ".
       78  ADD-CAL-TEXT9            VALUE "SUPPLIER ID: ".
       78  ADD-CAL-TEXT10           VALUE "EQUIPMENT: ".

       78  ERROR-INVALID-START-DATE
           VALUE "INVALID START DATE, TRY AGAIN".
           VALUE "REASON CODE DOES NOT EXIST".
       78  ERROR-SUPPLIERID-NO
           VALUE "SUPPLIER ID DOES NOT EXIST".
       78  ERROR-EQUIPMENT-NO
           VALUE "EQUIPMENT CODE DOES NOT EXIST".

      *> CAMSEARCH REPORT CONSTANTS
       78  REPORTTITLECONST         VALUE "BREADWICH".
           VALUE "TO DATE MUST NOT BE BEFORE FROM DATE, TRY AGAIN".
       78  ERROR-FILE-STATUS-MSG
           VALUE "FILE ERROR, STATUS CODE: ".

      *> CAMEDIT CONSTANTS
       78  EDIT-MENU-OPTION1
           VALUE "1 - AMEND DOWNTIME WINDOW".
       78  EDIT-MENU-OPTION2
           VALUE "2 - CANCEL DOWNTIME WINDOW".
       78  EDIT-MENU-OPTION3        VALUE "3 - BACK".
       78  PICK-DOWNTIME-TEXT       VALUE "DOWNTIME ID: ".
       78  ERROR-DOWNTIME-NOT-FOUND
           VALUE "DOWNTIME ID DOES NOT EXIST".
       78  ERROR-DOWNTIME-CANCELLED
           VALUE "THIS DOWNTIME WINDOW IS ALREADY CANCELLED".
       78  ERROR-DOWNTIME-IN-USE    VALUE "RECORD IN USE BY ".
       78  IMPACT-FRAME-TEXT
           VALUE "SCHOOLS AFFECTED BY THIS CHANGE".
       78  IMPACT-HEADER1           VALUE "SCHOOL DESIGNATION".
       78  IMPACT-HEADER2           VALUE "DAYS CLOSED".
       78  IMPACT-HEADER3           VALUE "DAYS OPENED".
       78  IMPACT-HEADER4           VALUE "ORDER LINES".
       78  IMPACT-MORE
           VALUE "ANY KEY - NEXT PAGE   F3 - STOP LISTING".
       78  IMPACT-END               VALUE "END OF LIST, PRESS ANY KEY".
       78  IMPACT-NONE
           VALUE "NO SCHOOL DELIVERIES ARE AFFECTED BY THIS CHANGE".
       78  IMPACT-TRUNCATED
           VALUE "IMPACT SHOWN FOR THE NEXT 366 DAYS ONLY".
       78  MESSAGE-CANCEL-CAL
           VALUE "CANCEL THIS DOWNTIME WINDOW? (Y/N): ".
       78  CONFIRM-CAL-AMENDED      VALUE "DOWNTIME WINDOW AMENDED".
       78  CONFIRM-CAL-CANCELLED    VALUE "DOWNTIME WINDOW CANCELLED".
